      ******************************************************************
      * Registo do catalogo dos anos arquivados do historico
      * (HISTCAT), mantido pelo programa de arquivo (ARQHIST).
      * Chave: HCAT-ANO. Guarda o ficheiro de arquivo do ano e os
      * totais de controlo apurados no HISTORIC antes da copia
      * (linhas e liquido, estornos a abater), com que o arquivo e'
      * conferido antes de se apagar o que quer que seja.
      * HCAT-ESTADO: "G"=arquivo gravado, por conferir (o HISTORIC
      * esta intacto; uma nova execucao grava-o de novo), "V"=arquivo
      * conferido, eliminacao do HISTORIC por concluir, "A"=ano
      * arquivado e eliminado do HISTORIC. HCAT-APAGADOS: linhas ja
      * eliminadas do HISTORIC (todas as execucoes).
      ******************************************************************
       01  HCAT-REGISTO.
           05  HCAT-ANO             PIC 9(04).
           05  HCAT-ESTADO          PIC X(01).
               88 HCAT-GRAVADO                 VALUE "G".
               88 HCAT-VERIFICADO              VALUE "V".
               88 HCAT-ARQUIVADO               VALUE "A".
           05  HCAT-FICHEIRO        PIC X(12).
           05  HCAT-REGISTOS        PIC 9(07).
           05  HCAT-LIQUIDO         PIC S9(09)V99.
           05  HCAT-APAGADOS        PIC 9(07).
           05  HCAT-UTILIZADOR      PIC X(10).
           05  HCAT-DATA            PIC 9(08).
           05  HCAT-HORA            PIC 9(06).
           05  FILLER               PIC X(14).
