      ******************************************************************
      * Registo do lote de vendas a processar (VENDLOTE), partilhado
      * pelo processamento de salarios (SALARIOS) e pelo programa que
      * constroi o lote a partir do livro de vendas (VENDFACT).
      * Apenas o ID do empregado, o ano, o mes e o volume de vendas;
      * os dados fixos (nome, anos de casa e IBAN) vem do mapa de
      * empregados (EMPMSTR). VL-RECUPERACAO: comissao a recuperar no
      * mes por devolucoes/anulacoes de vendas ja comissionadas em
      * meses anteriores (espacos ou zeros = nada a recuperar). Os
      * dois ultimos bytes ficam livres para o codigo do motivo na
      * imagem do registo rejeitado (REJEITAD).
      ******************************************************************
       01  VL-REGISTO.
           05  VL-ID                PIC X(06).
           05  VL-ANO               PIC 9(04).
           05  VL-MES-SALARIO       PIC 9(02).
           05  VL-VOLUME-VENDAS     PIC 9(05).
           05  VL-RECUPERACAO       PIC 9(05)V99.
           05  FILLER               PIC X(50).
