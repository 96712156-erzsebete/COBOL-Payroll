      ******************************************************************
      * Registo do arquivo anual do historico de salarios (um ficheiro
      * por ano, HISTARQAAAA), gravado pelo programa de arquivo
      * (ARQHIST) e lido pela consulta/2a via (CONSHIST) quando o mes
      * pedido ja nao esta no HISTORIC. Mesma disposicao e mesma chave
      * do registo do historico (copybook HISTREG): as linhas passam
      * de um ficheiro para o outro sem alteracao.
      ******************************************************************
       01  HARQ-REGISTO.
           05  HARQ-CHAVE.
               10  HARQ-ID          PIC X(06).
               10  HARQ-ANO         PIC 9(04).
               10  HARQ-MES         PIC 9(02).
               10  HARQ-SEQ         PIC 9(02).
           05  HARQ-NOME            PIC A(30).
           05  HARQ-SALARIO-BASE    PIC 9(04)V99.
           05  HARQ-COMISSAO        PIC 9(02)V999.
           05  HARQ-TOTAL           PIC 9(04)V99.
           05  HARQ-SEGSOCIAL       PIC 9(03)V99.
           05  HARQ-IRS             PIC 9(04)V99.
           05  HARQ-DESCONTOS       PIC 9(04)V99.
           05  HARQ-LIQUIDO         PIC 9(04)V99.
           05  HARQ-TIPO            PIC X(01).
           05  HARQ-SS-PATRONAL     PIC 9(04)V99.
           05  HARQ-PAGAMENTO       PIC X(01).
           05  HARQ-DEPARTAMENTO    PIC X(04).
           05  FILLER               PIC X(04).
