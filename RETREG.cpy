      ******************************************************************
      * Registo das transferencias retidas para aprovacao (SEPARETI),
      * partilhado pelo processamento de salarios (SALARIOS), que as
      * retem em vez de as gravar no SEPAOUT, pelo programa de
      * libertacao (LIBERTAR) e pela reconciliacao anual (RECONCIL).
      * Chave: RET-CHAVE (empregado + ano + mes + sequencia, para
      * mais de uma retencao no mesmo mes). Os dados do pagamento sao
      * os da instrucao SEPA que seria gravada (RET-TIPO igual ao
      * SEPA-TIPO). Motivos da retencao, "S" quando se verificam:
      * IBAN alterado no EMPAUDIT ha poucos dias, subida do liquido
      * face ao ultimo mes processado (RET-LIQ-ANTERIOR) acima da
      * percentagem definida, valor acima do tecto.
      * RET-ESTADO: "P"=pendente, "A"=aprovada (instrucao gravada no
      * SEPALIBE), "R"=rejeitada (continua por pagar e pode ser
      * aprovada mais tarde), "X"=anulada por estorno do mes. A
      * decisao leva o utilizador que a tomou e a data/hora.
      ******************************************************************
       01  RET-REGISTO.
           05  RET-CHAVE.
               10  RET-ID           PIC X(06).
               10  RET-ANO          PIC 9(04).
               10  RET-MES          PIC 9(02).
               10  RET-SEQ          PIC 9(02).
           05  RET-IBAN             PIC X(25).
           05  RET-NOME             PIC A(30).
           05  RET-VALOR            PIC 9(06)V99.
           05  RET-TIPO             PIC X(01).
           05  RET-MOTIVOS.
               10  RET-MOTIVO-IBAN  PIC X(01).
               10  RET-MOTIVO-SUBIDA PIC X(01).
               10  RET-MOTIVO-TECTO PIC X(01).
           05  RET-LIQ-ANTERIOR     PIC 9(06)V99.
           05  RET-DATA             PIC 9(08).
           05  RET-HORA             PIC 9(06).
           05  RET-ESTADO           PIC X(01).
               88 RET-PENDENTE                 VALUE "P".
               88 RET-APROVADA                 VALUE "A".
               88 RET-REJEITADA                VALUE "R".
               88 RET-ANULADA                  VALUE "X".
               88 RET-POR-PAGAR                VALUE "P" "R".
           05  RET-UTILIZADOR       PIC X(10).
           05  RET-DATA-DECISAO     PIC 9(08).
           05  RET-HORA-DECISAO     PIC 9(06).
           05  FILLER               PIC X(12).
