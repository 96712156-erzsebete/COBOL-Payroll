      ******************************************************************
      * Registo das execucoes forcadas fora da ordem do ciclo mensal
      * (CICLOLOG), acrescentado pelos programas da cadeia mensal e
      * pelas accoes manuais do programa do ciclo (CICLOS).
      * Uma linha por ano/mes forcado ou alterado a mao: data/hora,
      * programa, etapa encontrada no CICLOMES, etapa que o programa
      * carimba, utilizador e motivo (da autorizacao CICLOFOR ou
      * indicado no CICLOS).
      ******************************************************************
       01  CLOG-REGISTO.
           05  CLOG-DATA            PIC 9(08).
           05  CLOG-HORA            PIC 9(06).
           05  CLOG-PROGRAMA        PIC X(08).
           05  CLOG-ANO             PIC 9(04).
           05  CLOG-MES             PIC 9(02).
           05  CLOG-ETAPA-ACTUAL    PIC 9(01).
           05  CLOG-ETAPA-NOVA      PIC 9(01).
           05  CLOG-UTILIZADOR      PIC X(10).
           05  CLOG-MOTIVO          PIC X(50).
           05  FILLER               PIC X(10).
