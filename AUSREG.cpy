      ******************************************************************
      * Registo do mapa de ausencias (AUSMSTR), partilhado pelo
      * programa de ausencias (AUSMANUT), pelo processamento de
      * salarios (SALARIOS) e pelo fecho de ano (FECHOANO).
      * Chave: AUS-CHAVE (empregado + ano). Para cada tipo de
      * ausencia - 1=ferias, 2=falta justificada, 3=falta
      * injustificada, 4=baixa medica - guarda o direito do ano, os
      * dias gozados e o saldo (direito - gozados). So' as ferias e
      * as faltas justificadas tem direito; nas faltas justificadas o
      * direito a zero quer dizer sem limite. AUS-FERIAS-TRANSITADAS:
      * dias de ferias nao gozados no ano anterior, ja incluidos no
      * direito de ferias, trazidos pelo fecho de ano dentro do
      * limite legal. O detalhe por mes (dias de cada tipo) serve
      * para validar que um mes nunca soma mais de 30 dias.
      ******************************************************************
       01  AUS-REGISTO.
           05  AUS-CHAVE.
               10  AUS-ID           PIC X(06).
               10  AUS-ANO          PIC 9(04).
           05  AUS-FERIAS-TRANSITADAS PIC 9(03)V99.
           05  AUS-TIPOS OCCURS 4 TIMES INDEXED BY IDX-AUS.
               10  AUS-DIREITO      PIC 9(03)V99.
               10  AUS-GOZADOS      PIC 9(03)V99.
               10  AUS-SALDO        PIC 9(03)V99.
           05  AUS-MESES OCCURS 12 TIMES INDEXED BY IDX-AUS-MES.
               10  AUS-MES-DIAS     PIC 9(02)V99 OCCURS 4 TIMES.
           05  FILLER               PIC X(10).
