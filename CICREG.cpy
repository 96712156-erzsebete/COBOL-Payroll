      ******************************************************************
      * Registo do estado do ciclo mensal de processamento (CICLOMES),
      * partilhado por todos os programas da cadeia mensal, que o
      * consultam no arranque e o carimbam no fim: SALARIOS (calculo,
      * estornos e retroactivos), BANCORET, RECONCIL, DMRMES,
      * DECLARAC, FECHOANO e o programa do ciclo (CICLOS), que abre os
      * meses, confirma o envio dos pagamentos ao banco e imprime o
      * relatorio do estado do ano.
      * Chave: CIC-ANO + CIC-MES; o mes 00 guarda o estado do ano
      * (declaracao anual e fecho). CIC-ETAPA, por ordem:
      * 1=aberto, 2=calculado (SALARIOS), 3=pago (envio confirmado no
      * CICLOS), 4=retornado (BANCORET), 5=reconciliado (RECONCIL sem
      * divergencias), 6=declarado (DMRMES; no mes 00, DECLARAC) e
      * 7=fechado (FECHOANO). Um mes sem registo ainda nao foi aberto.
      * Cada etapa guarda o ultimo carimbo: data/hora, programa,
      * registos tratados, total de controlo (liquido) e a marca de
      * execucao forcada fora de ordem (registada no CICLOLOG).
      ******************************************************************
       01  CIC-REGISTO.
           05  CIC-CHAVE.
               10  CIC-ANO          PIC 9(04).
               10  CIC-MES          PIC 9(02).
           05  CIC-ETAPA            PIC 9(01).
               88 CIC-ABERTO                   VALUE 1.
               88 CIC-CALCULADO                VALUE 2.
               88 CIC-PAGO                     VALUE 3.
               88 CIC-RETORNADO                VALUE 4.
               88 CIC-RECONCILIADO             VALUE 5.
               88 CIC-DECLARADO                VALUE 6.
               88 CIC-FECHADO                  VALUE 7.
           05  CIC-ULT-PROGRAMA     PIC X(08).
           05  CIC-ULT-DATA         PIC 9(08).
           05  CIC-ULT-HORA         PIC 9(06).
           05  CIC-CARIMBOS OCCURS 7 TIMES.
               10  CIC-CAR-DATA     PIC 9(08).
               10  CIC-CAR-HORA     PIC 9(06).
               10  CIC-CAR-PROGRAMA PIC X(08).
               10  CIC-CAR-REGISTOS PIC 9(07).
               10  CIC-CAR-TOTAL    PIC S9(09)V99.
               10  CIC-CAR-FORCADO  PIC X(01).
           05  FILLER               PIC X(20).
