      ******************************************************************
      * Autorizacao para correr um programa da cadeia mensal fora da
      * ordem das etapas do ciclo (CICLOFOR), lida pelos mesmos
      * programas que consultam o CICLOMES (copybook CICREG).
      * Um registo: o programa autorizado, o ano, o mes (00 = todos os
      * meses do ano), o utilizador que autoriza e o motivo. So' e'
      * usada quando o ciclo recusaria a execucao; a execucao forcada
      * fica registada no CICLOLOG e o ficheiro e' esvaziado no fim,
      * para que cada autorizacao sirva uma unica execucao.
      ******************************************************************
       01  FORC-REGISTO.
           05  FORC-PROGRAMA        PIC X(08).
           05  FORC-ANO             PIC 9(04).
           05  FORC-MES             PIC 9(02).
           05  FORC-UTILIZADOR      PIC X(10).
           05  FORC-MOTIVO          PIC X(50).
           05  FILLER               PIC X(06).
