      * O empregado, o ano e o mes identificam a linha de historico
      * (HIST-ID/HIST-ANO/HIST-MES) que originou a transferencia,
      * para o retorno do banco poder ser casado com o historico.
      * O mesmo registo e' usado no SEPALIBE, com as transferencias
      * retidas em quarentena e libertadas pelo LIBERTAR.
      ******************************************************************
       01  SEPA-REGISTO.
           05  SEPA-IBAN            PIC X(25).
