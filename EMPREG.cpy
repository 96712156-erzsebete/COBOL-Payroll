      * (faltas, horas extra, subsidio de alimentacao) de cada mes
      * processado ficam guardados para o recalculo retroactivo
      * poder refazer o total do mes tal como foi apurado.
      * EMP-CHEFE-EQUIPA: ID do chefe de vendas da equipa a que o
      * empregado pertence (espacos = sem equipa), mantido pelo
      * EMPMANUT; a comissao de chefia paga ao chefe em cada mes fica
      * guardada no mapa mensal (EMP-MES-CHEFIA) com os restantes
      * valores do mes. EMP-MES-GARANTIA: efeito da garantia minima no
      * bruto do mes (positivo = complemento adiantado, negativo =
      * recuperacao do saldo da garantia, mapa GARMSTR).
      ******************************************************************
       01  EMP-REGISTO.
           05  EMP-ID               PIC X(06).
           05  EMP-NIF              PIC 9(09).
           05  EMP-NISS             PIC 9(11).
           05  EMP-DEPARTAMENTO     PIC X(04).
           05  EMP-CHEFE-EQUIPA     PIC X(06).
           05  EMP-YTD-IRS          PIC 9(05)V99.
           05  EMP-YTD-SEGSOCIAL    PIC 9(05)V99.
           05  EMP-YTD-LIQUIDO      PIC 9(06)V99.
               10  EMP-MES-SS-PATRONAL   PIC 9(04)V99.
               10  EMP-MES-VOLUME        PIC 9(05).
               10  EMP-MES-MOVS          PIC S9(05)V99.
               10  EMP-MES-CHEFIA        PIC 9(05)V99.
               10  EMP-MES-GARANTIA      PIC S9(05)V99.
