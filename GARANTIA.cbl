      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Relatorio dos saldos da garantia minima (GARMSTR):
      *            percorre o mapa da garantia por ordem de empregado
      *            e lista em GARLISTA cada saldo por recuperar dos
      *            complementos pagos pelo processamento de salarios
      *            como adiantamento por conta de comissoes - mes de
      *            inicio, total adiantado, total recuperado e saldo -
      *            com o nome do mapa de empregados (EMPMSTR). Os
      *            saldos de empregados cessados, que ja nao podem
      *            ser recuperados da comissao, saem destacados, com
      *            aviso na consola e total proprio no rodape, para
      *            decisao da direccao e nao se perderem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GARMSTR      ASSIGN TO "GARMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS GAR-ID
                                FILE STATUS IS FS-GARMSTR.

           SELECT EMPMSTR      ASSIGN TO "EMPMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS EMP-ID
                                FILE STATUS IS FS-EMPMSTR.

           SELECT GARLISTA     ASSIGN TO "GARLISTA"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-GARLISTA.

       DATA DIVISION.
       FILE SECTION.

       FD  GARMSTR.
       COPY GARREG.

       FD  EMPMSTR.
       COPY EMPREG.

       FD  GARLISTA
           RECORD CONTAINS 100 CHARACTERS.
       01  LISTA-REGISTO            PIC X(100).

       WORKING-STORAGE SECTION.

        77 FS-GARMSTR             PIC XX           VALUE "00".
        77 FS-EMPMSTR             PIC XX           VALUE "00".
        77 FS-GARLISTA            PIC XX           VALUE "00".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 EMPMSTR-ESTADO         PIC X            VALUE "S".
           88 EMPMSTR-DISPONIVEL                    VALUE "S".
        77 EMPREGADO-EXISTE       PIC X            VALUE "N".
           88 EMPREGADO-ENCONTRADO                 VALUE "S".
        77 GARANTIA-CESSADA       PIC X            VALUE "N".
           88 SALDO-DE-CESSADO                     VALUE "S".

        77 LISTA-QTD              PIC 9(05)        VALUE ZEROS.
        77 LISTA-SALDO-TOTAL      PIC 9(08)V99     VALUE ZEROS.
        77 CESSADOS-QTD           PIC 9(05)        VALUE ZEROS.
        77 CESSADOS-SALDO-TOTAL   PIC 9(08)V99     VALUE ZEROS.
        77 NOME-LISTA             PIC X(24)        VALUE SPACES.
        77 MARCA-LISTA            PIC X(22)        VALUE SPACES.
        77 LISTA-LINHA            PIC X(100)       VALUE SPACES.
        77 SAIDA-LISTA-QTD        PIC ZZZZ9.
        77 SAIDA-SALDO-TOTAL      PIC ZZZZZZZ9.99.
        77 SAIDA-ADIANTADO        PIC ZZZZZZ9.99.
        77 SAIDA-RECUPERADO       PIC ZZZZZZ9.99.
        77 SAIDA-SALDO            PIC ZZZZZ9.99.
        77 SAIDA-MES              PIC 99.

       PROCEDURE DIVISION.

       INICIO.
             OPEN INPUT GARMSTR.
             IF (FS-GARMSTR NOT = "00") THEN
                 DISPLAY "GARMSTR: mapa da garantia nao encontrado"
                     " (estado " FS-GARMSTR "), nada a listar."
                 STOP RUN
             END-IF.
             PERFORM ABRIR-EMPMSTR.
             OPEN OUTPUT GARLISTA.
             IF (FS-GARLISTA NOT = "00") THEN
                 DISPLAY "GARLISTA: erro ao abrir, listagem nao"
                     " gerada."
             ELSE
                 PERFORM LISTAR-GARANTIAS
                 CLOSE GARLISTA
                 MOVE LISTA-QTD TO SAIDA-LISTA-QTD
                 DISPLAY "GARANTIA: " SAIDA-LISTA-QTD
                     " saldo(s) por recuperar gravados em GARLISTA."
             END-IF.
             CLOSE GARMSTR.
             IF (EMPMSTR-DISPONIVEL) THEN
                 CLOSE EMPMSTR
             END-IF.
             STOP RUN.

      *------------------------------------------------------------------------
      * Abre o mapa de empregados apenas para consulta: o nome e o
      * estado (activo/cessado) de cada empregado com saldo. Sem o
      * mapa a listagem sai na mesma, sem nomes.
       ABRIR-EMPMSTR.

           OPEN INPUT EMPMSTR.
           IF (FS-EMPMSTR NOT = "00") THEN
               MOVE "N" TO EMPMSTR-ESTADO
               DISPLAY "EMPMSTR: erro ao abrir (estado " FS-EMPMSTR
                   "), listagem sem nomes."
           END-IF.

      *------------------------------------------------------------------------
      * Percorre o GARMSTR por ordem de GAR-ID e grava uma linha por
      * saldo por recuperar, com rodape de contagem e saldo total e,
      * a parte, dos saldos de empregados cessados.
       LISTAR-GARANTIAS.

           PERFORM GRAVAR-CABECALHO-LISTA.
           MOVE LOW-VALUES TO GAR-ID.
           START GARMSTR KEY NOT < GAR-ID
               INVALID KEY
                   SET MSTR-TERMINADO TO TRUE
           END-START.
           IF NOT MSTR-TERMINADO THEN
               PERFORM LER-PROXIMA-GARANTIA
           END-IF.
           PERFORM GRAVAR-LINHA-LISTA UNTIL MSTR-TERMINADO.
           PERFORM GRAVAR-RODAPE-LISTA.

       LER-PROXIMA-GARANTIA.

           READ GARMSTR NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       GRAVAR-CABECALHO-LISTA.

           MOVE SPACES TO LISTA-LINHA.
           STRING "SALDOS DA GARANTIA MINIMA (ADIANTAMENTOS POR CONTA"
                                               DELIMITED BY SIZE
                  " DE COMISSOES)"             DELIMITED BY SIZE
               INTO LISTA-LINHA
           END-STRING.
           WRITE LISTA-REGISTO FROM LISTA-LINHA.
           MOVE SPACES TO LISTA-LINHA.
           STRING "ID     Nome                     Desde    Adiantado"
                                               DELIMITED BY SIZE
                  " Recuperado     Saldo"      DELIMITED BY SIZE
               INTO LISTA-LINHA
           END-STRING.
           WRITE LISTA-REGISTO FROM LISTA-LINHA.

      *------------------------------------------------------------------------
      * Linha de um empregado com saldo por recuperar. O saldo e' de
      * um cessado quando o acerto de contas marcou o registo ou
      * quando o mapa de empregados ja tem o empregado cessado (ou
      * ja nao o tem).
       GRAVAR-LINHA-LISTA.

           IF (GAR-SALDO > 0) THEN
               PERFORM LOCALIZAR-EMPREGADO
               MOVE "N" TO GARANTIA-CESSADA
               IF (GAR-CESSADO) THEN
                   MOVE "S" TO GARANTIA-CESSADA
               END-IF
               IF (EMPMSTR-DISPONIVEL) THEN
                   IF NOT EMPREGADO-ENCONTRADO THEN
                       MOVE "S" TO GARANTIA-CESSADA
                   ELSE
                       IF (EMP-CESSADO) THEN
                           MOVE "S" TO GARANTIA-CESSADA
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO MARCA-LISTA
               IF (SALDO-DE-CESSADO) THEN
                   MOVE " CESSADO-POR RECUPERAR" TO MARCA-LISTA
                   ADD 1 TO CESSADOS-QTD
                   ADD GAR-SALDO TO CESSADOS-SALDO-TOTAL
               END-IF
               MOVE GAR-MES-INICIO       TO SAIDA-MES
               MOVE GAR-TOTAL-ADIANTADO  TO SAIDA-ADIANTADO
               MOVE GAR-TOTAL-RECUPERADO TO SAIDA-RECUPERADO
               MOVE GAR-SALDO            TO SAIDA-SALDO
               MOVE SPACES TO LISTA-LINHA
               STRING GAR-ID             DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      NOME-LISTA         DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      SAIDA-MES          DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      GAR-ANO-INICIO     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      SAIDA-ADIANTADO    DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      SAIDA-RECUPERADO   DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      SAIDA-SALDO        DELIMITED BY SIZE
                      MARCA-LISTA        DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               ADD 1 TO LISTA-QTD
               ADD GAR-SALDO TO LISTA-SALDO-TOTAL
               IF (SALDO-DE-CESSADO) THEN
                   DISPLAY "GARANTIA: ID " GAR-ID " cessado com "
                       SAIDA-SALDO " EUR por recuperar."
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-GARANTIA.

      *------------------------------------------------------------------------
      * Le o empregado do saldo corrente no mapa de empregados e
      * guarda o nome para a linha da listagem.
       LOCALIZAR-EMPREGADO.

           MOVE "N" TO EMPREGADO-EXISTE.
           MOVE SPACES TO NOME-LISTA.
           IF (EMPMSTR-DISPONIVEL) THEN
               MOVE GAR-ID TO EMP-ID
               READ EMPMSTR
                   INVALID KEY
                       MOVE "(fora do mapa)" TO NOME-LISTA
                   NOT INVALID KEY
                       MOVE "S" TO EMPREGADO-EXISTE
                       MOVE EMP-NOME TO NOME-LISTA
               END-READ
           END-IF.

       GRAVAR-RODAPE-LISTA.

           MOVE LISTA-QTD TO SAIDA-LISTA-QTD.
           MOVE LISTA-SALDO-TOTAL TO SAIDA-SALDO-TOTAL.
           MOVE SPACES TO LISTA-LINHA.
           STRING "TOTAL Saldos por recuperar: " DELIMITED BY SIZE
                  SAIDA-LISTA-QTD                DELIMITED BY SIZE
                  "  Saldo: "                    DELIMITED BY SIZE
                  SAIDA-SALDO-TOTAL              DELIMITED BY SIZE
                  " EUR"                         DELIMITED BY SIZE
               INTO LISTA-LINHA
           END-STRING.
           WRITE LISTA-REGISTO FROM LISTA-LINHA.

           MOVE CESSADOS-QTD TO SAIDA-LISTA-QTD.
           MOVE CESSADOS-SALDO-TOTAL TO SAIDA-SALDO-TOTAL.
           MOVE SPACES TO LISTA-LINHA.
           STRING "TOTAL Cessados por recuperar: " DELIMITED BY SIZE
                  SAIDA-LISTA-QTD                  DELIMITED BY SIZE
                  "  Saldo: "                      DELIMITED BY SIZE
                  SAIDA-SALDO-TOTAL                DELIMITED BY SIZE
                  " EUR"                           DELIMITED BY SIZE
               INTO LISTA-LINHA
           END-STRING.
           WRITE LISTA-REGISTO FROM LISTA-LINHA.

       END PROGRAM GARANTIA.
