      *            relatorio de custo (retencao + parte patronal).
      *            Empregados sem NIF ou NISS no mapa sao declarados
      *            com aviso, para correccao no EMPMANUT.
      * Out/2026 - Estado do ciclo mensal (CICLOMES, copybook CICREG):
      *            a declaracao so' corre para um mes reconciliado ou
      *            ja declarado; fora de ordem so' com autorizacao no
      *            CICLOFOR, registada no CICLOLOG. No fim o mes fica
      *            declarado, com os empregados e a remuneracao
      *            declarados como totais de controlo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMRMES.
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-DMRFICH.

           SELECT CICLOMES     ASSIGN TO "CICLOMES"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS CIC-CHAVE
                                FILE STATUS IS FS-CICLOMES.

           SELECT CICLOFOR     ASSIGN TO "CICLOFOR"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-CICLOFOR.

           SELECT CICLOLOG     ASSIGN TO "CICLOLOG"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-CICLOLOG.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 130 CHARACTERS.
       01  DMR-REGISTO              PIC X(130).

      *------------------------------------------------------------------------
      * Estado do ciclo mensal de processamento, descrito no copybook
      * CICREG, com a autorizacao de execucao fora de ordem (CICFOR) e
      * o registo das execucoes forcadas (CICLOG).
       FD  CICLOMES.
       COPY CICREG.

       FD  CICLOFOR
           RECORD CONTAINS 80 CHARACTERS.
       COPY CICFOR.

       FD  CICLOLOG
           RECORD CONTAINS 100 CHARACTERS.
       COPY CICLOG.

       WORKING-STORAGE SECTION.

        77 FS-EMPMSTR             PIC XX           VALUE "00".
        77 SAIDA-EMPRESA          PIC -ZZZZZZZ9.99.
        77 SAIDA-QTD              PIC ZZZZ9.

        77 FS-CICLOMES            PIC XX           VALUE "00".
        77 FS-CICLOFOR            PIC XX           VALUE "00".
        77 FS-CICLOLOG            PIC XX           VALUE "00".
        77 CICLO-ESTADO           PIC X            VALUE "N".
           88 CICLO-DISPONIVEL                     VALUE "S".
        77 CICLO-PROGRAMA         PIC X(08)        VALUE "DMRMES".
        77 CICLO-ANO              PIC 9(04)        VALUE ZEROS.
        77 CICLO-MES              PIC 9(02)        VALUE ZEROS.
        77 CICLO-ETAPA-ACTUAL     PIC 9(01)        VALUE ZEROS.
        77 CICLO-ETAPA-MIN        PIC 9(01)        VALUE 5.
        77 CICLO-ETAPA-MAX        PIC 9(01)        VALUE 6.
        77 CICLO-ETAPA-NOVA       PIC 9(01)        VALUE 6.
        77 CICLO-IDX              PIC 9(02)        VALUE ZEROS.
        77 CICLO-EXISTE           PIC X            VALUE "N".
           88 CICLO-ENCONTRADO                     VALUE "S".
        77 CICLO-VEREDICTO        PIC X            VALUE SPACE.
           88 CICLO-RECUSADO                       VALUE "R".
        77 CICLO-FORCAGEM         PIC X            VALUE "N".
           88 CICLO-FORCAGEM-USADA                 VALUE "S".
        77 CICLO-CARIMBO-FORCADO  PIC X            VALUE "N".
        77 CICLO-ACUMULAR         PIC X            VALUE "N".
           88 CICLO-ACUMULA                        VALUE "S".
        77 CICLO-DATA             PIC 9(08)        VALUE ZEROS.
        77 CICLO-TEMPO            PIC X(08)        VALUE SPACES.
        77 CICLO-HORA             PIC 9(06)        VALUE ZEROS.
        77 CICLO-REGISTOS         PIC 9(07)        VALUE ZEROS.
        77 CICLO-TOTAL            PIC S9(09)V99    VALUE ZEROS.

      *------------------------------------------------------------------------
      * Nomes das etapas do ciclo mensal para as mensagens (etapa 0 =
      * mes ainda sem registo no CICLOMES).
        01 TAB-ETAPAS-VALORES.
           05 FILLER              PIC X(12)        VALUE "por abrir".
           05 FILLER              PIC X(12)        VALUE "aberto".
           05 FILLER              PIC X(12)        VALUE "calculado".
           05 FILLER              PIC X(12)        VALUE "pago".
           05 FILLER              PIC X(12)        VALUE "retornado".
           05 FILLER              PIC X(12)        VALUE "reconciliado".
           05 FILLER              PIC X(12)        VALUE "declarado".
           05 FILLER              PIC X(12)        VALUE "fechado".
        01 TAB-ETAPAS REDEFINES TAB-ETAPAS-VALORES.
           05 TAB-ETAPA-NOME      PIC X(12) OCCURS 8 TIMES.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM LER-ANO-DECLARACAO.
             PERFORM LER-MES-DECLARACAO.
             MOVE ANO-DECLARACAO TO CICLO-ANO.
             MOVE MES-DECLARACAO TO CICLO-MES.
             PERFORM ABRIR-CICLO.
             IF NOT CICLO-DISPONIVEL THEN
                 STOP RUN
             END-IF.
             PERFORM VERIFICAR-CICLO.
             IF (CICLO-RECUSADO) THEN
                 DISPLAY "DMRMES: mes fora da ordem do ciclo mensal,"
                     " declaracao nao gerada."
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             OPEN INPUT EMPMSTR.
             IF (FS-EMPMSTR NOT = "00") THEN
                 DISPLAY "EMPMSTR: erro ao abrir, declaracao nao"
                     " gerada."
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             OPEN INPUT HISTORIC.
                 DISPLAY "HISTORIC: erro ao abrir, declaracao nao"
                     " gerada."
                 CLOSE EMPMSTR
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             OPEN OUTPUT DMRFICH.
                     " gerada."
                 CLOSE EMPMSTR
                 CLOSE HISTORIC
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.

             MOVE EMP-SEM-NUMEROS TO SAIDA-QTD.
             DISPLAY " Sem NIF/NISS: " SAIDA-QTD ".".

      *      Mes declarado no ciclo mensal, com os empregados e a
      *      remuneracao declarados como totais de controlo.
             MOVE EMP-DECLARADOS      TO CICLO-REGISTOS.
             MOVE EMPRESA-REMUNERACAO TO CICLO-TOTAL.
             IF (CICLO-VEREDICTO = "F") THEN
                 MOVE "S" TO CICLO-CARIMBO-FORCADO
             END-IF.
             PERFORM CARIMBAR-CICLO.
             PERFORM FECHAR-CICLO.

             CLOSE DMRFICH.
             CLOSE HISTORIC.
             CLOSE EMPMSTR.
           END-STRING.
           WRITE DMR-REGISTO FROM DMR-LINHA.

      *------------------------------------------------------------------------
      * Abre o estado do ciclo mensal em I-O; se ainda nao existir,
      * cria-o. Sem o ciclo nao se sabe em que etapa estao os meses e
      * o programa nao corre.
       ABRIR-CICLO.

           MOVE "S" TO CICLO-ESTADO.
           OPEN I-O CICLOMES.
           IF (FS-CICLOMES = "35") THEN
               OPEN OUTPUT CICLOMES
               CLOSE CICLOMES
               OPEN I-O CICLOMES
           END-IF.
           IF (FS-CICLOMES NOT = "00") THEN
               MOVE "N" TO CICLO-ESTADO
               DISPLAY "CICLOMES: erro ao abrir (estado "
                   FS-CICLOMES "), execucao cancelada."
           END-IF.

      *------------------------------------------------------------------------
      * Le a etapa de CICLO-ANO/CICLO-MES no CICLOMES (0 sem registo).
       CONSULTAR-CICLO.

           MOVE "N" TO CICLO-EXISTE.
           MOVE ZEROS TO CICLO-ETAPA-ACTUAL.
           MOVE CICLO-ANO TO CIC-ANO.
           MOVE CICLO-MES TO CIC-MES.
           READ CICLOMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO CICLO-EXISTE
                   MOVE CIC-ETAPA TO CICLO-ETAPA-ACTUAL
           END-READ.

      *------------------------------------------------------------------------
      * Decide se o mes pode correr: dentro dos limites de etapa do
      * programa e' autorizado ("A"); fora deles so' com autorizacao
      * no CICLOFOR ("F"), senao recusado ("R").
       VERIFICAR-CICLO.

           PERFORM CONSULTAR-CICLO.
           IF (CICLO-ETAPA-ACTUAL >= CICLO-ETAPA-MIN)
               AND (CICLO-ETAPA-ACTUAL <= CICLO-ETAPA-MAX) THEN
               MOVE "A" TO CICLO-VEREDICTO
           ELSE
               PERFORM AVISAR-ETAPA-CICLO
               PERFORM FORCAR-CICLO
           END-IF.

       AVISAR-ETAPA-CICLO.

           COMPUTE CICLO-IDX = CICLO-ETAPA-ACTUAL + 1.
           DISPLAY "CICLOMES: " CICLO-ANO "/" CICLO-MES
               " na etapa " TAB-ETAPA-NOME(CICLO-IDX)
               ", fora da ordem para " CICLO-PROGRAMA ".".

      *------------------------------------------------------------------------
      * Execucao fora de ordem: so' com uma autorizacao no CICLOFOR
      * para este programa e ano (e para o mes, ou 00 = todos), com
      * utilizador. A execucao forcada fica registada no CICLOLOG;
      * sem registo no CICLOLOG nao ha execucao forcada.
       FORCAR-CICLO.

           MOVE "R" TO CICLO-VEREDICTO.
           OPEN INPUT CICLOFOR.
           IF (FS-CICLOFOR = "00") THEN
               READ CICLOFOR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (FORC-PROGRAMA = CICLO-PROGRAMA)
                           AND (FORC-ANO = CICLO-ANO)
                           AND ((FORC-MES = ZEROS)
                             OR (FORC-MES = CICLO-MES))
                           AND (FORC-UTILIZADOR NOT = SPACES) THEN
                           PERFORM REGISTAR-FORCAGEM
                       END-IF
               END-READ
               CLOSE CICLOFOR
           END-IF.
           IF (CICLO-RECUSADO) THEN
               DISPLAY "CICLOMES: sem autorizacao no CICLOFOR, "
                   CICLO-ANO "/" CICLO-MES " recusado."
           END-IF.

       REGISTAR-FORCAGEM.

           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           ACCEPT CICLO-TEMPO FROM TIME.
           MOVE CICLO-TEMPO(1:6) TO CICLO-HORA.
           OPEN EXTEND CICLOLOG.
           IF (FS-CICLOLOG NOT = "00") THEN
               OPEN OUTPUT CICLOLOG
           END-IF.
           IF (FS-CICLOLOG NOT = "00") THEN
               DISPLAY "CICLOLOG: erro ao abrir, execucao forcada"
                   " nao registada."
           ELSE
               MOVE SPACES             TO CLOG-REGISTO
               MOVE CICLO-DATA         TO CLOG-DATA
               MOVE CICLO-HORA         TO CLOG-HORA
               MOVE CICLO-PROGRAMA     TO CLOG-PROGRAMA
               MOVE CICLO-ANO          TO CLOG-ANO
               MOVE CICLO-MES          TO CLOG-MES
               MOVE CICLO-ETAPA-ACTUAL TO CLOG-ETAPA-ACTUAL
               MOVE CICLO-ETAPA-NOVA   TO CLOG-ETAPA-NOVA
               MOVE FORC-UTILIZADOR    TO CLOG-UTILIZADOR
               MOVE FORC-MOTIVO        TO CLOG-MOTIVO
               WRITE CLOG-REGISTO
               CLOSE CICLOLOG
               MOVE "F" TO CICLO-VEREDICTO
               MOVE "S" TO CICLO-FORCAGEM
               DISPLAY "CICLOMES: " CICLO-ANO "/" CICLO-MES
                   " forcado por " FORC-UTILIZADOR ": " FORC-MOTIVO
           END-IF.

      *------------------------------------------------------------------------
      * Carimbo de CICLO-ANO/CICLO-MES com a etapa do programa (um mes
      * ja mais adiantado mantem a etapa), a data/hora, os registos e
      * o total de controlo. Uma nova execucao na mesma etapa
      * substitui o carimbo, ou acumula-lhe os valores quando o
      * programa trata ficheiros parciais (CICLO-ACUMULA).
       CARIMBAR-CICLO.

           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           ACCEPT CICLO-TEMPO FROM TIME.
           MOVE CICLO-TEMPO(1:6) TO CICLO-HORA.
           PERFORM CONSULTAR-CICLO.
           IF NOT CICLO-ENCONTRADO THEN
               MOVE CICLO-ANO TO CIC-ANO
               MOVE CICLO-MES TO CIC-MES
               MOVE ZEROS TO CIC-ETAPA
               PERFORM LIMPAR-CARIMBO-CICLO
                   VARYING CICLO-IDX FROM 1 BY 1 UNTIL CICLO-IDX > 7
           END-IF.
           MOVE CICLO-ETAPA-NOVA TO CICLO-IDX.
           IF (CIC-ETAPA NOT = CICLO-ETAPA-NOVA)
               OR NOT CICLO-ACUMULA THEN
               PERFORM LIMPAR-CARIMBO-CICLO
           END-IF.
           IF (CIC-ETAPA < CICLO-ETAPA-NOVA) THEN
               MOVE CICLO-ETAPA-NOVA TO CIC-ETAPA
           END-IF.
           MOVE CICLO-DATA     TO CIC-CAR-DATA(CICLO-IDX).
           MOVE CICLO-HORA     TO CIC-CAR-HORA(CICLO-IDX).
           MOVE CICLO-PROGRAMA TO CIC-CAR-PROGRAMA(CICLO-IDX).
           ADD CICLO-REGISTOS  TO CIC-CAR-REGISTOS(CICLO-IDX).
           ADD CICLO-TOTAL     TO CIC-CAR-TOTAL(CICLO-IDX).
           IF (CICLO-CARIMBO-FORCADO = "S") THEN
               MOVE "S" TO CIC-CAR-FORCADO(CICLO-IDX)
           END-IF.
           MOVE CICLO-PROGRAMA TO CIC-ULT-PROGRAMA.
           MOVE CICLO-DATA     TO CIC-ULT-DATA.
           MOVE CICLO-HORA     TO CIC-ULT-HORA.
           IF (CICLO-ENCONTRADO) THEN
               REWRITE CIC-REGISTO
                   INVALID KEY
                       DISPLAY "CICLOMES: erro ao gravar " CIC-ANO
                           "/" CIC-MES "."
               END-REWRITE
           ELSE
               WRITE CIC-REGISTO
                   INVALID KEY
                       DISPLAY "CICLOMES: erro ao gravar " CIC-ANO
                           "/" CIC-MES "."
               END-WRITE
           END-IF.

       LIMPAR-CARIMBO-CICLO.

           MOVE ZEROS  TO CIC-CAR-DATA(CICLO-IDX).
           MOVE ZEROS  TO CIC-CAR-HORA(CICLO-IDX).
           MOVE SPACES TO CIC-CAR-PROGRAMA(CICLO-IDX).
           MOVE ZEROS  TO CIC-CAR-REGISTOS(CICLO-IDX).
           MOVE ZEROS  TO CIC-CAR-TOTAL(CICLO-IDX).
           MOVE "N"    TO CIC-CAR-FORCADO(CICLO-IDX).

      *------------------------------------------------------------------------
      * Fecha o ciclo; a autorizacao do CICLOFOR, quando usada, e'
      * esvaziada para nao servir uma segunda execucao.
       FECHAR-CICLO.

           IF (CICLO-DISPONIVEL) THEN
               IF (CICLO-FORCAGEM-USADA) THEN
                   OPEN OUTPUT CICLOFOR
                   CLOSE CICLOFOR
               END-IF
               CLOSE CICLOMES
               MOVE "N" TO CICLO-ESTADO
           END-IF.

       END PROGRAM DMRMES.
