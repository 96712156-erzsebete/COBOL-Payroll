      *            EMPMANUT), a transferencia e' reemitida para o
      *            IBAN novo no ficheiro de reemissao (SEPAREEM), no
      *            mesmo formato SEPA, pronta a enviar ao banco.
      * Out/2026 - Estado do ciclo mensal (CICLOMES, copybook CICREG):
      *            o ficheiro de retorno e' lido antes do
      *            processamento e cada mes nele presente tem de estar
      *            pago (ou ja retornado); fora de ordem so' com
      *            autorizacao no CICLOFOR, registada no CICLOLOG. No
      *            fim os meses ficam retornados, com os retornos e o
      *            valor de cada mes somados como totais de controlo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCORET.
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-SEPAREEM.

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

       FD  SEPAREEM.
       COPY SEPAREG.

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

        77 FS-BANKRET             PIC XX           VALUE "00".
        77 SAIDA-MES              PIC Z9.
        77 SAIDA-VALOR            PIC ZZZZZ9.99.

        77 FS-CICLOMES            PIC XX           VALUE "00".
        77 FS-CICLOFOR            PIC XX           VALUE "00".
        77 FS-CICLOLOG            PIC XX           VALUE "00".
        77 CICLO-ESTADO           PIC X            VALUE "N".
           88 CICLO-DISPONIVEL                     VALUE "S".
        77 CICLO-PROGRAMA         PIC X(08)        VALUE "BANCORET".
        77 CICLO-ANO              PIC 9(04)        VALUE ZEROS.
        77 CICLO-MES              PIC 9(02)        VALUE ZEROS.
        77 CICLO-ETAPA-ACTUAL     PIC 9(01)        VALUE ZEROS.
        77 CICLO-ETAPA-MIN        PIC 9(01)        VALUE 3.
        77 CICLO-ETAPA-MAX        PIC 9(01)        VALUE 4.
        77 CICLO-ETAPA-NOVA       PIC 9(01)        VALUE 4.
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
        77 CICLO-AUTORIZACAO      PIC X            VALUE "S".
           88 CICLO-AUTORIZADO                     VALUE "S".
        77 CICLO-PROCURA          PIC X            VALUE "N".
           88 CICLO-NA-TABELA                      VALUE "S".

      *------------------------------------------------------------------------
      * Meses do ficheiro de retorno, verificados no ciclo mensal na
      * primeira vez que aparecem, com os retornos e o valor
      * devolvido pelo banco de cada mes como totais de controlo.
        01 TAB-CICLO.
           05 TAB-CIC-QTD         PIC 9(02)        VALUE ZEROS.
           05 TAB-CIC OCCURS 36 TIMES INDEXED BY IDX-CIC.
              10 TAB-CIC-ANO        PIC 9(04).
              10 TAB-CIC-MES        PIC 9(02).
              10 TAB-CIC-VEREDICTO  PIC X(01).
                 88 TAB-CIC-RECUSADO               VALUE "R".
                 88 TAB-CIC-FORCADO                VALUE "F".
              10 TAB-CIC-REGISTOS   PIC 9(07).
              10 TAB-CIC-TOTAL      PIC S9(09)V99.

       PROCEDURE DIVISION.

       INICIO.
                     " nada a processar."
                 STOP RUN
             END-IF.
             PERFORM ABRIR-CICLO.
             IF NOT CICLO-DISPONIVEL THEN
                 CLOSE BANKRET
                 STOP RUN
             END-IF.
             PERFORM VERIFICAR-CICLO-RETORNO.
             IF NOT CICLO-AUTORIZADO THEN
                 DISPLAY "BANCORET: meses fora da ordem do ciclo"
                     " mensal, retorno nao processado."
                 CLOSE BANKRET
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             OPEN I-O HISTORIC.
             IF (FS-HISTORIC NOT = "00") THEN
                 DISPLAY "HISTORIC: erro ao abrir (estado " FS-HISTORIC
                     "), retorno nao processado."
                 CLOSE BANKRET
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             OPEN INPUT EMPMSTR.
                 CLOSE SEPAREEM
             END-IF.

      *      Meses do retorno carimbados como retornados no ciclo
      *      mensal; varios ficheiros de retorno do mesmo mes somam.
             MOVE "S" TO CICLO-ACUMULAR.
             PERFORM CARIMBAR-CICLO-MES
                 VARYING IDX-CIC FROM 1 BY 1
                 UNTIL IDX-CIC > TAB-CIC-QTD.
             PERFORM FECHAR-CICLO.

             MOVE RET-LIDOS TO SAIDA-QTD.
             DISPLAY "BANCORET: " SAIDA-QTD " registos de retorno"
                 " processados." WITH NO ADVANCING.
               WRITE RELAT-REGISTO FROM RELAT-LINHA
           END-IF.

      *------------------------------------------------------------------------
      * Percorre o ficheiro de retorno antes do processamento para
      * verificar no ciclo mensal cada mes nele presente: so' meses
      * ja pagos (ou ja retornados, para retornos adicionais) podem
      * ser processados. Um mes recusado recusa o ficheiro inteiro.
       VERIFICAR-CICLO-RETORNO.

           PERFORM LER-RETORNO.
           PERFORM REGISTAR-RETORNO-CICLO UNTIL RETORNO-TERMINADO.
           CLOSE BANKRET.
           OPEN INPUT BANKRET.
           MOVE "N" TO RETORNO-FIM.

       REGISTAR-RETORNO-CICLO.

           IF ((RET-ESTADO = "C") OR (RET-ESTADO = "D"))
               AND (RET-MES >= 1) AND (RET-MES <= 12) THEN
               MOVE RET-ANO TO CICLO-ANO
               MOVE RET-MES TO CICLO-MES
               PERFORM REGISTAR-MES-CICLO
               IF (CICLO-NA-TABELA) THEN
                   ADD 1         TO TAB-CIC-REGISTOS(IDX-CIC)
                   ADD RET-VALOR TO TAB-CIC-TOTAL(IDX-CIC)
               END-IF
           END-IF.
           PERFORM LER-RETORNO.

      *------------------------------------------------------------------------
      * Acrescenta CICLO-ANO/CICLO-MES a tabela dos meses do retorno
      * e verifica a etapa no CICLOMES na primeira vez que o mes
      * aparece. Com a tabela cheia o retorno e' recusado.
       REGISTAR-MES-CICLO.

           PERFORM LOCALIZAR-MES-CICLO.
           IF NOT CICLO-NA-TABELA THEN
               IF (TAB-CIC-QTD >= 36) THEN
                   DISPLAY "CICLOMES: demasiados meses no mesmo"
                       " retorno, " CICLO-ANO "/" CICLO-MES
                       " recusado."
                   MOVE "N" TO CICLO-AUTORIZACAO
               ELSE
                   ADD 1 TO TAB-CIC-QTD
                   SET IDX-CIC TO TAB-CIC-QTD
                   MOVE CICLO-ANO TO TAB-CIC-ANO(IDX-CIC)
                   MOVE CICLO-MES TO TAB-CIC-MES(IDX-CIC)
                   MOVE ZEROS TO TAB-CIC-REGISTOS(IDX-CIC)
                   MOVE ZEROS TO TAB-CIC-TOTAL(IDX-CIC)
                   PERFORM VERIFICAR-CICLO
                   MOVE CICLO-VEREDICTO TO TAB-CIC-VEREDICTO(IDX-CIC)
                   MOVE "S" TO CICLO-PROCURA
                   IF (TAB-CIC-RECUSADO(IDX-CIC)) THEN
                       MOVE "N" TO CICLO-AUTORIZACAO
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-MES-CICLO.

           MOVE "N" TO CICLO-PROCURA.
           PERFORM PROCURAR-MES-CICLO
               VARYING IDX-CIC FROM 1 BY 1
               UNTIL CICLO-NA-TABELA OR (IDX-CIC > TAB-CIC-QTD).
           IF (CICLO-NA-TABELA) THEN
               SET IDX-CIC DOWN BY 1
           END-IF.

       PROCURAR-MES-CICLO.

           IF (IDX-CIC <= TAB-CIC-QTD) THEN
               IF (TAB-CIC-ANO(IDX-CIC) = CICLO-ANO)
                   AND (TAB-CIC-MES(IDX-CIC) = CICLO-MES) THEN
                   MOVE "S" TO CICLO-PROCURA
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Carimbo de um mes do retorno como retornado, com os retornos
      * e o valor do mes.
       CARIMBAR-CICLO-MES.

           MOVE TAB-CIC-ANO(IDX-CIC)      TO CICLO-ANO.
           MOVE TAB-CIC-MES(IDX-CIC)      TO CICLO-MES.
           MOVE TAB-CIC-REGISTOS(IDX-CIC) TO CICLO-REGISTOS.
           MOVE TAB-CIC-TOTAL(IDX-CIC)    TO CICLO-TOTAL.
           IF (TAB-CIC-FORCADO(IDX-CIC)) THEN
               MOVE "S" TO CICLO-CARIMBO-FORCADO
           ELSE
               MOVE "N" TO CICLO-CARIMBO-FORCADO
           END-IF.
           PERFORM CARIMBAR-CICLO.

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

       END PROGRAM BANCORET.
