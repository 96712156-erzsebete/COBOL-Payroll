      *            mapa com o novo ano de processamento, para que o
      *            Janeiro seguinte nao seja recusado pela proteccao de
      *            duplo processamento nem se percam os valores do ano.
      * Out/2026 - Limpa tambem a comissao de chefia guardada em cada
      *            mes do mapa (EMP-MES-CHEFIA).
      * Out/2026 - Limpa tambem o efeito da garantia minima guardado
      *            em cada mes do mapa (EMP-MES-GARANTIA); o saldo em
      *            divida no GARMSTR transita de ano sem alteracao.
      * Out/2026 - Transita para o novo ano, no mapa de ausencias
      *            (AUSMSTR), os dias de ferias nao gozados dos
      *            empregados activos, ate' ao limite legal de metade
      *            do direito anual (11 dias); o excesso e' avisado na
      *            consola como perdido. O registo do novo ano fica
      *            com o direito de 22 dias mais os transitados e com
      *            o direito de faltas justificadas do ano encerrado.
      * Out/2026 - Estado do ciclo mensal (CICLOMES, copybook CICREG):
      *            o fecho so' corre com o ano declarado (DECLARAC,
      *            registo do ano, mes 00) e todos os meses do ano,
      *            desde o primeiro com registo no ciclo, declarados;
      *            fora de ordem so' com autorizacao no CICLOFOR (mes
      *            00), registada no CICLOLOG. No fim os meses e o ano
      *            ficam fechados, com os empregados e o liquido
      *            arquivados como totais de controlo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHOANO.
                                RECORD KEY IS EMP-ID
                                FILE STATUS IS FS-EMPMSTR.

           SELECT AUSMSTR      ASSIGN TO "AUSMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS AUS-CHAVE
                                FILE STATUS IS FS-AUSMSTR.

           SELECT EMPANUAL     ASSIGN TO "EMPANUAL"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-EMPANUAL.

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

       FD  EMPMSTR.
       COPY EMPREG.

      *------------------------------------------------------------------------
      * Mapa de ferias e ausencias por empregado e ano, descrito no
      * copybook AUSREG: o saldo de ferias do ano encerrado transita
      * para o registo do novo ano.
       FD  AUSMSTR.
       COPY AUSREG.

      *------------------------------------------------------------------------
      * Historico por ano: um registo por empregado e por ano encerrado,
      * com os acumulados anuais e o detalhe dos 12 meses (marca de
               10  ARQ-MES-LIQUIDO      PIC 9(05)V99.
           05  FILLER               PIC X(19).

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
           88 EMPANUAL-DISPONIVEL                   VALUE "S".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 FS-AUSMSTR             PIC XX           VALUE "00".
        77 AUSMSTR-ESTADO         PIC X            VALUE "N".
           88 AUSMSTR-DISPONIVEL                    VALUE "S".
        77 AUSENCIAS-EXISTE       PIC X            VALUE "N".
           88 AUSENCIAS-ENCONTRADAS                VALUE "S".

        77 FERIAS-DIREITO-ANO     PIC 9(03)V99     VALUE 22.00.
        77 FERIAS-MAX-TRANSITAR   PIC 9(03)V99     VALUE 11.00.
        77 FERIAS-POR-GOZAR       PIC 9(03)V99     VALUE ZEROS.
        77 FERIAS-TRANSITAR       PIC 9(03)V99     VALUE ZEROS.
        77 FERIAS-PERDIDAS        PIC 9(03)V99     VALUE ZEROS.
        77 FALTAS-JUST-DIREITO    PIC 9(03)V99     VALUE ZEROS.
        77 FERIAS-CALC            PIC S9(03)V99    VALUE ZEROS.
        77 FERIAS-TRANSITADOS     PIC 9(05)        VALUE ZEROS.
        77 SAIDA-FERIAS           PIC ZZ9.99.
        77 SAIDA-TRANSITADOS      PIC ZZZZ9.

        77 TEMP-ANO               PIC X(04)        VALUE SPACES.
        77 ANO-FECHO              PIC 9(04)        VALUE ZEROS.
        77 SAIDA-ENCERRADOS       PIC ZZZZ9.
        77 SAIDA-IGNORADOS        PIC ZZZZ9.

        77 FS-CICLOMES            PIC XX           VALUE "00".
        77 FS-CICLOFOR            PIC XX           VALUE "00".
        77 FS-CICLOLOG            PIC XX           VALUE "00".
        77 CICLO-ESTADO           PIC X            VALUE "N".
           88 CICLO-DISPONIVEL                     VALUE "S".
        77 CICLO-PROGRAMA         PIC X(08)        VALUE "FECHOANO".
        77 CICLO-ANO              PIC 9(04)        VALUE ZEROS.
        77 CICLO-MES              PIC 9(02)        VALUE ZEROS.
        77 CICLO-ETAPA-ACTUAL     PIC 9(01)        VALUE ZEROS.
        77 CICLO-ETAPA-MIN        PIC 9(01)        VALUE 6.
        77 CICLO-ETAPA-MAX        PIC 9(01)        VALUE 6.
        77 CICLO-ETAPA-NOVA       PIC 9(01)        VALUE 7.
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
        77 CICLO-ETAPA-MESES      PIC 9(01)        VALUE 6.
        77 CICLO-MESES-REGISTADOS PIC 9(02)        VALUE ZEROS.
        77 CICLO-MESES-PENDENTES  PIC 9(02)        VALUE ZEROS.

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

      *------------------------------------------------------------------------
      * Totais de controlo do fecho por mes do ano encerrado
      * (empregados com o mes processado e liquido arquivado) e do
      * ano (liquido YTD arquivado), para o carimbo do ciclo mensal.
        01 TAB-CICLO-MESES.
           05 TAB-FCIC OCCURS 12 TIMES.
              10 TAB-FCIC-REGISTOS  PIC 9(07).
              10 TAB-FCIC-TOTAL     PIC S9(09)V99.
        77 CICLO-TOTAL-ANO        PIC S9(09)V99    VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM LER-ANO-FECHO.
             MOVE ANO-FECHO TO CICLO-ANO.
             PERFORM ABRIR-CICLO.
             IF NOT CICLO-DISPONIVEL THEN
                 STOP RUN
             END-IF.
             PERFORM VERIFICAR-CICLO-ANO.
             IF (CICLO-RECUSADO) THEN
                 DISPLAY "FECHOANO: ano fora da ordem do ciclo"
                     " mensal, fecho cancelado."
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             PERFORM INICIAR-TOTAIS-CICLO
                 VARYING CICLO-MES FROM 1 BY 1 UNTIL CICLO-MES > 12.
             PERFORM ABRIR-EMPMSTR.
             IF NOT EMPMSTR-DISPONIVEL THEN
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             PERFORM ABRIR-EMPANUAL.
             IF NOT EMPANUAL-DISPONIVEL THEN
                 CLOSE EMPMSTR
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             PERFORM ABRIR-AUSMSTR.

             MOVE LOW-VALUES TO EMP-ID.
             START EMPMSTR KEY NOT < EMP-ID
             DISPLAY "FECHOANO: " SAIDA-ENCERRADOS
                 " empregados encerrados, " SAIDA-IGNORADOS
                 " ignorados (ano aberto diferente).".
             IF (AUSMSTR-DISPONIVEL) THEN
                 MOVE FERIAS-TRANSITADOS TO SAIDA-TRANSITADOS
                 DISPLAY "FECHOANO: " SAIDA-TRANSITADOS
                     " empregados com ferias transitadas para "
                     ANO-NOVO "."
                 CLOSE AUSMSTR
             END-IF.

             CLOSE EMPANUAL.
             CLOSE EMPMSTR.

      *      Meses do ano e registo do ano (mes 00) fechados no ciclo
      *      mensal.
             IF (CICLO-VEREDICTO = "F") THEN
                 MOVE "S" TO CICLO-CARIMBO-FORCADO
             END-IF.
             PERFORM FECHAR-MES-CICLO
                 VARYING CICLO-MES FROM 1 BY 1 UNTIL CICLO-MES > 12.
             MOVE ZEROS           TO CICLO-MES.
             MOVE EMP-ENCERRADOS  TO CICLO-REGISTOS.
             MOVE CICLO-TOTAL-ANO TO CICLO-TOTAL.
             PERFORM CARIMBAR-CICLO.
             PERFORM FECHAR-CICLO.
             STOP RUN.

      *------------------------------------------------------------------------
               DISPLAY "EMPANUAL: erro ao abrir, fecho cancelado."
           END-IF.

      *------------------------------------------------------------------------
      * Abre o mapa de ausencias em I-O. A ausencia do ficheiro nao e'
      * erro: nao ha ferias a transitar e o fecho segue. Outros erros
      * de abertura dao aviso e o mapa fica intacto.
       ABRIR-AUSMSTR.

           OPEN I-O AUSMSTR.
           IF (FS-AUSMSTR = "00") THEN
               MOVE "S" TO AUSMSTR-ESTADO
           ELSE
               MOVE "N" TO AUSMSTR-ESTADO
               IF (FS-AUSMSTR NOT = "35") THEN
                   DISPLAY "AUSMSTR: erro ao abrir (estado " FS-AUSMSTR
                       "), ferias nao transitadas."
               END-IF
           END-IF.

       LER-PROXIMO-EMPREGADO.

           READ EMPMSTR NEXT
           IF (EMP-ANO-ABERTO = ANO-FECHO OR EMP-ANO-ABERTO = ZEROS)
           THEN
               PERFORM ARQUIVAR-EMPREGADO
               IF (AUSMSTR-DISPONIVEL) AND (EMP-ATIVO) THEN
                   PERFORM TRANSITAR-FERIAS
               END-IF
               PERFORM LIMPAR-ANO-EMPREGADO
               MOVE ANO-NOVO TO EMP-ANO-ABERTO
               REWRITE EMP-REGISTO
           MOVE EMP-YTD-SEGSOCIAL TO ARQ-YTD-SEGSOCIAL.
           MOVE EMP-YTD-LIQUIDO   TO ARQ-YTD-LIQUIDO.
           MOVE EMP-YTD-SS-PATRONAL TO ARQ-YTD-SS-PATRONAL.
           ADD EMP-YTD-LIQUIDO    TO CICLO-TOTAL-ANO.
           PERFORM ARQUIVAR-MES-EMPREGADO
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12.
           WRITE ARQ-REGISTO.
           MOVE EMP-MES-IRS(IDX-MES)        TO ARQ-MES-IRS(IDX-ARQ).
           MOVE EMP-MES-LIQUIDO(IDX-MES)    TO
                ARQ-MES-LIQUIDO(IDX-ARQ).
           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
               SET CICLO-MES TO IDX-MES
               ADD 1 TO TAB-FCIC-REGISTOS(CICLO-MES)
               ADD EMP-MES-LIQUIDO(IDX-MES) TO TAB-FCIC-TOTAL(CICLO-MES)
           END-IF.

      *------------------------------------------------------------------------
      * Ferias nao gozadas no ano encerrado: transitam para o novo ano
      * ate' ao limite legal (metade do direito anual, para gozar em
      * cumulacao com as do novo ano); o que passa do limite perde-se,
      * com aviso. Sem registo no ano encerrado nao ha nada a
      * transitar.
       TRANSITAR-FERIAS.

           MOVE EMP-ID    TO AUS-ID.
           MOVE ANO-FECHO TO AUS-ANO.
           READ AUSMSTR
               INVALID KEY
                   MOVE "N" TO AUSENCIAS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO AUSENCIAS-EXISTE
           END-READ.
           IF (AUSENCIAS-ENCONTRADAS) THEN
               MOVE AUS-SALDO(1)   TO FERIAS-POR-GOZAR
               MOVE AUS-DIREITO(2) TO FALTAS-JUST-DIREITO
               IF (FERIAS-POR-GOZAR > FERIAS-MAX-TRANSITAR) THEN
                   MOVE FERIAS-MAX-TRANSITAR TO FERIAS-TRANSITAR
                   COMPUTE FERIAS-PERDIDAS =
                       FERIAS-POR-GOZAR - FERIAS-MAX-TRANSITAR
                   MOVE FERIAS-PERDIDAS TO SAIDA-FERIAS
                   DISPLAY "FECHOANO: ID " EMP-ID " " SAIDA-FERIAS
                       " dias de ferias acima do limite, nao"
                       " transitados."
               ELSE
                   MOVE FERIAS-POR-GOZAR TO FERIAS-TRANSITAR
               END-IF
               PERFORM ABRIR-ANO-AUSENCIAS
           END-IF.

      *------------------------------------------------------------------------
      * Registo do novo ano: criado com o direito de ferias do ano
      * mais os transitados; se ja existir (ausencias marcadas antes
      * do fecho), os transitados substituem os de um fecho anterior.
       ABRIR-ANO-AUSENCIAS.

           MOVE EMP-ID   TO AUS-ID.
           MOVE ANO-NOVO TO AUS-ANO.
           READ AUSMSTR
               INVALID KEY
                   MOVE "N" TO AUSENCIAS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO AUSENCIAS-EXISTE
           END-READ.
           IF (AUSENCIAS-ENCONTRADAS) THEN
               COMPUTE FERIAS-CALC = AUS-DIREITO(1)
                   - AUS-FERIAS-TRANSITADAS + FERIAS-TRANSITAR
               MOVE FERIAS-CALC TO AUS-DIREITO(1)
               COMPUTE FERIAS-CALC = AUS-SALDO(1)
                   - AUS-FERIAS-TRANSITADAS + FERIAS-TRANSITAR
               IF (FERIAS-CALC < 0) THEN
                   MOVE ZEROS TO AUS-SALDO(1)
               ELSE
                   MOVE FERIAS-CALC TO AUS-SALDO(1)
               END-IF
               MOVE FERIAS-TRANSITAR TO AUS-FERIAS-TRANSITADAS
               REWRITE AUS-REGISTO
           ELSE
               MOVE SPACES   TO AUS-REGISTO
               MOVE EMP-ID   TO AUS-ID
               MOVE ANO-NOVO TO AUS-ANO
               PERFORM INICIAR-TIPO-AUSENCIA
                   VARYING IDX-AUS FROM 1 BY 1 UNTIL IDX-AUS > 4
               PERFORM INICIAR-MES-AUSENCIA
                   VARYING IDX-AUS-MES FROM 1 BY 1
                   UNTIL IDX-AUS-MES > 12
               MOVE FERIAS-TRANSITAR TO AUS-FERIAS-TRANSITADAS
               COMPUTE AUS-DIREITO(1) =
                   FERIAS-DIREITO-ANO + FERIAS-TRANSITAR
               MOVE AUS-DIREITO(1)      TO AUS-SALDO(1)
               MOVE FALTAS-JUST-DIREITO TO AUS-DIREITO(2)
               MOVE FALTAS-JUST-DIREITO TO AUS-SALDO(2)
               WRITE AUS-REGISTO
           END-IF.
           IF (FERIAS-TRANSITAR NOT = 0) THEN
               ADD 1 TO FERIAS-TRANSITADOS
           END-IF.

       INICIAR-TIPO-AUSENCIA.

           MOVE ZEROS TO AUS-DIREITO(IDX-AUS).
           MOVE ZEROS TO AUS-GOZADOS(IDX-AUS).
           MOVE ZEROS TO AUS-SALDO(IDX-AUS).

       INICIAR-MES-AUSENCIA.

           MOVE ZEROS TO AUS-MES-DIAS(IDX-AUS-MES, 1).
           MOVE ZEROS TO AUS-MES-DIAS(IDX-AUS-MES, 2).
           MOVE ZEROS TO AUS-MES-DIAS(IDX-AUS-MES, 3).
           MOVE ZEROS TO AUS-MES-DIAS(IDX-AUS-MES, 4).

       LIMPAR-ANO-EMPREGADO.

           MOVE ZEROS TO EMP-MES-SS-PATRONAL(IDX-MES).
           MOVE ZEROS TO EMP-MES-VOLUME(IDX-MES).
           MOVE ZEROS TO EMP-MES-MOVS(IDX-MES).
           MOVE ZEROS TO EMP-MES-CHEFIA(IDX-MES).
           MOVE ZEROS TO EMP-MES-GARANTIA(IDX-MES).

      *------------------------------------------------------------------------
      * Verificacao do ano no ciclo mensal: desde o primeiro mes com
      * registo no CICLOMES ate' Dezembro, todos os meses tem de estar
      * declarados na DMR mensal; depois, a etapa do registo do ano
      * (mes 00) tem de estar dentro dos limites do programa. Fora
      * disso so' com autorizacao no CICLOFOR para o ano (mes 00).
       VERIFICAR-CICLO-ANO.

           MOVE ZEROS TO CICLO-MESES-REGISTADOS.
           MOVE ZEROS TO CICLO-MESES-PENDENTES.
           PERFORM CONFERIR-MES-CICLO
               VARYING CICLO-MES FROM 1 BY 1 UNTIL CICLO-MES > 12.
           MOVE ZEROS TO CICLO-MES.
           IF (CICLO-MESES-REGISTADOS = 0) THEN
               PERFORM CONSULTAR-CICLO
               DISPLAY "CICLOMES: " CICLO-ANO " sem meses no ciclo"
                   " mensal."
               PERFORM FORCAR-CICLO
           ELSE
               IF (CICLO-MESES-PENDENTES > 0) THEN
                   PERFORM CONSULTAR-CICLO
                   DISPLAY "CICLOMES: " CICLO-ANO " com "
                       CICLO-MESES-PENDENTES " mes(es) por declarar"
                       " na DMR mensal."
                   PERFORM FORCAR-CICLO
               ELSE
                   PERFORM VERIFICAR-CICLO
               END-IF
           END-IF.

       CONFERIR-MES-CICLO.

           PERFORM CONSULTAR-CICLO.
           IF (CICLO-ETAPA-ACTUAL > 0)
               OR (CICLO-MESES-REGISTADOS > 0) THEN
               ADD 1 TO CICLO-MESES-REGISTADOS
               IF (CICLO-ETAPA-ACTUAL < CICLO-ETAPA-MESES) THEN
                   ADD 1 TO CICLO-MESES-PENDENTES
               END-IF
           END-IF.

       INICIAR-TOTAIS-CICLO.

           MOVE ZEROS TO TAB-FCIC-REGISTOS(CICLO-MES).
           MOVE ZEROS TO TAB-FCIC-TOTAL(CICLO-MES).

      *------------------------------------------------------------------------
      * Carimbo de fechado num mes do ano encerrado que tenha registo
      * no ciclo, com os empregados e o liquido arquivados do mes.
       FECHAR-MES-CICLO.

           PERFORM CONSULTAR-CICLO.
           IF (CICLO-ENCONTRADO) THEN
               MOVE TAB-FCIC-REGISTOS(CICLO-MES) TO CICLO-REGISTOS
               MOVE TAB-FCIC-TOTAL(CICLO-MES)    TO CICLO-TOTAL
               PERFORM CARIMBAR-CICLO
           END-IF.

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

       END PROGRAM FECHOANO.
