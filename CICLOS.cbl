      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Gestao do estado do ciclo mensal de processamento
      *            (CICLOMES, copybook CICREG): abertura de um mes
      *            (etapa aberto), confirmacao do envio dos pagamentos
      *            do mes ao banco (etapa pago, com as instrucoes SEPA
      *            do mes no SEPAOUT e no SEPALIBE como totais de
      *            controlo) e relatorio do estado de todos os meses
      *            de um ano (CICLOREL), com o carimbo de cada etapa.
      *            Cada accao fica registada no CICLOLOG com o
      *            utilizador; a confirmacao fora de ordem so' com
      *            autorizacao no CICLOFOR. Processa um lote de
      *            accoes (CICMOVS) quando o ficheiro existe, com
      *            fallback para menu interactivo na consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CICMOVS      ASSIGN TO "CICMOVS"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-CICMOVS.

           SELECT SEPAOUT      ASSIGN TO "SEPAOUT"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-SEPAOUT.

           SELECT SEPALIBE     ASSIGN TO "SEPALIBE"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-SEPALIBE.

           SELECT CICLOREL     ASSIGN TO "CICLOREL"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-CICLOREL.

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

      *------------------------------------------------------------------------
      * Accao sobre o ciclo mensal: um registo por accao.
      * CM-ACCAO: "A"=abrir o mes, "P"=confirmar o envio dos
      * pagamentos do mes ao banco, "L"=relatorio do ano para
      * CICLOREL (o mes e' ignorado). O utilizador e' obrigatorio nas
      * accoes "A" e "P".
       FD  CICMOVS
           RECORD CONTAINS 40 CHARACTERS.
       01  CM-REGISTO.
           05  CM-ACCAO             PIC X(01).
           05  CM-ANO               PIC 9(04).
           05  CM-MES               PIC 9(02).
           05  CM-UTILIZADOR        PIC X(10).
           05  FILLER               PIC X(23).

      *------------------------------------------------------------------------
      * Instrucoes SEPA enviadas ao banco, apenas lidas para os totais
      * de controlo da confirmacao do pagamento.
       FD  SEPAOUT.
       COPY SEPAREG.

      *------------------------------------------------------------------------
      * Instrucoes SEPA das transferencias libertadas pelo LIBERTAR:
      * o mesmo registo do SEPAREG, com nomes proprios para poder
      * coexistir com o SEPAOUT.
       FD  SEPALIBE.
       01  LIBE-REGISTO.
           05  LIBE-IBAN            PIC X(25).
           05  LIBE-NOME            PIC A(30).
           05  LIBE-VALOR           PIC 9(06)V99.
           05  LIBE-TIPO            PIC X(01).
           05  LIBE-ID              PIC X(06).
           05  LIBE-ANO             PIC 9(04).
           05  LIBE-MES             PIC 9(02).
           05  FILLER               PIC X(04).

       FD  CICLOREL
           RECORD CONTAINS 132 CHARACTERS.
       01  REL-REGISTO              PIC X(132).

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

        77 FS-CICMOVS             PIC XX           VALUE "00".
        77 FS-SEPAOUT             PIC XX           VALUE "00".
        77 FS-SEPALIBE            PIC XX           VALUE "00".
        77 FS-CICLOREL            PIC XX           VALUE "00".
        77 MOVS-FIM               PIC X            VALUE "N".
           88 MOVS-TERMINADO                       VALUE "S".
        77 SEPA-FIM               PIC X            VALUE "N".
           88 SEPA-TERMINADO                       VALUE "S".
        77 LIBE-FIM               PIC X            VALUE "N".
           88 LIBE-TERMINADO                       VALUE "S".

        77 MOVS-LIDOS             PIC 9(05)        VALUE ZEROS.
        77 MOVS-APLICADOS         PIC 9(05)        VALUE ZEROS.
        77 MOVS-REJEITADOS        PIC 9(05)        VALUE ZEROS.
        77 SAIDA-MOVS-LIDOS       PIC ZZZZ9.
        77 SAIDA-MOVS-APLICADOS   PIC ZZZZ9.
        77 SAIDA-MOVS-REJEITADOS  PIC ZZZZ9.

        77 UTILIZADOR-SESSAO      PIC X(10)        VALUE SPACES.
        77 OPCAO                  PIC X            VALUE SPACES.
        77 RESPOSTA-ANO           PIC X(04)        VALUE SPACES.
        77 RESPOSTA-MES           PIC X(02)        VALUE SPACES.
        77 ACCAO-MOTIVO           PIC X(50)        VALUE SPACES.
        77 REL-LINHA              PIC X(132)       VALUE SPACES.
        77 REL-MES-ETIQUETA       PIC X(06)        VALUE SPACES.
        77 REL-FORCADO            PIC X(08)        VALUE SPACES.
        77 REL-SLOT               PIC 9(02)        VALUE ZEROS.
        77 REL-NOME-IDX           PIC 9(02)        VALUE ZEROS.
        77 REL-MES-IDX            PIC 9(02)        VALUE ZEROS.
        77 SAIDA-REGISTOS         PIC ZZZZZZ9.
        77 SAIDA-TOTAL            PIC -ZZZZZZZZ9.99.

        77 FS-CICLOMES            PIC XX           VALUE "00".
        77 FS-CICLOFOR            PIC XX           VALUE "00".
        77 FS-CICLOLOG            PIC XX           VALUE "00".
        77 CICLO-ESTADO           PIC X            VALUE "N".
           88 CICLO-DISPONIVEL                     VALUE "S".
        77 CICLO-PROGRAMA         PIC X(08)        VALUE "CICLOS".
        77 CICLO-ANO              PIC 9(04)        VALUE ZEROS.
        77 CICLO-MES              PIC 9(02)        VALUE ZEROS.
        77 CICLO-ETAPA-ACTUAL     PIC 9(01)        VALUE ZEROS.
        77 CICLO-ETAPA-MIN        PIC 9(01)        VALUE 0.
        77 CICLO-ETAPA-MAX        PIC 9(01)        VALUE 0.
        77 CICLO-ETAPA-NOVA       PIC 9(01)        VALUE 1.
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
             PERFORM ABRIR-CICLO.
             IF NOT CICLO-DISPONIVEL THEN
                 STOP RUN
             END-IF.
             OPEN INPUT CICMOVS.
             IF (FS-CICMOVS = "00") THEN
                 PERFORM PROCESSAR-MOVIMENTOS
                 CLOSE CICMOVS
                 PERFORM MOSTRAR-TOTAIS
             ELSE
                 PERFORM PEDIR-UTILIZADOR
                     UNTIL (UTILIZADOR-SESSAO NOT = SPACES)
                 PERFORM MENU-INTERATIVO UNTIL (OPCAO = "X")
             END-IF.
             PERFORM FECHAR-CICLO.
             STOP RUN.

      *------------------------------------------------------------------------
      * Processamento em lote: le CICMOVS registo a registo e aplica
      * cada accao ao ciclo mensal.
       PROCESSAR-MOVIMENTOS.

           PERFORM LER-MOVIMENTO.
           PERFORM APLICAR-MOVIMENTO UNTIL MOVS-TERMINADO.

       LER-MOVIMENTO.

           READ CICMOVS
               AT END
                   SET MOVS-TERMINADO TO TRUE
           END-READ.

       APLICAR-MOVIMENTO.

           ADD 1 TO MOVS-LIDOS.
           PERFORM EXECUTAR-ACCAO.
           PERFORM LER-MOVIMENTO.

      *------------------------------------------------------------------------
      * Valida e executa a accao do registo CM-REGISTO (vindo do lote
      * ou do menu interactivo).
       EXECUTAR-ACCAO.

           MOVE SPACE TO CICLO-VEREDICTO.
           IF (CM-ACCAO = "L") THEN
               IF (CM-ANO NOT NUMERIC) OR (CM-ANO = ZEROS) THEN
                   DISPLAY "CICMOVS: ano invalido no relatorio,"
                       " ignorado."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   PERFORM LISTAR-CICLO
                   ADD 1 TO MOVS-APLICADOS
               END-IF
           ELSE
               IF (CM-ACCAO NOT = "A") AND (CM-ACCAO NOT = "P") THEN
                   DISPLAY "CICMOVS: accao invalida: " CM-ACCAO
                       ", ignorado."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF (CM-UTILIZADOR = SPACES) THEN
                       DISPLAY "CICMOVS: " CM-ANO "/" CM-MES
                           " sem utilizador, ignorado."
                       ADD 1 TO MOVS-REJEITADOS
                   ELSE
                       IF (CM-ANO NOT NUMERIC) OR (CM-MES NOT NUMERIC)
                           OR (CM-MES < 1) OR (CM-MES > 12) THEN
                           DISPLAY "CICMOVS: ano/mes invalido ("
                               CM-ANO "/" CM-MES "), ignorado."
                           ADD 1 TO MOVS-REJEITADOS
                       ELSE
                           MOVE CM-ANO TO CICLO-ANO
                           MOVE CM-MES TO CICLO-MES
                           IF (CM-ACCAO = "A") THEN
                               PERFORM ABRIR-MES
                           ELSE
                               PERFORM CONFIRMAR-PAGAMENTO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Abertura de um mes: so' um mes ainda sem registo no ciclo pode
      * ser aberto; fica na etapa aberto.
       ABRIR-MES.

           PERFORM CONSULTAR-CICLO.
           IF (CICLO-ENCONTRADO) THEN
               PERFORM AVISAR-ETAPA-CICLO
               DISPLAY "CICLOS: " CICLO-ANO "/" CICLO-MES
                   " ja aberto, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               MOVE 1 TO CICLO-ETAPA-NOVA
               MOVE ZEROS TO CICLO-REGISTOS
               MOVE ZEROS TO CICLO-TOTAL
               MOVE "N" TO CICLO-CARIMBO-FORCADO
               PERFORM CARIMBAR-CICLO
               MOVE "Abertura do mes" TO ACCAO-MOTIVO
               PERFORM REGISTAR-ACCAO
               DISPLAY "CICLOS: " CICLO-ANO "/" CICLO-MES " aberto."
               ADD 1 TO MOVS-APLICADOS
           END-IF.

      *------------------------------------------------------------------------
      * Confirmacao do envio dos pagamentos do mes ao banco: o mes tem
      * de estar calculado (fora disso so' com autorizacao no
      * CICLOFOR). Os totais de controlo sao as instrucoes SEPA do mes
      * no SEPAOUT e no SEPALIBE: salarios e acertos a credito somam,
      * ajustes a debito abatem, adiantamentos e reemissoes ficam de
      * fora. Sem instrucoes do mes nao ha o que confirmar.
       CONFIRMAR-PAGAMENTO.

           MOVE 2 TO CICLO-ETAPA-MIN.
           MOVE 2 TO CICLO-ETAPA-MAX.
           MOVE 3 TO CICLO-ETAPA-NOVA.
           PERFORM VERIFICAR-CICLO.
           IF (CICLO-RECUSADO) THEN
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               PERFORM SOMAR-INSTRUCOES-MES
               IF (CICLO-REGISTOS = ZEROS) THEN
                   DISPLAY "CICLOS: " CICLO-ANO "/" CICLO-MES
                       " sem instrucoes SEPA, confirmacao recusada."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF (CICLO-VEREDICTO = "F") THEN
                       MOVE "S" TO CICLO-CARIMBO-FORCADO
                   ELSE
                       MOVE "N" TO CICLO-CARIMBO-FORCADO
                   END-IF
                   PERFORM CARIMBAR-CICLO
                   MOVE "Confirmacao do envio dos pagamentos ao banco"
                       TO ACCAO-MOTIVO
                   PERFORM REGISTAR-ACCAO
                   MOVE CICLO-REGISTOS TO SAIDA-REGISTOS
                   MOVE CICLO-TOTAL    TO SAIDA-TOTAL
                   DISPLAY "CICLOS: " CICLO-ANO "/" CICLO-MES
                       " pago, " SAIDA-REGISTOS " instrucoes, "
                       SAIDA-TOTAL " EUR."
                   ADD 1 TO MOVS-APLICADOS
               END-IF
           END-IF.

       SOMAR-INSTRUCOES-MES.

           MOVE ZEROS TO CICLO-REGISTOS.
           MOVE ZEROS TO CICLO-TOTAL.
           OPEN INPUT SEPAOUT.
           IF (FS-SEPAOUT = "00") THEN
               MOVE "N" TO SEPA-FIM
               PERFORM LER-REGISTO-SEPA
               PERFORM SOMAR-REGISTO-SEPA UNTIL SEPA-TERMINADO
               CLOSE SEPAOUT
           END-IF.
           OPEN INPUT SEPALIBE.
           IF (FS-SEPALIBE = "00") THEN
               MOVE "N" TO LIBE-FIM
               PERFORM LER-REGISTO-LIBE
               PERFORM SOMAR-REGISTO-LIBE UNTIL LIBE-TERMINADO
               CLOSE SEPALIBE
           END-IF.

       LER-REGISTO-SEPA.

           READ SEPAOUT
               AT END
                   SET SEPA-TERMINADO TO TRUE
           END-READ.

       SOMAR-REGISTO-SEPA.

           IF (SEPA-ANO = CICLO-ANO) AND (SEPA-MES = CICLO-MES) THEN
               IF (SEPA-TIPO = SPACE) OR (SEPA-TIPO = "T") THEN
                   ADD 1 TO CICLO-REGISTOS
                   ADD SEPA-VALOR TO CICLO-TOTAL
               ELSE
                   IF (SEPA-TIPO = "E") THEN
                       ADD 1 TO CICLO-REGISTOS
                       SUBTRACT SEPA-VALOR FROM CICLO-TOTAL
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-REGISTO-SEPA.

       LER-REGISTO-LIBE.

           READ SEPALIBE
               AT END
                   SET LIBE-TERMINADO TO TRUE
           END-READ.

       SOMAR-REGISTO-LIBE.

           IF (LIBE-ANO = CICLO-ANO) AND (LIBE-MES = CICLO-MES) THEN
               IF (LIBE-TIPO = SPACE) OR (LIBE-TIPO = "T") THEN
                   ADD 1 TO CICLO-REGISTOS
                   ADD LIBE-VALOR TO CICLO-TOTAL
               ELSE
                   IF (LIBE-TIPO = "E") THEN
                       ADD 1 TO CICLO-REGISTOS
                       SUBTRACT LIBE-VALOR FROM CICLO-TOTAL
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-REGISTO-LIBE.

      *------------------------------------------------------------------------
      * Registo da accao manual no CICLOLOG, com o utilizador. A
      * accao forcada ja ficou registada com a autorizacao usada.
       REGISTAR-ACCAO.

           IF (CICLO-VEREDICTO NOT = "F") THEN
               OPEN EXTEND CICLOLOG
               IF (FS-CICLOLOG NOT = "00") THEN
                   OPEN OUTPUT CICLOLOG
               END-IF
               IF (FS-CICLOLOG NOT = "00") THEN
                   DISPLAY "CICLOLOG: erro ao abrir, accao de "
                       CICLO-ANO "/" CICLO-MES " nao registada."
               ELSE
                   MOVE SPACES             TO CLOG-REGISTO
                   MOVE CICLO-DATA         TO CLOG-DATA
                   MOVE CICLO-HORA         TO CLOG-HORA
                   MOVE CICLO-PROGRAMA     TO CLOG-PROGRAMA
                   MOVE CICLO-ANO          TO CLOG-ANO
                   MOVE CICLO-MES          TO CLOG-MES
                   MOVE CICLO-ETAPA-ACTUAL TO CLOG-ETAPA-ACTUAL
                   MOVE CICLO-ETAPA-NOVA   TO CLOG-ETAPA-NOVA
                   MOVE CM-UTILIZADOR      TO CLOG-UTILIZADOR
                   MOVE ACCAO-MOTIVO       TO CLOG-MOTIVO
                   WRITE CLOG-REGISTO
                   CLOSE CICLOLOG
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Relatorio do estado do ciclo de todos os meses do ano pedido
      * e do registo do ano (mes 00): etapa, ultimo programa e, por
      * etapa carimbada, a data/hora, o programa, os registos, o
      * total de controlo e a marca das execucoes forcadas.
       LISTAR-CICLO.

           OPEN OUTPUT CICLOREL.
           IF (FS-CICLOREL NOT = "00") THEN
               DISPLAY "CICLOREL: erro ao abrir, relatorio nao gerado."
           ELSE
               MOVE CM-ANO TO CICLO-ANO
               MOVE SPACES TO REL-LINHA
               STRING "ESTADO DO CICLO MENSAL DE PROCESSAMENTO - "
                                               DELIMITED BY SIZE
                      CICLO-ANO                DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-REGISTO FROM REL-LINHA
               PERFORM LISTAR-MES-CICLO
                   VARYING REL-MES-IDX FROM 1 BY 1
                   UNTIL REL-MES-IDX > 13
               CLOSE CICLOREL
               DISPLAY "Relatorio gravado em CICLOREL."
           END-IF.

      *    O mes 13 da volta e' o registo do ano (mes 00).
       LISTAR-MES-CICLO.

           IF (REL-MES-IDX > 12) THEN
               MOVE ZEROS TO CICLO-MES
               MOVE "(ano)" TO REL-MES-ETIQUETA
           ELSE
               MOVE REL-MES-IDX TO CICLO-MES
               MOVE SPACES TO REL-MES-ETIQUETA
           END-IF.
           PERFORM CONSULTAR-CICLO.
           COMPUTE REL-NOME-IDX = CICLO-ETAPA-ACTUAL + 1.
           MOVE SPACES TO REL-LINHA.
           IF NOT CICLO-ENCONTRADO THEN
               STRING CICLO-ANO                DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      CICLO-MES                DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      REL-MES-ETIQUETA         DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      TAB-ETAPA-NOME(REL-NOME-IDX)
                                               DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-REGISTO FROM REL-LINHA
           ELSE
               STRING CICLO-ANO                DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      CICLO-MES                DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      REL-MES-ETIQUETA         DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      TAB-ETAPA-NOME(REL-NOME-IDX)
                                               DELIMITED BY SIZE
                      " Ultimo: "              DELIMITED BY SIZE
                      CIC-ULT-PROGRAMA         DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      CIC-ULT-DATA             DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      CIC-ULT-HORA             DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-REGISTO FROM REL-LINHA
               PERFORM LISTAR-CARIMBO-CICLO
                   VARYING REL-SLOT FROM 1 BY 1 UNTIL REL-SLOT > 7
           END-IF.

       LISTAR-CARIMBO-CICLO.

           IF (CIC-CAR-DATA(REL-SLOT) NOT = ZEROS) THEN
               COMPUTE REL-NOME-IDX = REL-SLOT + 1
               MOVE CIC-CAR-REGISTOS(REL-SLOT) TO SAIDA-REGISTOS
               MOVE CIC-CAR-TOTAL(REL-SLOT)    TO SAIDA-TOTAL
               IF (CIC-CAR-FORCADO(REL-SLOT) = "S") THEN
                   MOVE "FORCADO" TO REL-FORCADO
               ELSE
                   MOVE SPACES TO REL-FORCADO
               END-IF
               MOVE SPACES TO REL-LINHA
               STRING "        "               DELIMITED BY SIZE
                      TAB-ETAPA-NOME(REL-NOME-IDX)
                                               DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      CIC-CAR-DATA(REL-SLOT)   DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      CIC-CAR-HORA(REL-SLOT)   DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      CIC-CAR-PROGRAMA(REL-SLOT)
                                               DELIMITED BY SIZE
                      " Registos:"             DELIMITED BY SIZE
                      SAIDA-REGISTOS           DELIMITED BY SIZE
                      " Total:"                DELIMITED BY SIZE
                      SAIDA-TOTAL              DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      REL-FORCADO              DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-REGISTO FROM REL-LINHA
           END-IF.

       MOSTRAR-TOTAIS.

           MOVE MOVS-LIDOS      TO SAIDA-MOVS-LIDOS.
           MOVE MOVS-APLICADOS  TO SAIDA-MOVS-APLICADOS.
           MOVE MOVS-REJEITADOS TO SAIDA-MOVS-REJEITADOS.
           DISPLAY "CICMOVS: lidos " SAIDA-MOVS-LIDOS
               ", aplicados " SAIDA-MOVS-APLICADOS
               ", rejeitados " SAIDA-MOVS-REJEITADOS ".".

      *------------------------------------------------------------------------
      * Sessao interactiva: o utilizador e' pedido no inicio e fica
      * registado em todas as accoes da sessao.
       PEDIR-UTILIZADOR.

           DISPLAY "Utilizador: " WITH NO ADVANCING.
           ACCEPT UTILIZADOR-SESSAO.
           IF (UTILIZADOR-SESSAO = SPACES) THEN
               DISPLAY "Utilizador obrigatorio."
           END-IF.

      *------------------------------------------------------------------------
      * Menu interactivo na consola, usado quando nao existe ficheiro
      * de accoes: as mesmas accoes do lote, com o ano e o mes
      * pedidos campo a campo. A opcao X termina o programa.
       MENU-INTERATIVO.

           DISPLAY " ".
           DISPLAY "Ciclo mensal de processamento (CICLOMES)".
           DISPLAY "  A - Abrir mes".
           DISPLAY "  P - Confirmar envio dos pagamentos ao banco".
           DISPLAY "  L - Relatorio do estado do ano (CICLOREL)".
           DISPLAY "  X - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF (OPCAO = "a") MOVE "A" TO OPCAO END-IF.
           IF (OPCAO = "p") MOVE "P" TO OPCAO END-IF.
           IF (OPCAO = "l") MOVE "L" TO OPCAO END-IF.
           IF (OPCAO = "x") MOVE "X" TO OPCAO END-IF.
           IF (OPCAO = "A") OR (OPCAO = "P") OR (OPCAO = "L") THEN
               PERFORM PEDIR-ACCAO
               PERFORM EXECUTAR-ACCAO
           ELSE
               IF (OPCAO NOT = "X") THEN
                   DISPLAY "Insira A, P, L ou X."
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Pede o ano e, excepto no relatorio, o mes na consola. Valores
      * nao numericos ficam a zero e a accao e' recusada.
       PEDIR-ACCAO.

           MOVE SPACES TO CM-REGISTO.
           MOVE OPCAO TO CM-ACCAO.
           MOVE ZEROS TO CM-ANO.
           MOVE ZEROS TO CM-MES.
           MOVE UTILIZADOR-SESSAO TO CM-UTILIZADOR.
           DISPLAY "Ano (AAAA): " WITH NO ADVANCING.
           ACCEPT RESPOSTA-ANO.
           IF (RESPOSTA-ANO NUMERIC) THEN
               MOVE RESPOSTA-ANO TO CM-ANO
           END-IF.
           IF (OPCAO NOT = "L") THEN
               DISPLAY "Mes (MM): " WITH NO ADVANCING
               ACCEPT RESPOSTA-MES
               IF (RESPOSTA-MES NUMERIC) THEN
                   MOVE RESPOSTA-MES TO CM-MES
               END-IF
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

       END PROGRAM CICLOS.
