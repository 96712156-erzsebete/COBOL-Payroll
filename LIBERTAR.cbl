      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Programa de libertacao das transferencias retidas
      *            em quarentena pelo processamento de salarios
      *            (SEPARETI, copybook RETREG): uma segunda pessoa
      *            aprova ou rejeita cada transferencia retida, com o
      *            utilizador e a data/hora da decisao gravados no
      *            registo. A aprovacao grava a instrucao SEPA no
      *            ficheiro de libertacao (SEPALIBE), com o IBAN em
      *            vigor no mapa de empregados; a rejeicao deixa a
      *            transferencia por pagar, para ser aprovada mais
      *            tarde depois de esclarecida. Relatorio das
      *            transferencias por pagar (RETLISTA). Processa um
      *            lote de decisoes (LIBMOVS) quando o ficheiro
      *            existe, com fallback para menu interactivo na
      *            consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERTAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIBMOVS      ASSIGN TO "LIBMOVS"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-LIBMOVS.

           SELECT SEPARETI     ASSIGN TO "SEPARETI"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS RET-CHAVE
                                FILE STATUS IS FS-SEPARETI.

           SELECT EMPMSTR      ASSIGN TO "EMPMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS EMP-ID
                                FILE STATUS IS FS-EMPMSTR.

           SELECT SEPALIBE     ASSIGN TO "SEPALIBE"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-SEPALIBE.

           SELECT RETLISTA     ASSIGN TO "RETLISTA"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-RETLISTA.

       DATA DIVISION.
       FILE SECTION.

      *------------------------------------------------------------------------
      * Decisao sobre uma transferencia retida: um registo por accao.
      * LB-ACCAO: "A"=aprovar, "R"=rejeitar, "L"=listar as
      * transferencias por pagar para RETLISTA. A chave identifica a
      * retencao (empregado, ano, mes e sequencia, tal como sai na
      * listagem) e o utilizador que decide e' obrigatorio.
       FD  LIBMOVS
           RECORD CONTAINS 40 CHARACTERS.
       01  LB-REGISTO.
           05  LB-ACCAO             PIC X(01).
           05  LB-ID                PIC X(06).
           05  LB-ANO               PIC 9(04).
           05  LB-MES               PIC 9(02).
           05  LB-SEQ               PIC 9(02).
           05  LB-UTILIZADOR        PIC X(10).
           05  FILLER               PIC X(15).

       FD  SEPARETI.
       COPY RETREG.

       FD  EMPMSTR.
       COPY EMPREG.

      *------------------------------------------------------------------------
      * Instrucoes SEPA das transferencias aprovadas, no mesmo registo
      * do SEPAOUT, acrescentadas a cada aprovacao.
       FD  SEPALIBE.
       COPY SEPAREG.

       FD  RETLISTA
           RECORD CONTAINS 132 CHARACTERS.
       01  LISTA-REGISTO            PIC X(132).

       WORKING-STORAGE SECTION.

        77 FS-LIBMOVS             PIC XX           VALUE "00".
        77 FS-SEPARETI            PIC XX           VALUE "00".
        77 FS-EMPMSTR             PIC XX           VALUE "00".
        77 FS-SEPALIBE            PIC XX           VALUE "00".
        77 FS-RETLISTA            PIC XX           VALUE "00".
        77 MOVS-FIM               PIC X            VALUE "N".
           88 MOVS-TERMINADO                       VALUE "S".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 SEPARETI-ESTADO        PIC X            VALUE "S".
           88 SEPARETI-DISPONIVEL                   VALUE "S".
        77 EMPMSTR-ESTADO         PIC X            VALUE "S".
           88 EMPMSTR-DISPONIVEL                    VALUE "S".
        77 SEPA-ESTADO            PIC X            VALUE "S".
           88 SEPA-DISPONIVEL                       VALUE "S".
        77 EMPREGADO-EXISTE       PIC X            VALUE "N".
           88 EMPREGADO-ENCONTRADO                 VALUE "S".
        77 RETENCAO-EXISTE        PIC X            VALUE "N".
           88 RETENCAO-ENCONTRADA                  VALUE "S".

        77 MOVS-LIDOS             PIC 9(05)        VALUE ZEROS.
        77 MOVS-APLICADOS         PIC 9(05)        VALUE ZEROS.
        77 MOVS-REJEITADOS        PIC 9(05)        VALUE ZEROS.
        77 SAIDA-MOVS-LIDOS       PIC ZZZZ9.
        77 SAIDA-MOVS-APLICADOS   PIC ZZZZ9.
        77 SAIDA-MOVS-REJEITADOS  PIC ZZZZ9.
        77 LISTA-QTD              PIC 9(05)        VALUE ZEROS.
        77 LISTA-PENDENTES        PIC 9(05)        VALUE ZEROS.
        77 LISTA-REJEITADAS       PIC 9(05)        VALUE ZEROS.
        77 SAIDA-LISTA-QTD        PIC ZZZZ9.
        77 SAIDA-LISTA-PEND       PIC ZZZZ9.
        77 SAIDA-LISTA-REJ        PIC ZZZZ9.
        77 LISTA-VALOR-TOTAL      PIC 9(08)V99     VALUE ZEROS.
        77 SAIDA-VALOR-TOTAL      PIC ZZZZZZZ9.99.

        77 DECISAO-DATA           PIC 9(08)        VALUE ZEROS.
        77 DECISAO-TEMPO          PIC X(08)        VALUE SPACES.
        77 DECISAO-HORA           PIC 9(06)        VALUE ZEROS.
        77 UTILIZADOR-SESSAO      PIC X(10)        VALUE SPACES.
        77 OPCAO                  PIC X            VALUE SPACES.
        77 RESPOSTA-ANO           PIC X(04)        VALUE SPACES.
        77 RESPOSTA-MES           PIC X(02)        VALUE SPACES.
        77 RESPOSTA-SEQ           PIC X(02)        VALUE SPACES.
        77 LISTA-LINHA            PIC X(132)       VALUE SPACES.
        77 LISTA-MOTIVOS          PIC X(18)        VALUE SPACES.
        77 LISTA-DECISAO          PIC X(30)        VALUE SPACES.
        77 SAIDA-VALOR            PIC ZZZZZ9.99.
        77 SAIDA-ANTERIOR         PIC ZZZZZ9.99.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM ABRIR-SEPARETI.
             IF NOT SEPARETI-DISPONIVEL THEN
                 STOP RUN
             END-IF.
             PERFORM ABRIR-EMPMSTR.
             IF NOT EMPMSTR-DISPONIVEL THEN
                 CLOSE SEPARETI
                 STOP RUN
             END-IF.
             PERFORM ABRIR-SEPALIBE.
             OPEN INPUT LIBMOVS.
             IF (FS-LIBMOVS = "00") THEN
                 PERFORM PROCESSAR-MOVIMENTOS
                 CLOSE LIBMOVS
                 PERFORM MOSTRAR-TOTAIS
             ELSE
                 PERFORM PEDIR-UTILIZADOR
                     UNTIL (UTILIZADOR-SESSAO NOT = SPACES)
                 PERFORM MENU-INTERATIVO UNTIL (OPCAO = "X")
             END-IF.
             CLOSE SEPARETI.
             CLOSE EMPMSTR.
             IF (SEPA-DISPONIVEL) THEN
                 CLOSE SEPALIBE
             END-IF.
             STOP RUN.

      *------------------------------------------------------------------------
      * Abre o ficheiro das transferencias retidas em I-O. O ficheiro
      * e' criado pelo processamento de salarios: se ainda nao existe
      * nao ha nada retido e a sessao termina. Qualquer outro erro de
      * abertura cancela a sessao sem tocar no ficheiro.
       ABRIR-SEPARETI.

           OPEN I-O SEPARETI.
           IF (FS-SEPARETI NOT = "00") THEN
               MOVE "N" TO SEPARETI-ESTADO
               IF (FS-SEPARETI = "35") THEN
                   DISPLAY "SEPARETI: nao existe, nenhuma"
                       " transferencia retida."
               ELSE
                   DISPLAY "SEPARETI: erro ao abrir (estado "
                       FS-SEPARETI "), ficheiro preservado, sessao"
                       " cancelada."
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Abre o mapa de empregados apenas para consulta: a aprovacao
      * vai buscar o IBAN e o nome em vigor para a instrucao SEPA.
       ABRIR-EMPMSTR.

           OPEN INPUT EMPMSTR.
           IF (FS-EMPMSTR NOT = "00") THEN
               MOVE "N" TO EMPMSTR-ESTADO
               DISPLAY "EMPMSTR: erro ao abrir (estado " FS-EMPMSTR
                   "), sem mapa nao ha aprovacoes, sessao cancelada."
           END-IF.

      *------------------------------------------------------------------------
      * Abre o ficheiro das transferencias libertadas em modo de
      * acrescento (EXTEND); se ainda nao existir, cria-o com OPEN
      * OUTPUT. Sem ele nao se aprova nada (a rejeicao e a listagem
      * continuam possiveis).
       ABRIR-SEPALIBE.

           OPEN EXTEND SEPALIBE.
           IF (FS-SEPALIBE NOT = "00") THEN
               OPEN OUTPUT SEPALIBE
           END-IF.
           IF (FS-SEPALIBE NOT = "00") THEN
               MOVE "N" TO SEPA-ESTADO
               DISPLAY "SEPALIBE: erro ao abrir, aprovacoes"
                   " recusadas."
           END-IF.

      *------------------------------------------------------------------------
      * Processamento em lote: le LIBMOVS registo a registo e aplica
      * cada decisao ao ficheiro das transferencias retidas.
       PROCESSAR-MOVIMENTOS.

           PERFORM LER-MOVIMENTO.
           PERFORM APLICAR-MOVIMENTO UNTIL MOVS-TERMINADO.

       LER-MOVIMENTO.

           READ LIBMOVS
               AT END
                   SET MOVS-TERMINADO TO TRUE
           END-READ.

       APLICAR-MOVIMENTO.

           ADD 1 TO MOVS-LIDOS.
           IF (LB-ACCAO = "A") OR (LB-ACCAO = "R") THEN
               PERFORM DECIDIR-RETENCAO
           ELSE
               IF (LB-ACCAO = "L") THEN
                   PERFORM LISTAR-RETENCOES
                   ADD 1 TO MOVS-APLICADOS
               ELSE
                   DISPLAY "LIBMOVS: accao invalida: " LB-ACCAO
                       " ID " LB-ID ", ignorado."
                   ADD 1 TO MOVS-REJEITADOS
               END-IF
           END-IF.

           PERFORM LER-MOVIMENTO.

      *------------------------------------------------------------------------
      * Le a retencao indicada no movimento, assinalando se existe.
       LOCALIZAR-RETENCAO.

           MOVE "N" TO RETENCAO-EXISTE.
           MOVE LB-ID  TO RET-ID.
           MOVE LB-ANO TO RET-ANO.
           MOVE LB-MES TO RET-MES.
           MOVE LB-SEQ TO RET-SEQ.
           READ SEPARETI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO RETENCAO-EXISTE
           END-READ.

      *------------------------------------------------------------------------
      * Le o registo do empregado da retencao, assinalando se existe.
       LOCALIZAR-EMPREGADO.

           MOVE "N" TO EMPREGADO-EXISTE.
           MOVE RET-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EMPREGADO-EXISTE
           END-READ.

      *------------------------------------------------------------------------
      * Decisao sobre uma retencao: valida o utilizador e o estado da
      * retencao (so' se decide o que esta por pagar; uma rejeitada
      * pode ainda ser aprovada, mas nao rejeitada de novo) e aplica a
      * aprovacao ou a rejeicao.
       DECIDIR-RETENCAO.

           IF (LB-UTILIZADOR = SPACES) THEN
               DISPLAY "LIBMOVS: ID " LB-ID " sem utilizador,"
                   " ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               PERFORM LOCALIZAR-RETENCAO
               IF NOT RETENCAO-ENCONTRADA THEN
                   DISPLAY "LIBMOVS: retencao " LB-ID " " LB-ANO "/"
                       LB-MES " seq " LB-SEQ " nao encontrada,"
                       " ignorado."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF NOT RET-POR-PAGAR THEN
                       DISPLAY "LIBMOVS: retencao " LB-ID " " LB-ANO
                           "/" LB-MES " seq " LB-SEQ " ja decidida"
                           " (" RET-ESTADO "), ignorado."
                       ADD 1 TO MOVS-REJEITADOS
                   ELSE
                       IF (LB-ACCAO = "A") THEN
                           PERFORM APROVAR-RETENCAO
                       ELSE
                           IF (RET-REJEITADA) THEN
                               DISPLAY "LIBMOVS: retencao " LB-ID
                                   " ja rejeitada, ignorado."
                               ADD 1 TO MOVS-REJEITADOS
                           ELSE
                               PERFORM REJEITAR-RETENCAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Aprovacao: grava a instrucao SEPA no SEPALIBE com o IBAN e o
      * nome em vigor no mapa (avisando quando o IBAN e' diferente do
      * que estava na retencao) e marca a retencao como aprovada, com
      * o utilizador e a data/hora.
       APROVAR-RETENCAO.

           PERFORM LOCALIZAR-EMPREGADO.
           IF NOT EMPREGADO-ENCONTRADO THEN
               DISPLAY "LIBMOVS: ID " RET-ID " desconhecido no mapa,"
                   " aprovacao recusada."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               IF NOT SEPA-DISPONIVEL THEN
                   DISPLAY "LIBMOVS: SEPALIBE indisponivel, aprovacao"
                       " de " RET-ID " recusada."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF (EMP-IBAN NOT = RET-IBAN) THEN
                       DISPLAY "AVISO: IBAN de " RET-ID " alterado"
                           " desde a retencao, pago ao IBAN actual."
                   END-IF
                   MOVE EMP-IBAN   TO SEPA-IBAN
                   MOVE EMP-NOME   TO SEPA-NOME
                   MOVE RET-VALOR  TO SEPA-VALOR
                   MOVE RET-TIPO   TO SEPA-TIPO
                   MOVE RET-ID     TO SEPA-ID
                   MOVE RET-ANO    TO SEPA-ANO
                   MOVE RET-MES    TO SEPA-MES
                   WRITE SEPA-REGISTO
                   PERFORM CARIMBAR-DECISAO
                   MOVE "A" TO RET-ESTADO
                   REWRITE RET-REGISTO
                   MOVE RET-VALOR TO SAIDA-VALOR
                   DISPLAY "LIBERTAR: ID " RET-ID " " RET-ANO "/"
                       RET-MES " seq " RET-SEQ " aprovada ("
                       SAIDA-VALOR " EUR)."
                   ADD 1 TO MOVS-APLICADOS
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Rejeicao: a transferencia continua por pagar, marcada como
      * rejeitada com o utilizador e a data/hora.
       REJEITAR-RETENCAO.

           PERFORM CARIMBAR-DECISAO.
           MOVE "R" TO RET-ESTADO.
           REWRITE RET-REGISTO.
           DISPLAY "LIBERTAR: ID " RET-ID " " RET-ANO "/" RET-MES
               " seq " RET-SEQ " rejeitada, continua por pagar.".
           ADD 1 TO MOVS-APLICADOS.

       CARIMBAR-DECISAO.

           ACCEPT DECISAO-DATA FROM DATE YYYYMMDD.
           ACCEPT DECISAO-TEMPO FROM TIME.
           MOVE DECISAO-TEMPO(1:6) TO DECISAO-HORA.
           MOVE LB-UTILIZADOR TO RET-UTILIZADOR.
           MOVE DECISAO-DATA  TO RET-DATA-DECISAO.
           MOVE DECISAO-HORA  TO RET-HORA-DECISAO.

      *------------------------------------------------------------------------
      * Relatorio das transferencias por pagar (pendentes e
      * rejeitadas): percorre o SEPARETI por ordem da chave e grava uma
      * linha por retencao com os motivos e, nas rejeitadas, quem
      * rejeitou e quando, com rodape de contagens e valor total.
       LISTAR-RETENCOES.

           OPEN OUTPUT RETLISTA.
           IF (FS-RETLISTA NOT = "00") THEN
               DISPLAY "RETLISTA: erro ao abrir, listagem nao gerada."
           ELSE
               MOVE ZEROS TO LISTA-QTD
               MOVE ZEROS TO LISTA-PENDENTES
               MOVE ZEROS TO LISTA-REJEITADAS
               MOVE ZEROS TO LISTA-VALOR-TOTAL
               MOVE "N" TO MSTR-FIM
               MOVE LOW-VALUES TO RET-CHAVE
               START SEPARETI KEY NOT < RET-CHAVE
                   INVALID KEY
                       SET MSTR-TERMINADO TO TRUE
               END-START
               IF NOT MSTR-TERMINADO THEN
                   PERFORM LER-PROXIMA-RETENCAO
               END-IF
               PERFORM GRAVAR-LINHA-LISTA UNTIL MSTR-TERMINADO
               MOVE LISTA-QTD TO SAIDA-LISTA-QTD
               MOVE LISTA-PENDENTES TO SAIDA-LISTA-PEND
               MOVE LISTA-REJEITADAS TO SAIDA-LISTA-REJ
               MOVE LISTA-VALOR-TOTAL TO SAIDA-VALOR-TOTAL
               MOVE SPACES TO LISTA-LINHA
               STRING "TOTAL Transferencias por pagar: "
                                               DELIMITED BY SIZE
                      SAIDA-LISTA-QTD          DELIMITED BY SIZE
                      " (pendentes "           DELIMITED BY SIZE
                      SAIDA-LISTA-PEND         DELIMITED BY SIZE
                      ", rejeitadas "          DELIMITED BY SIZE
                      SAIDA-LISTA-REJ          DELIMITED BY SIZE
                      ")  Valor: "             DELIMITED BY SIZE
                      SAIDA-VALOR-TOTAL        DELIMITED BY SIZE
                      " EUR"                   DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               CLOSE RETLISTA
           END-IF.

       LER-PROXIMA-RETENCAO.

           READ SEPARETI NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       GRAVAR-LINHA-LISTA.

           IF (RET-POR-PAGAR) THEN
               MOVE RET-VALOR        TO SAIDA-VALOR
               MOVE RET-LIQ-ANTERIOR TO SAIDA-ANTERIOR
               PERFORM MONTAR-MOTIVOS
               MOVE SPACES TO LISTA-DECISAO
               IF (RET-REJEITADA) THEN
                   STRING "Rejeitada "       DELIMITED BY SIZE
                          RET-UTILIZADOR     DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          RET-DATA-DECISAO   DELIMITED BY SIZE
                       INTO LISTA-DECISAO
                   END-STRING
                   ADD 1 TO LISTA-REJEITADAS
               ELSE
                   MOVE "Pendente" TO LISTA-DECISAO
                   ADD 1 TO LISTA-PENDENTES
               END-IF
               MOVE SPACES TO LISTA-LINHA
               STRING RET-ID            DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      RET-ANO           DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      RET-MES           DELIMITED BY SIZE
                      " seq "           DELIMITED BY SIZE
                      RET-SEQ           DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      RET-NOME          DELIMITED BY SIZE
                      " Valor:"         DELIMITED BY SIZE
                      SAIDA-VALOR       DELIMITED BY SIZE
                      " Ant.:"          DELIMITED BY SIZE
                      SAIDA-ANTERIOR    DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      LISTA-MOTIVOS     DELIMITED BY SIZE
                      LISTA-DECISAO     DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               ADD 1 TO LISTA-QTD
               ADD RET-VALOR TO LISTA-VALOR-TOTAL
           END-IF.
           PERFORM LER-PROXIMA-RETENCAO.

      *------------------------------------------------------------------------
      * Motivos da retencao, abreviados para a listagem: IBAN (IBAN
      * alterado ha pouco tempo), SUBIDA (liquido muito acima do mes
      * anterior) e TECTO (valor acima do tecto).
       MONTAR-MOTIVOS.

           MOVE SPACES TO LISTA-MOTIVOS.
           IF (RET-MOTIVO-IBAN = "S") THEN
               MOVE "IBAN" TO LISTA-MOTIVOS(1:5)
           END-IF.
           IF (RET-MOTIVO-SUBIDA = "S") THEN
               MOVE "SUBIDA" TO LISTA-MOTIVOS(6:7)
           END-IF.
           IF (RET-MOTIVO-TECTO = "S") THEN
               MOVE "TECTO" TO LISTA-MOTIVOS(13:6)
           END-IF.

       MOSTRAR-TOTAIS.

           MOVE MOVS-LIDOS      TO SAIDA-MOVS-LIDOS.
           MOVE MOVS-APLICADOS  TO SAIDA-MOVS-APLICADOS.
           MOVE MOVS-REJEITADOS TO SAIDA-MOVS-REJEITADOS.
           DISPLAY "LIBMOVS: lidos " SAIDA-MOVS-LIDOS
               ", aplicados " SAIDA-MOVS-APLICADOS
               ", rejeitados " SAIDA-MOVS-REJEITADOS ".".

      *------------------------------------------------------------------------
      * Sessao interactiva: o utilizador que decide e' pedido no
      * inicio e fica gravado em todas as decisoes da sessao.
       PEDIR-UTILIZADOR.

           DISPLAY "Utilizador que aprova/rejeita: " WITH NO ADVANCING.
           ACCEPT UTILIZADOR-SESSAO.
           IF (UTILIZADOR-SESSAO = SPACES) THEN
               DISPLAY "Utilizador obrigatorio."
           END-IF.

      *------------------------------------------------------------------------
      * Menu interactivo na consola, usado quando nao existe ficheiro
      * de decisoes: as mesmas accoes do lote, com a chave da
      * retencao pedida campo a campo. A opcao X termina o programa.
       MENU-INTERATIVO.

           DISPLAY " ".
           DISPLAY "Transferencias retidas (SEPARETI)".
           DISPLAY "  A - Aprovar transferencia".
           DISPLAY "  R - Rejeitar transferencia".
           DISPLAY "  L - Listar transferencias por pagar (RETLISTA)".
           DISPLAY "  X - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF (OPCAO = "a") MOVE "A" TO OPCAO END-IF.
           IF (OPCAO = "r") MOVE "R" TO OPCAO END-IF.
           IF (OPCAO = "l") MOVE "L" TO OPCAO END-IF.
           IF (OPCAO = "x") MOVE "X" TO OPCAO END-IF.
           IF (OPCAO = "A") OR (OPCAO = "R") THEN
               PERFORM PEDIR-CHAVE-RETENCAO
               PERFORM DECIDIR-RETENCAO
           ELSE
               IF (OPCAO = "L") THEN
                   PERFORM LISTAR-RETENCOES
                   DISPLAY "Listagem gravada em RETLISTA."
               ELSE
                   IF (OPCAO NOT = "X") THEN
                       DISPLAY "Insira A, R, L ou X."
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Pede a chave da retencao na consola. Ano, mes ou sequencia nao
      * numericos ficam a zero e a retencao nao e' encontrada.
       PEDIR-CHAVE-RETENCAO.

           MOVE SPACES TO LB-REGISTO.
           MOVE OPCAO TO LB-ACCAO.
           MOVE ZEROS TO LB-ANO.
           MOVE ZEROS TO LB-MES.
           MOVE ZEROS TO LB-SEQ.
           MOVE UTILIZADOR-SESSAO TO LB-UTILIZADOR.
           DISPLAY "Empregado (ID): " WITH NO ADVANCING.
           ACCEPT LB-ID.
           DISPLAY "Ano (AAAA): " WITH NO ADVANCING.
           ACCEPT RESPOSTA-ANO.
           IF (RESPOSTA-ANO NUMERIC) THEN
               MOVE RESPOSTA-ANO TO LB-ANO
           END-IF.
           DISPLAY "Mes (MM): " WITH NO ADVANCING.
           ACCEPT RESPOSTA-MES.
           IF (RESPOSTA-MES NUMERIC) THEN
               MOVE RESPOSTA-MES TO LB-MES
           END-IF.
           DISPLAY "Sequencia (NN): " WITH NO ADVANCING.
           ACCEPT RESPOSTA-SEQ.
           IF (RESPOSTA-SEQ NUMERIC) THEN
               MOVE RESPOSTA-SEQ TO LB-SEQ
           END-IF.

       END PROGRAM LIBERTAR.
