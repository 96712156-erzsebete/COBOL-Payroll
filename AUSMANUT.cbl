      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Programa de ausencias (AUSMSTR): direito anual de
      *            ferias e de faltas justificadas de cada empregado
      *            do mapa (EMPMSTR) e registo das ausencias do ano -
      *            ferias, falta justificada, falta injustificada e
      *            baixa medica - validadas contra o saldo do tipo e
      *            contra os 30 dias do mes, com o relatorio dos
      *            saldos (AUSLISTA). Cada ausencia aceite acrescenta
      *            ao ficheiro de movimentos do mes (MOVIMENT) a linha
      *            certa para o processamento de salarios: so' a falta
      *            injustificada desconta o salario base; as ferias,
      *            as faltas justificadas e a baixa (paga pela
      *            Seguranca Social) saem apenas no recibo. Processa
      *            um lote de movimentos (AUSMOVS) quando o ficheiro
      *            existe, com fallback para menu interactivo na
      *            consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSMANUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUSMOVS      ASSIGN TO "AUSMOVS"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-AUSMOVS.

           SELECT AUSMSTR      ASSIGN TO "AUSMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS AUS-CHAVE
                                FILE STATUS IS FS-AUSMSTR.

           SELECT EMPMSTR      ASSIGN TO "EMPMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS EMP-ID
                                FILE STATUS IS FS-EMPMSTR.

           SELECT MOVIMENT     ASSIGN TO "MOVIMENT"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-MOVIMENT.

           SELECT AUSLISTA     ASSIGN TO "AUSLISTA"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-AUSLISTA.

       DATA DIVISION.
       FILE SECTION.

      *------------------------------------------------------------------------
      * Movimento de ausencias: um registo por accao sobre o mapa.
      * AU-ACCAO: "D"=definir o direito do ano de um tipo (ferias ou
      * falta justificada; nas ferias, dias a zero = 22 dias uteis),
      * "R"=registar uma ausencia no ano/mes, "L"=listar os saldos
      * para AUSLISTA (ano a zero = todos os anos). AU-TIPO: "V"=
      * ferias, "J"=falta justificada, "I"=falta injustificada, "B"=
      * baixa medica. AU-DIAS em dias, com duas casas para meios
      * dias.
       FD  AUSMOVS
           RECORD CONTAINS 40 CHARACTERS.
       01  AU-REGISTO.
           05  AU-ACCAO             PIC X(01).
           05  AU-ID                PIC X(06).
           05  AU-ANO               PIC 9(04).
           05  AU-MES               PIC 9(02).
           05  AU-TIPO              PIC X(01).
           05  AU-DIAS              PIC 9(03)V99.
           05  FILLER               PIC X(21).

       FD  AUSMSTR.
       COPY AUSREG.

       FD  EMPMSTR.
       COPY EMPREG.

      *------------------------------------------------------------------------
      * Movimentos variaveis do mes: registo partilhado com o
      * processamento de salarios, descrito no copybook MOVREG.
       FD  MOVIMENT
           RECORD CONTAINS 40 CHARACTERS.
       COPY MOVREG.

       FD  AUSLISTA
           RECORD CONTAINS 100 CHARACTERS.
       01  LISTA-REGISTO            PIC X(100).

       WORKING-STORAGE SECTION.

        77 FS-AUSMOVS             PIC XX           VALUE "00".
        77 FS-AUSMSTR             PIC XX           VALUE "00".
        77 FS-EMPMSTR             PIC XX           VALUE "00".
        77 FS-MOVIMENT            PIC XX           VALUE "00".
        77 FS-AUSLISTA            PIC XX           VALUE "00".
        77 MOVS-FIM               PIC X            VALUE "N".
           88 MOVS-TERMINADO                       VALUE "S".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 AUSMSTR-ESTADO         PIC X            VALUE "S".
           88 AUSMSTR-DISPONIVEL                    VALUE "S".
        77 EMPMSTR-ESTADO         PIC X            VALUE "S".
           88 EMPMSTR-DISPONIVEL                    VALUE "S".
        77 MOVIMENT-ESTADO        PIC X            VALUE "S".
           88 MOVIMENT-DISPONIVEL                   VALUE "S".
        77 EMPREGADO-EXISTE       PIC X            VALUE "N".
           88 EMPREGADO-ENCONTRADO                 VALUE "S".
        77 AUSENCIAS-EXISTE       PIC X            VALUE "N".
           88 AUSENCIAS-ENCONTRADAS                VALUE "S".
        77 TIPO-VALIDO            PIC X            VALUE "N".
           88 TIPO-AUSENCIA-VALIDO                 VALUE "S".

        77 FERIAS-DIREITO-ANO     PIC 9(03)V99     VALUE 22.00.
        77 TIPO-NUM               PIC 9            VALUE ZEROS.
        77 TIPO-MOVIMENTO         PIC X            VALUE SPACES.
        77 DIAS-MES               PIC 9(03)V99     VALUE ZEROS.
        77 DIREITO-NOVO           PIC 9(03)V99     VALUE ZEROS.

        77 MOVS-LIDOS             PIC 9(05)        VALUE ZEROS.
        77 MOVS-APLICADOS         PIC 9(05)        VALUE ZEROS.
        77 MOVS-REJEITADOS        PIC 9(05)        VALUE ZEROS.
        77 SAIDA-MOVS-LIDOS       PIC ZZZZ9.
        77 SAIDA-MOVS-APLICADOS   PIC ZZZZ9.
        77 SAIDA-MOVS-REJEITADOS  PIC ZZZZ9.
        77 LISTA-QTD              PIC 9(05)        VALUE ZEROS.
        77 SAIDA-LISTA-QTD        PIC ZZZZ9.
        77 LISTA-SALDO-TOTAL      PIC 9(07)V99     VALUE ZEROS.
        77 SAIDA-SALDO-TOTAL      PIC ZZZZZZ9.99.

        77 OPCAO                  PIC X            VALUE SPACES.
        77 RESPOSTA-DIAS          PIC X(05)        VALUE SPACES.
        77 DIAS-CENTESIMOS        PIC 9(05)        VALUE ZEROS.
        77 RESPOSTA-ANO           PIC X(04)        VALUE SPACES.
        77 RESPOSTA-MES           PIC XX           VALUE SPACES.
        77 LISTA-LINHA            PIC X(100)       VALUE SPACES.
        77 SAIDA-DIAS             PIC ZZ9.99.
        77 SAIDA-SALDO            PIC ZZ9.99.
        77 SAIDA-DIREITO          PIC ZZ9.99.
        77 SAIDA-GOZADOS          PIC ZZ9.99.
        77 SAIDA-TRANSITADAS      PIC ZZ9.99.
        77 SAIDA-JUSTIFICADAS     PIC ZZ9.99.
        77 SAIDA-INJUSTIFICADAS   PIC ZZ9.99.
        77 SAIDA-BAIXA            PIC ZZ9.99.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM ABRIR-AUSMSTR.
             IF NOT AUSMSTR-DISPONIVEL THEN
                 STOP RUN
             END-IF.
             PERFORM ABRIR-EMPMSTR.
             IF NOT EMPMSTR-DISPONIVEL THEN
                 CLOSE AUSMSTR
                 STOP RUN
             END-IF.
             PERFORM ABRIR-MOVIMENT.
             OPEN INPUT AUSMOVS.
             IF (FS-AUSMOVS = "00") THEN
                 PERFORM PROCESSAR-MOVIMENTOS
                 CLOSE AUSMOVS
                 PERFORM MOSTRAR-TOTAIS
             ELSE
                 PERFORM MENU-INTERATIVO UNTIL (OPCAO = "X")
             END-IF.
             CLOSE AUSMSTR.
             CLOSE EMPMSTR.
             IF (MOVIMENT-DISPONIVEL) THEN
                 CLOSE MOVIMENT
             END-IF.
             STOP RUN.

      *------------------------------------------------------------------------
      * Abre o mapa de ausencias (AUSMSTR) em I-O. So' cria o ficheiro
      * quando ele de facto nao existe (estado "35"); qualquer outro
      * erro de abertura cancela a sessao sem tocar no ficheiro, para
      * nunca destruir os saldos de ferias.
       ABRIR-AUSMSTR.

           OPEN I-O AUSMSTR.
           IF (FS-AUSMSTR = "35") THEN
               OPEN OUTPUT AUSMSTR
               CLOSE AUSMSTR
               OPEN I-O AUSMSTR
           END-IF.
           IF (FS-AUSMSTR NOT = "00") THEN
               MOVE "N" TO AUSMSTR-ESTADO
               DISPLAY "AUSMSTR: erro ao abrir (estado " FS-AUSMSTR
                   "), mapa preservado, sessao cancelada."
           END-IF.

      *------------------------------------------------------------------------
      * Abre o mapa de empregados apenas para consulta: o registo de
      * uma ausencia valida o empregado, o ano aberto e se o mes ja
      * foi processado.
       ABRIR-EMPMSTR.

           OPEN INPUT EMPMSTR.
           IF (FS-EMPMSTR NOT = "00") THEN
               MOVE "N" TO EMPMSTR-ESTADO
               DISPLAY "EMPMSTR: erro ao abrir (estado " FS-EMPMSTR
                   "), sem mapa nao ha ausencias, sessao cancelada."
           END-IF.

      *------------------------------------------------------------------------
      * Abre o ficheiro de movimentos do mes em modo de acrescento
      * (EXTEND), para juntar as linhas das ausencias as que ja la
      * estao; se ainda nao existir, cria-o com OPEN OUTPUT. Sem o
      * ficheiro nenhuma ausencia e' registada, para o mapa nunca
      * ficar com dias que o processamento de salarios nao ve.
       ABRIR-MOVIMENT.

           OPEN EXTEND MOVIMENT.
           IF (FS-MOVIMENT NOT = "00") THEN
               OPEN OUTPUT MOVIMENT
           END-IF.
           IF (FS-MOVIMENT NOT = "00") THEN
               MOVE "N" TO MOVIMENT-ESTADO
               DISPLAY "MOVIMENT: erro ao abrir, ausencias nao"
                   " registadas."
           END-IF.

      *------------------------------------------------------------------------
      * Processamento em lote: le AUSMOVS registo a registo e aplica
      * cada movimento ao mapa de ausencias.
       PROCESSAR-MOVIMENTOS.

           PERFORM LER-MOVIMENTO.
           PERFORM APLICAR-MOVIMENTO UNTIL MOVS-TERMINADO.

       LER-MOVIMENTO.

           READ AUSMOVS
               AT END
                   SET MOVS-TERMINADO TO TRUE
           END-READ.

       APLICAR-MOVIMENTO.

           ADD 1 TO MOVS-LIDOS.
           IF (AU-ACCAO = "D") THEN
               PERFORM DEFINIR-DIREITO
           ELSE
               IF (AU-ACCAO = "R") THEN
                   PERFORM REGISTAR-AUSENCIA
               ELSE
                   IF (AU-ACCAO = "L") THEN
                       PERFORM LISTAR-AUSENCIAS
                       ADD 1 TO MOVS-APLICADOS
                   ELSE
                       DISPLAY "AUSMOVS: accao invalida: " AU-ACCAO
                           " ID " AU-ID ", ignorado."
                       ADD 1 TO MOVS-REJEITADOS
                   END-IF
               END-IF
           END-IF.

           PERFORM LER-MOVIMENTO.

      *------------------------------------------------------------------------
      * Le o registo do empregado AU-ID, assinalando se existe no mapa.
       LOCALIZAR-EMPREGADO.

           MOVE "N" TO EMPREGADO-EXISTE.
           MOVE AU-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EMPREGADO-EXISTE
           END-READ.

      *------------------------------------------------------------------------
      * Le o registo de ausencias do empregado AU-ID no ano AU-ANO.
      * Sem registo, prepara um novo com o direito de ferias do ano
      * (22 dias uteis) e tudo o resto a zero; so' e' gravado quando
      * o movimento e' aceite.
       LOCALIZAR-AUSENCIAS.

           MOVE "N" TO AUSENCIAS-EXISTE.
           MOVE AU-ID  TO AUS-ID.
           MOVE AU-ANO TO AUS-ANO.
           READ AUSMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO AUSENCIAS-EXISTE
           END-READ.
           IF NOT AUSENCIAS-ENCONTRADAS THEN
               MOVE SPACES TO AUS-REGISTO
               MOVE AU-ID  TO AUS-ID
               MOVE AU-ANO TO AUS-ANO
               MOVE ZEROS  TO AUS-FERIAS-TRANSITADAS
               PERFORM INICIAR-TIPO-AUSENCIA
                   VARYING IDX-AUS FROM 1 BY 1 UNTIL IDX-AUS > 4
               PERFORM INICIAR-MES-AUSENCIA
                   VARYING IDX-AUS-MES FROM 1 BY 1
                   UNTIL IDX-AUS-MES > 12
               MOVE FERIAS-DIREITO-ANO TO AUS-DIREITO(1)
               MOVE FERIAS-DIREITO-ANO TO AUS-SALDO(1)
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

      *------------------------------------------------------------------------
      * Converte o tipo de ausencia do movimento na posicao do tipo no
      * mapa e no tipo da linha de MOVIMENT: ferias "V", falta
      * justificada "J", falta injustificada "F" (a unica que
      * desconta o salario base) e baixa medica "B".
       CONVERTER-TIPO.

           MOVE "S" TO TIPO-VALIDO.
           IF (AU-TIPO = "V") THEN
               MOVE 1   TO TIPO-NUM
               MOVE "V" TO TIPO-MOVIMENTO
           ELSE
               IF (AU-TIPO = "J") THEN
                   MOVE 2   TO TIPO-NUM
                   MOVE "J" TO TIPO-MOVIMENTO
               ELSE
                   IF (AU-TIPO = "I") THEN
                       MOVE 3   TO TIPO-NUM
                       MOVE "F" TO TIPO-MOVIMENTO
                   ELSE
                       IF (AU-TIPO = "B") THEN
                           MOVE 4   TO TIPO-NUM
                           MOVE "B" TO TIPO-MOVIMENTO
                       ELSE
                           MOVE "N" TO TIPO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Direito do ano: so' para ferias e faltas justificadas, de um
      * empregado existente e activo. Nas ferias, o direito pedido
      * (zero = 22 dias uteis) soma-se aos dias transitados do ano
      * anterior; nas faltas justificadas, zero quer dizer sem
      * limite. O novo direito nunca pode ficar abaixo dos dias ja
      * gozados no ano.
       DEFINIR-DIREITO.

           PERFORM LOCALIZAR-EMPREGADO.
           PERFORM CONVERTER-TIPO.
           IF NOT EMPREGADO-ENCONTRADO THEN
               DISPLAY "AUSMOVS: ID " AU-ID " desconhecido, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               IF (EMP-CESSADO) THEN
                   DISPLAY "AUSMOVS: ID " AU-ID
                       " cessado, direito nao alterado."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF ((AU-TIPO NOT = "V") AND (AU-TIPO NOT = "J"))
                       OR (AU-ANO = 0) THEN
                       DISPLAY "AUSMOVS: ID " AU-ID " tipo " AU-TIPO
                           " ou ano invalido para o direito,"
                           " ignorado."
                       ADD 1 TO MOVS-REJEITADOS
                   ELSE
                       PERFORM LOCALIZAR-AUSENCIAS
                       PERFORM APLICAR-DIREITO
                   END-IF
               END-IF
           END-IF.

       APLICAR-DIREITO.

           IF (TIPO-NUM = 1) THEN
               IF (AU-DIAS = 0) THEN
                   COMPUTE DIREITO-NOVO =
                       FERIAS-DIREITO-ANO + AUS-FERIAS-TRANSITADAS
               ELSE
                   COMPUTE DIREITO-NOVO =
                       AU-DIAS + AUS-FERIAS-TRANSITADAS
               END-IF
           ELSE
               MOVE AU-DIAS TO DIREITO-NOVO
           END-IF.
           IF (DIREITO-NOVO NOT = 0)
               AND (DIREITO-NOVO < AUS-GOZADOS(TIPO-NUM)) THEN
               MOVE AUS-GOZADOS(TIPO-NUM) TO SAIDA-GOZADOS
               DISPLAY "AUSMOVS: ID " AU-ID " direito abaixo dos "
                   SAIDA-GOZADOS " dias ja gozados, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               MOVE DIREITO-NOVO TO AUS-DIREITO(TIPO-NUM)
               IF (DIREITO-NOVO = 0) THEN
                   MOVE ZEROS TO AUS-SALDO(TIPO-NUM)
               ELSE
                   COMPUTE AUS-SALDO(TIPO-NUM) =
                       DIREITO-NOVO - AUS-GOZADOS(TIPO-NUM)
               END-IF
               PERFORM GRAVAR-AUSENCIAS
               MOVE DIREITO-NOVO TO SAIDA-DIREITO
               DISPLAY "AUSMANUT: ID " AU-ID " ano " AU-ANO
                   " tipo " AU-TIPO " direito " SAIDA-DIREITO " dias."
               ADD 1 TO MOVS-APLICADOS
           END-IF.

      *------------------------------------------------------------------------
      * Registo de uma ausencia: valida o empregado (existente, activo
      * e com o ano aberto no mapa), o mes (ainda por processar pelos
      * salarios), os dias (mais que zero, sem passar os 30 dias do
      * mes somando todos os tipos) e o saldo do tipo (ferias, e
      * faltas justificadas com direito definido). Aceite, abate ao
      * saldo e gera a linha de MOVIMENT do mes.
       REGISTAR-AUSENCIA.

           PERFORM LOCALIZAR-EMPREGADO.
           PERFORM CONVERTER-TIPO.
           IF NOT EMPREGADO-ENCONTRADO THEN
               DISPLAY "AUSMOVS: ID " AU-ID " desconhecido, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               IF (EMP-CESSADO) THEN
                   DISPLAY "AUSMOVS: ID " AU-ID
                       " cessado, ausencia ignorada."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF NOT TIPO-AUSENCIA-VALIDO THEN
                       DISPLAY "AUSMOVS: ID " AU-ID
                           " tipo de ausencia invalido: " AU-TIPO
                       ADD 1 TO MOVS-REJEITADOS
                   ELSE
                       PERFORM VALIDAR-MES-AUSENCIA
                   END-IF
               END-IF
           END-IF.

       VALIDAR-MES-AUSENCIA.

           IF (AU-ANO NOT = EMP-ANO-ABERTO)
               OR (AU-MES < 1) OR (AU-MES > 12) THEN
               DISPLAY "AUSMOVS: ID " AU-ID " ano/mes " AU-ANO "/"
                   AU-MES " fora do ano aberto, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               SET IDX-MES TO AU-MES
               IF (MES-JA-PROCESSADO(IDX-MES)) THEN
                   DISPLAY "AUSMOVS: ID " AU-ID " mes " AU-MES
                       " ja processado, ausencia ignorada."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF (AU-DIAS = 0) OR NOT MOVIMENT-DISPONIVEL THEN
                       DISPLAY "AUSMOVS: ID " AU-ID " sem dias ou"
                           " sem MOVIMENT, ausencia ignorada."
                       ADD 1 TO MOVS-REJEITADOS
                   ELSE
                       PERFORM LOCALIZAR-AUSENCIAS
                       PERFORM VALIDAR-SALDO-AUSENCIA
                   END-IF
               END-IF
           END-IF.

       VALIDAR-SALDO-AUSENCIA.

           SET IDX-AUS-MES TO AU-MES.
           COMPUTE DIAS-MES = AUS-MES-DIAS(IDX-AUS-MES, 1)
               + AUS-MES-DIAS(IDX-AUS-MES, 2)
               + AUS-MES-DIAS(IDX-AUS-MES, 3)
               + AUS-MES-DIAS(IDX-AUS-MES, 4)
               + AU-DIAS.
           IF (DIAS-MES > 30) THEN
               DISPLAY "AUSMOVS: ID " AU-ID " mes " AU-MES
                   " passaria dos 30 dias de ausencia, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               IF (TIPO-NUM = 1 OR TIPO-NUM = 2)
                   AND (AUS-DIREITO(TIPO-NUM) NOT = 0)
                   AND (AU-DIAS > AUS-SALDO(TIPO-NUM)) THEN
                   MOVE AUS-SALDO(TIPO-NUM) TO SAIDA-SALDO
                   DISPLAY "AUSMOVS: ID " AU-ID " tipo " AU-TIPO
                       " com saldo de " SAIDA-SALDO
                       " dias, ausencia ignorada."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   PERFORM ABATER-AUSENCIA
                   PERFORM GRAVAR-AUSENCIAS
                   PERFORM GERAR-LINHA-MOVIMENT
                   ADD 1 TO MOVS-APLICADOS
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Soma a ausencia aos dias gozados do tipo e do mes e abate ao
      * saldo dos tipos com direito definido.
       ABATER-AUSENCIA.

           ADD AU-DIAS TO AUS-GOZADOS(TIPO-NUM).
           ADD AU-DIAS TO AUS-MES-DIAS(IDX-AUS-MES, TIPO-NUM).
           IF (AUS-DIREITO(TIPO-NUM) NOT = 0) THEN
               SUBTRACT AU-DIAS FROM AUS-SALDO(TIPO-NUM)
           END-IF.

       GRAVAR-AUSENCIAS.

           IF (AUSENCIAS-ENCONTRADAS) THEN
               REWRITE AUS-REGISTO
           ELSE
               WRITE AUS-REGISTO
               MOVE "S" TO AUSENCIAS-EXISTE
           END-IF.

      *------------------------------------------------------------------------
      * Acrescenta ao MOVIMENT a linha da ausencia aceite, com os dias
      * em MOV-QTD, para o processamento de salarios do mes.
       GERAR-LINHA-MOVIMENT.

           MOVE SPACES         TO MOV-REGISTO.
           MOVE AU-ID          TO MOV-ID.
           MOVE AU-ANO         TO MOV-ANO.
           MOVE AU-MES         TO MOV-MES.
           MOVE TIPO-MOVIMENTO TO MOV-TIPO.
           MOVE AU-DIAS        TO MOV-QTD.
           MOVE ZEROS          TO MOV-VALOR.
           WRITE MOV-REGISTO.
           MOVE AU-DIAS TO SAIDA-DIAS.
           DISPLAY "AUSMANUT: ID " AU-ID " " SAIDA-DIAS
               " dia(s) tipo " AU-TIPO " registados no mes " AU-MES
               " (MOVIMENT " TIPO-MOVIMENTO ").".

      *------------------------------------------------------------------------
      * Relatorio dos saldos: percorre o AUSMSTR por ordem de chave e
      * grava uma linha por empregado/ano (do ano AU-ANO, ou de todos
      * quando e' zero) com o direito, os dias gozados e o saldo de
      * ferias, os dias transitados e os dias de cada tipo de falta e
      * de baixa, com rodape de contagem e do saldo total de ferias.
       LISTAR-AUSENCIAS.

           OPEN OUTPUT AUSLISTA.
           IF (FS-AUSLISTA NOT = "00") THEN
               DISPLAY "AUSLISTA: erro ao abrir, listagem nao gerada."
           ELSE
               MOVE ZEROS TO LISTA-QTD
               MOVE ZEROS TO LISTA-SALDO-TOTAL
               MOVE SPACES TO LISTA-LINHA
               STRING "ID     Ano   Fer.dir  gozad.  saldo  trans."
                                               DELIMITED BY SIZE
                      "  F.just  F.inj.  Baixa"
                                               DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               MOVE "N" TO MSTR-FIM
               MOVE LOW-VALUES TO AUS-CHAVE
               START AUSMSTR KEY NOT < AUS-CHAVE
                   INVALID KEY
                       SET MSTR-TERMINADO TO TRUE
               END-START
               IF NOT MSTR-TERMINADO THEN
                   PERFORM LER-PROXIMA-AUSENCIA
               END-IF
               PERFORM GRAVAR-LINHA-LISTA UNTIL MSTR-TERMINADO
               MOVE LISTA-QTD TO SAIDA-LISTA-QTD
               MOVE LISTA-SALDO-TOTAL TO SAIDA-SALDO-TOTAL
               MOVE SPACES TO LISTA-LINHA
               STRING "TOTAL Empregados: "     DELIMITED BY SIZE
                      SAIDA-LISTA-QTD          DELIMITED BY SIZE
                      "  Saldo de ferias: "    DELIMITED BY SIZE
                      SAIDA-SALDO-TOTAL        DELIMITED BY SIZE
                      " dias"                  DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               CLOSE AUSLISTA
           END-IF.

       LER-PROXIMA-AUSENCIA.

           READ AUSMSTR NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       GRAVAR-LINHA-LISTA.

           IF (AU-ANO = 0) OR (AUS-ANO = AU-ANO) THEN
               MOVE AUS-DIREITO(1)         TO SAIDA-DIREITO
               MOVE AUS-GOZADOS(1)         TO SAIDA-GOZADOS
               MOVE AUS-SALDO(1)           TO SAIDA-SALDO
               MOVE AUS-FERIAS-TRANSITADAS TO SAIDA-TRANSITADAS
               MOVE AUS-GOZADOS(2)         TO SAIDA-JUSTIFICADAS
               MOVE AUS-GOZADOS(3)         TO SAIDA-INJUSTIFICADAS
               MOVE AUS-GOZADOS(4)         TO SAIDA-BAIXA
               MOVE SPACES TO LISTA-LINHA
               STRING AUS-ID               DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      AUS-ANO              DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      SAIDA-DIREITO        DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      SAIDA-GOZADOS        DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      SAIDA-SALDO          DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      SAIDA-TRANSITADAS    DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      SAIDA-JUSTIFICADAS   DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      SAIDA-INJUSTIFICADAS DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      SAIDA-BAIXA          DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               ADD 1 TO LISTA-QTD
               ADD AUS-SALDO(1) TO LISTA-SALDO-TOTAL
           END-IF.
           PERFORM LER-PROXIMA-AUSENCIA.

       MOSTRAR-TOTAIS.

           MOVE MOVS-LIDOS      TO SAIDA-MOVS-LIDOS.
           MOVE MOVS-APLICADOS  TO SAIDA-MOVS-APLICADOS.
           MOVE MOVS-REJEITADOS TO SAIDA-MOVS-REJEITADOS.
           DISPLAY "AUSMOVS: lidos " SAIDA-MOVS-LIDOS
               ", aplicados " SAIDA-MOVS-APLICADOS
               ", rejeitados " SAIDA-MOVS-REJEITADOS ".".

      *------------------------------------------------------------------------
      * Menu interactivo na consola, usado quando nao existe ficheiro
      * de movimentos: as mesmas accoes do lote, com os campos pedidos
      * um a um. A opcao X termina o programa.
       MENU-INTERATIVO.

           DISPLAY " ".
           DISPLAY "Ferias e ausencias (AUSMSTR)".
           DISPLAY "  D - Definir direito do ano (ferias/f. just.)".
           DISPLAY "  R - Registar ausencia".
           DISPLAY "  L - Listar saldos (AUSLISTA)".
           DISPLAY "  X - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF (OPCAO = "d") MOVE "D" TO OPCAO END-IF.
           IF (OPCAO = "r") MOVE "R" TO OPCAO END-IF.
           IF (OPCAO = "l") MOVE "L" TO OPCAO END-IF.
           IF (OPCAO = "x") MOVE "X" TO OPCAO END-IF.
           IF (OPCAO = "D") THEN
               PERFORM PEDIR-CAMPOS-AUSENCIA
               MOVE "D" TO AU-ACCAO
               PERFORM DEFINIR-DIREITO
           ELSE
               IF (OPCAO = "R") THEN
                   PERFORM PEDIR-CAMPOS-AUSENCIA
                   PERFORM PEDIR-MES-AUSENCIA
                   PERFORM REGISTAR-AUSENCIA
               ELSE
                   IF (OPCAO = "L") THEN
                       MOVE ZEROS TO AU-ANO
                       PERFORM PEDIR-ANO-AUSENCIA
                       PERFORM LISTAR-AUSENCIAS
                       DISPLAY "Listagem gravada em AUSLISTA."
                   ELSE
                       IF (OPCAO NOT = "X") THEN
                           DISPLAY "Insira D, R, L ou X."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Pede os campos comuns do direito e da ausencia na consola.
      * Valores nao numericos ficam a zero e sao rejeitados pela
      * validacao do movimento.
       PEDIR-CAMPOS-AUSENCIA.

           MOVE SPACES TO AU-REGISTO.
           MOVE "R" TO AU-ACCAO.
           MOVE ZEROS TO AU-ANO.
           MOVE ZEROS TO AU-MES.
           MOVE ZEROS TO AU-DIAS.
           DISPLAY "Empregado (ID): " WITH NO ADVANCING.
           ACCEPT AU-ID.
           PERFORM PEDIR-ANO-AUSENCIA.
           DISPLAY "Tipo (V=ferias, J=falta just., I=falta injust.,"
               " B=baixa): " WITH NO ADVANCING.
           ACCEPT AU-TIPO.
           IF (AU-TIPO = "v") MOVE "V" TO AU-TIPO END-IF.
           IF (AU-TIPO = "j") MOVE "J" TO AU-TIPO END-IF.
           IF (AU-TIPO = "i") MOVE "I" TO AU-TIPO END-IF.
           IF (AU-TIPO = "b") MOVE "B" TO AU-TIPO END-IF.
           DISPLAY "Dias em centesimos (00150 = 1.50): "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-DIAS.
           IF (RESPOSTA-DIAS NUMERIC) THEN
               MOVE RESPOSTA-DIAS TO DIAS-CENTESIMOS
               COMPUTE AU-DIAS = DIAS-CENTESIMOS / 100
           END-IF.

       PEDIR-ANO-AUSENCIA.

           DISPLAY "Ano (AAAA): " WITH NO ADVANCING.
           ACCEPT RESPOSTA-ANO.
           IF (RESPOSTA-ANO NUMERIC) THEN
               MOVE RESPOSTA-ANO TO AU-ANO
           END-IF.

       PEDIR-MES-AUSENCIA.

           DISPLAY "Mes (MM): " WITH NO ADVANCING.
           ACCEPT RESPOSTA-MES.
           IF (RESPOSTA-MES NUMERIC) THEN
               MOVE RESPOSTA-MES TO AU-MES
           END-IF.

       END PROGRAM AUSMANUT.
