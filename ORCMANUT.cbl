      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Programa de manutencao do orcamento de custo com
      *            pessoal por departamento (ORCDEPT, copybook
      *            ORCREG): define ou substitui o orcamento de um
      *            departamento para um mes (ou para os 12 meses do
      *            ano de uma so' vez) - efectivos, bruto, encargo
      *            patronal e comissoes -, elimina orcamentos e lista
      *            o orcamento de um ano (ORCLISTA). O orcamento e'
      *            comparado com o custo real do historico pelo
      *            ORCREAL. Processa um lote de movimentos (ORCMOVS)
      *            quando o ficheiro existe, com fallback para menu
      *            interactivo na consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCMANUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORCMOVS      ASSIGN TO "ORCMOVS"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-ORCMOVS.

           SELECT ORCDEPT      ASSIGN TO "ORCDEPT"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS ORC-CHAVE
                                FILE STATUS IS FS-ORCDEPT.

           SELECT ORCLISTA     ASSIGN TO "ORCLISTA"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-ORCLISTA.

       DATA DIVISION.
       FILE SECTION.

      *------------------------------------------------------------------------
      * Movimento de orcamento: um registo por accao.
      * OM-ACCAO: "D"=definir (cria ou substitui) o orcamento do
      * departamento/ano/mes, "E"=eliminar o orcamento do
      * departamento/ano/mes, "L"=listar o orcamento do ano para
      * ORCLISTA (departamento e mes ignorados). Mes 00 nas accoes
      * "D" e "E" = os 12 meses do ano. O utilizador e' obrigatorio
      * nas accoes "D" e "E".
       FD  ORCMOVS
           RECORD CONTAINS 80 CHARACTERS.
       01  OM-REGISTO.
           05  OM-ACCAO             PIC X(01).
           05  OM-DEPARTAMENTO      PIC X(04).
           05  OM-ANO               PIC 9(04).
           05  OM-MES               PIC 9(02).
           05  OM-EFECTIVOS         PIC 9(04).
           05  OM-BRUTO             PIC 9(07)V99.
           05  OM-SS-PATRONAL       PIC 9(06)V99.
           05  OM-COMISSOES         PIC 9(06)V99.
           05  OM-UTILIZADOR        PIC X(10).
           05  FILLER               PIC X(30).

       FD  ORCDEPT.
       COPY ORCREG.

       FD  ORCLISTA
           RECORD CONTAINS 132 CHARACTERS.
       01  LISTA-REGISTO            PIC X(132).

       WORKING-STORAGE SECTION.

        77 FS-ORCMOVS             PIC XX           VALUE "00".
        77 FS-ORCDEPT             PIC XX           VALUE "00".
        77 FS-ORCLISTA            PIC XX           VALUE "00".
        77 MOVS-FIM               PIC X            VALUE "N".
           88 MOVS-TERMINADO                       VALUE "S".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 ORCDEPT-ESTADO         PIC X            VALUE "S".
           88 ORCDEPT-DISPONIVEL                   VALUE "S".
        77 ORCAMENTO-EXISTE       PIC X            VALUE "N".
           88 ORCAMENTO-ENCONTRADO                 VALUE "S".

        77 MOVS-LIDOS             PIC 9(05)        VALUE ZEROS.
        77 MOVS-APLICADOS         PIC 9(05)        VALUE ZEROS.
        77 MOVS-REJEITADOS        PIC 9(05)        VALUE ZEROS.
        77 SAIDA-MOVS-LIDOS       PIC ZZZZ9.
        77 SAIDA-MOVS-APLICADOS   PIC ZZZZ9.
        77 SAIDA-MOVS-REJEITADOS  PIC ZZZZ9.
        77 MES-INICIO             PIC 9(02)        VALUE ZEROS.
        77 MES-FIM                PIC 9(02)        VALUE ZEROS.
        77 MES-CORRENTE           PIC 9(02)        VALUE ZEROS.
        77 MESES-ALTERADOS        PIC 9(02)        VALUE ZEROS.
        77 DATA-ALTERACAO         PIC 9(08)        VALUE ZEROS.

        77 LISTA-ANO              PIC 9(04)        VALUE ZEROS.
        77 LISTA-QTD              PIC 9(05)        VALUE ZEROS.
        77 LISTA-BRUTO            PIC 9(09)V99     VALUE ZEROS.
        77 LISTA-SS-PATRONAL      PIC 9(09)V99     VALUE ZEROS.
        77 LISTA-COMISSOES        PIC 9(09)V99     VALUE ZEROS.
        77 SAIDA-LISTA-QTD        PIC ZZZZ9.
        77 SAIDA-LISTA-BRUTO      PIC ZZZZZZZZ9.99.
        77 SAIDA-LISTA-SS         PIC ZZZZZZZZ9.99.
        77 SAIDA-LISTA-COMISSOES  PIC ZZZZZZZZ9.99.

        77 UTILIZADOR-SESSAO      PIC X(10)        VALUE SPACES.
        77 OPCAO                  PIC X            VALUE SPACES.
        77 RESPOSTA-ANO           PIC X(04)        VALUE SPACES.
        77 RESPOSTA-MES           PIC X(02)        VALUE SPACES.
        77 RESPOSTA-EFECTIVOS     PIC X(04)        VALUE SPACES.
        77 RESPOSTA-VALOR         PIC X(09)        VALUE SPACES.
        77 VALOR-CENTIMOS         PIC 9(09)        VALUE ZEROS.
        77 LISTA-LINHA            PIC X(132)       VALUE SPACES.
        77 SAIDA-EFECTIVOS        PIC ZZZ9.
        77 SAIDA-BRUTO            PIC ZZZZZZ9.99.
        77 SAIDA-SS-PATRONAL      PIC ZZZZZ9.99.
        77 SAIDA-COMISSOES        PIC ZZZZZ9.99.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM ABRIR-ORCDEPT.
             IF NOT ORCDEPT-DISPONIVEL THEN
                 STOP RUN
             END-IF.
             OPEN INPUT ORCMOVS.
             IF (FS-ORCMOVS = "00") THEN
                 PERFORM PROCESSAR-MOVIMENTOS
                 CLOSE ORCMOVS
                 PERFORM MOSTRAR-TOTAIS
             ELSE
                 PERFORM PEDIR-UTILIZADOR
                     UNTIL (UTILIZADOR-SESSAO NOT = SPACES)
                 PERFORM MENU-INTERATIVO UNTIL (OPCAO = "X")
             END-IF.
             CLOSE ORCDEPT.
             STOP RUN.

      *------------------------------------------------------------------------
      * Abre o orcamento (ORCDEPT) em I-O. So' cria o ficheiro quando
      * ele de facto nao existe (estado "35"); qualquer outro erro de
      * abertura cancela a sessao sem tocar no ficheiro.
       ABRIR-ORCDEPT.

           OPEN I-O ORCDEPT.
           IF (FS-ORCDEPT = "35") THEN
               OPEN OUTPUT ORCDEPT
               CLOSE ORCDEPT
               OPEN I-O ORCDEPT
           END-IF.
           IF (FS-ORCDEPT NOT = "00") THEN
               MOVE "N" TO ORCDEPT-ESTADO
               DISPLAY "ORCDEPT: erro ao abrir (estado " FS-ORCDEPT
                   "), orcamento preservado, sessao cancelada."
           END-IF.

      *------------------------------------------------------------------------
      * Processamento em lote: le ORCMOVS registo a registo e aplica
      * cada movimento ao orcamento.
       PROCESSAR-MOVIMENTOS.

           PERFORM LER-MOVIMENTO.
           PERFORM APLICAR-MOVIMENTO UNTIL MOVS-TERMINADO.

       LER-MOVIMENTO.

           READ ORCMOVS
               AT END
                   SET MOVS-TERMINADO TO TRUE
           END-READ.

       APLICAR-MOVIMENTO.

           ADD 1 TO MOVS-LIDOS.
           IF (OM-ACCAO = "D") OR (OM-ACCAO = "E") THEN
               PERFORM VALIDAR-MOVIMENTO
           ELSE
               IF (OM-ACCAO = "L") THEN
                   IF (OM-ANO NOT NUMERIC) THEN
                       DISPLAY "ORCMOVS: ano invalido na listagem,"
                           " ignorado."
                       ADD 1 TO MOVS-REJEITADOS
                   ELSE
                       PERFORM LISTAR-ORCAMENTO
                       ADD 1 TO MOVS-APLICADOS
                   END-IF
               ELSE
                   DISPLAY "ORCMOVS: accao invalida: " OM-ACCAO
                       " Dep " OM-DEPARTAMENTO ", ignorado."
                   ADD 1 TO MOVS-REJEITADOS
               END-IF
           END-IF.

           PERFORM LER-MOVIMENTO.

      *------------------------------------------------------------------------
      * Valida a definicao/eliminacao: utilizador, departamento, ano e
      * mes (00 = ano inteiro) e, na definicao, valores numericos.
       VALIDAR-MOVIMENTO.

           IF (OM-UTILIZADOR = SPACES) THEN
               DISPLAY "ORCMOVS: Dep " OM-DEPARTAMENTO
                   " sem utilizador, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               IF (OM-DEPARTAMENTO = SPACES) THEN
                   DISPLAY "ORCMOVS: departamento em branco, ignorado."
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF (OM-ANO NOT NUMERIC) OR (OM-MES NOT NUMERIC)
                       OR (OM-ANO = ZEROS) OR (OM-MES > 12) THEN
                       DISPLAY "ORCMOVS: Dep " OM-DEPARTAMENTO
                           " ano/mes invalido, ignorado."
                       ADD 1 TO MOVS-REJEITADOS
                   ELSE
                       IF (OM-ACCAO = "E") THEN
                           PERFORM ELIMINAR-ORCAMENTO
                       ELSE
                           IF (OM-EFECTIVOS NOT NUMERIC)
                               OR (OM-BRUTO NOT NUMERIC)
                               OR (OM-SS-PATRONAL NOT NUMERIC)
                               OR (OM-COMISSOES NOT NUMERIC) THEN
                               DISPLAY "ORCMOVS: Dep " OM-DEPARTAMENTO
                                   " valores invalidos, ignorado."
                               ADD 1 TO MOVS-REJEITADOS
                           ELSE
                               PERFORM DEFINIR-ORCAMENTO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Definicao: grava (ou substitui) o orcamento de cada mes
      * pedido, com o utilizador e a data da alteracao.
       DEFINIR-ORCAMENTO.

           PERFORM DETERMINAR-MESES.
           ACCEPT DATA-ALTERACAO FROM DATE YYYYMMDD.
           MOVE ZEROS TO MESES-ALTERADOS.
           PERFORM GRAVAR-ORCAMENTO-MES
               VARYING MES-CORRENTE FROM MES-INICIO BY 1
               UNTIL MES-CORRENTE > MES-FIM.
           DISPLAY "ORCMANUT: Dep " OM-DEPARTAMENTO " " OM-ANO
               " orcamento definido em " MESES-ALTERADOS " mes(es).".
           ADD 1 TO MOVS-APLICADOS.

       GRAVAR-ORCAMENTO-MES.

           PERFORM LOCALIZAR-ORCAMENTO.
           MOVE OM-DEPARTAMENTO TO ORC-DEPARTAMENTO.
           MOVE OM-ANO          TO ORC-ANO.
           MOVE MES-CORRENTE    TO ORC-MES.
           MOVE OM-EFECTIVOS    TO ORC-EFECTIVOS.
           MOVE OM-BRUTO        TO ORC-BRUTO.
           MOVE OM-SS-PATRONAL  TO ORC-SS-PATRONAL.
           MOVE OM-COMISSOES    TO ORC-COMISSOES.
           MOVE OM-UTILIZADOR   TO ORC-UTILIZADOR.
           MOVE DATA-ALTERACAO  TO ORC-DATA.
           IF (ORCAMENTO-ENCONTRADO) THEN
               REWRITE ORC-REGISTO
           ELSE
               WRITE ORC-REGISTO
           END-IF.
           ADD 1 TO MESES-ALTERADOS.

      *------------------------------------------------------------------------
      * Eliminacao: apaga o orcamento de cada mes pedido que exista.
       ELIMINAR-ORCAMENTO.

           PERFORM DETERMINAR-MESES.
           MOVE ZEROS TO MESES-ALTERADOS.
           PERFORM ELIMINAR-ORCAMENTO-MES
               VARYING MES-CORRENTE FROM MES-INICIO BY 1
               UNTIL MES-CORRENTE > MES-FIM.
           IF (MESES-ALTERADOS = ZEROS) THEN
               DISPLAY "ORCMOVS: Dep " OM-DEPARTAMENTO " " OM-ANO "/"
                   OM-MES " sem orcamento, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               DISPLAY "ORCMANUT: Dep " OM-DEPARTAMENTO " " OM-ANO
                   " orcamento eliminado em " MESES-ALTERADOS
                   " mes(es)."
               ADD 1 TO MOVS-APLICADOS
           END-IF.

       ELIMINAR-ORCAMENTO-MES.

           PERFORM LOCALIZAR-ORCAMENTO.
           IF (ORCAMENTO-ENCONTRADO) THEN
               DELETE ORCDEPT
                   INVALID KEY
                       DISPLAY "ORCDEPT: erro ao eliminar "
                           OM-DEPARTAMENTO " " OM-ANO "/" MES-CORRENTE
                   NOT INVALID KEY
                       ADD 1 TO MESES-ALTERADOS
               END-DELETE
           END-IF.

       DETERMINAR-MESES.

           IF (OM-MES = ZEROS) THEN
               MOVE 1  TO MES-INICIO
               MOVE 12 TO MES-FIM
           ELSE
               MOVE OM-MES TO MES-INICIO
               MOVE OM-MES TO MES-FIM
           END-IF.

      *------------------------------------------------------------------------
      * Le o orcamento do departamento/ano do movimento para o mes
      * MES-CORRENTE, assinalando se existe.
       LOCALIZAR-ORCAMENTO.

           MOVE "N" TO ORCAMENTO-EXISTE.
           MOVE OM-DEPARTAMENTO TO ORC-DEPARTAMENTO.
           MOVE OM-ANO          TO ORC-ANO.
           MOVE MES-CORRENTE    TO ORC-MES.
           READ ORCDEPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ORCAMENTO-EXISTE
           END-READ.

      *------------------------------------------------------------------------
      * Listagem do orcamento do ano OM-ANO: percorre o ORCDEPT por
      * ordem da chave (departamento, ano, mes) e grava uma linha por
      * mes orcamentado, com rodape de totais do ano.
       LISTAR-ORCAMENTO.

           OPEN OUTPUT ORCLISTA.
           IF (FS-ORCLISTA NOT = "00") THEN
               DISPLAY "ORCLISTA: erro ao abrir, listagem nao gerada."
           ELSE
               MOVE OM-ANO TO LISTA-ANO
               MOVE ZEROS TO LISTA-QTD
               MOVE ZEROS TO LISTA-BRUTO
               MOVE ZEROS TO LISTA-SS-PATRONAL
               MOVE ZEROS TO LISTA-COMISSOES
               MOVE SPACES TO LISTA-LINHA
               STRING "ORCAMENTO DE CUSTO COM PESSOAL POR DEPARTAMENTO"
                                               DELIMITED BY SIZE
                      " - "                    DELIMITED BY SIZE
                      LISTA-ANO                DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               MOVE "N" TO MSTR-FIM
               MOVE LOW-VALUES TO ORC-CHAVE
               START ORCDEPT KEY NOT < ORC-CHAVE
                   INVALID KEY
                       SET MSTR-TERMINADO TO TRUE
               END-START
               IF NOT MSTR-TERMINADO THEN
                   PERFORM LER-PROXIMO-ORCAMENTO
               END-IF
               PERFORM GRAVAR-LINHA-LISTA UNTIL MSTR-TERMINADO
               MOVE LISTA-QTD         TO SAIDA-LISTA-QTD
               MOVE LISTA-BRUTO       TO SAIDA-LISTA-BRUTO
               MOVE LISTA-SS-PATRONAL TO SAIDA-LISTA-SS
               MOVE LISTA-COMISSOES   TO SAIDA-LISTA-COMISSOES
               MOVE SPACES TO LISTA-LINHA
               STRING "TOTAL Meses orcamentados: "
                                               DELIMITED BY SIZE
                      SAIDA-LISTA-QTD          DELIMITED BY SIZE
                      "  Bruto: "              DELIMITED BY SIZE
                      SAIDA-LISTA-BRUTO        DELIMITED BY SIZE
                      "  Encargo: "            DELIMITED BY SIZE
                      SAIDA-LISTA-SS           DELIMITED BY SIZE
                      "  Comissoes: "          DELIMITED BY SIZE
                      SAIDA-LISTA-COMISSOES    DELIMITED BY SIZE
                      " EUR"                   DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               CLOSE ORCLISTA
           END-IF.

       LER-PROXIMO-ORCAMENTO.

           READ ORCDEPT NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       GRAVAR-LINHA-LISTA.

           IF (ORC-ANO = LISTA-ANO) THEN
               MOVE ORC-EFECTIVOS   TO SAIDA-EFECTIVOS
               MOVE ORC-BRUTO       TO SAIDA-BRUTO
               MOVE ORC-SS-PATRONAL TO SAIDA-SS-PATRONAL
               MOVE ORC-COMISSOES   TO SAIDA-COMISSOES
               MOVE SPACES TO LISTA-LINHA
               STRING "Dep:"            DELIMITED BY SIZE
                      ORC-DEPARTAMENTO  DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      ORC-ANO           DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      ORC-MES           DELIMITED BY SIZE
                      " Efectivos:"     DELIMITED BY SIZE
                      SAIDA-EFECTIVOS   DELIMITED BY SIZE
                      " Bruto:"         DELIMITED BY SIZE
                      SAIDA-BRUTO       DELIMITED BY SIZE
                      " Encargo:"       DELIMITED BY SIZE
                      SAIDA-SS-PATRONAL DELIMITED BY SIZE
                      " Comissoes:"     DELIMITED BY SIZE
                      SAIDA-COMISSOES   DELIMITED BY SIZE
                      " Alterado "      DELIMITED BY SIZE
                      ORC-UTILIZADOR    DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      ORC-DATA          DELIMITED BY SIZE
                   INTO LISTA-LINHA
               END-STRING
               WRITE LISTA-REGISTO FROM LISTA-LINHA
               ADD 1               TO LISTA-QTD
               ADD ORC-BRUTO       TO LISTA-BRUTO
               ADD ORC-SS-PATRONAL TO LISTA-SS-PATRONAL
               ADD ORC-COMISSOES   TO LISTA-COMISSOES
           END-IF.
           PERFORM LER-PROXIMO-ORCAMENTO.

       MOSTRAR-TOTAIS.

           MOVE MOVS-LIDOS      TO SAIDA-MOVS-LIDOS.
           MOVE MOVS-APLICADOS  TO SAIDA-MOVS-APLICADOS.
           MOVE MOVS-REJEITADOS TO SAIDA-MOVS-REJEITADOS.
           DISPLAY "ORCMOVS: lidos " SAIDA-MOVS-LIDOS
               ", aplicados " SAIDA-MOVS-APLICADOS
               ", rejeitados " SAIDA-MOVS-REJEITADOS ".".

      *------------------------------------------------------------------------
      * Sessao interactiva: o utilizador e' pedido no inicio e fica
      * gravado em todas as alteracoes da sessao.
       PEDIR-UTILIZADOR.

           DISPLAY "Utilizador: " WITH NO ADVANCING.
           ACCEPT UTILIZADOR-SESSAO.
           IF (UTILIZADOR-SESSAO = SPACES) THEN
               DISPLAY "Utilizador obrigatorio."
           END-IF.

      *------------------------------------------------------------------------
      * Menu interactivo na consola, usado quando nao existe ficheiro
      * de movimentos: as mesmas accoes do lote, com os campos pedidos
      * um a um. A opcao X termina o programa.
       MENU-INTERATIVO.

           DISPLAY " ".
           DISPLAY "Orcamento por departamento (ORCDEPT)".
           DISPLAY "  D - Definir orcamento (mes 00 = ano inteiro)".
           DISPLAY "  E - Eliminar orcamento (mes 00 = ano inteiro)".
           DISPLAY "  L - Listar orcamento do ano (ORCLISTA)".
           DISPLAY "  X - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF (OPCAO = "d") MOVE "D" TO OPCAO END-IF.
           IF (OPCAO = "e") MOVE "E" TO OPCAO END-IF.
           IF (OPCAO = "l") MOVE "L" TO OPCAO END-IF.
           IF (OPCAO = "x") MOVE "X" TO OPCAO END-IF.
           IF (OPCAO = "D") OR (OPCAO = "E") OR (OPCAO = "L") THEN
               PERFORM PEDIR-CAMPOS-ORCAMENTO
               IF (OPCAO = "L") THEN
                   PERFORM LISTAR-ORCAMENTO
                   DISPLAY "Listagem gravada em ORCLISTA."
               ELSE
                   PERFORM VALIDAR-MOVIMENTO
               END-IF
           ELSE
               IF (OPCAO NOT = "X") THEN
                   DISPLAY "Insira D, E, L ou X."
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Pede os campos do movimento na consola. Valores nao numericos
      * ficam a zero; ano ou mes invalidos sao rejeitados pela
      * validacao.
       PEDIR-CAMPOS-ORCAMENTO.

           MOVE SPACES TO OM-REGISTO.
           MOVE OPCAO TO OM-ACCAO.
           MOVE ZEROS TO OM-ANO.
           MOVE ZEROS TO OM-MES.
           MOVE ZEROS TO OM-EFECTIVOS.
           MOVE ZEROS TO OM-BRUTO.
           MOVE ZEROS TO OM-SS-PATRONAL.
           MOVE ZEROS TO OM-COMISSOES.
           MOVE UTILIZADOR-SESSAO TO OM-UTILIZADOR.
           DISPLAY "Ano (AAAA): " WITH NO ADVANCING.
           ACCEPT RESPOSTA-ANO.
           IF (RESPOSTA-ANO NUMERIC) THEN
               MOVE RESPOSTA-ANO TO OM-ANO
           END-IF.
           IF (OPCAO NOT = "L") THEN
               DISPLAY "Departamento: " WITH NO ADVANCING
               ACCEPT OM-DEPARTAMENTO
               DISPLAY "Mes (MM, 00 = ano inteiro): "
                   WITH NO ADVANCING
               ACCEPT RESPOSTA-MES
               IF (RESPOSTA-MES NUMERIC) THEN
                   MOVE RESPOSTA-MES TO OM-MES
               ELSE
                   MOVE 99 TO OM-MES
               END-IF
           END-IF.
           IF (OPCAO = "D") THEN
               PERFORM PEDIR-VALORES-ORCAMENTO
           END-IF.

       PEDIR-VALORES-ORCAMENTO.

           DISPLAY "Efectivos: " WITH NO ADVANCING.
           ACCEPT RESPOSTA-EFECTIVOS.
           IF (RESPOSTA-EFECTIVOS NUMERIC) THEN
               MOVE RESPOSTA-EFECTIVOS TO OM-EFECTIVOS
           END-IF.
           DISPLAY "Bruto em centimos (000500000 = 5000.00): "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-VALOR.
           IF (RESPOSTA-VALOR NUMERIC) THEN
               MOVE RESPOSTA-VALOR TO VALOR-CENTIMOS
               COMPUTE OM-BRUTO = VALOR-CENTIMOS / 100
           END-IF.
           DISPLAY "Encargo patronal em centimos (000118750 ="
               " 1187.50): " WITH NO ADVANCING.
           ACCEPT RESPOSTA-VALOR.
           IF (RESPOSTA-VALOR NUMERIC) THEN
               MOVE RESPOSTA-VALOR TO VALOR-CENTIMOS
               COMPUTE OM-SS-PATRONAL = VALOR-CENTIMOS / 100
           END-IF.
           DISPLAY "Comissoes em centimos (000050000 = 500.00): "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-VALOR.
           IF (RESPOSTA-VALOR NUMERIC) THEN
               MOVE RESPOSTA-VALOR TO VALOR-CENTIMOS
               COMPUTE OM-COMISSOES = VALOR-CENTIMOS / 100
           END-IF.

       END PROGRAM ORCMANUT.
