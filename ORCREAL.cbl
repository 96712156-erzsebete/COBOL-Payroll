      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Relatorio do custo real com pessoal face ao
      *            orcamento por departamento (ORCRELAT): dado um
      *            ano, apura no historico (HISTORIC) por
      *            departamento e mes os efectivos pagos, o bruto, o
      *            encargo patronal e a parte variavel (bruto acima do
      *            salario base), liquidos de estornos - linhas
      *            normais, retroactivos e acertos somam, linhas "E"
      *            abatem -, e compara-os com o orcamento do ORCDEPT
      *            (ORCMANUT): desvio do custo (bruto + encargo) em
      *            euros e percentagem, acumulado do ano ate ao ultimo
      *            mes processado e totais da empresa. Os meses acima
      *            do orcamento mais a tolerancia pedida sao
      *            assinalados e os departamentos do historico sem
      *            orcamento no ano sao listados no fim.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCREAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTORIC     ASSIGN TO "HISTORIC"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS HIST-CHAVE
                                FILE STATUS IS FS-HISTORIC.

           SELECT ORCDEPT      ASSIGN TO "ORCDEPT"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS ORC-CHAVE
                                FILE STATUS IS FS-ORCDEPT.

           SELECT ORCRELAT     ASSIGN TO "ORCRELAT"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-ORCRELAT.

       DATA DIVISION.
       FILE SECTION.

       FD  HISTORIC.
       COPY HISTREG.

       FD  ORCDEPT.
       COPY ORCREG.

       FD  ORCRELAT
           RECORD CONTAINS 132 CHARACTERS.
       01  RELAT-REGISTO            PIC X(132).

       WORKING-STORAGE SECTION.

        77 FS-HISTORIC            PIC XX           VALUE "00".
        77 FS-ORCDEPT             PIC XX           VALUE "00".
        77 FS-ORCRELAT            PIC XX           VALUE "00".
        77 HIST-FIM               PIC X            VALUE "N".
           88 HIST-TERMINADO                       VALUE "S".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 ORCDEPT-ESTADO         PIC X            VALUE "N".
           88 ORCDEPT-DISPONIVEL                   VALUE "S".

        77 TEMP-ANO               PIC X(04)        VALUE SPACES.
        77 TEMP-TOLERANCIA        PIC X(02)        VALUE SPACES.
        77 ANO-RELATORIO          PIC 9(04)        VALUE ZEROS.
        77 TOLERANCIA             PIC 9(02)        VALUE 5.
        77 ULTIMO-MES-REAL        PIC 9(02)        VALUE ZEROS.
        77 MES-CORRENTE           PIC 9(02)        VALUE ZEROS.
        77 RELAT-LINHA            PIC X(132)       VALUE SPACES.

      *------------------------------------------------------------------------
      * Grupo corrente do historico (empregado/ano/mes): os efectivos
      * pagos do mes contam-se na quebra do grupo, quando as linhas
      * normais excedem os estornos, no departamento da ultima linha
      * normal do grupo.
        77 GRUPO-ID               PIC X(06)        VALUE SPACES.
        77 GRUPO-ANO              PIC 9(04)        VALUE ZEROS.
        77 GRUPO-MES              PIC 9(02)        VALUE ZEROS.
        77 GRUPO-DEPARTAMENTO     PIC X(04)        VALUE SPACES.
        77 LINHAS-NORMAIS         PIC 9(03)        VALUE ZEROS.
        77 LINHAS-ESTORNO         PIC 9(03)        VALUE ZEROS.

        77 PROCURA-DEPARTAMENTO   PIC X(04)        VALUE SPACES.
        77 DEP-PROCURA            PIC X            VALUE "N".
           88 DEP-NA-TABELA                        VALUE "S".
        77 VALOR-VARIAVEL         PIC S9(05)V99    VALUE ZEROS.

        77 HIST-LIDOS             PIC 9(07)        VALUE ZEROS.
        77 HIST-DO-ANO            PIC 9(07)        VALUE ZEROS.
        77 HIST-FORA-TABELA       PIC 9(07)        VALUE ZEROS.
        77 ORC-DO-ANO             PIC 9(05)        VALUE ZEROS.
        77 MESES-ACIMA            PIC 9(05)        VALUE ZEROS.
        77 DEP-SEM-ORCAMENTO      PIC 9(02)        VALUE ZEROS.

      *------------------------------------------------------------------------
      * Departamentos do ano: primeiro os do orcamento (por ordem de
      * codigo), depois os que so' aparecem no historico. Por mes o
      * real apurado no historico e o orcamento do ORCDEPT.
        01 TAB-DEPARTAMENTOS.
           05 TAB-DEP-QTD         PIC 9(02)        VALUE ZEROS.
           05 TAB-DEP OCCURS 40 TIMES INDEXED BY IDX-DEP.
              10 TAB-DEP-CODIGO     PIC X(04).
              10 TAB-DEP-ORCAMENTO  PIC X(01).
                 88 TAB-DEP-ORCAMENTADO            VALUE "S".
              10 TAB-DEP-HISTORICO  PIC X(01).
                 88 TAB-DEP-NO-HISTORICO           VALUE "S".
              10 TAB-DEP-MES OCCURS 12 TIMES INDEXED BY IDX-DMES.
                 15 TAB-REAL-LINHAS    PIC 9(05).
                 15 TAB-REAL-EFECTIVOS PIC 9(04).
                 15 TAB-REAL-BRUTO     PIC S9(09)V99.
                 15 TAB-REAL-SS        PIC S9(09)V99.
                 15 TAB-REAL-VARIAVEL  PIC S9(09)V99.
                 15 TAB-ORC-MES        PIC X(01).
                    88 TAB-ORC-DEFINIDO            VALUE "S".
                 15 TAB-ORC-EFECTIVOS  PIC 9(04).
                 15 TAB-ORC-BRUTO      PIC 9(09)V99.
                 15 TAB-ORC-SS         PIC 9(09)V99.
                 15 TAB-ORC-VARIAVEL   PIC 9(09)V99.

      *------------------------------------------------------------------------
      * Valores de uma linha do relatorio (mes, acumulado do
      * departamento ou total da empresa) e o desvio do custo.
        01 LINHA-VALORES.
           05 LIN-ROTULO          PIC X(12)        VALUE SPACES.
           05 LIN-ORCAMENTO       PIC X(01)        VALUE "N".
              88 LIN-COM-ORCAMENTO                 VALUE "S".
           05 LIN-REAL-EFECTIVOS  PIC 9(05)        VALUE ZEROS.
           05 LIN-ORC-EFECTIVOS   PIC 9(05)        VALUE ZEROS.
           05 LIN-REAL-BRUTO      PIC S9(09)V99    VALUE ZEROS.
           05 LIN-REAL-SS         PIC S9(09)V99    VALUE ZEROS.
           05 LIN-REAL-VARIAVEL   PIC S9(09)V99    VALUE ZEROS.
           05 LIN-ORC-BRUTO       PIC S9(09)V99    VALUE ZEROS.
           05 LIN-ORC-SS          PIC S9(09)V99    VALUE ZEROS.
           05 LIN-ORC-VARIAVEL    PIC S9(09)V99    VALUE ZEROS.
           05 LIN-REAL-CUSTO      PIC S9(09)V99    VALUE ZEROS.
           05 LIN-ORC-CUSTO       PIC S9(09)V99    VALUE ZEROS.
           05 LIN-DESVIO          PIC S9(09)V99    VALUE ZEROS.
           05 LIN-LIMITE          PIC S9(09)V99    VALUE ZEROS.
           05 LIN-PERCENTAGEM     PIC S9(07)V9     VALUE ZEROS.
           05 LIN-ACIMA           PIC X(01)        VALUE "N".
              88 LIN-ACIMA-ORCAMENTO               VALUE "S".

      *------------------------------------------------------------------------
      * Acumulados do departamento corrente (meses 1 ao ultimo mes
      * processado) e da empresa.
        01 ACUMULADO-DEPARTAMENTO.
           05 ACUM-ORCAMENTO      PIC X(01)        VALUE "N".
           05 ACUM-REAL-EFECTIVOS PIC 9(05)        VALUE ZEROS.
           05 ACUM-ORC-EFECTIVOS  PIC 9(05)        VALUE ZEROS.
           05 ACUM-REAL-BRUTO     PIC S9(09)V99    VALUE ZEROS.
           05 ACUM-REAL-SS        PIC S9(09)V99    VALUE ZEROS.
           05 ACUM-REAL-VARIAVEL  PIC S9(09)V99    VALUE ZEROS.
           05 ACUM-ORC-BRUTO      PIC S9(09)V99    VALUE ZEROS.
           05 ACUM-ORC-SS         PIC S9(09)V99    VALUE ZEROS.
           05 ACUM-ORC-VARIAVEL   PIC S9(09)V99    VALUE ZEROS.

        01 ACUMULADO-EMPRESA.
           05 EMPRESA-ORCAMENTO   PIC X(01)        VALUE "N".
           05 EMPRESA-REAL-EFECTIVOS PIC 9(05)     VALUE ZEROS.
           05 EMPRESA-ORC-EFECTIVOS PIC 9(05)      VALUE ZEROS.
           05 EMPRESA-REAL-BRUTO  PIC S9(09)V99    VALUE ZEROS.
           05 EMPRESA-REAL-SS     PIC S9(09)V99    VALUE ZEROS.
           05 EMPRESA-REAL-VARIAVEL PIC S9(09)V99  VALUE ZEROS.
           05 EMPRESA-ORC-BRUTO   PIC S9(09)V99    VALUE ZEROS.
           05 EMPRESA-ORC-SS      PIC S9(09)V99    VALUE ZEROS.
           05 EMPRESA-ORC-VARIAVEL PIC S9(09)V99   VALUE ZEROS.

        77 SAIDA-DEPARTAMENTO     PIC X(12)        VALUE SPACES.
        77 SAIDA-MES              PIC 9(02).
        77 SAIDA-TOLERANCIA       PIC Z9.
        77 SAIDA-QTD              PIC ZZZZZZ9.
        77 SAIDA-REAL-EFECTIVOS   PIC ZZZZ9.
        77 SAIDA-ORC-EFECTIVOS    PIC ZZZZ9.
        77 SAIDA-REAL-BRUTO       PIC -ZZZZZZ9.99.
        77 SAIDA-ORC-BRUTO        PIC -ZZZZZZ9.99.
        77 SAIDA-REAL-SS          PIC -ZZZZZZ9.99.
        77 SAIDA-ORC-SS           PIC -ZZZZZZ9.99.
        77 SAIDA-REAL-VARIAVEL    PIC -ZZZZZZ9.99.
        77 SAIDA-ORC-VARIAVEL     PIC -ZZZZZZ9.99.
        77 SAIDA-REAL-CUSTO       PIC -ZZZZZZ9.99.
        77 SAIDA-ORC-CUSTO        PIC -ZZZZZZ9.99.
        77 SAIDA-DESVIO           PIC -ZZZZZZ9.99.
        77 SAIDA-PERCENTAGEM      PIC -ZZZZZZ9.9.
        77 SAIDA-PERCENTAGEM-TXT  PIC X(11)        VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM LER-ANO-RELATORIO.
             PERFORM LER-TOLERANCIA.
             OPEN INPUT HISTORIC.
             IF (FS-HISTORIC NOT = "00") THEN
                 DISPLAY "HISTORIC: erro ao abrir, relatorio nao"
                     " gerado."
                 STOP RUN
             END-IF.
             OPEN INPUT ORCDEPT.
             IF (FS-ORCDEPT = "00") THEN
                 MOVE "S" TO ORCDEPT-ESTADO
             ELSE
                 DISPLAY "ORCDEPT: sem orcamento (estado " FS-ORCDEPT
                     "), relatorio so' com o custo real."
             END-IF.
             OPEN OUTPUT ORCRELAT.
             IF (FS-ORCRELAT NOT = "00") THEN
                 DISPLAY "ORCRELAT: erro ao abrir, relatorio nao"
                     " gerado."
                 CLOSE HISTORIC
                 IF (ORCDEPT-DISPONIVEL) THEN
                     CLOSE ORCDEPT
                 END-IF
                 STOP RUN
             END-IF.

             IF (ORCDEPT-DISPONIVEL) THEN
                 PERFORM CARREGAR-ORCAMENTO
                 CLOSE ORCDEPT
             END-IF.
             PERFORM APURAR-HISTORICO.
             CLOSE HISTORIC.

             IF (ULTIMO-MES-REAL = ZEROS) THEN
                 MOVE 12 TO ULTIMO-MES-REAL
             END-IF.
             PERFORM GRAVAR-CABECALHO.
             PERFORM IMPRIMIR-DEPARTAMENTO
                 VARYING IDX-DEP FROM 1 BY 1
                 UNTIL IDX-DEP > TAB-DEP-QTD.
             PERFORM IMPRIMIR-TOTAL-EMPRESA.
             PERFORM LISTAR-SEM-ORCAMENTO.
             CLOSE ORCRELAT.

             MOVE TAB-DEP-QTD TO SAIDA-QTD.
             DISPLAY "ORCREAL: " SAIDA-QTD " departamentos no"
                 " relatorio." WITH NO ADVANCING.
             MOVE MESES-ACIMA TO SAIDA-QTD.
             DISPLAY " Acima do orcamento: " SAIDA-QTD
                 WITH NO ADVANCING.
             MOVE DEP-SEM-ORCAMENTO TO SAIDA-QTD.
             DISPLAY " Sem orcamento: " SAIDA-QTD ".".
             IF (HIST-FORA-TABELA > ZEROS) THEN
                 MOVE HIST-FORA-TABELA TO SAIDA-QTD
                 DISPLAY "ORCREAL: " SAIDA-QTD " linhas do historico"
                     " fora do relatorio (demasiados departamentos)."
             END-IF.
             STOP RUN.

       LER-ANO-RELATORIO.

           DISPLAY "Ano do relatorio (AAAA): " WITH NO ADVANCING.
           ACCEPT TEMP-ANO.
           IF (TEMP-ANO NOT NUMERIC) THEN
               DISPLAY "Ano invalido, insira 4 digitos."
               PERFORM LER-ANO-RELATORIO
           ELSE
               MOVE TEMP-ANO TO ANO-RELATORIO
           END-IF.

      *------------------------------------------------------------------------
      * Tolerancia do desvio em percentagem sobre o orcamento, acima
      * da qual o mes e' assinalado. Em branco fica 5%.
       LER-TOLERANCIA.

           DISPLAY "Tolerancia em % (NN, ENTER = 05): "
               WITH NO ADVANCING.
           ACCEPT TEMP-TOLERANCIA.
           IF (TEMP-TOLERANCIA = SPACES) THEN
               MOVE 5 TO TOLERANCIA
           ELSE
               IF (TEMP-TOLERANCIA NOT NUMERIC) THEN
                   DISPLAY "Tolerancia invalida, insira 2 digitos."
                   PERFORM LER-TOLERANCIA
               ELSE
                   MOVE TEMP-TOLERANCIA TO TOLERANCIA
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Carrega o orcamento do ano pedido para a tabela de
      * departamentos. O ORCDEPT e' percorrido todo por ordem da
      * chave (departamento, ano, mes), ficando os departamentos
      * orcamentados por ordem de codigo.
       CARREGAR-ORCAMENTO.

           MOVE "N" TO MSTR-FIM.
           MOVE LOW-VALUES TO ORC-CHAVE.
           START ORCDEPT KEY NOT < ORC-CHAVE
               INVALID KEY
                   SET MSTR-TERMINADO TO TRUE
           END-START.
           IF NOT MSTR-TERMINADO THEN
               PERFORM LER-PROXIMO-ORCAMENTO
           END-IF.
           PERFORM REGISTAR-ORCAMENTO UNTIL MSTR-TERMINADO.

       LER-PROXIMO-ORCAMENTO.

           READ ORCDEPT NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       REGISTAR-ORCAMENTO.

           IF (ORC-ANO = ANO-RELATORIO) AND (ORC-MES >= 1)
               AND (ORC-MES <= 12) THEN
               MOVE ORC-DEPARTAMENTO TO PROCURA-DEPARTAMENTO
               PERFORM REGISTAR-DEPARTAMENTO
               IF (DEP-NA-TABELA) THEN
                   SET IDX-DMES TO ORC-MES
                   MOVE "S" TO TAB-DEP-ORCAMENTO(IDX-DEP)
                   MOVE "S" TO TAB-ORC-MES(IDX-DEP, IDX-DMES)
                   MOVE ORC-EFECTIVOS
                       TO TAB-ORC-EFECTIVOS(IDX-DEP, IDX-DMES)
                   MOVE ORC-BRUTO
                       TO TAB-ORC-BRUTO(IDX-DEP, IDX-DMES)
                   MOVE ORC-SS-PATRONAL
                       TO TAB-ORC-SS(IDX-DEP, IDX-DMES)
                   MOVE ORC-COMISSOES
                       TO TAB-ORC-VARIAVEL(IDX-DEP, IDX-DMES)
                   ADD 1 TO ORC-DO-ANO
               ELSE
                   DISPLAY "ORCDEPT: demasiados departamentos, Dep "
                       ORC-DEPARTAMENTO " " ORC-ANO "/" ORC-MES
                       " ignorado."
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-ORCAMENTO.

      *------------------------------------------------------------------------
      * Percorre o historico todo por ordem da chave (empregado, ano,
      * mes, sequencia) e acumula as linhas do ano pedido no
      * departamento e mes de cada linha.
       APURAR-HISTORICO.

           MOVE "N" TO HIST-FIM.
           MOVE LOW-VALUES TO HIST-CHAVE.
           START HISTORIC KEY NOT < HIST-CHAVE
               INVALID KEY
                   SET HIST-TERMINADO TO TRUE
           END-START.
           IF NOT HIST-TERMINADO THEN
               PERFORM LER-PROXIMO-HISTORICO
           END-IF.
           PERFORM APURAR-LINHA-HISTORICO UNTIL HIST-TERMINADO.
           PERFORM FECHAR-GRUPO.

       LER-PROXIMO-HISTORICO.

           READ HISTORIC NEXT
               AT END
                   SET HIST-TERMINADO TO TRUE
           END-READ.

       APURAR-LINHA-HISTORICO.

           ADD 1 TO HIST-LIDOS.
           IF (HIST-ID NOT = GRUPO-ID) OR (HIST-ANO NOT = GRUPO-ANO)
               OR (HIST-MES NOT = GRUPO-MES) THEN
               PERFORM FECHAR-GRUPO
               MOVE HIST-ID  TO GRUPO-ID
               MOVE HIST-ANO TO GRUPO-ANO
               MOVE HIST-MES TO GRUPO-MES
               MOVE SPACES TO GRUPO-DEPARTAMENTO
               MOVE ZEROS TO LINHAS-NORMAIS
               MOVE ZEROS TO LINHAS-ESTORNO
           END-IF.
           IF (HIST-ANO = ANO-RELATORIO) AND (HIST-MES >= 1)
               AND (HIST-MES <= 12) THEN
               PERFORM ACUMULAR-LINHA-HISTORICO
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

      *------------------------------------------------------------------------
      * Linha do historico do ano: as linhas de estorno ("E") abatem,
      * as restantes (normais, retroactivos "R" e acertos "C") somam.
      * A parte variavel e' o bruto acima do salario base (comissoes,
      * premios, subsidios e horas extra), porque o historico so'
      * guarda a taxa de comissao.
       ACUMULAR-LINHA-HISTORICO.

           ADD 1 TO HIST-DO-ANO.
           IF (HIST-MES > ULTIMO-MES-REAL) THEN
               MOVE HIST-MES TO ULTIMO-MES-REAL
           END-IF.
           MOVE HIST-DEPARTAMENTO TO PROCURA-DEPARTAMENTO.
           PERFORM REGISTAR-DEPARTAMENTO.
           IF NOT DEP-NA-TABELA THEN
               ADD 1 TO HIST-FORA-TABELA
           ELSE
               SET IDX-DMES TO HIST-MES
               MOVE "S" TO TAB-DEP-HISTORICO(IDX-DEP)
               ADD 1 TO TAB-REAL-LINHAS(IDX-DEP, IDX-DMES)
               COMPUTE VALOR-VARIAVEL =
                   HIST-TOTAL - HIST-SALARIO-BASE
               IF (HIST-TIPO = "E") THEN
                   ADD 1 TO LINHAS-ESTORNO
                   SUBTRACT HIST-TOTAL
                       FROM TAB-REAL-BRUTO(IDX-DEP, IDX-DMES)
                   SUBTRACT HIST-SS-PATRONAL
                       FROM TAB-REAL-SS(IDX-DEP, IDX-DMES)
                   SUBTRACT VALOR-VARIAVEL
                       FROM TAB-REAL-VARIAVEL(IDX-DEP, IDX-DMES)
               ELSE
                   ADD 1 TO LINHAS-NORMAIS
                   MOVE HIST-DEPARTAMENTO TO GRUPO-DEPARTAMENTO
                   ADD HIST-TOTAL
                       TO TAB-REAL-BRUTO(IDX-DEP, IDX-DMES)
                   ADD HIST-SS-PATRONAL
                       TO TAB-REAL-SS(IDX-DEP, IDX-DMES)
                   ADD VALOR-VARIAVEL
                       TO TAB-REAL-VARIAVEL(IDX-DEP, IDX-DMES)
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Quebra de empregado/mes: o empregado conta como efectivo pago
      * no mes quando as linhas normais excedem os estornos (mes nao
      * anulado), no departamento da ultima linha normal.
       FECHAR-GRUPO.

           IF (GRUPO-ANO = ANO-RELATORIO)
               AND (LINHAS-NORMAIS > LINHAS-ESTORNO) THEN
               MOVE GRUPO-DEPARTAMENTO TO PROCURA-DEPARTAMENTO
               PERFORM LOCALIZAR-DEPARTAMENTO
               IF (DEP-NA-TABELA) THEN
                   SET IDX-DMES TO GRUPO-MES
                   ADD 1 TO TAB-REAL-EFECTIVOS(IDX-DEP, IDX-DMES)
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Localiza PROCURA-DEPARTAMENTO na tabela e acrescenta-o quando
      * ainda nao existe. Com a tabela cheia DEP-NA-TABELA fica "N".
       REGISTAR-DEPARTAMENTO.

           PERFORM LOCALIZAR-DEPARTAMENTO.
           IF NOT DEP-NA-TABELA THEN
               IF (TAB-DEP-QTD < 40) THEN
                   ADD 1 TO TAB-DEP-QTD
                   SET IDX-DEP TO TAB-DEP-QTD
                   MOVE PROCURA-DEPARTAMENTO TO TAB-DEP-CODIGO(IDX-DEP)
                   MOVE "N" TO TAB-DEP-ORCAMENTO(IDX-DEP)
                   MOVE "N" TO TAB-DEP-HISTORICO(IDX-DEP)
                   PERFORM LIMPAR-MES-DEPARTAMENTO
                       VARYING IDX-DMES FROM 1 BY 1 UNTIL IDX-DMES > 12
                   MOVE "S" TO DEP-PROCURA
               END-IF
           END-IF.

       LIMPAR-MES-DEPARTAMENTO.

           MOVE ZEROS TO TAB-REAL-LINHAS(IDX-DEP, IDX-DMES).
           MOVE ZEROS TO TAB-REAL-EFECTIVOS(IDX-DEP, IDX-DMES).
           MOVE ZEROS TO TAB-REAL-BRUTO(IDX-DEP, IDX-DMES).
           MOVE ZEROS TO TAB-REAL-SS(IDX-DEP, IDX-DMES).
           MOVE ZEROS TO TAB-REAL-VARIAVEL(IDX-DEP, IDX-DMES).
           MOVE "N" TO TAB-ORC-MES(IDX-DEP, IDX-DMES).
           MOVE ZEROS TO TAB-ORC-EFECTIVOS(IDX-DEP, IDX-DMES).
           MOVE ZEROS TO TAB-ORC-BRUTO(IDX-DEP, IDX-DMES).
           MOVE ZEROS TO TAB-ORC-SS(IDX-DEP, IDX-DMES).
           MOVE ZEROS TO TAB-ORC-VARIAVEL(IDX-DEP, IDX-DMES).

       LOCALIZAR-DEPARTAMENTO.

           MOVE "N" TO DEP-PROCURA.
           PERFORM PROCURAR-DEPARTAMENTO
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL DEP-NA-TABELA OR (IDX-DEP > TAB-DEP-QTD).
           IF (DEP-NA-TABELA) THEN
               SET IDX-DEP DOWN BY 1
           END-IF.

       PROCURAR-DEPARTAMENTO.

           IF (IDX-DEP <= TAB-DEP-QTD) THEN
               IF (TAB-DEP-CODIGO(IDX-DEP) = PROCURA-DEPARTAMENTO) THEN
                   MOVE "S" TO DEP-PROCURA
               END-IF
           END-IF.

       GRAVAR-CABECALHO.

           MOVE TOLERANCIA TO SAIDA-TOLERANCIA.
           MOVE ULTIMO-MES-REAL TO SAIDA-MES.
           MOVE SPACES TO RELAT-LINHA.
           STRING "CUSTO REAL COM PESSOAL FACE AO ORCAMENTO POR"
                                           DELIMITED BY SIZE
                  " DEPARTAMENTO - "       DELIMITED BY SIZE
                  ANO-RELATORIO            DELIMITED BY SIZE
                  " (acumulado ate ao mes " DELIMITED BY SIZE
                  SAIDA-MES                DELIMITED BY SIZE
                  ", tolerancia "          DELIMITED BY SIZE
                  SAIDA-TOLERANCIA         DELIMITED BY SIZE
                  "%)"                     DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           STRING "Custo = bruto + encargo patronal; comissoes ="
                                           DELIMITED BY SIZE
                  " bruto acima do salario base; valores liquidos"
                                           DELIMITED BY SIZE
                  " de estornos, em EUR."  DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.

      *------------------------------------------------------------------------
      * Um departamento: uma linha por mes com real ou orcamento e o
      * acumulado dos meses 1 ao ultimo mes processado, que soma
      * tambem no total da empresa.
       IMPRIMIR-DEPARTAMENTO.

           IF (TAB-DEP-CODIGO(IDX-DEP) = SPACES) THEN
               MOVE "(sem codigo)" TO SAIDA-DEPARTAMENTO
           ELSE
               MOVE TAB-DEP-CODIGO(IDX-DEP) TO SAIDA-DEPARTAMENTO
           END-IF.
           MOVE SPACES TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           IF (TAB-DEP-ORCAMENTADO(IDX-DEP)) THEN
               STRING "Departamento: "     DELIMITED BY SIZE
                      SAIDA-DEPARTAMENTO   DELIMITED BY SIZE
                   INTO RELAT-LINHA
               END-STRING
           ELSE
               STRING "Departamento: "     DELIMITED BY SIZE
                      SAIDA-DEPARTAMENTO   DELIMITED BY SIZE
                      "  SEM ORCAMENTO NO ANO" DELIMITED BY SIZE
                   INTO RELAT-LINHA
               END-STRING
           END-IF.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.

           MOVE "N"   TO ACUM-ORCAMENTO.
           MOVE ZEROS TO ACUM-REAL-EFECTIVOS.
           MOVE ZEROS TO ACUM-ORC-EFECTIVOS.
           MOVE ZEROS TO ACUM-REAL-BRUTO.
           MOVE ZEROS TO ACUM-REAL-SS.
           MOVE ZEROS TO ACUM-REAL-VARIAVEL.
           MOVE ZEROS TO ACUM-ORC-BRUTO.
           MOVE ZEROS TO ACUM-ORC-SS.
           MOVE ZEROS TO ACUM-ORC-VARIAVEL.
           PERFORM IMPRIMIR-MES-DEPARTAMENTO
               VARYING IDX-DMES FROM 1 BY 1 UNTIL IDX-DMES > 12.

           MOVE SPACES TO LIN-ROTULO.
           STRING "Acum. 01-"        DELIMITED BY SIZE
                  SAIDA-MES          DELIMITED BY SIZE
               INTO LIN-ROTULO
           END-STRING.
           MOVE ACUM-ORCAMENTO      TO LIN-ORCAMENTO.
           MOVE ACUM-REAL-EFECTIVOS TO LIN-REAL-EFECTIVOS.
           MOVE ACUM-ORC-EFECTIVOS  TO LIN-ORC-EFECTIVOS.
           MOVE ACUM-REAL-BRUTO     TO LIN-REAL-BRUTO.
           MOVE ACUM-REAL-SS        TO LIN-REAL-SS.
           MOVE ACUM-REAL-VARIAVEL  TO LIN-REAL-VARIAVEL.
           MOVE ACUM-ORC-BRUTO      TO LIN-ORC-BRUTO.
           MOVE ACUM-ORC-SS         TO LIN-ORC-SS.
           MOVE ACUM-ORC-VARIAVEL   TO LIN-ORC-VARIAVEL.
           PERFORM IMPRIMIR-LINHA-VALORES.

           IF (ACUM-ORCAMENTO = "S") THEN
               MOVE "S" TO EMPRESA-ORCAMENTO
           END-IF.
           ADD ACUM-REAL-EFECTIVOS TO EMPRESA-REAL-EFECTIVOS.
           ADD ACUM-ORC-EFECTIVOS  TO EMPRESA-ORC-EFECTIVOS.
           ADD ACUM-REAL-BRUTO     TO EMPRESA-REAL-BRUTO.
           ADD ACUM-REAL-SS        TO EMPRESA-REAL-SS.
           ADD ACUM-REAL-VARIAVEL  TO EMPRESA-REAL-VARIAVEL.
           ADD ACUM-ORC-BRUTO      TO EMPRESA-ORC-BRUTO.
           ADD ACUM-ORC-SS         TO EMPRESA-ORC-SS.
           ADD ACUM-ORC-VARIAVEL   TO EMPRESA-ORC-VARIAVEL.

      *------------------------------------------------------------------------
      * Mes do departamento: imprime-o quando tem linhas no historico
      * ou orcamento, e soma-o no acumulado ate ao ultimo mes
      * processado. Os efectivos do acumulado sao os desse mes.
       IMPRIMIR-MES-DEPARTAMENTO.

           SET MES-CORRENTE TO IDX-DMES.
           IF (TAB-REAL-LINHAS(IDX-DEP, IDX-DMES) > ZEROS)
               OR (TAB-ORC-DEFINIDO(IDX-DEP, IDX-DMES)) THEN
               MOVE SPACES TO LIN-ROTULO
               STRING "Mes "             DELIMITED BY SIZE
                      MES-CORRENTE       DELIMITED BY SIZE
                   INTO LIN-ROTULO
               END-STRING
               MOVE TAB-ORC-MES(IDX-DEP, IDX-DMES) TO LIN-ORCAMENTO
               MOVE TAB-REAL-EFECTIVOS(IDX-DEP, IDX-DMES)
                   TO LIN-REAL-EFECTIVOS
               MOVE TAB-ORC-EFECTIVOS(IDX-DEP, IDX-DMES)
                   TO LIN-ORC-EFECTIVOS
               MOVE TAB-REAL-BRUTO(IDX-DEP, IDX-DMES) TO LIN-REAL-BRUTO
               MOVE TAB-REAL-SS(IDX-DEP, IDX-DMES)    TO LIN-REAL-SS
               MOVE TAB-REAL-VARIAVEL(IDX-DEP, IDX-DMES)
                   TO LIN-REAL-VARIAVEL
               MOVE TAB-ORC-BRUTO(IDX-DEP, IDX-DMES)  TO LIN-ORC-BRUTO
               MOVE TAB-ORC-SS(IDX-DEP, IDX-DMES)     TO LIN-ORC-SS
               MOVE TAB-ORC-VARIAVEL(IDX-DEP, IDX-DMES)
                   TO LIN-ORC-VARIAVEL
               PERFORM IMPRIMIR-LINHA-VALORES
           END-IF.

           IF (MES-CORRENTE <= ULTIMO-MES-REAL) THEN
               IF (TAB-ORC-DEFINIDO(IDX-DEP, IDX-DMES)) THEN
                   MOVE "S" TO ACUM-ORCAMENTO
               END-IF
               ADD TAB-REAL-BRUTO(IDX-DEP, IDX-DMES) TO ACUM-REAL-BRUTO
               ADD TAB-REAL-SS(IDX-DEP, IDX-DMES)    TO ACUM-REAL-SS
               ADD TAB-REAL-VARIAVEL(IDX-DEP, IDX-DMES)
                   TO ACUM-REAL-VARIAVEL
               ADD TAB-ORC-BRUTO(IDX-DEP, IDX-DMES)  TO ACUM-ORC-BRUTO
               ADD TAB-ORC-SS(IDX-DEP, IDX-DMES)     TO ACUM-ORC-SS
               ADD TAB-ORC-VARIAVEL(IDX-DEP, IDX-DMES)
                   TO ACUM-ORC-VARIAVEL
           END-IF.
           IF (MES-CORRENTE = ULTIMO-MES-REAL) THEN
               MOVE TAB-REAL-EFECTIVOS(IDX-DEP, IDX-DMES)
                   TO ACUM-REAL-EFECTIVOS
               MOVE TAB-ORC-EFECTIVOS(IDX-DEP, IDX-DMES)
                   TO ACUM-ORC-EFECTIVOS
           END-IF.

      *------------------------------------------------------------------------
      * Total da empresa: soma dos acumulados dos departamentos.
       IMPRIMIR-TOTAL-EMPRESA.

           MOVE SPACES TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           STRING "TOTAL DA EMPRESA"   DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO LIN-ROTULO.
           STRING "Acum. 01-"        DELIMITED BY SIZE
                  SAIDA-MES          DELIMITED BY SIZE
               INTO LIN-ROTULO
           END-STRING.
           MOVE EMPRESA-ORCAMENTO      TO LIN-ORCAMENTO.
           MOVE EMPRESA-REAL-EFECTIVOS TO LIN-REAL-EFECTIVOS.
           MOVE EMPRESA-ORC-EFECTIVOS  TO LIN-ORC-EFECTIVOS.
           MOVE EMPRESA-REAL-BRUTO     TO LIN-REAL-BRUTO.
           MOVE EMPRESA-REAL-SS        TO LIN-REAL-SS.
           MOVE EMPRESA-REAL-VARIAVEL  TO LIN-REAL-VARIAVEL.
           MOVE EMPRESA-ORC-BRUTO      TO LIN-ORC-BRUTO.
           MOVE EMPRESA-ORC-SS         TO LIN-ORC-SS.
           MOVE EMPRESA-ORC-VARIAVEL   TO LIN-ORC-VARIAVEL.
           PERFORM IMPRIMIR-LINHA-VALORES.

      *------------------------------------------------------------------------
      * Imprime os valores de LINHA-VALORES: efectivos, bruto e
      * encargo real/orcamento, comissoes e custo real/orcamento com o
      * desvio do custo em euros e percentagem ("n/a" sem orcamento ou
      * com orcamento a zero), e o aviso quando o custo real passa o
      * orcamento mais a tolerancia.
       IMPRIMIR-LINHA-VALORES.

           COMPUTE LIN-REAL-CUSTO = LIN-REAL-BRUTO + LIN-REAL-SS.
           COMPUTE LIN-ORC-CUSTO  = LIN-ORC-BRUTO + LIN-ORC-SS.
           COMPUTE LIN-DESVIO     = LIN-REAL-CUSTO - LIN-ORC-CUSTO.
           MOVE "N" TO LIN-ACIMA.
           MOVE SPACES TO SAIDA-PERCENTAGEM-TXT.
           IF (LIN-COM-ORCAMENTO) AND (LIN-ORC-CUSTO > ZEROS) THEN
               COMPUTE LIN-PERCENTAGEM ROUNDED =
                   LIN-DESVIO * 100 / LIN-ORC-CUSTO
                   ON SIZE ERROR
                       MOVE ZEROS TO LIN-PERCENTAGEM
               END-COMPUTE
               MOVE LIN-PERCENTAGEM TO SAIDA-PERCENTAGEM
               STRING SAIDA-PERCENTAGEM   DELIMITED BY SIZE
                      "%"                 DELIMITED BY SIZE
                   INTO SAIDA-PERCENTAGEM-TXT
               END-STRING
               COMPUTE LIN-LIMITE ROUNDED =
                   LIN-ORC-CUSTO * (100 + TOLERANCIA) / 100
               IF (LIN-REAL-CUSTO > LIN-LIMITE) THEN
                   MOVE "S" TO LIN-ACIMA
               END-IF
           ELSE
               IF (LIN-COM-ORCAMENTO) THEN
                   MOVE "        n/a" TO SAIDA-PERCENTAGEM-TXT
               ELSE
                   MOVE "  s/ orcam." TO SAIDA-PERCENTAGEM-TXT
               END-IF
           END-IF.

           MOVE LIN-REAL-EFECTIVOS TO SAIDA-REAL-EFECTIVOS.
           MOVE LIN-ORC-EFECTIVOS  TO SAIDA-ORC-EFECTIVOS.
           MOVE LIN-REAL-BRUTO     TO SAIDA-REAL-BRUTO.
           MOVE LIN-ORC-BRUTO      TO SAIDA-ORC-BRUTO.
           MOVE LIN-REAL-SS        TO SAIDA-REAL-SS.
           MOVE LIN-ORC-SS         TO SAIDA-ORC-SS.
           MOVE LIN-REAL-VARIAVEL  TO SAIDA-REAL-VARIAVEL.
           MOVE LIN-ORC-VARIAVEL   TO SAIDA-ORC-VARIAVEL.
           MOVE LIN-REAL-CUSTO     TO SAIDA-REAL-CUSTO.
           MOVE LIN-ORC-CUSTO      TO SAIDA-ORC-CUSTO.
           MOVE LIN-DESVIO         TO SAIDA-DESVIO.

           MOVE SPACES TO RELAT-LINHA.
           STRING "  "                 DELIMITED BY SIZE
                  LIN-ROTULO           DELIMITED BY SIZE
                  " Efectivos real:"   DELIMITED BY SIZE
                  SAIDA-REAL-EFECTIVOS DELIMITED BY SIZE
                  " orc:"              DELIMITED BY SIZE
                  SAIDA-ORC-EFECTIVOS  DELIMITED BY SIZE
                  "  Bruto real:"      DELIMITED BY SIZE
                  SAIDA-REAL-BRUTO     DELIMITED BY SIZE
                  " orc:"              DELIMITED BY SIZE
                  SAIDA-ORC-BRUTO      DELIMITED BY SIZE
                  "  Encargo real:"    DELIMITED BY SIZE
                  SAIDA-REAL-SS        DELIMITED BY SIZE
                  " orc:"              DELIMITED BY SIZE
                  SAIDA-ORC-SS         DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           STRING "              "     DELIMITED BY SIZE
                  "Comissoes real:"    DELIMITED BY SIZE
                  SAIDA-REAL-VARIAVEL  DELIMITED BY SIZE
                  " orc:"              DELIMITED BY SIZE
                  SAIDA-ORC-VARIAVEL   DELIMITED BY SIZE
                  "  Custo real:"      DELIMITED BY SIZE
                  SAIDA-REAL-CUSTO     DELIMITED BY SIZE
                  " orc:"              DELIMITED BY SIZE
                  SAIDA-ORC-CUSTO      DELIMITED BY SIZE
                  " Desvio:"           DELIMITED BY SIZE
                  SAIDA-DESVIO         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  SAIDA-PERCENTAGEM-TXT DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           IF (LIN-ACIMA-ORCAMENTO) THEN
               ADD 1 TO MESES-ACIMA
               MOVE SPACES TO RELAT-LINHA
               STRING "              "     DELIMITED BY SIZE
                      "*** ACIMA DO ORCAMENTO: custo real acima do"
                                           DELIMITED BY SIZE
                      " orcamento + "      DELIMITED BY SIZE
                      SAIDA-TOLERANCIA     DELIMITED BY SIZE
                      "% ***"              DELIMITED BY SIZE
                   INTO RELAT-LINHA
               END-STRING
               WRITE RELAT-REGISTO FROM RELAT-LINHA
           END-IF.

      *------------------------------------------------------------------------
      * Departamentos do historico do ano sem nenhuma linha de
      * orcamento no ORCDEPT, para acerto do orcamento ou do codigo
      * de departamento no mapa de empregados.
       LISTAR-SEM-ORCAMENTO.

           MOVE SPACES TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           STRING "DEPARTAMENTOS DO HISTORICO SEM ORCAMENTO EM "
                                           DELIMITED BY SIZE
                  ANO-RELATORIO            DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           PERFORM LISTAR-DEPARTAMENTO-SEM-ORC
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > TAB-DEP-QTD.
           IF (DEP-SEM-ORCAMENTO = ZEROS) THEN
               MOVE SPACES TO RELAT-LINHA
               STRING "  (nenhum)"         DELIMITED BY SIZE
                   INTO RELAT-LINHA
               END-STRING
               WRITE RELAT-REGISTO FROM RELAT-LINHA
           END-IF.

       LISTAR-DEPARTAMENTO-SEM-ORC.

           IF (TAB-DEP-NO-HISTORICO(IDX-DEP))
               AND NOT (TAB-DEP-ORCAMENTADO(IDX-DEP)) THEN
               ADD 1 TO DEP-SEM-ORCAMENTO
               IF (TAB-DEP-CODIGO(IDX-DEP) = SPACES) THEN
                   MOVE "(sem codigo)" TO SAIDA-DEPARTAMENTO
               ELSE
                   MOVE TAB-DEP-CODIGO(IDX-DEP) TO SAIDA-DEPARTAMENTO
               END-IF
               MOVE SPACES TO RELAT-LINHA
               STRING "  Departamento: "   DELIMITED BY SIZE
                      SAIDA-DEPARTAMENTO   DELIMITED BY SIZE
                   INTO RELAT-LINHA
               END-STRING
               WRITE RELAT-REGISTO FROM RELAT-LINHA
           END-IF.

       END PROGRAM ORCREAL.
