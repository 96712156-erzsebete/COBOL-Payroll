      *            acerto retroactivo ("T"/"E") liquidou varios
      *            meses numa so' instrucao. Um relatorio limpo e' a
      *            condicao para correr o FECHOANO.
      * Out/2026 - Quarentena de pagamentos: as instrucoes libertadas
      *            pelo LIBERTAR (SEPALIBE) somam como as do SEPAOUT,
      *            e as transferencias ainda retidas no SEPARETI
      *            (pendentes ou rejeitadas) contam como liquido por
      *            pagar do mes, sem serem divergencia: saem em linha
      *            informativa propria e com total no rodape.
      * Out/2026 - Estado do ciclo mensal (CICLOMES, copybook CICREG):
      *            cada mes pedido tem de estar retornado do banco (ou
      *            ja reconciliado ou declarado); fora de ordem so'
      *            com autorizacao no CICLOFOR, registada no CICLOLOG.
      *            No ano inteiro ficam de fora os meses sem registo
      *            no ciclo. Sem divergencias os meses passam a
      *            reconciliados, com os empregados pagos e o liquido
      *            do historico como totais de controlo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-SEPAOUT.

           SELECT SEPALIBE     ASSIGN TO "SEPALIBE"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-SEPALIBE.

           SELECT SEPARETI     ASSIGN TO "SEPARETI"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS RET-CHAVE
                                FILE STATUS IS FS-SEPARETI.

           SELECT RECORELA     ASSIGN TO "RECORELA"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-RECORELA.

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

      *------------------------------------------------------------------------
      * Transferencias retidas em quarentena, descritas no copybook
      * RETREG. Apenas lido.
       FD  SEPARETI.
       COPY RETREG.

       FD  RECORELA
           RECORD CONTAINS 132 CHARACTERS.
       01  RELA-REGISTO             PIC X(132).

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
        77 FS-HISTORIC            PIC XX           VALUE "00".
        77 FS-SEPAOUT             PIC XX           VALUE "00".
        77 FS-RECORELA            PIC XX           VALUE "00".
        77 FS-SEPALIBE            PIC XX           VALUE "00".
        77 FS-SEPARETI            PIC XX           VALUE "00".
        77 LIBE-FIM               PIC X            VALUE "N".
           88 LIBE-TERMINADO                       VALUE "S".
        77 RETI-FIM               PIC X            VALUE "N".
           88 RETI-TERMINADO                       VALUE "S".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 SEPA-FIM               PIC X            VALUE "N".
      * ajustes a debito ("E") abatem; pagamentos de adiantamento
      * ("A") e reemissoes ("R") ficam de fora, porque nao sao
      * liquidos de salario ou ja contam pela instrucao original.
      * As transferencias ainda retidas na quarentena ficam a parte,
      * como liquido por pagar do mes.
        01 TAB-SEPA-SOMAS.
           05 TAB-SEPA-QTD        PIC 9(03)        VALUE ZEROS.
           05 TAB-SEPA OCCURS 200 TIMES INDEXED BY IDX-SEPA.
              10 TAB-SEPA-CONFERIDO PIC X(01).
              10 TAB-SEPA-VALOR OCCURS 12 TIMES
                                    PIC S9(07)V99.
              10 TAB-SEPA-RETIDO OCCURS 12 TIMES
                                    PIC 9(07)V99.

      *------------------------------------------------------------------------
      * Instrucao SEPA a somar, vinda do SEPAOUT ou do SEPALIBE.
        01 INSTRUCAO-SEPA.
           05 INST-ID             PIC X(06)        VALUE SPACES.
           05 INST-ANO            PIC 9(04)        VALUE ZEROS.
           05 INST-MES            PIC 9(02)        VALUE ZEROS.
           05 INST-TIPO           PIC X(01)        VALUE SPACE.
           05 INST-VALOR          PIC 9(06)V99     VALUE ZEROS.
        77 RETIDAS-QTD            PIC 9(05)        VALUE ZEROS.
        77 RETIDAS-VALOR          PIC 9(08)V99     VALUE ZEROS.
        77 SAIDA-RETIDAS-VALOR    PIC ZZZZZZZ9.99.
        77 RETIDA-SITUACAO        PIC X(10)        VALUE SPACES.
        77 SEPA-ENCONTRADO        PIC X            VALUE "N".
           88 SEPA-NA-TABELA                       VALUE "S".
        77 EMP-SEPA-IDX           PIC 9(03)        VALUE ZEROS.
        77 YTD-ETIQUETA           PIC X(16)        VALUE SPACES.
        77 RELA-LINHA             PIC X(132)       VALUE SPACES.

        77 FS-CICLOMES            PIC XX           VALUE "00".
        77 FS-CICLOFOR            PIC XX           VALUE "00".
        77 FS-CICLOLOG            PIC XX           VALUE "00".
        77 CICLO-ESTADO           PIC X            VALUE "N".
           88 CICLO-DISPONIVEL                     VALUE "S".
        77 CICLO-PROGRAMA         PIC X(08)        VALUE "RECONCIL".
        77 CICLO-ANO              PIC 9(04)        VALUE ZEROS.
        77 CICLO-MES              PIC 9(02)        VALUE ZEROS.
        77 CICLO-ETAPA-ACTUAL     PIC 9(01)        VALUE ZEROS.
        77 CICLO-ETAPA-MIN        PIC 9(01)        VALUE 4.
        77 CICLO-ETAPA-MAX        PIC 9(01)        VALUE 6.
        77 CICLO-ETAPA-NOVA       PIC 9(01)        VALUE 5.
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

      *------------------------------------------------------------------------
      * Situacao de cada mes pedido no ciclo mensal ("A" autorizado,
      * "F" forcado, "R" recusado, espaco = mes que fica de fora por
      * ainda nao ter registo no ciclo) e totais de controlo do
      * historico apurado: empregados com o mes pago e liquido.
        01 TAB-CICLO-MESES.
           05 TAB-RCIC OCCURS 12 TIMES.
              10 TAB-RCIC-VEREDICTO PIC X(01).
              10 TAB-RCIC-REGISTOS  PIC 9(07).
              10 TAB-RCIC-TOTAL     PIC S9(09)V99.
        77 CICLO-RECUSAS          PIC 9(02)        VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM LER-ANO-PEDIDO.
             PERFORM LER-MES-PEDIDO.
             IF (MES-PEDIDO = 0) THEN
                 MOVE 1  TO MES-INICIO
                 MOVE 12 TO MES-FIM
             ELSE
                 MOVE MES-PEDIDO TO MES-INICIO
                 MOVE MES-PEDIDO TO MES-FIM
             END-IF.

             MOVE ANO-PEDIDO TO CICLO-ANO.
             PERFORM ABRIR-CICLO.
             IF NOT CICLO-DISPONIVEL THEN
                 STOP RUN
             END-IF.
             PERFORM VERIFICAR-CICLO-MES
                 VARYING CICLO-MES FROM MES-INICIO BY 1
                 UNTIL CICLO-MES > MES-FIM.
             IF (CICLO-RECUSAS > 0) THEN
                 DISPLAY "RECONCIL: meses fora da ordem do ciclo"
                     " mensal, reconciliacao cancelada."
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.

             OPEN INPUT EMPMSTR.
             IF (FS-EMPMSTR NOT = "00") THEN
                 DISPLAY "EMPMSTR: erro ao abrir, reconciliacao"
                     " cancelada."
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             OPEN INPUT HISTORIC.
                 DISPLAY "HISTORIC: erro ao abrir, reconciliacao"
                     " cancelada."
                 CLOSE EMPMSTR
                 CLOSE CICLOMES
                 STOP RUN
             END-IF.
             OPEN OUTPUT RECORELA.
                     " consola."
             END-IF.

             PERFORM GRAVAR-CABECALHO.
             PERFORM CARREGAR-SOMAS-SEPA.

             DISPLAY "RECONCIL: " SAIDA-QTD " divergencia(s)"
                 " encontrada(s).".

      *      So' uma reconciliacao limpa faz avancar o ciclo mensal.
             IF (DIVERGENCIAS = 0) THEN
                 PERFORM CARIMBAR-CICLO-MES
                     VARYING CICLO-MES FROM MES-INICIO BY 1
                     UNTIL CICLO-MES > MES-FIM
             ELSE
                 DISPLAY "RECONCIL: meses mantidos na etapa do ciclo"
                     " mensal ate' uma reconciliacao limpa."
             END-IF.
             PERFORM FECHAR-CICLO.

             CLOSE HISTORIC.
             CLOSE EMPMSTR.
             IF (FS-RECORELA = "00") THEN
      * Carrega as somas SEPA do ano pedido numa tabela por
      * empregado/mes. Sem ficheiro SEPAOUT, a conferencia dos
      * liquidos pagos fica sem base e e' assinalada no relatorio.
      * As instrucoes libertadas da quarentena (SEPALIBE) somam da
      * mesma forma e as transferencias ainda retidas (SEPARETI) ficam
      * como liquido por pagar.
       CARREGAR-SOMAS-SEPA.

           MOVE ZEROS TO TAB-SEPA-QTD.
           MOVE "N" TO SEPA-EXISTE.
           OPEN INPUT SEPAOUT.
           IF (FS-SEPAOUT = "00") THEN
               MOVE "S" TO SEPA-EXISTE
               PERFORM LER-REGISTO-SEPA
               PERFORM SOMAR-REGISTO-SEPA UNTIL SEPA-TERMINADO
               CLOSE SEPAOUT
           END-IF.
           OPEN INPUT SEPALIBE.
           IF (FS-SEPALIBE = "00") THEN
               MOVE "S" TO SEPA-EXISTE
               PERFORM LER-REGISTO-LIBE
               PERFORM SOMAR-REGISTO-LIBE UNTIL LIBE-TERMINADO
               CLOSE SEPALIBE
           END-IF.
           IF NOT SEPA-FICHEIRO-EXISTE THEN
               MOVE "AVISO: SEPAOUT inexistente, liquidos pagos nao"
                   TO RELA-LINHA
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE "       conferidos." TO RELA-LINHA
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           MOVE ZEROS TO RETIDAS-QTD.
           MOVE ZEROS TO RETIDAS-VALOR.
           OPEN INPUT SEPARETI.
           IF (FS-SEPARETI = "00") THEN
               MOVE LOW-VALUES TO RET-CHAVE
               START SEPARETI KEY NOT < RET-CHAVE
                   INVALID KEY
                       SET RETI-TERMINADO TO TRUE
               END-START
               IF NOT RETI-TERMINADO THEN
                   PERFORM LER-REGISTO-RETIDO
               END-IF
               PERFORM SOMAR-REGISTO-RETIDO UNTIL RETI-TERMINADO
               CLOSE SEPARETI
           END-IF.

       LER-REGISTO-SEPA.


       SOMAR-REGISTO-SEPA.

           MOVE SEPA-ID    TO INST-ID.
           MOVE SEPA-ANO   TO INST-ANO.
           MOVE SEPA-MES   TO INST-MES.
           MOVE SEPA-TIPO  TO INST-TIPO.
           MOVE SEPA-VALOR TO INST-VALOR.
           PERFORM SOMAR-INSTRUCAO.

           PERFORM LER-REGISTO-SEPA.

       LER-REGISTO-LIBE.

           READ SEPALIBE
               AT END
                   SET LIBE-TERMINADO TO TRUE
           END-READ.

       SOMAR-REGISTO-LIBE.

           MOVE LIBE-ID    TO INST-ID.
           MOVE LIBE-ANO   TO INST-ANO.
           MOVE LIBE-MES   TO INST-MES.
           MOVE LIBE-TIPO  TO INST-TIPO.
           MOVE LIBE-VALOR TO INST-VALOR.
           PERFORM SOMAR-INSTRUCAO.

           PERFORM LER-REGISTO-LIBE.

       SOMAR-INSTRUCAO.

      *    As somas SEPA carregam o ano inteiro mesmo quando so' um
      *    mes e' reconciliado: o acerto retroactivo liquida varios
      *    meses numa so' instrucao, datada do mes inicial do pedido,
      *    e a conferencia fecha ao nivel do ano do empregado.
           IF (INST-ANO = ANO-PEDIDO)
               AND (INST-MES >= 1)
               AND (INST-MES <= 12)
               AND (INST-TIPO NOT = "A")
               AND (INST-TIPO NOT = "R") THEN
               PERFORM LOCALIZAR-SEPA-TABELA
               IF (SEPA-NA-TABELA) THEN
                   IF (INST-TIPO = "E") THEN
                       SUBTRACT INST-VALOR
                           FROM TAB-SEPA-VALOR(IDX-SEPA, INST-MES)
                   ELSE
                       ADD INST-VALOR
                           TO TAB-SEPA-VALOR(IDX-SEPA, INST-MES)
                   END-IF
               END-IF
           END-IF.

       LER-REGISTO-RETIDO.

           READ SEPARETI NEXT
               AT END
                   SET RETI-TERMINADO TO TRUE
           END-READ.

      *------------------------------------------------------------------------
      * Transferencia retida do ano ainda por pagar (pendente ou
      * rejeitada): soma ao liquido por pagar do empregado/mes e sai
      * em linha informativa (nao e' divergencia) quando o mes esta
      * no intervalo pedido.
       SOMAR-REGISTO-RETIDO.

           IF (RET-ANO = ANO-PEDIDO)
               AND (RET-MES >= 1)
               AND (RET-MES <= 12)
               AND (RET-POR-PAGAR) THEN
               MOVE RET-ID TO INST-ID
               PERFORM LOCALIZAR-SEPA-TABELA
               IF (SEPA-NA-TABELA) THEN
                   ADD RET-VALOR TO TAB-SEPA-RETIDO(IDX-SEPA, RET-MES)
               END-IF
               IF (RET-MES >= MES-INICIO) AND (RET-MES <= MES-FIM)
               THEN
                   ADD 1 TO RETIDAS-QTD
                   ADD RET-VALOR TO RETIDAS-VALOR
                   PERFORM RELATAR-RETIDA
               END-IF
           END-IF.

           PERFORM LER-REGISTO-RETIDO.

      *------------------------------------------------------------------------
      * Procura (ou cria) a entrada da tabela SEPA do empregado
      * INST-ID. Com a tabela cheia, o registo fica fora da
      * conferencia, com aviso.
       LOCALIZAR-SEPA-TABELA.

               IF (TAB-SEPA-QTD < 200) THEN
                   ADD 1 TO TAB-SEPA-QTD
                   SET IDX-SEPA TO TAB-SEPA-QTD
                   MOVE INST-ID TO TAB-SEPA-ID(IDX-SEPA)
                   MOVE "N" TO TAB-SEPA-CONFERIDO(IDX-SEPA)
                   PERFORM LIMPAR-SEPA-MESES
                       VARYING MES-CORRENTE FROM 1 BY 1
                       UNTIL MES-CORRENTE > 12
                   MOVE "S" TO SEPA-ENCONTRADO
               ELSE
                   DISPLAY "RECONCIL: tabela SEPA cheia, " INST-ID
                       " fora da conferencia."
               END-IF
           END-IF.
       PROCURAR-SEPA-TABELA.

           IF (IDX-SEPA <= TAB-SEPA-QTD) THEN
               IF (TAB-SEPA-ID(IDX-SEPA) = INST-ID) THEN
                   MOVE "S" TO SEPA-ENCONTRADO
               END-IF
           END-IF.
       LIMPAR-SEPA-MESES.

           MOVE ZEROS TO TAB-SEPA-VALOR(IDX-SEPA, MES-CORRENTE).
           MOVE ZEROS TO TAB-SEPA-RETIDO(IDX-SEPA, MES-CORRENTE).

      *------------------------------------------------------------------------
      * Confere um empregado do mapa: apura cada mes do intervalo no
           ADD EMP-MES-SS-PATRONAL(IDX-MES) TO SOMA-PATRONAL.

           PERFORM APURAR-HISTORICO-MES.
           IF (APUR-LINHAS-NORMAIS > APUR-LINHAS-ESTORNO) THEN
               ADD 1 TO TAB-RCIC-REGISTOS(MES-CORRENTE)
           END-IF.
           ADD APUR-LIQUIDO TO TAB-RCIC-TOTAL(MES-CORRENTE).

           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
               IF (APUR-LINHAS-NORMAIS <= APUR-LINHAS-ESTORNO) THEN

           ADD TAB-SEPA-VALOR(EMP-SEPA-IDX, MES-CORRENTE)
               TO SOMA-SEPA-ANO.
           ADD TAB-SEPA-RETIDO(EMP-SEPA-IDX, MES-CORRENTE)
               TO SOMA-SEPA-ANO.

       SOMAR-LIQUIDO-ANO.


      *------------------------------------------------------------------------
      * Devolve em VALOR-SEPA-MES a soma SEPA do empregado corrente
      * no mes corrente, com as transferencias ainda retidas (zero
      * sem entrada na tabela) e assinala a
      * divergencia face ao liquido do mapa: mes processado tem de
      * ter SEPA igual ao liquido; mes por processar nao pode ter
      * SEPA liquida diferente de zero.
           IF (EMP-SEPA-IDX = 0) THEN
               MOVE ZEROS TO VALOR-SEPA-MES
           ELSE
               COMPUTE VALOR-SEPA-MES =
                   TAB-SEPA-VALOR(EMP-SEPA-IDX, MES-CORRENTE)
                   + TAB-SEPA-RETIDO(EMP-SEPA-IDX, MES-CORRENTE)
           END-IF.
           MOVE "N" TO SEPA-MES-DIVERGE.
           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      *------------------------------------------------------------------------
      * Transferencia retida na quarentena, ainda por pagar: linha
      * informativa, sem contar como divergencia.
       RELATAR-RETIDA.

           MOVE RET-MES TO SAIDA-MES.
           MOVE RET-VALOR TO SAIDA-VALOR-A.
           IF (RET-REJEITADA) THEN
               MOVE "rejeitada" TO RETIDA-SITUACAO
           ELSE
               MOVE "pendente" TO RETIDA-SITUACAO
           END-IF.
           MOVE SPACES TO RELA-LINHA.
           STRING "INFO ID:"         DELIMITED BY SIZE
                  RET-ID             DELIMITED BY SIZE
                  " Mes:"            DELIMITED BY SIZE
                  SAIDA-MES          DELIMITED BY SIZE
                  " transferencia retida ("  DELIMITED BY SIZE
                  RETIDA-SITUACAO    DELIMITED BY SPACE
                  "):"               DELIMITED BY SIZE
                  SAIDA-VALOR-A      DELIMITED BY SIZE
                  " por pagar, aguarda o LIBERTAR." DELIMITED BY SIZE
               INTO RELA-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      *------------------------------------------------------------------------
      * Empregados com instrucoes SEPA do ano que nao existem no
      * mapa: transferencias orfas, sempre divergencia.
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

           MOVE RETIDAS-QTD TO SAIDA-QTD.
           MOVE RETIDAS-VALOR TO SAIDA-RETIDAS-VALOR.
           MOVE SPACES TO RELA-LINHA.
           STRING "TOTAL Retidas por pagar:     " DELIMITED BY SIZE
                  SAIDA-QTD                       DELIMITED BY SIZE
                  "  Valor: "                     DELIMITED BY SIZE
                  SAIDA-RETIDAS-VALOR             DELIMITED BY SIZE
                  " EUR"                          DELIMITED BY SIZE
               INTO RELA-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

           MOVE DIVERGENCIAS TO SAIDA-QTD.
           MOVE SPACES TO RELA-LINHA.
           STRING "TOTAL Divergencias:          " DELIMITED BY SIZE
               WRITE RELA-REGISTO FROM RELA-LINHA
           END-IF.

      *------------------------------------------------------------------------
      * Confere no ciclo mensal um mes pedido: a reconciliacao corre
      * sobre meses ja retornados do banco (ou ja reconciliados ou
      * declarados, para a repetir). No pedido do ano inteiro, os
      * meses ainda sem registo no ciclo ficam de fora.
       VERIFICAR-CICLO-MES.

           MOVE SPACE TO TAB-RCIC-VEREDICTO(CICLO-MES).
           MOVE ZEROS TO TAB-RCIC-REGISTOS(CICLO-MES).
           MOVE ZEROS TO TAB-RCIC-TOTAL(CICLO-MES).
           PERFORM CONSULTAR-CICLO.
           IF (MES-PEDIDO NOT = 0) OR (CICLO-ETAPA-ACTUAL > 0) THEN
               PERFORM VERIFICAR-CICLO
               MOVE CICLO-VEREDICTO TO TAB-RCIC-VEREDICTO(CICLO-MES)
               IF (CICLO-RECUSADO) THEN
                   ADD 1 TO CICLO-RECUSAS
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Carimbo de um mes conferido como reconciliado, com os
      * empregados pagos e o liquido do historico do mes.
       CARIMBAR-CICLO-MES.

           IF (TAB-RCIC-VEREDICTO(CICLO-MES) NOT = SPACE) THEN
               MOVE TAB-RCIC-REGISTOS(CICLO-MES) TO CICLO-REGISTOS
               MOVE TAB-RCIC-TOTAL(CICLO-MES)    TO CICLO-TOTAL
               IF (TAB-RCIC-VEREDICTO(CICLO-MES) = "F") THEN
                   MOVE "S" TO CICLO-CARIMBO-FORCADO
               ELSE
                   MOVE "N" TO CICLO-CARIMBO-FORCADO
               END-IF
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

       END PROGRAM RECONCIL.
