      *            programa BANCORET a partir do retorno do banco):
      *            emitido sem retorno, confirmado, devolvido ou
      *            reemitido.
      * Out/2026 - Linhas de acerto de contas na cessacao (tipo "C")
      *            identificadas na consulta e marcadas na 2a via.
      * Out/2026 - Meses ja arquivados pelo ARQHIST: quando o mes nao
      *            esta no HISTORIC, a consulta e a 2a via sao feitas
      *            a partir do arquivo do ano (HISTARQAAAA, copybook
      *            HARQREG), com as mesmas linhas e os mesmos valores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSHIST.
                                RECORD KEY IS HIST-CHAVE
                                FILE STATUS IS FS-HISTORIC.

           SELECT HISTARQ      ASSIGN USING ARQUIVO-NOME
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS HARQ-CHAVE
                                FILE STATUS IS FS-HISTARQ.

           SELECT RECIBOS      ASSIGN TO "RECIBOS"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-RECIBOS.
       FD  HISTORIC.
       COPY HISTREG.

      *------------------------------------------------------------------------
      * Arquivo do ano pedido (HISTARQAAAA), lido quando o mes ja foi
      * retirado do HISTORIC pelo programa de arquivo.
       FD  HISTARQ.
       COPY HARQREG.

       FD  RECIBOS
           RECORD CONTAINS 60 CHARACTERS.
       01  REC-REGISTO              PIC X(60).
        77 RECIBOS-ESTADO         PIC X            VALUE "S".
           88 RECIBOS-DISPONIVEL                    VALUE "S".
        77 REC-LINHA              PIC X(60)        VALUE SPACES.
        77 FS-HISTARQ             PIC XX           VALUE "00".
        77 HISTARQ-ESTADO         PIC X            VALUE "N".
           88 HISTARQ-DISPONIVEL                   VALUE "S".
        77 ARQUIVO-NOME           PIC X(12)        VALUE SPACES.
        77 ARQUIVO-ANO            PIC 9(04)        VALUE ZEROS.
        77 LINHAS-ANTES-MES       PIC 9(05)        VALUE ZEROS.

        77 PEDIDO-ID              PIC X(06)        VALUE SPACES.
        77 TEMP-ANO               PIC X(04)        VALUE SPACES.
             PERFORM CONSULTAR-EMPREGADO
                 UNTIL (PEDIDO-ID = "X     ") OR (PEDIDO-ID = "x     ").
             CLOSE HISTORIC.
             IF (HISTARQ-DISPONIVEL) THEN
                 CLOSE HISTARQ
             END-IF.
             IF (RECIBOS-DISPONIVEL) THEN
                 CLOSE RECIBOS
             END-IF.
      *------------------------------------------------------------------------
      * Consulta um mes: le por chave todas as sequencias gravadas
      * (calculo, estornos, reprocessamentos), mostrando cada uma na
      * consola e emitindo a respectiva 2a via do recibo. Um mes que
      * ja nao esta no HISTORIC e' procurado no arquivo do ano.
       CONSULTAR-MES.

           MOVE LINHAS-ENCONTRADAS TO LINHAS-ANTES-MES.
           MOVE "N" TO SEQ-FIM.
           PERFORM CONSULTAR-SEQUENCIA
               VARYING SEQ-TENTATIVA FROM 1 BY 1
               UNTIL SEQ-TERMINADA OR (SEQ-TENTATIVA > 99).
           IF (LINHAS-ENCONTRADAS = LINHAS-ANTES-MES) THEN
               PERFORM ABRIR-ARQUIVO-ANO
               IF (HISTARQ-DISPONIVEL) THEN
                   MOVE "N" TO SEQ-FIM
                   PERFORM CONSULTAR-SEQUENCIA-ARQUIVO
                       VARYING SEQ-TENTATIVA FROM 1 BY 1
                       UNTIL SEQ-TERMINADA OR (SEQ-TENTATIVA > 99)
                   IF (LINHAS-ENCONTRADAS > LINHAS-ANTES-MES) THEN
                       DISPLAY "  (mes lido do arquivo " ARQUIVO-NOME
                           ")"
                   END-IF
               END-IF
           END-IF.

       CONSULTAR-SEQUENCIA.

                   PERFORM EMITIR-SEGUNDA-VIA
           END-READ.

      *------------------------------------------------------------------------
      * Abre o arquivo do ano pedido, quando ainda nao e' o que esta
      * aberto. Um ano sem arquivo (estado "35") nao foi arquivado.
       ABRIR-ARQUIVO-ANO.

           IF (PEDIDO-ANO NOT = ARQUIVO-ANO) THEN
               IF (HISTARQ-DISPONIVEL) THEN
                   CLOSE HISTARQ
                   MOVE "N" TO HISTARQ-ESTADO
               END-IF
               MOVE PEDIDO-ANO TO ARQUIVO-ANO
               MOVE SPACES TO ARQUIVO-NOME
               STRING "HISTARQ"     DELIMITED BY SIZE
                      ARQUIVO-ANO   DELIMITED BY SIZE
                   INTO ARQUIVO-NOME
               END-STRING
               OPEN INPUT HISTARQ
               IF (FS-HISTARQ = "00") THEN
                   MOVE "S" TO HISTARQ-ESTADO
               ELSE
                   IF (FS-HISTARQ NOT = "35") THEN
                       DISPLAY "HISTARQ: erro ao abrir " ARQUIVO-NOME
                           " (estado " FS-HISTARQ ")."
                   END-IF
               END-IF
           END-IF.

       CONSULTAR-SEQUENCIA-ARQUIVO.

           MOVE SEQ-TENTATIVA TO SEQ-CORRENTE.
           MOVE PEDIDO-ID    TO HARQ-ID.
           MOVE PEDIDO-ANO   TO HARQ-ANO.
           MOVE MES-CORRENTE TO HARQ-MES.
           MOVE SEQ-CORRENTE TO HARQ-SEQ.
           READ HISTARQ
               INVALID KEY
                   SET SEQ-TERMINADA TO TRUE
               NOT INVALID KEY
                   MOVE HARQ-REGISTO TO HIST-REGISTO
                   ADD 1 TO LINHAS-ENCONTRADAS
                   PERFORM MOSTRAR-LINHA-HISTORICO
                   PERFORM EMITIR-SEGUNDA-VIA
           END-READ.

      *------------------------------------------------------------------------
      * Mostra na consola o calculo guardado da linha corrente do
      * historico, tal como foi apurado na altura.
           IF (HIST-TIPO = "R") THEN
               DISPLAY "  (linha de RECALCULO RETROACTIVO)"
           END-IF.
           IF (HIST-TIPO = "C") THEN
               DISPLAY "  (linha de ACERTO DE CONTAS - cessacao)"
           END-IF.
           IF (PAGAMENTO-CONFIRMADO) THEN
               DISPLAY "  Pagamento: confirmado pelo banco"
           ELSE
               PERFORM GRAVAR-LINHA-RECIBO
           END-IF.

           IF (HIST-TIPO = "C") THEN
               MOVE SPACES TO REC-LINHA
               STRING "  *** ACERTO DE CONTAS - cessacao ***"
                   DELIMITED BY SIZE INTO REC-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-RECIBO
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "____________________________________________________"
               DELIMITED BY SIZE INTO REC-LINHA
