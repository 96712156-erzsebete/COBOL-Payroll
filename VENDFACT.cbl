      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Livro de vendas por factura e construcao do lote
      *            mensal: dado um ano e um mes, le os movimentos de
      *            venda do departamento comercial (MOVVENDA: vendedor,
      *            data, factura, valor e tipo - venda, devolucao ou
      *            anulacao), valida-os e regista-os no livro de
      *            vendas (LIVVENDA), e gera o VENDLOTE do mes com o
      *            volume liquido de cada vendedor activo. Devolucoes
      *            e anulacoes de vendas ja comissionadas num mes
      *            anterior geram a comissao a recuperar no lote, a
      *            taxa com que a venda foi paga (lida no historico de
      *            salarios); as do proprio mes, ou de meses ainda nao
      *            pagos, abatem ao volume do mes. Imprime o extracto
      *            de comissoes por vendedor (EXTRCOMS) com as
      *            facturas que suportam o volume do recibo. Uma nova
      *            execucao do mesmo mes reconhece os movimentos ja
      *            registados no livro e volta a gerar o lote sem os
      *            duplicar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDFACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MOVVENDA     ASSIGN TO "MOVVENDA"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-MOVVENDA.

           SELECT LIVVENDA     ASSIGN TO "LIVVENDA"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS LV-CHAVE
                                FILE STATUS IS FS-LIVVENDA.

           SELECT EMPMSTR      ASSIGN TO "EMPMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS EMP-ID
                                FILE STATUS IS FS-EMPMSTR.

           SELECT HISTORIC     ASSIGN TO "HISTORIC"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS HIST-CHAVE
                                FILE STATUS IS FS-HISTORIC.

           SELECT VENDLOTE     ASSIGN TO "VENDLOTE"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-VENDLOTE.

           SELECT EXTRCOMS     ASSIGN TO "EXTRCOMS"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-EXTRCOMS.

       DATA DIVISION.
       FILE SECTION.

      *------------------------------------------------------------------------
      * Movimentos de venda do mes, por factura, do departamento
      * comercial, em ordem de data. MV-TIPO: "V"=venda, "D"=devolucao
      * (parcial ou total) e "A"=anulacao da encomenda; nas devolucoes
      * e anulacoes MV-FACTURA e' a factura da venda original. Na
      * anulacao o valor pode vir a zeros (anula o saldo da factura).
       FD  MOVVENDA
           RECORD CONTAINS 40 CHARACTERS.
       01  MV-REGISTO.
           05  MV-ID                PIC X(06).
           05  MV-DATA.
               10  MV-ANO           PIC 9(04).
               10  MV-MES           PIC 9(02).
               10  MV-DIA           PIC 9(02).
           05  MV-FACTURA           PIC X(10).
           05  MV-TIPO              PIC X(01).
               88 MV-VENDA                     VALUE "V".
               88 MV-DEVOLUCAO                 VALUE "D".
               88 MV-ANULACAO                  VALUE "A".
           05  MV-VALOR             PIC 9(05)V99.
           05  FILLER               PIC X(08).

      *------------------------------------------------------------------------
      * Livro de vendas: uma linha por movimento registado, com chave
      * factura + tipo + data. Nas vendas guarda o valor ja devolvido
      * ou anulado; nas devolucoes/anulacoes guarda o mes da venda
      * original e o efeito apurado - "R"=comissao recuperada (taxa e
      * valor) ou "M"=abatida ao volume do mes.
       FD  LIVVENDA.
       01  LV-REGISTO.
           05  LV-CHAVE.
               10  LV-FACTURA       PIC X(10).
               10  LV-TIPO          PIC X(01).
               10  LV-ANO           PIC 9(04).
               10  LV-MES           PIC 9(02).
               10  LV-DIA           PIC 9(02).
           05  LV-ID                PIC X(06).
           05  LV-VALOR             PIC 9(05)V99.
           05  LV-DEVOLVIDO         PIC 9(05)V99.
           05  LV-ANO-VENDA         PIC 9(04).
           05  LV-MES-VENDA         PIC 9(02).
           05  LV-EFEITO            PIC X(01).
               88 LV-RECUPERA-COMISSAO         VALUE "R".
               88 LV-ABATE-VOLUME              VALUE "M".
           05  LV-TAXA              PIC 9(02)V999.
           05  LV-RECUPERADO        PIC 9(05)V99.
           05  FILLER               PIC X(10).

       FD  EMPMSTR.
       COPY EMPREG.

       FD  HISTORIC.
       COPY HISTREG.

      *------------------------------------------------------------------------
      * Lote do mes para o processamento de salarios: registo
      * partilhado com o SALARIOS, descrito no copybook LOTEREG.
       FD  VENDLOTE
           RECORD CONTAINS 74 CHARACTERS.
       COPY LOTEREG.

      *------------------------------------------------------------------------
      * Extracto de comissoes por vendedor: as facturas do mes que
      * suportam o volume de vendas do lote e as devolucoes com a
      * comissao recuperada, com totais por vendedor e da empresa.
       FD  EXTRCOMS
           RECORD CONTAINS 100 CHARACTERS.
       01  EXTR-REGISTO             PIC X(100).

       WORKING-STORAGE SECTION.

        77 FS-MOVVENDA            PIC XX           VALUE "00".
        77 FS-LIVVENDA            PIC XX           VALUE "00".
        77 FS-EMPMSTR             PIC XX           VALUE "00".
        77 FS-HISTORIC            PIC XX           VALUE "00".
        77 FS-VENDLOTE            PIC XX           VALUE "00".
        77 FS-EXTRCOMS            PIC XX           VALUE "00".
        77 HISTORIC-ESTADO        PIC X            VALUE "S".
           88 HISTORIC-DISPONIVEL                   VALUE "S".
        77 MOVS-FIM               PIC X            VALUE "N".
           88 MOVS-TERMINADO                       VALUE "S".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 PROCURA-FIM            PIC X            VALUE "N".
           88 PROCURA-TERMINADA                    VALUE "S".
        77 EMPREGADO-EXISTE       PIC X            VALUE "N".
           88 EMPREGADO-ENCONTRADO                 VALUE "S".
        77 VENDA-EXISTE           PIC X            VALUE "N".
           88 VENDA-ENCONTRADA                     VALUE "S".
        77 MOV-INVALIDO           PIC X            VALUE "N".
           88 MOV-E-INVALIDO                       VALUE "S".
        77 MOV-REPETIDO           PIC X            VALUE "N".
           88 MOV-JA-REGISTADO                     VALUE "S".
        77 VENDA-COMISSIONADA     PIC X            VALUE "N".
           88 VENDA-JA-COMISSIONADA                VALUE "S".
        77 MOV-MOTIVO             PIC X(50)        VALUE SPACES.

        77 TEMP-ANO               PIC X(04)        VALUE SPACES.
        77 TEMP-MES               PIC XX           VALUE SPACES.
        77 ANO-PEDIDO             PIC 9(04)        VALUE ZEROS.
        77 MES-PEDIDO             PIC 9(02)        VALUE ZEROS.
        77 SEQ-TENTATIVA          PIC 9(03)        VALUE ZEROS.
        77 LINHAS-NORMAIS         PIC 9(03)        VALUE ZEROS.
        77 LINHAS-ESTORNO         PIC 9(03)        VALUE ZEROS.
        77 EXTR-LINHA             PIC X(100)       VALUE SPACES.
        77 EXTR-SUFIXO            PIC X(57)        VALUE SPACES.

      *------------------------------------------------------------------------
      * Movimento corrente ja apurado: valor efectivo, efeito no lote
      * e, nas devolucoes de vendas comissionadas, a taxa da venda e
      * a comissao a recuperar.
        01 MOV-APURADO.
           05 APUR-VALOR          PIC 9(05)V99     VALUE ZEROS.
           05 APUR-SALDO-FACTURA  PIC 9(05)V99     VALUE ZEROS.
           05 APUR-EFEITO         PIC X(01)        VALUE SPACE.
           05 APUR-ANO-VENDA      PIC 9(04)        VALUE ZEROS.
           05 APUR-MES-VENDA      PIC 9(02)        VALUE ZEROS.
           05 APUR-TAXA           PIC 9(02)V999    VALUE ZEROS.
           05 APUR-RECUPERADO     PIC 9(05)V99     VALUE ZEROS.

      *------------------------------------------------------------------------
      * Movimentos aceites no mes, pela ordem do ficheiro, para o
      * extracto e para o volume de cada vendedor. TAB-MM-EFEITO:
      * "V"=soma ao volume, "M"=abate ao volume, "R"=recupera
      * comissao de um mes anterior.
        01 TAB-MOVS-MES.
           05 TAB-MM-QTD          PIC 9(03)        VALUE ZEROS.
           05 TAB-MM OCCURS 999 TIMES INDEXED BY IDX-MM.
              10 TAB-MM-ID        PIC X(06).
              10 TAB-MM-DIA       PIC 9(02).
              10 TAB-MM-FACTURA   PIC X(10).
              10 TAB-MM-TIPO      PIC X(01).
              10 TAB-MM-VALOR     PIC 9(05)V99.
              10 TAB-MM-EFEITO    PIC X(01).
              10 TAB-MM-ANO-VENDA PIC 9(04).
              10 TAB-MM-MES-VENDA PIC 9(02).
              10 TAB-MM-TAXA      PIC 9(02)V999.
              10 TAB-MM-RECUPERADO PIC 9(05)V99.

      *------------------------------------------------------------------------
      * Acumulados do vendedor corrente e da empresa.
        01 VENDEDOR-TOTAIS.
           05 VEND-QTD-MOVS       PIC 9(03)        VALUE ZEROS.
           05 VEND-VENDAS         PIC 9(07)V99     VALUE ZEROS.
           05 VEND-DEVOLUCOES     PIC 9(07)V99     VALUE ZEROS.
           05 VEND-VOLUME-CALC    PIC S9(07)V99    VALUE ZEROS.
           05 VEND-RECUPERAR      PIC 9(05)V99     VALUE ZEROS.
        01 EMPRESA-TOTAIS.
           05 EMPRESA-VOLUME      PIC 9(08)        VALUE ZEROS.
           05 EMPRESA-RECUPERAR   PIC 9(07)V99     VALUE ZEROS.
           05 EMPRESA-CESSADOS    PIC 9(07)V99     VALUE ZEROS.

        77 MOVS-LIDOS             PIC 9(05)        VALUE ZEROS.
        77 MOVS-ACEITES           PIC 9(05)        VALUE ZEROS.
        77 MOVS-REPETIDOS         PIC 9(05)        VALUE ZEROS.
        77 MOVS-REJEITADOS        PIC 9(05)        VALUE ZEROS.
        77 LOTE-GRAVADOS          PIC 9(05)        VALUE ZEROS.

        77 SAIDA-ANO              PIC 9(04).
        77 SAIDA-MES              PIC 99.
        77 SAIDA-DIA              PIC 99.
        77 SAIDA-QTD              PIC ZZZZ9.
        77 SAIDA-VALOR            PIC -ZZZZZZ9.99.
        77 SAIDA-TAXA             PIC Z9.999.
        77 SAIDA-RECUPERADO       PIC ZZZZ9.99.
        77 SAIDA-VOLUME           PIC ZZZZ9.
        77 SAIDA-EMPRESA          PIC ZZZZZZZ9.
        77 SAIDA-MOVIMENTO        PIC X(10)        VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM LER-ANO-PEDIDO.
             PERFORM LER-MES-PEDIDO.
             OPEN INPUT MOVVENDA.
             IF (FS-MOVVENDA NOT = "00") THEN
                 DISPLAY "MOVVENDA: erro ao abrir, lote nao gerado."
                 STOP RUN
             END-IF.
             OPEN INPUT EMPMSTR.
             IF (FS-EMPMSTR NOT = "00") THEN
                 DISPLAY "EMPMSTR: erro ao abrir, lote nao gerado."
                 CLOSE MOVVENDA
                 STOP RUN
             END-IF.
             PERFORM ABRIR-LIVRO.
             IF (FS-LIVVENDA NOT = "00") THEN
                 CLOSE MOVVENDA
                 CLOSE EMPMSTR
                 STOP RUN
             END-IF.
             PERFORM ABRIR-HISTORICO.
             OPEN OUTPUT VENDLOTE.
             OPEN OUTPUT EXTRCOMS.
             IF (FS-VENDLOTE NOT = "00") OR (FS-EXTRCOMS NOT = "00")
                 THEN
                 DISPLAY "VENDLOTE/EXTRCOMS: erro ao abrir, lote nao"
                     " gerado."
                 CLOSE MOVVENDA
                 CLOSE EMPMSTR
                 CLOSE LIVVENDA
                 STOP RUN
             END-IF.

             PERFORM LER-MOVIMENTO.
             PERFORM PROCESSAR-MOVIMENTO UNTIL MOVS-TERMINADO.

             PERFORM GRAVAR-CABECALHO.
             MOVE LOW-VALUES TO EMP-ID.
             START EMPMSTR KEY NOT < EMP-ID
                 INVALID KEY
                     SET MSTR-TERMINADO TO TRUE
             END-START.
             IF NOT MSTR-TERMINADO THEN
                 PERFORM LER-PROXIMO-EMPREGADO
             END-IF.
             PERFORM TRATAR-EMPREGADO UNTIL MSTR-TERMINADO.
             PERFORM GRAVAR-TOTAIS-EMPRESA.

             PERFORM MOSTRAR-TOTAIS.

             CLOSE MOVVENDA.
             CLOSE EMPMSTR.
             CLOSE LIVVENDA.
             IF (HISTORIC-DISPONIVEL) THEN
                 CLOSE HISTORIC
             END-IF.
             CLOSE VENDLOTE.
             CLOSE EXTRCOMS.
             STOP RUN.

       LER-ANO-PEDIDO.

           DISPLAY "Ano do lote (AAAA): " WITH NO ADVANCING.
           ACCEPT TEMP-ANO.
           IF (TEMP-ANO NOT NUMERIC) THEN
               DISPLAY "Ano invalido, insira 4 digitos."
               PERFORM LER-ANO-PEDIDO
           ELSE
               MOVE TEMP-ANO TO ANO-PEDIDO
           END-IF.

       LER-MES-PEDIDO.

           DISPLAY "Mes do lote (MM): " WITH NO ADVANCING.
           ACCEPT TEMP-MES.
           IF (TEMP-MES NOT NUMERIC) THEN
               DISPLAY "Mes invalido, insira 2 digitos."
               PERFORM LER-MES-PEDIDO
           ELSE
               MOVE TEMP-MES TO MES-PEDIDO
               IF (MES-PEDIDO < 1) OR (MES-PEDIDO > 12) THEN
                   DISPLAY "Mes invalido, insira 01 a 12."
                   PERFORM LER-MES-PEDIDO
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Abre o livro de vendas em I-O. So' cria o ficheiro quando ele
      * de facto nao existe (estado "35"); qualquer outro erro de
      * abertura cancela a execucao sem tocar no livro.
       ABRIR-LIVRO.

           OPEN I-O LIVVENDA.
           IF (FS-LIVVENDA = "35") THEN
               OPEN OUTPUT LIVVENDA
               CLOSE LIVVENDA
               OPEN I-O LIVVENDA
           END-IF.
           IF (FS-LIVVENDA NOT = "00") THEN
               DISPLAY "LIVVENDA: erro ao abrir (estado " FS-LIVVENDA
                   "), livro preservado, lote nao gerado."
           END-IF.

      *------------------------------------------------------------------------
      * Abre o historico de salarios apenas para consulta, para saber
      * se o mes de uma venda devolvida ja foi pago e a que taxa de
      * comissao. Sem historico, nenhuma venda conta como
      * comissionada e as devolucoes abatem ao volume do mes.
       ABRIR-HISTORICO.

           OPEN INPUT HISTORIC.
           IF (FS-HISTORIC NOT = "00") THEN
               MOVE "N" TO HISTORIC-ESTADO
               DISPLAY "HISTORIC: erro ao abrir, devolucoes abatidas"
                   " ao volume do mes."
           END-IF.

       LER-MOVIMENTO.

           READ MOVVENDA
               AT END
                   SET MOVS-TERMINADO TO TRUE
           END-READ.

       LER-PROXIMO-EMPREGADO.

           READ EMPMSTR NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

      *------------------------------------------------------------------------
      * Um movimento de venda: valida, regista no livro (vendas novas,
      * devolucoes com abate a factura original) e guarda-o na tabela
      * do mes. Movimentos ja registados por uma execucao anterior do
      * mesmo mes entram na tabela com o efeito entao apurado, sem
      * voltar a mexer no livro.
       PROCESSAR-MOVIMENTO.

           ADD 1 TO MOVS-LIDOS.
           MOVE "N" TO MOV-INVALIDO.
           MOVE "N" TO MOV-REPETIDO.
           MOVE SPACES TO MOV-MOTIVO.
           PERFORM VALIDAR-MOVIMENTO.
           IF NOT MOV-E-INVALIDO THEN
               IF (MV-VENDA) THEN
                   PERFORM REGISTAR-VENDA
               ELSE
                   PERFORM REGISTAR-DEVOLUCAO
               END-IF
           END-IF.
           IF (MOV-E-INVALIDO) THEN
               ADD 1 TO MOVS-REJEITADOS
               DISPLAY "MOVVENDA: factura " MV-FACTURA " ID " MV-ID
               DISPLAY "  " MOV-MOTIVO
           ELSE
               PERFORM GUARDAR-MOVIMENTO-MES
               ADD 1 TO MOVS-ACEITES
               IF (MOV-JA-REGISTADO) THEN
                   ADD 1 TO MOVS-REPETIDOS
               END-IF
           END-IF.

           PERFORM LER-MOVIMENTO.

      *------------------------------------------------------------------------
      * Validacao do movimento: data do mes pedido, tipo, factura e
      * valor presentes e vendedor conhecido no mapa. Um vendedor
      * cessado nao pode ter vendas novas, mas as devolucoes das suas
      * vendas sao registadas (a comissao fica a recuperar fora da
      * folha).
       VALIDAR-MOVIMENTO.

           IF (TAB-MM-QTD >= 999) THEN
               MOVE "S" TO MOV-INVALIDO
               MOVE "tabela do mes cheia, movimento ignorado."
                   TO MOV-MOTIVO
           END-IF.
           IF NOT MOV-E-INVALIDO THEN
               IF (MV-DATA NOT NUMERIC)
                   OR (MV-ANO NOT = ANO-PEDIDO)
                   OR (MV-MES NOT = MES-PEDIDO)
                   OR (MV-DIA < 1) OR (MV-DIA > 31) THEN
                   MOVE "S" TO MOV-INVALIDO
                   MOVE "data invalida ou fora do mes do lote, ignorado"
                       TO MOV-MOTIVO
               END-IF
           END-IF.
           IF NOT MOV-E-INVALIDO THEN
               IF NOT (MV-VENDA OR MV-DEVOLUCAO OR MV-ANULACAO) THEN
                   MOVE "S" TO MOV-INVALIDO
                   MOVE "tipo de movimento invalido, ignorado."
                       TO MOV-MOTIVO
               END-IF
           END-IF.
           IF NOT MOV-E-INVALIDO THEN
               IF (MV-FACTURA = SPACES) THEN
                   MOVE "S" TO MOV-INVALIDO
                   MOVE "numero de factura em falta, ignorado."
                       TO MOV-MOTIVO
               END-IF
           END-IF.
           IF NOT MOV-E-INVALIDO THEN
               IF (MV-VALOR NOT NUMERIC) THEN
                   MOVE "S" TO MOV-INVALIDO
                   MOVE "valor invalido, ignorado." TO MOV-MOTIVO
               ELSE
                   IF (MV-VALOR = 0) AND NOT MV-ANULACAO THEN
                       MOVE "S" TO MOV-INVALIDO
                       MOVE "valor a zeros, ignorado." TO MOV-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF NOT MOV-E-INVALIDO THEN
               PERFORM OBTER-EMPREGADO
               IF NOT EMPREGADO-ENCONTRADO THEN
                   MOVE "S" TO MOV-INVALIDO
                   MOVE "empregado desconhecido no mapa, ignorado."
                       TO MOV-MOTIVO
               ELSE
                   IF (EMP-CESSADO) AND (MV-VENDA) THEN
                       MOVE "S" TO MOV-INVALIDO
                       MOVE "venda de empregado cessado, ignorado."
                           TO MOV-MOTIVO
                   END-IF
               END-IF
           END-IF.

       OBTER-EMPREGADO.

           MOVE MV-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   MOVE "N" TO EMPREGADO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EMPREGADO-EXISTE
           END-READ.

      *------------------------------------------------------------------------
      * Venda: a factura nao pode existir no livro; se ja la esta com
      * os mesmos dados, foi registada por uma execucao anterior deste
      * mes e conta de novo para o volume sem ser regravada.
       REGISTAR-VENDA.

           MOVE MV-VALOR TO APUR-VALOR.
           MOVE "V"      TO APUR-EFEITO.
           MOVE MV-ANO   TO APUR-ANO-VENDA.
           MOVE MV-MES   TO APUR-MES-VENDA.
           MOVE ZEROS    TO APUR-TAXA.
           MOVE ZEROS    TO APUR-RECUPERADO.
           PERFORM PROCURAR-VENDA.
           IF (VENDA-ENCONTRADA) THEN
               IF (LV-ID = MV-ID) AND (LV-ANO = MV-ANO)
                   AND (LV-MES = MV-MES) AND (LV-DIA = MV-DIA)
                   AND (LV-VALOR = MV-VALOR) THEN
                   MOVE "S" TO MOV-REPETIDO
               ELSE
                   MOVE "S" TO MOV-INVALIDO
                   MOVE "factura ja registada no livro, ignorado."
                       TO MOV-MOTIVO
               END-IF
           ELSE
               MOVE SPACES     TO LV-REGISTO
               MOVE MV-FACTURA TO LV-FACTURA
               MOVE "V"        TO LV-TIPO
               MOVE MV-ANO     TO LV-ANO
               MOVE MV-MES     TO LV-MES
               MOVE MV-DIA     TO LV-DIA
               MOVE MV-ID      TO LV-ID
               MOVE MV-VALOR   TO LV-VALOR
               MOVE ZEROS      TO LV-DEVOLVIDO
               MOVE MV-ANO     TO LV-ANO-VENDA
               MOVE MV-MES     TO LV-MES-VENDA
               MOVE ZEROS      TO LV-TAXA
               MOVE ZEROS      TO LV-RECUPERADO
               WRITE LV-REGISTO
                   INVALID KEY
                       MOVE "S" TO MOV-INVALIDO
                       MOVE "erro ao gravar no livro, ignorado."
                           TO MOV-MOTIVO
               END-WRITE
           END-IF.

      *------------------------------------------------------------------------
      * Procura a venda original da factura do movimento: a unica
      * linha de tipo "V" da factura no livro, qualquer que seja a
      * data.
       PROCURAR-VENDA.

           MOVE "N" TO VENDA-EXISTE.
           MOVE MV-FACTURA TO LV-FACTURA.
           MOVE "V"        TO LV-TIPO.
           MOVE ZEROS      TO LV-ANO.
           MOVE ZEROS      TO LV-MES.
           MOVE ZEROS      TO LV-DIA.
           START LIVVENDA KEY NOT < LV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ LIVVENDA NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (LV-FACTURA = MV-FACTURA)
                               AND (LV-TIPO = "V") THEN
                               MOVE "S" TO VENDA-EXISTE
                           END-IF
                   END-READ
           END-START.

      *------------------------------------------------------------------------
      * Devolucao ou anulacao: tem de haver a venda original do mesmo
      * vendedor, com saldo que chegue. O valor abate ao saldo da
      * factura e o efeito depende do mes da venda: do proprio mes
      * abate ao volume; de um mes anterior ja pago recupera a
      * comissao a taxa com que foi paga; de um mes ainda nao pago
      * abate ao volume deste mes. Um movimento ja registado por uma
      * execucao anterior mantem o efeito entao apurado.
       REGISTAR-DEVOLUCAO.

           MOVE MV-FACTURA TO LV-FACTURA.
           MOVE MV-TIPO    TO LV-TIPO.
           MOVE MV-ANO     TO LV-ANO.
           MOVE MV-MES     TO LV-MES.
           MOVE MV-DIA     TO LV-DIA.
           READ LIVVENDA
               INVALID KEY
                   PERFORM APURAR-DEVOLUCAO
               NOT INVALID KEY
                   IF (LV-ID = MV-ID) AND
                      ((LV-VALOR = MV-VALOR) OR (MV-VALOR = 0)) THEN
                       MOVE "S" TO MOV-REPETIDO
                       MOVE LV-VALOR      TO APUR-VALOR
                       MOVE LV-EFEITO     TO APUR-EFEITO
                       MOVE LV-ANO-VENDA  TO APUR-ANO-VENDA
                       MOVE LV-MES-VENDA  TO APUR-MES-VENDA
                       MOVE LV-TAXA       TO APUR-TAXA
                       MOVE LV-RECUPERADO TO APUR-RECUPERADO
                   ELSE
                       MOVE "S" TO MOV-INVALIDO
                       MOVE "devolucao ja registada nesta data."
                           TO MOV-MOTIVO
                   END-IF
           END-READ.

       APURAR-DEVOLUCAO.

           PERFORM PROCURAR-VENDA.
           IF NOT VENDA-ENCONTRADA THEN
               MOVE "S" TO MOV-INVALIDO
               MOVE "venda original nao encontrada no livro, ignorado."
                   TO MOV-MOTIVO
           ELSE
               IF (LV-ID NOT = MV-ID) THEN
                   MOVE "S" TO MOV-INVALIDO
                   MOVE "vendedor diferente do da venda, ignorado."
                       TO MOV-MOTIVO
               ELSE
                   COMPUTE APUR-SALDO-FACTURA = LV-VALOR - LV-DEVOLVIDO
                   IF (MV-ANULACAO) AND (MV-VALOR = 0) THEN
                       MOVE APUR-SALDO-FACTURA TO APUR-VALOR
                   ELSE
                       MOVE MV-VALOR TO APUR-VALOR
                   END-IF
                   IF (APUR-VALOR = 0)
                       OR (APUR-VALOR > APUR-SALDO-FACTURA) THEN
                       MOVE "S" TO MOV-INVALIDO
                       MOVE "valor acima do saldo da factura, ignorado."
                           TO MOV-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF NOT MOV-E-INVALIDO THEN
               MOVE LV-ANO TO APUR-ANO-VENDA
               MOVE LV-MES TO APUR-MES-VENDA
               MOVE ZEROS  TO APUR-TAXA
               MOVE ZEROS  TO APUR-RECUPERADO
               MOVE "M"    TO APUR-EFEITO
               ADD APUR-VALOR TO LV-DEVOLVIDO
               REWRITE LV-REGISTO
                   INVALID KEY
                       MOVE "S" TO MOV-INVALIDO
                       MOVE "erro ao actualizar a venda, ignorado."
                           TO MOV-MOTIVO
               END-REWRITE
           END-IF.
           IF NOT MOV-E-INVALIDO THEN
               IF (APUR-ANO-VENDA NOT = ANO-PEDIDO)
                   OR (APUR-MES-VENDA NOT = MES-PEDIDO) THEN
                   PERFORM OBTER-TAXA-COMISSAO
                   IF (VENDA-JA-COMISSIONADA) THEN
                       MOVE "R" TO APUR-EFEITO
                       COMPUTE APUR-RECUPERADO ROUNDED =
                           APUR-VALOR * APUR-TAXA / 100
                   ELSE
                       MOVE APUR-MES-VENDA TO SAIDA-MES
                       MOVE APUR-ANO-VENDA TO SAIDA-ANO
                       DISPLAY "MOVVENDA: factura " MV-FACTURA
                           " venda de " SAIDA-MES "/" SAIDA-ANO
                           " ainda nao paga, abatida ao volume."
                   END-IF
               END-IF
               PERFORM GRAVAR-DEVOLUCAO
           END-IF.

       GRAVAR-DEVOLUCAO.

           MOVE SPACES          TO LV-REGISTO.
           MOVE MV-FACTURA      TO LV-FACTURA.
           MOVE MV-TIPO         TO LV-TIPO.
           MOVE MV-ANO          TO LV-ANO.
           MOVE MV-MES          TO LV-MES.
           MOVE MV-DIA          TO LV-DIA.
           MOVE MV-ID           TO LV-ID.
           MOVE APUR-VALOR      TO LV-VALOR.
           MOVE ZEROS           TO LV-DEVOLVIDO.
           MOVE APUR-ANO-VENDA  TO LV-ANO-VENDA.
           MOVE APUR-MES-VENDA  TO LV-MES-VENDA.
           MOVE APUR-EFEITO     TO LV-EFEITO.
           MOVE APUR-TAXA       TO LV-TAXA.
           MOVE APUR-RECUPERADO TO LV-RECUPERADO.
           WRITE LV-REGISTO
               INVALID KEY
                   MOVE "S" TO MOV-INVALIDO
                   MOVE "erro ao gravar no livro de vendas, ignorado."
                       TO MOV-MOTIVO
           END-WRITE.

      *------------------------------------------------------------------------
      * Taxa de comissao com que a venda devolvida foi paga: o mes da
      * venda conta como pago quando o historico tem mais linhas
      * normais do que estornos, e a taxa e' a da ultima linha que
      * nao e' de estorno (recalculos retroactivos incluidos).
       OBTER-TAXA-COMISSAO.

           MOVE "N" TO VENDA-COMISSIONADA.
           MOVE ZEROS TO LINHAS-NORMAIS.
           MOVE ZEROS TO LINHAS-ESTORNO.
           IF (HISTORIC-DISPONIVEL) THEN
               MOVE "N" TO PROCURA-FIM
               PERFORM LER-SEQUENCIA-VENDA
                   VARYING SEQ-TENTATIVA FROM 1 BY 1
                   UNTIL PROCURA-TERMINADA OR (SEQ-TENTATIVA > 99)
               IF (LINHAS-NORMAIS > LINHAS-ESTORNO) THEN
                   MOVE "S" TO VENDA-COMISSIONADA
               END-IF
           END-IF.

       LER-SEQUENCIA-VENDA.

           MOVE MV-ID          TO HIST-ID.
           MOVE APUR-ANO-VENDA TO HIST-ANO.
           MOVE APUR-MES-VENDA TO HIST-MES.
           MOVE SEQ-TENTATIVA  TO HIST-SEQ.
           READ HISTORIC
               INVALID KEY
                   SET PROCURA-TERMINADA TO TRUE
               NOT INVALID KEY
                   IF (HIST-TIPO = "E") THEN
                       ADD 1 TO LINHAS-ESTORNO
                   ELSE
                       ADD 1 TO LINHAS-NORMAIS
                       MOVE HIST-COMISSAO TO APUR-TAXA
                   END-IF
           END-READ.

       GUARDAR-MOVIMENTO-MES.

           ADD 1 TO TAB-MM-QTD.
           SET IDX-MM TO TAB-MM-QTD.
           MOVE MV-ID           TO TAB-MM-ID(IDX-MM).
           MOVE MV-DIA          TO TAB-MM-DIA(IDX-MM).
           MOVE MV-FACTURA      TO TAB-MM-FACTURA(IDX-MM).
           MOVE MV-TIPO         TO TAB-MM-TIPO(IDX-MM).
           MOVE APUR-VALOR      TO TAB-MM-VALOR(IDX-MM).
           MOVE APUR-EFEITO     TO TAB-MM-EFEITO(IDX-MM).
           MOVE APUR-ANO-VENDA  TO TAB-MM-ANO-VENDA(IDX-MM).
           MOVE APUR-MES-VENDA  TO TAB-MM-MES-VENDA(IDX-MM).
           MOVE APUR-TAXA       TO TAB-MM-TAXA(IDX-MM).
           MOVE APUR-RECUPERADO TO TAB-MM-RECUPERADO(IDX-MM).

      *------------------------------------------------------------------------
      * Um empregado do mapa: apura os seus movimentos do mes e, se
      * estiver activo no ano do lote, grava o extracto e a linha do
      * VENDLOTE (tambem sem movimentos, com volume a zero, para o
      * vendedor receber o salario base). Um cessado com devolucoes
      * tem extracto e aviso, mas nao entra no lote.
       TRATAR-EMPREGADO.

           MOVE ZEROS TO VEND-QTD-MOVS.
           MOVE ZEROS TO VEND-VENDAS.
           MOVE ZEROS TO VEND-DEVOLUCOES.
           MOVE ZEROS TO VEND-VOLUME-CALC.
           MOVE ZEROS TO VEND-RECUPERAR.
           PERFORM SOMAR-MOVIMENTO-VENDEDOR
               VARYING IDX-MM FROM 1 BY 1
               UNTIL IDX-MM > TAB-MM-QTD.

           IF (EMP-CESSADO) THEN
               IF (VEND-QTD-MOVS > 0) THEN
                   PERFORM GRAVAR-EXTRACTO-VENDEDOR
                   IF (VEND-RECUPERAR > 0) THEN
                       PERFORM AVISAR-RECUPERACAO-CESSADO
                   END-IF
               END-IF
           ELSE
               IF (EMP-ANO-ABERTO NOT = ANO-PEDIDO) THEN
                   IF (VEND-QTD-MOVS > 0) THEN
                       DISPLAY "VENDFACT: ID " EMP-ID
                       DISPLAY "  ano do lote nao aberto no mapa,"
                           " vendedor fora do lote."
                   END-IF
               ELSE
                   IF (VEND-VOLUME-CALC < 0) THEN
                       DISPLAY "VENDFACT: ID " EMP-ID
                       DISPLAY "  devolucoes acima das vendas do mes,"
                           " volume a zero."
                       MOVE ZEROS TO VEND-VOLUME-CALC
                   END-IF
                   PERFORM GRAVAR-EXTRACTO-VENDEDOR
                   PERFORM GRAVAR-LOTE-VENDEDOR
               END-IF
           END-IF.

           PERFORM LER-PROXIMO-EMPREGADO.

       SOMAR-MOVIMENTO-VENDEDOR.

           IF (TAB-MM-ID(IDX-MM) = EMP-ID) THEN
               ADD 1 TO VEND-QTD-MOVS
               IF (TAB-MM-EFEITO(IDX-MM) = "V") THEN
                   ADD TAB-MM-VALOR(IDX-MM) TO VEND-VENDAS
                   ADD TAB-MM-VALOR(IDX-MM) TO VEND-VOLUME-CALC
               ELSE
                   ADD TAB-MM-VALOR(IDX-MM) TO VEND-DEVOLUCOES
                   IF (TAB-MM-EFEITO(IDX-MM) = "R") THEN
                       ADD TAB-MM-RECUPERADO(IDX-MM) TO VEND-RECUPERAR
                   ELSE
                       SUBTRACT TAB-MM-VALOR(IDX-MM)
                           FROM VEND-VOLUME-CALC
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Linha do VENDLOTE do vendedor: volume liquido do mes em euros
      * (arredondado) e a comissao a recuperar.
       GRAVAR-LOTE-VENDEDOR.

           MOVE SPACES    TO VL-REGISTO.
           MOVE EMP-ID    TO VL-ID.
           MOVE ANO-PEDIDO TO VL-ANO.
           MOVE MES-PEDIDO TO VL-MES-SALARIO.
           COMPUTE VL-VOLUME-VENDAS ROUNDED = VEND-VOLUME-CALC
               ON SIZE ERROR
                   MOVE 99999 TO VL-VOLUME-VENDAS
                   DISPLAY "VENDFACT: ID " EMP-ID
                       " volume excede o maximo, truncado."
           END-COMPUTE.
           MOVE VEND-RECUPERAR TO VL-RECUPERACAO.
           WRITE VL-REGISTO.
           ADD 1 TO LOTE-GRAVADOS.
           ADD VL-VOLUME-VENDAS TO EMPRESA-VOLUME.
           ADD VEND-RECUPERAR   TO EMPRESA-RECUPERAR.

       AVISAR-RECUPERACAO-CESSADO.

           ADD VEND-RECUPERAR TO EMPRESA-CESSADOS.
           MOVE VEND-RECUPERAR TO SAIDA-RECUPERADO.
           DISPLAY "VENDFACT: ID " EMP-ID " cessado, comissao de "
               SAIDA-RECUPERADO " EUR a recuperar fora da folha.".
           MOVE SPACES TO EXTR-LINHA.
           STRING "  AVISO: empregado cessado, comissao a recuperar"
                  " fora da folha."   DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

      *------------------------------------------------------------------------
      * Extracto do vendedor: uma linha por factura do mes e os totais
      * que passam para o lote.
       GRAVAR-EXTRACTO-VENDEDOR.

           MOVE SPACES TO EXTR-LINHA.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.
           MOVE SPACES TO EXTR-LINHA.
           STRING "ID: "               DELIMITED BY SIZE
                  EMP-ID               DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  EMP-NOME             DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

           IF (VEND-QTD-MOVS = 0) THEN
               MOVE SPACES TO EXTR-LINHA
               STRING "  Sem movimentos de venda no mes."
                   DELIMITED BY SIZE INTO EXTR-LINHA
               END-STRING
               WRITE EXTR-REGISTO FROM EXTR-LINHA
           ELSE
               MOVE SPACES TO EXTR-LINHA
               STRING "  Dia Factura    Movimento        Valor EUR"
                   DELIMITED BY SIZE INTO EXTR-LINHA
               END-STRING
               WRITE EXTR-REGISTO FROM EXTR-LINHA
               PERFORM GRAVAR-LINHA-EXTRACTO
                   VARYING IDX-MM FROM 1 BY 1
                   UNTIL IDX-MM > TAB-MM-QTD
           END-IF.

           MOVE VEND-VENDAS TO SAIDA-VALOR.
           MOVE SPACES TO EXTR-LINHA.
           STRING "  Vendas do mes:                  " DELIMITED BY SIZE
                  SAIDA-VALOR                          DELIMITED BY SIZE
                  " EUR"                               DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

           MOVE VEND-DEVOLUCOES TO SAIDA-VALOR.
           MOVE SPACES TO EXTR-LINHA.
           STRING "  Devolucoes e anulacoes:         " DELIMITED BY SIZE
                  SAIDA-VALOR                          DELIMITED BY SIZE
                  " EUR"                               DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

           IF NOT EMP-CESSADO THEN
               COMPUTE SAIDA-VOLUME ROUNDED = VEND-VOLUME-CALC
                   ON SIZE ERROR
                       MOVE 99999 TO SAIDA-VOLUME
               END-COMPUTE
               MOVE SPACES TO EXTR-LINHA
               STRING "  Volume de vendas no recibo:     "
                                              DELIMITED BY SIZE
                      SAIDA-VOLUME            DELIMITED BY SIZE
                      " EUR"                  DELIMITED BY SIZE
                   INTO EXTR-LINHA
               END-STRING
               WRITE EXTR-REGISTO FROM EXTR-LINHA
           END-IF.

           IF (VEND-RECUPERAR > 0) THEN
               MOVE VEND-RECUPERAR TO SAIDA-RECUPERADO
               MOVE SPACES TO EXTR-LINHA
               STRING "  Comissao a recuperar no mes:    "
                                              DELIMITED BY SIZE
                      SAIDA-RECUPERADO        DELIMITED BY SIZE
                      " EUR"                  DELIMITED BY SIZE
                   INTO EXTR-LINHA
               END-STRING
               WRITE EXTR-REGISTO FROM EXTR-LINHA
           END-IF.

       GRAVAR-LINHA-EXTRACTO.

           IF (TAB-MM-ID(IDX-MM) = EMP-ID) THEN
               MOVE TAB-MM-DIA(IDX-MM) TO SAIDA-DIA
               MOVE SPACES TO EXTR-SUFIXO
               IF (TAB-MM-TIPO(IDX-MM) = "V") THEN
                   MOVE "Venda"     TO SAIDA-MOVIMENTO
                   MOVE TAB-MM-VALOR(IDX-MM) TO SAIDA-VALOR
               ELSE
                   IF (TAB-MM-TIPO(IDX-MM) = "D") THEN
                       MOVE "Devolucao" TO SAIDA-MOVIMENTO
                   ELSE
                       MOVE "Anulacao"  TO SAIDA-MOVIMENTO
                   END-IF
                   COMPUTE SAIDA-VALOR = 0 - TAB-MM-VALOR(IDX-MM)
                   IF (TAB-MM-EFEITO(IDX-MM) = "R") THEN
                       PERFORM MONTAR-SUFIXO-RECUPERACAO
                   ELSE
                       MOVE "  abatida ao volume do mes" TO EXTR-SUFIXO
                   END-IF
               END-IF
               MOVE SPACES TO EXTR-LINHA
               STRING "  "                   DELIMITED BY SIZE
                      SAIDA-DIA              DELIMITED BY SIZE
                      "  "                   DELIMITED BY SIZE
                      TAB-MM-FACTURA(IDX-MM) DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      SAIDA-MOVIMENTO        DELIMITED BY SIZE
                      SAIDA-VALOR            DELIMITED BY SIZE
                      EXTR-SUFIXO            DELIMITED BY SIZE
                   INTO EXTR-LINHA
               END-STRING
               WRITE EXTR-REGISTO FROM EXTR-LINHA
           END-IF.

      *------------------------------------------------------------------------
      * Cauda da linha de uma devolucao de venda ja comissionada: mes
      * da venda, taxa com que foi paga e comissao recuperada.
       MONTAR-SUFIXO-RECUPERACAO.

           MOVE TAB-MM-MES-VENDA(IDX-MM)  TO SAIDA-MES.
           MOVE TAB-MM-ANO-VENDA(IDX-MM)  TO SAIDA-ANO.
           MOVE TAB-MM-TAXA(IDX-MM)       TO SAIDA-TAXA.
           MOVE TAB-MM-RECUPERADO(IDX-MM) TO SAIDA-RECUPERADO.
           STRING "  venda "          DELIMITED BY SIZE
                  SAIDA-MES           DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  SAIDA-ANO           DELIMITED BY SIZE
                  " a "               DELIMITED BY SIZE
                  SAIDA-TAXA          DELIMITED BY SIZE
                  "%, recupera "      DELIMITED BY SIZE
                  SAIDA-RECUPERADO    DELIMITED BY SIZE
                  " EUR"              DELIMITED BY SIZE
               INTO EXTR-SUFIXO
           END-STRING.

       GRAVAR-CABECALHO.

           MOVE ANO-PEDIDO TO SAIDA-ANO.
           MOVE MES-PEDIDO TO SAIDA-MES.
           MOVE SPACES TO EXTR-LINHA.
           STRING "EXTRACTO DE COMISSOES POR VENDEDOR - "
                                      DELIMITED BY SIZE
                  SAIDA-ANO           DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  SAIDA-MES           DELIMITED BY SIZE
                  " - Empresa Programadores"
                                      DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

      *------------------------------------------------------------------------
      * Rodape do extracto: vendedores no lote, volume total e
      * comissoes a recuperar (na folha e fora dela, de cessados).
       GRAVAR-TOTAIS-EMPRESA.

           MOVE SPACES TO EXTR-LINHA.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

           MOVE LOTE-GRAVADOS TO SAIDA-QTD.
           MOVE SPACES TO EXTR-LINHA.
           STRING "TOTAL Vendedores no lote:             "
                                                  DELIMITED BY SIZE
                  SAIDA-QTD                       DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

           MOVE EMPRESA-VOLUME TO SAIDA-EMPRESA.
           MOVE SPACES TO EXTR-LINHA.
           STRING "TOTAL Volume de vendas:            "
                                                  DELIMITED BY SIZE
                  SAIDA-EMPRESA                   DELIMITED BY SIZE
                  " EUR"                          DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

           MOVE EMPRESA-RECUPERAR TO SAIDA-VALOR.
           MOVE SPACES TO EXTR-LINHA.
           STRING "TOTAL Comissao a recuperar:    "
                                                  DELIMITED BY SIZE
                  SAIDA-VALOR                     DELIMITED BY SIZE
                  " EUR"                          DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

           IF (EMPRESA-CESSADOS > 0) THEN
               MOVE EMPRESA-CESSADOS TO SAIDA-VALOR
               MOVE SPACES TO EXTR-LINHA
               STRING "TOTAL A recuperar de cessados: "
                                                  DELIMITED BY SIZE
                      SAIDA-VALOR                 DELIMITED BY SIZE
                      " EUR"                      DELIMITED BY SIZE
                   INTO EXTR-LINHA
               END-STRING
               WRITE EXTR-REGISTO FROM EXTR-LINHA
           END-IF.

       MOSTRAR-TOTAIS.

           MOVE MOVS-LIDOS TO SAIDA-QTD.
           DISPLAY "VENDFACT: movimentos lidos " SAIDA-QTD
               WITH NO ADVANCING.
           MOVE MOVS-ACEITES TO SAIDA-QTD.
           DISPLAY ", aceites " SAIDA-QTD WITH NO ADVANCING.
           MOVE MOVS-REPETIDOS TO SAIDA-QTD.
           DISPLAY " (ja no livro " SAIDA-QTD ")" WITH NO ADVANCING.
           MOVE MOVS-REJEITADOS TO SAIDA-QTD.
           DISPLAY ", rejeitados " SAIDA-QTD ".".
           MOVE LOTE-GRAVADOS TO SAIDA-QTD.
           DISPLAY "VENDFACT: " SAIDA-QTD " vendedores no VENDLOTE.".

       END PROGRAM VENDFACT.
