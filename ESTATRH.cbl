      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Estatisticas anuais de pessoal para o Relatorio
      *            Unico (ESTRELAT e extracto ESTEXTR): dado um ano,
      *            reconstitui pelo jornal de auditoria da manutencao
      *            do mapa (EMPAUDIT) os efectivos de cada
      *            departamento no fim de cada mes (e no fim do ano
      *            anterior), conta as admissoes, cessacoes e
      *            readmissoes do ano por departamento e calcula o
      *            efectivo medio e a taxa de rotatividade (cessacoes
      *            sobre o efectivo medio). Agrupa os efectivos do fim
      *            do periodo por anos de casa e os empregados pagos
      *            no ano por escalao da remuneracao bruta mensal
      *            media (EMPMSTR para o ano em aberto, EMPANUAL para
      *            os anos ja fechados).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATRH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPMSTR      ASSIGN TO "EMPMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS EMP-ID
                                FILE STATUS IS FS-EMPMSTR.

           SELECT EMPAUDIT     ASSIGN TO "EMPAUDIT"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-EMPAUDIT.

           SELECT EMPANUAL     ASSIGN TO "EMPANUAL"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-EMPANUAL.

           SELECT ESTRELAT     ASSIGN TO "ESTRELAT"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-ESTRELAT.

           SELECT ESTEXTR      ASSIGN TO "ESTEXTR"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-ESTEXTR.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPMSTR.
       COPY EMPREG.

       FD  EMPAUDIT
           RECORD CONTAINS 120 CHARACTERS.
       COPY AUDREG.

      *------------------------------------------------------------------------
      * Arquivo anual do mapa de empregados gravado pelo fecho do ano
      * (FECHOANO): acumulados e detalhe dos 12 meses de cada
      * empregado no ano fechado.
       FD  EMPANUAL
           RECORD CONTAINS 400 CHARACTERS.
       01  ARQ-REGISTO.
           05  ARQ-ANO              PIC 9(04).
           05  ARQ-ID               PIC X(06).
           05  ARQ-NOME             PIC A(30).
           05  ARQ-YTD-IRS          PIC 9(05)V99.
           05  ARQ-YTD-SEGSOCIAL    PIC 9(05)V99.
           05  ARQ-YTD-LIQUIDO     PIC 9(06)V99.
           05  ARQ-YTD-SS-PATRONAL  PIC 9(05)V99.
           05  ARQ-MESES OCCURS 12 TIMES INDEXED BY IDX-ARQ.
               10  ARQ-MES-PROCESSADO   PIC X(01).
               10  ARQ-MES-TOTAL        PIC 9(05)V99.
               10  ARQ-MES-SEGSOCIAL    PIC 9(03)V99.
               10  ARQ-MES-IRS          PIC 9(04)V99.
               10  ARQ-MES-LIQUIDO      PIC 9(05)V99.
           05  FILLER               PIC X(19).

       FD  ESTRELAT
           RECORD CONTAINS 132 CHARACTERS.
       01  RELAT-REGISTO            PIC X(132).

      *------------------------------------------------------------------------
      * Extracto para a folha de calculo dos recursos humanos, campos
      * separados por ";", numeros sem edicao com "." decimal:
      *   EFECTIVOS;ano;mes;departamento;efectivos
      *       (mes 00 = fim do ano anterior)
      *   MOVIMENTOS;ano;departamento;admissoes;cessacoes;
      *       readmissoes;efectivo medio;rotatividade %
      *   ANOSCASA;ano;escalao;efectivos   (escalao MEDIA = media)
      *   REMUNERACAO;ano;escalao;empregados
      * O departamento TOTAL e' o total da empresa.
       FD  ESTEXTR
           RECORD CONTAINS 100 CHARACTERS.
       01  EXTR-REGISTO             PIC X(100).

       WORKING-STORAGE SECTION.

        77 FS-EMPMSTR             PIC XX           VALUE "00".
        77 FS-EMPAUDIT            PIC XX           VALUE "00".
        77 FS-EMPANUAL            PIC XX           VALUE "00".
        77 FS-ESTRELAT            PIC XX           VALUE "00".
        77 FS-ESTEXTR             PIC XX           VALUE "00".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 AUD-FIM                PIC X            VALUE "N".
           88 AUD-TERMINADO                        VALUE "S".
        77 ANUAL-FIM              PIC X            VALUE "N".
           88 ANUAL-TERMINADO                      VALUE "S".
        77 JORNAL-ESTADO          PIC X            VALUE "N".
           88 JORNAL-DISPONIVEL                    VALUE "S".

        77 TEMP-ANO               PIC X(04)        VALUE SPACES.
        77 ANO-ESTATISTICA        PIC 9(04)        VALUE ZEROS.
        77 ANO-ANTERIOR           PIC 9(04)        VALUE ZEROS.
        77 ULTIMO-MES             PIC 9(02)        VALUE ZEROS.
        77 RELAT-LINHA            PIC X(132)       VALUE SPACES.
        77 EXTR-LINHA             PIC X(100)       VALUE SPACES.

        01 DATA-HOJE.
           05 HOJE-ANO            PIC 9(04).
           05 HOJE-MES            PIC 9(02).
           05 HOJE-DIA            PIC 9(02).

      *------------------------------------------------------------------------
      * Fotografia dos efectivos: coluna 1 = fim do ano anterior,
      * colunas 2 a 13 = fim de cada mes do ano. Uma fotografia e'
      * tirada antes da primeira linha do jornal posterior ao mes
      * (FOTO-LIMITE = AAAAMM) e as que faltarem no fim do jornal.
        77 FOTO-MES               PIC 9(02)        VALUE ZEROS.
        77 FOTO-COLUNA            PIC 9(02)        VALUE ZEROS.
        77 FOTO-LIMITE            PIC 9(06)        VALUE ZEROS.
        77 FOTO-FIM               PIC X            VALUE "N".
           88 FOTO-TERMINADA                       VALUE "S".
        77 LINHA-PERIODO          PIC 9(06)        VALUE ZEROS.
        77 LINHA-ANO              PIC 9(04)        VALUE ZEROS.

      *------------------------------------------------------------------------
      * Movimento do jornal por atribuir: uma admissao, cessacao ou
      * readmissao conta no departamento em que o empregado fica
      * depois de todas as linhas do mesmo movimento (mesma data,
      * hora, empregado e accao), porque a mudanca de departamento
      * e' gravada depois da do estado.
        01 LINHA-MOVIMENTO.
           05 LMOV-DATA           PIC 9(08)        VALUE ZEROS.
           05 LMOV-HORA           PIC 9(06)        VALUE ZEROS.
           05 LMOV-ID             PIC X(06)        VALUE SPACES.
           05 LMOV-ACCAO          PIC X(01)        VALUE SPACES.
        01 MOVIMENTO-PENDENTE.
           05 PEND-DATA           PIC 9(08)        VALUE ZEROS.
           05 PEND-HORA           PIC 9(06)        VALUE ZEROS.
           05 PEND-ID             PIC X(06)        VALUE SPACES.
           05 PEND-ACCAO          PIC X(01)        VALUE SPACES.
        77 PEND-ESTADO            PIC X            VALUE "N".
           88 PEND-EM-CURSO                        VALUE "S".
        77 PEND-POSICAO           PIC 9(04)        VALUE ZEROS.

        77 PROCURA-ID             PIC X(06)        VALUE SPACES.
        77 EMP-PROCURA            PIC X            VALUE "N".
           88 EMP-NA-TABELA                        VALUE "S".
        77 PROCURA-DEPARTAMENTO   PIC X(04)        VALUE SPACES.
        77 DEP-PROCURA            PIC X            VALUE "N".
           88 DEP-NA-TABELA                        VALUE "S".
        77 DEP-POSICAO            PIC 9(03)        VALUE ZEROS.
        77 DEP-INSERIR            PIC 9(03)        VALUE ZEROS.

        77 AUD-LIDOS              PIC 9(07)        VALUE ZEROS.
        77 AUD-FORA-MAPA          PIC 9(07)        VALUE ZEROS.
        77 ANUAL-DO-ANO           PIC 9(05)        VALUE ZEROS.
        77 ANUAL-FORA-MAPA        PIC 9(05)        VALUE ZEROS.
        77 EMP-FORA-TABELA        PIC 9(05)        VALUE ZEROS.
        77 DEP-FORA-TABELA        PIC 9(05)        VALUE ZEROS.
        77 EFECTIVOS-FORA-TABELA  PIC 9(05)        VALUE ZEROS.

      *------------------------------------------------------------------------
      * Empregados do mapa: situacao actual, situacao no inicio do
      * jornal (tirada da imagem "antes" da primeira linha de estado
      * e de departamento de cada empregado; sem linhas, a actual),
      * situacao corrente durante a leitura do jornal e bruto dos
      * meses processados no ano (TAB-EMP-ORIGEM: M=EMPMSTR,
      * A=EMPANUAL).
        01 TAB-EMPREGADOS.
           05 TAB-EMP-QTD         PIC 9(04)        VALUE ZEROS.
           05 TAB-EMP OCCURS 999 TIMES INDEXED BY IDX-EMP.
              10 TAB-EMP-ID          PIC X(06).
              10 TAB-EMP-ESTADO      PIC X(01).
              10 TAB-EMP-DEPARTAMENTO PIC X(04).
              10 TAB-EMP-ANOS-CASA   PIC 9(02).
              10 TAB-EMP-INI-ESTADO  PIC X(01).
              10 TAB-EMP-INI-EST-DEF PIC X(01).
                 88 TAB-EMP-EST-DEFINIDO           VALUE "S".
              10 TAB-EMP-INI-DEP     PIC X(04).
              10 TAB-EMP-INI-DEP-DEF PIC X(01).
                 88 TAB-EMP-DEP-DEFINIDO           VALUE "S".
              10 TAB-EMP-SIT-ESTADO  PIC X(01).
                 88 TAB-EMP-SIT-ACTIVO             VALUE "A".
              10 TAB-EMP-SIT-DEP     PIC X(04).
              10 TAB-EMP-FIM         PIC X(01).
                 88 TAB-EMP-ACTIVO-FIM             VALUE "S".
              10 TAB-EMP-ORIGEM      PIC X(01).
              10 TAB-EMP-BRUTO       PIC 9(07)V99.
              10 TAB-EMP-MESES       PIC 9(02).

      *------------------------------------------------------------------------
      * Departamentos por ordem de codigo: os do mapa e todos os que
      * aparecem no jornal. Efectivos por coluna (1 = fim do ano
      * anterior, 2 a 13 = fim de cada mes) e movimentos do ano.
        01 TAB-DEPARTAMENTOS.
           05 TAB-DEP-QTD         PIC 9(02)        VALUE ZEROS.
           05 TAB-DEP OCCURS 40 TIMES INDEXED BY IDX-DEP.
              10 TAB-DEP-CODIGO      PIC X(04).
              10 TAB-DEP-EFECTIVOS   PIC 9(05) OCCURS 13 TIMES.
              10 TAB-DEP-ADMISSOES   PIC 9(05).
              10 TAB-DEP-CESSACOES   PIC 9(05).
              10 TAB-DEP-READMISSOES PIC 9(05).

        01 TOTAL-EMPRESA.
           05 EMPRESA-EFECTIVOS   PIC 9(05) OCCURS 13 TIMES.
           05 EMPRESA-ADMISSOES   PIC 9(05).
           05 EMPRESA-CESSACOES   PIC 9(05).
           05 EMPRESA-READMISSOES PIC 9(05).

      *------------------------------------------------------------------------
      * Valores de uma linha das seccoes de efectivos e movimentos
      * (departamento ou total da empresa).
        01 LINHA-VALORES.
           05 LIN-EFECTIVOS       PIC 9(05) OCCURS 13 TIMES.
           05 LIN-ADMISSOES       PIC 9(05)        VALUE ZEROS.
           05 LIN-CESSACOES       PIC 9(05)        VALUE ZEROS.
           05 LIN-READMISSOES     PIC 9(05)        VALUE ZEROS.
           05 LIN-SOMA            PIC 9(07)        VALUE ZEROS.
           05 LIN-MEDIO           PIC 9(05)V9      VALUE ZEROS.
           05 LIN-TAXA            PIC 9(05)V9      VALUE ZEROS.
        77 COLUNA                 PIC 9(02)        VALUE ZEROS.
        77 COLUNA-POSICAO         PIC 9(03)        VALUE ZEROS.

      *------------------------------------------------------------------------
      * Escaloes de anos de casa (efectivos no fim do periodo) e de
      * remuneracao bruta mensal media no ano (empregados com meses
      * processados): codigo para o extracto e descricao.
        01 TAB-ESC-ANOS-VALORES.
           05 FILLER              PIC X(09)        VALUE "00".
           05 FILLER              PIC X(20)        VALUE
              "menos de 1 ano".
           05 FILLER              PIC X(09)        VALUE "01-04".
           05 FILLER              PIC X(20)        VALUE
              "1 a 4 anos".
           05 FILLER              PIC X(09)        VALUE "05-09".
           05 FILLER              PIC X(20)        VALUE
              "5 a 9 anos".
           05 FILLER              PIC X(09)        VALUE "10-19".
           05 FILLER              PIC X(20)        VALUE
              "10 a 19 anos".
           05 FILLER              PIC X(09)        VALUE "20+".
           05 FILLER              PIC X(20)        VALUE
              "20 ou mais anos".
        01 TAB-ESC-ANOS REDEFINES TAB-ESC-ANOS-VALORES.
           05 TAB-ESC-ANOS-LINHA OCCURS 5 TIMES.
              10 ESC-ANOS-CODIGO     PIC X(09).
              10 ESC-ANOS-NOME       PIC X(20).

        01 TAB-ESC-REM-VALORES.
           05 FILLER              PIC X(09)        VALUE "0000-0999".
           05 FILLER              PIC X(20)        VALUE
              "ate 999,99".
           05 FILLER              PIC X(09)        VALUE "1000-1499".
           05 FILLER              PIC X(20)        VALUE
              "1000,00 a 1499,99".
           05 FILLER              PIC X(09)        VALUE "1500-1999".
           05 FILLER              PIC X(20)        VALUE
              "1500,00 a 1999,99".
           05 FILLER              PIC X(09)        VALUE "2000-2999".
           05 FILLER              PIC X(20)        VALUE
              "2000,00 a 2999,99".
           05 FILLER              PIC X(09)        VALUE "3000+".
           05 FILLER              PIC X(20)        VALUE
              "3000,00 ou mais".
        01 TAB-ESC-REM REDEFINES TAB-ESC-REM-VALORES.
           05 TAB-ESC-REM-LINHA OCCURS 5 TIMES.
              10 ESC-REM-CODIGO      PIC X(09).
              10 ESC-REM-NOME        PIC X(20).

        01 CONTAGEM-ESCALOES.
           05 ESC-ANOS-QTD        PIC 9(05) OCCURS 5 TIMES.
           05 ESC-REM-QTD         PIC 9(05) OCCURS 5 TIMES.
        77 ESCALAO                PIC 9(01)        VALUE ZEROS.
        77 ANOS-QTD               PIC 9(05)        VALUE ZEROS.
        77 ANOS-SOMA              PIC 9(07)        VALUE ZEROS.
        77 ANOS-MEDIA             PIC 9(03)V9      VALUE ZEROS.
        77 REM-QTD                PIC 9(05)        VALUE ZEROS.
        77 REM-SEM-MESES          PIC 9(05)        VALUE ZEROS.
        77 REM-MEDIA              PIC 9(07)V99     VALUE ZEROS.
        77 PERCENTAGEM            PIC 9(03)V9      VALUE ZEROS.
        77 ESC-QTD                PIC 9(05)        VALUE ZEROS.
        77 ESC-TOTAL              PIC 9(05)        VALUE ZEROS.
        77 ESC-NOME               PIC X(20)        VALUE SPACES.

        77 SAIDA-DEPARTAMENTO     PIC X(12)        VALUE SPACES.
        77 SAIDA-MES              PIC 9(02).
        77 SAIDA-ANO              PIC 9(04).
        77 SAIDA-QTD              PIC ZZZZZZ9.
        77 SAIDA-COLUNA           PIC ZZZZZ9.
        77 SAIDA-EFECTIVOS        PIC ZZZZ9.
        77 SAIDA-ADMISSOES        PIC ZZZZ9.
        77 SAIDA-CESSACOES        PIC ZZZZ9.
        77 SAIDA-READMISSOES      PIC ZZZZ9.
        77 SAIDA-MEDIO            PIC ZZZZ9.9.
        77 SAIDA-TAXA             PIC ZZZZ9.9.
        77 SAIDA-TAXA-TXT         PIC X(08)        VALUE SPACES.
        77 SAIDA-ANOS             PIC ZZ9.9.
        77 SAIDA-PERCENTAGEM      PIC ZZ9.9.
        77 EXTR-QTD               PIC 9(05).
        77 EXTR-ADMISSOES         PIC 9(05).
        77 EXTR-CESSACOES         PIC 9(05).
        77 EXTR-READMISSOES       PIC 9(05).
        77 EXTR-MEDIO             PIC 9(05).9.
        77 EXTR-TAXA              PIC 9(05).9.
        77 EXTR-ANOS              PIC 9(03).9.

       PROCEDURE DIVISION.

       INICIO.
             PERFORM LER-ANO-ESTATISTICA.
             ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
             IF (ANO-ESTATISTICA > HOJE-ANO) THEN
                 DISPLAY "ESTATRH: ano " ANO-ESTATISTICA " ainda nao"
                     " comecou, estatisticas nao geradas."
                 STOP RUN
             END-IF.
             IF (ANO-ESTATISTICA = HOJE-ANO) THEN
                 MOVE HOJE-MES TO ULTIMO-MES
             ELSE
                 MOVE 12 TO ULTIMO-MES
             END-IF.
             COMPUTE ANO-ANTERIOR = ANO-ESTATISTICA - 1.

             OPEN INPUT EMPMSTR.
             IF (FS-EMPMSTR NOT = "00") THEN
                 DISPLAY "EMPMSTR: erro ao abrir (estado " FS-EMPMSTR
                     "), estatisticas nao geradas."
                 STOP RUN
             END-IF.
             PERFORM CARREGAR-EMPREGADOS.
             CLOSE EMPMSTR.

             OPEN INPUT EMPANUAL.
             IF (FS-EMPANUAL = "00") THEN
                 PERFORM CARREGAR-ANUAL
                 CLOSE EMPANUAL
             ELSE
                 DISPLAY "EMPANUAL: sem arquivo anual (estado "
                     FS-EMPANUAL "), remuneracoes so' do EMPMSTR."
             END-IF.

      *      Primeira leitura do jornal: situacao de cada empregado no
      *      inicio do jornal e departamentos que nele aparecem.
             OPEN INPUT EMPAUDIT.
             IF (FS-EMPAUDIT = "00") THEN
                 MOVE "S" TO JORNAL-ESTADO
                 PERFORM APURAR-SITUACAO-INICIAL
                 CLOSE EMPAUDIT
             ELSE
                 DISPLAY "EMPAUDIT: jornal nao encontrado (estado "
                     FS-EMPAUDIT "), efectivos pela situacao actual"
                     " do mapa."
             END-IF.
             PERFORM FIXAR-SITUACAO-INICIAL
                 VARYING IDX-EMP FROM 1 BY 1
                 UNTIL IDX-EMP > TAB-EMP-QTD.

      *      Segunda leitura: o jornal e' reproduzido por ordem e os
      *      efectivos fotografados no fim de cada mes.
             MOVE ZEROS TO TOTAL-EMPRESA.
             MOVE ZEROS TO CONTAGEM-ESCALOES.
             MOVE ZEROS TO FOTO-MES.
             PERFORM CALCULAR-LIMITE-FOTO.
             IF (JORNAL-DISPONIVEL) THEN
                 OPEN INPUT EMPAUDIT
                 IF (FS-EMPAUDIT = "00") THEN
                     PERFORM REPRODUZIR-JORNAL
                     CLOSE EMPAUDIT
                 ELSE
                     DISPLAY "EMPAUDIT: erro ao reabrir (estado "
                         FS-EMPAUDIT "), estatisticas nao geradas."
                     STOP RUN
                 END-IF
             END-IF.
             PERFORM TIRAR-FOTOGRAFIA UNTIL FOTO-TERMINADA.

             PERFORM APURAR-ESCALOES
                 VARYING IDX-EMP FROM 1 BY 1
                 UNTIL IDX-EMP > TAB-EMP-QTD.

             OPEN OUTPUT ESTRELAT.
             IF (FS-ESTRELAT NOT = "00") THEN
                 DISPLAY "ESTRELAT: erro ao abrir, relatorio nao"
                     " gerado."
                 STOP RUN
             END-IF.
             OPEN OUTPUT ESTEXTR.
             IF (FS-ESTEXTR NOT = "00") THEN
                 DISPLAY "ESTEXTR: erro ao abrir, extracto nao"
                     " gerado."
                 CLOSE ESTRELAT
                 STOP RUN
             END-IF.
             PERFORM GRAVAR-CABECALHO.
             PERFORM IMPRIMIR-EFECTIVOS.
             PERFORM IMPRIMIR-MOVIMENTOS.
             PERFORM IMPRIMIR-ANOS-CASA.
             PERFORM IMPRIMIR-REMUNERACOES.
             CLOSE ESTRELAT.
             CLOSE ESTEXTR.

             MOVE TAB-EMP-QTD TO SAIDA-QTD.
             DISPLAY "ESTATRH: " SAIDA-QTD " empregados no mapa,"
                 WITH NO ADVANCING.
             MOVE AUD-LIDOS TO SAIDA-QTD.
             DISPLAY SAIDA-QTD " linhas do jornal." WITH NO ADVANCING.
             MOVE EMPRESA-EFECTIVOS(ULTIMO-MES + 1) TO SAIDA-QTD.
             DISPLAY " Efectivos no fim do periodo: " SAIDA-QTD ".".
             IF (AUD-FORA-MAPA > ZEROS) THEN
                 MOVE AUD-FORA-MAPA TO SAIDA-QTD
                 DISPLAY "ESTATRH: " SAIDA-QTD " linhas do jornal de"
                     " empregados que ja nao estao no mapa, ignoradas."
             END-IF.
             IF (EMP-FORA-TABELA > ZEROS) THEN
                 MOVE EMP-FORA-TABELA TO SAIDA-QTD
                 DISPLAY "ESTATRH: " SAIDA-QTD " empregados fora das"
                     " estatisticas (demasiados empregados)."
             END-IF.
             IF (DEP-FORA-TABELA > ZEROS) THEN
                 MOVE DEP-FORA-TABELA TO SAIDA-QTD
                 DISPLAY "ESTATRH: " SAIDA-QTD " codigos de"
                     " departamento fora da tabela (demasiados"
                     " departamentos), so' no total da empresa."
             END-IF.
             STOP RUN.

       LER-ANO-ESTATISTICA.

           DISPLAY "Ano das estatisticas (AAAA): " WITH NO ADVANCING.
           ACCEPT TEMP-ANO.
           IF (TEMP-ANO NOT NUMERIC) THEN
               DISPLAY "Ano invalido, insira 4 digitos."
               PERFORM LER-ANO-ESTATISTICA
           ELSE
               MOVE TEMP-ANO TO ANO-ESTATISTICA
           END-IF.

      *------------------------------------------------------------------------
      * Carrega o mapa de empregados por ordem de numero. O bruto do
      * ano vem dos meses processados quando o ano pedido e' o ano
      * em aberto do empregado.
       CARREGAR-EMPREGADOS.

           MOVE "N" TO MSTR-FIM.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPMSTR KEY NOT < EMP-ID
               INVALID KEY
                   SET MSTR-TERMINADO TO TRUE
           END-START.
           IF NOT MSTR-TERMINADO THEN
               PERFORM LER-PROXIMO-EMPREGADO
           END-IF.
           PERFORM REGISTAR-EMPREGADO UNTIL MSTR-TERMINADO.

       LER-PROXIMO-EMPREGADO.

           READ EMPMSTR NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       REGISTAR-EMPREGADO.

           IF (TAB-EMP-QTD < 999) THEN
               ADD 1 TO TAB-EMP-QTD
               SET IDX-EMP TO TAB-EMP-QTD
               MOVE EMP-ID           TO TAB-EMP-ID(IDX-EMP)
               MOVE EMP-ESTADO       TO TAB-EMP-ESTADO(IDX-EMP)
               MOVE EMP-DEPARTAMENTO TO TAB-EMP-DEPARTAMENTO(IDX-EMP)
               MOVE EMP-ANOS-CASA    TO TAB-EMP-ANOS-CASA(IDX-EMP)
               MOVE SPACES TO TAB-EMP-INI-ESTADO(IDX-EMP)
               MOVE "N"    TO TAB-EMP-INI-EST-DEF(IDX-EMP)
               MOVE SPACES TO TAB-EMP-INI-DEP(IDX-EMP)
               MOVE "N"    TO TAB-EMP-INI-DEP-DEF(IDX-EMP)
               MOVE SPACES TO TAB-EMP-SIT-ESTADO(IDX-EMP)
               MOVE SPACES TO TAB-EMP-SIT-DEP(IDX-EMP)
               MOVE "N"    TO TAB-EMP-FIM(IDX-EMP)
               MOVE SPACES TO TAB-EMP-ORIGEM(IDX-EMP)
               MOVE ZEROS  TO TAB-EMP-BRUTO(IDX-EMP)
               MOVE ZEROS  TO TAB-EMP-MESES(IDX-EMP)
               IF (EMP-ANO-ABERTO = ANO-ESTATISTICA) THEN
                   MOVE "M" TO TAB-EMP-ORIGEM(IDX-EMP)
                   PERFORM SOMAR-MES-MAPA
                       VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               END-IF
               MOVE EMP-DEPARTAMENTO TO PROCURA-DEPARTAMENTO
               PERFORM REGISTAR-DEPARTAMENTO
           ELSE
               ADD 1 TO EMP-FORA-TABELA
           END-IF.
           PERFORM LER-PROXIMO-EMPREGADO.

       SOMAR-MES-MAPA.

           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
               ADD EMP-MES-TOTAL(IDX-MES) TO TAB-EMP-BRUTO(IDX-EMP)
               ADD 1 TO TAB-EMP-MESES(IDX-EMP)
           END-IF.

      *------------------------------------------------------------------------
      * Bruto dos anos ja fechados: linha do ano no arquivo anual.
      * Um ano fechado mais de uma vez fica com a ultima linha.
       CARREGAR-ANUAL.

           MOVE "N" TO ANUAL-FIM.
           PERFORM LER-PROXIMO-ANUAL.
           PERFORM REGISTAR-ANUAL UNTIL ANUAL-TERMINADO.

       LER-PROXIMO-ANUAL.

           READ EMPANUAL
               AT END
                   SET ANUAL-TERMINADO TO TRUE
           END-READ.

       REGISTAR-ANUAL.

           IF (ARQ-ANO = ANO-ESTATISTICA) THEN
               ADD 1 TO ANUAL-DO-ANO
               MOVE ARQ-ID TO PROCURA-ID
               PERFORM LOCALIZAR-EMPREGADO
               IF NOT EMP-NA-TABELA THEN
                   ADD 1 TO ANUAL-FORA-MAPA
               ELSE
                   IF (TAB-EMP-ORIGEM(IDX-EMP) NOT = "M") THEN
                       MOVE "A"   TO TAB-EMP-ORIGEM(IDX-EMP)
                       MOVE ZEROS TO TAB-EMP-BRUTO(IDX-EMP)
                       MOVE ZEROS TO TAB-EMP-MESES(IDX-EMP)
                       PERFORM SOMAR-MES-ANUAL
                           VARYING IDX-ARQ FROM 1 BY 1
                           UNTIL IDX-ARQ > 12
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-ANUAL.

       SOMAR-MES-ANUAL.

           IF (ARQ-MES-PROCESSADO(IDX-ARQ) = "S") THEN
               ADD ARQ-MES-TOTAL(IDX-ARQ) TO TAB-EMP-BRUTO(IDX-EMP)
               ADD 1 TO TAB-EMP-MESES(IDX-EMP)
           END-IF.

      *------------------------------------------------------------------------
      * Primeira leitura do jornal: a imagem "antes" da primeira linha
      * de estado e de departamento de cada empregado e' a sua
      * situacao no inicio do jornal (em branco = ainda por admitir).
       APURAR-SITUACAO-INICIAL.

           MOVE "N" TO AUD-FIM.
           PERFORM LER-PROXIMO-JORNAL.
           PERFORM REGISTAR-SITUACAO-INICIAL UNTIL AUD-TERMINADO.

       LER-PROXIMO-JORNAL.

           READ EMPAUDIT
               AT END
                   SET AUD-TERMINADO TO TRUE
           END-READ.

       REGISTAR-SITUACAO-INICIAL.

           MOVE AUD-ID TO PROCURA-ID.
           PERFORM LOCALIZAR-EMPREGADO.
           IF (EMP-NA-TABELA) THEN
               IF (AUD-CAMPO = "ESTADO") THEN
                   IF NOT TAB-EMP-EST-DEFINIDO(IDX-EMP) THEN
                       MOVE AUD-ANTES(1:1)
                           TO TAB-EMP-INI-ESTADO(IDX-EMP)
                       MOVE "S" TO TAB-EMP-INI-EST-DEF(IDX-EMP)
                   END-IF
               END-IF
               IF (AUD-CAMPO = "DEPARTAMENTO") THEN
                   IF NOT TAB-EMP-DEP-DEFINIDO(IDX-EMP) THEN
                       MOVE AUD-ANTES(1:4)
                           TO TAB-EMP-INI-DEP(IDX-EMP)
                       MOVE "S" TO TAB-EMP-INI-DEP-DEF(IDX-EMP)
                   END-IF
                   MOVE AUD-ANTES(1:4) TO PROCURA-DEPARTAMENTO
                   PERFORM REGISTAR-DEPARTAMENTO
                   MOVE AUD-DEPOIS(1:4) TO PROCURA-DEPARTAMENTO
                   PERFORM REGISTAR-DEPARTAMENTO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-JORNAL.

       FIXAR-SITUACAO-INICIAL.

           IF NOT TAB-EMP-EST-DEFINIDO(IDX-EMP) THEN
               MOVE TAB-EMP-ESTADO(IDX-EMP)
                   TO TAB-EMP-INI-ESTADO(IDX-EMP)
           END-IF.
           IF NOT TAB-EMP-DEP-DEFINIDO(IDX-EMP) THEN
               MOVE TAB-EMP-DEPARTAMENTO(IDX-EMP)
                   TO TAB-EMP-INI-DEP(IDX-EMP)
           END-IF.
           MOVE TAB-EMP-INI-ESTADO(IDX-EMP)
               TO TAB-EMP-SIT-ESTADO(IDX-EMP).
           MOVE TAB-EMP-INI-DEP(IDX-EMP) TO TAB-EMP-SIT-DEP(IDX-EMP).

      *------------------------------------------------------------------------
      * Segunda leitura: cada linha de estado ou de departamento muda
      * a situacao corrente do empregado. Antes da primeira linha de
      * um mes posterior ao da proxima fotografia, os efectivos sao
      * fotografados com a situacao corrente (jornal por ordem
      * cronologica, data da aplicacao do movimento).
       REPRODUZIR-JORNAL.

           MOVE "N" TO AUD-FIM.
           MOVE "N" TO PEND-ESTADO.
           PERFORM LER-PROXIMO-JORNAL.
           PERFORM REPRODUZIR-LINHA-JORNAL UNTIL AUD-TERMINADO.
           IF (PEND-EM-CURSO) THEN
               PERFORM ATRIBUIR-MOVIMENTO
           END-IF.

       REPRODUZIR-LINHA-JORNAL.

           ADD 1 TO AUD-LIDOS.
           MOVE AUD-DATA  TO LMOV-DATA.
           MOVE AUD-HORA  TO LMOV-HORA.
           MOVE AUD-ID    TO LMOV-ID.
           MOVE AUD-ACCAO TO LMOV-ACCAO.
           IF (PEND-EM-CURSO) AND
               (LINHA-MOVIMENTO NOT = MOVIMENTO-PENDENTE) THEN
               PERFORM ATRIBUIR-MOVIMENTO
           END-IF.
           COMPUTE LINHA-PERIODO = AUD-DATA / 100.
           COMPUTE LINHA-ANO = AUD-DATA / 10000.
           PERFORM TIRAR-FOTOGRAFIA
               UNTIL FOTO-TERMINADA OR (LINHA-PERIODO <= FOTO-LIMITE).

           MOVE AUD-ID TO PROCURA-ID.
           PERFORM LOCALIZAR-EMPREGADO.
           IF NOT EMP-NA-TABELA THEN
               ADD 1 TO AUD-FORA-MAPA
           ELSE
               IF (AUD-CAMPO = "ESTADO") THEN
                   MOVE AUD-DEPOIS(1:1)
                       TO TAB-EMP-SIT-ESTADO(IDX-EMP)
                   IF (LINHA-ANO = ANO-ESTATISTICA) AND
                       ((AUD-ACCAO = "A") OR (AUD-ACCAO = "B")
                       OR (AUD-ACCAO = "R")) THEN
                       MOVE LINHA-MOVIMENTO TO MOVIMENTO-PENDENTE
                       SET PEND-POSICAO TO IDX-EMP
                       MOVE "S" TO PEND-ESTADO
                   END-IF
               END-IF
               IF (AUD-CAMPO = "DEPARTAMENTO") THEN
                   MOVE AUD-DEPOIS(1:4) TO TAB-EMP-SIT-DEP(IDX-EMP)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-JORNAL.

      *------------------------------------------------------------------------
      * Admissao, cessacao ou readmissao do ano, contada no
      * departamento em que o empregado ficou com o movimento.
       ATRIBUIR-MOVIMENTO.

           MOVE TAB-EMP-SIT-DEP(PEND-POSICAO) TO PROCURA-DEPARTAMENTO.
           PERFORM LOCALIZAR-DEPARTAMENTO.
           IF (PEND-ACCAO = "A") THEN
               ADD 1 TO EMPRESA-ADMISSOES
               IF (DEP-NA-TABELA) THEN
                   ADD 1 TO TAB-DEP-ADMISSOES(IDX-DEP)
               END-IF
           END-IF.
           IF (PEND-ACCAO = "B") THEN
               ADD 1 TO EMPRESA-CESSACOES
               IF (DEP-NA-TABELA) THEN
                   ADD 1 TO TAB-DEP-CESSACOES(IDX-DEP)
               END-IF
           END-IF.
           IF (PEND-ACCAO = "R") THEN
               ADD 1 TO EMPRESA-READMISSOES
               IF (DEP-NA-TABELA) THEN
                   ADD 1 TO TAB-DEP-READMISSOES(IDX-DEP)
               END-IF
           END-IF.
           MOVE "N" TO PEND-ESTADO.

      *------------------------------------------------------------------------
      * Fotografia dos efectivos (empregados em estado "A") por
      * departamento na coluna do mes FOTO-MES (0 = fim do ano
      * anterior). A do ultimo mes marca os efectivos do fim do
      * periodo, agrupados depois por anos de casa.
       TIRAR-FOTOGRAFIA.

           COMPUTE FOTO-COLUNA = FOTO-MES + 1.
           PERFORM CONTAR-EFECTIVO
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > TAB-EMP-QTD.
           ADD 1 TO FOTO-MES.
           IF (FOTO-MES > ULTIMO-MES) THEN
               SET FOTO-TERMINADA TO TRUE
           ELSE
               PERFORM CALCULAR-LIMITE-FOTO
           END-IF.

       CALCULAR-LIMITE-FOTO.

           IF (FOTO-MES = ZEROS) THEN
               COMPUTE FOTO-LIMITE = ANO-ANTERIOR * 100 + 12
           ELSE
               COMPUTE FOTO-LIMITE = ANO-ESTATISTICA * 100 + FOTO-MES
           END-IF.

       CONTAR-EFECTIVO.

           IF (TAB-EMP-SIT-ACTIVO(IDX-EMP)) THEN
               ADD 1 TO EMPRESA-EFECTIVOS(FOTO-COLUNA)
               MOVE TAB-EMP-SIT-DEP(IDX-EMP) TO PROCURA-DEPARTAMENTO
               PERFORM LOCALIZAR-DEPARTAMENTO
               IF (DEP-NA-TABELA) THEN
                   ADD 1 TO TAB-DEP-EFECTIVOS(IDX-DEP, FOTO-COLUNA)
               ELSE
                   ADD 1 TO EFECTIVOS-FORA-TABELA
               END-IF
               IF (FOTO-MES = ULTIMO-MES) THEN
                   MOVE "S" TO TAB-EMP-FIM(IDX-EMP)
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Escaloes: anos de casa dos efectivos no fim do periodo e
      * remuneracao bruta mensal media (bruto dos meses processados
      * no ano a dividir pelo numero desses meses).
       APURAR-ESCALOES.

           IF (TAB-EMP-ACTIVO-FIM(IDX-EMP)) THEN
               ADD 1 TO ANOS-QTD
               ADD TAB-EMP-ANOS-CASA(IDX-EMP) TO ANOS-SOMA
               IF (TAB-EMP-ANOS-CASA(IDX-EMP) < 1) THEN
                   MOVE 1 TO ESCALAO
               ELSE
                   IF (TAB-EMP-ANOS-CASA(IDX-EMP) < 5) THEN
                       MOVE 2 TO ESCALAO
                   ELSE
                       IF (TAB-EMP-ANOS-CASA(IDX-EMP) < 10) THEN
                           MOVE 3 TO ESCALAO
                       ELSE
                           IF (TAB-EMP-ANOS-CASA(IDX-EMP) < 20) THEN
                               MOVE 4 TO ESCALAO
                           ELSE
                               MOVE 5 TO ESCALAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO ESC-ANOS-QTD(ESCALAO)
           END-IF.

           IF (TAB-EMP-MESES(IDX-EMP) = ZEROS) THEN
               IF (TAB-EMP-ACTIVO-FIM(IDX-EMP)) THEN
                   ADD 1 TO REM-SEM-MESES
               END-IF
           ELSE
               ADD 1 TO REM-QTD
               COMPUTE REM-MEDIA ROUNDED =
                   TAB-EMP-BRUTO(IDX-EMP) / TAB-EMP-MESES(IDX-EMP)
               IF (REM-MEDIA < 1000) THEN
                   MOVE 1 TO ESCALAO
               ELSE
                   IF (REM-MEDIA < 1500) THEN
                       MOVE 2 TO ESCALAO
                   ELSE
                       IF (REM-MEDIA < 2000) THEN
                           MOVE 3 TO ESCALAO
                       ELSE
                           IF (REM-MEDIA < 3000) THEN
                               MOVE 4 TO ESCALAO
                           ELSE
                               MOVE 5 TO ESCALAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO ESC-REM-QTD(ESCALAO)
           END-IF.

      *------------------------------------------------------------------------
      * Tabela de empregados: procura pelo numero em PROCURA-ID.
       LOCALIZAR-EMPREGADO.

           MOVE "N" TO EMP-PROCURA.
           PERFORM PROCURAR-EMPREGADO
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL EMP-NA-TABELA OR (IDX-EMP > TAB-EMP-QTD).
           IF (EMP-NA-TABELA) THEN
               SET IDX-EMP DOWN BY 1
           END-IF.

       PROCURAR-EMPREGADO.

           IF (IDX-EMP <= TAB-EMP-QTD) THEN
               IF (TAB-EMP-ID(IDX-EMP) = PROCURA-ID) THEN
                   MOVE "S" TO EMP-PROCURA
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Tabela de departamentos, mantida por ordem de codigo: um
      * codigo novo e' inserido na sua posicao, deslocando os
      * seguintes. So' e' chamado antes de qualquer contagem.
       REGISTAR-DEPARTAMENTO.

           PERFORM LOCALIZAR-DEPARTAMENTO.
           IF NOT DEP-NA-TABELA THEN
               IF (TAB-DEP-QTD < 40) THEN
                   COMPUTE DEP-INSERIR = TAB-DEP-QTD + 1
                   PERFORM PROCURAR-POSICAO-DEPARTAMENTO
                       VARYING DEP-POSICAO FROM 1 BY 1
                       UNTIL DEP-POSICAO > TAB-DEP-QTD
                   PERFORM DESLOCAR-DEPARTAMENTO
                       VARYING DEP-POSICAO FROM TAB-DEP-QTD BY -1
                       UNTIL DEP-POSICAO < DEP-INSERIR
                   ADD 1 TO TAB-DEP-QTD
                   SET IDX-DEP TO DEP-INSERIR
                   MOVE PROCURA-DEPARTAMENTO TO TAB-DEP-CODIGO(IDX-DEP)
                   PERFORM LIMPAR-COLUNA-DEPARTAMENTO
                       VARYING COLUNA FROM 1 BY 1 UNTIL COLUNA > 13
                   MOVE ZEROS TO TAB-DEP-ADMISSOES(IDX-DEP)
                   MOVE ZEROS TO TAB-DEP-CESSACOES(IDX-DEP)
                   MOVE ZEROS TO TAB-DEP-READMISSOES(IDX-DEP)
                   MOVE "S" TO DEP-PROCURA
               ELSE
                   ADD 1 TO DEP-FORA-TABELA
               END-IF
           END-IF.

       PROCURAR-POSICAO-DEPARTAMENTO.

           IF (DEP-INSERIR > TAB-DEP-QTD) AND
               (TAB-DEP-CODIGO(DEP-POSICAO) > PROCURA-DEPARTAMENTO) THEN
               MOVE DEP-POSICAO TO DEP-INSERIR
           END-IF.

       DESLOCAR-DEPARTAMENTO.

           MOVE TAB-DEP(DEP-POSICAO) TO TAB-DEP(DEP-POSICAO + 1).

       LIMPAR-COLUNA-DEPARTAMENTO.

           MOVE ZEROS TO TAB-DEP-EFECTIVOS(IDX-DEP, COLUNA).

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

           MOVE ULTIMO-MES TO SAIDA-MES.
           MOVE SPACES TO RELAT-LINHA.
           STRING "EFECTIVOS, MOVIMENTOS E ROTATIVIDADE DO PESSOAL"
                                           DELIMITED BY SIZE
                  " - "                    DELIMITED BY SIZE
                  ANO-ESTATISTICA          DELIMITED BY SIZE
                  " (situacao no fim de cada mes ate ao mes "
                                           DELIMITED BY SIZE
                  SAIDA-MES                DELIMITED BY SIZE
                  ")"                      DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           IF (JORNAL-DISPONIVEL) THEN
               STRING "Efectivos reconstituidos pelo jornal de"
                                           DELIMITED BY SIZE
                      " auditoria do mapa (EMPAUDIT), pela data de"
                                           DELIMITED BY SIZE
                      " aplicacao de cada movimento."
                                           DELIMITED BY SIZE
                   INTO RELAT-LINHA
               END-STRING
           ELSE
               STRING "ATENCAO: sem jornal EMPAUDIT - efectivos pela"
                                           DELIMITED BY SIZE
                      " situacao actual do mapa e sem movimentos."
                                           DELIMITED BY SIZE
                   INTO RELAT-LINHA
               END-STRING
           END-IF.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.

      *------------------------------------------------------------------------
      * Seccao 1: efectivos por departamento no fim do ano anterior
      * (Inicio) e no fim de cada mes; os meses ainda por decorrer
      * ficam em branco.
       IMPRIMIR-EFECTIVOS.

           MOVE SPACES TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE "1. EFECTIVOS NO FIM DO MES POR DEPARTAMENTO"
               TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           STRING "Departamento  Inicio   Jan   Fev   Mar   Abr   Mai"
                                           DELIMITED BY SIZE
                  "   Jun   Jul   Ago   Set   Out   Nov   Dez"
                                           DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           PERFORM IMPRIMIR-EFECTIVOS-DEPARTAMENTO
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > TAB-DEP-QTD.
           MOVE "Total"  TO SAIDA-DEPARTAMENTO.
           PERFORM COPIAR-EFECTIVOS-EMPRESA
               VARYING COLUNA FROM 1 BY 1 UNTIL COLUNA > 13.
           PERFORM IMPRIMIR-LINHA-EFECTIVOS.
           MOVE "TOTAL" TO SAIDA-DEPARTAMENTO.
           PERFORM GRAVAR-EXTRACTO-EFECTIVOS
               VARYING COLUNA FROM 1 BY 1
               UNTIL COLUNA > ULTIMO-MES + 1.

       IMPRIMIR-EFECTIVOS-DEPARTAMENTO.

           PERFORM COPIAR-EFECTIVOS-DEPARTAMENTO
               VARYING COLUNA FROM 1 BY 1 UNTIL COLUNA > 13.
           MOVE ZEROS TO LIN-SOMA.
           PERFORM SOMAR-COLUNA
               VARYING COLUNA FROM 1 BY 1
               UNTIL COLUNA > ULTIMO-MES + 1.
           IF (LIN-SOMA > ZEROS) THEN
               PERFORM NOME-DEPARTAMENTO
               PERFORM IMPRIMIR-LINHA-EFECTIVOS
               PERFORM GRAVAR-EXTRACTO-EFECTIVOS
                   VARYING COLUNA FROM 1 BY 1
                   UNTIL COLUNA > ULTIMO-MES + 1
           END-IF.

       NOME-DEPARTAMENTO.

           IF (TAB-DEP-CODIGO(IDX-DEP) = SPACES) THEN
               MOVE "(sem codigo)" TO SAIDA-DEPARTAMENTO
           ELSE
               MOVE TAB-DEP-CODIGO(IDX-DEP) TO SAIDA-DEPARTAMENTO
           END-IF.

       COPIAR-EFECTIVOS-DEPARTAMENTO.

           MOVE TAB-DEP-EFECTIVOS(IDX-DEP, COLUNA)
               TO LIN-EFECTIVOS(COLUNA).

       COPIAR-EFECTIVOS-EMPRESA.

           MOVE EMPRESA-EFECTIVOS(COLUNA) TO LIN-EFECTIVOS(COLUNA).

       SOMAR-COLUNA.

           ADD LIN-EFECTIVOS(COLUNA) TO LIN-SOMA.

       IMPRIMIR-LINHA-EFECTIVOS.

           MOVE SPACES TO RELAT-LINHA.
           MOVE SAIDA-DEPARTAMENTO TO RELAT-LINHA(1:12).
           PERFORM COLOCAR-COLUNA
               VARYING COLUNA FROM 1 BY 1
               UNTIL COLUNA > ULTIMO-MES + 1.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.

       COLOCAR-COLUNA.

           COMPUTE COLUNA-POSICAO = 15 + (COLUNA - 1) * 6.
           MOVE LIN-EFECTIVOS(COLUNA) TO SAIDA-COLUNA.
           MOVE SAIDA-COLUNA TO RELAT-LINHA(COLUNA-POSICAO:6).

       GRAVAR-EXTRACTO-EFECTIVOS.

           COMPUTE SAIDA-MES = COLUNA - 1.
           MOVE LIN-EFECTIVOS(COLUNA) TO EXTR-QTD.
           MOVE SPACES TO EXTR-LINHA.
           STRING "EFECTIVOS;"             DELIMITED BY SIZE
                  ANO-ESTATISTICA          DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  SAIDA-MES                DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  SAIDA-DEPARTAMENTO       DELIMITED BY "  "
                  ";"                      DELIMITED BY SIZE
                  EXTR-QTD                 DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

      *------------------------------------------------------------------------
      * Seccao 2: movimentos do ano, efectivo medio (media dos
      * efectivos no fim dos meses decorridos) e rotatividade
      * (cessacoes sobre o efectivo medio, em percentagem).
       IMPRIMIR-MOVIMENTOS.

           MOVE SPACES TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE "2. MOVIMENTOS E ROTATIVIDADE POR DEPARTAMENTO"
               TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           STRING "Departamento  Admissoes  Cessacoes  Readmissoes"
                                           DELIMITED BY SIZE
                  "  Efectivo medio  Rotatividade"
                                           DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           PERFORM IMPRIMIR-MOVIMENTOS-DEPARTAMENTO
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > TAB-DEP-QTD.
           PERFORM COPIAR-EFECTIVOS-EMPRESA
               VARYING COLUNA FROM 1 BY 1 UNTIL COLUNA > 13.
           MOVE EMPRESA-ADMISSOES   TO LIN-ADMISSOES.
           MOVE EMPRESA-CESSACOES   TO LIN-CESSACOES.
           MOVE EMPRESA-READMISSOES TO LIN-READMISSOES.
           MOVE "Total" TO SAIDA-DEPARTAMENTO.
           PERFORM CALCULAR-ROTATIVIDADE.
           PERFORM IMPRIMIR-LINHA-MOVIMENTOS.
           MOVE "TOTAL" TO SAIDA-DEPARTAMENTO.
           PERFORM GRAVAR-EXTRACTO-MOVIMENTOS.
           MOVE ULTIMO-MES TO SAIDA-MES.
           MOVE SPACES TO RELAT-LINHA.
           STRING "Efectivo medio = media dos efectivos no fim dos"
                                           DELIMITED BY SIZE
                  " meses 1 a "            DELIMITED BY SIZE
                  SAIDA-MES                DELIMITED BY SIZE
                  "; rotatividade = cessacoes / efectivo medio x"
                                           DELIMITED BY SIZE
                  " 100."                  DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.

       IMPRIMIR-MOVIMENTOS-DEPARTAMENTO.

           PERFORM COPIAR-EFECTIVOS-DEPARTAMENTO
               VARYING COLUNA FROM 1 BY 1 UNTIL COLUNA > 13.
           MOVE TAB-DEP-ADMISSOES(IDX-DEP)   TO LIN-ADMISSOES.
           MOVE TAB-DEP-CESSACOES(IDX-DEP)   TO LIN-CESSACOES.
           MOVE TAB-DEP-READMISSOES(IDX-DEP) TO LIN-READMISSOES.
           PERFORM CALCULAR-ROTATIVIDADE.
           IF (LIN-SOMA > ZEROS) OR (LIN-ADMISSOES > ZEROS)
               OR (LIN-CESSACOES > ZEROS) OR (LIN-READMISSOES > ZEROS)
               OR (LIN-EFECTIVOS(1) > ZEROS) THEN
               PERFORM NOME-DEPARTAMENTO
               PERFORM IMPRIMIR-LINHA-MOVIMENTOS
               PERFORM GRAVAR-EXTRACTO-MOVIMENTOS
           END-IF.

       CALCULAR-ROTATIVIDADE.

           MOVE ZEROS TO LIN-SOMA.
           PERFORM SOMAR-COLUNA
               VARYING COLUNA FROM 2 BY 1
               UNTIL COLUNA > ULTIMO-MES + 1.
           COMPUTE LIN-MEDIO ROUNDED = LIN-SOMA / ULTIMO-MES.
           IF (LIN-MEDIO > ZEROS) THEN
               COMPUTE LIN-TAXA ROUNDED =
                   LIN-CESSACOES * 100 / LIN-MEDIO
           ELSE
               MOVE ZEROS TO LIN-TAXA
           END-IF.

       IMPRIMIR-LINHA-MOVIMENTOS.

           MOVE LIN-ADMISSOES   TO SAIDA-ADMISSOES.
           MOVE LIN-CESSACOES   TO SAIDA-CESSACOES.
           MOVE LIN-READMISSOES TO SAIDA-READMISSOES.
           MOVE LIN-MEDIO       TO SAIDA-MEDIO.
           MOVE LIN-TAXA        TO SAIDA-TAXA.
           MOVE SPACES TO SAIDA-TAXA-TXT.
           IF (LIN-MEDIO > ZEROS) THEN
               STRING SAIDA-TAXA           DELIMITED BY SIZE
                      "%"                  DELIMITED BY SIZE
                   INTO SAIDA-TAXA-TXT
               END-STRING
           ELSE
               MOVE "     n/a" TO SAIDA-TAXA-TXT
           END-IF.
           MOVE SPACES TO RELAT-LINHA.
           STRING SAIDA-DEPARTAMENTO       DELIMITED BY SIZE
                  "      "                 DELIMITED BY SIZE
                  SAIDA-ADMISSOES          DELIMITED BY SIZE
                  "      "                 DELIMITED BY SIZE
                  SAIDA-CESSACOES          DELIMITED BY SIZE
                  "        "               DELIMITED BY SIZE
                  SAIDA-READMISSOES        DELIMITED BY SIZE
                  "         "              DELIMITED BY SIZE
                  SAIDA-MEDIO              DELIMITED BY SIZE
                  "      "                 DELIMITED BY SIZE
                  SAIDA-TAXA-TXT           DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.

       GRAVAR-EXTRACTO-MOVIMENTOS.

           MOVE LIN-ADMISSOES   TO EXTR-ADMISSOES.
           MOVE LIN-CESSACOES   TO EXTR-CESSACOES.
           MOVE LIN-READMISSOES TO EXTR-READMISSOES.
           MOVE LIN-MEDIO       TO EXTR-MEDIO.
           MOVE LIN-TAXA        TO EXTR-TAXA.
           MOVE SPACES TO EXTR-LINHA.
           STRING "MOVIMENTOS;"            DELIMITED BY SIZE
                  ANO-ESTATISTICA          DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  SAIDA-DEPARTAMENTO       DELIMITED BY "  "
                  ";"                      DELIMITED BY SIZE
                  EXTR-ADMISSOES           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  EXTR-CESSACOES           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  EXTR-READMISSOES         DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  EXTR-MEDIO               DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  EXTR-TAXA                DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

      *------------------------------------------------------------------------
      * Seccao 3: anos de casa dos efectivos no fim do periodo.
       IMPRIMIR-ANOS-CASA.

           IF (ANOS-QTD > ZEROS) THEN
               COMPUTE ANOS-MEDIA ROUNDED = ANOS-SOMA / ANOS-QTD
           END-IF.
           MOVE ANOS-MEDIA TO SAIDA-ANOS.
           MOVE ANOS-QTD TO SAIDA-EFECTIVOS.
           MOVE SPACES TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE "3. ANTIGUIDADE DOS EFECTIVOS NO FIM DO PERIODO"
               TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE SPACES TO RELAT-LINHA.
           STRING "Media de anos de casa: "  DELIMITED BY SIZE
                  SAIDA-ANOS               DELIMITED BY SIZE
                  " (sobre "               DELIMITED BY SIZE
                  SAIDA-EFECTIVOS          DELIMITED BY SIZE
                  " efectivos, anos de casa actuais do mapa)"
                                           DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE ANOS-QTD TO ESC-TOTAL.
           PERFORM IMPRIMIR-ESCALAO-ANOS
               VARYING ESCALAO FROM 1 BY 1 UNTIL ESCALAO > 5.
           MOVE ANOS-MEDIA TO EXTR-ANOS.
           MOVE SPACES TO EXTR-LINHA.
           STRING "ANOSCASA;"              DELIMITED BY SIZE
                  ANO-ESTATISTICA          DELIMITED BY SIZE
                  ";MEDIA;"                DELIMITED BY SIZE
                  EXTR-ANOS                DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

       IMPRIMIR-ESCALAO-ANOS.

           MOVE ESC-ANOS-QTD(ESCALAO) TO ESC-QTD.
           MOVE ESC-ANOS-NOME(ESCALAO) TO ESC-NOME.
           PERFORM IMPRIMIR-ESCALAO.
           MOVE SPACES TO EXTR-LINHA.
           STRING "ANOSCASA;"              DELIMITED BY SIZE
                  ANO-ESTATISTICA          DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  ESC-ANOS-CODIGO(ESCALAO) DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  EXTR-QTD                 DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.

      *------------------------------------------------------------------------
      * Linha de um escalao: descricao ESC-NOME, numero de
      * empregados ESC-QTD e percentagem sobre ESC-TOTAL.
       IMPRIMIR-ESCALAO.

           MOVE ZEROS TO PERCENTAGEM.
           IF (ESC-TOTAL > ZEROS) THEN
               COMPUTE PERCENTAGEM ROUNDED = ESC-QTD * 100 / ESC-TOTAL
           END-IF.
           MOVE ESC-QTD TO SAIDA-EFECTIVOS.
           MOVE ESC-QTD TO EXTR-QTD.
           MOVE PERCENTAGEM TO SAIDA-PERCENTAGEM.
           MOVE SPACES TO RELAT-LINHA.
           STRING "  "                     DELIMITED BY SIZE
                  ESC-NOME                 DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  SAIDA-EFECTIVOS          DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  SAIDA-PERCENTAGEM        DELIMITED BY SIZE
                  "%"                      DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.

      *------------------------------------------------------------------------
      * Seccao 4: empregados pagos no ano por escalao da remuneracao
      * bruta mensal media.
       IMPRIMIR-REMUNERACOES.

           MOVE SPACES TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE "4. ESCALOES DE REMUNERACAO BRUTA MENSAL MEDIA DO ANO"
               TO RELAT-LINHA.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE REM-QTD TO SAIDA-EFECTIVOS.
           MOVE SPACES TO RELAT-LINHA.
           STRING "Bruto dos meses processados no ano / numero de"
                                           DELIMITED BY SIZE
                  " meses, em EUR ("       DELIMITED BY SIZE
                  SAIDA-EFECTIVOS          DELIMITED BY SIZE
                  " empregados pagos no ano)"
                                           DELIMITED BY SIZE
               INTO RELAT-LINHA
           END-STRING.
           WRITE RELAT-REGISTO FROM RELAT-LINHA.
           MOVE REM-QTD TO ESC-TOTAL.
           PERFORM IMPRIMIR-ESCALAO-REMUNERACAO
               VARYING ESCALAO FROM 1 BY 1 UNTIL ESCALAO > 5.
           IF (REM-SEM-MESES > ZEROS) THEN
               MOVE REM-SEM-MESES TO SAIDA-EFECTIVOS
               MOVE SPACES TO RELAT-LINHA
               STRING "Efectivos no fim do periodo sem meses"
                                           DELIMITED BY SIZE
                      " processados no ano: " DELIMITED BY SIZE
                      SAIDA-EFECTIVOS      DELIMITED BY SIZE
                   INTO RELAT-LINHA
               END-STRING
               WRITE RELAT-REGISTO FROM RELAT-LINHA
           END-IF.

       IMPRIMIR-ESCALAO-REMUNERACAO.

           MOVE ESC-REM-QTD(ESCALAO) TO ESC-QTD.
           MOVE ESC-REM-NOME(ESCALAO) TO ESC-NOME.
           PERFORM IMPRIMIR-ESCALAO.
           MOVE SPACES TO EXTR-LINHA.
           STRING "REMUNERACAO;"           DELIMITED BY SIZE
                  ANO-ESTATISTICA          DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  ESC-REM-CODIGO(ESCALAO)  DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  EXTR-QTD                 DELIMITED BY SIZE
               INTO EXTR-LINHA
           END-STRING.
           WRITE EXTR-REGISTO FROM EXTR-LINHA.
