      *            poder responder quem mudou um IBAN ou os anos de
      *            casa e quando. A consulta por empregado ou por
      *            intervalo de datas faz-se no programa AUDICONS.
      * Out/2026 - Chefe de vendas da equipa do empregado (MV-CHEFE),
      *            para a comissao de chefia do processamento de
      *            salarios: indicado na admissao e alteravel na
      *            modificacao ("*" retira o empregado da equipa), em
      *            lote e no menu interactivo, e jornalizado no
      *            EMPAUDIT como os restantes campos. O chefe tem de
      *            existir no mapa, estar activo e nao pode ser o
      *            proprio empregado.
      * Out/2026 - Limpa tambem o efeito da garantia minima guardado
      *            em cada mes do mapa (EMP-MES-GARANTIA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMANUT.
      * Movimento de manutencao: um registo por accao sobre o mapa.
      * MV-ACCAO: "A"=admitir, "M"=modificar, "B"=baixa (cessacao),
      * "R"=readmitir, "L"=listar o mapa para EMPLISTA. Na modificacao,
      * campos em branco mantem o valor actual do mapa. MV-CHEFE: ID
      * do chefe de vendas da equipa ("*" retira da equipa).
       FD  EMPMOVS
           RECORD CONTAINS 100 CHARACTERS.
       01  MV-REGISTO.
           05  MV-NIF               PIC 9(09).
           05  MV-NISS              PIC 9(11).
           05  MV-DEPARTAMENTO      PIC X(04).
           05  MV-CHEFE             PIC X(06).
           05  FILLER               PIC X(01).

       FD  EMPMSTR.
       COPY EMPREG.
        77 RESPOSTA-NIF           PIC X(09)        VALUE SPACES.
        77 RESPOSTA-NISS          PIC X(11)        VALUE SPACES.
        77 RESPOSTA-DEPARTAMENTO  PIC X(04)        VALUE SPACES.
        77 RESPOSTA-CHEFE         PIC X(06)        VALUE SPACES.
        77 CHEFE-ESTADO           PIC X            VALUE "S".
           88 CHEFE-VALIDO                         VALUE "S".

        77 FS-EMPAUDIT            PIC XX           VALUE "00".
        77 EMPAUDIT-ESTADO        PIC X            VALUE "N".
           05 ANTES-NIF           PIC 9(09)        VALUE ZEROS.
           05 ANTES-NISS          PIC 9(11)        VALUE ZEROS.
           05 ANTES-DEPARTAMENTO  PIC X(04)        VALUE SPACES.
           05 ANTES-CHEFE         PIC X(06)        VALUE SPACES.
        77 LISTA-LINHA            PIC X(80)        VALUE SPACES.
        77 SAIDA-ANOSCASA         PIC Z9.

           MOVE ZEROS  TO ANTES-NIF.
           MOVE ZEROS  TO ANTES-NISS.
           MOVE SPACES TO ANTES-DEPARTAMENTO.
           MOVE SPACES TO ANTES-CHEFE.
           MOVE MV-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   MOVE EMP-NIF          TO ANTES-NIF
                   MOVE EMP-NISS         TO ANTES-NISS
                   MOVE EMP-DEPARTAMENTO TO ANTES-DEPARTAMENTO
                   MOVE EMP-CHEFE-EQUIPA TO ANTES-CHEFE
           END-READ.

      *------------------------------------------------------------------------
                   MOVE EMP-DEPARTAMENTO   TO AUD-DEPOIS
                   WRITE AUD-REGISTO
               END-IF
               IF (ANTES-CHEFE NOT = EMP-CHEFE-EQUIPA) THEN
                   MOVE "CHEFE-EQUIPA"   TO AUD-CAMPO
                   MOVE ANTES-CHEFE      TO AUD-ANTES
                   MOVE EMP-CHEFE-EQUIPA TO AUD-DEPOIS
                   WRITE AUD-REGISTO
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Valida o chefe de equipa indicado no movimento antes de o
      * empregado ser lido: o chefe tem de existir no mapa, estar
      * activo e ser outro empregado. Branco (nada a alterar) e "*"
      * (retirar da equipa) sao sempre validos.
       VALIDAR-CHEFE-EQUIPA.

           MOVE "S" TO CHEFE-ESTADO.
           IF (MV-CHEFE NOT = SPACES) AND (MV-CHEFE NOT = "*") THEN
               IF (MV-CHEFE = MV-ID) THEN
                   DISPLAY "EMPMOVS: ID " MV-ID " nao pode ser chefe"
                       " de si proprio, ignorado."
                   MOVE "N" TO CHEFE-ESTADO
               ELSE
                   MOVE MV-CHEFE TO EMP-ID
                   READ EMPMSTR
                       INVALID KEY
                           DISPLAY "EMPMOVS: chefe " MV-CHEFE
                               " desconhecido, ID " MV-ID
                               " ignorado."
                           MOVE "N" TO CHEFE-ESTADO
                       NOT INVALID KEY
                           IF (EMP-CESSADO) THEN
                               DISPLAY "EMPMOVS: chefe " MV-CHEFE
                                   " cessado, ID " MV-ID
                                   " ignorado."
                               MOVE "N" TO CHEFE-ESTADO
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * existentes no mapa.
       ADMITIR-EMPREGADO.

           PERFORM VALIDAR-CHEFE-EQUIPA.
           PERFORM LOCALIZAR-EMPREGADO.
           IF (EMPREGADO-ENCONTRADO) THEN
               DISPLAY "EMPMOVS: ID " MV-ID " ja existe, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               IF NOT CHEFE-VALIDO THEN
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   MOVE MV-ID        TO EMP-ID
                   MOVE MV-NOME      TO EMP-NOME
                   IF (MV-ANOS-CASA NUMERIC) THEN
                       MOVE MV-ANOS-CASA TO EMP-ANOS-CASA
                   ELSE
                       MOVE ZEROS TO EMP-ANOS-CASA
                   END-IF
                   MOVE MV-IBAN      TO EMP-IBAN
                   MOVE "A"          TO EMP-ESTADO
                   IF (MV-ANO NUMERIC) THEN
                       MOVE MV-ANO TO EMP-ANO-ABERTO
                   ELSE
                       MOVE ZEROS TO EMP-ANO-ABERTO
                   END-IF
                   IF (MV-REGIME = "D") THEN
                       MOVE "D" TO EMP-REGIME
                   ELSE
                       MOVE "N" TO EMP-REGIME
                   END-IF
                   IF (MV-NIF NUMERIC) THEN
                       MOVE MV-NIF TO EMP-NIF
                   ELSE
                       MOVE ZEROS TO EMP-NIF
                   END-IF
                   IF (MV-NISS NUMERIC) THEN
                       MOVE MV-NISS TO EMP-NISS
                   ELSE
                       MOVE ZEROS TO EMP-NISS
                   END-IF
                   MOVE MV-DEPARTAMENTO TO EMP-DEPARTAMENTO
                   IF (MV-CHEFE = "*") THEN
                       MOVE SPACES TO EMP-CHEFE-EQUIPA
                   ELSE
                       MOVE MV-CHEFE TO EMP-CHEFE-EQUIPA
                   END-IF
                   MOVE ZEROS        TO EMP-YTD-IRS
                   MOVE ZEROS        TO EMP-YTD-SEGSOCIAL
                   MOVE ZEROS        TO EMP-YTD-LIQUIDO
                   MOVE ZEROS        TO EMP-YTD-SS-PATRONAL
                   PERFORM LIMPAR-MES-EMPREGADO
                       VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
                   WRITE EMP-REGISTO
                   PERFORM JORNALIZAR-ALTERACOES
                   ADD 1 TO MOVS-APLICADOS
               END-IF
           END-IF.

       LIMPAR-MES-EMPREGADO.
           MOVE ZEROS TO EMP-MES-SS-PATRONAL(IDX-MES).
           MOVE ZEROS TO EMP-MES-VOLUME(IDX-MES).
           MOVE ZEROS TO EMP-MES-MOVS(IDX-MES).
           MOVE ZEROS TO EMP-MES-CHEFIA(IDX-MES).
           MOVE ZEROS TO EMP-MES-GARANTIA(IDX-MES).

      *------------------------------------------------------------------------
      * Alteracao dos dados fixos do empregado: nome, anos de casa e
      * IBAN. Campos em branco no movimento mantem o valor actual.
      * Um chefe de equipa invalido rejeita o movimento inteiro.
       MODIFICAR-EMPREGADO.

           PERFORM VALIDAR-CHEFE-EQUIPA.
           PERFORM LOCALIZAR-EMPREGADO.
           IF NOT EMPREGADO-ENCONTRADO THEN
               DISPLAY "EMPMOVS: ID " MV-ID " desconhecido, ignorado."
               ADD 1 TO MOVS-REJEITADOS
           ELSE
               IF NOT CHEFE-VALIDO THEN
                   ADD 1 TO MOVS-REJEITADOS
               ELSE
                   IF (MV-NOME NOT = SPACES) THEN
                       MOVE MV-NOME TO EMP-NOME
                   END-IF
                   IF (MV-ANOS-CASA NUMERIC) THEN
                       MOVE MV-ANOS-CASA TO EMP-ANOS-CASA
                   END-IF
                   IF (MV-IBAN NOT = SPACES) THEN
                       MOVE MV-IBAN TO EMP-IBAN
                   END-IF
                   IF (MV-REGIME NOT = SPACES) THEN
                       IF (MV-REGIME = "D") THEN
                           MOVE "D" TO EMP-REGIME
                       ELSE
                           MOVE "N" TO EMP-REGIME
                       END-IF
                   END-IF
                   IF (MV-NIF NUMERIC) THEN
                       MOVE MV-NIF TO EMP-NIF
                   END-IF
                   IF (MV-NISS NUMERIC) THEN
                       MOVE MV-NISS TO EMP-NISS
                   END-IF
                   IF (MV-DEPARTAMENTO NOT = SPACES) THEN
                       MOVE MV-DEPARTAMENTO TO EMP-DEPARTAMENTO
                   END-IF
                   IF (MV-CHEFE = "*") THEN
                       MOVE SPACES TO EMP-CHEFE-EQUIPA
                   ELSE
                       IF (MV-CHEFE NOT = SPACES) THEN
                           MOVE MV-CHEFE TO EMP-CHEFE-EQUIPA
                       END-IF
                   END-IF
                   REWRITE EMP-REGISTO
                   PERFORM JORNALIZAR-ALTERACOES
                   ADD 1 TO MOVS-APLICADOS
               END-IF
           END-IF.

      *------------------------------------------------------------------------
               MOVE SPACES TO RESPOSTA-DEPARTAMENTO
               ACCEPT RESPOSTA-DEPARTAMENTO
               MOVE RESPOSTA-DEPARTAMENTO TO MV-DEPARTAMENTO
               DISPLAY "Chefe de equipa (ID, * retira, branco mantem): "
                   WITH NO ADVANCING
               MOVE SPACES TO RESPOSTA-CHEFE
               ACCEPT RESPOSTA-CHEFE
               MOVE RESPOSTA-CHEFE TO MV-CHEFE
           END-IF.

       APLICAR-MOVIMENTO-MENU.
