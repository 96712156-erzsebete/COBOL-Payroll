      ******************************************************************
      * Author:Elisabete Monteiro
      * Date:Out/2026
      *-----------------------------------------------------------------
      * Modification History
      * Out/2026 - Arquivo e eliminacao dos anos antigos do historico
      *            de salarios (HISTORIC): dado um ano ja fechado pelo
      *            FECHOANO e reconciliado (ciclo mensal, CICLOMES),
      *            sem empregados com o ano ainda aberto no mapa
      *            (EMPMSTR) e sem pagamentos por confirmar pelo banco,
      *            copia as linhas do ano para o ficheiro de arquivo do
      *            ano (HISTARQAAAA, copybook HARQREG), confere o
      *            arquivo contra os totais de controlo do historico
      *            (linhas e liquido, estornos a abater) guardados no
      *            catalogo (HISTCAT, copybook HCATREG) e so' entao
      *            apaga do HISTORIC cada linha igual a' arquivada.
      *            Cada execucao, aceite ou recusada, fica registada
      *            no HISTALOG. Uma execucao interrompida retoma a
      *            eliminacao na execucao seguinte. A consulta/2a via
      *            (CONSHIST) le os meses arquivados no arquivo do ano.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT HISTARQ      ASSIGN USING ARQUIVO-NOME
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS HARQ-CHAVE
                                FILE STATUS IS FS-HISTARQ.

           SELECT HISTCAT      ASSIGN TO "HISTCAT"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS HCAT-ANO
                                FILE STATUS IS FS-HISTCAT.

           SELECT HISTALOG     ASSIGN TO "HISTALOG"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-HISTALOG.

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

       FD  EMPMSTR.
       COPY EMPREG.

       FD  HISTORIC.
       COPY HISTREG.

       FD  HISTARQ.
       COPY HARQREG.

       FD  HISTCAT.
       COPY HCATREG.

      *------------------------------------------------------------------------
      * Registo de cada execucao do arquivo. ALOG-RESULTADO:
      * "A"=ano arquivado e eliminado do HISTORIC, "V"=arquivo
      * conferido mas linhas por eliminar (diferentes do arquivo),
      * "R"=execucao recusada (motivo em ALOG-MOTIVO), "E"=erro no
      * arquivo ou na conferencia, HISTORIC intacto. Totais de
      * controlo do historico e do arquivo, e linhas eliminadas.
       FD  HISTALOG
           RECORD CONTAINS 140 CHARACTERS.
       01  ALOG-REGISTO.
           05  ALOG-DATA            PIC 9(08).
           05  ALOG-HORA            PIC 9(06).
           05  ALOG-UTILIZADOR      PIC X(10).
           05  ALOG-ANO             PIC 9(04).
           05  ALOG-FICHEIRO        PIC X(12).
           05  ALOG-RESULTADO       PIC X(01).
           05  ALOG-REG-HISTORICO   PIC 9(07).
           05  ALOG-LIQ-HISTORICO   PIC S9(09)V99.
           05  ALOG-REG-ARQUIVO     PIC 9(07).
           05  ALOG-LIQ-ARQUIVO     PIC S9(09)V99.
           05  ALOG-APAGADOS        PIC 9(07).
           05  ALOG-MOTIVO          PIC X(50).
           05  FILLER               PIC X(06).

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
        77 FS-HISTARQ             PIC XX           VALUE "00".
        77 FS-HISTCAT             PIC XX           VALUE "00".
        77 FS-HISTALOG            PIC XX           VALUE "00".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 HIST-FIM               PIC X            VALUE "N".
           88 HIST-TERMINADO                       VALUE "S".
        77 HISTORIC-ESTADO        PIC X            VALUE "N".
           88 HISTORIC-DISPONIVEL                  VALUE "S".
        77 HISTCAT-ESTADO         PIC X            VALUE "N".
           88 HISTCAT-DISPONIVEL                   VALUE "S".
        77 HISTARQ-ESTADO         PIC X            VALUE "N".
           88 HISTARQ-DISPONIVEL                   VALUE "S".
        77 CATALOGO-EXISTE        PIC X            VALUE "N".
           88 CATALOGO-ENCONTRADO                  VALUE "S".
        77 ARQUIVO-CONFERENCIA    PIC X            VALUE "N".
           88 ARQUIVO-CONFERIDO                    VALUE "S".

        77 TEMP-ANO               PIC X(04)        VALUE SPACES.
        77 ANO-ARQUIVO            PIC 9(04)        VALUE ZEROS.
        77 ARQUIVO-NOME           PIC X(12)        VALUE SPACES.
        77 UTILIZADOR-SESSAO      PIC X(10)        VALUE SPACES.
        77 CONFIRMACAO            PIC X            VALUE SPACES.
        77 RESULTADO-EXECUCAO     PIC X            VALUE SPACES.
        77 MOTIVO-EXECUCAO        PIC X(50)        VALUE SPACES.
        77 LOG-DATA               PIC 9(08)        VALUE ZEROS.
        77 LOG-TEMPO              PIC X(08)        VALUE SPACES.
        77 LOG-HORA               PIC 9(06)        VALUE ZEROS.

      *------------------------------------------------------------------------
      * Grupo corrente do historico (empregado/ano/mes) para a
      * verificacao dos pagamentos: o mes pago (linhas normais acima
      * dos estornos) tem de ter o retorno do banco na ultima linha de
      * calculo (normal ou acerto), que e' a que o BANCORET marca.
        77 GRUPO-ID               PIC X(06)        VALUE SPACES.
        77 GRUPO-ANO              PIC 9(04)        VALUE ZEROS.
        77 GRUPO-MES              PIC 9(02)        VALUE ZEROS.
        77 GRUPO-SEQ              PIC 9(02)        VALUE ZEROS.
        77 GRUPO-PAGAMENTO        PIC X            VALUE SPACE.
        77 GRUPO-LIQUIDO          PIC 9(04)V99     VALUE ZEROS.
        77 LINHAS-NORMAIS         PIC 9(03)        VALUE ZEROS.
        77 LINHAS-ESTORNO         PIC 9(03)        VALUE ZEROS.

      *------------------------------------------------------------------------
      * Totais de controlo: linhas e liquido do ano no historico (as
      * linhas de estorno abatem), no arquivo gravado, e das linhas
      * eliminadas nesta execucao.
        77 EMP-ANO-EM-ABERTO      PIC 9(05)        VALUE ZEROS.
        77 HIST-REGISTOS          PIC 9(07)        VALUE ZEROS.
        77 HIST-LIQUIDO-ANO       PIC S9(09)V99    VALUE ZEROS.
        77 HIST-SEM-RETORNO       PIC 9(05)        VALUE ZEROS.
        77 HIST-DEVOLVIDOS        PIC 9(05)        VALUE ZEROS.
        77 ARQ-GRAVADOS           PIC 9(07)        VALUE ZEROS.
        77 ARQ-ERROS              PIC 9(07)        VALUE ZEROS.
        77 ARQ-REGISTOS           PIC 9(07)        VALUE ZEROS.
        77 ARQ-LIQUIDO-ANO        PIC S9(09)V99    VALUE ZEROS.
        77 ARQ-OUTRO-ANO          PIC 9(07)        VALUE ZEROS.
        77 ELIM-APAGADOS          PIC 9(07)        VALUE ZEROS.
        77 ELIM-DIFERENTES        PIC 9(07)        VALUE ZEROS.

        77 SAIDA-QTD              PIC ZZZZZZ9.
        77 SAIDA-LIQUIDO          PIC -ZZZZZZZZ9.99.
        77 SAIDA-MES              PIC 9(02).
        77 SAIDA-SEQ              PIC 9(02).

        77 FS-CICLOMES            PIC XX           VALUE "00".
        77 FS-CICLOFOR            PIC XX           VALUE "00".
        77 FS-CICLOLOG            PIC XX           VALUE "00".
        77 CICLO-ESTADO           PIC X            VALUE "N".
           88 CICLO-DISPONIVEL                     VALUE "S".
        77 CICLO-PROGRAMA         PIC X(08)        VALUE "ARQHIST".
        77 CICLO-ANO              PIC 9(04)        VALUE ZEROS.
        77 CICLO-MES              PIC 9(02)        VALUE ZEROS.
        77 CICLO-ETAPA-ACTUAL     PIC 9(01)        VALUE ZEROS.
        77 CICLO-ETAPA-MIN        PIC 9(01)        VALUE 7.
        77 CICLO-ETAPA-MAX        PIC 9(01)        VALUE 7.
        77 CICLO-ETAPA-NOVA       PIC 9(01)        VALUE 7.
        77 CICLO-MESES-REGISTADOS PIC 9(02)        VALUE ZEROS.
        77 CICLO-MESES-PENDENTES  PIC 9(02)        VALUE ZEROS.
        77 CICLO-IDX              PIC 9(02)        VALUE ZEROS.
        77 CICLO-EXISTE           PIC X            VALUE "N".
           88 CICLO-ENCONTRADO                     VALUE "S".
        77 CICLO-VEREDICTO        PIC X            VALUE SPACE.
           88 CICLO-RECUSADO                       VALUE "R".
        77 CICLO-FORCAGEM         PIC X            VALUE "N".
           88 CICLO-FORCAGEM-USADA                 VALUE "S".
        77 CICLO-DATA             PIC 9(08)        VALUE ZEROS.
        77 CICLO-TEMPO            PIC X(08)        VALUE SPACES.
        77 CICLO-HORA             PIC 9(06)        VALUE ZEROS.

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
             PERFORM LER-ANO-ARQUIVO.
             PERFORM PEDIR-UTILIZADOR
                 UNTIL (UTILIZADOR-SESSAO NOT = SPACES).
             MOVE SPACES TO ARQUIVO-NOME.
             STRING "HISTARQ"     DELIMITED BY SIZE
                    ANO-ARQUIVO   DELIMITED BY SIZE
                 INTO ARQUIVO-NOME
             END-STRING.

      *      Ano fechado e reconciliado no ciclo mensal.
             MOVE ANO-ARQUIVO TO CICLO-ANO.
             PERFORM ABRIR-CICLO.
             IF NOT CICLO-DISPONIVEL THEN
                 MOVE "CICLOMES indisponivel" TO MOTIVO-EXECUCAO
                 PERFORM CANCELAR-EXECUCAO
             END-IF.
             PERFORM VERIFICAR-CICLO-ANO.
             IF (CICLO-RECUSADO) THEN
                 MOVE "ano por fechar ou reconciliar no ciclo mensal"
                     TO MOTIVO-EXECUCAO
                 PERFORM CANCELAR-EXECUCAO
             END-IF.

      *      Nenhum empregado com o ano ainda aberto no mapa.
             PERFORM VERIFICAR-MAPA-EMPREGADOS.
             IF (EMP-ANO-EM-ABERTO > ZEROS) THEN
                 MOVE EMP-ANO-EM-ABERTO TO SAIDA-QTD
                 DISPLAY "ARQHIST: " SAIDA-QTD " empregado(s) com o"
                     " ano " ANO-ARQUIVO " ainda aberto no EMPMSTR."
                 MOVE "ano ainda aberto no EMPMSTR" TO MOTIVO-EXECUCAO
                 PERFORM CANCELAR-EXECUCAO
             END-IF.

             OPEN I-O HISTORIC.
             IF (FS-HISTORIC NOT = "00") THEN
                 DISPLAY "HISTORIC: erro ao abrir (estado " FS-HISTORIC
                     "), arquivo cancelado."
                 MOVE "HISTORIC indisponivel" TO MOTIVO-EXECUCAO
                 PERFORM CANCELAR-EXECUCAO
             END-IF.
             MOVE "S" TO HISTORIC-ESTADO.
             PERFORM ABRIR-CATALOGO.
             IF NOT HISTCAT-DISPONIVEL THEN
                 MOVE "HISTCAT indisponivel" TO MOTIVO-EXECUCAO
                 PERFORM CANCELAR-EXECUCAO
             END-IF.
             PERFORM LER-CATALOGO.

      *      Ano ja arquivado: nada a fazer, salvo se o historico voltou
      *      a ter linhas do ano, que nao sao misturadas no arquivo.
             IF (CATALOGO-ENCONTRADO) AND (HCAT-ARQUIVADO) THEN
                 PERFORM APURAR-HISTORICO-ANO
                 IF (HIST-REGISTOS > ZEROS) THEN
                     MOVE "ano arquivado com linhas novas no HISTORIC"
                         TO MOTIVO-EXECUCAO
                 ELSE
                     MOVE "ano ja arquivado" TO MOTIVO-EXECUCAO
                 END-IF
                 PERFORM CANCELAR-EXECUCAO
             END-IF.

      *      Arquivo por gravar ou por conferir: o historico esta
      *      intacto, o arquivo do ano e' gravado de novo.
             IF (CATALOGO-ENCONTRADO) AND (HCAT-VERIFICADO) THEN
                 MOVE HCAT-REGISTOS TO HIST-REGISTOS
                 MOVE HCAT-LIQUIDO  TO HIST-LIQUIDO-ANO
                 DISPLAY "ARQHIST: " ANO-ARQUIVO " com o arquivo ja"
                     " conferido, retoma da eliminacao."
             ELSE
                 PERFORM APURAR-HISTORICO-ANO
                 PERFORM VALIDAR-HISTORICO-ANO
                 PERFORM GRAVAR-ARQUIVO
             END-IF.

      *      Arquivo conferido contra os totais do catalogo antes de
      *      se apagar qualquer linha do historico.
             PERFORM CONFERIR-ARQUIVO.
             IF NOT ARQUIVO-CONFERIDO THEN
                 MOVE "E" TO RESULTADO-EXECUCAO
                 MOVE "arquivo diferente dos totais de controlo"
                     TO MOTIVO-EXECUCAO
                 PERFORM CANCELAR-EXECUCAO
             END-IF.
             IF NOT HCAT-VERIFICADO THEN
                 MOVE "V" TO HCAT-ESTADO
                 PERFORM REGRAVAR-CATALOGO
             END-IF.

             PERFORM ELIMINAR-HISTORICO-ANO.

             MOVE ARQ-REGISTOS TO SAIDA-QTD.
             MOVE ARQ-LIQUIDO-ANO TO SAIDA-LIQUIDO.
             DISPLAY "ARQHIST: " ANO-ARQUIVO " arquivo " ARQUIVO-NOME
                 " com " SAIDA-QTD " linhas, liquido " SAIDA-LIQUIDO
                 " EUR.".
             MOVE ELIM-APAGADOS TO SAIDA-QTD.
             DISPLAY "ARQHIST: " SAIDA-QTD " linhas eliminadas do"
                 " HISTORIC." WITH NO ADVANCING.
             MOVE ELIM-DIFERENTES TO SAIDA-QTD.
             DISPLAY " Mantidas (diferentes do arquivo): " SAIDA-QTD
                 ".".
             IF (ELIM-DIFERENTES = ZEROS) THEN
                 MOVE "A" TO HCAT-ESTADO
                 MOVE "A" TO RESULTADO-EXECUCAO
                 MOVE "ano arquivado" TO MOTIVO-EXECUCAO
             ELSE
                 MOVE "V" TO RESULTADO-EXECUCAO
                 MOVE "linhas do HISTORIC diferentes do arquivo"
                     TO MOTIVO-EXECUCAO
             END-IF.
             ADD ELIM-APAGADOS TO HCAT-APAGADOS.
             PERFORM REGRAVAR-CATALOGO.
             PERFORM REGISTAR-EXECUCAO.

             CLOSE HISTARQ.
             CLOSE HISTCAT.
             CLOSE HISTORIC.
             PERFORM FECHAR-CICLO.
             STOP RUN.

       LER-ANO-ARQUIVO.

           DISPLAY "Ano a arquivar (AAAA): " WITH NO ADVANCING.
           ACCEPT TEMP-ANO.
           IF (TEMP-ANO NOT NUMERIC) THEN
               DISPLAY "Ano invalido, insira 4 digitos."
               PERFORM LER-ANO-ARQUIVO
           ELSE
               MOVE TEMP-ANO TO ANO-ARQUIVO
           END-IF.

       PEDIR-UTILIZADOR.

           DISPLAY "Utilizador: " WITH NO ADVANCING.
           ACCEPT UTILIZADOR-SESSAO.
           IF (UTILIZADOR-SESSAO = SPACES) THEN
               DISPLAY "Utilizador obrigatorio."
           END-IF.

      *------------------------------------------------------------------------
      * Termina a execucao sem eliminar nada: regista o motivo no
      * HISTALOG (recusa, salvo erro ja assinalado) e fecha o que
      * estiver aberto.
       CANCELAR-EXECUCAO.

           IF (RESULTADO-EXECUCAO = SPACES) THEN
               MOVE "R" TO RESULTADO-EXECUCAO
           END-IF.
           DISPLAY "ARQHIST: " ANO-ARQUIVO " nao arquivado: "
               MOTIVO-EXECUCAO.
           PERFORM REGISTAR-EXECUCAO.
           IF (HISTARQ-DISPONIVEL) THEN
               CLOSE HISTARQ
           END-IF.
           IF (HISTCAT-DISPONIVEL) THEN
               CLOSE HISTCAT
           END-IF.
           IF (HISTORIC-DISPONIVEL) THEN
               CLOSE HISTORIC
           END-IF.
           PERFORM FECHAR-CICLO.
           STOP RUN.

      *------------------------------------------------------------------------
      * Registo da execucao no HISTALOG com o resultado, os totais de
      * controlo e o motivo. Sem HISTALOG a execucao e' avisada na
      * consola.
       REGISTAR-EXECUCAO.

           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-TEMPO FROM TIME.
           MOVE LOG-TEMPO(1:6) TO LOG-HORA.
           OPEN EXTEND HISTALOG.
           IF (FS-HISTALOG NOT = "00") THEN
               OPEN OUTPUT HISTALOG
           END-IF.
           IF (FS-HISTALOG NOT = "00") THEN
               DISPLAY "HISTALOG: erro ao abrir, execucao nao"
                   " registada."
           ELSE
               MOVE SPACES             TO ALOG-REGISTO
               MOVE LOG-DATA           TO ALOG-DATA
               MOVE LOG-HORA           TO ALOG-HORA
               MOVE UTILIZADOR-SESSAO  TO ALOG-UTILIZADOR
               MOVE ANO-ARQUIVO        TO ALOG-ANO
               MOVE ARQUIVO-NOME       TO ALOG-FICHEIRO
               MOVE RESULTADO-EXECUCAO TO ALOG-RESULTADO
               MOVE HIST-REGISTOS      TO ALOG-REG-HISTORICO
               MOVE HIST-LIQUIDO-ANO   TO ALOG-LIQ-HISTORICO
               MOVE ARQ-REGISTOS       TO ALOG-REG-ARQUIVO
               MOVE ARQ-LIQUIDO-ANO    TO ALOG-LIQ-ARQUIVO
               MOVE ELIM-APAGADOS      TO ALOG-APAGADOS
               MOVE MOTIVO-EXECUCAO    TO ALOG-MOTIVO
               WRITE ALOG-REGISTO
               CLOSE HISTALOG
           END-IF.

      *------------------------------------------------------------------------
      * Verificacao do ano no ciclo mensal: desde o primeiro mes com
      * registo no CICLOMES ate' Dezembro, todos os meses tem de estar
      * fechados e com o carimbo da reconciliacao; depois, o registo
      * do ano (mes 00) tem de estar fechado. Fora disso so' com
      * autorizacao no CICLOFOR para o ano (mes 00).
       VERIFICAR-CICLO-ANO.

           MOVE ZEROS TO CICLO-MESES-REGISTADOS.
           MOVE ZEROS TO CICLO-MESES-PENDENTES.
           PERFORM CONFERIR-MES-CICLO
               VARYING CICLO-MES FROM 1 BY 1 UNTIL CICLO-MES > 12.
           MOVE ZEROS TO CICLO-MES.
           IF (CICLO-MESES-REGISTADOS = 0) THEN
               PERFORM CONSULTAR-CICLO
               DISPLAY "CICLOMES: " CICLO-ANO " sem meses no ciclo"
                   " mensal."
               PERFORM FORCAR-CICLO
           ELSE
               IF (CICLO-MESES-PENDENTES > 0) THEN
                   PERFORM CONSULTAR-CICLO
                   DISPLAY "CICLOMES: " CICLO-ANO " com "
                       CICLO-MESES-PENDENTES " mes(es) por fechar ou"
                       " sem reconciliacao."
                   PERFORM FORCAR-CICLO
               ELSE
                   PERFORM VERIFICAR-CICLO
               END-IF
           END-IF.

       CONFERIR-MES-CICLO.

           PERFORM CONSULTAR-CICLO.
           IF (CICLO-ETAPA-ACTUAL > 0)
               OR (CICLO-MESES-REGISTADOS > 0) THEN
               ADD 1 TO CICLO-MESES-REGISTADOS
               IF (CICLO-ETAPA-ACTUAL < CICLO-ETAPA-MIN) THEN
                   ADD 1 TO CICLO-MESES-PENDENTES
               ELSE
                   IF (CIC-CAR-DATA(5) = ZEROS) THEN
                       ADD 1 TO CICLO-MESES-PENDENTES
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Percorre o mapa de empregados e conta os que ainda tem aberto
      * o ano a arquivar, ou um ano anterior (ano nao encerrado pelo
      * FECHOANO para esse empregado).
       VERIFICAR-MAPA-EMPREGADOS.

           OPEN INPUT EMPMSTR.
           IF (FS-EMPMSTR NOT = "00") THEN
               DISPLAY "EMPMSTR: erro ao abrir (estado " FS-EMPMSTR
                   "), arquivo cancelado."
               MOVE "EMPMSTR indisponivel" TO MOTIVO-EXECUCAO
               PERFORM CANCELAR-EXECUCAO
           END-IF.
           MOVE "N" TO MSTR-FIM.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPMSTR KEY NOT < EMP-ID
               INVALID KEY
                   SET MSTR-TERMINADO TO TRUE
           END-START.
           IF NOT MSTR-TERMINADO THEN
               PERFORM LER-PROXIMO-EMPREGADO
           END-IF.
           PERFORM CONFERIR-EMPREGADO UNTIL MSTR-TERMINADO.
           CLOSE EMPMSTR.

       LER-PROXIMO-EMPREGADO.

           READ EMPMSTR NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       CONFERIR-EMPREGADO.

           IF (EMP-ANO-ABERTO NOT = ZEROS)
               AND (EMP-ANO-ABERTO <= ANO-ARQUIVO) THEN
               ADD 1 TO EMP-ANO-EM-ABERTO
               IF (EMP-ANO-EM-ABERTO <= 20) THEN
                   DISPLAY "  Empregado " EMP-ID " ano aberto "
                       EMP-ANO-ABERTO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-EMPREGADO.

      *------------------------------------------------------------------------
      * Abre o catalogo dos anos arquivados em I-O; se ainda nao
      * existir, cria-o.
       ABRIR-CATALOGO.

           OPEN I-O HISTCAT.
           IF (FS-HISTCAT = "35") THEN
               OPEN OUTPUT HISTCAT
               CLOSE HISTCAT
               OPEN I-O HISTCAT
           END-IF.
           IF (FS-HISTCAT = "00") THEN
               MOVE "S" TO HISTCAT-ESTADO
           ELSE
               DISPLAY "HISTCAT: erro ao abrir (estado " FS-HISTCAT
                   "), arquivo cancelado."
           END-IF.

       LER-CATALOGO.

           MOVE "N" TO CATALOGO-EXISTE.
           MOVE ANO-ARQUIVO TO HCAT-ANO.
           READ HISTCAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO CATALOGO-EXISTE
           END-READ.

       REGRAVAR-CATALOGO.

           ACCEPT HCAT-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-TEMPO FROM TIME.
           MOVE LOG-TEMPO(1:6) TO HCAT-HORA.
           MOVE UTILIZADOR-SESSAO TO HCAT-UTILIZADOR.
           IF (CATALOGO-ENCONTRADO) THEN
               REWRITE HCAT-REGISTO
                   INVALID KEY
                       DISPLAY "HISTCAT: erro ao gravar " HCAT-ANO "."
               END-REWRITE
           ELSE
               WRITE HCAT-REGISTO
                   INVALID KEY
                       DISPLAY "HISTCAT: erro ao gravar " HCAT-ANO "."
                   NOT INVALID KEY
                       MOVE "S" TO CATALOGO-EXISTE
               END-WRITE
           END-IF.

      *------------------------------------------------------------------------
      * Percorre o historico todo por ordem da chave e apura os totais
      * de controlo do ano: linhas e liquido (estornos a abater), e os
      * meses pagos sem retorno do banco.
       APURAR-HISTORICO-ANO.

           MOVE ZEROS TO HIST-REGISTOS.
           MOVE ZEROS TO HIST-LIQUIDO-ANO.
           MOVE ZEROS TO HIST-SEM-RETORNO.
           MOVE ZEROS TO HIST-DEVOLVIDOS.
           MOVE SPACES TO GRUPO-ID.
           MOVE ZEROS TO GRUPO-ANO.
           MOVE ZEROS TO LINHAS-NORMAIS.
           MOVE ZEROS TO LINHAS-ESTORNO.
           PERFORM INICIAR-LEITURA-HISTORICO.
           PERFORM APURAR-LINHA-HISTORICO UNTIL HIST-TERMINADO.
           PERFORM FECHAR-GRUPO.

       INICIAR-LEITURA-HISTORICO.

           MOVE "N" TO HIST-FIM.
           MOVE LOW-VALUES TO HIST-CHAVE.
           START HISTORIC KEY NOT < HIST-CHAVE
               INVALID KEY
                   SET HIST-TERMINADO TO TRUE
           END-START.
           IF NOT HIST-TERMINADO THEN
               PERFORM LER-PROXIMO-HISTORICO
           END-IF.

       LER-PROXIMO-HISTORICO.

           READ HISTORIC NEXT
               AT END
                   SET HIST-TERMINADO TO TRUE
           END-READ.

       APURAR-LINHA-HISTORICO.

           IF (HIST-ANO = ANO-ARQUIVO) THEN
               IF (HIST-ID NOT = GRUPO-ID)
                   OR (HIST-MES NOT = GRUPO-MES)
                   OR (GRUPO-ANO NOT = ANO-ARQUIVO) THEN
                   PERFORM FECHAR-GRUPO
                   MOVE HIST-ID  TO GRUPO-ID
                   MOVE HIST-ANO TO GRUPO-ANO
                   MOVE HIST-MES TO GRUPO-MES
                   MOVE ZEROS TO GRUPO-SEQ
                   MOVE SPACE TO GRUPO-PAGAMENTO
                   MOVE ZEROS TO GRUPO-LIQUIDO
                   MOVE ZEROS TO LINHAS-NORMAIS
                   MOVE ZEROS TO LINHAS-ESTORNO
               END-IF
               ADD 1 TO HIST-REGISTOS
               IF (HIST-TIPO = "E") THEN
                   SUBTRACT HIST-LIQUIDO FROM HIST-LIQUIDO-ANO
                   ADD 1 TO LINHAS-ESTORNO
               ELSE
                   ADD HIST-LIQUIDO TO HIST-LIQUIDO-ANO
                   ADD 1 TO LINHAS-NORMAIS
                   IF (HIST-TIPO NOT = "R") THEN
                       MOVE HIST-SEQ       TO GRUPO-SEQ
                       MOVE HIST-PAGAMENTO TO GRUPO-PAGAMENTO
                       MOVE HIST-LIQUIDO   TO GRUPO-LIQUIDO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

      *------------------------------------------------------------------------
      * Quebra de empregado/mes: um mes pago (linhas normais acima
      * dos estornos, com liquido) tem de ter o retorno do banco na
      * ultima linha de calculo. As linhas de recalculo retroactivo
      * ("R") nao contam: a diferenca nem sempre gera transferencia.
       FECHAR-GRUPO.

           IF (GRUPO-ANO = ANO-ARQUIVO)
               AND (LINHAS-NORMAIS > LINHAS-ESTORNO)
               AND (GRUPO-SEQ > ZEROS)
               AND (GRUPO-LIQUIDO > ZEROS) THEN
               IF (GRUPO-PAGAMENTO = SPACE) THEN
                   ADD 1 TO HIST-SEM-RETORNO
                   IF (HIST-SEM-RETORNO <= 20) THEN
                       MOVE GRUPO-MES TO SAIDA-MES
                       MOVE GRUPO-SEQ TO SAIDA-SEQ
                       DISPLAY "  Sem retorno do banco: empregado "
                           GRUPO-ID " mes " SAIDA-MES " seq " SAIDA-SEQ
                   END-IF
               END-IF
               IF (GRUPO-PAGAMENTO = "D") THEN
                   ADD 1 TO HIST-DEVOLVIDOS
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Validacao do ano antes de gravar o arquivo: tem de haver
      * linhas, todos os pagamentos com retorno do banco e a
      * confirmacao do utilizador.
       VALIDAR-HISTORICO-ANO.

           MOVE HIST-REGISTOS TO SAIDA-QTD.
           MOVE HIST-LIQUIDO-ANO TO SAIDA-LIQUIDO.
           DISPLAY "ARQHIST: " ANO-ARQUIVO " no HISTORIC: " SAIDA-QTD
               " linhas, liquido " SAIDA-LIQUIDO " EUR.".
           IF (HIST-REGISTOS = ZEROS) THEN
               MOVE "sem linhas do ano no HISTORIC" TO MOTIVO-EXECUCAO
               PERFORM CANCELAR-EXECUCAO
           END-IF.
           IF (HIST-SEM-RETORNO > ZEROS) THEN
               MOVE HIST-SEM-RETORNO TO SAIDA-QTD
               DISPLAY "ARQHIST: " SAIDA-QTD " mes(es) pago(s) sem"
                   " retorno do banco."
               MOVE "pagamentos sem retorno do banco" TO MOTIVO-EXECUCAO
               PERFORM CANCELAR-EXECUCAO
           END-IF.
           IF (HIST-DEVOLVIDOS > ZEROS) THEN
               MOVE HIST-DEVOLVIDOS TO SAIDA-QTD
               DISPLAY "ARQHIST: aviso, " SAIDA-QTD " pagamento(s)"
                   " devolvido(s) pelo banco e nao reemitido(s)."
           END-IF.
           DISPLAY "Arquivar em " ARQUIVO-NOME " e eliminar do"
               " HISTORIC (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMACAO.
           IF (CONFIRMACAO NOT = "S") AND (CONFIRMACAO NOT = "s") THEN
               MOVE "cancelado pelo utilizador" TO MOTIVO-EXECUCAO
               PERFORM CANCELAR-EXECUCAO
           END-IF.

      *------------------------------------------------------------------------
      * Grava o arquivo do ano de raiz com as linhas do ano do
      * historico, depois de guardar no catalogo os totais de
      * controlo apurados ("G", por conferir).
       GRAVAR-ARQUIVO.

           MOVE ANO-ARQUIVO      TO HCAT-ANO.
           MOVE "G"              TO HCAT-ESTADO.
           MOVE ARQUIVO-NOME     TO HCAT-FICHEIRO.
           MOVE HIST-REGISTOS    TO HCAT-REGISTOS.
           MOVE HIST-LIQUIDO-ANO TO HCAT-LIQUIDO.
           MOVE ZEROS            TO HCAT-APAGADOS.
           PERFORM REGRAVAR-CATALOGO.

           OPEN OUTPUT HISTARQ.
           IF (FS-HISTARQ NOT = "00") THEN
               DISPLAY "HISTARQ: erro ao criar " ARQUIVO-NOME
                   " (estado " FS-HISTARQ ")."
               MOVE "E" TO RESULTADO-EXECUCAO
               MOVE "erro ao criar o arquivo do ano" TO MOTIVO-EXECUCAO
               PERFORM CANCELAR-EXECUCAO
           END-IF.
           MOVE "S" TO HISTARQ-ESTADO.
           MOVE ZEROS TO ARQ-GRAVADOS.
           MOVE ZEROS TO ARQ-ERROS.
           PERFORM INICIAR-LEITURA-HISTORICO.
           PERFORM ARQUIVAR-LINHA-HISTORICO UNTIL HIST-TERMINADO.
           CLOSE HISTARQ.
           MOVE "N" TO HISTARQ-ESTADO.
           IF (ARQ-ERROS > ZEROS) THEN
               MOVE ARQ-ERROS TO SAIDA-QTD
               DISPLAY "HISTARQ: " SAIDA-QTD " linhas nao gravadas."
               MOVE "E" TO RESULTADO-EXECUCAO
               MOVE "erro ao gravar o arquivo do ano" TO MOTIVO-EXECUCAO
               PERFORM CANCELAR-EXECUCAO
           END-IF.

       ARQUIVAR-LINHA-HISTORICO.

           IF (HIST-ANO = ANO-ARQUIVO) THEN
               MOVE HIST-REGISTO TO HARQ-REGISTO
               WRITE HARQ-REGISTO
                   INVALID KEY
                       ADD 1 TO ARQ-ERROS
                   NOT INVALID KEY
                       ADD 1 TO ARQ-GRAVADOS
               END-WRITE
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

      *------------------------------------------------------------------------
      * Conferencia do arquivo do ano: le-o todo e compara as linhas
      * e o liquido (estornos a abater) com os totais de controlo do
      * catalogo. O arquivo fica aberto para a eliminacao.
       CONFERIR-ARQUIVO.

           MOVE "N" TO ARQUIVO-CONFERENCIA.
           MOVE ZEROS TO ARQ-REGISTOS.
           MOVE ZEROS TO ARQ-LIQUIDO-ANO.
           MOVE ZEROS TO ARQ-OUTRO-ANO.
           OPEN INPUT HISTARQ.
           IF (FS-HISTARQ NOT = "00") THEN
               DISPLAY "HISTARQ: erro ao abrir " ARQUIVO-NOME
                   " (estado " FS-HISTARQ ")."
           ELSE
               MOVE "S" TO HISTARQ-ESTADO
               MOVE "N" TO MSTR-FIM
               MOVE LOW-VALUES TO HARQ-CHAVE
               START HISTARQ KEY NOT < HARQ-CHAVE
                   INVALID KEY
                       SET MSTR-TERMINADO TO TRUE
               END-START
               IF NOT MSTR-TERMINADO THEN
                   PERFORM LER-PROXIMO-ARQUIVO
               END-IF
               PERFORM SOMAR-LINHA-ARQUIVO UNTIL MSTR-TERMINADO
               IF (ARQ-REGISTOS = HCAT-REGISTOS)
                   AND (ARQ-LIQUIDO-ANO = HCAT-LIQUIDO)
                   AND (ARQ-OUTRO-ANO = ZEROS) THEN
                   MOVE "S" TO ARQUIVO-CONFERENCIA
               ELSE
                   MOVE ARQ-REGISTOS TO SAIDA-QTD
                   MOVE ARQ-LIQUIDO-ANO TO SAIDA-LIQUIDO
                   DISPLAY "HISTARQ: " ARQUIVO-NOME " com " SAIDA-QTD
                       " linhas, liquido " SAIDA-LIQUIDO " EUR."
                   MOVE HCAT-REGISTOS TO SAIDA-QTD
                   MOVE HCAT-LIQUIDO TO SAIDA-LIQUIDO
                   DISPLAY "HISTCAT: esperadas " SAIDA-QTD
                       " linhas, liquido " SAIDA-LIQUIDO " EUR."
               END-IF
           END-IF.

       LER-PROXIMO-ARQUIVO.

           READ HISTARQ NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       SOMAR-LINHA-ARQUIVO.

           ADD 1 TO ARQ-REGISTOS.
           IF (HARQ-ANO NOT = ANO-ARQUIVO) THEN
               ADD 1 TO ARQ-OUTRO-ANO
           END-IF.
           IF (HARQ-TIPO = "E") THEN
               SUBTRACT HARQ-LIQUIDO FROM ARQ-LIQUIDO-ANO
           ELSE
               ADD HARQ-LIQUIDO TO ARQ-LIQUIDO-ANO
           END-IF.
           PERFORM LER-PROXIMO-ARQUIVO.

      *------------------------------------------------------------------------
      * Eliminacao do ano no historico: cada linha do ano so' e'
      * apagada quando o arquivo tem a mesma linha, igual campo a
      * campo; as diferentes (p.ex. alteradas depois do arquivo)
      * ficam no historico e sao contadas.
       ELIMINAR-HISTORICO-ANO.

           MOVE ZEROS TO ELIM-APAGADOS.
           MOVE ZEROS TO ELIM-DIFERENTES.
           PERFORM INICIAR-LEITURA-HISTORICO.
           PERFORM ELIMINAR-LINHA-HISTORICO UNTIL HIST-TERMINADO.

       ELIMINAR-LINHA-HISTORICO.

           IF (HIST-ANO = ANO-ARQUIVO) THEN
               MOVE HIST-CHAVE TO HARQ-CHAVE
               READ HISTARQ
                   INVALID KEY
                       ADD 1 TO ELIM-DIFERENTES
                   NOT INVALID KEY
                       IF (HARQ-REGISTO = HIST-REGISTO) THEN
                           DELETE HISTORIC
                               INVALID KEY
                                   ADD 1 TO ELIM-DIFERENTES
                               NOT INVALID KEY
                                   ADD 1 TO ELIM-APAGADOS
                           END-DELETE
                       ELSE
                           ADD 1 TO ELIM-DIFERENTES
                       END-IF
               END-READ
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

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

       END PROGRAM ARQHIST.
