      *            a data/hora da execucao e a contagem do lote para
      *            conferencia com o CONTROLO. Em simulacao nao e'
      *            gerado.
      * Out/2026 - Acerto de contas na cessacao: quando existe o
      *            ficheiro ACERTOS (ID, data de saida, dias de ferias
      *            nao gozadas e volume de vendas do ultimo mes), cada
      *            empregado ja cessado no EMPMANUT recebe o ultimo
      *            pagamento apurado pelo programa - salario base
      *            proporcional aos dias trabalhados no mes da saida,
      *            proporcionais dos subsidios de ferias e Natal
      *            liquidos do que ja foi pago no ano (duodecimos do
      *            regime "D" ou subsidio de Junho), ferias nao
      *            gozadas e comissao do mes - com desconto do saldo
      *            do adiantamento por inteiro e da penhora no limite
      *            legal. Sai a linha de historico propria ("C"), o
      *            recibo marcado como acerto de contas, a instrucao
      *            SEPA, o mapa e os YTD actualizados, o resumo, o
      *            custo e o lancamento contabilistico. O RETROPED
      *            nao recalcula o mes pago pelo acerto de contas (mes
      *            com linha "C" no historico), com aviso.
      * Out/2026 - Recuperacao de comissao por devolucoes e
      *            anulacoes: o registo do lote passa para o copybook
      *            LOTEREG, partilhado com o programa VENDFACT que o
      *            constroi a partir do livro de vendas por factura, e
      *            ganha a comissao a recuperar no mes
      *            (VL-RECUPERACAO). O valor abate aos movimentos de
      *            vencimento do mes, fica guardado no mapa com eles
      *            para o recalculo retroactivo e sai em linha propria
      *            no recibo. Lotes antigos (cauda em branco) nao
      *            recuperam nada.
      * Out/2026 - Comissao de chefia dos chefes de vendas: com
      *            escaloes "O" no TAXAS (volume da equipa e taxa), o
      *            lote corre em duas passagens - primeiro os
      *            vendedores, depois os chefes de equipa indicados no
      *            mapa (EMP-CHEFE-EQUIPA) - e cada chefe recebe a
      *            percentagem do escalao sobre o volume do mes da sua
      *            equipa, so' quando todos os membros activos da
      *            equipa ja tem o mes processado (senao o registo do
      *            chefe e' rejeitado com o motivo EQ, para
      *            reapresentar). A passagem em curso viaja no
      *            checkpoint. A comissao de chefia entra no bruto
      *            tributavel, fica guardada no mapa do mes para o
      *            recalculo retroactivo e sai em linha propria no
      *            recibo e no resumo, e a debito de conta propria
      *            (6324) no lancamento contabilistico. Deixa de ser
      *            lancada a mao como horas extra no MOVIMENT.
      * Out/2026 - Garantia minima do bruto mensal: quando o salario
      *            base com a comissao do mes (e a de chefia) fica
      *            abaixo do minimo garantido (TAXAS tipo "G", por
      *            defeito o salario minimo nacional), o complemento e'
      *            pago em linha propria do recibo como adiantamento
      *            por conta de comissoes e somado ao saldo do
      *            empregado no mapa da garantia (GARMSTR, copybook
      *            GARREG). Nos meses seguintes o saldo e' recuperado
      *            automaticamente da comissao acima da parte
      *            protegida, sem deixar o bruto descer abaixo do
      *            minimo. O efeito do mes fica no mapa do empregado
      *            para o recalculo retroactivo e para o estorno, que
      *            repoe o saldo; o lancamento contabilistico leva o
      *            adiantamento e a recuperacao em conta propria
      *            (2322). No acerto de contas o saldo por recuperar
      *            e' reportado ao operador e no recibo, e o registo
      *            fica marcado como cessado para o relatorio dos
      *            saldos (programa GARANTIA).
      * Out/2026 - Mapa de ferias e ausencias (AUSMSTR, copybook
      *            AUSREG), mantido pelo programa AUSMANUT, que gera
      *            as linhas do MOVIMENT (registo passado para o
      *            copybook MOVREG). Novos tipos de movimento "V"
      *            (ferias), "J" (falta justificada) e "B" (baixa
      *            medica, paga pela Seguranca Social): saem no recibo
      *            sem descontar o salario base, que so' a falta
      *            injustificada ("F") desconta. O recibo passa a
      *            mostrar o saldo de ferias do ano e os dias de
      *            faltas e de baixa; no acerto de contas, sem dias de
      *            ferias no pedido, vale o saldo de ferias do mapa.
      * Out/2026 - Quarentena de pagamentos: a transferencia de
      *            salario (ou de acerto retroactivo a credito) nao
      *            vai para o SEPAOUT e fica retida no SEPARETI
      *            (copybook RETREG) quando o IBAN do empregado foi
      *            alterado no EMPAUDIT ha menos de N dias, quando o
      *            liquido sobe mais de X% face ao ultimo mes
      *            processado ou quando passa o tecto - limites no
      *            TAXAS tipo "Q". As retidas so' seguem para o banco
      *            depois de aprovadas no programa LIBERTAR. O estorno
      *            de um mes ainda retido anula a retencao em vez de
      *            emitir o debito. O controlo do lote conta as
      *            transferencias retidas e o respectivo valor.
      * Out/2026 - Estado do ciclo mensal (CICLOMES, copybook CICREG):
      *            antes de processar, cada ano/mes do ficheiro de
      *            entrada (lote, estornos, retroactivos, acertos) ou
      *            do ecra tem de estar numa etapa que permita o
      *            calculo - por abrir, aberto ou calculado para o
      *            processamento normal, calculado a declarado para
      *            estornos (e ate' declarado para retroactivos). Fora
      *            de ordem so' corre com autorizacao no CICLOFOR,
      *            registada no CICLOLOG. No fim, cada mes com linhas
      *            de historico gravadas e' carimbado como calculado,
      *            com a contagem de linhas e o liquido (os estornos
      *            abatem); as etapas seguintes ficam por refazer.
      *            A simulacao nao consulta nem carimba o ciclo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARIOS.
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-LANCAMEN.

           SELECT ACERTOS      ASSIGN TO "ACERTOS"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-ACERTOS.

           SELECT GARMSTR      ASSIGN TO "GARMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS GAR-ID
                                FILE STATUS IS FS-GARMSTR.

           SELECT AUSMSTR      ASSIGN TO "AUSMSTR"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS AUS-CHAVE
                                FILE STATUS IS FS-AUSMSTR.

           SELECT EMPAUDIT     ASSIGN TO "EMPAUDIT"
                                ORGANIZATION LINE SEQUENTIAL
                                FILE STATUS IS FS-EMPAUDIT.

           SELECT SEPARETI     ASSIGN TO "SEPARETI"
                                ORGANIZATION INDEXED
                                ACCESS MODE DYNAMIC
                                RECORD KEY IS RET-CHAVE
                                FILE STATUS IS FS-SEPARETI.

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

      *------------------------------------------------------------------------
      * Lote de vendas a processar: apenas o ID do empregado, o ano, o
      * mes, o volume de vendas e a comissao a recuperar. Os dados
      * fixos (nome, anos de casa e IBAN) vem do mapa de empregados
      * (EMPMSTR), mantido pelo EMPMANUT; o ano tem de coincidir com
      * o ano aberto no mapa. Registo partilhado com o programa
      * VENDFACT, descrito no copybook LOTEREG.
       FD  VENDLOTE
           RECORD CONTAINS 74 CHARACTERS.
       COPY LOTEREG.

      *------------------------------------------------------------------------
      * Historico de salarios: registo partilhado com o programa de
      * escalao, identificado por TX-TIPO ("S"=salario base por anos de
      * casa, "C"=comissao por volume de vendas, "I"=IRS por total,
      * "A"=limite maximo de anos de casa, "V"=limite maximo de volume
      * de vendas; em "A" e "V" usa-se apenas TX-MAX; "O"=comissao de
      * chefia por volume do mes da equipa, TX-MIN/TX-MAX e TX-TAXA,
      * com TX-MAX 99999.99 a valer para qualquer volume acima; "G"=
      * garantia minima do bruto mensal em TX-VALOR, com 0 a desligar
      * a garantia, e em TX-TAXA a percentagem da comissao protegida
      * da recuperacao do saldo; "Q"=limites da quarentena de
      * pagamentos: TX-MIN dias desde a alteracao do IBAN, TX-MAX
      * percentagem de subida do liquido e TX-VALOR tecto por
      * transferencia, cada um desligado a 0).
      * Quando o ficheiro nao existe, mantem-se a tabela de defeito.
       FD  TAXAS
           RECORD CONTAINS 60 CHARACTERS.
      * quando a cadeia de calculo comecou a escrever (CHK-EMCURSO),
      * para o recomeco reconciliar esse registo sem duplicar nem
      * perder saidas. E' regravado por inteiro depois de cada
      * vendedor e limpo (a zeros) no fim normal do lote. Leva ainda a
      * passagem do lote em curso (1=vendedores, 2=chefes de equipa),
      * a que se referem os registos ja tratados, os acumulados da
      * garantia minima (complementos adiantados e recuperados) e as
      * transferencias retidas em quarentena (quantidade e valor).
       FD  CHKPOINT
           RECORD CONTAINS 600 CHARACTERS.
       01  CHK-REGISTO.
           05  CHK-CONSUMIDOS       PIC 9(09).
           05  CHK-QTD              PIC 9(05).
           05  CHK-RUN-PENHORAS     PIC 9(07)V99.
           05  CHK-RUN-ADIANT       PIC 9(07)V99.
           05  CHK-RUN-MOVS         PIC S9(07)V99.
           05  CHK-PASSAGEM         PIC 9(01).
           05  CHK-REJ-EQ           PIC 9(05).
           05  CHK-RUN-CHEFIA       PIC 9(07)V99.
           05  CHK-RUN-GAR-ADIANT   PIC 9(07)V99.
           05  CHK-RUN-GAR-RECUP    PIC 9(07)V99.
           05  CHK-SEPA-RETIDAS     PIC 9(05).
           05  CHK-VALOR-RETIDO     PIC 9(07)V99.
           05  FILLER               PIC X(09).

      *------------------------------------------------------------------------
      * Registos de lote rejeitados: a imagem dos 74 bytes do VENDLOTE
      * FILLER do lote), pronto a corrigir e reapresentar tal e qual
      * como lote de entrada. Motivos: ED=empregado desconhecido,
      * EC=empregado cessado, AN=ano nao aberto, AC=anos de casa,
      * VV=volume de vendas, MI=mes invalido, DP=mes ja processado,
      * EQ=chefe de equipa com membros por processar no mes.
       FD  REJEITAD
           RECORD CONTAINS 74 CHARACTERS.
       01  REJ-REGISTO.
           05  FILLER               PIC X(08).

      *------------------------------------------------------------------------
      * Movimentos variaveis do mes, por empregado/ano/mes: faltas,
      * horas extra, subsidio de alimentacao, penhoras, reembolsos de
      * adiantamento e as ausencias pagas geradas pelo programa de
      * ausencias (AUSMANUT). Registo partilhado, descrito no
      * copybook MOVREG.
       FD  MOVIMENT
           RECORD CONTAINS 40 CHARACTERS.
       COPY MOVREG.

      *------------------------------------------------------------------------
      * Relatorio mensal de custo da empresa: uma linha por vendedor/
           RECORD CONTAINS 100 CHARACTERS.
       01  LANC-REGISTO             PIC X(100).

      *------------------------------------------------------------------------
      * Pedidos de acerto de contas na cessacao: um registo por
      * empregado ja cessado no mapa (ID, data de saida AAAAMMDD,
      * dias de ferias vencidas e nao gozadas e volume de vendas do
      * mes da saida). Dias de ferias em branco: vale o saldo de
      * ferias do mapa de ausencias (AUSMSTR). Quando o ficheiro
      * existe, o programa corre em modo de acerto de contas em vez
      * de processar o lote.
       FD  ACERTOS
           RECORD CONTAINS 30 CHARACTERS.
       01  AC-REGISTO.
           05  AC-ID                PIC X(06).
           05  AC-DATA-SAIDA.
               10  AC-ANO           PIC 9(04).
               10  AC-MES           PIC 9(02).
               10  AC-DIA           PIC 9(02).
           05  AC-DIAS-FERIAS       PIC 9(03).
           05  AC-VOLUME-VENDAS     PIC 9(05).
           05  FILLER               PIC X(08).

      *------------------------------------------------------------------------
      * Mapa da garantia minima: saldo por empregado dos complementos
      * pagos como adiantamento por conta de comissoes, partilhado com
      * o relatorio dos saldos (GARANTIA), descrito no copybook
      * GARREG. Criado pelo proprio calculo no primeiro complemento.
       FD  GARMSTR.
       COPY GARREG.

      *------------------------------------------------------------------------
      * Mapa de ferias e ausencias por empregado e ano, mantido pelo
      * programa AUSMANUT e descrito no copybook AUSREG. Apenas
      * consultado: o saldo de ferias e os dias de faltas e de baixa
      * do ano saem no recibo.
       FD  AUSMSTR.
       COPY AUSREG.

      *------------------------------------------------------------------------
      * Jornal de auditoria do mapa de empregados (EMPAUDIT), escrito
      * pelo EMPMANUT e descrito no copybook AUDREG. Apenas lido no
      * arranque, para saber quando mudou o IBAN de cada empregado.
       FD  EMPAUDIT
           RECORD CONTAINS 120 CHARACTERS.
       COPY AUDREG.

      *------------------------------------------------------------------------
      * Transferencias retidas para aprovacao (quarentena), descritas
      * no copybook RETREG e libertadas pelo programa LIBERTAR.
       FD  SEPARETI.
       COPY RETREG.

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

        77 FS-VENDLOTE            PIC XX           VALUE "00".
        77 SAIDA-RETRO-REJ        PIC ZZZZ9.
        77 RETRO-MES              PIC 9(02)        VALUE ZEROS.
        77 RETRO-MESES-FEITOS     PIC 9(02)        VALUE ZEROS.
        77 RETRO-ACERTO           PIC X            VALUE "N".
           88 RETRO-MES-DE-ACERTO                  VALUE "S".
        77 SAIDA-RETRO-MESES      PIC Z9.
        77 RETRO-DIF-TOTAL        PIC S9(06)V99    VALUE ZEROS.
        77 RETRO-DIF-ABS          PIC 9(06)V99     VALUE ZEROS.
        77 LANC-CONTA             PIC X(04)        VALUE SPACES.
        77 LANC-NATUREZA          PIC X(01)        VALUE SPACE.
        77 LANC-DESCRICAO         PIC X(32)        VALUE SPACES.
        77 LANC-ORIGEM            PIC X(22)        VALUE SPACES.
        77 COMISSAO-RECUPERAR     PIC 9(05)V99     VALUE ZEROS.
        77 SAIDA-RECUPERACAO      PIC ZZZZ9.99.
        77 FS-ACERTOS             PIC XX           VALUE "00".
        77 MODO-ACERTO            PIC X            VALUE "N".
           88 EM-ACERTO                            VALUE "S".
        77 ACERTOS-FIM            PIC X            VALUE "N".
           88 ACERTOS-TERMINADO                    VALUE "S".
        77 ACERTO-FEITOS          PIC 9(05)        VALUE ZEROS.
        77 ACERTO-REJEITADOS      PIC 9(05)        VALUE ZEROS.
        77 SAIDA-ACERTO-FEITOS    PIC ZZZZ9.
        77 SAIDA-ACERTO-REJ       PIC ZZZZ9.
        77 ACERTO-POSTERIOR       PIC X            VALUE "N".
           88 HA-MES-POSTERIOR-PROCESSADO          VALUE "S".
        77 ACERTO-ULTIMO-DIA      PIC 9(02)        VALUE ZEROS.
        77 ACERTO-QUOCIENTE       PIC 9(04)        VALUE ZEROS.
        77 ACERTO-RESTO-ANO       PIC 9(02)        VALUE ZEROS.
        77 SAIDA-ACERTO-DIAS      PIC ZZ9.
        77 SAIDA-ACERTO-VALOR     PIC ZZZZ9.99.
        77 PASSAGEM-LOTE          PIC 9(01)        VALUE 1.
           88 PASSAGEM-VENDEDORES                  VALUE 1.
           88 PASSAGEM-CHEFES                      VALUE 2.
        77 REGISTO-CHEFE          PIC X            VALUE "N".
           88 REGISTO-E-DE-CHEFE                   VALUE "S".
        77 EQUIPA-ESTADO          PIC X            VALUE "S".
           88 EQUIPA-COMPLETA                      VALUE "S".
        77 MEMBRO-SIMULADO        PIC X            VALUE "N".
           88 MEMBRO-JA-SIMULADO                   VALUE "S".
        77 MSTR-FIM               PIC X            VALUE "N".
           88 MSTR-TERMINADO                       VALUE "S".
        77 VOLUME-EQUIPA          PIC 9(07)        VALUE ZEROS.
        77 CHEFIA-TAXA            PIC 9(02)V999    VALUE ZEROS.
        77 CHEFIA-VALOR           PIC 9(05)V99     VALUE ZEROS.
        77 SAIDA-CHEFIA           PIC ZZZZ9.99.
        77 SAIDA-VOLUME-EQUIPA    PIC ZZZZZZ9.
        77 SAIDA-RESUMO-CHEFIA    PIC ZZZZZZ9.99.
        77 FS-GARMSTR             PIC XX           VALUE "00".
        77 GARMSTR-ESTADO         PIC X            VALUE "N".
           88 GARMSTR-DISPONIVEL                    VALUE "S".
        77 GARANTIA-REGISTO       PIC X            VALUE "N".
           88 GARANTIA-NO-MAPA                     VALUE "S".
        77 GARANTIA-MINIMO        PIC 9(05)V99     VALUE 920.00.
        77 GARANTIA-QUOTA         PIC 9(02)V999    VALUE 50.000.
        77 GARANTIA-GANHO         PIC 9(06)V99     VALUE ZEROS.
        77 GARANTIA-CALC          PIC S9(06)V99    VALUE ZEROS.
        77 GARANTIA-ADIANTADA     PIC 9(05)V99     VALUE ZEROS.
        77 GARANTIA-RECUPERADA    PIC 9(05)V99     VALUE ZEROS.
        77 GARANTIA-MES           PIC S9(05)V99    VALUE ZEROS.
        77 GARANTIA-SALDO-WS      PIC 9(06)V99     VALUE ZEROS.
        77 GARANTIA-SALDO-NOVO    PIC 9(06)V99     VALUE ZEROS.
        77 RETRO-GARANTIA         PIC S9(05)V99    VALUE ZEROS.
        77 SAIDA-GARANTIA         PIC ZZZZ9.99.
        77 SAIDA-GAR-SALDO        PIC ZZZZZ9.99.
        77 SAIDA-RESUMO-GARANTIA  PIC ZZZZZZ9.99.
        77 FS-AUSMSTR             PIC XX           VALUE "00".
        77 AUSMSTR-ESTADO         PIC X            VALUE "N".
           88 AUSMSTR-DISPONIVEL                    VALUE "S".
        77 AUSENCIAS-REGISTO      PIC X            VALUE "N".
           88 AUSENCIAS-NO-MAPA                    VALUE "S".
        77 SAIDA-AUS-DIREITO      PIC ZZ9.99.
        77 SAIDA-AUS-GOZADOS      PIC ZZ9.99.
        77 SAIDA-AUS-SALDO        PIC ZZ9.99.
        77 SAIDA-AUS-JUST         PIC ZZ9.99.
        77 SAIDA-AUS-INJUST       PIC ZZ9.99.
        77 SAIDA-AUS-BAIXA        PIC ZZ9.99.
        77 FS-EMPAUDIT            PIC XX           VALUE "00".
        77 FS-SEPARETI            PIC XX           VALUE "00".
        77 SEPARETI-ESTADO        PIC X            VALUE "N".
           88 SEPARETI-DISPONIVEL                   VALUE "S".
        77 QUAR-DIAS-IBAN         PIC 9(03)        VALUE 30.
        77 QUAR-SUBIDA            PIC 9(03)V99     VALUE 50.00.
        77 QUAR-TECTO             PIC 9(06)V99     VALUE 5000.00.
        77 QUAR-DATA-EXEC         PIC 9(08)        VALUE ZEROS.
        77 QUAR-HORA-EXEC         PIC 9(06)        VALUE ZEROS.
        77 QUAR-TEMPO             PIC X(08)        VALUE SPACES.
        77 QUAR-DIA-EXEC          PIC 9(07)        VALUE ZEROS.
        77 QUAR-DIA-IBAN          PIC 9(07)        VALUE ZEROS.
        77 QUAR-DIAS-DESDE        PIC S9(07)       VALUE ZEROS.
        77 QUAR-RETER             PIC X            VALUE "N".
           88 QUAR-A-RETER                         VALUE "S".
        77 QUAR-MOTIVO-IBAN       PIC X            VALUE "N".
        77 QUAR-MOTIVO-SUBIDA     PIC X            VALUE "N".
        77 QUAR-MOTIVO-TECTO      PIC X            VALUE "N".
        77 QUAR-ULT-MES           PIC 9(02)        VALUE ZEROS.
        77 QUAR-LIQ-ANTERIOR      PIC 9(06)V99     VALUE ZEROS.
        77 QUAR-LIQ-COMPARAR      PIC S9(06)V99    VALUE ZEROS.
        77 QUAR-LIMITE            PIC 9(07)V99     VALUE ZEROS.
        77 QUAR-SEQ               PIC 9(03)        VALUE ZEROS.
        77 QUAR-SEQ-LIVRE         PIC 9(02)        VALUE ZEROS.
        77 QUAR-ID-PROCURADO      PIC X(06)        VALUE SPACES.
        77 QUAR-ANULADA           PIC X            VALUE "N".
           88 QUAR-RETENCAO-ANULADA                VALUE "S".
        77 QUAR-PROCURA           PIC X            VALUE "N".
           88 QUAR-PROCURA-TERMINADA               VALUE "S".
        77 QUAR-DUPLICADA         PIC X            VALUE "N".
           88 QUAR-JA-RETIDA                       VALUE "S".
        77 QUAR-ENCONTRADA        PIC X            VALUE "N".
           88 QUAR-NA-TABELA                       VALUE "S".
        77 SAIDA-QUAR-VALOR       PIC ZZZZZ9.99.
        77 SAIDA-QUAR-ANTERIOR    PIC ZZZZZ9.99.
        77 FS-CICLOMES            PIC XX           VALUE "00".
        77 FS-CICLOFOR            PIC XX           VALUE "00".
        77 FS-CICLOLOG            PIC XX           VALUE "00".
        77 CICLO-ESTADO           PIC X            VALUE "N".
           88 CICLO-DISPONIVEL                     VALUE "S".
        77 CICLO-PROGRAMA         PIC X(08)        VALUE "SALARIOS".
        77 CICLO-ANO              PIC 9(04)        VALUE ZEROS.
        77 CICLO-MES              PIC 9(02)        VALUE ZEROS.
        77 CICLO-ETAPA-ACTUAL     PIC 9(01)        VALUE ZEROS.
        77 CICLO-ETAPA-MIN        PIC 9(01)        VALUE ZEROS.
        77 CICLO-ETAPA-MAX        PIC 9(01)        VALUE 2.
        77 CICLO-ETAPA-NOVA       PIC 9(01)        VALUE 2.
        77 CICLO-IDX              PIC 9(02)        VALUE ZEROS.
        77 CICLO-SEGUINTE         PIC 9(02)        VALUE ZEROS.
        77 CICLO-EXISTE           PIC X            VALUE "N".
           88 CICLO-ENCONTRADO                     VALUE "S".
        77 CICLO-AUTORIZACAO      PIC X            VALUE "S".
           88 CICLO-AUTORIZADO                     VALUE "S".
        77 CICLO-VEREDICTO        PIC X            VALUE SPACE.
        77 CICLO-FORCAGEM         PIC X            VALUE "N".
           88 CICLO-FORCAGEM-USADA                 VALUE "S".
        77 CICLO-PROCURA          PIC X            VALUE "N".
           88 CICLO-NA-TABELA                      VALUE "S".
        77 CICLO-DATA             PIC 9(08)        VALUE ZEROS.
        77 CICLO-TEMPO            PIC X(08)        VALUE SPACES.
        77 CICLO-HORA             PIC 9(06)        VALUE ZEROS.

      *------------------------------------------------------------------------
      * Anos/meses tratados na execucao, com a etapa encontrada no
      * CICLOMES, o veredicto da verificacao ("A"=autorizado, "F"=
      * forcado com autorizacao no CICLOFOR, "R"=recusado) e as linhas
      * de historico gravadas e o liquido (estornos abatem), para o
      * carimbo do fim.
        01 TAB-CICLO.
           05 TAB-CIC-QTD         PIC 9(02)        VALUE ZEROS.
           05 TAB-CIC OCCURS 36 TIMES INDEXED BY IDX-CIC.
              10 TAB-CIC-ANO      PIC 9(04).
              10 TAB-CIC-MES      PIC 9(02).
              10 TAB-CIC-ETAPA    PIC 9(01).
              10 TAB-CIC-VEREDICTO PIC X(01).
                 88 TAB-CIC-RECUSADO               VALUE "R".
                 88 TAB-CIC-FORCADO                VALUE "F".
              10 TAB-CIC-REGISTOS PIC 9(07).
              10 TAB-CIC-TOTAL    PIC S9(09)V99.

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
      * Escaloes da comissao de chefia, por volume do mes da equipa,
      * carregados do ficheiro TAXAS (tipo "O"). Sem escaloes no
      * ficheiro nao ha comissao de chefia e o lote corre numa so'
      * passagem.
        01 TAB-CHEFIA.
           05 TAB-OV-QTD          PIC 9(02)        VALUE ZEROS.
           05 TAB-OV OCCURS 1 TO 5 TIMES
                 DEPENDING ON TAB-OV-QTD INDEXED BY IDX-OV.
              10 TAB-OV-MIN       PIC 9(05)V99.
              10 TAB-OV-MAX       PIC 9(05)V99.
              10 TAB-OV-TAXA      PIC 9(02)V999.

      *------------------------------------------------------------------------
      * Membros das equipas de vendas (empregado e respectivo chefe),
      * lidos do mapa de empregados no arranque do lote, para separar
      * os registos dos chefes (segunda passagem) e apurar o volume
      * da equipa de cada chefe.
        01 TAB-EQUIPAS.
           05 TAB-EQ-QTD          PIC 9(03)        VALUE ZEROS.
           05 TAB-EQ OCCURS 500 TIMES INDEXED BY IDX-EQ.
              10 TAB-EQ-MEMBRO    PIC X(06).
              10 TAB-EQ-CHEFE     PIC X(06).

      *------------------------------------------------------------------------
      * Em simulacao o mapa nao e' actualizado: os meses calculados na
      * primeira passagem ficam nesta tabela para o volume da equipa
      * dos chefes ser apurado tal como no processamento real.
        01 TAB-SIMULADOS.
           05 TAB-SIM-QTD         PIC 9(03)        VALUE ZEROS.
           05 TAB-SIM OCCURS 500 TIMES INDEXED BY IDX-SIM.
              10 TAB-SIM-ID       PIC X(06).
              10 TAB-SIM-MES      PIC 9(02).
              10 TAB-SIM-VOLUME   PIC 9(05).

      *------------------------------------------------------------------------
      * Parcelas do acerto de contas na cessacao: dias trabalhados no
      * mes da saida e no ano, base proporcional, proporcionais dos
      * subsidios, subsidios ja pagos no ano, ferias nao gozadas e o
      * saldo de adiantamento que o liquido nao chega para cobrir.
        01 ACERTO-VALORES.
           05 ACERTO-DIAS-MES     PIC 9(02)        VALUE ZEROS.
           05 ACERTO-MES-INICIO   PIC 9(02)        VALUE ZEROS.
           05 ACERTO-DIAS-ANO     PIC 9(03)        VALUE ZEROS.
           05 ACERTO-DIAS-FERIAS  PIC 9(03)        VALUE ZEROS.
           05 ACERTO-BASE-PROP    PIC 9(04)V99     VALUE ZEROS.
           05 ACERTO-SUB-FERIAS   PIC 9(04)V99     VALUE ZEROS.
           05 ACERTO-SUB-NATAL    PIC 9(04)V99     VALUE ZEROS.
           05 ACERTO-SUB-PAGOS    PIC 9(05)V99     VALUE ZEROS.
           05 ACERTO-SUB-DEVIDOS  PIC 9(05)V99     VALUE ZEROS.
           05 ACERTO-DUODECIMO    PIC 9(04)V99     VALUE ZEROS.
           05 ACERTO-FERIAS-VALOR PIC 9(05)V99     VALUE ZEROS.
           05 ACERTO-ADI-RESTO    PIC 9(05)V99     VALUE ZEROS.
           05 ACERTO-CALC         PIC S9(06)V99    VALUE ZEROS.

      *------------------------------------------------------------------------
      * Numero de dias de cada mes (Fevereiro corrigido nos anos
      * bissextos), para validar a data de saida e reconhecer a saida
      * no ultimo dia do mes como mes completo.
        01 TAB-DIAS-MES-VALORES   PIC X(24)
           VALUE "312831303130313130313031".
        01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
           05 TAB-DIAS-NO-MES     PIC 9(02) OCCURS 12 TIMES.

      *------------------------------------------------------------------------
      * Dias decorridos do ano antes do primeiro dia de cada mes (ano
      * comum), para converter uma data AAAAMMDD num numero de dia
      * e contar os dias entre duas datas.
        01 TAB-DIAS-ANTES-VALORES PIC X(36)
           VALUE "000031059090120151181212243273304334".
        01 TAB-DIAS-ANTES REDEFINES TAB-DIAS-ANTES-VALORES.
           05 TAB-DIAS-ANTES-MES  PIC 9(03) OCCURS 12 TIMES.

      *------------------------------------------------------------------------
      * Data a converter em numero de dia (DATA-DIA-NUMERO), com os
      * quocientes e restos da regra dos anos bissextos.
        01 DATA-CONVERTER.
           05 DATA-CONV           PIC 9(08)        VALUE ZEROS.
           05 DATA-CONV-PARTES REDEFINES DATA-CONV.
              10 DATA-CONV-ANO    PIC 9(04).
              10 DATA-CONV-MES    PIC 9(02).
              10 DATA-CONV-DIA    PIC 9(02).
           05 DATA-ANOS-ANTES     PIC 9(04)        VALUE ZEROS.
           05 DATA-QUOC-4         PIC 9(04)        VALUE ZEROS.
           05 DATA-QUOC-100       PIC 9(04)        VALUE ZEROS.
           05 DATA-QUOC-400       PIC 9(04)        VALUE ZEROS.
           05 DATA-QUOC           PIC 9(04)        VALUE ZEROS.
           05 DATA-RESTO          PIC 9(04)        VALUE ZEROS.
           05 DATA-BISSEXTO       PIC X            VALUE "N".
              88 DATA-ANO-BISSEXTO                 VALUE "S".
           05 DATA-DIA-NUMERO     PIC 9(07)        VALUE ZEROS.

      *------------------------------------------------------------------------
      * Ultima alteracao de IBAN de cada empregado segundo o jornal
      * EMPAUDIT (so' alteracoes de um IBAN ja existente, nao a
      * admissao), carregada no arranque para a quarentena.
        01 TAB-IBAN-ALTERADOS.
           05 TAB-IB-QTD          PIC 9(03)        VALUE ZEROS.
           05 TAB-IB OCCURS 500 TIMES INDEXED BY IDX-IB.
              10 TAB-IB-ID        PIC X(06).
              10 TAB-IB-DATA      PIC 9(08).

      *------------------------------------------------------------------------
      * Acumulados da execucao para o lancamento contabilistico: IRS
      * retido, retencoes depois de impostos (penhoras e reembolsos
      * de adiantamento), comissao de chefia e complementos da
      * garantia minima adiantados e recuperados, apurados a medida
      * que cada calculo termina.
      * Viajam no checkpoint para sobreviver a um recomeco.
        01 LANC-TOTAIS.
           05 RUN-IRS             PIC 9(07)V99     VALUE ZEROS.
           05 RUN-PENHORAS        PIC 9(07)V99     VALUE ZEROS.
           05 RUN-ADIANTAMENTOS   PIC 9(07)V99     VALUE ZEROS.
           05 RUN-MOVS-VENC       PIC S9(07)V99    VALUE ZEROS.
           05 RUN-CHEFIA          PIC 9(07)V99     VALUE ZEROS.
           05 RUN-GAR-ADIANTADA   PIC 9(07)V99     VALUE ZEROS.
           05 RUN-GAR-RECUPERADA  PIC 9(07)V99     VALUE ZEROS.

        01 RETRO-VALORES-NOVOS.
           05 RETRO-NOVO-BASE     PIC 9(04)V99     VALUE ZEROS.
           05 REJ-VV              PIC 9(05)        VALUE ZEROS.
           05 REJ-MI              PIC 9(05)        VALUE ZEROS.
           05 REJ-DP              PIC 9(05)        VALUE ZEROS.
           05 REJ-EQ              PIC 9(05)        VALUE ZEROS.
           05 HIST-GRAVADOS       PIC 9(05)        VALUE ZEROS.
           05 SEPA-GRAVADAS       PIC 9(05)        VALUE ZEROS.
           05 SEPA-RETIDAS        PIC 9(05)        VALUE ZEROS.
           05 SEPA-VALOR-RETIDO   PIC 9(07)V99     VALUE ZEROS.
        77 COMISSAO-VALOR         PIC 9(05)V99     VALUE ZEROS.
        77 SAIDA-COMISSAOVALOR    PIC Z9(3).99.
        77 BASE-PAGO              PIC 9(05)V99     VALUE ZEROS.
             END-IF.
             IF (FS-ESTORNOS = "00") THEN
                 SET EM-MODO-LOTE TO TRUE
                 MOVE 2 TO CICLO-ETAPA-MIN
                 MOVE 6 TO CICLO-ETAPA-MAX
                 PERFORM ABRIR-CICLO
                 PERFORM VERIFICAR-CICLO-ESTORNOS
                 IF NOT CICLO-AUTORIZADO THEN
                     DISPLAY "ESTORNOS: fora da ordem do ciclo mensal,"
                         " processamento recusado."
                     CLOSE ESTORNOS
                     CLOSE CICLOMES
                     STOP RUN
                 END-IF
                 PERFORM ABRIR-HISTORICO
                 PERFORM ABRIR-RECIBOS
                 PERFORM ABRIR-EMPMSTR
                 PERFORM ABRIR-SEPA
                 PERFORM ABRIR-QUARENTENA
                 PERFORM ABRIR-GARANTIAS
                 PERFORM PROCESSAR-ESTORNOS
                 PERFORM FECHAR-CICLO
                 CLOSE ESTORNOS
                 CLOSE HISTORIC
                 CLOSE RECIBOS
                 CLOSE EMPMSTR
                 CLOSE SEPAOUT
                 IF (SEPARETI-DISPONIVEL) THEN
                     CLOSE SEPARETI
                 END-IF
                 IF (GARMSTR-DISPONIVEL) THEN
                     CLOSE GARMSTR
                 END-IF
                 STOP RUN
             END-IF.
             OPEN INPUT RETROPED.
             IF (FS-RETROPED = "00") THEN
                 SET EM-MODO-LOTE TO TRUE
                 SET EM-RETROATIVOS TO TRUE
                 MOVE 0 TO CICLO-ETAPA-MIN
                 MOVE 6 TO CICLO-ETAPA-MAX
                 PERFORM ABRIR-CICLO
                 PERFORM VERIFICAR-CICLO-RETRO
                 IF NOT CICLO-AUTORIZADO THEN
                     DISPLAY "RETROPED: fora da ordem do ciclo mensal,"
                         " processamento recusado."
                     CLOSE RETROPED
                     CLOSE CICLOMES
                     STOP RUN
                 END-IF
                 PERFORM ABRIR-HISTORICO
                 PERFORM ABRIR-RECIBOS
                 PERFORM ABRIR-EMPMSTR
                 PERFORM ABRIR-SEPA
                 PERFORM ABRIR-QUARENTENA
                 PERFORM PROCESSAR-RETROATIVOS
                 PERFORM FECHAR-CICLO
                 CLOSE RETROPED
                 CLOSE HISTORIC
                 CLOSE RECIBOS
                 CLOSE EMPMSTR
                 CLOSE SEPAOUT
                 IF (SEPARETI-DISPONIVEL) THEN
                     CLOSE SEPARETI
                 END-IF
                 STOP RUN
             END-IF.
             OPEN INPUT ACERTOS.
             IF (FS-ACERTOS = "00") AND (EM-SIMULACAO) THEN
                 DISPLAY "SIMULACAO: acertos de contas nao sao"
                     " simulados, ficheiro ACERTOS ignorado."
                 CLOSE ACERTOS
                 MOVE "35" TO FS-ACERTOS
             END-IF.
             IF (FS-ACERTOS = "00") THEN
                 SET EM-MODO-LOTE TO TRUE
                 SET EM-ACERTO TO TRUE
                 PERFORM ABRIR-CICLO
                 PERFORM VERIFICAR-CICLO-ACERTOS
                 IF NOT CICLO-AUTORIZADO THEN
                     DISPLAY "ACERTOS: fora da ordem do ciclo mensal,"
                         " processamento recusado."
                     CLOSE ACERTOS
                     CLOSE CICLOMES
                     STOP RUN
                 END-IF
                 PERFORM ABRIR-HISTORICO
                 PERFORM ABRIR-RECIBOS
                 PERFORM ABRIR-EMPMSTR
                 PERFORM ABRIR-SEPA
                 PERFORM ABRIR-QUARENTENA
                 PERFORM ABRIR-RESUMO
                 PERFORM ABRIR-CUSTO
                 PERFORM ABRIR-ADIANTAMENTOS
                 PERFORM ABRIR-PENHORAS
                 PERFORM ABRIR-GARANTIAS
                 PERFORM ABRIR-AUSENCIAS
                 PERFORM PROCESSAR-ACERTOS
                 PERFORM FECHAR-CICLO
                 CLOSE ACERTOS
                 CLOSE HISTORIC
                 CLOSE RECIBOS
                 CLOSE EMPMSTR
                 CLOSE SEPAOUT
                 IF (SEPARETI-DISPONIVEL) THEN
                     CLOSE SEPARETI
                 END-IF
                 IF (ADIMSTR-DISPONIVEL) THEN
                     CLOSE ADIMSTR
                 END-IF
                 IF (GARMSTR-DISPONIVEL) THEN
                     CLOSE GARMSTR
                 END-IF
                 IF (AUSMSTR-DISPONIVEL) THEN
                     CLOSE AUSMSTR
                 END-IF
                 PERFORM FECHAR-PENHORAS
                 PERFORM FECHAR-RESUMO
                 PERFORM FECHAR-CUSTO
                 PERFORM GERAR-LANCAMENTOS
                 STOP RUN
             END-IF.
             OPEN INPUT VENDLOTE.
             IF (FS-VENDLOTE = "00") AND NOT EM-SIMULACAO THEN
                 PERFORM ABRIR-CICLO
                 PERFORM VERIFICAR-CICLO-LOTE
                 IF NOT CICLO-AUTORIZADO THEN
                     DISPLAY "VENDLOTE: fora da ordem do ciclo mensal,"
                         " processamento recusado."
                     CLOSE VENDLOTE
                     CLOSE CICLOMES
                     STOP RUN
                 END-IF
                 PERFORM LER-CHECKPOINT
             END-IF.
             PERFORM ABRIR-HISTORICO.
             PERFORM ABRIR-RECIBOS.
             PERFORM ABRIR-EMPMSTR.
             PERFORM ABRIR-SEPA.
             PERFORM ABRIR-QUARENTENA.
             PERFORM ABRIR-RESUMO.
             PERFORM ABRIR-CUSTO.
             PERFORM ABRIR-ADIANTAMENTOS.
             PERFORM ABRIR-PENHORAS.
             PERFORM ABRIR-GARANTIAS.
             PERFORM ABRIR-AUSENCIAS.
             IF (FS-VENDLOTE = "00") THEN
                 SET EM-MODO-LOTE TO TRUE
                 PERFORM ABRIR-REJEITADOS
                 PERFORM CARREGAR-EQUIPAS
                 PERFORM PROCESSAR-LOTE
                 PERFORM FECHAR-CICLO
                 IF NOT RECOMECO-CANCELADO
                     AND NOT EM-SIMULACAO THEN
                     PERFORM LIMPAR-CHECKPOINT
                 IF (SEPA-DISPONIVEL) THEN
                     CLOSE SEPAOUT
                 END-IF
                 IF (SEPARETI-DISPONIVEL) THEN
                     CLOSE SEPARETI
                 END-IF
                 IF (ADIMSTR-DISPONIVEL) THEN
                     CLOSE ADIMSTR
                 END-IF
                 IF (GARMSTR-DISPONIVEL) THEN
                     CLOSE GARMSTR
                 END-IF
                 IF (AUSMSTR-DISPONIVEL) THEN
                     CLOSE AUSMSTR
                 END-IF
                 PERFORM FECHAR-PENHORAS
                 IF (REJEITAD-DISPONIVEL) THEN
                     CLOSE REJEITAD
                     " nada a simular."
                 STOP RUN
             END-IF.
             PERFORM ABRIR-CICLO.
             DISPLAY " ", LINE 1, POSITION 1, ERASE EOS.
             DISPLAY TITULO.
             DISPLAY CABECALHO.
                       ELSE
                           IF (TX-TIPO = "V") THEN
                               MOVE TX-MAX TO LIMITE-VOLUME-VENDAS
                           ELSE
                               IF (TX-TIPO = "O") THEN
                                   PERFORM GUARDAR-ESCALAO-CHEFIA
                               ELSE
                                   IF (TX-TIPO = "G") THEN
                                       MOVE TX-VALOR
                                           TO GARANTIA-MINIMO
                                       MOVE TX-TAXA
                                           TO GARANTIA-QUOTA
                                   ELSE
                                       IF (TX-TIPO = "Q") THEN
                                           MOVE TX-MIN
                                               TO QUAR-DIAS-IBAN
                                           MOVE TX-MAX
                                               TO QUAR-SUBIDA
                                           MOVE TX-VALOR
                                               TO QUAR-TECTO
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF

           PERFORM LER-REGISTO-TAXAS.

      *------------------------------------------------------------------------
      * Escalao da comissao de chefia (tipo "O"): nao ha escaloes de
      * defeito, a tabela so' existe se o ficheiro TAXAS os trouxer.
       GUARDAR-ESCALAO-CHEFIA.

           IF (TAB-OV-QTD < 5) THEN
               ADD 1 TO TAB-OV-QTD
               SET IDX-OV TO TAB-OV-QTD
               MOVE TX-MIN  TO TAB-OV-MIN(IDX-OV)
               MOVE TX-MAX  TO TAB-OV-MAX(IDX-OV)
               MOVE TX-TAXA TO TAB-OV-TAXA(IDX-OV)
           ELSE
               DISPLAY "TAXAS: excesso de escaloes O, ignorado."
           END-IF.

      *------------------------------------------------------------------------
      * Carrega a tabela de movimentos variaveis do mes a partir do
      * ficheiro MOVIMENT, quando existe. Tipos invalidos e movimentos
       GUARDAR-MOVIMENTO.

           IF (MOV-TIPO = "F" OR MOV-TIPO = "H" OR MOV-TIPO = "S"
               OR MOV-TIPO = "P" OR MOV-TIPO = "A" OR MOV-TIPO = "V"
               OR MOV-TIPO = "J" OR MOV-TIPO = "B") THEN
               IF (TAB-MOV-QTD < 200) THEN
                   ADD 1 TO TAB-MOV-QTD
                   SET IDX-MOV TO TAB-MOV-QTD
      * (faltas, horas extra, subsidio de alimentacao), que entram no
      * TOTAL e sao tributados, e em MOVS-DESCONTOS as retencoes
      * depois de impostos (penhoras e reembolsos de adiantamento).
      * As ausencias pagas (ferias, faltas justificadas e baixa) so'
      * saem no recibo e nao mexem no vencimento.
      * A comissao a recuperar do lote (devolucoes de vendas ja
      * comissionadas) abate aos movimentos de vencimento, para sair
      * do bruto tributavel tal como a comissao entrou.
       APLICAR-MOVIMENTOS.

           MOVE ZEROS TO MOVS-VENCIMENTOS.
               PERFORM APLICAR-MOVIMENTO-MES
                   VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TAB-MOV-QTD
               SUBTRACT COMISSAO-RECUPERAR FROM MOVS-VENCIMENTOS
               PERFORM APLICAR-ADIANTAMENTO
           END-IF.

                                       TO MOVS-PENHORAS
                               END-IF
                           ELSE
                               IF (TAB-MOV-TIPO(IDX-MOV) = "A") THEN
                                   ADD TAB-MOV-VALOR(IDX-MOV)
                                       TO MOVS-DESCONTOS
                                   ADD TAB-MOV-VALOR(IDX-MOV)
                                       TO MOVS-ADIANTAMENTOS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                       CONTINUE
                   NOT INVALID KEY
                       IF (ADI-ABERTO) AND (ADI-SALDO > 0) THEN
      *                    No acerto de contas da cessacao o saldo
      *                    em divida e' descontado por inteiro.
                           IF (ADI-SALDO < ADI-PRESTACAO)
                               OR (EM-ACERTO) THEN
                               MOVE ADI-SALDO TO ADIANT-PRESTACAO-MES
                           ELSE
                               MOVE ADI-PRESTACAO
               END-READ
           END-IF.

      *------------------------------------------------------------------------
      * Abre o mapa da garantia minima em I-O (so' leitura em
      * simulacao). O ficheiro e' criado quando de facto nao existe
      * (estado "35"), porque o calculo grava nele o primeiro
      * complemento; qualquer outro erro de abertura da aviso e o
      * mapa fica intacto.
       ABRIR-GARANTIAS.

           IF (EM-SIMULACAO) THEN
               OPEN INPUT GARMSTR
           ELSE
               OPEN I-O GARMSTR
               IF (FS-GARMSTR = "35") THEN
                   OPEN OUTPUT GARMSTR
                   CLOSE GARMSTR
                   OPEN I-O GARMSTR
               END-IF
           END-IF.
           IF (FS-GARMSTR = "00") THEN
               MOVE "S" TO GARMSTR-ESTADO
           ELSE
               MOVE "N" TO GARMSTR-ESTADO
               IF (FS-GARMSTR NOT = "35") THEN
                   DISPLAY "GARMSTR: erro ao abrir (estado " FS-GARMSTR
                       "), saldos da garantia nao actualizados."
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Garantia minima do bruto mensal: quando o salario base com a
      * comissao do mes (e a de chefia) fica abaixo do minimo
      * garantido, o complemento e' pago como adiantamento por conta
      * de comissoes; com saldo em divida e o ganho do mes acima do
      * minimo, recupera-se a comissao acima da parte protegida, sem
      * deixar o bruto descer abaixo do minimo. O subsidio e os
      * movimentos do mes ficam fora da comparacao. No acerto de
      * contas nao ha complemento nem recuperacao: o saldo que fica
      * por recuperar e' apenas reportado. No recalculo retroactivo
      * repete-se o efeito guardado no mapa, sem mexer no saldo.
       APLICAR-GARANTIA-MINIMA.

           MOVE ZEROS TO GARANTIA-ADIANTADA.
           MOVE ZEROS TO GARANTIA-RECUPERADA.
           MOVE ZEROS TO GARANTIA-SALDO-WS.
           IF (EM-RETROATIVOS) THEN
               IF (RETRO-GARANTIA > 0) THEN
                   MOVE RETRO-GARANTIA TO GARANTIA-ADIANTADA
               ELSE
                   COMPUTE GARANTIA-RECUPERADA = 0 - RETRO-GARANTIA
               END-IF
           ELSE
               PERFORM CONSULTAR-GARANTIA
               IF NOT EM-ACERTO AND (GARANTIA-MINIMO NOT = 0) THEN
                   PERFORM APURAR-GARANTIA-MES
               END-IF
           END-IF.
           COMPUTE GARANTIA-MES =
               GARANTIA-ADIANTADA - GARANTIA-RECUPERADA.
           COMPUTE GARANTIA-SALDO-NOVO = GARANTIA-SALDO-WS
               + GARANTIA-ADIANTADA - GARANTIA-RECUPERADA
               ON SIZE ERROR
                   MOVE ZEROS TO GARANTIA-SALDO-NOVO
           END-COMPUTE.
           IF (GARANTIA-ADIANTADA NOT = 0) THEN
               COMPUTE TOTAL = TOTAL + GARANTIA-ADIANTADA
                   ON SIZE ERROR
                       MOVE 9999.99 TO TOTAL
                       DISPLAY "AVISO: total excede o maximo,"
                           " truncado."
               END-COMPUTE
           END-IF.
           IF (GARANTIA-RECUPERADA NOT = 0) THEN
               IF (GARANTIA-RECUPERADA > TOTAL) THEN
                   MOVE ZEROS TO TOTAL
                   DISPLAY "AVISO: recuperacao da garantia excede o"
                       " total, a zero."
               ELSE
                   SUBTRACT GARANTIA-RECUPERADA FROM TOTAL
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Le o saldo da garantia em divida do empregado corrente. Sem
      * registo no mapa (ou sem mapa), o saldo e' zero.
       CONSULTAR-GARANTIA.

           MOVE "N" TO GARANTIA-REGISTO.
           IF (GARMSTR-DISPONIVEL) THEN
               MOVE EMPREGADO-ID TO GAR-ID
               READ GARMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO GARANTIA-REGISTO
                       MOVE GAR-SALDO TO GARANTIA-SALDO-WS
               END-READ
           END-IF.

      *------------------------------------------------------------------------
      * Complemento ate' ao minimo, ou recuperacao do saldo: a parte
      * da comissao do mes acima da percentagem protegida, limitada
      * ao que o ganho excede o minimo e ao saldo em divida.
       APURAR-GARANTIA-MES.

           COMPUTE GARANTIA-GANHO =
               SALARIO-BASE + COMISSAO-VALOR + CHEFIA-VALOR.
           IF (GARANTIA-GANHO < GARANTIA-MINIMO) THEN
               COMPUTE GARANTIA-ADIANTADA =
                   GARANTIA-MINIMO - GARANTIA-GANHO
               IF NOT GARMSTR-DISPONIVEL AND NOT EM-SIMULACAO THEN
                   DISPLAY "GARMSTR: indisponivel, complemento de "
                       EMPREGADO-ID " pago sem registo do saldo."
               END-IF
           ELSE
               IF (GARANTIA-SALDO-WS > 0) THEN
                   COMPUTE GARANTIA-CALC ROUNDED =
                       (COMISSAO-VALOR + CHEFIA-VALOR)
                       * (100 - GARANTIA-QUOTA) / 100
                   IF (GARANTIA-CALC >
                       GARANTIA-GANHO - GARANTIA-MINIMO) THEN
                       COMPUTE GARANTIA-CALC =
                           GARANTIA-GANHO - GARANTIA-MINIMO
                   END-IF
                   IF (GARANTIA-CALC > GARANTIA-SALDO-WS) THEN
                       MOVE GARANTIA-SALDO-WS TO GARANTIA-CALC
                   END-IF
                   MOVE GARANTIA-CALC TO GARANTIA-RECUPERADA
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Aplica o complemento ou a recuperacao do mes ao saldo da
      * garantia, depois de o mes ficar apurado no mapa do empregado,
      * para que um calculo rejeitado nao mexa no saldo. O mes
      * aplicado fica marcado no registo: um recomeco apos abend que
      * volte a passar pelo mesmo mes nao o aplica duas vezes. No
      * acerto de contas o registo com saldo fica marcado como
      * cessado.
       ATUALIZAR-GARANTIA.

           IF (GARMSTR-DISPONIVEL) AND NOT EM-SIMULACAO THEN
               IF (EM-ACERTO) THEN
                   PERFORM MARCAR-GARANTIA-CESSADA
               ELSE
                   IF (GARANTIA-ADIANTADA NOT = 0)
                       OR (GARANTIA-RECUPERADA NOT = 0) THEN
                       PERFORM REGISTAR-GARANTIA-MES
                   END-IF
               END-IF
           END-IF.

       REGISTAR-GARANTIA-MES.

           MOVE EMPREGADO-ID TO GAR-ID.
           READ GARMSTR
               INVALID KEY
                   MOVE "N" TO GARANTIA-REGISTO
               NOT INVALID KEY
                   MOVE "S" TO GARANTIA-REGISTO
           END-READ.
           IF (GARANTIA-NO-MAPA) AND (GAR-ULT-ANO = ANO-SALARIO)
               AND (GAR-ULT-MES = MES-SALARIO) THEN
               DISPLAY "GARMSTR: mes ja aplicado ao saldo de "
                   EMPREGADO-ID ", nao repetido."
           ELSE
               IF NOT GARANTIA-NO-MAPA THEN
                   MOVE SPACES        TO GAR-REGISTO
                   MOVE EMPREGADO-ID  TO GAR-ID
                   MOVE ZEROS         TO GAR-SALDO
                   MOVE ZEROS         TO GAR-TOTAL-ADIANTADO
                   MOVE ZEROS         TO GAR-TOTAL-RECUPERADO
               END-IF
               IF (GAR-SALDO = 0) AND (GARANTIA-ADIANTADA NOT = 0)
               THEN
                   MOVE ANO-SALARIO TO GAR-ANO-INICIO
                   MOVE MES-SALARIO TO GAR-MES-INICIO
               END-IF
               ADD GARANTIA-ADIANTADA  TO GAR-SALDO
               ADD GARANTIA-ADIANTADA  TO GAR-TOTAL-ADIANTADO
               IF (GARANTIA-RECUPERADA > GAR-SALDO) THEN
                   MOVE ZEROS TO GAR-SALDO
               ELSE
                   SUBTRACT GARANTIA-RECUPERADA FROM GAR-SALDO
               END-IF
               ADD GARANTIA-RECUPERADA TO GAR-TOTAL-RECUPERADO
               MOVE ANO-SALARIO TO GAR-ULT-ANO
               MOVE MES-SALARIO TO GAR-ULT-MES
               IF (GAR-SALDO = 0) THEN
                   MOVE "L" TO GAR-ESTADO
               ELSE
                   MOVE "A" TO GAR-ESTADO
               END-IF
               IF (GARANTIA-NO-MAPA) THEN
                   REWRITE GAR-REGISTO
               ELSE
                   WRITE GAR-REGISTO
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Acerto de contas: o saldo da garantia que fica por recuperar
      * nao se perde - o registo fica marcado como cessado, para sair
      * destacado no relatorio dos saldos (GARLISTA).
       MARCAR-GARANTIA-CESSADA.

           IF (GARANTIA-SALDO-WS > 0) THEN
               MOVE EMPREGADO-ID TO GAR-ID
               READ GARMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO GAR-ESTADO
                       REWRITE GAR-REGISTO
               END-READ
           END-IF.

      *------------------------------------------------------------------------
      * Estorno do mes: desfaz no saldo da garantia o efeito guardado
      * no mapa do empregado (retira o complemento adiantado ou
      * devolve o que foi recuperado) e limpa a marca do ultimo mes
      * aplicado, para o reprocessamento do mes voltar a aplica-lo.
       ESTORNAR-GARANTIA.

           IF (GARMSTR-DISPONIVEL)
               AND (EMP-MES-GARANTIA(IDX-MES) NOT = 0) THEN
               MOVE EST-ID TO GAR-ID
               READ GARMSTR
                   INVALID KEY
                       DISPLAY "GARMSTR: ID " EST-ID " sem registo,"
                           " saldo da garantia nao reposto."
                   NOT INVALID KEY
                       PERFORM REPOR-SALDO-GARANTIA
               END-READ
           END-IF.

       REPOR-SALDO-GARANTIA.

           COMPUTE GARANTIA-CALC =
               GAR-SALDO - EMP-MES-GARANTIA(IDX-MES).
           IF (GARANTIA-CALC < 0) THEN
               MOVE ZEROS TO GAR-SALDO
               DISPLAY "GARMSTR: ID " EST-ID " complemento estornado"
                   " ja recuperado, saldo a zero."
           ELSE
               MOVE GARANTIA-CALC TO GAR-SALDO
           END-IF.
           IF (EMP-MES-GARANTIA(IDX-MES) > 0) THEN
               COMPUTE GAR-TOTAL-ADIANTADO =
                   GAR-TOTAL-ADIANTADO - EMP-MES-GARANTIA(IDX-MES)
                   ON SIZE ERROR
                       MOVE ZEROS TO GAR-TOTAL-ADIANTADO
               END-COMPUTE
           ELSE
               COMPUTE GAR-TOTAL-RECUPERADO =
                   GAR-TOTAL-RECUPERADO + EMP-MES-GARANTIA(IDX-MES)
                   ON SIZE ERROR
                       MOVE ZEROS TO GAR-TOTAL-RECUPERADO
               END-COMPUTE
           END-IF.
           IF NOT GAR-CESSADO THEN
               IF (GAR-SALDO = 0) THEN
                   MOVE "L" TO GAR-ESTADO
               ELSE
                   MOVE "A" TO GAR-ESTADO
               END-IF
           END-IF.
           MOVE ZEROS TO GAR-ULT-ANO.
           MOVE ZEROS TO GAR-ULT-MES.
           REWRITE GAR-REGISTO.

      *------------------------------------------------------------------------
      * Abre o mapa de ferias e ausencias so' para consulta. A
      * ausencia do ficheiro nao e' erro: o recibo sai apenas sem o
      * saldo de ferias. Outros erros de abertura dao aviso.
       ABRIR-AUSENCIAS.

           OPEN INPUT AUSMSTR.
           IF (FS-AUSMSTR = "00") THEN
               MOVE "S" TO AUSMSTR-ESTADO
           ELSE
               MOVE "N" TO AUSMSTR-ESTADO
               IF (FS-AUSMSTR NOT = "35") THEN
                   DISPLAY "AUSMSTR: erro ao abrir (estado " FS-AUSMSTR
                       "), recibos sem saldo de ferias."
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Le o registo de ausencias do empregado corrente no ano do
      * calculo (AUS-ID/AUS-ANO ja preenchidos), assinalando se existe.
       CONSULTAR-AUSENCIAS.

           MOVE "N" TO AUSENCIAS-REGISTO.
           IF (AUSMSTR-DISPONIVEL) THEN
               READ AUSMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO AUSENCIAS-REGISTO
               END-READ
           END-IF.

      *------------------------------------------------------------------------
      * Abre o mapa de penhoras em I-O e o extracto por credor em
      * acrescento. A ausencia do mapa nao e' erro: significa apenas
               IF NOT HISTORICO-JA-GRAVADO THEN
                   DISPLAY "HISTORIC: sequencia esgotada para "
                       HIST-ID ", linha nao gravada."
               ELSE
                   PERFORM ACUMULAR-CICLO
               END-IF
           END-IF.

               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           IF (EM-ACERTO) THEN
               PERFORM RECIBO-LINHA-MARCA-ACERTO
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "____________________________________________________"
               DELIMITED BY SIZE INTO REC-LINHA
           END-IF.

           PERFORM RECIBO-LINHA-SUBSIDIO.
           IF (EM-ACERTO) THEN
               PERFORM RECIBO-LINHAS-ACERTO
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "Valor Comissao: "     DELIMITED BY SIZE
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           PERFORM RECIBO-LINHA-CHEFIA.
           PERFORM RECIBO-LINHA-GARANTIA.
           PERFORM RECIBO-MOVIMENTOS.
           PERFORM RECIBO-LINHAS-FERIAS.

           MOVE SPACES TO REC-LINHA.
           STRING "Total (Base + Comissao): "  DELIMITED BY SIZE
           END-IF.

      *------------------------------------------------------------------------
      * Linha propria da comissao de chefia do chefe de equipa, com o
      * volume do mes da equipa sobre que foi apurada. Sem comissao de
      * chefia, nao escreve nada.
       RECIBO-LINHA-CHEFIA.

           IF (CHEFIA-VALOR NOT = 0) THEN
               MOVE CHEFIA-VALOR  TO SAIDA-CHEFIA
               MOVE VOLUME-EQUIPA TO SAIDA-VOLUME-EQUIPA
               MOVE SPACES TO REC-LINHA
               STRING "Comissao de chefia (equipa "
                                          DELIMITED BY SIZE
                      SAIDA-VOLUME-EQUIPA DELIMITED BY SIZE
                      " EUR): "           DELIMITED BY SIZE
                      SAIDA-CHEFIA        DELIMITED BY SIZE
                      " EUR"              DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
           END-IF.

      *------------------------------------------------------------------------
      * Linhas proprias da garantia minima: o complemento pago como
      * adiantamento por conta de comissoes ou a recuperacao do mes,
      * e o saldo que fica por recuperar. No acerto de contas sai o
      * saldo que a cessacao deixa por recuperar. Sem garantia no
      * mes, nao escreve nada.
       RECIBO-LINHA-GARANTIA.

           IF (GARANTIA-ADIANTADA NOT = 0) THEN
               MOVE GARANTIA-ADIANTADA TO SAIDA-GARANTIA
               MOVE SPACES TO REC-LINHA
               STRING "Garantia minima (adiant. comissoes): "
                                          DELIMITED BY SIZE
                      SAIDA-GARANTIA      DELIMITED BY SIZE
                      " EUR"              DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
               IF (RECIBOS-DISPONIVEL) THEN
                   WRITE REC-REGISTO FROM REC-LINHA
               END-IF
           END-IF.
           IF (GARANTIA-RECUPERADA NOT = 0) THEN
               MOVE GARANTIA-RECUPERADA TO SAIDA-GARANTIA
               MOVE SPACES TO REC-LINHA
               STRING "Recuperacao garantia minima: -"
                                          DELIMITED BY SIZE
                      SAIDA-GARANTIA      DELIMITED BY SIZE
                      " EUR"              DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
               IF (RECIBOS-DISPONIVEL) THEN
                   WRITE REC-REGISTO FROM REC-LINHA
               END-IF
           END-IF.
           IF (GARANTIA-SALDO-NOVO NOT = 0)
               AND ((GARANTIA-MES NOT = 0) OR (EM-ACERTO)) THEN
               MOVE GARANTIA-SALDO-NOVO TO SAIDA-GAR-SALDO
               MOVE SPACES TO REC-LINHA
               STRING "Saldo garantia por recuperar: "
                                          DELIMITED BY SIZE
                      SAIDA-GAR-SALDO     DELIMITED BY SIZE
                      " EUR"              DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Discrimina no recibo, linha a linha, os movimentos variaveis
      * do empregado/ano/mes corrente (faltas, horas extra, subsidio
      * de alimentacao, penhoras, reembolsos de adiantamento e
      * ausencias pagas), e a comissao recuperada por devolucoes.
       RECIBO-MOVIMENTOS.

           PERFORM RECIBO-LINHA-MOVIMENTO
               VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > TAB-MOV-QTD.
           PERFORM RECIBO-LINHA-RECUPERACAO.
           PERFORM RECIBO-LINHA-ADIANTAMENTO.
           PERFORM RECIBO-LINHA-PENHORA.

      *------------------------------------------------------------------------
      * Linha propria da prestacao do adiantamento gerada pelo mapa de
      * adiantamentos. Sem prestacao no mes, nao escreve nada.
       RECIBO-LINHA-ADIANTAMENTO.

           IF (ADIANT-PRESTACAO-MES NOT = 0) THEN
               MOVE ADIANT-PRESTACAO-MES TO SAIDA-ADIANTAMENTO
               MOVE SPACES TO REC-LINHA
               IF (EM-ACERTO) THEN
                   STRING "Adiantamento (saldo em divida): -"
                                              DELIMITED BY SIZE
                          SAIDA-ADIANTAMENTO  DELIMITED BY SIZE
                          " EUR"              DELIMITED BY SIZE
                       INTO REC-LINHA
                   END-STRING
               ELSE
                   STRING "Prestacao adiantamento: -"
                                              DELIMITED BY SIZE
                          SAIDA-ADIANTAMENTO  DELIMITED BY SIZE
                          " EUR"              DELIMITED BY SIZE
                       INTO REC-LINHA
                   END-STRING
               END-IF
               IF (RECIBOS-DISPONIVEL) THEN
                   WRITE REC-REGISTO FROM REC-LINHA
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Linha propria da comissao recuperada no mes por devolucoes e
      * anulacoes de vendas ja comissionadas (VL-RECUPERACAO do
      * lote). Sem recuperacao, nao escreve nada.
       RECIBO-LINHA-RECUPERACAO.

           IF (COMISSAO-RECUPERAR NOT = 0) THEN
               MOVE COMISSAO-RECUPERAR TO SAIDA-RECUPERACAO
               MOVE SPACES TO REC-LINHA
               STRING "Recuperacao comissao (devolucoes): -"
                                          DELIMITED BY SIZE
                      SAIDA-RECUPERACAO   DELIMITED BY SIZE
                      " EUR"              DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
               IF (RECIBOS-DISPONIVEL) THEN
                   WRITE REC-REGISTO FROM REC-LINHA
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Linha propria da retencao legal da penhora gerada pelo mapa de
      * penhoras. Sem retencao no mes, nao escreve nada.
       RECIBO-LINHA-PENHORA.

           IF (PENHORA-RETIDA-MES NOT = 0) THEN
               MOVE PENHORA-RETIDA-MES TO SAIDA-PENHORA
               MOVE SPACES TO REC-LINHA
               STRING "Penhora (retencao legal): -"
                                          DELIMITED BY SIZE
                      SAIDA-PENHORA       DELIMITED BY SIZE
                      " EUR"              DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
               IF (RECIBOS-DISPONIVEL) THEN
                   WRITE REC-REGISTO FROM REC-LINHA
               END-IF
           END-IF.

       RECIBO-LINHA-MOVIMENTO.

           IF (TAB-MOV-ID(IDX-MOV) = EMPREGADO-ID)
               AND (TAB-MOV-ANO(IDX-MOV) = ANO-SALARIO)
                                   END-STRING
                               END-IF
                           ELSE
                               IF (TAB-MOV-TIPO(IDX-MOV) = "A") THEN
                                   MOVE TAB-MOV-VALOR(IDX-MOV)
                                       TO SAIDA-MOV-VALOR
                                   STRING "Reembolso adiantamento: -"
                                                   DELIMITED BY SIZE
                                          SAIDA-MOV-VALOR
                                                   DELIMITED BY SIZE
                                          " EUR"   DELIMITED BY SIZE
                                       INTO REC-LINHA
                                   END-STRING
                               ELSE
                                   PERFORM RECIBO-LINHA-AUSENCIA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Linha de uma ausencia paga gerada pelo programa de ausencias:
      * ferias gozadas, falta justificada ou baixa medica, so' com os
      * dias, sem efeito no vencimento.
       RECIBO-LINHA-AUSENCIA.

           MOVE TAB-MOV-QTDE(IDX-MOV) TO SAIDA-MOV-QTD.
           IF (TAB-MOV-TIPO(IDX-MOV) = "V") THEN
               STRING "Ferias gozadas ("     DELIMITED BY SIZE
                      SAIDA-MOV-QTD          DELIMITED BY SIZE
                      " dias)"               DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
           ELSE
               IF (TAB-MOV-TIPO(IDX-MOV) = "J") THEN
                   STRING "Faltas justificadas ("
                                             DELIMITED BY SIZE
                          SAIDA-MOV-QTD      DELIMITED BY SIZE
                          " dias)"           DELIMITED BY SIZE
                       INTO REC-LINHA
                   END-STRING
               ELSE
                   STRING "Baixa medica ("   DELIMITED BY SIZE
                          SAIDA-MOV-QTD      DELIMITED BY SIZE
                          " dias, paga pela S.S.)"
                                             DELIMITED BY SIZE
                       INTO REC-LINHA
                   END-STRING
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Saldo de ferias do ano no recibo (direito, dias gozados e
      * saldo, do mapa de ausencias) e, quando houver, os dias de
      * faltas justificadas, injustificadas e de baixa do ano. Sem
      * registo no mapa, nao escreve nada.
       RECIBO-LINHAS-FERIAS.

           MOVE EMPREGADO-ID TO AUS-ID.
           MOVE ANO-SALARIO  TO AUS-ANO.
           PERFORM CONSULTAR-AUSENCIAS.
           IF (AUSENCIAS-NO-MAPA) THEN
               MOVE AUS-DIREITO(1) TO SAIDA-AUS-DIREITO
               MOVE AUS-GOZADOS(1) TO SAIDA-AUS-GOZADOS
               MOVE AUS-SALDO(1)   TO SAIDA-AUS-SALDO
               MOVE SPACES TO REC-LINHA
               STRING "Ferias: direito "     DELIMITED BY SIZE
                      SAIDA-AUS-DIREITO      DELIMITED BY SIZE
                      " gozadas "            DELIMITED BY SIZE
                      SAIDA-AUS-GOZADOS      DELIMITED BY SIZE
                      " saldo "              DELIMITED BY SIZE
                      SAIDA-AUS-SALDO        DELIMITED BY SIZE
                      " dias"                DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
               IF (RECIBOS-DISPONIVEL) THEN
                   WRITE REC-REGISTO FROM REC-LINHA
               END-IF
               IF (AUS-GOZADOS(2) NOT = 0) OR (AUS-GOZADOS(3) NOT = 0)
                   OR (AUS-GOZADOS(4) NOT = 0) THEN
                   MOVE AUS-GOZADOS(2) TO SAIDA-AUS-JUST
                   MOVE AUS-GOZADOS(3) TO SAIDA-AUS-INJUST
                   MOVE AUS-GOZADOS(4) TO SAIDA-AUS-BAIXA
                   MOVE SPACES TO REC-LINHA
                   STRING "Faltas just. "    DELIMITED BY SIZE
                          SAIDA-AUS-JUST     DELIMITED BY SIZE
                          " injust. "        DELIMITED BY SIZE
                          SAIDA-AUS-INJUST   DELIMITED BY SIZE
                          " baixa "          DELIMITED BY SIZE
                          SAIDA-AUS-BAIXA    DELIMITED BY SIZE
                          " dias"            DELIMITED BY SIZE
                       INTO REC-LINHA
                   END-STRING
                   IF (RECIBOS-DISPONIVEL) THEN
                       WRITE REC-REGISTO FROM REC-LINHA
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Abre o mapa de empregados (EMPMSTR) em I-O. So' cria o ficheiro
      * quando ele de facto nao existe (estado "35"); qualquer outro
                            EMP-MES-VOLUME(IDX-MES)
                       MOVE MOVS-VENCIMENTOS TO
                            EMP-MES-MOVS(IDX-MES)
                       MOVE CHEFIA-VALOR    TO
                            EMP-MES-CHEFIA(IDX-MES)
                       MOVE GARANTIA-MES    TO
                            EMP-MES-GARANTIA(IDX-MES)
                       ADD IRS              TO EMP-YTD-IRS
                       ADD SEGURANCA-SOCIAL TO EMP-YTD-SEGSOCIAL
                       ADD SALARIO-LIQUIDO  TO EMP-YTD-LIQUIDO
                       REWRITE EMP-REGISTO
               END-READ
           END-IF.
           IF (EM-SIMULACAO) THEN
               PERFORM GUARDAR-MES-SIMULADO
           END-IF.

      *------------------------------------------------------------------------
      * Em simulacao, guarda o volume do mes calculado para o
      * apuramento do volume da equipa dos chefes na segunda
      * passagem (o mapa nao e' actualizado).
       GUARDAR-MES-SIMULADO.

           IF (TAB-SIM-QTD < 500) THEN
               ADD 1 TO TAB-SIM-QTD
               SET IDX-SIM TO TAB-SIM-QTD
               MOVE EMPREGADO-ID  TO TAB-SIM-ID(IDX-SIM)
               MOVE MES-SALARIO   TO TAB-SIM-MES(IDX-SIM)
               MOVE VOLUME-VENDAS TO TAB-SIM-VOLUME(IDX-SIM)
           ELSE
               DISPLAY "SIMULACAO: tabela de meses cheia, volume de "
                   EMPREGADO-ID " fora das equipas."
           END-IF.

      *------------------------------------------------------------------------
      * Procura o EMPREGADO-ID no mapa de empregados e traz os dados
      *------------------------------------------------------------------------
      * Grava a instrucao de transferencia do Salario Liquido do vendedor
      * corrente para o respectivo IBAN, uma linha por calculo processado.
      * Transferencias suspeitas ficam retidas no SEPARETI em vez de
      * seguirem para o SEPAOUT.
       EMITIR-SEPA.

           MOVE IBAN-VENDEDOR  TO SEPA-IBAN.
           MOVE EMPREGADO-ID   TO SEPA-ID.
           MOVE ANO-SALARIO    TO SEPA-ANO.
           MOVE MES-SALARIO    TO SEPA-MES.
           PERFORM AVALIAR-QUARENTENA.
           PERFORM ENCAMINHAR-SEPA.

      *------------------------------------------------------------------------
      * Envia a instrucao SEPA ja montada para o banco (SEPAOUT) ou,
      * quando a quarentena a considera suspeita, para o ficheiro das
      * transferencias retidas.
       ENCAMINHAR-SEPA.

           IF (QUAR-A-RETER) THEN
               PERFORM RETER-TRANSFERENCIA
           ELSE
               IF (SEPA-DISPONIVEL) THEN
                   WRITE SEPA-REGISTO
                   ADD 1 TO SEPA-GRAVADAS
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Prepara a quarentena de pagamentos: data/hora da execucao,
      * alteracoes de IBAN recentes lidas do jornal EMPAUDIT e o
      * ficheiro das transferencias retidas (SEPARETI), aberto em I-O
      * e criado se ainda nao existir. Sem o jornal nao ha alteracoes
      * de IBAN a considerar. Em simulacao o SEPARETI nao e' aberto e
      * as retencoes so' sao anunciadas.
       ABRIR-QUARENTENA.

           ACCEPT QUAR-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT QUAR-TEMPO FROM TIME.
           MOVE QUAR-TEMPO(1:6) TO QUAR-HORA-EXEC.
           MOVE QUAR-DATA-EXEC TO DATA-CONV.
           PERFORM CONVERTER-DATA-DIA.
           MOVE DATA-DIA-NUMERO TO QUAR-DIA-EXEC.
           MOVE ZEROS TO TAB-IB-QTD.
           IF (QUAR-DIAS-IBAN > 0) THEN
               OPEN INPUT EMPAUDIT
               IF (FS-EMPAUDIT = "00") THEN
                   PERFORM LER-REGISTO-AUDITORIA
                   PERFORM GUARDAR-IBAN-ALTERADO
                       UNTIL (FS-EMPAUDIT NOT = "00")
                   CLOSE EMPAUDIT
               END-IF
           END-IF.
           IF (EM-SIMULACAO) THEN
               MOVE "N" TO SEPARETI-ESTADO
           ELSE
               OPEN I-O SEPARETI
               IF (FS-SEPARETI = "35") THEN
                   OPEN OUTPUT SEPARETI
                   CLOSE SEPARETI
                   OPEN I-O SEPARETI
               END-IF
               IF (FS-SEPARETI = "00") THEN
                   MOVE "S" TO SEPARETI-ESTADO
               ELSE
                   MOVE "N" TO SEPARETI-ESTADO
                   DISPLAY "SEPARETI: erro ao abrir (estado "
                       FS-SEPARETI "), transferencias suspeitas nao"
                       " serao emitidas."
               END-IF
           END-IF.

       LER-REGISTO-AUDITORIA.

           READ EMPAUDIT
               AT END
                   MOVE "10" TO FS-EMPAUDIT
           END-READ.

      *------------------------------------------------------------------------
      * Guarda a data da alteracao de IBAN da linha de jornal corrente
      * quando cai dentro do prazo da quarentena. A admissao (IBAN
      * anterior em branco) nao conta como alteracao.
       GUARDAR-IBAN-ALTERADO.

           IF (AUD-CAMPO = "IBAN") AND (AUD-ANTES NOT = SPACES)
               AND (AUD-DATA NUMERIC) THEN
               MOVE AUD-DATA TO DATA-CONV
               PERFORM CONVERTER-DATA-DIA
               COMPUTE QUAR-DIAS-DESDE = QUAR-DIA-EXEC - DATA-DIA-NUMERO
               IF (QUAR-DIAS-DESDE < QUAR-DIAS-IBAN) THEN
                   MOVE AUD-ID TO QUAR-ID-PROCURADO
                   MOVE "N" TO QUAR-ENCONTRADA
                   PERFORM LOCALIZAR-IBAN-ALTERADO
                       VARYING IDX-IB FROM 1 BY 1
                       UNTIL QUAR-NA-TABELA OR (IDX-IB > TAB-IB-QTD)
                   IF (QUAR-NA-TABELA) THEN
                       SET IDX-IB DOWN BY 1
                       IF (AUD-DATA > TAB-IB-DATA(IDX-IB)) THEN
                           MOVE AUD-DATA TO TAB-IB-DATA(IDX-IB)
                       END-IF
                   ELSE
                       IF (TAB-IB-QTD < 500) THEN
                           ADD 1 TO TAB-IB-QTD
                           SET IDX-IB TO TAB-IB-QTD
                           MOVE AUD-ID   TO TAB-IB-ID(IDX-IB)
                           MOVE AUD-DATA TO TAB-IB-DATA(IDX-IB)
                       ELSE
                           DISPLAY "EMPAUDIT: tabela de IBAN alterados"
                               " cheia, " AUD-ID " fora da quarentena."
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-REGISTO-AUDITORIA.

       LOCALIZAR-IBAN-ALTERADO.

           IF (IDX-IB <= TAB-IB-QTD) THEN
               IF (TAB-IB-ID(IDX-IB) = QUAR-ID-PROCURADO) THEN
                   MOVE "S" TO QUAR-ENCONTRADA
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Converte a data DATA-CONV (AAAAMMDD) no numero de dias desde o
      * inicio da era (DATA-DIA-NUMERO), contando os anos bissextos,
      * para a diferenca entre duas datas ser uma simples subtraccao.
      * Uma data com mes invalido da' zero.
       CONVERTER-DATA-DIA.

           MOVE ZEROS TO DATA-DIA-NUMERO.
           IF (DATA-CONV-MES >= 1) AND (DATA-CONV-MES <= 12) THEN
               MOVE "N" TO DATA-BISSEXTO
               DIVIDE DATA-CONV-ANO BY 4
                   GIVING DATA-QUOC REMAINDER DATA-RESTO
               IF (DATA-RESTO = 0) THEN
                   MOVE "S" TO DATA-BISSEXTO
                   DIVIDE DATA-CONV-ANO BY 100
                       GIVING DATA-QUOC REMAINDER DATA-RESTO
                   IF (DATA-RESTO = 0) THEN
                       MOVE "N" TO DATA-BISSEXTO
                       DIVIDE DATA-CONV-ANO BY 400
                           GIVING DATA-QUOC REMAINDER DATA-RESTO
                       IF (DATA-RESTO = 0) THEN
                           MOVE "S" TO DATA-BISSEXTO
                       END-IF
                   END-IF
               END-IF
               COMPUTE DATA-ANOS-ANTES = DATA-CONV-ANO - 1
               DIVIDE DATA-ANOS-ANTES BY 4   GIVING DATA-QUOC-4
               DIVIDE DATA-ANOS-ANTES BY 100 GIVING DATA-QUOC-100
               DIVIDE DATA-ANOS-ANTES BY 400 GIVING DATA-QUOC-400
               COMPUTE DATA-DIA-NUMERO = (DATA-ANOS-ANTES * 365)
                   + DATA-QUOC-4 - DATA-QUOC-100 + DATA-QUOC-400
                   + TAB-DIAS-ANTES-MES(DATA-CONV-MES) + DATA-CONV-DIA
               IF (DATA-ANO-BISSEXTO) AND (DATA-CONV-MES > 2) THEN
                   ADD 1 TO DATA-DIA-NUMERO
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Decide se a instrucao SEPA ja montada deve ficar retida:
      * IBAN alterado no EMPAUDIT dentro do prazo, valor acima do
      * tecto, ou - so' no pagamento de salario - liquido acima do
      * ultimo mes processado do ano em mais da percentagem definida.
      * Nos meses de subsidio (regime sem duodecimos) o subsidio e'
      * retirado ao liquido antes da comparacao.
       AVALIAR-QUARENTENA.

           MOVE "N" TO QUAR-RETER.
           MOVE "N" TO QUAR-MOTIVO-IBAN.
           MOVE "N" TO QUAR-MOTIVO-SUBIDA.
           MOVE "N" TO QUAR-MOTIVO-TECTO.
           MOVE ZEROS TO QUAR-LIQ-ANTERIOR.
           IF (QUAR-DIAS-IBAN > 0) AND (TAB-IB-QTD > 0) THEN
               MOVE SEPA-ID TO QUAR-ID-PROCURADO
               MOVE "N" TO QUAR-ENCONTRADA
               PERFORM LOCALIZAR-IBAN-ALTERADO
                   VARYING IDX-IB FROM 1 BY 1
                   UNTIL QUAR-NA-TABELA OR (IDX-IB > TAB-IB-QTD)
               IF (QUAR-NA-TABELA) THEN
                   MOVE "S" TO QUAR-MOTIVO-IBAN
               END-IF
           END-IF.
           IF (QUAR-TECTO > 0) AND (SEPA-VALOR > QUAR-TECTO) THEN
               MOVE "S" TO QUAR-MOTIVO-TECTO
           END-IF.
           IF (QUAR-SUBIDA > 0) AND (SEPA-TIPO = SPACE) THEN
               PERFORM APURAR-LIQUIDO-ANTERIOR
               IF (QUAR-LIQ-ANTERIOR > 0) THEN
                   MOVE SEPA-VALOR TO QUAR-LIQ-COMPARAR
                   IF (REGIME-EMPREGADO NOT = "D") THEN
                       SUBTRACT SUBSIDIO-VALOR FROM QUAR-LIQ-COMPARAR
                   END-IF
                   COMPUTE QUAR-LIMITE ROUNDED = QUAR-LIQ-ANTERIOR
                       * (100 + QUAR-SUBIDA) / 100
                   IF (QUAR-LIQ-COMPARAR > QUAR-LIMITE) THEN
                       MOVE "S" TO QUAR-MOTIVO-SUBIDA
                   END-IF
               END-IF
           END-IF.
           IF (QUAR-MOTIVO-IBAN = "S") OR (QUAR-MOTIVO-SUBIDA = "S")
               OR (QUAR-MOTIVO-TECTO = "S") THEN
               MOVE "S" TO QUAR-RETER
           END-IF.

      *------------------------------------------------------------------------
      * Liquido do ultimo mes processado do ano antes do mes da
      * transferencia, lido do mapa do empregado (zero quando e' o
      * primeiro mes do ano processado).
       APURAR-LIQUIDO-ANTERIOR.

           IF (EMPMSTR-DISPONIVEL) THEN
               MOVE SEPA-ID TO EMP-ID
               READ EMPMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GUARDAR-LIQUIDO-ANTERIOR
                           VARYING IDX-MES FROM 1 BY 1
                           UNTIL IDX-MES >= SEPA-MES
               END-READ
           END-IF.

       GUARDAR-LIQUIDO-ANTERIOR.

           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
               MOVE EMP-MES-LIQUIDO(IDX-MES) TO QUAR-LIQ-ANTERIOR
           END-IF.

      *------------------------------------------------------------------------
      * Retem a transferencia suspeita no SEPARETI, pendente de
      * aprovacao no programa LIBERTAR, na primeira sequencia livre do
      * empregado/ano/mes. Uma retencao ainda por pagar com o mesmo
      * tipo e valor e' a mesma transferencia (recomeco do lote) e
      * nao e' repetida. Sem o SEPARETI a transferencia nao e'
      * emitida de todo, com aviso. Em simulacao so' e' anunciada.
       RETER-TRANSFERENCIA.

           MOVE SEPA-VALOR TO SAIDA-QUAR-VALOR.
           IF (EM-SIMULACAO) THEN
               DISPLAY "SIMULACAO: transferencia de " SEPA-ID " ("
                   SAIDA-QUAR-VALOR " EUR) seria retida."
               PERFORM AVISAR-MOTIVOS-RETENCAO
           ELSE
               IF NOT SEPARETI-DISPONIVEL THEN
                   DISPLAY "SEPARETI: indisponivel, transferencia de "
                       SEPA-ID " (" SAIDA-QUAR-VALOR " EUR) nao"
                       " emitida."
                   PERFORM AVISAR-MOTIVOS-RETENCAO
               ELSE
                   PERFORM PROCURAR-RETENCAO-LIVRE
                   IF (QUAR-JA-RETIDA) THEN
                       DISPLAY "SEPARETI: transferencia de " SEPA-ID
                           " ja retida para o mes, nao repetida."
                   ELSE
                       IF (QUAR-SEQ-LIVRE = 0) THEN
                           DISPLAY "SEPARETI: sem sequencia livre para "
                               SEPA-ID ", transferencia nao emitida."
                       ELSE
                           PERFORM GRAVAR-RETENCAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCURAR-RETENCAO-LIVRE.

           MOVE "N" TO QUAR-PROCURA.
           MOVE "N" TO QUAR-DUPLICADA.
           MOVE ZEROS TO QUAR-SEQ-LIVRE.
           PERFORM VERIFICAR-SEQ-RETENCAO
               VARYING QUAR-SEQ FROM 1 BY 1
               UNTIL QUAR-PROCURA-TERMINADA OR (QUAR-SEQ > 99).

       VERIFICAR-SEQ-RETENCAO.

           MOVE SEPA-ID  TO RET-ID.
           MOVE SEPA-ANO TO RET-ANO.
           MOVE SEPA-MES TO RET-MES.
           MOVE QUAR-SEQ TO RET-SEQ.
           READ SEPARETI
               INVALID KEY
                   MOVE QUAR-SEQ TO QUAR-SEQ-LIVRE
                   MOVE "S" TO QUAR-PROCURA
               NOT INVALID KEY
                   IF (RET-POR-PAGAR) AND (RET-TIPO = SEPA-TIPO)
                       AND (RET-VALOR = SEPA-VALOR) THEN
                       MOVE "S" TO QUAR-DUPLICADA
                       MOVE "S" TO QUAR-PROCURA
                   END-IF
           END-READ.

       GRAVAR-RETENCAO.

           MOVE SEPA-ID            TO RET-ID.
           MOVE SEPA-ANO           TO RET-ANO.
           MOVE SEPA-MES           TO RET-MES.
           MOVE QUAR-SEQ-LIVRE     TO RET-SEQ.
           MOVE SEPA-IBAN          TO RET-IBAN.
           MOVE SEPA-NOME          TO RET-NOME.
           MOVE SEPA-VALOR         TO RET-VALOR.
           MOVE SEPA-TIPO          TO RET-TIPO.
           MOVE QUAR-MOTIVO-IBAN   TO RET-MOTIVO-IBAN.
           MOVE QUAR-MOTIVO-SUBIDA TO RET-MOTIVO-SUBIDA.
           MOVE QUAR-MOTIVO-TECTO  TO RET-MOTIVO-TECTO.
           MOVE QUAR-LIQ-ANTERIOR  TO RET-LIQ-ANTERIOR.
           MOVE QUAR-DATA-EXEC     TO RET-DATA.
           MOVE QUAR-HORA-EXEC     TO RET-HORA.
           MOVE "P"                TO RET-ESTADO.
           MOVE SPACES             TO RET-UTILIZADOR.
           MOVE ZEROS              TO RET-DATA-DECISAO.
           MOVE ZEROS              TO RET-HORA-DECISAO.
           WRITE RET-REGISTO
               INVALID KEY
                   DISPLAY "SEPARETI: erro ao gravar (estado "
                       FS-SEPARETI "), transferencia de " SEPA-ID
                       " nao emitida."
               NOT INVALID KEY
                   ADD 1          TO SEPA-RETIDAS
                   ADD SEPA-VALOR TO SEPA-VALOR-RETIDO
                   DISPLAY "QUARENTENA: transferencia de " SEPA-ID
                       " (" SAIDA-QUAR-VALOR " EUR) retida para"
                       " aprovacao."
                   PERFORM AVISAR-MOTIVOS-RETENCAO
           END-WRITE.

       AVISAR-MOTIVOS-RETENCAO.

           IF (QUAR-MOTIVO-IBAN = "S") THEN
               DISPLAY "  motivo: IBAN alterado ha menos de "
                   QUAR-DIAS-IBAN " dias."
           END-IF.
           IF (QUAR-MOTIVO-SUBIDA = "S") THEN
               MOVE QUAR-LIQ-ANTERIOR TO SAIDA-QUAR-ANTERIOR
               DISPLAY "  motivo: subida face ao liquido anterior ("
                   SAIDA-QUAR-ANTERIOR " EUR)."
           END-IF.
           IF (QUAR-MOTIVO-TECTO = "S") THEN
               DISPLAY "  motivo: valor acima do tecto por"
                   " transferencia."
           END-IF.

      *------------------------------------------------------------------------
      * Estorno de um mes cuja transferencia de salario ainda esta
      * retida (pendente ou rejeitada): a retencao e' anulada ("X") e
      * nenhum dinheiro chegou a sair, pelo que nao ha debito a pedir
      * ao banco.
       ANULAR-RETENCAO.

           MOVE "N" TO QUAR-ANULADA.
           IF (SEPARETI-DISPONIVEL) THEN
               MOVE "N" TO QUAR-PROCURA
               PERFORM ANULAR-SEQ-RETENCAO
                   VARYING QUAR-SEQ FROM 1 BY 1
                   UNTIL QUAR-PROCURA-TERMINADA OR (QUAR-SEQ > 99)
           END-IF.

       ANULAR-SEQ-RETENCAO.

           MOVE SEPA-ID  TO RET-ID.
           MOVE SEPA-ANO TO RET-ANO.
           MOVE SEPA-MES TO RET-MES.
           MOVE QUAR-SEQ TO RET-SEQ.
           READ SEPARETI
               INVALID KEY
                   MOVE "S" TO QUAR-PROCURA
               NOT INVALID KEY
                   IF (RET-POR-PAGAR) AND (RET-TIPO = SPACE) THEN
                       MOVE "X"            TO RET-ESTADO
                       MOVE "ESTORNO"      TO RET-UTILIZADOR
                       MOVE QUAR-DATA-EXEC TO RET-DATA-DECISAO
                       MOVE QUAR-HORA-EXEC TO RET-HORA-DECISAO
                       REWRITE RET-REGISTO
                       MOVE "S" TO QUAR-ANULADA
                       MOVE "S" TO QUAR-PROCURA
                   END-IF
           END-READ.

      *------------------------------------------------------------------------
      * Abre o estado do ciclo mensal em I-O; se ainda nao existir,
      * cria-o. Sem o ciclo nao se sabe em que etapa estao os meses e
      * o processamento e' cancelado, como sem historico.
       ABRIR-CICLO.

           MOVE "S" TO CICLO-ESTADO.
           MOVE "S" TO CICLO-AUTORIZACAO.
           OPEN I-O CICLOMES.
           IF (FS-CICLOMES = "35") THEN
               OPEN OUTPUT CICLOMES
               CLOSE CICLOMES
               OPEN I-O CICLOMES
           END-IF.
           IF (FS-CICLOMES NOT = "00") THEN
               MOVE "N" TO CICLO-ESTADO
               DISPLAY "CICLOMES: erro ao abrir (estado "
                   FS-CICLOMES "), ficheiro preservado."
               DISPLAY "CICLOMES: processamento cancelado."
               STOP RUN
           END-IF.

      *------------------------------------------------------------------------
      * Verificacao do ciclo no arranque de cada modo: percorre o
      * ficheiro de entrada, regista cada ano/mes valido e verifica a
      * etapa, e reabre o ficheiro para o processamento. Um so' mes
      * recusado recusa a execucao inteira.
       VERIFICAR-CICLO-ESTORNOS.

           PERFORM LER-REGISTO-ESTORNO.
           PERFORM REGISTAR-ESTORNO-CICLO UNTIL ESTORNOS-TERMINADO.
           CLOSE ESTORNOS.
           OPEN INPUT ESTORNOS.
           MOVE "N" TO ESTORNOS-FIM.

       REGISTAR-ESTORNO-CICLO.

           IF (EST-MES >= 1) AND (EST-MES <= 12) THEN
               MOVE EST-ANO TO CICLO-ANO
               MOVE EST-MES TO CICLO-MES
               PERFORM REGISTAR-MES-CICLO
           END-IF.
           PERFORM LER-REGISTO-ESTORNO.

      *    O retroactivo recalcula do mes inicial ate' Dezembro: todos
      *    esses meses sao verificados.
       VERIFICAR-CICLO-RETRO.

           PERFORM LER-PEDIDO-RETRO.
           PERFORM REGISTAR-RETRO-CICLO UNTIL RETRO-TERMINADO.
           CLOSE RETROPED.
           OPEN INPUT RETROPED.
           MOVE "N" TO RETRO-FIM.

       REGISTAR-RETRO-CICLO.

           IF (RP-MES-INICIO >= 1) AND (RP-MES-INICIO <= 12) THEN
               MOVE RP-ANO TO CICLO-ANO
               PERFORM REGISTAR-MES-CICLO
                   VARYING CICLO-MES FROM RP-MES-INICIO BY 1
                   UNTIL CICLO-MES > 12
           END-IF.
           PERFORM LER-PEDIDO-RETRO.

       VERIFICAR-CICLO-ACERTOS.

           PERFORM LER-PEDIDO-ACERTO.
           PERFORM REGISTAR-ACERTO-CICLO UNTIL ACERTOS-TERMINADO.
           CLOSE ACERTOS.
           OPEN INPUT ACERTOS.
           MOVE "N" TO ACERTOS-FIM.

       REGISTAR-ACERTO-CICLO.

           IF (AC-MES >= 1) AND (AC-MES <= 12) THEN
               MOVE AC-ANO TO CICLO-ANO
               MOVE AC-MES TO CICLO-MES
               PERFORM REGISTAR-MES-CICLO
           END-IF.
           PERFORM LER-PEDIDO-ACERTO.

       VERIFICAR-CICLO-LOTE.

           PERFORM LER-REGISTO-LOTE.
           PERFORM REGISTAR-LOTE-CICLO UNTIL LOTE-TERMINADO.
           CLOSE VENDLOTE.
           OPEN INPUT VENDLOTE.
           MOVE "N" TO LOTE-FIM.

       REGISTAR-LOTE-CICLO.

           IF (VL-MES-SALARIO >= 1) AND (VL-MES-SALARIO <= 12) THEN
               MOVE VL-ANO         TO CICLO-ANO
               MOVE VL-MES-SALARIO TO CICLO-MES
               PERFORM REGISTAR-MES-CICLO
           END-IF.
           PERFORM LER-REGISTO-LOTE.

      *------------------------------------------------------------------------
      * No ecra interactivo cada mes e' verificado quando e' indicado;
      * um mes recusado volta a ser pedido.
       VERIFICAR-CICLO-ECRA.

           MOVE "S" TO CICLO-AUTORIZACAO.
           IF (CICLO-DISPONIVEL) THEN
               MOVE ANO-SALARIO TO CICLO-ANO
               MOVE MES-SALARIO TO CICLO-MES
               PERFORM REGISTAR-MES-CICLO
               IF (CICLO-NA-TABELA) THEN
                   IF (TAB-CIC-RECUSADO(IDX-CIC)) THEN
                       MOVE "N" TO CICLO-AUTORIZACAO
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Acrescenta CICLO-ANO/CICLO-MES a tabela dos meses da execucao
      * e verifica a etapa no CICLOMES na primeira vez que o mes
      * aparece. Com a tabela cheia a execucao e' recusada.
       REGISTAR-MES-CICLO.

           PERFORM LOCALIZAR-MES-CICLO.
           IF NOT CICLO-NA-TABELA THEN
               IF (TAB-CIC-QTD >= 36) THEN
                   DISPLAY "CICLOMES: demasiados meses na mesma"
                       " execucao, " CICLO-ANO "/" CICLO-MES
                       " recusado."
                   MOVE "N" TO CICLO-AUTORIZACAO
               ELSE
                   ADD 1 TO TAB-CIC-QTD
                   SET IDX-CIC TO TAB-CIC-QTD
                   MOVE CICLO-ANO TO TAB-CIC-ANO(IDX-CIC)
                   MOVE CICLO-MES TO TAB-CIC-MES(IDX-CIC)
                   MOVE ZEROS TO TAB-CIC-REGISTOS(IDX-CIC)
                   MOVE ZEROS TO TAB-CIC-TOTAL(IDX-CIC)
                   PERFORM VERIFICAR-CICLO
                   MOVE CICLO-ETAPA-ACTUAL TO TAB-CIC-ETAPA(IDX-CIC)
                   MOVE CICLO-VEREDICTO TO TAB-CIC-VEREDICTO(IDX-CIC)
                   MOVE "S" TO CICLO-PROCURA
                   IF (TAB-CIC-RECUSADO(IDX-CIC)) THEN
                       MOVE "N" TO CICLO-AUTORIZACAO
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-MES-CICLO.

           MOVE "N" TO CICLO-PROCURA.
           PERFORM PROCURAR-MES-CICLO
               VARYING IDX-CIC FROM 1 BY 1
               UNTIL CICLO-NA-TABELA OR (IDX-CIC > TAB-CIC-QTD).
           IF (CICLO-NA-TABELA) THEN
               SET IDX-CIC DOWN BY 1
           END-IF.

       PROCURAR-MES-CICLO.

           IF (IDX-CIC <= TAB-CIC-QTD) THEN
               IF (TAB-CIC-ANO(IDX-CIC) = CICLO-ANO)
                   AND (TAB-CIC-MES(IDX-CIC) = CICLO-MES) THEN
                   MOVE "S" TO CICLO-PROCURA
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Le a etapa do mes no CICLOMES (0 sem registo) e decide: dentro
      * dos limites do modo e' autorizado ("A"); fora deles so' com
      * autorizacao no CICLOFOR ("F"), senao recusado ("R").
       VERIFICAR-CICLO.

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
           IF (CICLO-ETAPA-ACTUAL >= CICLO-ETAPA-MIN)
               AND (CICLO-ETAPA-ACTUAL <= CICLO-ETAPA-MAX) THEN
               MOVE "A" TO CICLO-VEREDICTO
           ELSE
               COMPUTE CICLO-IDX = CICLO-ETAPA-ACTUAL + 1
               DISPLAY "CICLOMES: " CICLO-ANO "/" CICLO-MES
                   " na etapa " TAB-ETAPA-NOME(CICLO-IDX)
                   ", fora da ordem para " CICLO-PROGRAMA "."
               PERFORM FORCAR-CICLO
           END-IF.

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
           IF (CICLO-VEREDICTO = "R") THEN
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
      * Conta a linha de historico acabada de gravar no mes da tabela
      * do ciclo (as linhas de estorno abatem ao liquido).
       ACUMULAR-CICLO.

           IF (CICLO-DISPONIVEL) THEN
               MOVE HIST-ANO TO CICLO-ANO
               MOVE HIST-MES TO CICLO-MES
               PERFORM LOCALIZAR-MES-CICLO
               IF (CICLO-NA-TABELA) THEN
                   ADD 1 TO TAB-CIC-REGISTOS(IDX-CIC)
                   IF (HIST-TIPO = "E") THEN
                       SUBTRACT HIST-LIQUIDO
                           FROM TAB-CIC-TOTAL(IDX-CIC)
                   ELSE
                       ADD HIST-LIQUIDO TO TAB-CIC-TOTAL(IDX-CIC)
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Fim da execucao: carimba como calculado cada mes com linhas de
      * historico gravadas, esvazia a autorizacao do CICLOFOR quando
      * foi usada e fecha o ciclo.
       FECHAR-CICLO.

           IF (CICLO-DISPONIVEL) THEN
               ACCEPT CICLO-DATA FROM DATE YYYYMMDD
               ACCEPT CICLO-TEMPO FROM TIME
               MOVE CICLO-TEMPO(1:6) TO CICLO-HORA
               PERFORM CARIMBAR-MES-CICLO
                   VARYING IDX-CIC FROM 1 BY 1
                   UNTIL IDX-CIC > TAB-CIC-QTD
               IF (CICLO-FORCAGEM-USADA) THEN
                   OPEN OUTPUT CICLOFOR
                   CLOSE CICLOFOR
               END-IF
               CLOSE CICLOMES
               MOVE "N" TO CICLO-ESTADO
           END-IF.

      *------------------------------------------------------------------------
      * Carimbo de um mes: o calculo mudou os valores do mes, que volta
      * (ou avanca) a calculado; os carimbos das etapas seguintes sao
      * limpos, porque pagamento, retorno, reconciliacao e declaracao
      * tem de ser refeitos. Recalcular um mes ja calculado acumula as
      * linhas e o liquido ao carimbo existente.
       CARIMBAR-MES-CICLO.

           IF (TAB-CIC-REGISTOS(IDX-CIC) > 0) THEN
               MOVE TAB-CIC-ANO(IDX-CIC) TO CIC-ANO
               MOVE TAB-CIC-MES(IDX-CIC) TO CIC-MES
               READ CICLOMES
                   INVALID KEY
                       MOVE "N" TO CICLO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO CICLO-EXISTE
               END-READ
               IF NOT CICLO-ENCONTRADO THEN
                   MOVE TAB-CIC-ANO(IDX-CIC) TO CIC-ANO
                   MOVE TAB-CIC-MES(IDX-CIC) TO CIC-MES
                   MOVE ZEROS TO CIC-ETAPA
                   PERFORM LIMPAR-CARIMBO-CICLO
                       VARYING CICLO-IDX FROM 1 BY 1
                       UNTIL CICLO-IDX > 7
               END-IF
               IF (CIC-ETAPA NOT = CICLO-ETAPA-NOVA) THEN
                   MOVE CICLO-ETAPA-NOVA TO CICLO-IDX
                   PERFORM LIMPAR-CARIMBO-CICLO
               END-IF
               COMPUTE CICLO-SEGUINTE = CICLO-ETAPA-NOVA + 1
               PERFORM LIMPAR-CARIMBO-CICLO
                   VARYING CICLO-IDX FROM CICLO-SEGUINTE BY 1
                   UNTIL CICLO-IDX > 7
               MOVE CICLO-ETAPA-NOVA TO CICLO-IDX
               MOVE CICLO-ETAPA-NOVA TO CIC-ETAPA
               MOVE CICLO-DATA     TO CIC-CAR-DATA(CICLO-IDX)
               MOVE CICLO-HORA     TO CIC-CAR-HORA(CICLO-IDX)
               MOVE CICLO-PROGRAMA TO CIC-CAR-PROGRAMA(CICLO-IDX)
               ADD TAB-CIC-REGISTOS(IDX-CIC)
                   TO CIC-CAR-REGISTOS(CICLO-IDX)
               ADD TAB-CIC-TOTAL(IDX-CIC)
                   TO CIC-CAR-TOTAL(CICLO-IDX)
               IF (TAB-CIC-FORCADO(IDX-CIC)) THEN
                   MOVE "S" TO CIC-CAR-FORCADO(CICLO-IDX)
               END-IF
               MOVE CICLO-PROGRAMA TO CIC-ULT-PROGRAMA
               MOVE CICLO-DATA     TO CIC-ULT-DATA
               MOVE CICLO-HORA     TO CIC-ULT-HORA
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
               END-IF
           END-IF.

       LIMPAR-CARIMBO-CICLO.

           MOVE ZEROS  TO CIC-CAR-DATA(CICLO-IDX).
           MOVE ZEROS  TO CIC-CAR-HORA(CICLO-IDX).
           MOVE SPACES TO CIC-CAR-PROGRAMA(CICLO-IDX).
           MOVE ZEROS  TO CIC-CAR-REGISTOS(CICLO-IDX).
           MOVE ZEROS  TO CIC-CAR-TOTAL(CICLO-IDX).
           MOVE "N"    TO CIC-CAR-FORCADO(CICLO-IDX).

      *------------------------------------------------------------------------
      * Abre o resumo mensal de comissoes e salarios. E' gerado de novo
                               IF (LOTE-MOTIVO = "MI") THEN
                                   ADD 1 TO REJ-MI
                               ELSE
                                   IF (LOTE-MOTIVO = "EQ") THEN
                                       ADD 1 TO REJ-EQ
                                   ELSE
                                       ADD 1 TO REJ-DP
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   IF (CHK-RUN-MOVS NUMERIC) THEN
                       MOVE CHK-RUN-MOVS TO RUN-MOVS-VENC
                   END-IF
                   IF (CHK-PASSAGEM NUMERIC) THEN
                       MOVE CHK-REJ-EQ     TO REJ-EQ
                       ADD CHK-REJ-EQ      TO REJ-TOTAL
                       MOVE CHK-RUN-CHEFIA TO RUN-CHEFIA
                       IF (CHK-PASSAGEM = 2) THEN
                           SET PASSAGEM-CHEFES TO TRUE
                           DISPLAY "LOTE: recomeco na passagem dos"
                               " chefes de equipa."
                       END-IF
                   END-IF
                   IF (CHK-RUN-GAR-ADIANT NUMERIC) THEN
                       MOVE CHK-RUN-GAR-ADIANT TO RUN-GAR-ADIANTADA
                       MOVE CHK-RUN-GAR-RECUP  TO RUN-GAR-RECUPERADA
                   END-IF
                   IF (CHK-SEPA-RETIDAS NUMERIC) THEN
                       MOVE CHK-SEPA-RETIDAS TO SEPA-RETIDAS
                       MOVE CHK-VALOR-RETIDO TO SEPA-VALOR-RETIDO
                   END-IF
                   MOVE LOTE-SALTAR TO SAIDA-LOTE-SALTAR
                   DISPLAY "LOTE: recomeco apos abend, a saltar"
                       SAIDA-LOTE-SALTAR " registos ja tratados."
               MOVE RUN-PENHORAS      TO CHK-RUN-PENHORAS
               MOVE RUN-ADIANTAMENTOS TO CHK-RUN-ADIANT
               MOVE RUN-MOVS-VENC     TO CHK-RUN-MOVS
               MOVE PASSAGEM-LOTE     TO CHK-PASSAGEM
               MOVE REJ-EQ            TO CHK-REJ-EQ
               MOVE RUN-CHEFIA        TO CHK-RUN-CHEFIA
               MOVE RUN-GAR-ADIANTADA  TO CHK-RUN-GAR-ADIANT
               MOVE RUN-GAR-RECUPERADA TO CHK-RUN-GAR-RECUP
               MOVE SEPA-RETIDAS       TO CHK-SEPA-RETIDAS
               MOVE SEPA-VALOR-RETIDO  TO CHK-VALOR-RETIDO
               IF (GRAVAR-EMCURSO-ATIVO) THEN
                   MOVE VL-ID          TO CHK-EMCURSO-ID
                   MOVE VL-ANO         TO CHK-EMCURSO-ANO
           IF (RESUMO-DISPONIVEL) THEN
               WRITE RESUMO-REGISTO FROM RESUMO-LINHA
           END-IF.
           IF (CHEFIA-VALOR NOT = 0) THEN
               PERFORM GRAVAR-LINHA-CHEFIA-RESUMO
           END-IF.
           IF (GARANTIA-MES NOT = 0) THEN
               PERFORM GRAVAR-LINHA-GARANTIA-RESUMO
           END-IF.
           IF (EM-SIMULACAO) THEN
               PERFORM GRAVAR-COMPARACAO-SIMULACAO
           END-IF.
           ADD PENHORA-RETIDA-MES TO RUN-PENHORAS.
           ADD MOVS-ADIANTAMENTOS TO RUN-ADIANTAMENTOS.
           ADD MOVS-VENCIMENTOS   TO RUN-MOVS-VENC.
           ADD CHEFIA-VALOR       TO RUN-CHEFIA.
           ADD GARANTIA-ADIANTADA  TO RUN-GAR-ADIANTADA.
           ADD GARANTIA-RECUPERADA TO RUN-GAR-RECUPERADA.

      *------------------------------------------------------------------------
      * Linha propria da comissao de chefia no resumo, logo abaixo da
      * linha de detalhe do chefe de equipa.
       GRAVAR-LINHA-CHEFIA-RESUMO.

           MOVE CHEFIA-VALOR TO SAIDA-CHEFIA.
           MOVE SPACES TO RESUMO-LINHA.
           STRING "  Comissao de chefia (equipa): " DELIMITED BY SIZE
                  SAIDA-CHEFIA                      DELIMITED BY SIZE
                  " EUR"                            DELIMITED BY SIZE
               INTO RESUMO-LINHA
           END-STRING.
           IF (RESUMO-DISPONIVEL) THEN
               WRITE RESUMO-REGISTO FROM RESUMO-LINHA
           END-IF.

      *------------------------------------------------------------------------
      * Linha propria da garantia minima no resumo, logo abaixo da
      * linha de detalhe do empregado: complemento adiantado ou
      * recuperacao do saldo no mes.
       GRAVAR-LINHA-GARANTIA-RESUMO.

           MOVE SPACES TO RESUMO-LINHA.
           IF (GARANTIA-ADIANTADA NOT = 0) THEN
               MOVE GARANTIA-ADIANTADA TO SAIDA-GARANTIA
               STRING "  Garantia minima (adiantamento): "
                                                DELIMITED BY SIZE
                      SAIDA-GARANTIA            DELIMITED BY SIZE
                      " EUR"                    DELIMITED BY SIZE
                   INTO RESUMO-LINHA
               END-STRING
           ELSE
               MOVE GARANTIA-RECUPERADA TO SAIDA-GARANTIA
               STRING "  Recuperacao garantia minima: -"
                                                DELIMITED BY SIZE
                      SAIDA-GARANTIA            DELIMITED BY SIZE
                      " EUR"                    DELIMITED BY SIZE
                   INTO RESUMO-LINHA
               END-STRING
           END-IF.
           IF (RESUMO-DISPONIVEL) THEN
               WRITE RESUMO-REGISTO FROM RESUMO-LINHA
           END-IF.

      *------------------------------------------------------------------------
      * Linha de comparacao do modo de simulacao: o liquido simulado
               WRITE RESUMO-REGISTO FROM RESUMO-LINHA
           END-IF.

           IF (RUN-CHEFIA NOT = 0) THEN
               MOVE RUN-CHEFIA TO SAIDA-RESUMO-CHEFIA
               MOVE SPACES TO RESUMO-LINHA
               STRING "TOTAL Comissao de chefia paga: "
                                                DELIMITED BY SIZE
                      SAIDA-RESUMO-CHEFIA       DELIMITED BY SIZE
                      " EUR"                    DELIMITED BY SIZE
                   INTO RESUMO-LINHA
               END-STRING
               IF (RESUMO-DISPONIVEL) THEN
                   WRITE RESUMO-REGISTO FROM RESUMO-LINHA
               END-IF
           END-IF.

           IF (RUN-GAR-ADIANTADA NOT = 0) THEN
               MOVE RUN-GAR-ADIANTADA TO SAIDA-RESUMO-GARANTIA
               MOVE SPACES TO RESUMO-LINHA
               STRING "TOTAL Garantia minima adiantada: "
                                                DELIMITED BY SIZE
                      SAIDA-RESUMO-GARANTIA     DELIMITED BY SIZE
                      " EUR"                    DELIMITED BY SIZE
                   INTO RESUMO-LINHA
               END-STRING
               IF (RESUMO-DISPONIVEL) THEN
                   WRITE RESUMO-REGISTO FROM RESUMO-LINHA
               END-IF
           END-IF.

           IF (RUN-GAR-RECUPERADA NOT = 0) THEN
               MOVE RUN-GAR-RECUPERADA TO SAIDA-RESUMO-GARANTIA
               MOVE SPACES TO RESUMO-LINHA
               STRING "TOTAL Garantia minima recuperada: "
                                                DELIMITED BY SIZE
                      SAIDA-RESUMO-GARANTIA     DELIMITED BY SIZE
                      " EUR"                    DELIMITED BY SIZE
                   INTO RESUMO-LINHA
               END-STRING
               IF (RESUMO-DISPONIVEL) THEN
                   WRITE RESUMO-REGISTO FROM RESUMO-LINHA
               END-IF
           END-IF.

           MOVE SPACES TO RESUMO-LINHA.
           STRING "TOTAL Descontos (S.S+IRS): " DELIMITED BY SIZE
                  SAIDA-RESUMO-DESCONTOS        DELIMITED BY SIZE
           END-STRING.
           WRITE CONTROLO-REGISTO FROM CONTROLO-LINHA.

           MOVE REJ-EQ TO SAIDA-CONTROLO-QTD.
           MOVE SPACES TO CONTROLO-LINHA.
           STRING "  EQ equipa por processar:     " DELIMITED BY SIZE
                  SAIDA-CONTROLO-QTD               DELIMITED BY SIZE
               INTO CONTROLO-LINHA
           END-STRING.
           WRITE CONTROLO-REGISTO FROM CONTROLO-LINHA.

       CONTROLO-LINHAS-GRAVADOS.

           MOVE HIST-GRAVADOS TO SAIDA-CONTROLO-QTD.
           END-STRING.
           WRITE CONTROLO-REGISTO FROM CONTROLO-LINHA.

           MOVE SEPA-RETIDAS TO SAIDA-CONTROLO-QTD.
           MOVE SPACES TO CONTROLO-LINHA.
           STRING "Transferencias retidas:        " DELIMITED BY SIZE
                  SAIDA-CONTROLO-QTD               DELIMITED BY SIZE
               INTO CONTROLO-LINHA
           END-STRING.
           WRITE CONTROLO-REGISTO FROM CONTROLO-LINHA.

           MOVE RESUMO-LIQUIDO TO SAIDA-CONTROLO-VAL.
           MOVE SPACES TO CONTROLO-LINHA.
           STRING "Valor liquido transferido:     " DELIMITED BY SIZE
           END-STRING.
           WRITE CONTROLO-REGISTO FROM CONTROLO-LINHA.

           MOVE SEPA-VALOR-RETIDO TO SAIDA-CONTROLO-VAL.
           MOVE SPACES TO CONTROLO-LINHA.
           STRING "  dos quais retidos:           " DELIMITED BY SIZE
                  SAIDA-CONTROLO-VAL               DELIMITED BY SIZE
                  " EUR"                           DELIMITED BY SIZE
               INTO CONTROLO-LINHA
           END-STRING.
           WRITE CONTROLO-REGISTO FROM CONTROLO-LINHA.

           MOVE RESUMO-QTD TO SAIDA-CONTROLO-QTD.
           MOVE SPACES TO CONTROLO-LINHA.
           STRING "Linhas de detalhe no RESUMO:   " DELIMITED BY SIZE

      *------------------------------------------------------------------------
      * Gera o ficheiro de lancamento contabilistico (LANCAMEN) da
      * execucao: debitos de gastos (vencimentos base, comissoes,
      * comissoes de chefia e encargos patronais) e creditos de
      * retencoes e liquidos a pagar, equilibrado ao centimo - quando
      * os arredondamentos nao fecham, uma linha de acerto fecha a
      * diferenca, com aviso. Em simulacao nao e' gerado.
       GERAR-LANCAMENTOS.

           IF (EM-SIMULACAO) THEN
               MOVE RESUMO-COMISSAO TO LANC-VALOR
               PERFORM GRAVAR-LINHA-LANC

               MOVE "D"    TO LANC-NATUREZA
               MOVE "6324" TO LANC-CONTA
               MOVE "GASTOS COMISSOES DE CHEFIA" TO LANC-DESCRICAO
               MOVE RUN-CHEFIA TO LANC-VALOR
               PERFORM GRAVAR-LINHA-LANC

      *        Movimentos de vencimento do mes (horas extra e
      *        subsidios somam ao gasto; faltas abatem-no e saem a
      *        credito), para o lancamento fechar com os creditos
               MOVE "6323" TO LANC-CONTA
               PERFORM GRAVAR-LINHA-LANC

      *        Garantia minima: o complemento pago fica a debito
      *        como adiantamento por conta de comissoes, e o que foi
      *        recuperado da comissao do mes sai a credito da mesma
      *        conta.
               MOVE "D"    TO LANC-NATUREZA
               MOVE "2322" TO LANC-CONTA
               MOVE "ADIANT. GARANTIA MINIMA" TO LANC-DESCRICAO
               MOVE RUN-GAR-ADIANTADA TO LANC-VALOR
               PERFORM GRAVAR-LINHA-LANC

               MOVE "C"    TO LANC-NATUREZA
               MOVE "2322" TO LANC-CONTA
               MOVE "RECUPERACAO GARANTIA MINIMA" TO LANC-DESCRICAO
               MOVE RUN-GAR-RECUPERADA TO LANC-VALOR
               PERFORM GRAVAR-LINHA-LANC

               MOVE "D"    TO LANC-NATUREZA
               MOVE "635 " TO LANC-CONTA
               MOVE "ENCARGOS SEG SOCIAL PATRONAL" TO LANC-DESCRICAO
           ACCEPT LANC-TEMPO FROM TIME.
           MOVE LANC-TEMPO(1:6) TO LANC-HORA.
           MOVE RESUMO-QTD TO SAIDA-CONTROLO-QTD.
           IF (EM-ACERTO) THEN
               MOVE " Acertos ACERTOS Proc:" TO LANC-ORIGEM
           ELSE
               MOVE " Lote VENDLOTE Proc:" TO LANC-ORIGEM
           END-IF.
           MOVE SPACES TO LANC-LINHA.
           STRING "LANCAMENTO FOLHA DE VENCIMENTOS Data:"
                                      DELIMITED BY SIZE
                  LANC-DATA           DELIMITED BY SIZE
                  " Hora:"            DELIMITED BY SIZE
                  LANC-HORA           DELIMITED BY SIZE
                  LANC-ORIGEM         DELIMITED BY SIZE
                  SAIDA-CONTROLO-QTD  DELIMITED BY SIZE
               INTO LANC-LINHA
           END-STRING.
           MOVE SPACE TO HISTORICO-TIPO.
           PERFORM EMITIR-RECIBO-ESTORNO.
           PERFORM EMITIR-SEPA-ESTORNO.
           PERFORM ESTORNAR-GARANTIA.

           MOVE "N"   TO EMP-MES-PROCESSADO(IDX-MES).
           MOVE ZEROS TO EMP-MES-SALARIO-BASE(IDX-MES).
           MOVE ZEROS TO EMP-MES-SS-PATRONAL(IDX-MES).
           MOVE ZEROS TO EMP-MES-VOLUME(IDX-MES).
           MOVE ZEROS TO EMP-MES-MOVS(IDX-MES).
           MOVE ZEROS TO EMP-MES-CHEFIA(IDX-MES).
           MOVE ZEROS TO EMP-MES-GARANTIA(IDX-MES).
           REWRITE EMP-REGISTO.
           ADD 1 TO EST-FEITOS.
           DISPLAY "ESTORNO: ID " EST-ID " mes anulado.".
      *------------------------------------------------------------------------
      * Instrucao SEPA de ajuste do estorno: o liquido anulado, marcado
      * a debito ("E") para o banco recuperar o valor, em vez do
      * credito normal. Se a transferencia do mes ainda esta retida
      * na quarentena, a retencao e' anulada e nao ha debito.
       EMITIR-SEPA-ESTORNO.

           MOVE IBAN-VENDEDOR   TO SEPA-IBAN.
           MOVE EMPREGADO-ID    TO SEPA-ID.
           MOVE ANO-SALARIO     TO SEPA-ANO.
           MOVE MES-SALARIO     TO SEPA-MES.
           PERFORM ANULAR-RETENCAO.
           IF (QUAR-RETENCAO-ANULADA) THEN
               DISPLAY "ESTORNO: ID " EMPREGADO-ID " transferencia"
                   " retida anulada, sem debito SEPA."
           ELSE
               IF (SEPA-DISPONIVEL) THEN
                   WRITE SEPA-REGISTO
                   ADD 1 TO SEPA-GRAVADAS
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * vendas e os movimentos de vencimento guardados no mapa
      * quando o mes foi apurado. Meses processados antes de o volume
      * ficar guardado (volume a zero com comissao paga) nao sao
      * recalculaveis e ficam como estao, com aviso. O mes da saida
      * de um cessado foi pago pelo acerto de contas (linha "C" no
      * historico) e tambem fica como esta, com aviso; os meses
      * anteriores trabalhados recalculam-se normalmente. A comissao
      * de chefia do mes e' mantida tal como foi paga.
       RECALCULAR-MES-RETRO.

           SET IDX-MES TO RETRO-MES.
           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
               PERFORM PROCURAR-ACERTO-RETRO
               IF (RETRO-MES-DE-ACERTO) THEN
                   DISPLAY "RETRO: ID " RP-ID " mes " RETRO-MES
                       " pago pelo acerto de contas, nao recalculado."
               ELSE
                   IF (EMP-MES-VOLUME(IDX-MES) = 0)
                       AND (EMP-MES-COMISSAO-TAXA(IDX-MES) NOT = 0) THEN
                       DISPLAY "RETRO: ID " RP-ID " mes sem volume"
                           " guardado, nao recalculado."
                   ELSE
                       PERFORM RECALCULAR-MES-RETRO-APURADO
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Procura no historico, pelas sequencias do empregado/ano/mes
      * do pedido, uma linha de acerto de contas ("C").
       PROCURAR-ACERTO-RETRO.

           MOVE "N" TO RETRO-ACERTO.
           MOVE "N" TO PROCURA-FIM.
           IF (HISTORIC-DISPONIVEL) THEN
               PERFORM PROCURAR-ACERTO-HISTORICO
                   VARYING HIST-TENTATIVAS FROM 1 BY 1
                   UNTIL PROCURA-TERMINADA OR (HIST-TENTATIVAS > 99)
           END-IF.

       PROCURAR-ACERTO-HISTORICO.

           MOVE RP-ID           TO HIST-ID.
           MOVE RP-ANO          TO HIST-ANO.
           MOVE RETRO-MES       TO HIST-MES.
           MOVE HIST-TENTATIVAS TO HIST-SEQ.
           READ HISTORIC
               INVALID KEY
                   SET PROCURA-TERMINADA TO TRUE
               NOT INVALID KEY
                   IF (HIST-TIPO = "C") THEN
                       MOVE "S" TO RETRO-ACERTO
                   END-IF
           END-READ.

       RECALCULAR-MES-RETRO-APURADO.

           MOVE RP-ANO    TO ANO-SALARIO.
           MOVE RETRO-MES TO MES-SALARIO.
           MOVE EMP-MES-VOLUME(IDX-MES) TO VOLUME-VENDAS.
           MOVE EMP-MES-MOVS(IDX-MES)   TO RETRO-MOVS-VENC.
           MOVE EMP-MES-CHEFIA(IDX-MES) TO CHEFIA-VALOR.
           MOVE EMP-MES-GARANTIA(IDX-MES) TO RETRO-GARANTIA.

           MOVE EMP-MES-SALARIO-BASE(IDX-MES)  TO RETRO-ANT-BASE.
           MOVE EMP-MES-COMISSAO-TAXA(IDX-MES) TO RETRO-ANT-COMISSAO.
           MOVE SPACE TO HISTORICO-TIPO.

      *------------------------------------------------------------------------
      * Corrige o mapa do empregado: os valores do mes passam aos
      * recalculados e os acumulados YTD sao ajustados pela
      * diferenca entre o pago e o recalculado.
       ATUALIZAR-MES-RETRO.

           SET IDX-MES TO RETRO-MES.
           MOVE SALARIO-BASE     TO EMP-MES-SALARIO-BASE(IDX-MES).
           MOVE COMISSAO         TO EMP-MES-COMISSAO-TAXA(IDX-MES).
           MOVE TOTAL            TO EMP-MES-TOTAL(IDX-MES).
           MOVE SEGURANCA-SOCIAL TO EMP-MES-SEGSOCIAL(IDX-MES).
           MOVE IRS              TO EMP-MES-IRS(IDX-MES).
           MOVE TOTAL-DESCONTOS  TO EMP-MES-DESCONTOS(IDX-MES).
           MOVE SALARIO-LIQUIDO  TO EMP-MES-LIQUIDO(IDX-MES).
           MOVE SS-PATRONAL      TO EMP-MES-SS-PATRONAL(IDX-MES).

           COMPUTE EMP-YTD-IRS =
               EMP-YTD-IRS - RETRO-ANT-IRS + IRS
               ON SIZE ERROR
                   MOVE ZEROS TO EMP-YTD-IRS
                   DISPLAY "AVISO: YTD IRS invalido, reposto a zero."
           END-COMPUTE.
           COMPUTE EMP-YTD-SEGSOCIAL =
               EMP-YTD-SEGSOCIAL - RETRO-ANT-SS + SEGURANCA-SOCIAL
               ON SIZE ERROR
                   MOVE ZEROS TO EMP-YTD-SEGSOCIAL
                   DISPLAY "AVISO: YTD S.S. invalido, reposto a zero."
           END-COMPUTE.
           COMPUTE EMP-YTD-LIQUIDO =
               EMP-YTD-LIQUIDO - RETRO-ANT-LIQUIDO + SALARIO-LIQUIDO
               ON SIZE ERROR
                   MOVE ZEROS TO EMP-YTD-LIQUIDO
                   DISPLAY "AVISO: YTD liquido invalido, reposto a 0."
           END-COMPUTE.
           COMPUTE EMP-YTD-SS-PATRONAL =
               EMP-YTD-SS-PATRONAL - RETRO-ANT-PATRONAL + SS-PATRONAL
               ON SIZE ERROR
                   MOVE ZEROS TO EMP-YTD-SS-PATRONAL
                   DISPLAY "AVISO: YTD patronal invalido, reposto a 0."
           END-COMPUTE.

      *------------------------------------------------------------------------
      * Recibo de acerto retroactivo: identifica o pedido, os meses
      * recalculados e o total das diferencas a pagar (positivo) ou a
      * recuperar (negativo), como linha de acerto junto aos recibos.
       EMITIR-RECIBO-RETRO.

           MOVE RP-MES-INICIO     TO SAIDA-MESSALARIO.
           MOVE RETRO-MESES-FEITOS TO SAIDA-RETRO-MESES.
           MOVE RETRO-DIF-TOTAL   TO SAIDA-RETRO-DIF.

           MOVE SPACES TO REC-LINHA.
           STRING "____________________________________________________"
               DELIMITED BY SIZE INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "  Empresa Programadores" DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "  Acerto Retroactivo de Vencimentos"
               DELIMITED BY SIZE INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "____________________________________________________"
               DELIMITED BY SIZE INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "Empregado (ID): "   DELIMITED BY SIZE
                  RP-ID                DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "Ano: "              DELIMITED BY SIZE
                  RP-ANO               DELIMITED BY SIZE
                  "  Desde o mes: "    DELIMITED BY SIZE
                  SAIDA-MESSALARIO     DELIMITED BY SIZE
                  "  Meses recalculados: " DELIMITED BY SIZE
                  SAIDA-RETRO-MESES    DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE SPACES TO REC-LINHA.
           STRING "Acerto (a pagar se positivo): "
                                       DELIMITED BY SIZE
                  SAIDA-RETRO-DIF      DELIMITED BY SIZE
                  " EUR"               DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE SPACES TO REC-LINHA.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

      *------------------------------------------------------------------------
      * Instrucao SEPA unica pela diferenca liquida do pedido: "T" a
      * credito quando ha retroactivos a pagar, "E" a debito quando o
      * recalculo baixa o liquido. Diferenca nula nao gera instrucao.
       EMITIR-SEPA-RETRO.

           IF (RETRO-DIF-TOTAL = 0) THEN
               DISPLAY "RETRO: ID " RP-ID " diferenca liquida nula,"
                   " sem instrucao SEPA."
           ELSE
               IF (RETRO-DIF-TOTAL > 0) THEN
                   MOVE RETRO-DIF-TOTAL TO RETRO-DIF-ABS
                   MOVE "T" TO SEPA-TIPO
               ELSE
                   COMPUTE RETRO-DIF-ABS = 0 - RETRO-DIF-TOTAL
                   MOVE "E" TO SEPA-TIPO
               END-IF
               MOVE IBAN-VENDEDOR TO SEPA-IBAN
               MOVE NOME-VENDEDOR TO SEPA-NOME
               MOVE RETRO-DIF-ABS TO SEPA-VALOR
               MOVE RP-ID         TO SEPA-ID
               MOVE RP-ANO        TO SEPA-ANO
               MOVE RP-MES-INICIO TO SEPA-MES
               IF (SEPA-TIPO = "T") THEN
                   PERFORM AVALIAR-QUARENTENA
               ELSE
                   MOVE "N" TO QUAR-RETER
               END-IF
               PERFORM ENCAMINHAR-SEPA
           END-IF.

      *------------------------------------------------------------------------
      * Modo de acerto de contas: le ACERTOS registo a registo e
      * apura o ultimo pagamento de cada empregado cessado, pela
      * mesma cadeia de calculo do lote, com as parcelas proprias da
      * cessacao.
       PROCESSAR-ACERTOS.

           PERFORM LER-PEDIDO-ACERTO.
           PERFORM PROCESSAR-PEDIDO-ACERTO UNTIL ACERTOS-TERMINADO.

           MOVE ACERTO-FEITOS     TO SAIDA-ACERTO-FEITOS.
           MOVE ACERTO-REJEITADOS TO SAIDA-ACERTO-REJ.
           DISPLAY "ACERTOS: acertos emitidos " SAIDA-ACERTO-FEITOS
               ", pedidos rejeitados " SAIDA-ACERTO-REJ ".".

       LER-PEDIDO-ACERTO.

           READ ACERTOS
               AT END
                   SET ACERTOS-TERMINADO TO TRUE
           END-READ.

      *------------------------------------------------------------------------
      * Valida o pedido de acerto: o empregado tem de existir no mapa
      * e ja estar cessado (a cessacao e' feita e registada no
      * EMPMANUT), a data de saida tem de ser valida e do ano aberto,
      * e nem o mes da saida nem os seguintes podem estar processados
      * (um acerto repetido e' recusado por o mes ja estar marcado).
       PROCESSAR-PEDIDO-ACERTO.

           MOVE AC-ID TO EMPREGADO-ID.
           PERFORM OBTER-EMPREGADO-MASTER.
           MOVE "N" TO LOTE-REGISTO-INVALIDO.
           IF NOT EMPREGADO-ENCONTRADO THEN
               DISPLAY "ACERTO: ID " AC-ID
               DISPLAY "  empregado desconhecido no mapa, ignorado."
               MOVE "S" TO LOTE-REGISTO-INVALIDO
           ELSE
               IF NOT EMP-CESSADO THEN
                   DISPLAY "ACERTO: ID " AC-ID
                   DISPLAY "  empregado nao cessado no mapa (cessar"
                       " primeiro no EMPMANUT), ignorado."
                   MOVE "S" TO LOTE-REGISTO-INVALIDO
               ELSE
                   IF (AC-ANO NOT = EMP-ANO-ABERTO) THEN
                       DISPLAY "ACERTO: ID " AC-ID
                       DISPLAY "  ano nao aberto no mapa, ignorado."
                       MOVE "S" TO LOTE-REGISTO-INVALIDO
                   END-IF
               END-IF
           END-IF.
           IF NOT LOTE-REGISTO-E-INVALIDO THEN
               PERFORM VALIDAR-DATA-SAIDA
           END-IF.
           IF NOT LOTE-REGISTO-E-INVALIDO THEN
               PERFORM VERIFICAR-MESES-ACERTO
           END-IF.
           IF NOT LOTE-REGISTO-E-INVALIDO THEN
               IF (AC-VOLUME-VENDAS NUMERIC) THEN
                   MOVE AC-VOLUME-VENDAS TO VOLUME-VENDAS
               ELSE
                   MOVE ZEROS TO VOLUME-VENDAS
               END-IF
               IF (VOLUME-VENDAS > LIMITE-VOLUME-VENDAS) THEN
                   DISPLAY "ACERTO: ID " AC-ID
                   DISPLAY "  volume de vendas fora do limite,"
                       " ignorado."
                   MOVE "S" TO LOTE-REGISTO-INVALIDO
               END-IF
           END-IF.
           IF (LOTE-REGISTO-E-INVALIDO) THEN
               ADD 1 TO ACERTO-REJEITADOS
           ELSE
               PERFORM EXECUTAR-ACERTO
           END-IF.

           PERFORM LER-PEDIDO-ACERTO.

      *------------------------------------------------------------------------
      * Data de saida: mes de 1 a 12 e dia dentro do mes (Fevereiro
      * com 29 dias nos anos bissextos). Guarda o ultimo dia do mes
      * para a saida nesse dia contar como mes completo.
       VALIDAR-DATA-SAIDA.

           IF (AC-DATA-SAIDA NOT NUMERIC)
               OR (AC-MES < 1) OR (AC-MES > 12) THEN
               DISPLAY "ACERTO: ID " AC-ID
               DISPLAY "  data de saida invalida, ignorado."
               MOVE "S" TO LOTE-REGISTO-INVALIDO
           ELSE
               MOVE TAB-DIAS-NO-MES(AC-MES) TO ACERTO-ULTIMO-DIA
               IF (AC-MES = 2) THEN
                   DIVIDE AC-ANO BY 4 GIVING ACERTO-QUOCIENTE
                       REMAINDER ACERTO-RESTO-ANO
                   IF (ACERTO-RESTO-ANO = 0) THEN
                       MOVE 29 TO ACERTO-ULTIMO-DIA
                   END-IF
               END-IF
               IF (AC-DIA < 1) OR (AC-DIA > ACERTO-ULTIMO-DIA) THEN
                   DISPLAY "ACERTO: ID " AC-ID
                   DISPLAY "  data de saida invalida, ignorado."
                   MOVE "S" TO LOTE-REGISTO-INVALIDO
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * O mes da saida tem de estar por processar (o acerto paga-o) e
      * nenhum mes seguinte pode ter sido pago: esses meses tem de
      * ser estornados antes do acerto.
       VERIFICAR-MESES-ACERTO.

           SET IDX-MES TO AC-MES.
           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
               DISPLAY "ACERTO: ID " AC-ID
               DISPLAY "  mes da saida ja processado (estornar"
                   " primeiro), ignorado."
               MOVE "S" TO LOTE-REGISTO-INVALIDO
           ELSE
               MOVE "N" TO ACERTO-POSTERIOR
               PERFORM PROCURAR-MES-POSTERIOR
                   VARYING IDX-MES FROM AC-MES BY 1
                   UNTIL IDX-MES > 12
               IF (HA-MES-POSTERIOR-PROCESSADO) THEN
                   DISPLAY "ACERTO: ID " AC-ID
                   DISPLAY "  meses posteriores a saida ja"
                       " processados (estornar primeiro), ignorado."
                   MOVE "S" TO LOTE-REGISTO-INVALIDO
               END-IF
           END-IF.

       PROCURAR-MES-POSTERIOR.

           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
               MOVE "S" TO ACERTO-POSTERIOR
           END-IF.

      *------------------------------------------------------------------------
      * Apura o acerto de contas do empregado: prepara os dias
      * trabalhados e os subsidios ja pagos no ano a partir do mapa
      * e corre a cadeia de calculo normal, que grava a linha de
      * historico "C", o recibo de acerto, o mapa e os YTD, os abates
      * de adiantamento e penhora, o SEPA, o resumo e o custo.
       EXECUTAR-ACERTO.

           MOVE AC-ANO TO ANO-SALARIO.
           MOVE AC-MES TO MES-SALARIO.
           IF (AC-DIA = ACERTO-ULTIMO-DIA) OR (AC-DIA > 30) THEN
               MOVE 30 TO ACERTO-DIAS-MES
           ELSE
               MOVE AC-DIA TO ACERTO-DIAS-MES
           END-IF.
           IF (AC-DIAS-FERIAS NUMERIC) THEN
               MOVE AC-DIAS-FERIAS TO ACERTO-DIAS-FERIAS
           ELSE
               MOVE ZEROS TO ACERTO-DIAS-FERIAS
               PERFORM FERIAS-ACERTO-DO-MAPA
           END-IF.
           PERFORM APURAR-SUBSIDIOS-PAGOS.

           PERFORM CALCULAR-COMISSAO.
           PERFORM CALCULAR-SALARIO-BASE.
           PERFORM CALCULAR-TOTAL.
           PERFORM CALCULAR-SEGURANCA-SOCIAL.
           PERFORM CALCULAR-IRS.
           PERFORM LIMITAR-ADIANTAMENTO-ACERTO.
           PERFORM CALCULAR-TOTAL-DESCONTOS.
           MOVE "C" TO HISTORICO-TIPO.
           PERFORM CALCULAR-SALARIO-LIQUIDO.
           MOVE SPACE TO HISTORICO-TIPO.
           PERFORM AVISAR-SALDOS-ACERTO.
           ADD 1 TO ACERTO-FEITOS.
           DISPLAY "ACERTO: ID " AC-ID " acerto de contas emitido.".

      *------------------------------------------------------------------------
      * Pedido de acerto sem dias de ferias: vale o saldo de ferias do
      * ano da saida no mapa de ausencias (dias inteiros), quando o
      * empregado la tem registo.
       FERIAS-ACERTO-DO-MAPA.

           MOVE AC-ID  TO AUS-ID.
           MOVE AC-ANO TO AUS-ANO.
           PERFORM CONSULTAR-AUSENCIAS.
           IF (AUSENCIAS-NO-MAPA) THEN
               MOVE AUS-SALDO(1) TO ACERTO-DIAS-FERIAS
               DISPLAY "ACERTO: ID " AC-ID " dias de ferias por gozar"
                   " do mapa de ausencias: " ACERTO-DIAS-FERIAS "."
           END-IF.

      *------------------------------------------------------------------------
      * Percorre os meses ja processados no ano: o primeiro marca o
      * inicio do trabalho no ano (admissao no proprio ano) e cada
      * um soma os subsidios ja pagos - o duodecimo de 2/12 no
      * regime "D", ou o subsidio por inteiro de Junho/Dezembro no
      * regime normal. Sem meses processados, o ano conta a partir
      * do mes da saida.
       APURAR-SUBSIDIOS-PAGOS.

           MOVE ZEROS TO ACERTO-SUB-PAGOS.
           MOVE ZEROS TO ACERTO-MES-INICIO.
           PERFORM SOMAR-SUBSIDIO-PAGO
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12.
           IF (ACERTO-MES-INICIO = 0) THEN
               MOVE AC-MES TO ACERTO-MES-INICIO
           END-IF.

       SOMAR-SUBSIDIO-PAGO.

           IF (MES-JA-PROCESSADO(IDX-MES)) THEN
               IF (ACERTO-MES-INICIO = 0) THEN
                   SET ACERTO-MES-INICIO TO IDX-MES
               END-IF
               IF (REGIME-EMPREGADO = "D") THEN
                   COMPUTE ACERTO-DUODECIMO ROUNDED =
                       (EMP-MES-SALARIO-BASE(IDX-MES) * 2 / 12)
                   ADD ACERTO-DUODECIMO TO ACERTO-SUB-PAGOS
               ELSE
                   IF (IDX-MES = 6) OR (IDX-MES = 12) THEN
                       ADD EMP-MES-SALARIO-BASE(IDX-MES)
                           TO ACERTO-SUB-PAGOS
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Total do acerto de contas: base proporcional aos dias
      * trabalhados no mes da saida (em 30 avos), proporcionais dos
      * subsidios de ferias e de Natal pelo tempo de trabalho no ano
      * (em 360 avos do salario base cada um) menos os subsidios ja
      * pagos, ferias vencidas e nao gozadas (dia util de ferias a
      * 1/22 do salario base) e a comissao do mes. Subsidios pagos
      * acima do proporcional nao sao repostos.
       CALCULAR-TOTAL-ACERTO.

           MOVE ZEROS TO SUBSIDIO-VALOR.
           COMPUTE ACERTO-BASE-PROP ROUNDED =
               SALARIO-BASE * ACERTO-DIAS-MES / 30.
           COMPUTE ACERTO-DIAS-ANO =
               ((MES-SALARIO - ACERTO-MES-INICIO) * 30)
               + ACERTO-DIAS-MES.
           COMPUTE ACERTO-SUB-FERIAS ROUNDED =
               SALARIO-BASE * ACERTO-DIAS-ANO / 360.
           MOVE ACERTO-SUB-FERIAS TO ACERTO-SUB-NATAL.
           COMPUTE ACERTO-CALC =
               ACERTO-SUB-FERIAS + ACERTO-SUB-NATAL - ACERTO-SUB-PAGOS.
           IF (ACERTO-CALC < 0) THEN
               MOVE ZEROS TO ACERTO-SUB-DEVIDOS
               DISPLAY "ACERTO: ID " EMPREGADO-ID " subsidios pagos"
                   " acima do proporcional, sem reposicao."
           ELSE
               MOVE ACERTO-CALC TO ACERTO-SUB-DEVIDOS
           END-IF.
           COMPUTE ACERTO-FERIAS-VALOR ROUNDED =
               SALARIO-BASE * ACERTO-DIAS-FERIAS / 22
               ON SIZE ERROR
                   MOVE ZEROS TO ACERTO-FERIAS-VALOR
                   DISPLAY "AVISO: ferias nao gozadas invalidas, a"
                       " zero."
           END-COMPUTE.
           COMPUTE TOTAL = ACERTO-BASE-PROP + ACERTO-SUB-DEVIDOS
               + ACERTO-FERIAS-VALOR
               + (VOLUME-VENDAS * (COMISSAO/100))
               ON SIZE ERROR
                   MOVE 9999.99 TO TOTAL
                   DISPLAY "AVISO: total excede o maximo, truncado."
           END-COMPUTE.

      *------------------------------------------------------------------------
      * O saldo do adiantamento e' descontado por inteiro no acerto,
      * mas nunca alem do liquido depois de S.S., IRS e restantes
      * descontos: a parte que nao cabe fica em divida no mapa de
      * adiantamentos, com aviso, para cobranca fora da folha.
       LIMITAR-ADIANTAMENTO-ACERTO.

           MOVE ZEROS TO ACERTO-ADI-RESTO.
           IF (ADIANT-PRESTACAO-MES NOT = 0) THEN
               COMPUTE ACERTO-CALC = TOTAL - SEGURANCA-SOCIAL - IRS
                   - MOVS-DESCONTOS
               IF (ACERTO-CALC < 0) THEN
                   COMPUTE ACERTO-CALC = 0 - ACERTO-CALC
                   IF (ACERTO-CALC > ADIANT-PRESTACAO-MES) THEN
                       MOVE ADIANT-PRESTACAO-MES TO ACERTO-ADI-RESTO
                   ELSE
                       MOVE ACERTO-CALC TO ACERTO-ADI-RESTO
                   END-IF
                   SUBTRACT ACERTO-ADI-RESTO FROM ADIANT-PRESTACAO-MES
                   SUBTRACT ACERTO-ADI-RESTO FROM MOVS-DESCONTOS
                   SUBTRACT ACERTO-ADI-RESTO FROM MOVS-ADIANTAMENTOS
               END-IF
           END-IF.

      *------------------------------------------------------------------------
      * Avisos ao operador sobre o que o acerto nao conseguiu saldar:
      * adiantamento que fica em divida, penhora com saldo por
      * reter (o credor tem de ser informado da cessacao) e saldo da
      * garantia minima que fica por recuperar.
       AVISAR-SALDOS-ACERTO.

           IF (ACERTO-ADI-RESTO NOT = 0) THEN
               MOVE ACERTO-ADI-RESTO TO SAIDA-ACERTO-VALOR
               DISPLAY "ACERTO: ID " AC-ID " adiantamento fica com "
                   SAIDA-ACERTO-VALOR " EUR em divida, cobrar fora"
                   " da folha."
           END-IF.
           IF (PENHORA-EM-COBRANCA)
               AND (PENHORA-RETIDA-MES < PENH-SALDO-WS) THEN
               DISPLAY "ACERTO: ID " AC-ID " penhora com saldo por"
                   " reter, comunicar a cessacao ao credor."
           END-IF.
           IF (GARANTIA-SALDO-WS NOT = 0) THEN
               MOVE GARANTIA-SALDO-WS TO SAIDA-GAR-SALDO
               DISPLAY "ACERTO: ID " AC-ID " garantia minima fica com "
                   SAIDA-GAR-SALDO " EUR por recuperar (GARLISTA)."
           END-IF.

      *------------------------------------------------------------------------
      * Marca do recibo de acerto de contas, logo abaixo do titulo,
      * com a data de saida do empregado.
       RECIBO-LINHA-MARCA-ACERTO.

           MOVE SPACES TO REC-LINHA.
           STRING "  *** ACERTO DE CONTAS - cessacao em "
                                      DELIMITED BY SIZE
                  AC-DIA              DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  AC-MES              DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  AC-ANO              DELIMITED BY SIZE
                  " ***"              DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

      *------------------------------------------------------------------------
      * Parcelas do acerto de contas no recibo: base proporcional,
      * proporcionais dos subsidios, subsidios ja pagos no ano e
      * ferias nao gozadas (estas duas so' quando existem).
       RECIBO-LINHAS-ACERTO.

           MOVE ACERTO-DIAS-MES  TO SAIDA-ACERTO-DIAS.
           MOVE ACERTO-BASE-PROP TO SAIDA-ACERTO-VALOR.
           MOVE SPACES TO REC-LINHA.
           STRING "Base proporcional ("  DELIMITED BY SIZE
                  SAIDA-ACERTO-DIAS      DELIMITED BY SIZE
                  " dias): "             DELIMITED BY SIZE
                  SAIDA-ACERTO-VALOR     DELIMITED BY SIZE
                  " EUR"                 DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE ACERTO-SUB-FERIAS TO SAIDA-ACERTO-VALOR.
           MOVE SPACES TO REC-LINHA.
           STRING "Proporcional subsidio de Ferias: "
                                         DELIMITED BY SIZE
                  SAIDA-ACERTO-VALOR     DELIMITED BY SIZE
                  " EUR"                 DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           MOVE ACERTO-SUB-NATAL TO SAIDA-ACERTO-VALOR.
           MOVE SPACES TO REC-LINHA.
           STRING "Proporcional subsidio de Natal: "
                                         DELIMITED BY SIZE
                  SAIDA-ACERTO-VALOR     DELIMITED BY SIZE
                  " EUR"                 DELIMITED BY SIZE
               INTO REC-LINHA
           END-STRING.
           IF (RECIBOS-DISPONIVEL) THEN
               WRITE REC-REGISTO FROM REC-LINHA
           END-IF.

           IF (ACERTO-SUB-PAGOS NOT = 0) THEN
               MOVE ACERTO-SUB-PAGOS TO SAIDA-ACERTO-VALOR
               MOVE SPACES TO REC-LINHA
               STRING "Subsidios ja pagos no ano: -"
                                         DELIMITED BY SIZE
                      SAIDA-ACERTO-VALOR DELIMITED BY SIZE
                      " EUR"             DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
               IF (RECIBOS-DISPONIVEL) THEN
                   WRITE REC-REGISTO FROM REC-LINHA
               END-IF
           END-IF.

           IF (ACERTO-FERIAS-VALOR NOT = 0) THEN
               MOVE ACERTO-DIAS-FERIAS  TO SAIDA-ACERTO-DIAS
               MOVE ACERTO-FERIAS-VALOR TO SAIDA-ACERTO-VALOR
               MOVE SPACES TO REC-LINHA
               STRING "Ferias nao gozadas ("
                                         DELIMITED BY SIZE
                      SAIDA-ACERTO-DIAS  DELIMITED BY SIZE
                      " dias): "         DELIMITED BY SIZE
                      SAIDA-ACERTO-VALOR DELIMITED BY SIZE
                      " EUR"             DELIMITED BY SIZE
                   INTO REC-LINHA
               END-STRING
               IF (RECIBOS-DISPONIVEL) THEN
                   WRITE REC-REGISTO FROM REC-LINHA
               END-IF
           END-IF.

      * Processamento em lote: le VENDLOTE registo a registo e corre a
      * mesma cadeia de calculo usada no ecra interactivo, sem intervencao
      * do utilizador. So' entra aqui quando o ficheiro de lote existe.
      * Havendo equipas de vendas com comissao de chefia, o lote e'
      * lido duas vezes: a primeira passagem trata os vendedores e a
      * segunda os chefes de equipa, ja com o mes da equipa apurado.
       PROCESSAR-LOTE.

           IF (PASSAGEM-VENDEDORES) THEN
               PERFORM PROCESSAR-PASSAGEM-LOTE
               IF (TAB-EQ-QTD > 0) AND NOT RECOMECO-CANCELADO THEN
                   PERFORM PREPARAR-PASSAGEM-CHEFES
               END-IF
           END-IF.
           IF (PASSAGEM-CHEFES) THEN
               PERFORM PROCESSAR-PASSAGEM-LOTE
           END-IF.

      *------------------------------------------------------------------------
      * Uma passagem completa pelo lote, com o salto dos registos ja
      * tratados num recomeco apos abend.
       PROCESSAR-PASSAGEM-LOTE.

           PERFORM LER-REGISTO-LOTE.
           PERFORM SALTAR-REGISTO-LOTE
               UNTIL (LOTE-SALTADOS >= LOTE-SALTAR) OR LOTE-TERMINADO.
           END-IF.
           PERFORM PROCESSAR-REGISTO-LOTE UNTIL LOTE-TERMINADO.

      *------------------------------------------------------------------------
      * Fim da passagem dos vendedores: reabre o lote do principio
      * para a passagem dos chefes de equipa, com a contagem de
      * registos consumidos (e o checkpoint) a recomecar do zero.
       PREPARAR-PASSAGEM-CHEFES.

           CLOSE VENDLOTE.
           OPEN INPUT VENDLOTE.
           IF (FS-VENDLOTE NOT = "00") THEN
               DISPLAY "VENDLOTE: erro ao reabrir, chefes de equipa"
                   " nao processados."
           ELSE
               SET PASSAGEM-CHEFES TO TRUE
               MOVE "N"   TO LOTE-FIM
               MOVE ZEROS TO LOTE-CONSUMIDOS
               MOVE ZEROS TO LOTE-SALTAR
               MOVE ZEROS TO LOTE-SALTADOS
               DISPLAY "LOTE: vendedores tratados, a processar os"
                   " chefes de equipa."
           END-IF.

      *------------------------------------------------------------------------
      * Carrega do mapa de empregados os membros das equipas de
      * vendas (empregados com chefe de equipa indicado). So' e'
      * preciso quando o TAXAS traz escaloes de comissao de chefia.
       CARREGAR-EQUIPAS.

           MOVE ZEROS TO TAB-EQ-QTD.
           IF (TAB-OV-QTD > 0) AND (EMPMSTR-DISPONIVEL) THEN
               MOVE "N" TO MSTR-FIM
               MOVE LOW-VALUES TO EMP-ID
               START EMPMSTR KEY NOT < EMP-ID
                   INVALID KEY
                       SET MSTR-TERMINADO TO TRUE
               END-START
               IF NOT MSTR-TERMINADO THEN
                   PERFORM LER-PROXIMO-EMPREGADO
               END-IF
               PERFORM GUARDAR-MEMBRO-EQUIPA UNTIL MSTR-TERMINADO
           END-IF.

       LER-PROXIMO-EMPREGADO.

           READ EMPMSTR NEXT
               AT END
                   SET MSTR-TERMINADO TO TRUE
           END-READ.

       GUARDAR-MEMBRO-EQUIPA.

           IF (EMP-CHEFE-EQUIPA NOT = SPACES)
               AND (EMP-CHEFE-EQUIPA NOT = EMP-ID) THEN
               IF (TAB-EQ-QTD < 500) THEN
                   ADD 1 TO TAB-EQ-QTD
                   SET IDX-EQ TO TAB-EQ-QTD
                   MOVE EMP-ID           TO TAB-EQ-MEMBRO(IDX-EQ)
                   MOVE EMP-CHEFE-EQUIPA TO TAB-EQ-CHEFE(IDX-EQ)
               ELSE
                   DISPLAY "EMPMSTR: tabela de equipas cheia, " EMP-ID
                       " fora da equipa."
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-EMPREGADO.

      *------------------------------------------------------------------------
      * Assinala se o registo de lote corrente e' de um chefe de
      * equipa (tem pelo menos um membro na tabela de equipas).
       VERIFICAR-REGISTO-CHEFE.

           MOVE "N" TO REGISTO-CHEFE.
           PERFORM PROCURAR-CHEFE-EQUIPA
               VARYING IDX-EQ FROM 1 BY 1
               UNTIL (IDX-EQ > TAB-EQ-QTD) OR REGISTO-E-DE-CHEFE.

       PROCURAR-CHEFE-EQUIPA.

           IF (TAB-EQ-CHEFE(IDX-EQ) = VL-ID) THEN
               MOVE "S" TO REGISTO-CHEFE
           END-IF.

      *------------------------------------------------------------------------
      * Num recomeco apos abend, consome sem processar os registos de
      * lote ja tratados pela execucao interrompida (ate ao ultimo
           MOVE VL-ANO           TO ANO-SALARIO.
           MOVE VL-MES-SALARIO   TO MES-SALARIO.
           MOVE VL-VOLUME-VENDAS TO VOLUME-VENDAS.
           IF (VL-RECUPERACAO NUMERIC) THEN
               MOVE VL-RECUPERACAO TO COMISSAO-RECUPERAR
           ELSE
               MOVE ZEROS TO COMISSAO-RECUPERAR
           END-IF.

      *    Cada registo so' e' tratado na sua passagem: os chefes de
      *    equipa na segunda, os restantes na primeira.
           PERFORM VERIFICAR-REGISTO-CHEFE.
           IF (REGISTO-E-DE-CHEFE) AND (PASSAGEM-VENDEDORES) THEN
               DISPLAY "LOTE: ID " VL-ID " chefe de equipa, tratado"
                   " no fim do lote."
           ELSE
               IF (REGISTO-E-DE-CHEFE) OR (PASSAGEM-VENDEDORES) THEN
                   IF (EM-RECONCILIACAO) THEN
                       PERFORM RECONCILIAR-REGISTO-EMCURSO
                   ELSE
                       PERFORM TRATAR-REGISTO-LOTE
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO LOTE-CONSUMIDOS.
      * ser reconciliado no recomeco.
       TRATAR-REGISTO-LOTE.

           MOVE ZEROS TO CHEFIA-VALOR.
           MOVE ZEROS TO VOLUME-EQUIPA.
           MOVE "S" TO EQUIPA-ESTADO.
           IF (PASSAGEM-CHEFES) THEN
               PERFORM APURAR-VOLUME-EQUIPA
           END-IF.
           PERFORM OBTER-EMPREGADO-MASTER.
           PERFORM VALIDAR-REGISTO-LOTE.
           IF (LOTE-REGISTO-E-INVALIDO) THEN
               PERFORM GRAVAR-REJEITADO
           ELSE
               PERFORM MARCAR-EMCURSO-CHECKPOINT
               IF (PASSAGEM-CHEFES) THEN
                   PERFORM CALCULAR-COMISSAO-CHEFIA
               END-IF
               PERFORM CALCULAR-COMISSAO
               PERFORM CALCULAR-SALARIO-BASE
               PERFORM CALCULAR-TOTAL
               PERFORM CALCULAR-SALARIO-LIQUIDO
           END-IF.

      *------------------------------------------------------------------------
      * Volume do mes da equipa do chefe corrente: soma o volume dos
      * membros com o mes ja processado no mapa (ou ja calculado na
      * primeira passagem, em simulacao). Um membro activo no mesmo
      * ano com o mes ainda por processar deixa a equipa incompleta;
      * membros cessados ou de outro ano aberto so' contam o que ja
      * foi processado.
       APURAR-VOLUME-EQUIPA.

           IF (MES-SALARIO >= 1) AND (MES-SALARIO <= 12)
               AND (EMPMSTR-DISPONIVEL) THEN
               PERFORM SOMAR-VOLUME-MEMBRO
                   VARYING IDX-EQ FROM 1 BY 1
                   UNTIL IDX-EQ > TAB-EQ-QTD
           END-IF.

       SOMAR-VOLUME-MEMBRO.

           IF (TAB-EQ-CHEFE(IDX-EQ) = EMPREGADO-ID) THEN
               MOVE TAB-EQ-MEMBRO(IDX-EQ) TO EMP-ID
               READ EMPMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SOMAR-MES-MEMBRO
               END-READ
           END-IF.

       SOMAR-MES-MEMBRO.

           SET IDX-MES TO MES-SALARIO.
           IF (MES-JA-PROCESSADO(IDX-MES))
               AND (EMP-ANO-ABERTO = ANO-SALARIO) THEN
               ADD EMP-MES-VOLUME(IDX-MES) TO VOLUME-EQUIPA
           ELSE
               MOVE "N" TO MEMBRO-SIMULADO
               IF (EM-SIMULACAO) THEN
                   PERFORM PROCURAR-MES-SIMULADO
                       VARYING IDX-SIM FROM 1 BY 1
                       UNTIL (IDX-SIM > TAB-SIM-QTD)
                           OR MEMBRO-JA-SIMULADO
               END-IF
               IF NOT MEMBRO-JA-SIMULADO
                   AND (EMP-ATIVO)
                   AND (EMP-ANO-ABERTO = ANO-SALARIO) THEN
                   MOVE "N" TO EQUIPA-ESTADO
                   DISPLAY "LOTE: membro " EMP-ID " da equipa de "
                       EMPREGADO-ID " sem o mes processado."
               END-IF
           END-IF.

       PROCURAR-MES-SIMULADO.

           IF (TAB-SIM-ID(IDX-SIM) = EMP-ID)
               AND (TAB-SIM-MES(IDX-SIM) = MES-SALARIO) THEN
               MOVE "S" TO MEMBRO-SIMULADO
               ADD TAB-SIM-VOLUME(IDX-SIM) TO VOLUME-EQUIPA
           END-IF.

      *------------------------------------------------------------------------
      * Comissao de chefia: taxa do escalao "O" do volume da equipa
      * sobre esse volume. O ultimo escalao (TX-MAX 99999.99) cobre
      * qualquer volume acima. Horas extra lancadas no MOVIMENT ao
      * chefe ficam com aviso, porque a comissao de chefia ja nao se
      * lanca por essa via.
       CALCULAR-COMISSAO-CHEFIA.

           MOVE ZEROS TO CHEFIA-TAXA.
           IF (VOLUME-EQUIPA > 0) THEN
               SET IDX-OV TO 1
               SEARCH TAB-OV
                   AT END
                       MOVE ZEROS TO CHEFIA-TAXA
                   WHEN (VOLUME-EQUIPA >= TAB-OV-MIN(IDX-OV)) AND
                        ((VOLUME-EQUIPA <= TAB-OV-MAX(IDX-OV)) OR
                         (TAB-OV-MAX(IDX-OV) = 99999.99))
                       MOVE TAB-OV-TAXA(IDX-OV) TO CHEFIA-TAXA
               END-SEARCH
               COMPUTE CHEFIA-VALOR ROUNDED =
                   (VOLUME-EQUIPA * (CHEFIA-TAXA / 100))
                   ON SIZE ERROR
                       MOVE 99999.99 TO CHEFIA-VALOR
                       DISPLAY "AVISO: comissao de chefia excede o"
                           " maximo, truncada."
               END-COMPUTE
           END-IF.
           PERFORM AVISAR-HORAS-EXTRA-CHEFE
               VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > TAB-MOV-QTD.

       AVISAR-HORAS-EXTRA-CHEFE.

           IF (TAB-MOV-ID(IDX-MOV) = EMPREGADO-ID)
               AND (TAB-MOV-ANO(IDX-MOV) = ANO-SALARIO)
               AND (TAB-MOV-MES(IDX-MOV) = MES-SALARIO)
               AND (TAB-MOV-TIPO(IDX-MOV) = "H") THEN
               DISPLAY "MOVIMENT: horas extra do chefe de equipa "
                   EMPREGADO-ID ": a comissao de chefia ja e' paga"
                   " pelo lote, conferir."
           END-IF.

      *------------------------------------------------------------------------
      * Regrava o checkpoint com o registo corrente assinalado como em
      * curso, antes de qualquer escrita da cadeia de calculo.
           MOVE EMP-MES-DESCONTOS(IDX-MES)     TO TOTAL-DESCONTOS.
           MOVE EMP-MES-LIQUIDO(IDX-MES)       TO SALARIO-LIQUIDO.
           MOVE EMP-MES-SS-PATRONAL(IDX-MES)   TO SS-PATRONAL.
           MOVE EMP-MES-CHEFIA(IDX-MES)        TO CHEFIA-VALOR.
           MOVE EMP-MES-GARANTIA(IDX-MES)      TO GARANTIA-MES.
           MOVE ZEROS TO GARANTIA-ADIANTADA.
           MOVE ZEROS TO GARANTIA-RECUPERADA.
           IF (GARANTIA-MES > 0) THEN
               MOVE GARANTIA-MES TO GARANTIA-ADIANTADA
           ELSE
               COMPUTE GARANTIA-RECUPERADA = 0 - GARANTIA-MES
           END-IF.
           COMPUTE COMISSAO-VALOR ROUNDED =
               (VOLUME-VENDAS * (COMISSAO/100))
               ON SIZE ERROR
                   MOVE 99999.99 TO COMISSAO-VALOR
                   DISPLAY "AVISO: comissao excede o maximo, truncada."
           END-COMPUTE.
           COMPUTE BASE-PAGO = (TOTAL - COMISSAO-VALOR - CHEFIA-VALOR
               - GARANTIA-MES)
               ON SIZE ERROR
                   MOVE ZEROS TO BASE-PAGO
                   DISPLAY "AVISO: base paga invalida, ajustada a zero."
                   " penhora de " EMPREGADO-ID " (recomeco apos"
                   " abend, abate nao confirmado)."
           END-IF.
      *    O saldo da garantia minima guarda o ultimo mes aplicado:
      *    aqui pode ser aplicado sem risco de o repetir.
           PERFORM ATUALIZAR-GARANTIA.
           PERFORM EMITIR-SEPA.
           PERFORM GRAVAR-LINHA-RESUMO.
           PERFORM GRAVAR-LINHA-CUSTO.
               END-IF
           END-IF.

           IF NOT LOTE-REGISTO-E-INVALIDO AND NOT EQUIPA-COMPLETA THEN
               DISPLAY "LOTE: " NOME-VENDEDOR
               DISPLAY "  equipa com o mes por processar, ignorado."
               MOVE "S" TO LOTE-REGISTO-INVALIDO
               MOVE "EQ" TO LOTE-MOTIVO
           END-IF.

      *------------------------------------------------------------------------
       DADOS-PRE-DEFINIDOS.

           PERFORM VERIFICAR-DUPLO-PROCESSAMENTO.
           IF (MES-JA-FOI-PROCESSADO) THEN
               MOVE ZEROS TO MES-SALARIO
           ELSE
               PERFORM VERIFICAR-CICLO-ECRA
               IF NOT CICLO-AUTORIZADO THEN
                   MOVE ZEROS TO MES-SALARIO
               END-IF
           END-IF.
           PERFORM CALCULAR-MES-SALARIO.
           DISPLAY SAIDA-VOLUMEVENDAS                           AT 1330.

       CALCULAR-TOTAL.

           IF (EM-ACERTO) THEN
               PERFORM CALCULAR-TOTAL-ACERTO
           ELSE
               IF (REGIME-EMPREGADO = "D") THEN
                   COMPUTE SUBSIDIO-VALOR ROUNDED =
                       (SALARIO-BASE * 2 / 12)
                       ON SIZE ERROR
                           MOVE ZEROS TO SUBSIDIO-VALOR
                           DISPLAY "AVISO: duodecimo invalido, a zero."
                   END-COMPUTE
                   COMPUTE TOTAL = SALARIO-BASE + SUBSIDIO-VALOR
                       + (VOLUME-VENDAS * (COMISSAO/100))
                       ON SIZE ERROR
                           MOVE 9999.99 TO TOTAL
                           DISPLAY "AVISO: total excede o maximo,"
                               " truncado."
                   END-COMPUTE
               ELSE
                   IF  (MES-SALARIO = 6 OR MES-SALARIO = 12) THEN
                       MOVE SALARIO-BASE TO SUBSIDIO-VALOR
                       COMPUTE TOTAL =
                       (SALARIO-BASE * 2)
                           + (VOLUME-VENDAS * (COMISSAO/100))
                           ON SIZE ERROR
                               MOVE 9999.99 TO TOTAL
                               DISPLAY "AVISO: total excede o maximo,"
                                   " truncado."
                       END-COMPUTE
                   ELSE
                       MOVE ZEROS TO SUBSIDIO-VALOR
                       COMPUTE TOTAL =
                       SALARIO-BASE + (VOLUME-VENDAS * (COMISSAO/100))
                           ON SIZE ERROR
                               MOVE 9999.99 TO TOTAL
                               DISPLAY "AVISO: total excede o maximo,"
                                   " truncado."
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.
           COMPUTE COMISSAO-VALOR ROUNDED =
                   MOVE ZEROS TO BASE-PAGO
                   DISPLAY "AVISO: base paga invalida, ajustada a zero."
           END-COMPUTE.
           IF (CHEFIA-VALOR NOT = 0) THEN
               COMPUTE TOTAL = TOTAL + CHEFIA-VALOR
                   ON SIZE ERROR
                       MOVE 9999.99 TO TOTAL
                       DISPLAY "AVISO: total excede o maximo,"
                           " truncado."
               END-COMPUTE
           END-IF.
           PERFORM APLICAR-GARANTIA-MINIMA.
           PERFORM APLICAR-MOVIMENTOS.
           IF (MOVS-VENCIMENTOS NOT = 0) THEN
               COMPUTE TOTAL-CALC = TOTAL + MOVS-VENCIMENTOS
           END-IF.
           PERFORM ATUALIZAR-EMPREGADO.
           PERFORM ABATER-ADIANTAMENTO.
           PERFORM ATUALIZAR-GARANTIA.
           PERFORM ABATER-PENHORA.
           PERFORM EMITIR-SEPA.
           PERFORM GRAVAR-LINHA-RESUMO.
           ELSE
               IF (RESPOSTA = "N" OR RESPOSTA = "n") THEN
               DISPLAY " ", LINE 1, POSITION 1, ERASE EOS
               PERFORM FECHAR-CICLO
               CLOSE HISTORIC
               CLOSE RECIBOS
               CLOSE EMPMSTR
               CLOSE SEPAOUT
               IF (SEPARETI-DISPONIVEL) THEN
                   CLOSE SEPARETI
               END-IF
               IF (ADIMSTR-DISPONIVEL) THEN
                   CLOSE ADIMSTR
               END-IF
               IF (GARMSTR-DISPONIVEL) THEN
                   CLOSE GARMSTR
               END-IF
               IF (AUSMSTR-DISPONIVEL) THEN
                   CLOSE AUSMSTR
               END-IF
               PERFORM FECHAR-PENHORAS
               PERFORM FECHAR-RESUMO
               PERFORM FECHAR-CUSTO
               DISPLAY "Mes ja processado para este empregado."  AT 1150
               FOREGROUND-COLOR 4
               PERFORM LER-MES-SALARIO
           ELSE
               PERFORM VERIFICAR-CICLO-ECRA
               IF NOT CICLO-AUTORIZADO THEN
                   DISPLAY "Mes fora da ordem do ciclo mensal."  AT 1150
                   FOREGROUND-COLOR 4
                   PERFORM LER-MES-SALARIO
               END-IF
           END-IF.

       LER-VOLUME-VENDAS.
