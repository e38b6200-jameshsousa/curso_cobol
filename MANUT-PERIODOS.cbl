      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Accounting period calendar.  PERIODS.DAT keeps one
      *            record per month (AAAAMM) with its status
      *            (A=aberto, F=fechado), who closed it and when, who
      *            last reopened it and when, and how many times it
      *            was reopened.  A month that is not on the calendar
      *            is open.
      *            Once finance closes a month its numbers must not
      *            move: CALCULO-AREA refuses a movement date inside
      *            a closed period, and ESTORNO-MOVIMENTO posts the
      *            reversal of panels from a closed period into the
      *            current open period instead.
      *            Any operator can list the calendar and consult a
      *            period.  Including a period, closing it and
      *            reopening it are reserved to a supervisor (the
      *            level is received from the caller).  Only a month
      *            earlier than the current one can be closed.
      *            Closing a period prints FECHAMENTO-AAAAMM.RPT as
      *            the closing record: the final totals of every
      *            movement date of the month on RUN-CONTROL.DAT
      *            (situation, runs, forced runs and the records,
      *            area and extract hash of the last complete run),
      *            and the launches, reversals and net area and cost
      *            of the month on the area history (AREA-HISTORY.LOG
      *            plus every archive catalogued by EXPURGO-HISTORICO
      *            that overlaps the month).  A movement date whose
      *            last run did not complete is flagged and needs a
      *            second confirmation before the close goes ahead.
      *            Reopening asks for the reason.  Every inclusion,
      *            close and reopening is appended to the
      *            PERIODS-AUDIT.LOG trail with a timestamp, the
      *            operator, the action, the period and the detail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT-PERIODOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERIODO
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "PERIODS-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HISTORY-FILE ASSIGN USING WS-NOME-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCHIVE-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REPORT-FILE ASSIGN USING WS-NOME-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PR-PERIODO          PIC X(006).
           05 PR-STATUS           PIC X(001).
               88 PR-ABERTO                  VALUE "A".
               88 PR-FECHADO                 VALUE "F".
           05 PR-DATA-CADASTRO    PIC X(008).
           05 PR-FECHADO-EM       PIC X(014).
           05 PR-FECHADO-POR      PIC X(020).
           05 PR-REABERTO-EM      PIC X(014).
           05 PR-REABERTO-POR     PIC X(020).
           05 PR-QTD-REABERTURAS  PIC 9(003).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(090).

      * Run-control master, written by CALCULO-AREA.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RC-DATA-MOVIMENTO   PIC X(008).
           05 RC-STATUS           PIC X(001).
               88 RC-INICIADA                VALUE "I".
               88 RC-CONCLUIDA               VALUE "C".
               88 RC-FORCADA                 VALUE "F".
           05 RC-TIMESTAMP        PIC X(014).
           05 RC-RUN-BY           PIC X(020).
           05 RC-REC-COUNT        PIC 9(006).
           05 RC-TOTAL-AREA       PIC 9(007)V9(002).
           05 RC-EXTRATO-HASH     PIC 9(011)V9(002).

      * Area history, written by CALCULO-AREA and ESTORNO-MOVIMENTO
      * (archives written by EXPURGO-HISTORICO share the layout).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HR-DATA             PIC X(008).
           05 HR-HORA             PIC X(006).
           05 FILLER              PIC X(001).
           05 HR-TIPO-FORMA       PIC X(001).
           05 FILLER              PIC X(001).
           05 HR-LARGURA          PIC X(009).
           05 FILLER              PIC X(001).
           05 HR-ALTURA           PIC X(009).
           05 FILLER              PIC X(001).
           05 HR-AREA             PIC X(014).
           05 FILLER              PIC X(001).
           05 HR-CUSTO            PIC X(014).
           05 FILLER              PIC X(001).
           05 HR-RUN-BY           PIC X(020).
           05 FILLER              PIC X(001).
           05 HR-MATERIAL         PIC X(001).
           05 FILLER              PIC X(001).
           05 HR-FLAG-ESTORNO     PIC X(001).
               88 HR-ESTORNO                 VALUE "E".

      * Archive catalog, written by EXPURGO-HISTORICO.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CT-NOME-ARQUIVO     PIC X(030).
           05 CT-DATA-MIN         PIC X(008).
           05 CT-DATA-MAX         PIC X(008).
           05 CT-DATA-EXPURGO     PIC X(008).
           05 CT-REG-COUNT        PIC 9(006).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-PERIOD-STATUS       PIC X(002) VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-RUNCTL-STATUS       PIC X(002) VALUE SPACES.
       77  WS-HISTORY-STATUS      PIC X(002) VALUE SPACES.
       77  WS-CATALOG-STATUS      PIC X(002) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(002) VALUE SPACES.
       77  WS-FIM-MANUTENCAO      PIC X(001) VALUE "N".
           88 FIM-MANUTENCAO                 VALUE "Y".
       77  WS-FIM-LISTAGEM        PIC X(001) VALUE "N".
           88 FIM-LISTAGEM                   VALUE "Y".
       77  WS-FIM-ARQUIVO         PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                    VALUE "Y".
       77  WS-FIM-CATALOGO        PIC X(001) VALUE "N".
           88 FIM-CATALOGO                   VALUE "Y".
       77  WS-OPCAO               PIC X(001) VALUE SPACES.
       77  WS-CONFIRMA            PIC X(001) VALUE SPACES.
           88 OPERACAO-CONFIRMADA            VALUE "S".
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.
       77  WS-OPERADOR            PIC X(020) VALUE SPACES.
       77  WS-NIVEL               PIC X(001) VALUE SPACES.
           88 NIVEL-SUPERVISOR               VALUE "S".
       77  WS-DATA-HOJE           PIC X(008) VALUE SPACES.
       77  WS-PERIODO-ATUAL       PIC X(006) VALUE SPACES.

       77  WS-PERIODO-INF         PIC X(006) VALUE SPACES.
       77  WS-PERIODO-OK          PIC X(001) VALUE "N".
           88 PERIODO-VALIDO                 VALUE "Y".
       77  WS-MES-INF             PIC 9(002) VALUE ZEROS.
       77  WS-MOTIVO-INF          PIC X(036) VALUE SPACES.
       77  WS-ACHOU-PERIODO       PIC X(001) VALUE "N".
           88 ACHOU-PERIODO                  VALUE "Y".
       77  WS-GRAVOU-PERIODO      PIC X(001) VALUE "N".
           88 GRAVOU-PERIODO                 VALUE "Y".
       77  WS-QTD-LISTADOS        PIC 9(005) VALUE ZEROS.

      * Final totals of the period on the run control, one entry per
      * day of the month.  The newest record of a movement date
      * gives its situation; the counts come from its last complete
      * run (a forced rerun replaces the earlier figures).
       77  WS-DIA-SUB             PIC 9(002) COMP VALUE ZEROS.
       77  WS-DIA-NUM             PIC 9(002) VALUE ZEROS.
       01  WS-TABELA-DIAS.
           05 WS-DIA-ENTRY OCCURS 31 TIMES.
               10 WS-DIA-SITUACAO    PIC X(001).
               10 WS-DIA-RUNS        PIC 9(003).
               10 WS-DIA-FORCADOS    PIC 9(003).
               10 WS-DIA-REGS        PIC 9(006).
               10 WS-DIA-AREA        PIC 9(007)V9(002).
               10 WS-DIA-HASH        PIC 9(011)V9(002).
       77  WS-RC-LIDOS            PIC 9(006) VALUE ZEROS.
       77  WS-DIAS-MOVIMENTO      PIC 9(002) VALUE ZEROS.
       77  WS-DIAS-PENDENTES      PIC 9(002) VALUE ZEROS.
       77  WS-TOT-RUNS            PIC 9(003) VALUE ZEROS.
       77  WS-TOT-FORCADOS        PIC 9(003) VALUE ZEROS.
       77  WS-TOT-REGS            PIC 9(008) VALUE ZEROS.
       77  WS-TOT-AREA            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-TOT-HASH            PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-RUNCTL-SITU         PIC X(012) VALUE SPACES.

      * Area history of the period: every catalogued archive whose
      * date range overlaps the month, then the live log.
       77  WS-NOME-ARQ-HIST       PIC X(030) VALUE SPACES.
       77  WS-DATA-INICIAL        PIC X(008) VALUE SPACES.
       77  WS-DATA-FINAL          PIC X(008) VALUE SPACES.
       77  WS-QTD-FONTES          PIC 9(002) VALUE ZEROS.
       77  WS-FONTE-SUB           PIC 9(002) COMP VALUE ZEROS.
       77  WS-FONTES-IGNORADAS    PIC 9(002) VALUE ZEROS.
       77  WS-REGS-FONTE          PIC 9(006) VALUE ZEROS.
       77  WS-FONTE-LISTADA       PIC X(001) VALUE "N".
           88 FONTE-JA-LISTADA               VALUE "Y".
       01  WS-TABELA-FONTES.
           05 WS-FONTE-ENTRY OCCURS 51 TIMES
                   INDEXED BY WS-FONTE-IDX.
               10 WS-FONTE-NOME      PIC X(030).
               10 WS-FONTE-REGS      PIC 9(006).
               10 WS-FONTE-SITU      PIC X(012).
       77  WS-AREA-REG            PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-CUSTO-REG           PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-QTD-LANCAMENTOS     PIC 9(006) VALUE ZEROS.
       77  WS-AREA-LANCAMENTOS    PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-CUSTO-LANCAMENTOS   PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-QTD-ESTORNOS        PIC 9(006) VALUE ZEROS.
       77  WS-AREA-ESTORNOS       PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-CUSTO-ESTORNOS      PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-QTD-LIQUIDO         PIC S9(006) VALUE ZEROS.
       77  WS-AREA-LIQUIDO        PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-CUSTO-LIQUIDO       PIC S9(011)V9(002) VALUE ZEROS.

       01  WS-AUDIT-DETALHE.
           05 WS-AUD-TIMESTAMP    PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-ACAO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-CODIGO       PIC X(006).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-DETALHE      PIC X(036).

       01  WS-LISTA-LINE.
           05 WS-LST-PERIODO      PIC X(006).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-LST-STATUS       PIC X(001).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-LST-FECHADO-EM   PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-FECHADO-POR  PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-REABERTURAS  PIC ZZ9.

      * Print control of the closing report: every line goes out
      * through 855-GRAVA-LINHA, which breaks the page every
      * WS-LINHAS-PAGINA lines.
       77  WS-NOME-ARQ-RELAT      PIC X(030) VALUE SPACES.
       77  WS-LINHAS-PAGINA       PIC 9(002) VALUE 60.
       77  WS-LINHA-ATUAL         PIC 9(002) VALUE 99.
       77  WS-PAGINA              PIC 9(004) VALUE ZEROS.
       01  WS-LINHA-IMPRESSAO     PIC X(080).
       01  WS-CONTROLE-LINE       PIC X(080).

       01  WS-CABECALHO-1.
           05 FILLER              PIC X(034)
               VALUE "FECHAMENTO DE PERIODO CONTABIL".
           05 FILLER              PIC X(032) VALUE SPACES.
           05 FILLER              PIC X(007) VALUE "PAGINA ".
           05 WS-CAB-PAGINA       PIC ZZZ9.
           05 FILLER              PIC X(003) VALUE SPACES.

       01  WS-CABECALHO-2.
           05 FILLER              PIC X(009) VALUE "PERIODO: ".
           05 WS-CAB-PERIODO      PIC X(006).
           05 FILLER              PIC X(012) VALUE "  OPERADOR: ".
           05 WS-CAB-OPERADOR     PIC X(020).
           05 FILLER              PIC X(011) VALUE "  EMISSAO: ".
           05 WS-CAB-EMISSAO      PIC X(014).
           05 FILLER              PIC X(008) VALUE SPACES.

       01  WS-SECAO-LINE.
           05 FILLER              PIC X(006) VALUE "----- ".
           05 WS-SEC-NOME         PIC X(040).
           05 FILLER              PIC X(034) VALUE SPACES.

       01  WS-RUNCTL-CAB.
           05 FILLER              PIC X(009) VALUE "DATA".
           05 FILLER              PIC X(011) VALUE "SITUACAO".
           05 FILLER              PIC X(004) VALUE "RUN".
           05 FILLER              PIC X(004) VALUE "FRC".
           05 FILLER              PIC X(010) VALUE " REGISTROS".
           05 FILLER              PIC X(015) VALUE "           AREA".
           05 FILLER              PIC X(019)
               VALUE "    HASH DO EXTRATO".
           05 FILLER              PIC X(008) VALUE SPACES.

       01  WS-RUNCTL-LINE.
           05 WS-RCL-DATA         PIC X(008).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCL-SITUACAO     PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCL-RUNS         PIC ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCL-FORCADOS     PIC ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCL-REGS         PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCL-AREA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCL-HASH         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(008) VALUE SPACES.

       01  WS-RUNCTL-TOTAL.
           05 FILLER              PIC X(020)
               VALUE "TOTAL DO PERIODO".
           05 WS-RCT-RUNS         PIC ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCT-FORCADOS     PIC ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCT-REGS         PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCT-AREA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RCT-HASH         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(008) VALUE SPACES.

       01  WS-HISTORICO-LINE.
           05 WS-HST-CHAVE        PIC X(019).
           05 FILLER              PIC X(005) VALUE " QTD=".
           05 WS-HST-COUNT        PIC -ZZZ,ZZ9.
           05 FILLER              PIC X(007) VALUE " AREA=".
           05 WS-HST-AREA         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(007) VALUE " CUSTO=".
           05 WS-HST-CUSTO        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-FONTE-LINE.
           05 WS-FNT-NOME         PIC X(030).
           05 FILLER              PIC X(006) VALUE " REGS=".
           05 WS-FNT-REGS         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-FNT-SITU         PIC X(012).
           05 FILLER              PIC X(024) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-NOME                PIC X(020).
       01  LS-NIVEL               PIC X(001).

       PROCEDURE DIVISION USING LS-NOME LS-NIVEL.
       INICIO.
           MOVE LS-NOME TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               MOVE "MANUTENCAO" TO WS-OPERADOR
           END-IF
           MOVE LS-NIVEL TO WS-NIVEL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO-ATUAL
           MOVE "N" TO WS-FIM-MANUTENCAO
           PERFORM 100-ABRE-ARQUIVOS
           IF NOT FIM-MANUTENCAO
               PERFORM 200-PROCESSA-MANUTENCAO UNTIL FIM-MANUTENCAO
               CLOSE PERIOD-FILE
           END-IF
           GOBACK.

       100-ABRE-ARQUIVOS.
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               DISPLAY "PERIODS.DAT NAO EXISTE - SERA CRIADO."
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "*** ERRO: ABERTURA DE PERIODS.DAT "
                   "(STATUS=" WS-PERIOD-STATUS ") ***"
               SET FIM-MANUTENCAO TO TRUE
           END-IF.

       200-PROCESSA-MANUTENCAO.
           DISPLAY " "
           DISPLAY "===== CALENDARIO DE PERIODOS CONTABEIS ("
               WS-OPERADOR ") ====="
           DISPLAY "Periodo corrente: " WS-PERIODO-ATUAL
           DISPLAY "L - Listar periodos"
           DISPLAY "C - Consultar periodo"
           DISPLAY "I - Incluir periodo (supervisor)"
           DISPLAY "F - Fechar periodo (supervisor)"
           DISPLAY "R - Reabrir periodo (supervisor)"
           DISPLAY "S - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN "L"
               WHEN "l"
                   PERFORM 600-LISTA-PERIODOS
               WHEN "C"
               WHEN "c"
                   PERFORM 450-CONSULTA-PERIODO
               WHEN "I"
               WHEN "i"
                   IF NIVEL-SUPERVISOR
                       PERFORM 300-INCLUI-PERIODO
                   ELSE
                       PERFORM 790-NEGA-OPCAO
                   END-IF
               WHEN "F"
               WHEN "f"
                   IF NIVEL-SUPERVISOR
                       PERFORM 350-FECHA-PERIODO
                   ELSE
                       PERFORM 790-NEGA-OPCAO
                   END-IF
               WHEN "R"
               WHEN "r"
                   IF NIVEL-SUPERVISOR
                       PERFORM 400-REABRE-PERIODO
                   ELSE
                       PERFORM 790-NEGA-OPCAO
                   END-IF
               WHEN "S"
               WHEN "s"
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

       300-INCLUI-PERIODO.
           PERFORM 700-ACEITA-PERIODO
           IF NOT PERIODO-VALIDO
               DISPLAY "Periodo invalido - inclusao cancelada."
           ELSE
               PERFORM 710-LOCALIZA-PERIODO
               IF ACHOU-PERIODO
                   DISPLAY "Periodo " WS-PERIODO-INF
                       " ja esta no calendario (situacao "
                       PR-STATUS ")."
               ELSE
                   DISPLAY "Incluir periodo " WS-PERIODO-INF
                       " como ABERTO"
                   PERFORM 750-CONFIRMA-OPERACAO
                   IF OPERACAO-CONFIRMADA
                       PERFORM 720-INICIA-REGISTRO
                       PERFORM 760-GRAVA-PERIODO
                       IF GRAVOU-PERIODO
                           MOVE "INCLUSAO" TO WS-AUD-ACAO
                           MOVE "PERIODO ABERTO" TO WS-AUD-DETALHE
                           PERFORM 810-GRAVA-AUDITORIA
                           DISPLAY "Periodo incluido."
                       END-IF
                   ELSE
                       DISPLAY "Inclusao cancelada."
                   END-IF
               END-IF
           END-IF.

      * A month can only be closed once it is over.  The closing
      * totals are gathered first and shown; a movement date whose
      * last run did not complete needs a second confirmation, since
      * closing the month leaves that date impossible to finish.
       350-FECHA-PERIODO.
           PERFORM 700-ACEITA-PERIODO
           IF NOT PERIODO-VALIDO
               DISPLAY "Periodo invalido - fechamento cancelado."
           ELSE
               IF WS-PERIODO-INF NOT < WS-PERIODO-ATUAL
                   DISPLAY "So um periodo anterior ao corrente ("
                       WS-PERIODO-ATUAL ") pode ser fechado."
               ELSE
                   PERFORM 710-LOCALIZA-PERIODO
                   IF ACHOU-PERIODO AND PR-FECHADO
                       DISPLAY "Periodo " WS-PERIODO-INF
                           " ja esta fechado (em " PR-FECHADO-EM
                           " por " PR-FECHADO-POR ")."
                   ELSE
                       PERFORM 500-APURA-RUN-CONTROL
                       PERFORM 520-APURA-HISTORICO
                       DISPLAY "Periodo " WS-PERIODO-INF
                           ": datas com movimento "
                           WS-DIAS-MOVIMENTO
                           "  registros " WS-TOT-REGS
                       DISPLAY "Historico: lancamentos "
                           WS-QTD-LANCAMENTOS "  estornos "
                           WS-QTD-ESTORNOS
                       MOVE "S" TO WS-CONFIRMA
                       IF WS-DIAS-PENDENTES > ZEROS
                           DISPLAY "*** ATENCAO: " WS-DIAS-PENDENTES
                               " DATA(S) DE MOVIMENTO SEM RUN "
                               "CONCLUIDO NO PERIODO ***"
                           DISPLAY "Fechar mesmo assim?"
                           PERFORM 750-CONFIRMA-OPERACAO
                       END-IF
                       IF OPERACAO-CONFIRMADA
                           DISPLAY "Fechar periodo " WS-PERIODO-INF
                           PERFORM 750-CONFIRMA-OPERACAO
                       END-IF
                       IF OPERACAO-CONFIRMADA
                           PERFORM 360-GRAVA-FECHAMENTO
                       ELSE
                           DISPLAY "Fechamento cancelado."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       360-GRAVA-FECHAMENTO.
           IF NOT ACHOU-PERIODO
               PERFORM 720-INICIA-REGISTRO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "F" TO PR-STATUS
           MOVE WS-TIMESTAMP(1:14) TO PR-FECHADO-EM
           MOVE WS-OPERADOR TO PR-FECHADO-POR
           PERFORM 760-GRAVA-PERIODO
           IF GRAVOU-PERIODO
               PERFORM 800-IMPRIME-FECHAMENTO
               MOVE "FECHAMENTO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-DETALHE
               STRING "RELATORIO " WS-NOME-ARQ-RELAT
                   DELIMITED BY SIZE INTO WS-AUD-DETALHE
               PERFORM 810-GRAVA-AUDITORIA
               DISPLAY "Periodo fechado. Relatorio gravado em "
                   WS-NOME-ARQ-RELAT
           END-IF.

      * Reopening a closed month lets its dates move again, so it
      * needs a supervisor and a reason, and it is logged.
       400-REABRE-PERIODO.
           PERFORM 700-ACEITA-PERIODO
           IF NOT PERIODO-VALIDO
               DISPLAY "Periodo invalido - reabertura cancelada."
           ELSE
               PERFORM 710-LOCALIZA-PERIODO
               IF NOT ACHOU-PERIODO OR NOT PR-FECHADO
                   DISPLAY "Periodo " WS-PERIODO-INF
                       " nao esta fechado."
               ELSE
                   DISPLAY "Motivo da reabertura: "
                   MOVE SPACES TO WS-MOTIVO-INF
                   ACCEPT WS-MOTIVO-INF
                   IF WS-MOTIVO-INF = SPACES
                       DISPLAY "Motivo obrigatorio - reabertura "
                           "cancelada."
                   ELSE
                       DISPLAY "Reabrir periodo " WS-PERIODO-INF
                           " fechado em " PR-FECHADO-EM " por "
                           PR-FECHADO-POR
                       PERFORM 750-CONFIRMA-OPERACAO
                       IF OPERACAO-CONFIRMADA
                           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                           MOVE "A" TO PR-STATUS
                           MOVE WS-TIMESTAMP(1:14) TO PR-REABERTO-EM
                           MOVE WS-OPERADOR TO PR-REABERTO-POR
                           ADD 1 TO PR-QTD-REABERTURAS
                           PERFORM 760-GRAVA-PERIODO
                           IF GRAVOU-PERIODO
                               MOVE "REABERTURA" TO WS-AUD-ACAO
                               MOVE WS-MOTIVO-INF TO WS-AUD-DETALHE
                               PERFORM 810-GRAVA-AUDITORIA
                               DISPLAY "Periodo reaberto."
                           END-IF
                       ELSE
                           DISPLAY "Reabertura cancelada."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       450-CONSULTA-PERIODO.
           PERFORM 700-ACEITA-PERIODO
           IF NOT PERIODO-VALIDO
               DISPLAY "Periodo invalido."
           ELSE
               PERFORM 710-LOCALIZA-PERIODO
               IF NOT ACHOU-PERIODO
                   DISPLAY "Periodo " WS-PERIODO-INF
                       " fora do calendario - ABERTO."
               ELSE
                   DISPLAY "PERIODO S FECHADO EM      FECHADO POR"
                       "          REAB"
                   PERFORM 610-EXIBE-PERIODO
                   IF PR-QTD-REABERTURAS > ZEROS
                       DISPLAY "Ultima reabertura em " PR-REABERTO-EM
                           " por " PR-REABERTO-POR
                   END-IF
               END-IF
           END-IF.

      * Only the records of the requested month are kept; the day of
      * the movement date is the subscript of the day table.
       500-APURA-RUN-CONTROL.
           INITIALIZE WS-TABELA-DIAS
           MOVE ZEROS TO WS-RC-LIDOS
           MOVE ZEROS TO WS-DIAS-MOVIMENTO
           MOVE ZEROS TO WS-DIAS-PENDENTES
           MOVE ZEROS TO WS-TOT-RUNS
           MOVE ZEROS TO WS-TOT-FORCADOS
           MOVE ZEROS TO WS-TOT-REGS
           MOVE ZEROS TO WS-TOT-AREA
           MOVE ZEROS TO WS-TOT-HASH
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               MOVE "INDISPONIVEL" TO WS-RUNCTL-SITU
               DISPLAY "*** AVISO: RUN-CONTROL.DAT INDISPONIVEL "
                   "(STATUS=" WS-RUNCTL-STATUS ") ***"
           ELSE
               MOVE "LIDO" TO WS-RUNCTL-SITU
               PERFORM 510-LE-RUN-CONTROL UNTIL FIM-ARQUIVO
               CLOSE RUNCTL-FILE
           END-IF
           PERFORM VARYING WS-DIA-SUB FROM 1 BY 1
                   UNTIL WS-DIA-SUB > 31
               IF WS-DIA-SITUACAO(WS-DIA-SUB) NOT = SPACES
                   ADD 1 TO WS-DIAS-MOVIMENTO
                   ADD WS-DIA-RUNS(WS-DIA-SUB) TO WS-TOT-RUNS
                   ADD WS-DIA-FORCADOS(WS-DIA-SUB) TO WS-TOT-FORCADOS
                   ADD WS-DIA-REGS(WS-DIA-SUB) TO WS-TOT-REGS
                   ADD WS-DIA-AREA(WS-DIA-SUB) TO WS-TOT-AREA
                   ADD WS-DIA-HASH(WS-DIA-SUB) TO WS-TOT-HASH
                   IF WS-DIA-SITUACAO(WS-DIA-SUB) NOT = "C"
                       ADD 1 TO WS-DIAS-PENDENTES
                   END-IF
               END-IF
           END-PERFORM.

       510-LE-RUN-CONTROL.
           READ RUNCTL-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-RC-LIDOS
                   IF RC-DATA-MOVIMENTO(1:6) = WS-PERIODO-INF
                           AND RC-DATA-MOVIMENTO(7:2) NUMERIC
                       MOVE RC-DATA-MOVIMENTO(7:2) TO WS-DIA-NUM
                       IF WS-DIA-NUM > ZEROS AND WS-DIA-NUM < 32
                           PERFORM 515-ACUMULA-RUN-CONTROL
                       END-IF
                   END-IF
           END-READ.

       515-ACUMULA-RUN-CONTROL.
           MOVE WS-DIA-NUM TO WS-DIA-SUB
           MOVE RC-STATUS TO WS-DIA-SITUACAO(WS-DIA-SUB)
           EVALUATE TRUE
               WHEN RC-INICIADA
                   ADD 1 TO WS-DIA-RUNS(WS-DIA-SUB)
               WHEN RC-FORCADA
                   ADD 1 TO WS-DIA-RUNS(WS-DIA-SUB)
                   ADD 1 TO WS-DIA-FORCADOS(WS-DIA-SUB)
               WHEN RC-CONCLUIDA
                   MOVE RC-REC-COUNT TO WS-DIA-REGS(WS-DIA-SUB)
                   MOVE RC-TOTAL-AREA TO WS-DIA-AREA(WS-DIA-SUB)
                   MOVE RC-EXTRATO-HASH TO WS-DIA-HASH(WS-DIA-SUB)
           END-EVALUATE.

      * Launches and reversals posted in the month, by the posting
      * date of the history line.
       520-APURA-HISTORICO.
           STRING WS-PERIODO-INF "01" DELIMITED BY SIZE
               INTO WS-DATA-INICIAL
           STRING WS-PERIODO-INF "31" DELIMITED BY SIZE
               INTO WS-DATA-FINAL
           MOVE ZEROS TO WS-QTD-LANCAMENTOS
           MOVE ZEROS TO WS-AREA-LANCAMENTOS
           MOVE ZEROS TO WS-CUSTO-LANCAMENTOS
           MOVE ZEROS TO WS-QTD-ESTORNOS
           MOVE ZEROS TO WS-AREA-ESTORNOS
           MOVE ZEROS TO WS-CUSTO-ESTORNOS
           PERFORM 525-MONTA-LISTA-FONTES
           PERFORM 530-PROCESSA-FONTE
               VARYING WS-FONTE-SUB FROM 1 BY 1
               UNTIL WS-FONTE-SUB > WS-QTD-FONTES
           COMPUTE WS-QTD-LIQUIDO =
               WS-QTD-LANCAMENTOS - WS-QTD-ESTORNOS
           COMPUTE WS-AREA-LIQUIDO =
               WS-AREA-LANCAMENTOS - WS-AREA-ESTORNOS
           COMPUTE WS-CUSTO-LIQUIDO =
               WS-CUSTO-LANCAMENTOS - WS-CUSTO-ESTORNOS.

      * A purge rerun catalogs the same archive again, so a file name
      * already on the source list is skipped.
       525-MONTA-LISTA-FONTES.
           MOVE ZEROS TO WS-QTD-FONTES
           MOVE ZEROS TO WS-FONTES-IGNORADAS
           MOVE "N" TO WS-FIM-CATALOGO
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM 527-AVALIA-ARQUIVO UNTIL FIM-CATALOGO
               CLOSE CATALOG-FILE
           END-IF
           ADD 1 TO WS-QTD-FONTES
           MOVE "AREA-HISTORY.LOG"
               TO WS-FONTE-NOME(WS-QTD-FONTES)
           MOVE ZEROS TO WS-FONTE-REGS(WS-QTD-FONTES)
           MOVE SPACES TO WS-FONTE-SITU(WS-QTD-FONTES).

       527-AVALIA-ARQUIVO.
           READ CATALOG-FILE
               AT END
                   SET FIM-CATALOGO TO TRUE
               NOT AT END
                   IF CT-DATA-MIN <= WS-DATA-FINAL
                           AND CT-DATA-MAX >= WS-DATA-INICIAL
                       PERFORM 528-LOCALIZA-FONTE
                       IF FONTE-JA-LISTADA
                           CONTINUE
                       ELSE
                           IF WS-QTD-FONTES < 50
                               ADD 1 TO WS-QTD-FONTES
                               MOVE CT-NOME-ARQUIVO
                                   TO WS-FONTE-NOME(WS-QTD-FONTES)
                               MOVE ZEROS
                                   TO WS-FONTE-REGS(WS-QTD-FONTES)
                               MOVE SPACES
                                   TO WS-FONTE-SITU(WS-QTD-FONTES)
                           ELSE
                               ADD 1 TO WS-FONTES-IGNORADAS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       528-LOCALIZA-FONTE.
           MOVE "N" TO WS-FONTE-LISTADA
           PERFORM VARYING WS-FONTE-IDX FROM 1 BY 1
                   UNTIL WS-FONTE-IDX > WS-QTD-FONTES
                   OR FONTE-JA-LISTADA
               IF WS-FONTE-NOME(WS-FONTE-IDX) = CT-NOME-ARQUIVO
                   MOVE "Y" TO WS-FONTE-LISTADA
               END-IF
           END-PERFORM.

       530-PROCESSA-FONTE.
           MOVE WS-FONTE-NOME(WS-FONTE-SUB) TO WS-NOME-ARQ-HIST
           MOVE ZEROS TO WS-REGS-FONTE
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "INDISPONIVEL" TO WS-FONTE-SITU(WS-FONTE-SUB)
               DISPLAY "*** AVISO: FONTE " WS-NOME-ARQ-HIST
                   " INDISPONIVEL (STATUS=" WS-HISTORY-STATUS
                   ") ***"
           ELSE
               MOVE "LIDO" TO WS-FONTE-SITU(WS-FONTE-SUB)
               PERFORM 535-LE-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE HISTORY-FILE
           END-IF
           MOVE WS-REGS-FONTE TO WS-FONTE-REGS(WS-FONTE-SUB).

       535-LE-HISTORICO.
           READ HISTORY-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGS-FONTE
                   IF HR-DATA(1:6) = WS-PERIODO-INF
                       PERFORM 540-ACUMULA-HISTORICO
                   END-IF
           END-READ.

       540-ACUMULA-HISTORICO.
           COMPUTE WS-AREA-REG  = FUNCTION NUMVAL-C(HR-AREA)
           COMPUTE WS-CUSTO-REG = FUNCTION NUMVAL-C(HR-CUSTO)
           IF HR-ESTORNO
               ADD 1 TO WS-QTD-ESTORNOS
               ADD WS-AREA-REG  TO WS-AREA-ESTORNOS
               ADD WS-CUSTO-REG TO WS-CUSTO-ESTORNOS
           ELSE
               ADD 1 TO WS-QTD-LANCAMENTOS
               ADD WS-AREA-REG  TO WS-AREA-LANCAMENTOS
               ADD WS-CUSTO-REG TO WS-CUSTO-LANCAMENTOS
           END-IF.

       600-LISTA-PERIODOS.
           MOVE "N" TO WS-FIM-LISTAGEM
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE LOW-VALUES TO PR-PERIODO
           START PERIOD-FILE KEY NOT < PR-PERIODO
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           IF FIM-LISTAGEM
               DISPLAY "Nenhum periodo no calendario - todos "
                   "abertos."
           ELSE
               DISPLAY "PERIODO S FECHADO EM      FECHADO POR"
                   "          REAB"
               PERFORM 620-LISTA-PERIODO UNTIL FIM-LISTAGEM
               DISPLAY "PERIODOS LISTADOS: " WS-QTD-LISTADOS
           END-IF.

       610-EXIBE-PERIODO.
           MOVE PR-PERIODO         TO WS-LST-PERIODO
           MOVE PR-STATUS          TO WS-LST-STATUS
           MOVE PR-FECHADO-EM      TO WS-LST-FECHADO-EM
           MOVE PR-FECHADO-POR     TO WS-LST-FECHADO-POR
           MOVE PR-QTD-REABERTURAS TO WS-LST-REABERTURAS
           DISPLAY WS-LISTA-LINE.

       620-LISTA-PERIODO.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM 610-EXIBE-PERIODO
           END-READ.

       700-ACEITA-PERIODO.
           MOVE SPACES TO WS-PERIODO-INF
           DISPLAY "Periodo (AAAAMM): "
           ACCEPT WS-PERIODO-INF
           MOVE "N" TO WS-PERIODO-OK
           IF WS-PERIODO-INF NUMERIC
               MOVE WS-PERIODO-INF(5:2) TO WS-MES-INF
               IF WS-MES-INF > ZEROS AND WS-MES-INF < 13
                       AND WS-PERIODO-INF(1:4) > "1900"
                   SET PERIODO-VALIDO TO TRUE
               END-IF
           END-IF.

       710-LOCALIZA-PERIODO.
           MOVE "N" TO WS-ACHOU-PERIODO
           MOVE WS-PERIODO-INF TO PR-PERIODO
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-PERIODO TO TRUE
           END-READ.

       720-INICIA-REGISTRO.
           MOVE SPACES TO PERIOD-RECORD
           MOVE WS-PERIODO-INF TO PR-PERIODO
           MOVE "A" TO PR-STATUS
           MOVE WS-DATA-HOJE TO PR-DATA-CADASTRO
           MOVE ZEROS TO PR-QTD-REABERTURAS.

       750-CONFIRMA-OPERACAO.
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY "Confirma a operacao (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "s"
               MOVE "S" TO WS-CONFIRMA
           END-IF.

       760-GRAVA-PERIODO.
           MOVE "N" TO WS-GRAVOU-PERIODO
           IF ACHOU-PERIODO
               REWRITE PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO NA REGRAVACAO ("
                           "STATUS=" WS-PERIOD-STATUS ") ***"
                   NOT INVALID KEY
                       SET GRAVOU-PERIODO TO TRUE
               END-REWRITE
           ELSE
               WRITE PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO NA GRAVACAO ("
                           "STATUS=" WS-PERIOD-STATUS ") ***"
                   NOT INVALID KEY
                       SET GRAVOU-PERIODO TO TRUE
               END-WRITE
           END-IF.

       790-NEGA-OPCAO.
           DISPLAY "*** OPCAO RESERVADA A SUPERVISOR ***".

      * Closing record of the period.  A period closed again after a
      * reopening says so, so the latest report is the one that
      * stands.
       800-IMPRIME-FECHAMENTO.
           MOVE SPACES TO WS-NOME-ARQ-RELAT
           STRING "FECHAMENTO-" WS-PERIODO-INF ".RPT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-RELAT
           MOVE ZEROS TO WS-PAGINA
           MOVE 99 TO WS-LINHA-ATUAL
           OPEN OUTPUT REPORT-FILE
           MOVE "RUN CONTROL (RUN-CONTROL.DAT)" TO WS-SEC-NOME
           MOVE WS-SECAO-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           IF WS-DIAS-MOVIMENTO = ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "NENHUM RUN NO PERIODO (RUN-CONTROL.DAT "
                   WS-RUNCTL-SITU ")"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 855-GRAVA-LINHA
           ELSE
               MOVE WS-RUNCTL-CAB TO WS-LINHA-IMPRESSAO
               PERFORM 855-GRAVA-LINHA
               PERFORM 820-IMPRIME-DIA
                   VARYING WS-DIA-SUB FROM 1 BY 1
                   UNTIL WS-DIA-SUB > 31
               MOVE WS-TOT-RUNS     TO WS-RCT-RUNS
               MOVE WS-TOT-FORCADOS TO WS-RCT-FORCADOS
               MOVE WS-TOT-REGS     TO WS-RCT-REGS
               MOVE WS-TOT-AREA     TO WS-RCT-AREA
               MOVE WS-TOT-HASH     TO WS-RCT-HASH
               MOVE WS-RUNCTL-TOTAL TO WS-LINHA-IMPRESSAO
               PERFORM 855-GRAVA-LINHA
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "DATAS COM MOVIMENTO: " WS-DIAS-MOVIMENTO
                   "   SEM RUN CONCLUIDO: " WS-DIAS-PENDENTES
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 855-GRAVA-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           MOVE "HISTORICO DE AREA (DATA DE LANCAMENTO)"
               TO WS-SEC-NOME
           MOVE WS-SECAO-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           MOVE "LANCAMENTOS"        TO WS-HST-CHAVE
           MOVE WS-QTD-LANCAMENTOS   TO WS-HST-COUNT
           MOVE WS-AREA-LANCAMENTOS  TO WS-HST-AREA
           MOVE WS-CUSTO-LANCAMENTOS TO WS-HST-CUSTO
           MOVE WS-HISTORICO-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           MOVE "ESTORNOS"           TO WS-HST-CHAVE
           MOVE WS-QTD-ESTORNOS      TO WS-HST-COUNT
           MOVE WS-AREA-ESTORNOS     TO WS-HST-AREA
           MOVE WS-CUSTO-ESTORNOS    TO WS-HST-CUSTO
           MOVE WS-HISTORICO-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           MOVE "LIQUIDO DO PERIODO" TO WS-HST-CHAVE
           MOVE WS-QTD-LIQUIDO       TO WS-HST-COUNT
           MOVE WS-AREA-LIQUIDO      TO WS-HST-AREA
           MOVE WS-CUSTO-LIQUIDO     TO WS-HST-CUSTO
           MOVE WS-HISTORICO-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           MOVE "FONTES CONSULTADAS" TO WS-SEC-NOME
           MOVE WS-SECAO-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           PERFORM 830-IMPRIME-FONTE
               VARYING WS-FONTE-SUB FROM 1 BY 1
               UNTIL WS-FONTE-SUB > WS-QTD-FONTES
           IF WS-FONTES-IGNORADAS > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "AVISO: LISTA DE FONTES CHEIA (50) - "
                   WS-FONTES-IGNORADAS " ARQUIVO(S) NAO LIDO(S)"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 855-GRAVA-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "PERIODO " WS-PERIODO-INF " FECHADO EM "
               PR-FECHADO-EM " POR " PR-FECHADO-POR
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           IF PR-QTD-REABERTURAS > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "REFECHAMENTO APOS " PR-QTD-REABERTURAS
                   " REABERTURA(S) - ULTIMA EM " PR-REABERTO-EM
                   " POR " PR-REABERTO-POR
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 855-GRAVA-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           MOVE "*** FIM DO RELATORIO ***" TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA
           CLOSE REPORT-FILE.

       810-GRAVA-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-AUD-TIMESTAMP
           MOVE WS-OPERADOR    TO WS-AUD-OPERADOR
           MOVE WS-PERIODO-INF TO WS-AUD-CODIGO
           WRITE AUDIT-LINE FROM WS-AUDIT-DETALHE
           CLOSE AUDIT-FILE.

       820-IMPRIME-DIA.
           IF WS-DIA-SITUACAO(WS-DIA-SUB) NOT = SPACES
               MOVE WS-DIA-SUB TO WS-DIA-NUM
               MOVE SPACES TO WS-RCL-DATA
               STRING WS-PERIODO-INF WS-DIA-NUM
                   DELIMITED BY SIZE INTO WS-RCL-DATA
               EVALUATE WS-DIA-SITUACAO(WS-DIA-SUB)
                   WHEN "C"
                       MOVE "CONCLUIDO" TO WS-RCL-SITUACAO
                   WHEN "F"
                       MOVE "FORCADO *" TO WS-RCL-SITUACAO
                   WHEN OTHER
                       MOVE "INICIADO *" TO WS-RCL-SITUACAO
               END-EVALUATE
               MOVE WS-DIA-RUNS(WS-DIA-SUB)     TO WS-RCL-RUNS
               MOVE WS-DIA-FORCADOS(WS-DIA-SUB) TO WS-RCL-FORCADOS
               MOVE WS-DIA-REGS(WS-DIA-SUB)     TO WS-RCL-REGS
               MOVE WS-DIA-AREA(WS-DIA-SUB)     TO WS-RCL-AREA
               MOVE WS-DIA-HASH(WS-DIA-SUB)     TO WS-RCL-HASH
               MOVE WS-RUNCTL-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 855-GRAVA-LINHA
           END-IF.

       830-IMPRIME-FONTE.
           MOVE WS-FONTE-NOME(WS-FONTE-SUB) TO WS-FNT-NOME
           MOVE WS-FONTE-REGS(WS-FONTE-SUB) TO WS-FNT-REGS
           MOVE WS-FONTE-SITU(WS-FONTE-SUB) TO WS-FNT-SITU
           MOVE WS-FONTE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 855-GRAVA-LINHA.

       850-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-CAB-PAGINA
           MOVE WS-PERIODO-INF TO WS-CAB-PERIODO
           MOVE WS-OPERADOR TO WS-CAB-OPERADOR
           MOVE PR-FECHADO-EM TO WS-CAB-EMISSAO
           WRITE REPORT-LINE FROM WS-CABECALHO-1
           WRITE REPORT-LINE FROM WS-CABECALHO-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO WS-LINHA-ATUAL.

       855-GRAVA-LINHA.
           IF WS-LINHA-ATUAL >= WS-LINHAS-PAGINA
               PERFORM 850-IMPRIME-CABECALHO
           END-IF
           WRITE REPORT-LINE FROM WS-LINHA-IMPRESSAO
           ADD 1 TO WS-LINHA-ATUAL.

       END PROGRAM MANUT-PERIODOS.
