      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Retroactive repricing of billed panels after a
      *            back-dated rate correction.  MANUT-TAXAS lets a
      *            supervisor insert a rate with a past vigencia or
      *            correct the price of an existing one, but the days
      *            already billed at the old price stay billed at it.
      *            Given a material and a movement-date range, this
      *            run walks the BILLING-HISTORY.DAT billed-panel
      *            history (written by CALCULO-AREA and
      *            ESTORNO-MOVIMENTO) and recosts every panel of the
      *            range with the rate now in effect on its movement
      *            date - the latest active MATRATES.DAT rate, with the
      *            order customer's CUSTOMER-PRICES.DAT agreement of
      *            that date applied on top exactly as 255-CALCULA-
      *            CUSTO does.  Reversed panels carry negative amounts
      *            on the history, so a panel and its reversal net to
      *            nothing.  Every panel whose new cost differs from
      *            what the ERP has been billed so far
      *            (HB-CUSTO-ATUAL) is:
      *            - written as a D record of a price-adjustment block
      *              appended to REPRICING-EXTRACT.DAT, one H/D/T
      *              block per run in the layout of
      *              ESTORNO-EXTRACT.DAT, with a sign before the area
      *              and before the cost, which carries the difference
      *              (+ = debit note, - = credit note);
      *            - rewritten on the history with the new cost and
      *              basis, so a later correction reprices from what
      *              was really billed;
      *            - posted against its order on ORDERS-LEDGER.DAT as
      *              an "R" entry of the movement date (cost only), so
      *              the closing statement includes it.
      *            REPRECIFICACAO.RPT lists the adjustments by order,
      *            with a subtotal per order, and closes with a
      *            per-order impact summary (billed cost, new cost,
      *            difference and whether a debit or a credit note is
      *            due) for finance.
      *            The correction being repriced is identified by the
      *            material's latest entry on MATRATES-AUDIT.LOG.
      *            Every posted run is registered on
      *            REPRICING-CONTROL.DAT, and a second run for the same
      *            material and correction over an overlapping date
      *            range is refused, with the prior run's timestamp and
      *            operator.  Panels billed at a contract basis are
      *            left alone when the order or the agreements cannot
      *            be read.  The operator comes from the
      *            CALCULO-AREA-RUN-BY environment value set by MENU.
      *            Accounting periods (PERIODS.DAT, MANUT-PERIODOS):
      *            an adjustment whose movement date falls in a closed
      *            period is posted on the run date, in the current
      *            open period - its D record and "R" ledger entry
      *            carry the run date, the D record keeps the original
      *            movement date as a trailing field, and the report
      *            shows both dates.  A range touching a closed period
      *            while the current period is closed too is refused.
      *            A failed ledger or history write is displayed,
      *            counted on the report and ends the run with
      *            RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRECIFICACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLHIST-FILE ASSIGN TO "BILLING-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-CHAVE
               FILE STATUS IS WS-BILLHIST-STATUS.

           SELECT RATE-FILE ASSIGN TO "MATRATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS WS-RATE-STATUS.

           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JO-NUM-ORDEM
               FILE STATUS IS WS-ORDERS-STATUS.

           SELECT CUSTOMER-PRICE ASSIGN TO "CUSTOMER-PRICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-ACORDO-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ORDERS-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "MATRATES-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPCTL-FILE ASSIGN TO "REPRICING-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPCTL-STATUS.

           SELECT AJUSTE-FILE ASSIGN TO "REPRICING-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REPRECIFICACAO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERIODO
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT SORT-WORK ASSIGN TO "REPRECIFICACAO.SRT".

       DATA DIVISION.
       FILE SECTION.
      * Billed-panel history (same layout as CALCULO-AREA writes).
       FD  BILLHIST-FILE.
       01  BILLHIST-RECORD.
           05 HB-CHAVE.
               10 HB-MATERIAL     PIC X(001).
               10 HB-DATA-MOVTO   PIC X(008).
               10 HB-ORIGEM       PIC X(001).
                   88 HB-LANCAMENTO          VALUE "L".
                   88 HB-ESTORNO             VALUE "E".
               10 HB-LOTE         PIC X(014).
               10 HB-SEQ          PIC 9(006).
           05 HB-DEPOSITO         PIC X(003).
           05 HB-NUM-ORDEM        PIC 9(006).
           05 HB-TIPO-FORMA       PIC X(001).
           05 HB-LARGURA          PIC 9(005)V9(002).
           05 HB-ALTURA           PIC 9(005)V9(002).
           05 HB-AREA             PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 HB-CUSTO-FATURADO   PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 HB-BASE-FATURADA    PIC X(001).
           05 HB-CUSTO-ATUAL      PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 HB-BASE-ATUAL       PIC X(001).
           05 HB-ULT-TIMESTAMP    PIC X(014).
           05 HB-ULT-OPERADOR     PIC X(020).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RT-CHAVE.
               10 RT-MATERIAL     PIC X(001).
               10 RT-DATA-VIGENCIA PIC X(008).
           05 RT-PRECO            PIC 9(005)V9(002).
           05 RT-STATUS           PIC X(001).
               88 RT-ATIVO                   VALUE "A".

       FD  ORDERS-FILE.
       01  ORDERS-RECORD.
           05 JO-NUM-ORDEM        PIC 9(006).
           05 JO-CLIENTE          PIC X(020).
           05 JO-STATUS           PIC X(001).
               88 JO-ABERTA                  VALUE "A".
           05 JO-DATA-ABERTURA    PIC X(008).
           05 JO-DATA-ENCERRAMENTO PIC X(008).
           05 JO-COD-CLIENTE      PIC X(006).

       FD  CUSTOMER-PRICE.
       01  CUSTOMER-PRICE-RECORD.
           05 CP-CHAVE.
               10 CP-COD-CLIENTE  PIC X(006).
               10 CP-MATERIAL     PIC X(001).
               10 CP-DATA-VIGENCIA PIC X(008).
           05 CP-TIPO-PRECO       PIC X(001).
               88 CP-PRECO-CONTRATO          VALUE "P".
               88 CP-DESCONTO-CONTRATO       VALUE "D".
           05 CP-PRECO            PIC 9(005)V9(002).
           05 CP-DESCONTO         PIC 9(003)V9(002).
           05 CP-STATUS           PIC X(001).
               88 CP-ATIVO                   VALUE "A".

      * Order ledger (same layout as CALCULO-AREA posts).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LG-CHAVE.
               10 LG-NUM-ORDEM    PIC 9(006).
               10 LG-DATA-MOVTO   PIC X(008).
               10 LG-TIPO         PIC X(001).
                   88 LG-LANCAMENTO          VALUE "L".
                   88 LG-ESTORNO             VALUE "E".
                   88 LG-REPRECO             VALUE "R".
               10 LG-DEPOSITO     PIC X(003).
               10 LG-MATERIAL     PIC X(001).
           05 LG-QTD-PAINEIS      PIC S9(006)
                   SIGN IS LEADING SEPARATE.
           05 LG-AREA             PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 LG-CUSTO            PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 LG-ULT-TIMESTAMP    PIC X(014).
           05 LG-ULT-OPERADOR     PIC X(020).

      * Rate audit trail line as written by MANUT-TAXAS.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AU-TIMESTAMP        PIC X(014).
           05 FILLER              PIC X(001).
           05 AU-OPERADOR         PIC X(020).
           05 FILLER              PIC X(001).
           05 AU-ACAO             PIC X(010).
           05 FILLER              PIC X(001).
           05 AU-MATERIAL         PIC X(001).
           05 FILLER              PIC X(001).
           05 AU-VIGENCIA         PIC X(008).
           05 FILLER              PIC X(004).
           05 AU-PRECO-ANT        PIC X(009).
           05 FILLER              PIC X(006).
           05 AU-PRECO-NOVO       PIC X(009).
           05 FILLER              PIC X(005).

      * One control record per posted repricing, so the same
      * correction is not repriced and sent to the ERP twice.
       FD  REPCTL-FILE.
       01  REPCTL-RECORD.
           05 RP-MATERIAL         PIC X(001).
           05 RP-DATA-DE          PIC X(008).
           05 RP-DATA-ATE         PIC X(008).
           05 RP-CORRECAO         PIC X(014).
           05 RP-TIMESTAMP        PIC X(014).
           05 RP-OPERADOR         PIC X(020).
           05 RP-REG-COUNT        PIC 9(006).
           05 RP-DIFERENCA        PIC S9(011)V9(002)
                   SIGN IS LEADING SEPARATE.

       FD  AJUSTE-FILE.
       01  AJUSTE-RECORD          PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(080).

      * Accounting period calendar, maintained by MANUT-PERIODOS.
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

      * Panels with a price difference pass through this sort work
      * so the adjustments come out grouped by order and date.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SR-NUM-ORDEM        PIC 9(006).
           05 SR-DATA-MOVTO       PIC X(008).
           05 SR-CHAVE-HIST       PIC X(030).
           05 SR-DEPOSITO         PIC X(003).
           05 SR-TIPO-FORMA       PIC X(001).
           05 SR-LARGURA          PIC 9(005)V9(002).
           05 SR-ALTURA           PIC 9(005)V9(002).
           05 SR-AREA             PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 SR-CUSTO-ANT        PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 SR-CUSTO-NOVO       PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 SR-DIFERENCA        PIC S9(009)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 SR-BASE-ANT         PIC X(001).
           05 SR-BASE-NOVA        PIC X(001).
           05 SR-ORIGEM           PIC X(001).
           05 SR-COD-CLIENTE      PIC X(006).
           05 SR-CLIENTE          PIC X(020).

       WORKING-STORAGE SECTION.
       77  WS-BILLHIST-STATUS     PIC X(002) VALUE SPACES.
       77  WS-RATE-STATUS         PIC X(002) VALUE SPACES.
       77  WS-ORDERS-STATUS       PIC X(002) VALUE SPACES.
       77  WS-ACORDO-STATUS       PIC X(002) VALUE SPACES.
       77  WS-LEDGER-STATUS       PIC X(002) VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-REPCTL-STATUS       PIC X(002) VALUE SPACES.
       77  WS-AJUSTE-STATUS       PIC X(002) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(002) VALUE SPACES.
       77  WS-PERIOD-STATUS       PIC X(002) VALUE SPACES.

       77  WS-ORDENS-OK           PIC X(001) VALUE "N".
           88 ORDENS-DISPONIVEIS             VALUE "Y".
       77  WS-ACORDOS-OK          PIC X(001) VALUE "N".
           88 ACORDOS-DISPONIVEIS            VALUE "Y".
       77  WS-RAZAO-OK            PIC X(001) VALUE "N".
           88 RAZAO-DISPONIVEL               VALUE "Y".
       77  WS-RAZAO-ACHADO        PIC X(001) VALUE "N".
           88 RAZAO-ACHADO                   VALUE "Y".
       77  WS-FIM-HISTORICO       PIC X(001) VALUE "N".
           88 FIM-HISTORICO                  VALUE "Y".
       77  WS-FIM-ORDENADO        PIC X(001) VALUE "N".
           88 FIM-ORDENADO                   VALUE "Y".
       77  WS-FIM-CONTROLE        PIC X(001) VALUE "N".
           88 FIM-CONTROLE                   VALUE "Y".
       77  WS-FIM-AUDITORIA       PIC X(001) VALUE "N".
           88 FIM-AUDITORIA                  VALUE "Y".
       77  WS-FIM-TAXAS           PIC X(001) VALUE "N".
           88 FIM-TAXAS                      VALUE "Y".
       77  WS-FIM-ACORDOS         PIC X(001) VALUE "N".
           88 FIM-ACORDOS                    VALUE "Y".
       77  WS-ABORT-JOB           PIC X(001) VALUE "N".
           88 ABORT-JOB                      VALUE "Y".
       77  WS-JA-REPRECIFICADO    PIC X(001) VALUE "N".
           88 JA-REPRECIFICADO               VALUE "Y".
       77  WS-CORRECAO-ACHADA     PIC X(001) VALUE "N".
           88 CORRECAO-ACHADA                VALUE "Y".
       77  WS-CONFIRMA            PIC X(001) VALUE SPACES.
           88 OPERACAO-CONFIRMADA            VALUE "S".
       77  WS-FIM-PERIODOS        PIC X(001) VALUE "N".
           88 FIM-PERIODOS                   VALUE "Y".

      * Accounting periods: an adjustment of a movement date in a
      * closed period is posted on the run date (WS-DATA-LANCAMENTO),
      * in the current open period.
       77  WS-DATA-LANCAMENTO     PIC X(008) VALUE SPACES.
       77  WS-PERIODO-HOJE        PIC X(006) VALUE SPACES.
       77  WS-PERIODO-LIDO        PIC X(006) VALUE SPACES.
       77  WS-PERIODO-FECHADO     PIC X(001) VALUE "N".
           88 PERIODO-FECHADO                VALUE "Y".
       77  WS-FAIXA-FECHADA       PIC X(001) VALUE "N".
           88 FAIXA-COM-PERIODO-FECHADO      VALUE "Y".
       77  WS-AJUSTE-REDATADO     PIC X(001) VALUE "N".
           88 AJUSTE-REDATADO                VALUE "Y".

       77  WS-OPERADOR            PIC X(020) VALUE "REPRECIFICACAO".
       77  WS-ENV-RUN-BY          PIC X(020) VALUE SPACES.
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.
       77  WS-TIMESTAMP-RUN       PIC X(014) VALUE SPACES.

       77  WS-MATERIAL            PIC X(001) VALUE SPACES.
       77  WS-DATA-DE             PIC X(008) VALUE SPACES.
       77  WS-DATA-ATE            PIC X(008) VALUE SPACES.

      * Latest MATRATES-AUDIT.LOG entry of the material: the
      * correction this run reprices.
       77  WS-COR-TIMESTAMP       PIC X(014) VALUE SPACES.
       77  WS-COR-OPERADOR        PIC X(020) VALUE SPACES.
       77  WS-COR-ACAO            PIC X(010) VALUE SPACES.
       77  WS-COR-VIGENCIA        PIC X(008) VALUE SPACES.
       77  WS-COR-PRECO-ANT       PIC X(009) VALUE SPACES.
       77  WS-COR-PRECO-NOVO      PIC X(009) VALUE SPACES.
       77  WS-REP-ANT-TIMESTAMP   PIC X(014) VALUE SPACES.
       77  WS-REP-ANT-OPERADOR    PIC X(020) VALUE SPACES.
       77  WS-REP-ANT-DE          PIC X(008) VALUE SPACES.
       77  WS-REP-ANT-ATE         PIC X(008) VALUE SPACES.

      * Effective-dated rate and agreement selection (same rules as
      * CALCULO-AREA's 252/256), evaluated at the panel's movement
      * date.
       77  WS-DATA-MOVIMENTO      PIC X(008) VALUE SPACES.
       77  WS-TAXA-PADRAO         PIC 9(005)V9(002) VALUE 1.00.
       77  WS-TAXA-APLICADA       PIC 9(005)V9(002) VALUE ZEROS.
       77  WS-MELHOR-VIGENCIA     PIC X(008) VALUE SPACES.
       77  WS-TAXA-ACHADA         PIC X(001) VALUE "N".
           88 TAXA-ACHADA                    VALUE "Y".
       77  WS-COD-CLIENTE         PIC X(006) VALUE SPACES.
       77  WS-CLIENTE             PIC X(020) VALUE SPACES.
       77  WS-ORDEM-ACHADA        PIC X(001) VALUE "N".
           88 ORDEM-ACHADA                   VALUE "Y".
       77  WS-ACORDO-ACHADO       PIC X(001) VALUE "N".
           88 ACORDO-ACHADO                  VALUE "Y".
       77  WS-MELHOR-VIG-ACORDO   PIC X(008) VALUE SPACES.
       77  WS-ACORDO-TIPO         PIC X(001) VALUE SPACES.
       77  WS-ACORDO-PRECO        PIC 9(005)V9(002) VALUE ZEROS.
       77  WS-ACORDO-DESCONTO     PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-BASE-PRECO          PIC X(001) VALUE SPACES.
           88 BASE-TABELA                    VALUE "T".
           88 BASE-PADRAO                    VALUE "P".
           88 BASE-CONTRATO                  VALUE "C".
           88 BASE-DESCONTO                  VALUE "D".
       77  WS-CUSTO-NOVO          PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-DIFERENCA           PIC S9(009)V9(002) VALUE ZEROS.

       77  WS-PAINEIS-LIDOS       PIC 9(006) VALUE ZEROS.
       77  WS-PAINEIS-IGUAIS      PIC 9(006) VALUE ZEROS.
       77  WS-PAINEIS-MANTIDOS    PIC 9(006) VALUE ZEROS.
       77  WS-SELECIONADOS        PIC 9(006) VALUE ZEROS.
       77  WS-AJUSTES             PIC 9(006) VALUE ZEROS.
       77  WS-RAZAO-LANCADOS      PIC 9(006) VALUE ZEROS.
       77  WS-AJUSTES-REDATADOS   PIC 9(006) VALUE ZEROS.
       77  WS-ERROS-GRAVACAO      PIC 9(006) VALUE ZEROS.
       77  WS-TOT-DIFERENCA       PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-DEBITOS         PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-CREDITOS        PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-CUSTO-ANT       PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-CUSTO-NOVO      PIC S9(011)V9(002) VALUE ZEROS.

      * Order break of the adjustment listing.
       77  WS-ORDEM-ATUAL         PIC 9(006) VALUE ZEROS.
       77  WS-ORD-COD-CLIENTE     PIC X(006) VALUE SPACES.
       77  WS-ORD-PAINEIS         PIC 9(006) VALUE ZEROS.
       77  WS-ORD-CUSTO-ANT       PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-ORD-CUSTO-NOVO      PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-ORD-DIFERENCA       PIC S9(011)V9(002) VALUE ZEROS.

      * Per-order impact summary printed at the end of the report.
       77  WS-QTD-ORDENS          PIC 9(003) VALUE ZEROS.
       77  WS-ORD-SUB             PIC 9(003) COMP VALUE ZEROS.
       77  WS-ORDS-IGNORADAS      PIC 9(003) VALUE ZEROS.
       01  WS-TABELA-ORDENS.
           05 WS-ORD-ENTRY OCCURS 200 TIMES.
               10 WS-TOR-NUM-ORDEM   PIC 9(006).
               10 WS-TOR-COD-CLIENTE PIC X(006).
               10 WS-TOR-PAINEIS     PIC 9(006).
               10 WS-TOR-CUSTO-ANT   PIC S9(011)V9(002).
               10 WS-TOR-CUSTO-NOVO  PIC S9(011)V9(002).
               10 WS-TOR-DIFERENCA   PIC S9(011)V9(002).

      * Adjustment extract (layout of ESTORNO-EXTRACT.DAT with an
      * explicit sign before the area and the cost difference).
       01  WS-AJUSTE-LINE         PIC X(100).
       01  WS-AJUSTE-VALORES.
           05 WS-AJ-LARGURA       PIC 9(005).9(002).
           05 WS-AJ-ALTURA        PIC 9(005).9(002).
           05 WS-AJ-AREA          PIC 9(009).9(002).
           05 WS-AJ-CUSTO         PIC 9(009).9(002).
           05 WS-AJ-HASH          PIC 9(011).9(002).
           05 WS-AJ-COUNT         PIC 9(006).
           05 WS-AJ-SINAL-AREA    PIC X(001).
           05 WS-AJ-SINAL-CUSTO   PIC X(001).
           05 WS-AJ-NUM-ORDEM     PIC 9(006).

       77  WS-LINHAS-PAGINA       PIC 9(002) VALUE 60.
       77  WS-LINHA-ATUAL         PIC 9(002) VALUE 99.
       77  WS-PAGINA              PIC 9(004) VALUE ZEROS.
       01  WS-LINHA-IMPRESSAO     PIC X(080).
       01  WS-CONTROLE-LINE       PIC X(080).

       01  WS-CABECALHO-1.
           05 FILLER              PIC X(034)
               VALUE "RELATORIO DE REPRECIFICACAO".
           05 FILLER              PIC X(032) VALUE SPACES.
           05 FILLER              PIC X(007) VALUE "PAGINA ".
           05 WS-CAB-PAGINA       PIC ZZZ9.
           05 FILLER              PIC X(003) VALUE SPACES.

       01  WS-CABECALHO-2.
           05 FILLER              PIC X(012) VALUE "MATERIAL  : ".
           05 WS-CAB-MATERIAL     PIC X(001).
           05 FILLER              PIC X(011) VALUE "  PERIODO: ".
           05 WS-CAB-DATA-DE      PIC X(008).
           05 FILLER              PIC X(003) VALUE " A ".
           05 WS-CAB-DATA-ATE     PIC X(008).
           05 FILLER              PIC X(012) VALUE "  OPERADOR: ".
           05 WS-CAB-OPERADOR     PIC X(020).
           05 FILLER              PIC X(005) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(009) VALUE "DATA MOV ".
           05 FILLER              PIC X(004) VALUE "DEP ".
           05 FILLER              PIC X(002) VALUE "O ".
           05 FILLER              PIC X(003) VALUE "BAS".
           05 FILLER              PIC X(014) VALUE "          AREA".
           05 FILLER              PIC X(015) VALUE " CUSTO FATURADO".
           05 FILLER              PIC X(015) VALUE "     CUSTO NOVO".
           05 FILLER              PIC X(015) VALUE "      DIFERENCA".
           05 FILLER              PIC X(003) VALUE SPACES.

       01  WS-ORDEM-HEADER.
           05 FILLER              PIC X(007) VALUE "ORDEM: ".
           05 WS-ORDH-NUMERO      PIC 9(006).
           05 FILLER              PIC X(011) VALUE "  CLIENTE: ".
           05 WS-ORDH-COD-CLIENTE PIC X(006).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-ORDH-CLIENTE     PIC X(020).
           05 FILLER              PIC X(029) VALUE SPACES.

       01  WS-DETALHE-LINE.
           05 WS-DET-DATA         PIC X(008).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-DEPOSITO     PIC X(003).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-ORIGEM       PIC X(001).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-BASE-ANT     PIC X(001).
           05 FILLER              PIC X(001) VALUE ">".
           05 WS-DET-BASE-NOVA    PIC X(001).
           05 WS-DET-AREA         PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-DET-CUSTO-ANT    PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-DET-CUSTO-NOVO   PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-DET-DIFERENCA    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(003) VALUE SPACES.

       01  WS-ORDEM-SUBTOTAL.
           05 FILLER              PIC X(015) VALUE "SUBTOTAL ORDEM ".
           05 WS-ORDS-NUMERO      PIC 9(006).
           05 FILLER              PIC X(010) VALUE ": PAINEIS=".
           05 WS-ORDS-PAINEIS     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(011) VALUE " DIFERENCA=".
           05 WS-ORDS-DIFERENCA   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-ORDS-NOTA        PIC X(007).
           05 FILLER              PIC X(008) VALUE SPACES.

       01  WS-RESUMO-COLUNAS.
           05 FILLER              PIC X(008) VALUE "ORDEM   ".
           05 FILLER              PIC X(007) VALUE "CLIENTE".
           05 FILLER              PIC X(007) VALUE "PAINEIS".
           05 FILLER              PIC X(015) VALUE " CUSTO FATURADO".
           05 FILLER              PIC X(015) VALUE "     CUSTO NOVO".
           05 FILLER              PIC X(015) VALUE "      DIFERENCA".
           05 FILLER              PIC X(013) VALUE " NOTA".

       01  WS-RESUMO-LINE.
           05 WS-RES-NUM-ORDEM    PIC 9(006).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-RES-COD-CLIENTE  PIC X(006).
           05 WS-RES-PAINEIS      PIC ZZZ,ZZ9.
           05 WS-RES-CUSTO-ANT    PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-RES-CUSTO-NOVO   PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-RES-DIFERENCA    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RES-NOTA         PIC X(007).
           05 FILLER              PIC X(006) VALUE SPACES.

       01  WS-CTL-VALORES.
           05 WS-CTL-VALOR        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 050-INICIALIZA-VARIAVEIS
           PERFORM 100-ACEITA-PARAMETROS
           IF NOT ABORT-JOB
               PERFORM 110-ABRE-ARQUIVOS
           END-IF
           IF NOT ABORT-JOB
               SORT SORT-WORK
                   ON ASCENDING KEY SR-NUM-ORDEM
                   ON ASCENDING KEY SR-DATA-MOVTO
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 200-SELECIONA-PAINEIS
                   OUTPUT PROCEDURE IS 400-EMITE-AJUSTES
               IF WS-AJUSTES > ZEROS
                   PERFORM 720-GRAVA-TRAILER-AJUSTE
                   PERFORM 730-REGISTRA-REPRECIFICACAO
               ELSE
                   DISPLAY "NENHUM PAINEL DO MATERIAL " WS-MATERIAL
                       " ENTRE " WS-DATA-DE " E " WS-DATA-ATE
                       " TEM DIFERENCA DE PRECO - NADA LANCADO."
               END-IF
               PERFORM 800-IMPRIME-RESUMO
               PERFORM 900-FECHA-ARQUIVOS
               DISPLAY "Reprecificacao concluida: " WS-AJUSTES
                   " ajuste(s) de preco."
               DISPLAY "Relatorio: REPRECIFICACAO.RPT  Extrato de "
                   "ajuste: REPRICING-EXTRACT.DAT"
               IF WS-ERROS-GRAVACAO > ZEROS
                   DISPLAY "*** ERRO: " WS-ERROS-GRAVACAO " FALHA(S) "
                       "DE GRAVACAO NO RAZAO/HISTORICO - VERIFIQUE "
                       "REPRECIFICACAO.RPT ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       050-INICIALIZA-VARIAVEIS.
           MOVE "N" TO WS-ABORT-JOB
           MOVE ZEROS TO WS-PAINEIS-LIDOS
           MOVE ZEROS TO WS-PAINEIS-IGUAIS
           MOVE ZEROS TO WS-PAINEIS-MANTIDOS
           MOVE ZEROS TO WS-SELECIONADOS
           MOVE ZEROS TO WS-AJUSTES
           MOVE ZEROS TO WS-RAZAO-LANCADOS
           MOVE ZEROS TO WS-AJUSTES-REDATADOS
           MOVE ZEROS TO WS-ERROS-GRAVACAO
           MOVE "N" TO WS-FAIXA-FECHADA
           MOVE SPACES TO WS-PERIODO-LIDO
           MOVE ZEROS TO WS-TOT-DIFERENCA
           MOVE ZEROS TO WS-TOT-DEBITOS
           MOVE ZEROS TO WS-TOT-CREDITOS
           MOVE ZEROS TO WS-TOT-CUSTO-ANT
           MOVE ZEROS TO WS-TOT-CUSTO-NOVO
           MOVE ZEROS TO WS-ORDEM-ATUAL
           MOVE ZEROS TO WS-QTD-ORDENS
           MOVE ZEROS TO WS-ORDS-IGNORADAS
           MOVE ZEROS TO WS-PAGINA
           MOVE 99 TO WS-LINHA-ATUAL
           MOVE "REPRECIFICACAO" TO WS-OPERADOR
           DISPLAY "CALCULO-AREA-RUN-BY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-RUN-BY FROM ENVIRONMENT-VALUE
           IF WS-ENV-RUN-BY NOT = SPACES
               MOVE WS-ENV-RUN-BY TO WS-OPERADOR
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-TIMESTAMP-RUN.

       100-ACEITA-PARAMETROS.
           DISPLAY "Material a reprecificar: "
           ACCEPT WS-MATERIAL
           DISPLAY "Data de movimento inicial (AAAAMMDD): "
           ACCEPT WS-DATA-DE
           DISPLAY "Data de movimento final   (AAAAMMDD): "
           ACCEPT WS-DATA-ATE
           IF WS-MATERIAL = SPACES
                   OR WS-DATA-DE NOT NUMERIC
                   OR WS-DATA-ATE NOT NUMERIC
                   OR WS-DATA-DE > WS-DATA-ATE
               DISPLAY "*** PARAMETROS INVALIDOS - REPRECIFICACAO "
                   "CANCELADA ***"
               SET ABORT-JOB TO TRUE
           ELSE
               PERFORM 102-VERIFICA-PERIODOS
               PERFORM 105-LOCALIZA-CORRECAO
               PERFORM 108-VERIFICA-REPRECIFICACAO
               EVALUATE TRUE
                   WHEN ABORT-JOB
                       CONTINUE
                   WHEN JA-REPRECIFICADO
                       DISPLAY "*** A CORRECAO DE " WS-COR-TIMESTAMP
                           " DO MATERIAL " WS-MATERIAL " JA FOI "
                           "REPRECIFICADA DE " WS-REP-ANT-DE " A "
                           WS-REP-ANT-ATE " EM " WS-REP-ANT-TIMESTAMP
                           " POR " WS-REP-ANT-OPERADOR " ***"
                       DISPLAY "*** REPRECIFICACAO BLOQUEADA - INFORME "
                           "UM PERIODO AINDA NAO REPRECIFICADO ***"
                       SET ABORT-JOB TO TRUE
                   WHEN OTHER
                       IF CORRECAO-ACHADA
                           DISPLAY "Ultima alteracao de taxa do "
                               "material: "
                               WS-COR-ACAO " vigencia " WS-COR-VIGENCIA
                               " de " WS-COR-PRECO-ANT " para "
                               WS-COR-PRECO-NOVO " em " WS-COR-TIMESTAMP
                               " por " WS-COR-OPERADOR
                       ELSE
                           DISPLAY "*** AVISO: NENHUMA ALTERACAO DE "
                               "TAXA DO MATERIAL " WS-MATERIAL " EM "
                               "MATRATES-AUDIT.LOG ***"
                       END-IF
                       DISPLAY "Reprecificar o material " WS-MATERIAL
                           " de " WS-DATA-DE " a " WS-DATA-ATE
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY "Confirma a reprecificacao (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "s"
                           MOVE "S" TO WS-CONFIRMA
                       END-IF
                       IF NOT OPERACAO-CONFIRMADA
                           DISPLAY "Reprecificacao cancelada."
                           SET ABORT-JOB TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      * Accounting periods.  The date range is scanned in the period
      * calendar; when it touches a closed period the adjustments of
      * that period are posted on the run date, in the current period
      * (110 reopens the calendar so 425 can look each date up).  When
      * the current period is closed as well there is nowhere to post
      * and the run is refused.  No calendar means every period is
      * open.
       102-VERIFICA-PERIODOS.
           MOVE WS-TIMESTAMP-RUN(1:6) TO WS-PERIODO-HOJE
           MOVE "N" TO WS-FAIXA-FECHADA
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PERIOD-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE PERIODS.DAT (STATUS="
                       WS-PERIOD-STATUS ") - REPRECIFICACAO "
                       "CANCELADA ***"
                   SET ABORT-JOB TO TRUE
               ELSE
                   MOVE "N" TO WS-FIM-PERIODOS
                   MOVE WS-DATA-DE(1:6) TO PR-PERIODO
                   START PERIOD-FILE KEY IS NOT LESS THAN PR-PERIODO
                       INVALID KEY
                           SET FIM-PERIODOS TO TRUE
                   END-START
                   PERFORM 103-AVALIA-PERIODO
                       UNTIL FIM-PERIODOS
                          OR FAIXA-COM-PERIODO-FECHADO
                   IF FAIXA-COM-PERIODO-FECHADO
                       MOVE WS-PERIODO-HOJE TO PR-PERIODO
                       PERFORM 104-LE-PERIODO
                       IF PERIODO-FECHADO
                           DISPLAY "*** ERRO: A FAIXA TOCA PERIODO "
                               "FECHADO E O PERIODO CORRENTE "
                               WS-PERIODO-HOJE " ESTA FECHADO - "
                               "REPRECIFICACAO CANCELADA ***"
                           SET ABORT-JOB TO TRUE
                       ELSE
                           DISPLAY "*** AVISO: A FAIXA TOCA PERIODO(S) "
                               "FECHADO(S) - OS AJUSTES DELES SERAO "
                               "LANCADOS EM " WS-TIMESTAMP-RUN(1:8)
                               " ***"
                       END-IF
                   END-IF
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.

       103-AVALIA-PERIODO.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   SET FIM-PERIODOS TO TRUE
               NOT AT END
                   IF PR-PERIODO > WS-DATA-ATE(1:6)
                       SET FIM-PERIODOS TO TRUE
                   ELSE
                       IF PR-FECHADO
                           SET FAIXA-COM-PERIODO-FECHADO TO TRUE
                       END-IF
                   END-IF
           END-READ.

       104-LE-PERIODO.
           MOVE "N" TO WS-PERIODO-FECHADO
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PR-FECHADO
                       SET PERIODO-FECHADO TO TRUE
                   END-IF
           END-READ.

      * The correction is the latest line of the rate audit trail for
      * the material (the trail is appended in time order).
       105-LOCALIZA-CORRECAO.
           MOVE "N" TO WS-CORRECAO-ACHADA
           MOVE SPACES TO WS-COR-TIMESTAMP
           MOVE "N" TO WS-FIM-AUDITORIA
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM 107-LE-AUDITORIA UNTIL FIM-AUDITORIA
               CLOSE AUDIT-FILE
           END-IF.

       107-LE-AUDITORIA.
           READ AUDIT-FILE
               AT END
                   SET FIM-AUDITORIA TO TRUE
               NOT AT END
                   IF AU-MATERIAL = WS-MATERIAL
                       SET CORRECAO-ACHADA TO TRUE
                       MOVE AU-TIMESTAMP  TO WS-COR-TIMESTAMP
                       MOVE AU-OPERADOR   TO WS-COR-OPERADOR
                       MOVE AU-ACAO       TO WS-COR-ACAO
                       MOVE AU-VIGENCIA   TO WS-COR-VIGENCIA
                       MOVE AU-PRECO-ANT  TO WS-COR-PRECO-ANT
                       MOVE AU-PRECO-NOVO TO WS-COR-PRECO-NOVO
                   END-IF
           END-READ.

      * A prior run of the same material and correction whose date
      * range overlaps this one blocks the run.
       108-VERIFICA-REPRECIFICACAO.
           MOVE "N" TO WS-JA-REPRECIFICADO
           MOVE "N" TO WS-FIM-CONTROLE
           OPEN INPUT REPCTL-FILE
           IF WS-REPCTL-STATUS = "00"
               PERFORM 109-CONFERE-CONTROLE UNTIL FIM-CONTROLE
               CLOSE REPCTL-FILE
           END-IF.

       109-CONFERE-CONTROLE.
           READ REPCTL-FILE
               AT END
                   SET FIM-CONTROLE TO TRUE
               NOT AT END
                   IF RP-MATERIAL = WS-MATERIAL
                           AND RP-CORRECAO = WS-COR-TIMESTAMP
                           AND RP-DATA-DE <= WS-DATA-ATE
                           AND RP-DATA-ATE >= WS-DATA-DE
                       SET JA-REPRECIFICADO TO TRUE
                       MOVE RP-TIMESTAMP TO WS-REP-ANT-TIMESTAMP
                       MOVE RP-OPERADOR  TO WS-REP-ANT-OPERADOR
                       MOVE RP-DATA-DE   TO WS-REP-ANT-DE
                       MOVE RP-DATA-ATE  TO WS-REP-ANT-ATE
                   END-IF
           END-READ.

       110-ABRE-ARQUIVOS.
           OPEN I-O BILLHIST-FILE
           IF WS-BILLHIST-STATUS NOT = "00"
               DISPLAY "*** ERRO: NAO FOI POSSIVEL ABRIR "
                   "BILLING-HISTORY.DAT (STATUS=" WS-BILLHIST-STATUS
                   ") - REPRECIFICACAO CANCELADA ***"
               SET ABORT-JOB TO TRUE
           ELSE
               OPEN INPUT RATE-FILE
               IF WS-RATE-STATUS NOT = "00"
                   DISPLAY "*** ERRO: NAO FOI POSSIVEL ABRIR "
                       "MATRATES.DAT (STATUS=" WS-RATE-STATUS
                       ") - REPRECIFICACAO CANCELADA ***"
                   CLOSE BILLHIST-FILE
                   SET ABORT-JOB TO TRUE
               END-IF
           END-IF
           IF NOT ABORT-JOB AND FAIXA-COM-PERIODO-FECHADO
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE PERIODS.DAT (STATUS="
                       WS-PERIOD-STATUS ") - REPRECIFICACAO "
                       "CANCELADA ***"
                   CLOSE BILLHIST-FILE
                   CLOSE RATE-FILE
                   SET ABORT-JOB TO TRUE
               END-IF
           END-IF
           IF NOT ABORT-JOB
               OPEN INPUT ORDERS-FILE
               IF WS-ORDERS-STATUS = "00"
                   MOVE "Y" TO WS-ORDENS-OK
               ELSE
                   MOVE "N" TO WS-ORDENS-OK
                   DISPLAY "*** AVISO: ORDERS.DAT INDISPONIVEL ("
                       "STATUS=" WS-ORDERS-STATUS ") - PAINEIS DE "
                       "CONTRATO NAO SERAO REPRECIFICADOS ***"
               END-IF
               OPEN INPUT CUSTOMER-PRICE
               IF WS-ACORDO-STATUS = "00"
                   MOVE "Y" TO WS-ACORDOS-OK
               ELSE
                   MOVE "N" TO WS-ACORDOS-OK
                   DISPLAY "*** AVISO: CUSTOMER-PRICES.DAT "
                       "INDISPONIVEL (STATUS=" WS-ACORDO-STATUS
                       ") - PAINEIS DE CONTRATO NAO SERAO "
                       "REPRECIFICADOS ***"
               END-IF
               OPEN I-O LEDGER-FILE
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
                   OPEN I-O LEDGER-FILE
               END-IF
               IF WS-LEDGER-STATUS = "00"
                   MOVE "Y" TO WS-RAZAO-OK
               ELSE
                   MOVE "N" TO WS-RAZAO-OK
                   DISPLAY "*** AVISO: ORDERS-LEDGER.DAT INDISPONIVEL "
                       "(STATUS=" WS-LEDGER-STATUS ") - AJUSTES NAO "
                       "SERAO LANCADOS NO RAZAO DA ORDEM ***"
               END-IF
      * The adjustment extract accumulates across runs (one H/D/T
      * block per run) until the ERP ingests and clears it.
               OPEN EXTEND AJUSTE-FILE
               IF WS-AJUSTE-STATUS = "35"
                   OPEN OUTPUT AJUSTE-FILE
                   CLOSE AJUSTE-FILE
                   OPEN EXTEND AJUSTE-FILE
               END-IF
               OPEN OUTPUT REPORT-FILE
           END-IF.

      * Input side of the sort: keyed scan of the material's panels
      * from the first movement date of the range, recosting each one
      * and releasing those whose cost changed.
       200-SELECIONA-PAINEIS.
           MOVE LOW-VALUES TO HB-CHAVE
           MOVE WS-MATERIAL TO HB-MATERIAL
           MOVE WS-DATA-DE  TO HB-DATA-MOVTO
           MOVE "N" TO WS-FIM-HISTORICO
           START BILLHIST-FILE KEY NOT < HB-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START
           PERFORM 210-LE-PAINEL UNTIL FIM-HISTORICO.

       210-LE-PAINEL.
           READ BILLHIST-FILE NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF HB-MATERIAL NOT = WS-MATERIAL
                           OR HB-DATA-MOVTO > WS-DATA-ATE
                       SET FIM-HISTORICO TO TRUE
                   ELSE
                       ADD 1 TO WS-PAINEIS-LIDOS
                       PERFORM 220-REPRECIFICA-PAINEL
                   END-IF
           END-READ.

       220-REPRECIFICA-PAINEL.
           MOVE HB-DATA-MOVTO TO WS-DATA-MOVIMENTO
           PERFORM 225-LOCALIZA-CLIENTE
           IF (HB-BASE-ATUAL = "C" OR HB-BASE-ATUAL = "D")
                   AND (NOT ORDENS-DISPONIVEIS
                        OR NOT ACORDOS-DISPONIVEIS
                        OR NOT ORDEM-ACHADA)
               ADD 1 TO WS-PAINEIS-MANTIDOS
           ELSE
               PERFORM 230-CALCULA-CUSTO
               COMPUTE WS-DIFERENCA = WS-CUSTO-NOVO - HB-CUSTO-ATUAL
               IF WS-DIFERENCA = ZEROS
                   ADD 1 TO WS-PAINEIS-IGUAIS
               ELSE
                   PERFORM 240-LIBERA-AJUSTE
               END-IF
           END-IF.

       225-LOCALIZA-CLIENTE.
           MOVE "N" TO WS-ORDEM-ACHADA
           MOVE SPACES TO WS-COD-CLIENTE
           MOVE SPACES TO WS-CLIENTE
           IF ORDENS-DISPONIVEIS
               MOVE HB-NUM-ORDEM TO JO-NUM-ORDEM
               READ ORDERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ORDEM-ACHADA TO TRUE
                       MOVE JO-COD-CLIENTE TO WS-COD-CLIENTE
                       MOVE JO-CLIENTE     TO WS-CLIENTE
               END-READ
           END-IF.

      * Same costing rules as CALCULO-AREA's 255-CALCULA-CUSTO, at the
      * panel's movement date; the history area carries the sign of
      * the panel (negative for a reversal).
       230-CALCULA-CUSTO.
           MOVE "N" TO WS-TAXA-ACHADA
           MOVE SPACES TO WS-MELHOR-VIGENCIA
           MOVE WS-TAXA-PADRAO TO WS-TAXA-APLICADA
           PERFORM 256-SELECIONA-TAXA
           IF TAXA-ACHADA
               SET BASE-TABELA TO TRUE
           ELSE
               SET BASE-PADRAO TO TRUE
           END-IF
           IF ACORDOS-DISPONIVEIS AND WS-COD-CLIENTE NOT = SPACES
               PERFORM 252-SELECIONA-ACORDO
               IF ACORDO-ACHADO
                   IF WS-ACORDO-TIPO = "P"
                       SET BASE-CONTRATO TO TRUE
                       MOVE WS-ACORDO-PRECO TO WS-TAXA-APLICADA
                   ELSE
                       SET BASE-DESCONTO TO TRUE
                       COMPUTE WS-TAXA-APLICADA ROUNDED =
                           WS-TAXA-APLICADA
                           * (100 - WS-ACORDO-DESCONTO) / 100
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-CUSTO-NOVO ROUNDED =
               HB-AREA * WS-TAXA-APLICADA.

       240-LIBERA-AJUSTE.
           ADD 1 TO WS-SELECIONADOS
           MOVE HB-NUM-ORDEM       TO SR-NUM-ORDEM
           MOVE HB-DATA-MOVTO      TO SR-DATA-MOVTO
           MOVE HB-CHAVE           TO SR-CHAVE-HIST
           MOVE HB-DEPOSITO        TO SR-DEPOSITO
           MOVE HB-TIPO-FORMA      TO SR-TIPO-FORMA
           MOVE HB-LARGURA         TO SR-LARGURA
           MOVE HB-ALTURA          TO SR-ALTURA
           MOVE HB-AREA            TO SR-AREA
           MOVE HB-CUSTO-ATUAL     TO SR-CUSTO-ANT
           MOVE WS-CUSTO-NOVO      TO SR-CUSTO-NOVO
           MOVE WS-DIFERENCA       TO SR-DIFERENCA
           MOVE HB-BASE-ATUAL      TO SR-BASE-ANT
           MOVE WS-BASE-PRECO      TO SR-BASE-NOVA
           MOVE HB-ORIGEM          TO SR-ORIGEM
           MOVE WS-COD-CLIENTE     TO SR-COD-CLIENTE
           MOVE WS-CLIENTE         TO SR-CLIENTE
           RELEASE SORT-RECORD.

      * Keyed scan of the order customer's agreements for the
      * material (same rules as CALCULO-AREA's 252/253).
       252-SELECIONA-ACORDO.
           MOVE "N" TO WS-ACORDO-ACHADO
           MOVE SPACES TO WS-MELHOR-VIG-ACORDO
           MOVE WS-COD-CLIENTE TO CP-COD-CLIENTE
           MOVE WS-MATERIAL TO CP-MATERIAL
           MOVE "00000000" TO CP-DATA-VIGENCIA
           START CUSTOMER-PRICE KEY NOT < CP-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-ACORDO-STATUS
           END-START
           IF WS-ACORDO-STATUS = "00"
               MOVE "N" TO WS-FIM-ACORDOS
               PERFORM 253-AVALIA-ACORDO UNTIL FIM-ACORDOS
           END-IF
           MOVE "00" TO WS-ACORDO-STATUS.

       253-AVALIA-ACORDO.
           READ CUSTOMER-PRICE NEXT RECORD
               AT END
                   SET FIM-ACORDOS TO TRUE
               NOT AT END
                   IF CP-COD-CLIENTE NOT = WS-COD-CLIENTE
                           OR CP-MATERIAL NOT = WS-MATERIAL
                       SET FIM-ACORDOS TO TRUE
                   ELSE
                       IF CP-ATIVO
                               AND CP-DATA-VIGENCIA
                                   <= WS-DATA-MOVIMENTO
                           IF NOT ACORDO-ACHADO
                                   OR CP-DATA-VIGENCIA
                                       >= WS-MELHOR-VIG-ACORDO
                               SET ACORDO-ACHADO TO TRUE
                               MOVE CP-DATA-VIGENCIA
                                   TO WS-MELHOR-VIG-ACORDO
                               MOVE CP-TIPO-PRECO TO WS-ACORDO-TIPO
                               MOVE CP-PRECO TO WS-ACORDO-PRECO
                               MOVE CP-DESCONTO TO WS-ACORDO-DESCONTO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Keyed scan of the material's effective-dated rates (same
      * rules as CALCULO-AREA's 256/257).
       256-SELECIONA-TAXA.
           MOVE WS-MATERIAL TO RT-MATERIAL
           MOVE "00000000" TO RT-DATA-VIGENCIA
           START RATE-FILE KEY NOT < RT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-RATE-STATUS
           END-START
           IF WS-RATE-STATUS = "00"
               MOVE "N" TO WS-FIM-TAXAS
               PERFORM 257-AVALIA-TAXA UNTIL FIM-TAXAS
           END-IF
           MOVE "00" TO WS-RATE-STATUS.

       257-AVALIA-TAXA.
           READ RATE-FILE NEXT RECORD
               AT END
                   SET FIM-TAXAS TO TRUE
               NOT AT END
                   IF RT-MATERIAL NOT = WS-MATERIAL
                       SET FIM-TAXAS TO TRUE
                   ELSE
                       IF RT-ATIVO
                               AND RT-DATA-VIGENCIA
                                   <= WS-DATA-MOVIMENTO
                           IF NOT TAXA-ACHADA
                                   OR RT-DATA-VIGENCIA
                                       >= WS-MELHOR-VIGENCIA
                               SET TAXA-ACHADA TO TRUE
                               MOVE RT-DATA-VIGENCIA
                                   TO WS-MELHOR-VIGENCIA
                               MOVE RT-PRECO TO WS-TAXA-APLICADA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Output side of the sort: the adjustments come back by order
      * and date; each one is written to the adjustment extract,
      * listed, posted to the ledger and only then rewritten on the
      * history, so an interrupted run leaves unposted panels still
      * due for repricing.
       400-EMITE-AJUSTES.
           MOVE "N" TO WS-FIM-ORDENADO
           PERFORM 410-RETORNA-AJUSTE UNTIL FIM-ORDENADO
           IF WS-ORDEM-ATUAL > ZEROS
               PERFORM 440-FECHA-ORDEM
           END-IF.

       410-RETORNA-AJUSTE.
           RETURN SORT-WORK
               AT END
                   SET FIM-ORDENADO TO TRUE
               NOT AT END
                   PERFORM 420-PROCESSA-AJUSTE
           END-RETURN.

       420-PROCESSA-AJUSTE.
           IF SR-NUM-ORDEM NOT = WS-ORDEM-ATUAL
               IF WS-ORDEM-ATUAL > ZEROS
                   PERFORM 440-FECHA-ORDEM
               END-IF
               PERFORM 430-ABRE-ORDEM
           END-IF
           ADD 1 TO WS-AJUSTES
           PERFORM 425-DEFINE-DATA-LANCAMENTO
           PERFORM 450-GRAVA-AJUSTE-EXTRATO
           PERFORM 460-IMPRIME-AJUSTE
           IF RAZAO-DISPONIVEL
               PERFORM 470-LANCA-RAZAO-REPRECO
           END-IF
           PERFORM 480-ATUALIZA-HISTORICO
           ADD 1               TO WS-ORD-PAINEIS
           ADD SR-CUSTO-ANT    TO WS-ORD-CUSTO-ANT
           ADD SR-CUSTO-NOVO   TO WS-ORD-CUSTO-NOVO
           ADD SR-DIFERENCA    TO WS-ORD-DIFERENCA
           ADD SR-CUSTO-ANT    TO WS-TOT-CUSTO-ANT
           ADD SR-CUSTO-NOVO   TO WS-TOT-CUSTO-NOVO
           ADD SR-DIFERENCA    TO WS-TOT-DIFERENCA.

      * An adjustment whose movement date falls in a closed period is
      * posted on the run date; the period of the last date looked up
      * is kept so consecutive panels of a period read it only once.
       425-DEFINE-DATA-LANCAMENTO.
           MOVE SR-DATA-MOVTO TO WS-DATA-LANCAMENTO
           MOVE "N" TO WS-AJUSTE-REDATADO
           IF FAIXA-COM-PERIODO-FECHADO
               IF SR-DATA-MOVTO(1:6) NOT = WS-PERIODO-LIDO
                   MOVE SR-DATA-MOVTO(1:6) TO PR-PERIODO
                   PERFORM 104-LE-PERIODO
                   MOVE SR-DATA-MOVTO(1:6) TO WS-PERIODO-LIDO
               END-IF
               IF PERIODO-FECHADO
                   SET AJUSTE-REDATADO TO TRUE
                   MOVE WS-TIMESTAMP-RUN(1:8) TO WS-DATA-LANCAMENTO
                   ADD 1 TO WS-AJUSTES-REDATADOS
               END-IF
           END-IF.

       430-ABRE-ORDEM.
           MOVE SR-NUM-ORDEM   TO WS-ORDEM-ATUAL
           MOVE SR-COD-CLIENTE TO WS-ORD-COD-CLIENTE
           MOVE ZEROS TO WS-ORD-PAINEIS
           MOVE ZEROS TO WS-ORD-CUSTO-ANT
           MOVE ZEROS TO WS-ORD-CUSTO-NOVO
           MOVE ZEROS TO WS-ORD-DIFERENCA
           MOVE SR-NUM-ORDEM   TO WS-ORDH-NUMERO
           MOVE SR-COD-CLIENTE TO WS-ORDH-COD-CLIENTE
           MOVE SR-CLIENTE     TO WS-ORDH-CLIENTE
           MOVE WS-ORDEM-HEADER TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       440-FECHA-ORDEM.
           MOVE WS-ORDEM-ATUAL   TO WS-ORDS-NUMERO
           MOVE WS-ORD-PAINEIS   TO WS-ORDS-PAINEIS
           MOVE WS-ORD-DIFERENCA TO WS-ORDS-DIFERENCA
           IF WS-ORD-DIFERENCA < ZEROS
               MOVE "CREDITO" TO WS-ORDS-NOTA
           ELSE
               MOVE "DEBITO"  TO WS-ORDS-NOTA
           END-IF
           MOVE WS-ORDEM-SUBTOTAL TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           IF WS-ORD-DIFERENCA < ZEROS
               ADD WS-ORD-DIFERENCA TO WS-TOT-CREDITOS
           ELSE
               ADD WS-ORD-DIFERENCA TO WS-TOT-DEBITOS
           END-IF
           IF WS-QTD-ORDENS < 200
               ADD 1 TO WS-QTD-ORDENS
               MOVE WS-QTD-ORDENS TO WS-ORD-SUB
               MOVE WS-ORDEM-ATUAL     TO WS-TOR-NUM-ORDEM(WS-ORD-SUB)
               MOVE WS-ORD-COD-CLIENTE
                   TO WS-TOR-COD-CLIENTE(WS-ORD-SUB)
               MOVE WS-ORD-PAINEIS     TO WS-TOR-PAINEIS(WS-ORD-SUB)
               MOVE WS-ORD-CUSTO-ANT   TO WS-TOR-CUSTO-ANT(WS-ORD-SUB)
               MOVE WS-ORD-CUSTO-NOVO  TO WS-TOR-CUSTO-NOVO(WS-ORD-SUB)
               MOVE WS-ORD-DIFERENCA   TO WS-TOR-DIFERENCA(WS-ORD-SUB)
           ELSE
               ADD 1 TO WS-ORDS-IGNORADAS
           END-IF.

       450-GRAVA-AJUSTE-EXTRATO.
           IF WS-AJUSTES = 1
               MOVE SPACES TO WS-AJUSTE-LINE
               STRING "H;" WS-TIMESTAMP-RUN(1:8) ";REPRECIFICACAO"
                   DELIMITED BY SIZE INTO WS-AJUSTE-LINE
               WRITE AJUSTE-RECORD FROM WS-AJUSTE-LINE
           END-IF
           MOVE SR-NUM-ORDEM  TO WS-AJ-NUM-ORDEM
           MOVE SR-LARGURA    TO WS-AJ-LARGURA
           MOVE SR-ALTURA     TO WS-AJ-ALTURA
           MOVE SR-AREA       TO WS-AJ-AREA
           MOVE SR-DIFERENCA  TO WS-AJ-CUSTO
           IF SR-AREA < ZEROS
               MOVE "-" TO WS-AJ-SINAL-AREA
           ELSE
               MOVE "+" TO WS-AJ-SINAL-AREA
           END-IF
           IF SR-DIFERENCA < ZEROS
               MOVE "-" TO WS-AJ-SINAL-CUSTO
           ELSE
               MOVE "+" TO WS-AJ-SINAL-CUSTO
           END-IF
      * A re-dated adjustment carries the posting date in the date
      * field and the original movement date as a trailing field.
           MOVE SPACES TO WS-AJUSTE-LINE
           IF AJUSTE-REDATADO
               STRING "D;" WS-DATA-LANCAMENTO ";" SR-DEPOSITO ";"
                   WS-AJ-NUM-ORDEM ";" SR-TIPO-FORMA ";"
                   WS-AJ-LARGURA ";" WS-AJ-ALTURA ";"
                   WS-AJ-SINAL-AREA WS-AJ-AREA ";" WS-MATERIAL ";"
                   WS-AJ-SINAL-CUSTO WS-AJ-CUSTO ";" SR-BASE-NOVA
                   ";" SR-DATA-MOVTO
                   DELIMITED BY SIZE INTO WS-AJUSTE-LINE
           ELSE
               STRING "D;" SR-DATA-MOVTO ";" SR-DEPOSITO ";"
                   WS-AJ-NUM-ORDEM ";" SR-TIPO-FORMA ";"
                   WS-AJ-LARGURA ";" WS-AJ-ALTURA ";"
                   WS-AJ-SINAL-AREA WS-AJ-AREA ";" WS-MATERIAL ";"
                   WS-AJ-SINAL-CUSTO WS-AJ-CUSTO ";" SR-BASE-NOVA
                   DELIMITED BY SIZE INTO WS-AJUSTE-LINE
           END-IF
           WRITE AJUSTE-RECORD FROM WS-AJUSTE-LINE.

       460-IMPRIME-AJUSTE.
           MOVE SR-DATA-MOVTO  TO WS-DET-DATA
           MOVE SR-DEPOSITO    TO WS-DET-DEPOSITO
           MOVE SR-ORIGEM      TO WS-DET-ORIGEM
           MOVE SR-BASE-ANT    TO WS-DET-BASE-ANT
           MOVE SR-BASE-NOVA   TO WS-DET-BASE-NOVA
           MOVE SR-AREA        TO WS-DET-AREA
           MOVE SR-CUSTO-ANT   TO WS-DET-CUSTO-ANT
           MOVE SR-CUSTO-NOVO  TO WS-DET-CUSTO-NOVO
           MOVE SR-DIFERENCA   TO WS-DET-DIFERENCA
           MOVE WS-DETALHE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           IF AJUSTE-REDATADO
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "         LANCADO EM " WS-DATA-LANCAMENTO
                   " - PERIODO " SR-DATA-MOVTO(1:6) " FECHADO"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF.

      * The difference is posted as an "R" entry of the panel's
      * posting date (the movement date, or the run date when that
      * period is closed), depot and material: cost only, no panels
      * or area, since nothing was cut again.
       470-LANCA-RAZAO-REPRECO.
           PERFORM 475-MONTA-CHAVE-RAZAO
           MOVE "N" TO WS-RAZAO-ACHADO
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RAZAO-ACHADO TO TRUE
           END-READ
           IF NOT RAZAO-ACHADO
               PERFORM 475-MONTA-CHAVE-RAZAO
               MOVE ZEROS TO LG-QTD-PAINEIS
               MOVE ZEROS TO LG-AREA
               MOVE ZEROS TO LG-CUSTO
           END-IF
           ADD SR-DIFERENCA TO LG-CUSTO
           MOVE WS-TIMESTAMP-RUN TO LG-ULT-TIMESTAMP
           MOVE WS-OPERADOR TO LG-ULT-OPERADOR
           IF RAZAO-ACHADO
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO NA REGRAVACAO DO RAZAO DA "
                           "ORDEM " SR-NUM-ORDEM " (STATUS="
                           WS-LEDGER-STATUS ") ***"
                       ADD 1 TO WS-ERROS-GRAVACAO
                   NOT INVALID KEY
                       ADD 1 TO WS-RAZAO-LANCADOS
               END-REWRITE
           ELSE
               WRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO NA GRAVACAO DO RAZAO DA "
                           "ORDEM " SR-NUM-ORDEM " (STATUS="
                           WS-LEDGER-STATUS ") ***"
                       ADD 1 TO WS-ERROS-GRAVACAO
                   NOT INVALID KEY
                       ADD 1 TO WS-RAZAO-LANCADOS
               END-WRITE
           END-IF.

       475-MONTA-CHAVE-RAZAO.
           MOVE SR-NUM-ORDEM  TO LG-NUM-ORDEM
           MOVE WS-DATA-LANCAMENTO TO LG-DATA-MOVTO
           MOVE "R"           TO LG-TIPO
           MOVE SR-DEPOSITO   TO LG-DEPOSITO
           MOVE WS-MATERIAL   TO LG-MATERIAL.

       480-ATUALIZA-HISTORICO.
           MOVE SR-CHAVE-HIST TO HB-CHAVE
           READ BILLHIST-FILE
               INVALID KEY
                   DISPLAY "*** ERRO NA LEITURA DO HISTORICO DA "
                       "ORDEM " SR-NUM-ORDEM " (STATUS="
                       WS-BILLHIST-STATUS ") ***"
                   ADD 1 TO WS-ERROS-GRAVACAO
               NOT INVALID KEY
                   MOVE SR-CUSTO-NOVO    TO HB-CUSTO-ATUAL
                   MOVE SR-BASE-NOVA     TO HB-BASE-ATUAL
                   MOVE WS-TIMESTAMP-RUN TO HB-ULT-TIMESTAMP
                   MOVE WS-OPERADOR      TO HB-ULT-OPERADOR
                   REWRITE BILLHIST-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA REGRAVACAO DO "
                               "HISTORICO DA ORDEM " SR-NUM-ORDEM
                               " (STATUS=" WS-BILLHIST-STATUS ") ***"
                           ADD 1 TO WS-ERROS-GRAVACAO
                   END-REWRITE
           END-READ.

       705-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA   TO WS-CAB-PAGINA
           MOVE WS-MATERIAL TO WS-CAB-MATERIAL
           MOVE WS-DATA-DE  TO WS-CAB-DATA-DE
           MOVE WS-DATA-ATE TO WS-CAB-DATA-ATE
           MOVE WS-OPERADOR TO WS-CAB-OPERADOR
           WRITE REPORT-LINE FROM WS-CABECALHO-1
           WRITE REPORT-LINE FROM WS-CABECALHO-2
           MOVE SPACES TO WS-CONTROLE-LINE
           IF CORRECAO-ACHADA
               STRING "CORRECAO: " WS-COR-ACAO " VIG "
                   WS-COR-VIGENCIA " DE" WS-COR-PRECO-ANT " PARA"
                   WS-COR-PRECO-NOVO " EM " WS-COR-TIMESTAMP
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           ELSE
               MOVE "CORRECAO: NENHUMA ALTERACAO DE TAXA REGISTRADA"
                   TO WS-CONTROLE-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-CONTROLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CAB-COLUNAS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 6 TO WS-LINHA-ATUAL.

       710-GRAVA-LINHA-RELATORIO.
           IF WS-LINHA-ATUAL >= WS-LINHAS-PAGINA
               PERFORM 705-IMPRIME-CABECALHO
           END-IF
           WRITE REPORT-LINE FROM WS-LINHA-IMPRESSAO
           ADD 1 TO WS-LINHA-ATUAL.

       720-GRAVA-TRAILER-AJUSTE.
           MOVE WS-AJUSTES       TO WS-AJ-COUNT
           MOVE WS-TOT-DIFERENCA TO WS-AJ-HASH
           IF WS-TOT-DIFERENCA < ZEROS
               MOVE "-" TO WS-AJ-SINAL-CUSTO
           ELSE
               MOVE "+" TO WS-AJ-SINAL-CUSTO
           END-IF
           MOVE SPACES TO WS-AJUSTE-LINE
           STRING "T;" WS-AJ-COUNT ";" WS-AJ-SINAL-CUSTO WS-AJ-HASH
               DELIMITED BY SIZE INTO WS-AJUSTE-LINE
           WRITE AJUSTE-RECORD FROM WS-AJUSTE-LINE.

       730-REGISTRA-REPRECIFICACAO.
           OPEN EXTEND REPCTL-FILE
           IF WS-REPCTL-STATUS = "35"
               OPEN OUTPUT REPCTL-FILE
               CLOSE REPCTL-FILE
               OPEN EXTEND REPCTL-FILE
           END-IF
           MOVE WS-MATERIAL      TO RP-MATERIAL
           MOVE WS-DATA-DE       TO RP-DATA-DE
           MOVE WS-DATA-ATE      TO RP-DATA-ATE
           MOVE WS-COR-TIMESTAMP TO RP-CORRECAO
           MOVE WS-TIMESTAMP-RUN TO RP-TIMESTAMP
           MOVE WS-OPERADOR      TO RP-OPERADOR
           MOVE WS-AJUSTES       TO RP-REG-COUNT
           MOVE WS-TOT-DIFERENCA TO RP-DIFERENCA
           WRITE REPCTL-RECORD
           CLOSE REPCTL-FILE.

      * Closing block of the report: the run counts and the impact
      * summary with one line per order repriced, for finance to
      * issue the debit and credit notes from.
       800-IMPRIME-RESUMO.
           IF WS-AJUSTES = ZEROS
               MOVE "NENHUM PAINEL COM DIFERENCA DE PRECO NO PERIODO."
                   TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "PAINEIS LIDOS NO HISTORICO  : " WS-PAINEIS-LIDOS
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "PAINEIS SEM DIFERENCA       : " WS-PAINEIS-IGUAIS
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           IF WS-PAINEIS-MANTIDOS > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "PAINEIS DE CONTRATO MANTIDOS: "
                   WS-PAINEIS-MANTIDOS " (ORDEM/ACORDO ILEGIVEL)"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "AJUSTES DE PRECO GERADOS    : " WS-AJUSTES
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "LANCADOS NO RAZAO DAS ORDENS: " WS-RAZAO-LANCADOS
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           IF WS-AJUSTES-REDATADOS > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "AJUSTES DE PERIODO FECHADO  : "
                   WS-AJUSTES-REDATADOS " (LANCADOS EM "
                   WS-TIMESTAMP-RUN(1:8) ")"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           IF WS-ERROS-GRAVACAO > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "*** FALHAS DE GRAVACAO      : "
                   WS-ERROS-GRAVACAO " (RAZAO/HISTORICO) ***"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           IF WS-AJUSTES > ZEROS
               MOVE SPACES TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
               MOVE "RESUMO DE IMPACTO POR ORDEM"
                   TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
               MOVE WS-RESUMO-COLUNAS TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
               PERFORM 810-IMPRIME-RESUMO-ORDEM
                   VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-QTD-ORDENS
               IF WS-ORDS-IGNORADAS > ZEROS
                   MOVE SPACES TO WS-CONTROLE-LINE
                   STRING "AVISO: TABELA DE ORDENS CHEIA (200) - "
                       WS-ORDS-IGNORADAS " ORDEM(NS) SO NO TOTAL"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
                   MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
                   PERFORM 710-GRAVA-LINHA-RELATORIO
               END-IF
               MOVE SPACES TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
               MOVE SPACES TO WS-CONTROLE-LINE
               MOVE WS-TOT-DEBITOS TO WS-CTL-VALOR
               STRING "TOTAL DE NOTAS DE DEBITO    : " WS-CTL-VALOR
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
               MOVE SPACES TO WS-CONTROLE-LINE
               MOVE WS-TOT-CREDITOS TO WS-CTL-VALOR
               STRING "TOTAL DE NOTAS DE CREDITO   : " WS-CTL-VALOR
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
               MOVE SPACES TO WS-CONTROLE-LINE
               MOVE WS-TOT-DIFERENCA TO WS-CTL-VALOR
               STRING "DIFERENCA LIQUIDA           : " WS-CTL-VALOR
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE "*** FIM DO RELATORIO ***" TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       810-IMPRIME-RESUMO-ORDEM.
           MOVE WS-TOR-NUM-ORDEM(WS-ORD-SUB)   TO WS-RES-NUM-ORDEM
           MOVE WS-TOR-COD-CLIENTE(WS-ORD-SUB) TO WS-RES-COD-CLIENTE
           MOVE WS-TOR-PAINEIS(WS-ORD-SUB)     TO WS-RES-PAINEIS
           MOVE WS-TOR-CUSTO-ANT(WS-ORD-SUB)   TO WS-RES-CUSTO-ANT
           MOVE WS-TOR-CUSTO-NOVO(WS-ORD-SUB)  TO WS-RES-CUSTO-NOVO
           MOVE WS-TOR-DIFERENCA(WS-ORD-SUB)   TO WS-RES-DIFERENCA
           IF WS-TOR-DIFERENCA(WS-ORD-SUB) < ZEROS
               MOVE "CREDITO" TO WS-RES-NOTA
           ELSE
               MOVE "DEBITO"  TO WS-RES-NOTA
           END-IF
           MOVE WS-RESUMO-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       900-FECHA-ARQUIVOS.
           CLOSE BILLHIST-FILE
           CLOSE RATE-FILE
           CLOSE AJUSTE-FILE
           CLOSE REPORT-FILE
           IF ORDENS-DISPONIVEIS
               CLOSE ORDERS-FILE
           END-IF
           IF ACORDOS-DISPONIVEIS
               CLOSE CUSTOMER-PRICE
           END-IF
           IF RAZAO-DISPONIVEL
               CLOSE LEDGER-FILE
           END-IF
           IF FAIXA-COM-PERIODO-FECHADO
               CLOSE PERIOD-FILE
           END-IF.

       END PROGRAM REPRECIFICACAO.
