      *            Progress is checkpointed to a restart file every
      *            WS-CKPT-INTERVALO detail records, so a rerun after
      *            an abend resumes instead of reprocessing from record
      *            one; the checkpoint is cleared on a clean finish,
      *            only after the stock, ledger and billed-panel
      *            history postings, and it records how far each of
      *            those postings got, so a restart after an abend in
      *            them completes them without posting anything twice.
      *            A failed order ledger write is displayed, printed on
      *            the report and stops the ledger pass with the
      *            checkpoint kept at the last entry posted, so a
      *            rerun resumes there; the run is not marked
      *            concluded on the run control and ends with RC 8.
      *            TR-TIPO-MATERIAL selects a price-per-square-unit
      *            from the MATRATES.DAT rate table so an estimated
      *            cost is printed alongside the area; materials not
      *            the CALCULO-AREA-RUN-BY environment value when the
      *            MENU program sets it before calling this program,
      *            so the audit log/report show who actually ran it.
      *            Once a run has finished its extract, every billed
      *            panel is posted to the ORDERS-LEDGER.DAT order
      *            ledger, an indexed master keyed on order, movement
      *            date, entry type, depot and material that carries
      *            the panel count, area and estimated cost; postings
      *            of the same key accumulate, so the ledger holds the
      *            life of every order across runs (reversals are
      *            posted to it by ESTORNO-MOVIMENTO and the closing
      *            statement is printed from it by MANUT-ORDENS).  The
      *            postings are read back from the finished
      *            BILLING-EXTRACT.DAT, which a checkpoint restart has
      *            already trimmed to what was really billed.
      *            Orders carry the customer code of the CUSTOMERS.DAT
      *            master (maintained by MANUT-CLIENTES), and a
      *            customer may hold effective-dated price agreements
      *            per material on CUSTOMER-PRICES.DAT: either a
      *            contract price per square unit or a discount
      *            percentage off the rate that would otherwise apply.
      *            255-CALCULA-CUSTO applies the latest active
      *            agreement in effect on the run date ahead of the
      *            MATRATES.DAT rate, and the price basis of every
      *            panel (T = MATRATES table, P = WS-TAXA-PADRAO,
      *            C = contract price, D = contract discount) is shown
      *            on the report line and appended to the D record of
      *            BILLING-EXTRACT.DAT.  If CUSTOMER-PRICES.DAT cannot
      *            be opened the run warns and costs at the rates.
      *            While a physical inventory count is open on
      *            INVENTORY-CONTROL.DAT (INVENTARIO-FISICO) the run
      *            does not draw its consumption from MATSTOCK.DAT: the
      *            count itself captures what was cut, so the run warns
      *            on the console and on the report and leaves the
      *            balances and the movement journal alone.
      *            A material driven below its reorder point now also
      *            raises a purchase requisition on REQUISITIONS.DAT
      *            (keyed on material and the movement date that
      *            raised it) for the material's reorder quantity
      *            (or, when none is set, what brings it back to the
      *            reorder point), its preferred supplier and the date
      *            expected from its lead time, and the requisition is
      *            written to the PURCHASE-EXTRACT.DAT interface file
      *            for purchasing (H header, one D record per
      *            requisition, T trailer with the count; rewritten on
      *            every run like the billing extract, a resubmission
      *            carrying over the requisitions the movement date
      *            had already raised).  No new
      *            requisition is raised for a material that still has
      *            one open or partly received from an earlier date;
      *            receipts posted through MANUT-ESTOQUE close them.
      *            When the CALCULO-AREA-ORCAMENTO environment value is
      *            "S" (set by ORCAMENTOS) the program runs in
      *            quotation mode instead: the panel list named by
      *            CALCULO-AREA-ORC-ARQUIVO (default ORCAMENTO.DAT, in
      *            the PANELS.DAT detail layout, order number and
      *            depot not required) is priced through the same
      *            250-CALCULA-AREA and effective-dated rate logic,
      *            with the agreements of the customer code in
      *            CALCULO-AREA-ORC-CLIENTE, and every panel is
      *            written priced (or rejected, with the reason) to
      *            ORCAMENTO.TMP for ORCAMENTOS to turn into the
      *            quotation.  Nothing else is touched: no run
      *            control, report, history, extract, stock, ledger
      *            or requisition.
      *            The billed panels of every run are also kept on
      *            the BILLING-HISTORY.DAT billed-panel history
      *            (indexed on material, movement date, origin, run
      *            and sequence, with the billed cost and basis and
      *            the cost as last repriced), read back from the
      *            finished extract like the ledger postings, so the
      *            REPRECIFICACAO run can reprice earlier movement
      *            dates after a back-dated rate correction.
      *            Depot codes are validated against the DEPOTS.DAT
      *            depot master (maintained by MANUT-DEPOSITOS): a
      *            panel of a depot that is not on the master or is
      *            inactive is rejected with error E09 instead of
      *            opening a reconciliation block of its own.  The
      *            depot reconciliation flags every depot received as
      *            RECEBIDO OK or as divergent, and then lists every
      *            active depot expected to transmit on the movement
      *            date's weekday whose batch is not in the feed as
      *            AUSENTE, which fails the grand verdict.  If
      *            DEPOTS.DAT cannot be opened the run warns, skips
      *            both checks and reconciles as before.
      *            The run ends with a return code for the job stream
      *            (CICLO-NOTURNO): 0 for a clean run, 4 when records
      *            were rejected or the depot reconciliation did not
      *            close, 8 when the run was refused or aborted.
      *            A movement date inside an accounting period closed
      *            on the PERIODS.DAT calendar (maintained by
      *            MANUT-PERIODOS) is refused with return code 8, for
      *            a normal run, a forced rerun or a resubmission
      *            alike; a month not on the calendar, or no calendar
      *            at all, is open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS JO-NUM-ORDEM
               FILE STATUS IS WS-ORDERS-STATUS.

           SELECT CUSTOMER-PRICE ASSIGN TO "CUSTOMER-PRICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-ACORDO-STATUS.

           SELECT DEPOT-FILE ASSIGN TO "DEPOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS WS-DEPOT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "BILLING-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERIODO
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT REQUISITION-FILE ASSIGN TO "REQUISITIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-REQ-STATUS.

           SELECT PURCHASE-FILE ASSIGN TO "PURCHASE-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-STATUS.

           SELECT INVCTL-FILE ASSIGN TO "INVENTORY-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ORDERS-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT BILLHIST-FILE ASSIGN TO "BILLING-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-CHAVE
               FILE STATUS IS WS-BILLHIST-STATUS.

           SELECT QUOTE-WORK ASSIGN TO "ORCAMENTO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTEWORK-STATUS.

           SELECT SORT-WORK ASSIGN TO "PANELS.SRT".

       DATA DIVISION.
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

      * DP-DIAS-SEMANA: one S/N flag per weekday, Monday first.
       FD  DEPOT-FILE.
       01  DEPOT-RECORD.
           05 DP-CODIGO           PIC X(003).
           05 DP-NOME             PIC X(030).
           05 DP-STATUS           PIC X(001).
               88 DP-ATIVO                   VALUE "A".
               88 DP-INATIVO                 VALUE "I".
           05 DP-DIAS-SEMANA      PIC X(007).
           05 DP-DATA-CADASTRO    PIC X(008).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD         PIC X(100).
           05 ST-QTD-ESTOQUE      PIC S9(007)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 ST-PONTO-REPOSICAO  PIC 9(007)V9(002).
           05 ST-QTD-REPOSICAO    PIC 9(007)V9(002).
           05 ST-FORNECEDOR       PIC X(010).
           05 ST-PRAZO-ENTREGA    PIC 9(003).

       FD  MOVTO-FILE.
       01  MOVTO-LINE             PIC X(130).
           05 RC-TOTAL-AREA       PIC 9(007)V9(002).
           05 RC-EXTRATO-HASH     PIC 9(011)V9(002).

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

       FD  REQUISITION-FILE.
       01  REQUISITION-RECORD.
           05 RQ-CHAVE.
               10 RQ-MATERIAL     PIC X(001).
               10 RQ-DATA-EMISSAO PIC X(008).
           05 RQ-QTD-PEDIDA       PIC 9(007)V9(002).
           05 RQ-QTD-RECEBIDA     PIC 9(007)V9(002).
           05 RQ-FORNECEDOR       PIC X(010).
           05 RQ-PRAZO-ENTREGA    PIC 9(003).
           05 RQ-DATA-PREVISTA    PIC X(008).
           05 RQ-STATUS           PIC X(001).
               88 RQ-ABERTA                  VALUE "A".
               88 RQ-PARCIAL                 VALUE "P".
               88 RQ-ATENDIDA                VALUE "F".
           05 RQ-DATA-BAIXA       PIC X(008).
           05 RQ-EMITIDA-POR      PIC X(020).

       FD  PURCHASE-FILE.
       01  PURCHASE-RECORD        PIC X(080).

       FD  INVCTL-FILE.
       01  INVCTL-RECORD.
           05 IV-NUM-INVENTARIO   PIC 9(004).
           05 IV-STATUS           PIC X(001).
           05 IV-TIMESTAMP        PIC X(014).
           05 IV-OPERADOR         PIC X(020).
           05 IV-QTD-MATERIAIS    PIC 9(004).

      * Order ledger: one record per order, movement date, entry type
      * (L=lancamento of a run, E=estorno, R=repricing posted by
      * REPRECIFICACAO), depot and material; the amounts are signed
      * so a statement nets the entries by simply adding them up.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LG-CHAVE.
               10 LG-NUM-ORDEM    PIC 9(006).
               10 LG-DATA-MOVTO   PIC X(008).
               10 LG-TIPO         PIC X(001).
                   88 LG-LANCAMENTO          VALUE "L".
                   88 LG-ESTORNO             VALUE "E".
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

      * Billed-panel history: one record per panel billed by a run
      * (origem L) or backed out by ESTORNO-MOVIMENTO (origem E),
      * keyed on material and movement date so REPRECIFICACAO can
      * reprice a material over a date range.  The batch of a run is
      * told apart by HB-LOTE (the timestamp of its posting), so a
      * forced rerun of a date adds its own panels.  HB-CUSTO-ATUAL
      * starts at the billed cost and is rewritten by every
      * repricing, so it always holds what the ERP has been billed.
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

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(080).

      * Priced panel of a quotation run, read back by ORCAMENTOS.
       FD  QUOTE-WORK.
       01  QUOTE-WORK-RECORD.
           05 QW-TIPO-FORMA       PIC X(001).
           05 QW-LARGURA          PIC 9(005)V9(002).
           05 QW-ALTURA           PIC 9(005)V9(002).
           05 QW-MATERIAL         PIC X(001).
           05 QW-AREA             PIC 9(009)V9(002).
           05 QW-TAXA             PIC 9(005)V9(002).
           05 QW-CUSTO            PIC 9(009)V9(002).
           05 QW-BASE             PIC X(001).
           05 QW-SITUACAO         PIC X(001).
               88 QW-PRECIFICADO             VALUE "V".
               88 QW-REJEITADO               VALUE "R".
           05 QW-ERRO-COD         PIC X(003).
           05 QW-ERRO-MSG         PIC X(040).

       FD  HISTORY-FILE.
       01  HISTORY-LINE           PIC X(090).

           05 RS-SUSPENSOS-GRAVADOS PIC 9(006).
           05 RS-PAGINA           PIC 9(004).
           05 RS-LINHA-ATUAL      PIC 9(002).
      * Progress of the postings made after the detail pass, so a
      * restart neither draws stock twice nor posts the order ledger
      * and the billed-panel history twice: the quantity already
      * drawn per material, the D records of the extract already
      * posted to the ledger and the history batch of the run.
           05 RS-TABELA-BAIXAS    PIC X(550).
           05 RS-RAZAO-LIDOS      PIC 9(006).
           05 RS-LOTE-FATURAMENTO PIC X(014).
      * Layout version of the checkpoint: a pending checkpoint from
      * another release is refused, because the stock-table format
      * and the skip order of the detail pass are release-specific.
           05 RS-VERSAO-LAYOUT    PIC X(002).
               88 RS-LAYOUT-ATUAL            VALUE "03".

      * Detail records pass through this sort work file so the batch
      * no longer depends on the feed arriving grouped by order: the
       77  WS-TAXA-ACHADA         PIC X(001) VALUE "N".
           88 TAXA-ACHADA                    VALUE "Y".

      * Price basis of the panel being costed, shown on the report
      * line and carried on the extract D record.
       77  WS-BASE-PRECO          PIC X(001) VALUE SPACES.
           88 BASE-TABELA                    VALUE "T".
           88 BASE-PADRAO                    VALUE "P".
           88 BASE-CONTRATO                  VALUE "C".
           88 BASE-DESCONTO                  VALUE "D".
       77  WS-COD-CLIENTE         PIC X(006) VALUE SPACES.
       77  WS-ACORDO-STATUS       PIC X(002) VALUE SPACES.
       77  WS-ACORDOS-OK          PIC X(001) VALUE "N".
           88 ACORDOS-DISPONIVEIS            VALUE "Y".
       77  WS-FIM-ACORDOS         PIC X(001) VALUE "N".
           88 FIM-ACORDOS                    VALUE "Y".
       77  WS-ACORDO-ACHADO       PIC X(001) VALUE "N".
           88 ACORDO-ACHADO                  VALUE "Y".
       77  WS-MELHOR-VIG-ACORDO   PIC X(008) VALUE SPACES.
       77  WS-ACORDO-TIPO         PIC X(001) VALUE SPACES.
       77  WS-ACORDO-PRECO        PIC 9(005)V9(002) VALUE ZEROS.
       77  WS-ACORDO-DESCONTO     PIC 9(003)V9(002) VALUE ZEROS.

       77  WS-NUM-ORDEM           PIC 9(006) VALUE ZEROS.
       77  WS-ORDENS-OK           PIC X(001) VALUE "N".
           88 ORDENS-DISPONIVEIS             VALUE "Y".
           05 WS-EXT-COUNT        PIC 9(006).
       01  WS-EXTRACT-LINE        PIC X(100).

       77  WS-LEDGER-STATUS       PIC X(002) VALUE SPACES.
       77  WS-RAZAO-LANCADOS      PIC 9(006) VALUE ZEROS.
       77  WS-RAZAO-LIDOS         PIC 9(006) VALUE ZEROS.
       77  WS-RAZAO-A-SALTAR      PIC 9(006) VALUE ZEROS.
       77  WS-ERROS-RAZAO         PIC 9(006) VALUE ZEROS.
       77  WS-RAZAO-ACHADO        PIC X(001) VALUE "N".
           88 RAZAO-ACHADO                   VALUE "Y".
       77  WS-RAZAO-GRAVADO       PIC X(001) VALUE "N".
           88 RAZAO-GRAVADO                  VALUE "Y".
       77  WS-AREA-RAZAO          PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-BILLHIST-STATUS     PIC X(002) VALUE SPACES.
       77  WS-HIST-FATURADOS      PIC 9(006) VALUE ZEROS.
       77  WS-HIST-LIDOS          PIC 9(006) VALUE ZEROS.
       77  WS-LOTE-FATURAMENTO    PIC X(014) VALUE SPACES.
       77  WS-CUSTO-RAZAO         PIC 9(009)V9(002) VALUE ZEROS.
      * Fixed layout of a D record of the extract, used to read the
      * finished extract back for the order ledger postings.
       01  WS-EXT-DET.
           05 WS-XD-TIPO          PIC X(002).
               88 XD-DETALHE                 VALUE "D;".
           05 WS-XD-DATA          PIC X(008).
           05 FILLER              PIC X(001).
           05 WS-XD-DEPOSITO      PIC X(003).
           05 FILLER              PIC X(001).
           05 WS-XD-ORDEM         PIC X(006).
           05 FILLER              PIC X(001).
           05 WS-XD-FORMA         PIC X(001).
           05 FILLER              PIC X(001).
           05 WS-XD-LARGURA       PIC X(008).
           05 FILLER              PIC X(001).
           05 WS-XD-ALTURA        PIC X(008).
           05 FILLER              PIC X(001).
           05 WS-XD-AREA          PIC X(012).
           05 FILLER              PIC X(001).
           05 WS-XD-MATERIAL      PIC X(001).
           05 FILLER              PIC X(001).
           05 WS-XD-CUSTO         PIC X(012).
           05 FILLER              PIC X(001).
           05 WS-XD-BASE          PIC X(001).
           05 FILLER              PIC X(029).

       77  WS-STOCK-STATUS        PIC X(002) VALUE SPACES.
       77  WS-ESTOQUE-OK          PIC X(001) VALUE "N".
           88 ESTOQUE-DISPONIVEL             VALUE "Y".
       77  WS-ESTOQUE-ACHADO      PIC X(001) VALUE "N".
           88 ESTOQUE-ACHADO                 VALUE "Y".
       77  WS-MOVTO-STATUS        PIC X(002) VALUE SPACES.
       77  WS-INVCTL-STATUS       PIC X(002) VALUE SPACES.
       77  WS-REQ-STATUS          PIC X(002) VALUE SPACES.
       77  WS-PURCHASE-STATUS     PIC X(002) VALUE SPACES.
       77  WS-REQUISICOES-OK      PIC X(001) VALUE "N".
           88 REQUISICOES-DISPONIVEIS        VALUE "Y".
       77  WS-FIM-REQUISICOES     PIC X(001) VALUE "N".
           88 FIM-REQUISICOES                VALUE "Y".
       77  WS-REQ-PENDENTE        PIC X(001) VALUE "N".
           88 REQ-PENDENTE                   VALUE "Y".
       77  WS-REQ-DATA-PENDENTE   PIC X(008) VALUE SPACES.
       77  WS-REQ-EMITIDAS        PIC 9(006) VALUE ZEROS.
       77  WS-DATA-NUMERICA       PIC 9(008) VALUE ZEROS.
       77  WS-QTD-REQUISITADA     PIC 9(007)V9(002) VALUE ZEROS.
       01  WS-COMPRA-VALORES.
           05 WS-CMP-QTD          PIC 9(007).9(002).
           05 WS-CMP-PRAZO        PIC 9(003).
           05 WS-CMP-COUNT        PIC 9(006).
       01  WS-PURCHASE-LINE       PIC X(080).
       77  WS-FIM-INVCTL          PIC X(001) VALUE "N".
           88 FIM-INVCTL                     VALUE "Y".
       77  WS-NUM-INVENTARIO      PIC 9(004) VALUE ZEROS.
       77  WS-STATUS-INVENTARIO   PIC X(001) VALUE SPACES.
           88 INVENTARIO-ABERTO              VALUE "A".
       77  WS-QTD-MOVTO           PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-SALDO-ANT-ESTOQUE   PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-RUNCTL-STATUS       PIC X(002) VALUE SPACES.
       77  WS-RC-REC-COUNT        PIC 9(006) VALUE ZEROS.
       77  WS-RC-TOTAL-AREA       PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-RC-EXTRATO-HASH     PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-PERIOD-STATUS       PIC X(002) VALUE SPACES.
       77  WS-QTD-ESTOQUE         PIC 9(002) VALUE ZEROS.
       77  WS-STK-SUB             PIC 9(002) COMP VALUE ZEROS.
       77  WS-STK-IGNORADOS       PIC 9(003) VALUE ZEROS.
                   INDEXED BY WS-STK-IDX.
               10 WS-STK-MATERIAL    PIC X(001).
               10 WS-STK-USADO       PIC 9(009)V9(002).
      * Quantity of each material of the table already drawn from the
      * master by 860-REGRAVA-ESTOQUE (kept on the checkpoint).
       01  WS-TABELA-BAIXAS.
           05 WS-STK-BAIXADO OCCURS 50 TIMES
                                 PIC 9(009)V9(002).
       77  WS-QTD-A-BAIXAR        PIC 9(009)V9(002) VALUE ZEROS.

      * One line per balance change on the MATSTOCK-MOVTO.LOG
      * movement journal (same layout as MANUT-ESTOQUE writes).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-TIPO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-MATERIAL     PIC X(001).
           05 FILLER              PIC X(005) VALUE " QTD=".
       77  WS-TRAILERS-COMPLETOS  PIC X(001) VALUE "Y".
           88 TRAILERS-COMPLETOS             VALUE "Y".
       77  WS-DEPS-IGNORADOS      PIC 9(003) VALUE ZEROS.
       77  WS-DEPOT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-MESTRE-DEP-OK       PIC X(001) VALUE "N".
           88 MESTRE-DEP-DISPONIVEL          VALUE "Y".
       77  WS-FIM-DEPOTS          PIC X(001) VALUE "N".
           88 FIM-DEPOTS                     VALUE "Y".
       77  WS-DEP-CADASTRADO      PIC X(001) VALUE "N".
           88 DEP-CADASTRADO                 VALUE "Y".
       77  WS-DEP-RECEBIDO        PIC X(001) VALUE "N".
           88 DEP-RECEBIDO                   VALUE "Y".
       77  WS-DIA-SEMANA          PIC 9(001) VALUE ZEROS.
       77  WS-DEPS-AUSENTES       PIC 9(003) VALUE ZEROS.

       01  WS-DEP-AUSENTE-LINE.
           05 FILLER              PIC X(004) VALUE "DEP ".
           05 WS-DAL-CODIGO       PIC X(003).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DAL-NOME         PIC X(030).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-DAL-VEREDITO     PIC X(036)
               VALUE "*** AUSENTE - LOTE NAO RECEBIDO ***".

       01  WS-DEP-RECON-LINE.
           05 FILLER              PIC X(004) VALUE "DEP ".
       77  WS-MODO-EXECUCAO       PIC X(001) VALUE "N".
           88 MODO-RESSUBMISSAO              VALUE "S".
       77  WS-ENV-RESSUBMISSAO    PIC X(001) VALUE SPACES.
       77  WS-MODO-ORCAMENTO      PIC X(001) VALUE "N".
           88 MODO-ORCAMENTO                 VALUE "S".
       77  WS-ENV-ORCAMENTO       PIC X(001) VALUE SPACES.
       77  WS-ENV-ORC-ARQUIVO     PIC X(020) VALUE SPACES.
       77  WS-QUOTEWORK-STATUS    PIC X(002) VALUE SPACES.
       77  WS-ORC-PRECIFICADOS    PIC 9(006) VALUE ZEROS.
       77  WS-ORC-REJEITADOS      PIC 9(006) VALUE ZEROS.

       77  WS-REC-COUNT           PIC 9(006) VALUE ZEROS.
       77  WS-ERROR-COUNT         PIC 9(006) VALUE ZEROS.
           05 FILLER              PIC X(004) VALUE "MAT ".
           05 FILLER              PIC X(016) VALUE "CUSTO".
           05 FILLER              PIC X(004) VALUE "DEP ".
           05 FILLER              PIC X(001) VALUE SPACES.
           05 FILLER              PIC X(004) VALUE "BASE".
           05 FILLER              PIC X(002) VALUE SPACES.

       01  WS-CONTROLE-VALORES.
           05 WS-CTL-AREA-TOTAL   PIC Z,ZZZ,ZZ9.99.
           05 WS-RPT-CUSTO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-RPT-DEPOSITO     PIC X(003).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-RPT-BASE         PIC X(001).
           05 FILLER              PIC X(005) VALUE SPACES.

       01  WS-ERROR-LINE.
           05 WS-ERR-TIPO-FORMA   PIC X(001).
       INICIO.
           PERFORM 050-INICIALIZA-VARIAVEIS
           PERFORM 110-LE-RUN-BY-AMBIENTE
           PERFORM 113-LE-MODO-ORCAMENTO
           IF MODO-ORCAMENTO
               PERFORM 115-DEFINE-DATA-MOVIMENTO
               PERFORM 600-EXECUTA-ORCAMENTO
           ELSE
               PERFORM 112-LE-MODO-RESSUBMISSAO
               PERFORM 115-DEFINE-DATA-MOVIMENTO
               PERFORM 114-VERIFICA-PERIODO
               IF NOT ABORT-BATCH
                   PERFORM 117-VERIFICA-RUN-CONTROL
               END-IF
               IF NOT ABORT-BATCH
                   PERFORM 100-ABRE-ARQUIVOS
                   IF NOT ABORT-BATCH
                       PERFORM 118-REGISTRA-INICIO-RUN
                       SORT SORT-WORK
                           ON ASCENDING KEY SR-NUM-ORDEM
                           WITH DUPLICATES IN ORDER
                           INPUT PROCEDURE IS 190-SELECIONA-DETALHES
                           OUTPUT PROCEDURE IS 195-PROCESSA-ORDENADO
                       PERFORM 800-RECONCILIA-CONTROLE
                       PERFORM 870-LANCA-RAZAO-ORDENS
                       PERFORM 890-GRAVA-HISTORICO-FATURADO
                       PERFORM 805-ENCERRA-RELATORIO
      * A ledger posting failure leaves the run open on the run
      * control and keeps the checkpoint, so the rerun is accepted
      * and resumes the ledger pass where it stopped.
                       IF (MODO-RESSUBMISSAO OR TRAILERS-COMPLETOS)
                               AND WS-ERROS-RAZAO = ZEROS
                           PERFORM 280-LIMPA-CHECKPOINT
                       END-IF
                       IF WS-ERROS-RAZAO = ZEROS
                           PERFORM 119-REGISTRA-FIM-RUN
                       END-IF
                   END-IF
                   PERFORM 900-FECHA-ARQUIVOS
               END-IF
           END-IF
           PERFORM 950-DEFINE-CODIGO-RETORNO
           GOBACK.

       050-INICIALIZA-VARIAVEIS.
           MOVE ZEROS TO WS-DEPS-IGNORADOS
           MOVE ZEROS TO WS-EXTRATO-COUNT
           MOVE ZEROS TO WS-EXTRATO-HASH
           MOVE ZEROS TO WS-RAZAO-LANCADOS
           MOVE ZEROS TO WS-RAZAO-LIDOS
           MOVE ZEROS TO WS-RAZAO-A-SALTAR
           MOVE ZEROS TO WS-ERROS-RAZAO
           MOVE ZEROS TO WS-HIST-LIDOS
           MOVE ZEROS TO WS-TABELA-BAIXAS
           MOVE SPACES TO WS-LOTE-FATURAMENTO
           MOVE ZEROS TO WS-QTD-ESTOQUE
           MOVE ZEROS TO WS-STK-IGNORADOS
           MOVE SPACES TO WS-TABELA-ESTOQUE
               DISPLAY "MODO RESSUBMISSAO: PROCESSANDO SUSPENSE.DAT"
           END-IF.

      * Quotation mode prices a prospective panel list for
      * ORCAMENTOS.  The customer code selects the price agreements
      * the same way JO-COD-CLIENTE does for a real order.
       113-LE-MODO-ORCAMENTO.
           MOVE "N" TO WS-MODO-ORCAMENTO
           DISPLAY "CALCULO-AREA-ORCAMENTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-ORCAMENTO FROM ENVIRONMENT-VALUE
           IF WS-ENV-ORCAMENTO = "S" OR WS-ENV-ORCAMENTO = "s"
               SET MODO-ORCAMENTO TO TRUE
               MOVE "ORCAMENTO.DAT" TO WS-NOME-ARQ-TRANS
               DISPLAY "CALCULO-AREA-ORC-ARQUIVO"
                   UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-ORC-ARQUIVO FROM ENVIRONMENT-VALUE
               IF WS-ENV-ORC-ARQUIVO NOT = SPACES
                   MOVE WS-ENV-ORC-ARQUIVO TO WS-NOME-ARQ-TRANS
               END-IF
               DISPLAY "CALCULO-AREA-ORC-CLIENTE"
                   UPON ENVIRONMENT-NAME
               ACCEPT WS-COD-CLIENTE FROM ENVIRONMENT-VALUE
               DISPLAY "MODO ORCAMENTO: PRECIFICANDO "
                   WS-NOME-ARQ-TRANS
           END-IF.

      * A movement date inside an accounting period closed on the
      * period calendar is refused: the numbers of a closed month must
      * not move, whether by a normal run, a forced rerun or a
      * resubmission.  No calendar at all means every period is open.
       114-VERIFICA-PERIODO.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PERIOD-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE PERIODS.DAT (STATUS="
                       WS-PERIOD-STATUS ") - RUN RECUSADO ***"
                   SET ABORT-BATCH TO TRUE
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   MOVE WS-DATA-MOVIMENTO(1:6) TO PR-PERIODO
                   READ PERIOD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PR-FECHADO
                               DISPLAY "*** ERRO: A DATA DE MOVIMENTO "
                                   WS-DATA-MOVIMENTO " PERTENCE AO "
                                   "PERIODO FECHADO " PR-PERIODO
                                   " - RUN RECUSADO ***"
                               SET ABORT-BATCH TO TRUE
                               SET FIM-ARQUIVO TO TRUE
                           END-IF
                   END-READ
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.

       115-DEFINE-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
           DISPLAY "CALCULO-AREA-DATA-MOVTO" UPON ENVIRONMENT-NAME
               PERFORM 140-ABRE-ARQUIVO-TAXAS
               PERFORM 145-ABRE-ARQUIVO-ORDENS
               PERFORM 147-ABRE-ARQUIVO-ESTOQUE
               PERFORM 148-ABRE-ARQUIVO-ACORDOS
               PERFORM 146-ABRE-ARQUIVO-DEPOSITOS
               END-IF
           END-IF.

           OPEN I-O STOCK-FILE
           IF WS-STOCK-STATUS = "00"
               MOVE "Y" TO WS-ESTOQUE-OK
               PERFORM 149-VERIFICA-INVENTARIO
           ELSE
               MOVE "N" TO WS-ESTOQUE-OK
               DISPLAY "*** AVISO: MATSTOCK.DAT INDISPONIVEL ("
                   "BAIXADO NESTA EXECUCAO ***"
           END-IF.

      * The latest record of INVENTORY-CONTROL.DAT holds the state of
      * the current physical inventory count.
       149-VERIFICA-INVENTARIO.
           MOVE SPACES TO WS-STATUS-INVENTARIO
           MOVE "N" TO WS-FIM-INVCTL
           OPEN INPUT INVCTL-FILE
           IF WS-INVCTL-STATUS = "00"
               PERFORM UNTIL FIM-INVCTL
                   READ INVCTL-FILE
                       AT END
                           SET FIM-INVCTL TO TRUE
                       NOT AT END
                           MOVE IV-NUM-INVENTARIO
                               TO WS-NUM-INVENTARIO
                           MOVE IV-STATUS TO WS-STATUS-INVENTARIO
                   END-READ
               END-PERFORM
               CLOSE INVCTL-FILE
           END-IF
           IF INVENTARIO-ABERTO
               DISPLAY "*** AVISO: INVENTARIO FISICO "
                   WS-NUM-INVENTARIO " ABERTO - CONSUMO NAO SERA "
                   "BAIXADO DO ESTOQUE NESTA EXECUCAO ***"
           END-IF.

      * Without the depot master the depot codes cannot be checked:
      * the run warns and goes on, reconciling whatever depots the
      * feed brings as it did before the master existed.
       146-ABRE-ARQUIVO-DEPOSITOS.
           OPEN INPUT DEPOT-FILE
           IF WS-DEPOT-STATUS = "00"
               MOVE "Y" TO WS-MESTRE-DEP-OK
           ELSE
               MOVE "N" TO WS-MESTRE-DEP-OK
               DISPLAY "*** AVISO: DEPOTS.DAT INDISPONIVEL ("
                   "STATUS=" WS-DEPOT-STATUS ") - DEPOSITOS NAO "
                   "VALIDADOS NESTA EXECUCAO ***"
           END-IF.

      * Customer price agreements only ever lower or fix the price of
      * a panel, so an unavailable file is a warning: the run goes on
      * costing at the MATRATES.DAT rates.
       148-ABRE-ARQUIVO-ACORDOS.
           OPEN INPUT CUSTOMER-PRICE
           IF WS-ACORDO-STATUS = "00"
               MOVE "Y" TO WS-ACORDOS-OK
           ELSE
               MOVE "N" TO WS-ACORDOS-OK
               DISPLAY "*** AVISO: CUSTOMER-PRICES.DAT INDISPONIVEL ("
                   "STATUS=" WS-ACORDO-STATUS ") - ACORDOS DE PRECO "
                   "NAO APLICADOS ***"
           END-IF.

       165-GRAVA-HEADER-EXTRATO.
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING "H;" WS-DATA-MOVIMENTO ";CALCULO-AREA"
                       MOVE RS-PAGINA TO WS-PAGINA
                       MOVE RS-LINHA-ATUAL TO WS-LINHA-ATUAL
                   END-IF
                   IF RS-RECS-LIDOS NUMERIC
                           AND RS-RECS-LIDOS > ZEROS
                           AND RS-LAYOUT-ATUAL
                       MOVE RS-TABELA-BAIXAS TO WS-TABELA-BAIXAS
                       MOVE RS-RAZAO-LIDOS TO WS-RAZAO-A-SALTAR
                       MOVE RS-LOTE-FATURAMENTO TO WS-LOTE-FATURAMENTO
                   END-IF
               END-IF
               CLOSE RESTART-FILE
           END-IF.
               MOVE WS-TIPO-MATERIAL TO WS-RPT-MATERIAL
               MOVE WS-CUSTO-ESTIMADO TO WS-RPT-CUSTO
               MOVE WS-DEPOSITO    TO WS-RPT-DEPOSITO
               MOVE WS-BASE-PRECO  TO WS-RPT-BASE
               MOVE WS-REPORT-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
               PERFORM 300-GRAVA-HISTORICO
           MOVE WS-SUSPENSOS-GRAVADOS TO RS-SUSPENSOS-GRAVADOS
           MOVE WS-PAGINA TO RS-PAGINA
           MOVE WS-LINHA-ATUAL TO RS-LINHA-ATUAL
           MOVE WS-TABELA-BAIXAS TO RS-TABELA-BAIXAS
           MOVE WS-RAZAO-LIDOS TO RS-RAZAO-LIDOS
           MOVE WS-LOTE-FATURAMENTO TO RS-LOTE-FATURAMENTO
           MOVE "03" TO RS-VERSAO-LAYOUT
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

      * Performed from INICIO only after the order ledger and the
      * billed-panel history are posted, so an abend anywhere before
      * that still restarts from the checkpoint.  A feed whose depot
      * trailers did not all arrive keeps it, to be resumed.
       280-LIMPA-CHECKPOINT.
           MOVE ZEROS TO RESTART-RECORD
           OPEN OUTPUT RESTART-FILE
                   MOVE "NUMERO DE ORDEM INVALIDO" TO WS-ERRO-MSG
                   MOVE "E04" TO WS-ERRO-COD
           END-EVALUATE
           IF REGISTRO-VALIDO AND MESTRE-DEP-DISPONIVEL
               PERFORM 155-VERIFICA-DEPOSITO
           END-IF
           IF REGISTRO-VALIDO
               PERFORM 160-VERIFICA-ORDEM
           END-IF.

       155-VERIFICA-DEPOSITO.
           PERFORM 156-LE-MESTRE-DEPOSITO
           IF NOT DEP-CADASTRADO
               SET REGISTRO-INVALIDO TO TRUE
               MOVE "DEPOSITO DESCONHECIDO OU INATIVO" TO WS-ERRO-MSG
               MOVE "E09" TO WS-ERRO-COD
           END-IF.

      * Sets DEP-CADASTRADO when WS-DEPOSITO is an active depot of
      * DEPOTS.DAT.
       156-LE-MESTRE-DEPOSITO.
           MOVE "N" TO WS-DEP-CADASTRADO
           MOVE WS-DEPOSITO TO DP-CODIGO
           READ DEPOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DP-ATIVO
                       SET DEP-CADASTRADO TO TRUE
                   END-IF
           END-READ.

       160-VERIFICA-ORDEM.
           IF NOT ORDENS-DISPONIVEIS
               SET REGISTRO-INVALIDO TO TRUE
                               TO WS-ERRO-MSG
                           MOVE "E08" TO WS-ERRO-COD
                       ELSE
                           MOVE JO-COD-CLIENTE TO WS-COD-CLIENTE
                           IF WS-NUM-ORDEM NOT = WS-ORDEM-ATUAL
                               MOVE JO-CLIENTE
                                   TO WS-ORDEM-CLIENTE-ATUAL
           IF RATES-DISPONIVEIS
               PERFORM 256-SELECIONA-TAXA
           END-IF
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
           COMPUTE WS-CUSTO-ESTIMADO ROUNDED =
               AREA-RESULT * WS-TAXA-APLICADA.

      * Keyed scan of the order customer's agreements for the
      * material, same pattern as the rate scan: START at the
      * customer/material's first vigencia and keep the latest active
      * agreement in effect on the run date.
       252-SELECIONA-ACORDO.
           MOVE "N" TO WS-ACORDO-ACHADO
           MOVE SPACES TO WS-MELHOR-VIG-ACORDO
           MOVE WS-COD-CLIENTE TO CP-COD-CLIENTE
           MOVE WS-TIPO-MATERIAL TO CP-MATERIAL
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
                           OR CP-MATERIAL NOT = WS-TIPO-MATERIAL
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

      * Keyed scan of the material's effective-dated rates: START at
      * the material's first vigencia and read forward while still on
      * the material, keeping the latest active rate in effect on the
               WS-NUM-ORDEM ";" TIPO-FORMA ";"
               WS-EXT-LARGURA ";" WS-EXT-ALTURA ";"
               WS-EXT-AREA ";" WS-TIPO-MATERIAL ";" WS-EXT-CUSTO
               ";" WS-BASE-PRECO
               DELIMITED BY SIZE INTO WS-EXTRACT-LINE
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-LINE
           ADD 1 TO WS-EXTRATO-COUNT
           END-IF.

       840-IMPRIME-CONSUMO-MATERIAL.
           PERFORM 880-ABRE-REQUISICOES
           IF WS-QTD-ESTOQUE > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
                   VARYING WS-STK-SUB FROM 1 BY 1
                   UNTIL WS-STK-SUB > WS-QTD-ESTOQUE
           END-IF
           PERFORM 889-FECHA-REQUISICOES
           IF ESTOQUE-DISPONIVEL AND INVENTARIO-ABERTO
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "AVISO: INVENTARIO FISICO " WS-NUM-INVENTARIO
                   " ABERTO - CONSUMO NAO BAIXADO DO ESTOQUE"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           IF WS-STK-IGNORADOS > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "AVISO: TABELA DE CONSUMO CHEIA (50) - "
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
                   MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
                   PERFORM 710-GRAVA-LINHA-RELATORIO
                   IF REQUISICOES-DISPONIVEIS
                       PERFORM 882-EMITE-REQUISICAO
                   END-IF
               END-IF
           END-IF.

               END-READ
           END-IF.

      * Purchase requisitions: REQUISITIONS.DAT is opened (created on
      * first use) and the PURCHASE-EXTRACT.DAT interface rewritten on
      * every run, so purchasing always reads the requisitions of the
      * latest movement date, even when none was raised.  A
      * resubmission rewrites it too, so it first puts back every
      * requisition already raised on the movement date (by the
      * night's run) before adding any its own consumption calls for.
       880-ABRE-REQUISICOES.
           MOVE ZEROS TO WS-REQ-EMITIDAS
           MOVE "N" TO WS-REQUISICOES-OK
           OPEN I-O REQUISITION-FILE
           IF WS-REQ-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE
           END-IF
           IF WS-REQ-STATUS = "00"
               OPEN OUTPUT PURCHASE-FILE
               IF WS-PURCHASE-STATUS = "00"
                   MOVE "Y" TO WS-REQUISICOES-OK
                   MOVE SPACES TO WS-PURCHASE-LINE
                   STRING "H;" WS-DATA-MOVIMENTO ";REQUISICAO"
                       DELIMITED BY SIZE INTO WS-PURCHASE-LINE
                   WRITE PURCHASE-RECORD FROM WS-PURCHASE-LINE
                   IF MODO-RESSUBMISSAO
                       PERFORM 881-REEMITE-REQUISICOES-DIA
                   END-IF
               ELSE
                   CLOSE REQUISITION-FILE
               END-IF
           END-IF
           IF NOT REQUISICOES-DISPONIVEIS
               DISPLAY "*** AVISO: REQUISITIONS.DAT/PURCHASE-EXTRACT"
                   ".DAT INDISPONIVEL (STATUS=" WS-REQ-STATUS "/"
                   WS-PURCHASE-STATUS ") - REQUISICOES NAO EMITIDAS ***"
           END-IF.

      * Sequential pass over REQUISITIONS.DAT putting every
      * requisition of the movement date back on the extract.
       881-REEMITE-REQUISICOES-DIA.
           MOVE LOW-VALUES TO RQ-CHAVE
           START REQUISITION-FILE KEY NOT < RQ-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-REQ-STATUS
           END-START
           IF WS-REQ-STATUS = "00"
               MOVE "N" TO WS-FIM-REQUISICOES
               PERFORM 883-LE-REQUISICAO-DIA UNTIL FIM-REQUISICOES
           END-IF
           MOVE "00" TO WS-REQ-STATUS.

       883-LE-REQUISICAO-DIA.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   SET FIM-REQUISICOES TO TRUE
               NOT AT END
                   IF RQ-DATA-EMISSAO = WS-DATA-MOVIMENTO
                       PERFORM 887-GRAVA-DETALHE-COMPRA
                   END-IF
           END-READ.

      * A material below its reorder point gets a requisition unless
      * one is still open from an earlier movement date.  One already
      * raised by this same movement date (a forced rerun or a restart
      * of the end of run) is sent to purchasing again instead of
      * being duplicated.
       882-EMITE-REQUISICAO.
           PERFORM 886-VERIFICA-REQUISICAO-PENDENTE
           MOVE SPACES TO WS-CONTROLE-LINE
           IF REQ-PENDENTE
                   AND WS-REQ-DATA-PENDENTE NOT = WS-DATA-MOVIMENTO
               STRING "    REQUISICAO " WS-STK-MATERIAL(WS-STK-SUB)
                   "-" WS-REQ-DATA-PENDENTE
                   " EM ABERTO - NENHUMA NOVA REQUISICAO EMITIDA"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           ELSE
               IF REQ-PENDENTE
                   MOVE WS-STK-MATERIAL(WS-STK-SUB) TO RQ-MATERIAL
                   MOVE WS-DATA-MOVIMENTO TO RQ-DATA-EMISSAO
                   READ REQUISITION-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               ELSE
                   PERFORM 884-GRAVA-REQUISICAO
               END-IF
               IF WS-REQ-STATUS = "00"
                   IF NOT (REQ-PENDENTE AND MODO-RESSUBMISSAO)
                       PERFORM 887-GRAVA-DETALHE-COMPRA
                   END-IF
                   MOVE RQ-QTD-PEDIDA TO WS-CMP-QTD
                   STRING "    REQUISICAO " RQ-MATERIAL "-"
                       RQ-DATA-EMISSAO " EMITIDA: QTD=" WS-CMP-QTD
                       " FORN=" RQ-FORNECEDOR " PREVISTA="
                       RQ-DATA-PREVISTA
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               ELSE
                   STRING "    *** ERRO NA GRAVACAO DA REQUISICAO DO "
                       "MATERIAL " WS-STK-MATERIAL(WS-STK-SUB)
                       " (STATUS=" WS-REQ-STATUS ") ***"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               END-IF
           END-IF
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       884-GRAVA-REQUISICAO.
           IF ST-QTD-REPOSICAO > ZEROS
               MOVE ST-QTD-REPOSICAO TO WS-QTD-REQUISITADA
           ELSE
               COMPUTE WS-QTD-REQUISITADA =
                   ST-PONTO-REPOSICAO - WS-SALDO-FINAL
           END-IF
           MOVE WS-STK-MATERIAL(WS-STK-SUB) TO RQ-MATERIAL
           MOVE WS-DATA-MOVIMENTO  TO RQ-DATA-EMISSAO
           MOVE WS-QTD-REQUISITADA TO RQ-QTD-PEDIDA
           MOVE ZEROS              TO RQ-QTD-RECEBIDA
           MOVE ST-FORNECEDOR      TO RQ-FORNECEDOR
           MOVE ST-PRAZO-ENTREGA   TO RQ-PRAZO-ENTREGA
           MOVE WS-DATA-MOVIMENTO  TO WS-DATA-NUMERICA
           COMPUTE WS-DATA-NUMERICA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
                + ST-PRAZO-ENTREGA)
           MOVE WS-DATA-NUMERICA   TO RQ-DATA-PREVISTA
           SET RQ-ABERTA           TO TRUE
           MOVE SPACES             TO RQ-DATA-BAIXA
           MOVE WS-RUN-BY          TO RQ-EMITIDA-POR
           WRITE REQUISITION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * Keyed scan of the material's requisitions for one still open
      * or partly received.
       886-VERIFICA-REQUISICAO-PENDENTE.
           MOVE "N" TO WS-REQ-PENDENTE
           MOVE SPACES TO WS-REQ-DATA-PENDENTE
           MOVE WS-STK-MATERIAL(WS-STK-SUB) TO RQ-MATERIAL
           MOVE "00000000" TO RQ-DATA-EMISSAO
           START REQUISITION-FILE KEY NOT < RQ-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-REQ-STATUS
           END-START
           IF WS-REQ-STATUS = "00"
               MOVE "N" TO WS-FIM-REQUISICOES
               PERFORM 888-AVALIA-REQUISICAO UNTIL FIM-REQUISICOES
           END-IF
           MOVE "00" TO WS-REQ-STATUS.

       888-AVALIA-REQUISICAO.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   SET FIM-REQUISICOES TO TRUE
               NOT AT END
                   IF RQ-MATERIAL NOT = WS-STK-MATERIAL(WS-STK-SUB)
                       SET FIM-REQUISICOES TO TRUE
                   ELSE
                       IF RQ-ABERTA OR RQ-PARCIAL
                               OR RQ-DATA-EMISSAO = WS-DATA-MOVIMENTO
                           SET REQ-PENDENTE TO TRUE
                           MOVE RQ-DATA-EMISSAO
                               TO WS-REQ-DATA-PENDENTE
                       END-IF
                   END-IF
           END-READ.

       887-GRAVA-DETALHE-COMPRA.
           MOVE RQ-QTD-PEDIDA    TO WS-CMP-QTD
           MOVE RQ-PRAZO-ENTREGA TO WS-CMP-PRAZO
           MOVE SPACES TO WS-PURCHASE-LINE
           STRING "D;" RQ-MATERIAL ";" RQ-DATA-EMISSAO ";"
               WS-CMP-QTD ";" RQ-FORNECEDOR ";" WS-CMP-PRAZO ";"
               RQ-DATA-PREVISTA
               DELIMITED BY SIZE INTO WS-PURCHASE-LINE
           WRITE PURCHASE-RECORD FROM WS-PURCHASE-LINE
           ADD 1 TO WS-REQ-EMITIDAS.

       889-FECHA-REQUISICOES.
           IF REQUISICOES-DISPONIVEIS
               MOVE WS-REQ-EMITIDAS TO WS-CMP-COUNT
               MOVE SPACES TO WS-PURCHASE-LINE
               STRING "T;" WS-CMP-COUNT
                   DELIMITED BY SIZE INTO WS-PURCHASE-LINE
               WRITE PURCHASE-RECORD FROM WS-PURCHASE-LINE
               CLOSE PURCHASE-FILE
               CLOSE REQUISITION-FILE
               IF WS-REQ-EMITIDAS > ZEROS
                   MOVE SPACES TO WS-CONTROLE-LINE
                   STRING "REQUISICOES DE COMPRA EMITIDAS: "
                       WS-REQ-EMITIDAS " EM PURCHASE-EXTRACT.DAT"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
                   MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
                   PERFORM 710-GRAVA-LINHA-RELATORIO
               END-IF
           END-IF.

      * The run's consumption is applied to the indexed master with
      * one keyed read and rewrite per material used; each draw-down
      * is journalled to MATSTOCK-MOVTO.LOG.  Only what is not yet
      * drawn is applied, and the checkpoint is rewritten after every
      * material, so a restart after an abend here or further on does
      * not draw the same consumption twice.
       860-REGRAVA-ESTOQUE.
           IF ESTOQUE-DISPONIVEL AND WS-QTD-ESTOQUE > ZEROS
                   AND NOT INVENTARIO-ABERTO
               OPEN EXTEND MOVTO-FILE
               IF WS-MOVTO-STATUS = "35"
                   OPEN OUTPUT MOVTO-FILE
           END-IF.

       865-REGRAVA-ESTOQUE-LINHA.
           COMPUTE WS-QTD-A-BAIXAR = WS-STK-USADO(WS-STK-SUB)
               - WS-STK-BAIXADO(WS-STK-SUB)
           IF WS-QTD-A-BAIXAR > ZEROS
               MOVE WS-STK-MATERIAL(WS-STK-SUB) TO ST-MATERIAL
               READ STOCK-FILE
                   INVALID KEY
                   NOT INVALID KEY
                       MOVE ST-QTD-ESTOQUE TO WS-SALDO-ANT-ESTOQUE
                       COMPUTE ST-QTD-ESTOQUE =
                           WS-SALDO-ANT-ESTOQUE - WS-QTD-A-BAIXAR
                       REWRITE STOCK-RECORD
                       END-REWRITE
                       PERFORM 867-GRAVA-MOVTO-CONSUMO
                       MOVE WS-STK-USADO(WS-STK-SUB)
                           TO WS-STK-BAIXADO(WS-STK-SUB)
                       PERFORM 270-GRAVA-CHECKPOINT
               END-READ
           END-IF.

           MOVE WS-RUN-BY TO WS-MOV-OPERADOR
           MOVE "CONSUMO" TO WS-MOV-TIPO
           MOVE WS-STK-MATERIAL(WS-STK-SUB) TO WS-MOV-MATERIAL
           COMPUTE WS-QTD-MOVTO = ZERO - WS-QTD-A-BAIXAR
           MOVE WS-QTD-MOVTO TO WS-MOV-QTD
           MOVE WS-SALDO-ANT-ESTOQUE TO WS-MOV-SALDO-ANT
           MOVE ST-QTD-ESTOQUE TO WS-MOV-SALDO-NOVO
               DELIMITED BY SIZE INTO WS-MOV-MOTIVO
           WRITE MOVTO-LINE FROM WS-MOVTO-DETALHE.

      * The finished extract is read back and every D record is
      * posted to the order ledger: the extract file is reopened for
      * input here and left open for 900-FECHA-ARQUIVOS to close.
      * Reading the extract instead of posting during the detail pass
      * keeps a checkpoint restart from posting twice the records it
      * reprocesses, since the extract was trimmed to the checkpoint.
      * The ledger accumulates, so the checkpoint also records after
      * every posting how many D records are already posted, and a
      * restart skips those instead of adding them again.  A posting
      * that fails stops the pass there, with the checkpoint still on
      * the last record posted, so a rerun resumes at the failed one.
       870-LANCA-RAZAO-ORDENS.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "*** AVISO: ORDERS-LEDGER.DAT INDISPONIVEL ("
                   "STATUS=" WS-LEDGER-STATUS ") - RAZAO DE ORDENS NAO "
                   "LANCADO NESTA EXECUCAO ***"
           ELSE
               CLOSE EXTRACT-FILE
               OPEN INPUT EXTRACT-FILE
               MOVE "N" TO WS-FIM-EXTRATO
               MOVE ZEROS TO WS-RAZAO-LIDOS
               IF WS-EXTRACT-STATUS NOT = "00"
                   SET FIM-EXTRATO TO TRUE
               END-IF
               PERFORM 875-LANCA-DETALHE-RAZAO UNTIL FIM-EXTRATO
               CLOSE LEDGER-FILE
               DISPLAY "RAZAO DE ORDENS: " WS-RAZAO-LANCADOS
                   " PAINEL(IS) LANCADO(S) EM ORDERS-LEDGER.DAT"
           END-IF.

       875-LANCA-DETALHE-RAZAO.
           READ EXTRACT-FILE
               AT END
                   SET FIM-EXTRATO TO TRUE
               NOT AT END
                   MOVE EXTRACT-RECORD TO WS-EXT-DET
                   IF XD-DETALHE AND WS-XD-ORDEM NUMERIC
                       ADD 1 TO WS-RAZAO-LIDOS
                       IF WS-RAZAO-LIDOS > WS-RAZAO-A-SALTAR
                           PERFORM 877-ACUMULA-RAZAO
                           IF RAZAO-GRAVADO
                               PERFORM 270-GRAVA-CHECKPOINT
                           ELSE
                               SUBTRACT 1 FROM WS-RAZAO-LIDOS
                               SET FIM-EXTRATO TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       877-ACUMULA-RAZAO.
           COMPUTE WS-AREA-RAZAO  = FUNCTION NUMVAL(WS-XD-AREA)
           COMPUTE WS-CUSTO-RAZAO = FUNCTION NUMVAL(WS-XD-CUSTO)
           PERFORM 878-MONTA-CHAVE-RAZAO
           MOVE "N" TO WS-RAZAO-ACHADO
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RAZAO-ACHADO TO TRUE
           END-READ
           IF NOT RAZAO-ACHADO
               PERFORM 878-MONTA-CHAVE-RAZAO
               MOVE ZEROS TO LG-QTD-PAINEIS
               MOVE ZEROS TO LG-AREA
               MOVE ZEROS TO LG-CUSTO
           END-IF
           ADD 1              TO LG-QTD-PAINEIS
           ADD WS-AREA-RAZAO  TO LG-AREA
           ADD WS-CUSTO-RAZAO TO LG-CUSTO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO LG-ULT-TIMESTAMP
           MOVE WS-RUN-BY TO LG-ULT-OPERADOR
           MOVE "N" TO WS-RAZAO-GRAVADO
           IF RAZAO-ACHADO
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO NA REGRAVACAO DO RAZAO DA "
                           "ORDEM " LG-NUM-ORDEM " (STATUS="
                           WS-LEDGER-STATUS ") ***"
                       ADD 1 TO WS-ERROS-RAZAO
                   NOT INVALID KEY
                       SET RAZAO-GRAVADO TO TRUE
                       ADD 1 TO WS-RAZAO-LANCADOS
               END-REWRITE
           ELSE
               WRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO NA GRAVACAO DO RAZAO DA "
                           "ORDEM " LG-NUM-ORDEM " (STATUS="
                           WS-LEDGER-STATUS ") ***"
                       ADD 1 TO WS-ERROS-RAZAO
                   NOT INVALID KEY
                       SET RAZAO-GRAVADO TO TRUE
                       ADD 1 TO WS-RAZAO-LANCADOS
               END-WRITE
           END-IF.

       878-MONTA-CHAVE-RAZAO.
           MOVE WS-XD-ORDEM    TO LG-NUM-ORDEM
           MOVE WS-XD-DATA     TO LG-DATA-MOVTO
           MOVE "L"            TO LG-TIPO
           MOVE WS-XD-DEPOSITO TO LG-DEPOSITO
           MOVE WS-XD-MATERIAL TO LG-MATERIAL.

      * Every D record of the finished extract is also kept on the
      * BILLING-HISTORY.DAT billed-panel history, which (unlike the
      * extract) is not overwritten by the next run, so the panels of
      * earlier movement dates can still be repriced.  It is read back
      * from the extract for the same restart reason as 870.  The
      * batch timestamp is kept on the checkpoint and each panel is
      * keyed on its position in the extract, so a restart rewrites
      * the same keys and the rows already on file are left alone.
       890-GRAVA-HISTORICO-FATURADO.
           OPEN I-O BILLHIST-FILE
           IF WS-BILLHIST-STATUS = "35"
               OPEN OUTPUT BILLHIST-FILE
               CLOSE BILLHIST-FILE
               OPEN I-O BILLHIST-FILE
           END-IF
           IF WS-BILLHIST-STATUS NOT = "00"
               DISPLAY "*** AVISO: BILLING-HISTORY.DAT INDISPONIVEL ("
                   "STATUS=" WS-BILLHIST-STATUS ") - PAINEIS DESTA "
                   "EXECUCAO NAO PODERAO SER REPRECIFICADOS ***"
           ELSE
               IF WS-LOTE-FATURAMENTO = SPACES
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP(1:14) TO WS-LOTE-FATURAMENTO
                   PERFORM 270-GRAVA-CHECKPOINT
               END-IF
               MOVE ZEROS TO WS-HIST-LIDOS
               CLOSE EXTRACT-FILE
               OPEN INPUT EXTRACT-FILE
               MOVE "N" TO WS-FIM-EXTRATO
               IF WS-EXTRACT-STATUS NOT = "00"
                   SET FIM-EXTRATO TO TRUE
               END-IF
               PERFORM 895-LE-DETALHE-FATURADO UNTIL FIM-EXTRATO
               CLOSE BILLHIST-FILE
               DISPLAY "HISTORICO FATURADO: " WS-HIST-FATURADOS
                   " PAINEL(IS) GRAVADO(S) EM BILLING-HISTORY.DAT"
           END-IF.

       895-LE-DETALHE-FATURADO.
           READ EXTRACT-FILE
               AT END
                   SET FIM-EXTRATO TO TRUE
               NOT AT END
                   MOVE EXTRACT-RECORD TO WS-EXT-DET
                   IF XD-DETALHE AND WS-XD-ORDEM NUMERIC
                       PERFORM 897-GRAVA-PAINEL-FATURADO
                   END-IF
           END-READ.

       897-GRAVA-PAINEL-FATURADO.
           ADD 1 TO WS-HIST-LIDOS
           MOVE WS-XD-MATERIAL      TO HB-MATERIAL
           MOVE WS-XD-DATA          TO HB-DATA-MOVTO
           MOVE "L"                 TO HB-ORIGEM
           MOVE WS-LOTE-FATURAMENTO TO HB-LOTE
           MOVE WS-HIST-LIDOS       TO HB-SEQ
           MOVE WS-XD-DEPOSITO      TO HB-DEPOSITO
           MOVE WS-XD-ORDEM         TO HB-NUM-ORDEM
           MOVE WS-XD-FORMA         TO HB-TIPO-FORMA
           COMPUTE HB-LARGURA = FUNCTION NUMVAL(WS-XD-LARGURA)
           COMPUTE HB-ALTURA  = FUNCTION NUMVAL(WS-XD-ALTURA)
           COMPUTE HB-AREA    = FUNCTION NUMVAL(WS-XD-AREA)
           COMPUTE HB-CUSTO-FATURADO = FUNCTION NUMVAL(WS-XD-CUSTO)
           MOVE WS-XD-BASE          TO HB-BASE-FATURADA
           MOVE HB-CUSTO-FATURADO   TO HB-CUSTO-ATUAL
           MOVE WS-XD-BASE          TO HB-BASE-ATUAL
           MOVE WS-LOTE-FATURAMENTO TO HB-ULT-TIMESTAMP
           MOVE WS-RUN-BY           TO HB-ULT-OPERADOR
           WRITE BILLHIST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-FATURADOS
           END-WRITE.

       850-GRAVA-TRAILER-EXTRATO.
           MOVE WS-EXTRATO-COUNT TO WS-EXT-COUNT
           MOVE WS-EXTRATO-HASH  TO WS-EXT-HASH
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           IF MODO-RESSUBMISSAO
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "RESSUBMISSAO DE SUSPENSOS - RECONCILIACAO DE "
                   "TRAILER NAO APLICAVEL"
           ELSE
               PERFORM 820-RECONCILIA-DEPOSITOS
           END-IF
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "BASE DE PRECO: T=TABELA MATRATES P=TAXA PADRAO "
               "C=PRECO CONTRATO D=DESCONTO CONTRATO"
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           PERFORM 840-IMPRIME-CONSUMO-MATERIAL
           PERFORM 860-REGRAVA-ESTOQUE.

      * Closes the report once the order ledger and the billed-panel
      * history are posted, so a ledger posting failure is on it.
       805-ENCERRA-RELATORIO.
           IF WS-ERROS-RAZAO > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "RAZAO DE ORDENS: *** " WS-ERROS-RAZAO
                   " FALHA(S) NO LANCAMENTO - REEXECUTAR ***"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE "*** FIM DO RELATORIO ***" TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF
           IF WS-QTD-DEPOSITOS = ZEROS
               MOVE "N" TO WS-TRAILERS-COMPLETOS
               MOVE "N" TO WS-DEPOSITOS-OK
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "RECONCILIACAO: *** TRAILER NAO ENCONTRADO ***"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
               PERFORM 835-VERIFICA-DEPOSITOS-AUSENTES
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "RECONCILIACAO GERAL: *** TRAILER NAO "
                   "ENCONTRADO ***"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           ELSE
               MOVE "RECONCILIACAO POR DEPOSITO:"
                   TO WS-CONTROLE-LINE
               PERFORM 830-RECONCILIA-DEPOSITO
                   VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-QTD-DEPOSITOS
               PERFORM 835-VERIFICA-DEPOSITOS-AUSENTES
               MOVE SPACES TO WS-CONTROLE-LINE
               IF DEPOSITOS-OK
                   STRING "RECONCILIACAO GERAL: OK"
               END-IF
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF.

       830-RECONCILIA-DEPOSITO.
           MOVE WS-DEP-T-COUNT(WS-DEP-SUB) TO WS-DRL-T-REGS
           MOVE WS-DEP-AREA(WS-DEP-SUB)    TO WS-DRL-AREA
           MOVE WS-DEP-T-AREA(WS-DEP-SUB)  TO WS-DRL-T-AREA
           MOVE "Y" TO WS-DEP-CADASTRADO
           IF MESTRE-DEP-DISPONIVEL
               MOVE WS-DEP-CODIGO(WS-DEP-SUB) TO WS-DEPOSITO
               PERFORM 156-LE-MESTRE-DEPOSITO
           END-IF
           EVALUATE TRUE
               WHEN WS-DEP-TEM-TRAILER(WS-DEP-SUB) NOT = "Y"
                   MOVE "*** SEM TRAILER ***" TO WS-DRL-VEREDITO
                   MOVE "N" TO WS-DEPOSITOS-OK
                   MOVE "N" TO WS-TRAILERS-COMPLETOS
               WHEN NOT DEP-CADASTRADO
                   MOVE "*NAO CADASTRADO*" TO WS-DRL-VEREDITO
                   MOVE "N" TO WS-DEPOSITOS-OK
               WHEN (WS-DEP-REC-COUNT(WS-DEP-SUB)
                       + WS-DEP-ERR-COUNT(WS-DEP-SUB))
                       = WS-DEP-T-COUNT(WS-DEP-SUB)
                   AND WS-DEP-AREA(WS-DEP-SUB)
                       = WS-DEP-T-AREA(WS-DEP-SUB)
                   MOVE "RECEBIDO OK" TO WS-DRL-VEREDITO
               WHEN OTHER
                   MOVE "*RECEB DIVERGENTE*" TO WS-DRL-VEREDITO
                   MOVE "N" TO WS-DEPOSITOS-OK
           END-EVALUATE
           MOVE WS-DEP-RECON-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

      * Every active depot of DEPOTS.DAT expected to transmit on the
      * movement date's weekday must have a block in the feed; one
      * that is not in WS-TABELA-DEPOSITOS is listed as AUSENTE and
      * fails the grand verdict.  Day 1 of INTEGER-OF-DATE (1601-01-
      * 01) was a Monday, matching the Monday-first DP-DIAS-SEMANA.
       835-VERIFICA-DEPOSITOS-AUSENTES.
           MOVE ZEROS TO WS-DEPS-AUSENTES
           IF NOT MESTRE-DEP-DISPONIVEL
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "AVISO: DEPOTS.DAT INDISPONIVEL - DEPOSITOS "
                   "AUSENTES NAO VERIFICADOS"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-NUMERICA
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA) - 1, 7)
                   + 1
               MOVE "N" TO WS-FIM-DEPOTS
               MOVE LOW-VALUES TO DP-CODIGO
               START DEPOT-FILE KEY NOT < DP-CODIGO
                   INVALID KEY
                       SET FIM-DEPOTS TO TRUE
               END-START
               PERFORM 836-AVALIA-DEPOSITO-ESPERADO
                   UNTIL FIM-DEPOTS
               IF WS-DEPS-AUSENTES > ZEROS
                   MOVE "N" TO WS-DEPOSITOS-OK
               END-IF
           END-IF.

       836-AVALIA-DEPOSITO-ESPERADO.
           READ DEPOT-FILE NEXT RECORD
               AT END
                   SET FIM-DEPOTS TO TRUE
               NOT AT END
                   IF DP-ATIVO
                           AND DP-DIAS-SEMANA(WS-DIA-SEMANA:1) = "S"
                       PERFORM 837-PROCURA-DEPOSITO-RECEBIDO
                       IF NOT DEP-RECEBIDO
                           ADD 1 TO WS-DEPS-AUSENTES
                           MOVE DP-CODIGO TO WS-DAL-CODIGO
                           MOVE DP-NOME   TO WS-DAL-NOME
                           MOVE WS-DEP-AUSENTE-LINE
                               TO WS-LINHA-IMPRESSAO
                           PERFORM 710-GRAVA-LINHA-RELATORIO
                       END-IF
                   END-IF
           END-READ.

       837-PROCURA-DEPOSITO-RECEBIDO.
           MOVE "N" TO WS-DEP-RECEBIDO
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-QTD-DEPOSITOS
                   OR DEP-RECEBIDO
               IF WS-DEP-CODIGO(WS-DEP-IDX) = DP-CODIGO
                   SET DEP-RECEBIDO TO TRUE
               END-IF
           END-PERFORM.

      * Quotation run: the panel list is priced detail by detail
      * through the same area and cost paragraphs as the batch, and
      * each panel goes to ORCAMENTO.TMP only.  Trailer records of a
      * list cut from a real feed are ignored.
       600-EXECUTA-ORCAMENTO.
           MOVE ZEROS TO WS-ORC-PRECIFICADOS
           MOVE ZEROS TO WS-ORC-REJEITADOS
           OPEN OUTPUT QUOTE-WORK
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "*** ERRO: NAO FOI POSSIVEL ABRIR "
                   WS-NOME-ARQ-TRANS " (STATUS=" WS-TRANS-STATUS
                   ") - ORCAMENTO NAO PRECIFICADO ***"
           ELSE
               PERFORM 140-ABRE-ARQUIVO-TAXAS
               PERFORM 148-ABRE-ARQUIVO-ACORDOS
               READ TRANS-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF NOT TR-TRAILER
                       PERFORM 610-PRECIFICA-PAINEL
                   END-IF
                   READ TRANS-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               IF RATES-DISPONIVEIS
                   CLOSE RATE-FILE
               END-IF
               IF ACORDOS-DISPONIVEIS
                   CLOSE CUSTOMER-PRICE
               END-IF
               DISPLAY "Paineis precificados: " WS-ORC-PRECIFICADOS
                   "  rejeitados: " WS-ORC-REJEITADOS
           END-IF
           CLOSE QUOTE-WORK.

       610-PRECIFICA-PAINEL.
           MOVE TR-TIPO-FORMA    TO TIPO-FORMA
           MOVE TR-LARGURA       TO LARGURA
           MOVE TR-ALTURA        TO ALTURA
           MOVE TR-TIPO-MATERIAL TO WS-TIPO-MATERIAL
           IF FORMA-CIRCULO
               MOVE ZEROS TO ALTURA
           END-IF
           PERFORM 615-VALIDA-PAINEL-ORCAMENTO
           IF REGISTRO-VALIDO
               PERFORM 250-CALCULA-AREA
           END-IF
           MOVE SPACES TO QUOTE-WORK-RECORD
           MOVE TIPO-FORMA       TO QW-TIPO-FORMA
           MOVE TR-LARGURA       TO QW-LARGURA
           MOVE TR-ALTURA        TO QW-ALTURA
           MOVE WS-TIPO-MATERIAL TO QW-MATERIAL
           IF REGISTRO-VALIDO
               PERFORM 255-CALCULA-CUSTO
               MOVE AREA-RESULT       TO QW-AREA
               MOVE WS-TAXA-APLICADA  TO QW-TAXA
               MOVE WS-CUSTO-ESTIMADO TO QW-CUSTO
               MOVE WS-BASE-PRECO     TO QW-BASE
               SET QW-PRECIFICADO TO TRUE
               ADD 1 TO WS-ORC-PRECIFICADOS
           ELSE
               MOVE ZEROS TO QW-AREA
               MOVE ZEROS TO QW-TAXA
               MOVE ZEROS TO QW-CUSTO
               SET QW-REJEITADO TO TRUE
               MOVE WS-ERRO-COD TO QW-ERRO-COD
               MOVE WS-ERRO-MSG TO QW-ERRO-MSG
               ADD 1 TO WS-ORC-REJEITADOS
           END-IF
           WRITE QUOTE-WORK-RECORD.

      * Shape and dimension checks of 150-VALIDA-REGISTRO; a quotation
      * has no depot and no order yet, so those checks do not apply.
       615-VALIDA-PAINEL-ORCAMENTO.
           SET REGISTRO-VALIDO TO TRUE
           MOVE SPACES TO WS-ERRO-MSG
           MOVE SPACES TO WS-ERRO-COD
           EVALUATE TRUE
               WHEN NOT FORMA-RETANGULO
                   AND NOT FORMA-TRIANGULO
                   AND NOT FORMA-CIRCULO
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "TIPO DE FORMA INVALIDO" TO WS-ERRO-MSG
                   MOVE "E01" TO WS-ERRO-COD
               WHEN LARGURA NOT NUMERIC
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "LARGURA ZERADA OU INVALIDA" TO WS-ERRO-MSG
                   MOVE "E02" TO WS-ERRO-COD
               WHEN (NOT FORMA-CIRCULO) AND ALTURA NOT NUMERIC
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "ALTURA ZERADA OU INVALIDA" TO WS-ERRO-MSG
                   MOVE "E03" TO WS-ERRO-COD
               WHEN LARGURA = ZEROS
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "LARGURA ZERADA OU INVALIDA" TO WS-ERRO-MSG
                   MOVE "E02" TO WS-ERRO-COD
               WHEN (NOT FORMA-CIRCULO) AND ALTURA = ZEROS
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "ALTURA ZERADA OU INVALIDA" TO WS-ERRO-MSG
                   MOVE "E03" TO WS-ERRO-COD
           END-EVALUATE.

       900-FECHA-ARQUIVOS.
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE
           END-IF
           IF ESTOQUE-DISPONIVEL
               CLOSE STOCK-FILE
           END-IF
           IF ACORDOS-DISPONIVEIS
               CLOSE CUSTOMER-PRICE
           END-IF
           IF MESTRE-DEP-DISPONIVEL
               CLOSE DEPOT-FILE
           END-IF.

      * Return code for the job stream: 8 = refused or aborted, or
      * an order ledger posting failed, 4 = finished with rejected
      * records or a reconciliation that did not close (no trailer
      * at all included), 0 = clean run.
       950-DEFINE-CODIGO-RETORNO.
           EVALUATE TRUE
               WHEN ABORT-BATCH
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROS-RAZAO > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN NOT DEPOSITOS-OK
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM CALCULO-AREA.
