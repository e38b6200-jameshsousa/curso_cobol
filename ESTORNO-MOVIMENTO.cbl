      *            same order and movement date is warned about (with
      *            the prior timestamp and operator) and only posted
      *            after an explicit confirmation of the repetition.
      *            Every reversed panel is also posted against its
      *            order on the ORDERS-LEDGER.DAT order ledger, as an
      *            "E" entry of the reversed movement date with
      *            negative count, area and cost, so the order's
      *            closing statement nets the reversal out.  A
      *            ledger entry that cannot be written is displayed
      *            and counted on the report instead of being counted
      *            as posted.
      *            The price basis the billing extract carries at the
      *            end of each D record (tabela, padrao, contrato or
      *            desconto) is copied onto the adjustment D record, so
      *            the ERP reverses at the same basis it billed.
      *            Every reversed panel is also written to the
      *            BILLING-HISTORY.DAT billed-panel history as an "E"
      *            record with negative area and cost, so a later
      *            REPRECIFICACAO run nets the reversed panels out
      *            instead of repricing them as still billed.
      *            The PERIODS.DAT accounting period calendar
      *            (maintained by MANUT-PERIODOS) is checked before
      *            anything is posted.  When the batch's movement date
      *            falls in a closed period the reversal is posted
      *            into the current open period instead: the H and D
      *            records of the adjustment extract carry today's
      *            date as the posting date with the original
      *            movement date appended as an extra last field, the
      *            "E" ledger entry is posted under today's date, and
      *            the report shows both dates.  The billed-panel
      *            history and the reversal control keep the original
      *            date, so repricing still nets the panel and a
      *            repeat is still caught.  When the current period
      *            is closed too the reversal is refused.
      *            Stock is only credited back for a material the run
      *            actually drew: CALCULO-AREA journals a CONSUMO line
      *            "RUN <movement date>" on MATSTOCK-MOVTO.LOG for
      *            every material it draws, and skips the draw while
      *            an inventory count is open, so a material with no
      *            such line is reported as not drawn and left alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTCTL-STATUS.

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

           SELECT PERIOD-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERIODO
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           05 ST-QTD-ESTOQUE      PIC S9(007)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 ST-PONTO-REPOSICAO  PIC 9(007)V9(002).
           05 ST-QTD-REPOSICAO    PIC 9(007)V9(002).
           05 ST-FORNECEDOR       PIC X(010).
           05 ST-PRAZO-ENTREGA    PIC 9(003).

       FD  ESTORNO-REPORT.
       01  REPORT-LINE            PIC X(080).
           05 EC-OPERADOR         PIC X(020).
           05 EC-REG-COUNT        PIC 9(006).

      * Order ledger (same layout as CALCULO-AREA posts).
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

       WORKING-STORAGE SECTION.
       77  WS-EXTRACT-STATUS      PIC X(002) VALUE SPACES.
       77  WS-ESTORNO-STATUS      PIC X(002) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(002) VALUE SPACES.
       77  WS-MOVTO-STATUS        PIC X(002) VALUE SPACES.
       77  WS-ESTCTL-STATUS       PIC X(002) VALUE SPACES.
       77  WS-LEDGER-STATUS       PIC X(002) VALUE SPACES.
       77  WS-RAZAO-OK            PIC X(001) VALUE "N".
           88 RAZAO-DISPONIVEL               VALUE "Y".
       77  WS-RAZAO-ACHADO        PIC X(001) VALUE "N".
           88 RAZAO-ACHADO                   VALUE "Y".
       77  WS-RAZAO-LANCADOS      PIC 9(006) VALUE ZEROS.
       77  WS-ERROS-RAZAO         PIC 9(006) VALUE ZEROS.
       77  WS-BILLHIST-STATUS     PIC X(002) VALUE SPACES.
       77  WS-HIST-FAT-OK         PIC X(001) VALUE "N".
           88 HIST-FATURADO-DISPONIVEL       VALUE "Y".
       77  WS-LOTE-ESTORNO        PIC X(014) VALUE SPACES.
       77  WS-FIM-CONTROLE        PIC X(001) VALUE "N".
           88 FIM-CONTROLE                   VALUE "Y".
       77  WS-JA-ESTORNADO        PIC X(001) VALUE "N".
       77  WS-QTD-MOVTO           PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-FIM-ARQUIVO         PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                    VALUE "Y".
       77  WS-FIM-MOVTO           PIC X(001) VALUE "N".
           88 FIM-MOVTO                      VALUE "Y".
       77  WS-MOTIVO-RUN          PIC X(020) VALUE SPACES.
       77  WS-ABORT-JOB           PIC X(001) VALUE "N".
           88 ABORT-JOB                      VALUE "Y".
       77  WS-CONFIRMA            PIC X(001) VALUE SPACES.
       77  WS-ORDEM-INF           PIC X(006) VALUE SPACES.
       77  WS-NUM-ORDEM           PIC 9(006) VALUE ZEROS.
       77  WS-DATA-MOVTO          PIC X(008) VALUE SPACES.
       77  WS-PERIOD-STATUS       PIC X(002) VALUE SPACES.
       77  WS-DATA-LANCAMENTO     PIC X(008) VALUE SPACES.
       77  WS-PERIODO-HOJE        PIC X(006) VALUE SPACES.
       77  WS-PERIODO-FECHADO     PIC X(001) VALUE "N".
           88 PERIODO-FECHADO                VALUE "Y".
       77  WS-LOTE-REDATADO       PIC X(001) VALUE "N".
           88 LOTE-EM-PERIODO-FECHADO        VALUE "Y".

       77  WS-REGS-LIDOS          PIC 9(006) VALUE ZEROS.
       77  WS-REGS-ESTORNADOS     PIC 9(006) VALUE ZEROS.
           05 WS-XD-MATERIAL      PIC X(001).
           05 FILLER              PIC X(001).
           05 WS-XD-CUSTO         PIC X(012).
           05 FILLER              PIC X(001).
           05 WS-XD-BASE          PIC X(001).
           05 FILLER              PIC X(029).

       01  WS-ESTORNO-LINE        PIC X(100).
       01  WS-EST-VALORES.
               10 WS-MAT-CODIGO      PIC X(001).
               10 WS-MAT-AREA-EST    PIC 9(011)V9(002).
               10 WS-MAT-RESTAURADO  PIC X(001).
               10 WS-MAT-BAIXADO     PIC X(001).

      * One line per balance change on the MATSTOCK-MOVTO.LOG
      * movement journal (same layout as MANUT-ESTOQUE writes).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-TIPO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-MATERIAL     PIC X(001).
           05 FILLER              PIC X(005) VALUE " QTD=".
           05 WS-MOV-MOTIVO       PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.

      * A journal line read back, to find the run's own draws.  Lines
      * journalled before the tipo column was widened from 8 to 10
      * characters are read through WS-MOVTO-LIDO-ANT.
       01  WS-MOVTO-LIDO.
           05 WS-MVL-TIMESTAMP    PIC X(014).
           05 FILLER              PIC X(001).
           05 WS-MVL-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001).
           05 WS-MVL-TIPO         PIC X(010).
           05 FILLER              PIC X(001).
           05 WS-MVL-MATERIAL     PIC X(001).
           05 FILLER              PIC X(056).
           05 WS-MVL-MOTIVO       PIC X(020).
           05 FILLER              PIC X(006).
       01  WS-MOVTO-LIDO-ANT REDEFINES WS-MOVTO-LIDO.
           05 FILLER              PIC X(036).
           05 WS-MVA-TIPO         PIC X(008).
           05 FILLER              PIC X(001).
           05 WS-MVA-MATERIAL     PIC X(001).
           05 FILLER              PIC X(056).
           05 WS-MVA-MOTIVO       PIC X(020).
           05 FILLER              PIC X(008).
       77  WS-MAT-JOURNAL         PIC X(001) VALUE SPACES.

       01  WS-CONTROLE-LINE       PIC X(080).
       01  WS-CTL-VALORES.
           05 WS-CTL-AREA         PIC Z,ZZZ,ZZZ,ZZ9.99.
               CLOSE EXTRACT-FILE
               CLOSE ESTORNO-FILE
               CLOSE HISTORY-FILE
               IF RAZAO-DISPONIVEL
                   CLOSE LEDGER-FILE
               END-IF
               IF HIST-FATURADO-DISPONIVEL
                   CLOSE BILLHIST-FILE
               END-IF
               IF WS-REGS-ESTORNADOS > ZEROS
                   PERFORM 300-RESTAURA-ESTOQUE
                   PERFORM 705-REGISTRA-ESTORNO
           MOVE ZEROS TO WS-CUSTO-ESTORNADO
           MOVE ZEROS TO WS-QTD-MATERIAIS
           MOVE ZEROS TO WS-MATS-IGNORADOS
           MOVE ZEROS TO WS-RAZAO-LANCADOS
           MOVE ZEROS TO WS-ERROS-RAZAO
           MOVE SPACES TO WS-TABELA-MATERIAIS
           MOVE "N" TO WS-LOTE-REDATADO
           MOVE "ESTORNO" TO WS-OPERADOR
           DISPLAY "CALCULO-AREA-RUN-BY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-RUN-BY FROM ENVIRONMENT-VALUE
                   "CANCELADO ***"
               SET ABORT-JOB TO TRUE
           ELSE
               PERFORM 108-VERIFICA-PERIODO
               IF NOT ABORT-JOB
                   PERFORM 105-VERIFICA-ESTORNO-ANTERIOR
                   IF JA-ESTORNADO
                       DISPLAY "*** AVISO: A ORDEM " WS-NUM-ORDEM
                           " COM DATA " WS-DATA-MOVTO " JA FOI "
                           "ESTORNADA EM " WS-EST-ANT-TIMESTAMP
                           " POR " WS-EST-ANT-OPERADOR " ***"
                       DISPLAY "Um novo estorno creditara o estoque e "
                           "enviara um novo ajuste ao ERP outra vez."
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY "Confirma a REPETICAO do estorno (S/N)? "
                   ELSE
                       DISPLAY "Estornar os lancamentos da ordem "
                           WS-NUM-ORDEM " com data " WS-DATA-MOVTO
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY "Confirma o estorno (S/N)? "
                   END-IF
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "s"
                       MOVE "S" TO WS-CONFIRMA
                   END-IF
                   IF NOT OPERACAO-CONFIRMADA
                       DISPLAY "Estorno cancelado."
                       SET ABORT-JOB TO TRUE
                   END-IF
               END-IF
           END-IF.

                   END-IF
           END-READ.

      * The numbers of a closed accounting period must not move, so
      * the reversal of a batch dated in a closed period is posted in
      * the current period instead: the adjustment extract, the order
      * ledger and the report carry the posting date, with the
      * original movement date alongside.  If the current period is
      * closed as well there is nowhere to post and the reversal is
      * refused.  No calendar at all means every period is open.
       108-VERIFICA-PERIODO.
           MOVE WS-DATA-MOVTO TO WS-DATA-LANCAMENTO
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO-HOJE
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PERIOD-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE PERIODS.DAT (STATUS="
                       WS-PERIOD-STATUS ") - ESTORNO CANCELADO ***"
                   SET ABORT-JOB TO TRUE
               ELSE
                   MOVE WS-DATA-MOVTO(1:6) TO PR-PERIODO
                   PERFORM 109-LE-PERIODO
                   IF PERIODO-FECHADO
                       MOVE WS-PERIODO-HOJE TO PR-PERIODO
                       PERFORM 109-LE-PERIODO
                       IF PERIODO-FECHADO
                           DISPLAY "*** ERRO: O PERIODO "
                               WS-DATA-MOVTO(1:6) " E O PERIODO "
                               "CORRENTE " WS-PERIODO-HOJE " ESTAO "
                               "FECHADOS - ESTORNO CANCELADO ***"
                           SET ABORT-JOB TO TRUE
                       ELSE
                           SET LOTE-EM-PERIODO-FECHADO TO TRUE
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-DATA-LANCAMENTO
                           DISPLAY "*** AVISO: O PERIODO "
                               WS-DATA-MOVTO(1:6) " ESTA FECHADO - O "
                               "ESTORNO SERA LANCADO EM "
                               WS-DATA-LANCAMENTO " ***"
                       END-IF
                   END-IF
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.

       109-LE-PERIODO.
           MOVE "N" TO WS-PERIODO-FECHADO
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PR-FECHADO
                       SET PERIODO-FECHADO TO TRUE
                   END-IF
           END-READ.

       110-ABRE-ARQUIVOS.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
                   CLOSE HISTORY-FILE
                   OPEN EXTEND HISTORY-FILE
               END-IF
               PERFORM 115-ABRE-RAZAO-ORDENS
               PERFORM 117-ABRE-HISTORICO-FATURADO
               READ EXTRACT-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.

       115-ABRE-RAZAO-ORDENS.
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
               DISPLAY "*** AVISO: ORDERS-LEDGER.DAT INDISPONIVEL ("
                   "STATUS=" WS-LEDGER-STATUS ") - ESTORNO NAO SERA "
                   "LANCADO NO RAZAO DA ORDEM ***"
           END-IF.

       117-ABRE-HISTORICO-FATURADO.
           OPEN I-O BILLHIST-FILE
           IF WS-BILLHIST-STATUS = "35"
               OPEN OUTPUT BILLHIST-FILE
               CLOSE BILLHIST-FILE
               OPEN I-O BILLHIST-FILE
           END-IF
           IF WS-BILLHIST-STATUS = "00"
               MOVE "Y" TO WS-HIST-FAT-OK
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:14) TO WS-LOTE-ESTORNO
           ELSE
               MOVE "N" TO WS-HIST-FAT-OK
               DISPLAY "*** AVISO: BILLING-HISTORY.DAT INDISPONIVEL ("
                   "STATUS=" WS-BILLHIST-STATUS ") - ESTORNO NAO "
                   "SERA REGISTRADO NO HISTORICO FATURADO ***"
           END-IF.

       200-PROCESSA-EXTRATO.
           MOVE EXTRACT-RECORD TO WS-EXT-DET
           IF XD-DETALHE
           ADD WS-CUSTO-REG TO WS-CUSTO-ESTORNADO
           PERFORM 230-GRAVA-ESTORNO-EXTRATO
           PERFORM 240-GRAVA-HISTORICO-ESTORNO
           PERFORM 250-ACUMULA-MATERIAL
           IF RAZAO-DISPONIVEL
               PERFORM 260-LANCA-RAZAO-ESTORNO
           END-IF
           IF HIST-FATURADO-DISPONIVEL
               PERFORM 245-GRAVA-ESTORNO-FATURADO
           END-IF.

       230-GRAVA-ESTORNO-EXTRATO.
           IF WS-REGS-ESTORNADOS = 1
               MOVE SPACES TO WS-ESTORNO-LINE
               IF LOTE-EM-PERIODO-FECHADO
                   STRING "H;" WS-DATA-LANCAMENTO ";ESTORNO;"
                       WS-DATA-MOVTO
                       DELIMITED BY SIZE INTO WS-ESTORNO-LINE
               ELSE
                   STRING "H;" WS-DATA-LANCAMENTO ";ESTORNO"
                       DELIMITED BY SIZE INTO WS-ESTORNO-LINE
               END-IF
               WRITE ESTORNO-RECORD FROM WS-ESTORNO-LINE
           END-IF
           MOVE SPACES TO WS-ESTORNO-LINE
           IF LOTE-EM-PERIODO-FECHADO
               STRING "D;" WS-DATA-LANCAMENTO ";" WS-XD-DEPOSITO ";"
                   WS-XD-ORDEM ";" WS-XD-FORMA ";"
                   WS-XD-LARGURA ";" WS-XD-ALTURA ";-"
                   WS-XD-AREA ";" WS-XD-MATERIAL ";-" WS-XD-CUSTO
                   ";" WS-XD-BASE ";" WS-XD-DATA
                   DELIMITED BY SIZE INTO WS-ESTORNO-LINE
           ELSE
               STRING "D;" WS-XD-DATA ";" WS-XD-DEPOSITO ";"
                   WS-XD-ORDEM ";" WS-XD-FORMA ";"
                   WS-XD-LARGURA ";" WS-XD-ALTURA ";-"
                   WS-XD-AREA ";" WS-XD-MATERIAL ";-" WS-XD-CUSTO
                   ";" WS-XD-BASE
                   DELIMITED BY SIZE INTO WS-ESTORNO-LINE
           END-IF
           WRITE ESTORNO-RECORD FROM WS-ESTORNO-LINE.

       240-GRAVA-HISTORICO-ESTORNO.
           MOVE "E" TO WS-HIST-FLAG
           WRITE HISTORY-LINE FROM WS-HISTORY-ESTORNO.

      * The reversed panel goes to the billed-panel history with the
      * amounts negated, so the panel and its reversal net to zero
      * when a material is repriced over the date.
       245-GRAVA-ESTORNO-FATURADO.
           MOVE WS-XD-MATERIAL     TO HB-MATERIAL
           MOVE WS-XD-DATA         TO HB-DATA-MOVTO
           MOVE "E"                TO HB-ORIGEM
           MOVE WS-LOTE-ESTORNO    TO HB-LOTE
           MOVE WS-REGS-ESTORNADOS TO HB-SEQ
           MOVE WS-XD-DEPOSITO     TO HB-DEPOSITO
           MOVE WS-NUM-ORDEM       TO HB-NUM-ORDEM
           MOVE WS-XD-FORMA        TO HB-TIPO-FORMA
           COMPUTE HB-LARGURA = FUNCTION NUMVAL-C(WS-XD-LARGURA)
           COMPUTE HB-ALTURA  = FUNCTION NUMVAL-C(WS-XD-ALTURA)
           COMPUTE HB-AREA    = ZERO - WS-AREA-REG
           COMPUTE HB-CUSTO-FATURADO = ZERO - WS-CUSTO-REG
           MOVE WS-XD-BASE         TO HB-BASE-FATURADA
           MOVE HB-CUSTO-FATURADO  TO HB-CUSTO-ATUAL
           MOVE WS-XD-BASE         TO HB-BASE-ATUAL
           MOVE WS-LOTE-ESTORNO    TO HB-ULT-TIMESTAMP
           MOVE WS-OPERADOR        TO HB-ULT-OPERADOR
           WRITE BILLHIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       250-ACUMULA-MATERIAL.
           MOVE ZEROS TO WS-MAT-SUB
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                       TO WS-MAT-CODIGO(WS-MAT-SUB)
                   MOVE ZEROS TO WS-MAT-AREA-EST(WS-MAT-SUB)
                   MOVE "N"   TO WS-MAT-RESTAURADO(WS-MAT-SUB)
                   MOVE "N"   TO WS-MAT-BAIXADO(WS-MAT-SUB)
               ELSE
                   ADD 1 TO WS-MATS-IGNORADOS
               END-IF
               ADD WS-AREA-REG TO WS-MAT-AREA-EST(WS-MAT-SUB)
           END-IF.

      * The reversal is posted as an "E" entry of the reversed movement
      * date (the posting date when that date's period is closed),
      * depot and material, accumulating negative amounts.
       260-LANCA-RAZAO-ESTORNO.
           PERFORM 265-MONTA-CHAVE-RAZAO
           MOVE "N" TO WS-RAZAO-ACHADO
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RAZAO-ACHADO TO TRUE
           END-READ
           IF NOT RAZAO-ACHADO
               PERFORM 265-MONTA-CHAVE-RAZAO
               MOVE ZEROS TO LG-QTD-PAINEIS
               MOVE ZEROS TO LG-AREA
               MOVE ZEROS TO LG-CUSTO
           END-IF
           SUBTRACT 1            FROM LG-QTD-PAINEIS
           SUBTRACT WS-AREA-REG  FROM LG-AREA
           SUBTRACT WS-CUSTO-REG FROM LG-CUSTO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO LG-ULT-TIMESTAMP
           MOVE WS-OPERADOR TO LG-ULT-OPERADOR
           IF RAZAO-ACHADO
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO NA REGRAVACAO DO RAZAO DA "
                           "ORDEM " LG-NUM-ORDEM " (STATUS="
                           WS-LEDGER-STATUS ") ***"
                       ADD 1 TO WS-ERROS-RAZAO
                   NOT INVALID KEY
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
                       ADD 1 TO WS-RAZAO-LANCADOS
               END-WRITE
           END-IF.

       265-MONTA-CHAVE-RAZAO.
           MOVE WS-NUM-ORDEM   TO LG-NUM-ORDEM
           MOVE WS-DATA-LANCAMENTO TO LG-DATA-MOVTO
           MOVE "E"            TO LG-TIPO
           MOVE WS-XD-DEPOSITO TO LG-DEPOSITO
           MOVE WS-XD-MATERIAL TO LG-MATERIAL.

       700-GRAVA-TRAILER-ESTORNO.
           MOVE WS-REGS-ESTORNADOS TO WS-EST-COUNT
           MOVE WS-CUSTO-ESTORNADO TO WS-EST-HASH
                   "STATUS=" WS-STOCK-STATUS ") - ESTOQUE NAO "
                   "RESTAURADO ***"
           ELSE
               PERFORM 310-VERIFICA-BAIXA-RUN
               OPEN EXTEND MOVTO-FILE
               IF WS-MOVTO-STATUS = "35"
                   OPEN OUTPUT MOVTO-FILE
               CLOSE STOCK-FILE
           END-IF.

      * The materials the run drew are the ones with a CONSUMO line
      * of the run on the movement journal; a run that found a
      * count open, or no master, journalled nothing for them.
       310-VERIFICA-BAIXA-RUN.
           MOVE SPACES TO WS-MOTIVO-RUN
           STRING "RUN " WS-DATA-MOVTO
               DELIMITED BY SIZE INTO WS-MOTIVO-RUN
           MOVE "N" TO WS-FIM-MOVTO
           OPEN INPUT MOVTO-FILE
           IF WS-MOVTO-STATUS = "00"
               PERFORM 315-LE-MOVTO UNTIL FIM-MOVTO
               CLOSE MOVTO-FILE
           END-IF.

       315-LE-MOVTO.
           READ MOVTO-FILE INTO WS-MOVTO-LIDO
               AT END
                   SET FIM-MOVTO TO TRUE
               NOT AT END
                   IF WS-MVL-TIPO = "CONSUMO"
                           AND WS-MVL-MOTIVO = WS-MOTIVO-RUN
                       MOVE WS-MVL-MATERIAL TO WS-MAT-JOURNAL
                       PERFORM 317-MARCA-MATERIAL-BAIXADO
                   END-IF
                   IF WS-MVA-TIPO = "CONSUMO"
                           AND WS-MVA-MOTIVO = WS-MOTIVO-RUN
                       MOVE WS-MVA-MATERIAL TO WS-MAT-JOURNAL
                       PERFORM 317-MARCA-MATERIAL-BAIXADO
                   END-IF
           END-READ.

       317-MARCA-MATERIAL-BAIXADO.
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                   UNTIL WS-MAT-IDX > WS-QTD-MATERIAIS
               IF WS-MAT-CODIGO(WS-MAT-IDX) = WS-MAT-JOURNAL
                   MOVE "Y" TO WS-MAT-BAIXADO(WS-MAT-IDX)
               END-IF
           END-PERFORM.

       320-CREDITA-MATERIAL.
           IF WS-MAT-BAIXADO(WS-MAT-SUB) NOT = "Y"
               MOVE "B" TO WS-MAT-RESTAURADO(WS-MAT-SUB)
               DISPLAY "*** AVISO: MATERIAL " WS-MAT-CODIGO(WS-MAT-SUB)
                   " NAO FOI BAIXADO NO RUN " WS-DATA-MOVTO
                   " - ESTOQUE NAO CREDITADO ***"
           ELSE
               MOVE WS-MAT-CODIGO(WS-MAT-SUB) TO ST-MATERIAL
               READ STOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                       MOVE WS-TIMESTAMP(1:14) TO WS-MOV-TIMESTAMP
                       MOVE WS-OPERADOR TO WS-MOV-OPERADOR
                       MOVE "ESTORNO" TO WS-MOV-TIPO
                       MOVE WS-MAT-CODIGO(WS-MAT-SUB) TO WS-MOV-MATERIAL
                       MOVE WS-MAT-AREA-EST(WS-MAT-SUB) TO WS-MOV-QTD
                       MOVE ST-QTD-ESTOQUE TO WS-MOV-SALDO-ANT
                       ADD WS-MAT-AREA-EST(WS-MAT-SUB) TO ST-QTD-ESTOQUE
                       MOVE ST-QTD-ESTOQUE TO WS-MOV-SALDO-NOVO
                       MOVE SPACES TO WS-MOV-MOTIVO
                       STRING "ORDEM " WS-NUM-ORDEM " RUN "
                           WS-DATA-MOVTO
                           DELIMITED BY SIZE INTO WS-MOV-MOTIVO
                       REWRITE STOCK-RECORD
                       END-REWRITE
                       WRITE MOVTO-LINE FROM WS-MOVTO-DETALHE
                       MOVE "Y" TO WS-MAT-RESTAURADO(WS-MAT-SUB)
               END-READ
           END-IF.

       705-REGISTRA-ESTORNO.
           OPEN EXTEND ESTCTL-FILE
           IF WS-ESTCTL-STATUS = "35"
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           WRITE REPORT-LINE FROM WS-CONTROLE-LINE
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "DATA DE LANCAMENTO        : " WS-DATA-LANCAMENTO
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           WRITE REPORT-LINE FROM WS-CONTROLE-LINE
           IF LOTE-EM-PERIODO-FECHADO
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "AVISO: PERIODO " WS-DATA-MOVTO(1:6)
                   " FECHADO - ESTORNO LANCADO NO PERIODO ABERTO "
                   WS-DATA-LANCAMENTO(1:6)
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               WRITE REPORT-LINE FROM WS-CONTROLE-LINE
           END-IF
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "DETALHES LIDOS NO EXTRATO : " WS-REGS-LIDOS
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           WRITE REPORT-LINE FROM WS-CONTROLE-LINE
           STRING "CUSTO ESTORNADO           : " WS-CTL-CUSTO
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           WRITE REPORT-LINE FROM WS-CONTROLE-LINE
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "LANCADOS NO RAZAO DA ORDEM: " WS-RAZAO-LANCADOS
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           WRITE REPORT-LINE FROM WS-CONTROLE-LINE
           IF WS-ERROS-RAZAO > ZEROS
               MOVE SPACES TO WS-CONTROLE-LINE
               STRING "*** FALHAS NO RAZAO ORDEM : " WS-ERROS-RAZAO
                   " - LANCAR MANUALMENTE ***"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               WRITE REPORT-LINE FROM WS-CONTROLE-LINE
               DISPLAY "*** ERRO: " WS-ERROS-RAZAO " LANCAMENTO(S) "
                   "DE ESTORNO NAO GRAVADO(S) NO RAZAO DAS ORDENS - "
                   "VERIFIQUE ESTORNO-REPORT.RPT ***"
           END-IF
           IF WS-REGS-ESTORNADOS > ZEROS
               PERFORM 810-IMPRIME-MATERIAL
                   VARYING WS-MAT-SUB FROM 1 BY 1
                   " AREA RESTAURADA=" WS-CTL-AREA
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           ELSE
               IF WS-MAT-RESTAURADO(WS-MAT-SUB) = "B"
                   STRING "MAT " WS-MAT-CODIGO(WS-MAT-SUB)
                       " AREA=" WS-CTL-AREA " *** NAO BAIXADA NO "
                       "RUN - SEM CREDITO ***"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               ELSE
                   STRING "MAT " WS-MAT-CODIGO(WS-MAT-SUB)
                       " AREA=" WS-CTL-AREA " *** SEM CADASTRO - NAO "
                       "RESTAURADA ***"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-CONTROLE-LINE.

