      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Physical inventory (stocktake) of the MATSTOCK.DAT
      *            sheet-stock master, so a year-end count can be
      *            proven from the system instead of from a spreadsheet
      *            of one-by-one signed adjustments.  The cycle is:
      *            - a supervisor opens a count: every material on
      *              MATSTOCK.DAT is snapshotted with its book balance
      *              onto INVENTORY-COUNT.DAT and the count is
      *              registered as open on INVENTORY-CONTROL.DAT;
      *            - the count sheet (INVENTARIO-FOLHA.RPT) lists every
      *              material to be counted, without the book balance,
      *              so the count is blind;
      *            - the counted quantities are typed in material by
      *              material; a material already counted can be
      *              recounted, the recount replaces the quantity and
      *              the number of counts is kept;
      *            - the variance report (INVENTARIO-DIVERGENCIA.RPT)
      *              shows book against counted quantity, the
      *              difference and its value at the MATRATES.DAT rate
      *              in effect today (WS-TAXA-PADRAO when the material
      *              has no rate), with the materials not yet counted;
      *            - once every material is counted a supervisor
      *              approves the count and the differences are posted
      *              to MATSTOCK.DAT as INVENTARIO movements on the
      *              MATSTOCK-MOVTO.LOG journal.  The difference is
      *              counted minus snapshot, added to the current
      *              balance, so receipts posted during the count are
      *              not lost.  A supervisor may also cancel an open
      *              count without posting anything.
      *            INVENTORY-CONTROL.DAT is appended on every change of
      *            state (open, posted, cancelled), the latest record
      *            holding the state of the current count, the same
      *            way RUN-CONTROL.DAT registers the batch runs; while
      *            a count is open CALCULO-AREA does not draw its
      *            consumption from MATSTOCK.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO-FISICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-MATERIAL
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT RATE-FILE ASSIGN TO "MATRATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS WS-RATE-STATUS.

           SELECT COUNT-FILE ASSIGN TO "INVENTORY-COUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-MATERIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT INVCTL-FILE ASSIGN TO "INVENTORY-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT MOVTO-FILE ASSIGN TO "MATSTOCK-MOVTO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVTO-STATUS.

           SELECT SHEET-FILE ASSIGN TO "INVENTARIO-FOLHA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO "INVENTARIO-DIVERGENCIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 ST-MATERIAL         PIC X(001).
           05 ST-QTD-ESTOQUE      PIC S9(007)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 ST-PONTO-REPOSICAO  PIC 9(007)V9(002).
           05 ST-QTD-REPOSICAO    PIC 9(007)V9(002).
           05 ST-FORNECEDOR       PIC X(010).
           05 ST-PRAZO-ENTREGA    PIC 9(003).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RT-CHAVE.
               10 RT-MATERIAL     PIC X(001).
               10 RT-DATA-VIGENCIA PIC X(008).
           05 RT-PRECO            PIC 9(005)V9(002).
           05 RT-STATUS           PIC X(001).
               88 RT-ATIVO                   VALUE "A".

       FD  COUNT-FILE.
       01  COUNT-RECORD.
           05 IC-MATERIAL         PIC X(001).
           05 IC-QTD-LIVRO        PIC S9(007)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 IC-QTD-CONTADA      PIC 9(007)V9(002).
           05 IC-SITUACAO         PIC X(001).
               88 IC-PENDENTE                VALUE "P".
               88 IC-CONTADO                 VALUE "C".
           05 IC-NUM-CONTAGENS    PIC 9(002).
           05 IC-CONTADO-POR      PIC X(020).
           05 IC-TIMESTAMP        PIC X(014).

       FD  INVCTL-FILE.
       01  INVCTL-RECORD.
           05 IV-NUM-INVENTARIO   PIC 9(004).
           05 IV-STATUS           PIC X(001).
               88 IV-ABERTO                  VALUE "A".
               88 IV-LANCADO                 VALUE "L".
               88 IV-CANCELADO               VALUE "C".
           05 IV-TIMESTAMP        PIC X(014).
           05 IV-OPERADOR         PIC X(020).
           05 IV-QTD-MATERIAIS    PIC 9(004).

       FD  MOVTO-FILE.
       01  MOVTO-LINE             PIC X(130).

       FD  SHEET-FILE.
       01  SHEET-LINE             PIC X(080).

       FD  VARIANCE-FILE.
       01  VARIANCE-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STOCK-STATUS        PIC X(002) VALUE SPACES.
       77  WS-RATE-STATUS         PIC X(002) VALUE SPACES.
       77  WS-COUNT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-INVCTL-STATUS       PIC X(002) VALUE SPACES.
       77  WS-MOVTO-STATUS        PIC X(002) VALUE SPACES.
       77  WS-SHEET-STATUS        PIC X(002) VALUE SPACES.
       77  WS-VARIANCE-STATUS     PIC X(002) VALUE SPACES.
       77  WS-FIM-MANUTENCAO      PIC X(001) VALUE "N".
           88 FIM-MANUTENCAO                 VALUE "Y".
       77  WS-FIM-LEITURA         PIC X(001) VALUE "N".
           88 FIM-LEITURA                    VALUE "Y".
       77  WS-FIM-INVCTL          PIC X(001) VALUE "N".
           88 FIM-INVCTL                     VALUE "Y".
       77  WS-FIM-TAXAS           PIC X(001) VALUE "N".
           88 FIM-TAXAS                      VALUE "Y".
       77  WS-OPCAO               PIC X(001) VALUE SPACES.
       77  WS-CONFIRMA            PIC X(001) VALUE SPACES.
           88 OPERACAO-CONFIRMADA            VALUE "S".
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE           PIC X(008) VALUE SPACES.
       77  WS-OPERADOR            PIC X(020) VALUE SPACES.
       77  WS-NIVEL               PIC X(001) VALUE SPACES.
           88 NIVEL-SUPERVISOR               VALUE "S".

      * State of the current count, from the latest record of
      * INVENTORY-CONTROL.DAT.
       77  WS-NUM-INVENTARIO      PIC 9(004) VALUE ZEROS.
       77  WS-STATUS-INVENTARIO   PIC X(001) VALUE SPACES.
           88 INVENTARIO-ABERTO              VALUE "A".
       77  WS-ABERTO-EM           PIC X(014) VALUE SPACES.
       77  WS-ABERTO-POR          PIC X(020) VALUE SPACES.
       77  WS-NOVO-STATUS         PIC X(001) VALUE SPACES.

       77  WS-MATERIAL-INF        PIC X(001) VALUE SPACES.
       77  WS-QTD-INF             PIC X(012) VALUE SPACES.
       77  WS-QTD-CONTADA         PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-QTD-MATERIAIS       PIC 9(004) VALUE ZEROS.
       77  WS-QTD-CONTADOS        PIC 9(004) VALUE ZEROS.
       77  WS-QTD-PENDENTES       PIC 9(004) VALUE ZEROS.
       77  WS-QTD-DIVERGENTES     PIC 9(004) VALUE ZEROS.
       77  WS-QTD-LANCADOS        PIC 9(004) VALUE ZEROS.
       77  WS-DIFERENCA           PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-VALOR-DIFERENCA     PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-VALOR-SOBRA         PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-VALOR-FALTA         PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-TAXA-PADRAO         PIC 9(005)V9(002) VALUE 1.00.
       77  WS-TAXA-APLICADA       PIC 9(005)V9(002) VALUE ZEROS.
       77  WS-MELHOR-VIGENCIA     PIC X(008) VALUE SPACES.
       77  WS-TAXA-ACHADA         PIC X(001) VALUE "N".
           88 TAXA-ACHADA                    VALUE "Y".
       77  WS-RATES-OK            PIC X(001) VALUE "N".
           88 RATES-DISPONIVEIS              VALUE "Y".

       77  WS-QTD-MOVIMENTO       PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-SALDO-ANTERIOR      PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-SALDO-NOVO          PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-MOTIVO-INF          PIC X(020) VALUE SPACES.

      * One line per balance change on the MATSTOCK-MOVTO.LOG
      * movement journal (same layout as MANUT-ESTOQUE writes).
       01  WS-MOVTO-DETALHE.
           05 WS-MOV-TIMESTAMP    PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-TIPO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-MATERIAL     PIC X(001).
           05 FILLER              PIC X(005) VALUE " QTD=".
           05 WS-MOV-QTD          PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(007) VALUE " SALDO=".
           05 WS-MOV-SALDO-ANT    PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(004) VALUE " -> ".
           05 WS-MOV-SALDO-NOVO   PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-MOTIVO       PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.

       01  WS-RELATORIO-LINE      PIC X(100).

       01  WS-FOLHA-DETALHE.
           05 FILLER              PIC X(004) VALUE SPACES.
           05 WS-FOL-MATERIAL     PIC X(001).
           05 FILLER              PIC X(009) VALUE SPACES.
           05 FILLER              PIC X(020)
               VALUE "____________________".
           05 FILLER              PIC X(004) VALUE SPACES.
           05 FILLER              PIC X(020)
               VALUE "____________________".
           05 FILLER              PIC X(022) VALUE SPACES.

       01  WS-DIV-COLUNAS.
           05 FILLER              PIC X(004) VALUE "MAT ".
           05 FILLER              PIC X(014) VALUE "    LIVRO".
           05 FILLER              PIC X(014) VALUE "  CONTADO".
           05 FILLER              PIC X(014) VALUE "  DIFERENCA".
           05 FILLER              PIC X(010) VALUE "     TAXA".
           05 FILLER              PIC X(016) VALUE "     VALOR DIF.".
           05 FILLER              PIC X(004) VALUE " CT ".
           05 FILLER              PIC X(024) VALUE "SITUACAO".

       01  WS-DIV-DETALHE.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DIV-MATERIAL     PIC X(001).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-DIV-LIVRO        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DIV-CONTADO      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DIV-DIFERENCA    PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DIV-TAXA         PIC ZZ,ZZ9.99.
           05 WS-DIV-BASE-TAXA    PIC X(001).
           05 WS-DIV-VALOR        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DIV-CONTAGENS    PIC Z9.
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-DIV-SITUACAO     PIC X(014).
           05 WS-DIV-RECONTAGEM   PIC X(010).

       01  WS-VALOR-EDITADO       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

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
           MOVE "N" TO WS-FIM-MANUTENCAO
           PERFORM 200-PROCESSA-MANUTENCAO UNTIL FIM-MANUTENCAO
           GOBACK.

       200-PROCESSA-MANUTENCAO.
           PERFORM 800-LE-CONTROLE
           DISPLAY " "
           DISPLAY "===== INVENTARIO FISICO DE ESTOQUE ("
               WS-OPERADOR ") ====="
           IF INVENTARIO-ABERTO
               DISPLAY "Inventario " WS-NUM-INVENTARIO
                   " ABERTO em " WS-ABERTO-EM " por " WS-ABERTO-POR
           ELSE
               DISPLAY "Nenhum inventario aberto."
           END-IF
           DISPLAY "A - Abrir inventario (supervisor)"
           DISPLAY "F - Imprimir folha de contagem"
           DISPLAY "C - Registrar contagem / recontagem"
           DISPLAY "D - Relatorio de divergencias"
           DISPLAY "P - Aprovar e lancar diferencas (supervisor)"
           DISPLAY "X - Cancelar inventario (supervisor)"
           DISPLAY "S - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN "A"
               WHEN "a"
                   IF NIVEL-SUPERVISOR
                       PERFORM 300-ABRE-INVENTARIO
                   ELSE
                       PERFORM 790-NEGA-OPCAO
                   END-IF
               WHEN "F"
               WHEN "f"
                   PERFORM 400-IMPRIME-FOLHA
               WHEN "C"
               WHEN "c"
                   PERFORM 500-REGISTRA-CONTAGEM
               WHEN "D"
               WHEN "d"
                   PERFORM 600-RELATORIO-DIVERGENCIAS
               WHEN "P"
               WHEN "p"
                   IF NIVEL-SUPERVISOR
                       PERFORM 700-APROVA-INVENTARIO
                   ELSE
                       PERFORM 790-NEGA-OPCAO
                   END-IF
               WHEN "X"
               WHEN "x"
                   IF NIVEL-SUPERVISOR
                       PERFORM 770-CANCELA-INVENTARIO
                   ELSE
                       PERFORM 790-NEGA-OPCAO
                   END-IF
               WHEN "S"
               WHEN "s"
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

      * Opening a count snapshots the book balance of every material
      * of MATSTOCK.DAT; INVENTORY-COUNT.DAT is rebuilt from scratch,
      * the previous count having been posted or cancelled.
       300-ABRE-INVENTARIO.
           IF INVENTARIO-ABERTO
               DISPLAY "Inventario " WS-NUM-INVENTARIO
                   " ja esta aberto - lance ou cancele antes."
           ELSE
               ADD 1 TO WS-NUM-INVENTARIO
               DISPLAY "Abrir inventario " WS-NUM-INVENTARIO
                   " com o saldo atual de todos os materiais"
               PERFORM 750-CONFIRMA-OPERACAO
               IF NOT OPERACAO-CONFIRMADA
                   DISPLAY "Abertura cancelada."
               ELSE
                   OPEN INPUT STOCK-FILE
                   IF WS-STOCK-STATUS NOT = "00"
                       DISPLAY "*** ERRO: ABERTURA DE MATSTOCK.DAT "
                           "(STATUS=" WS-STOCK-STATUS ") ***"
                   ELSE
                       OPEN OUTPUT COUNT-FILE
                       MOVE ZEROS TO WS-QTD-MATERIAIS
                       MOVE "N" TO WS-FIM-LEITURA
                       MOVE LOW-VALUES TO ST-MATERIAL
                       START STOCK-FILE KEY NOT < ST-MATERIAL
                           INVALID KEY
                               SET FIM-LEITURA TO TRUE
                       END-START
                       PERFORM 310-FOTOGRAFA-MATERIAL
                           UNTIL FIM-LEITURA
                       CLOSE COUNT-FILE
                       CLOSE STOCK-FILE
                       IF WS-QTD-MATERIAIS = ZEROS
                           DISPLAY "Nenhum material cadastrado - "
                               "inventario nao aberto."
                       ELSE
                           MOVE "A" TO WS-NOVO-STATUS
                           PERFORM 820-GRAVA-CONTROLE
                           DISPLAY "Inventario " WS-NUM-INVENTARIO
                               " aberto com " WS-QTD-MATERIAIS
                               " material(is)."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-FOTOGRAFA-MATERIAL.
           READ STOCK-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   MOVE ST-MATERIAL    TO IC-MATERIAL
                   MOVE ST-QTD-ESTOQUE TO IC-QTD-LIVRO
                   MOVE ZEROS          TO IC-QTD-CONTADA
                   SET IC-PENDENTE     TO TRUE
                   MOVE ZEROS          TO IC-NUM-CONTAGENS
                   MOVE SPACES         TO IC-CONTADO-POR
                   MOVE SPACES         TO IC-TIMESTAMP
                   WRITE COUNT-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA GRAVACAO ("
                               "STATUS=" WS-COUNT-STATUS ") ***"
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-MATERIAIS
                   END-WRITE
           END-READ.

      * Blind count sheet: materials only, no book balance, with room
      * for the counted quantity and the counter's signature.
       400-IMPRIME-FOLHA.
           IF NOT INVENTARIO-ABERTO
               DISPLAY "Nenhum inventario aberto."
           ELSE
               OPEN INPUT COUNT-FILE
               IF WS-COUNT-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE INVENTORY-COUNT.DAT"
                       " (STATUS=" WS-COUNT-STATUS ") ***"
               ELSE
                   OPEN OUTPUT SHEET-FILE
                   MOVE SPACES TO WS-RELATORIO-LINE
                   STRING "FOLHA DE CONTAGEM - INVENTARIO "
                       WS-NUM-INVENTARIO " ABERTO EM " WS-ABERTO-EM
                       DELIMITED BY SIZE INTO WS-RELATORIO-LINE
                   WRITE SHEET-LINE FROM WS-RELATORIO-LINE
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE SPACES TO WS-RELATORIO-LINE
                   STRING "EMITIDA POR : " WS-OPERADOR " EM "
                       WS-TIMESTAMP(1:14)
                       DELIMITED BY SIZE INTO WS-RELATORIO-LINE
                   WRITE SHEET-LINE FROM WS-RELATORIO-LINE
                   MOVE SPACES TO SHEET-LINE
                   WRITE SHEET-LINE
                   MOVE SPACES TO WS-RELATORIO-LINE
                   STRING "MATERIAL      QUANTIDADE CONTADA      "
                       "CONFERENTE"
                       DELIMITED BY SIZE INTO WS-RELATORIO-LINE
                   WRITE SHEET-LINE FROM WS-RELATORIO-LINE
                   MOVE SPACES TO SHEET-LINE
                   WRITE SHEET-LINE
                   MOVE ZEROS TO WS-QTD-MATERIAIS
                   MOVE "N" TO WS-FIM-LEITURA
                   MOVE LOW-VALUES TO IC-MATERIAL
                   START COUNT-FILE KEY NOT < IC-MATERIAL
                       INVALID KEY
                           SET FIM-LEITURA TO TRUE
                   END-START
                   PERFORM 410-IMPRIME-LINHA-FOLHA UNTIL FIM-LEITURA
                   MOVE SPACES TO SHEET-LINE
                   WRITE SHEET-LINE
                   MOVE SPACES TO WS-RELATORIO-LINE
                   STRING "MATERIAIS A CONTAR: " WS-QTD-MATERIAIS
                       DELIMITED BY SIZE INTO WS-RELATORIO-LINE
                   WRITE SHEET-LINE FROM WS-RELATORIO-LINE
                   MOVE "*** FIM DA FOLHA DE CONTAGEM ***"
                       TO WS-RELATORIO-LINE
                   WRITE SHEET-LINE FROM WS-RELATORIO-LINE
                   CLOSE SHEET-FILE
                   CLOSE COUNT-FILE
                   DISPLAY "Folha de contagem: INVENTARIO-FOLHA.RPT"
               END-IF
           END-IF.

       410-IMPRIME-LINHA-FOLHA.
           READ COUNT-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-MATERIAIS
                   MOVE IC-MATERIAL TO WS-FOL-MATERIAL
                   WRITE SHEET-LINE FROM WS-FOLHA-DETALHE
                   MOVE SPACES TO SHEET-LINE
                   WRITE SHEET-LINE
           END-READ.

      * A count typed for a material already counted is a recount: the
      * operator sees the previous quantity and confirms the
      * replacement, and the number of counts goes up.
       500-REGISTRA-CONTAGEM.
           IF NOT INVENTARIO-ABERTO
               DISPLAY "Nenhum inventario aberto."
           ELSE
               OPEN I-O COUNT-FILE
               IF WS-COUNT-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE INVENTORY-COUNT.DAT"
                       " (STATUS=" WS-COUNT-STATUS ") ***"
               ELSE
                   DISPLAY "Codigo do material: "
                   ACCEPT WS-MATERIAL-INF
                   MOVE WS-MATERIAL-INF TO IC-MATERIAL
                   READ COUNT-FILE
                       INVALID KEY
                           DISPLAY "Material " WS-MATERIAL-INF
                               " nao consta deste inventario."
                       NOT INVALID KEY
                           PERFORM 510-ACEITA-CONTAGEM
                   END-READ
                   CLOSE COUNT-FILE
               END-IF
           END-IF.

       510-ACEITA-CONTAGEM.
           IF IC-CONTADO
               MOVE IC-QTD-CONTADA TO WS-DIV-CONTADO
               DISPLAY "Material ja contado (" IC-NUM-CONTAGENS
                   " contagem(ns)): " WS-DIV-CONTADO " por "
                   IC-CONTADO-POR
               DISPLAY "Informe a RECONTAGEM."
           END-IF
           DISPLAY "Quantidade contada (ex 150,00): "
           ACCEPT WS-QTD-INF
           IF WS-QTD-INF = SPACES
               DISPLAY "Quantidade invalida - contagem cancelada."
           ELSE
               INSPECT WS-QTD-INF REPLACING ALL "," BY "."
               COMPUTE WS-QTD-CONTADA =
                   FUNCTION NUMVAL-C(WS-QTD-INF)
               IF WS-QTD-CONTADA < ZEROS
                   DISPLAY "Quantidade invalida - contagem "
                       "cancelada."
               ELSE
                   DISPLAY "Contagem do material " IC-MATERIAL
                   PERFORM 750-CONFIRMA-OPERACAO
                   IF OPERACAO-CONFIRMADA
                       MOVE WS-QTD-CONTADA TO IC-QTD-CONTADA
                       SET IC-CONTADO TO TRUE
                       ADD 1 TO IC-NUM-CONTAGENS
                       MOVE WS-OPERADOR TO IC-CONTADO-POR
                       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                       MOVE WS-TIMESTAMP(1:14) TO IC-TIMESTAMP
                       REWRITE COUNT-RECORD
                           INVALID KEY
                               DISPLAY "*** ERRO NA REGRAVACAO ("
                                   "STATUS=" WS-COUNT-STATUS ") ***"
                           NOT INVALID KEY
                               DISPLAY "Contagem registrada."
                       END-REWRITE
                   ELSE
                       DISPLAY "Contagem cancelada."
                   END-IF
               END-IF
           END-IF.

      * Variance report: book (snapshot) against counted quantity, the
      * difference valued at the rate in effect today.  Also produced
      * right before a supervisor approves the posting.
       600-RELATORIO-DIVERGENCIAS.
           IF NOT INVENTARIO-ABERTO
               DISPLAY "Nenhum inventario aberto."
           ELSE
               OPEN INPUT COUNT-FILE
               IF WS-COUNT-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE INVENTORY-COUNT.DAT"
                       " (STATUS=" WS-COUNT-STATUS ") ***"
               ELSE
                   OPEN INPUT RATE-FILE
                   IF WS-RATE-STATUS = "00"
                       MOVE "Y" TO WS-RATES-OK
                   ELSE
                       MOVE "N" TO WS-RATES-OK
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP(1:8) TO WS-DATA-HOJE
                   OPEN OUTPUT VARIANCE-FILE
                   PERFORM 605-CABECALHO-DIVERGENCIAS
                   MOVE ZEROS TO WS-QTD-MATERIAIS
                   MOVE ZEROS TO WS-QTD-CONTADOS
                   MOVE ZEROS TO WS-QTD-PENDENTES
                   MOVE ZEROS TO WS-QTD-DIVERGENTES
                   MOVE ZEROS TO WS-VALOR-SOBRA
                   MOVE ZEROS TO WS-VALOR-FALTA
                   MOVE "N" TO WS-FIM-LEITURA
                   MOVE LOW-VALUES TO IC-MATERIAL
                   START COUNT-FILE KEY NOT < IC-MATERIAL
                       INVALID KEY
                           SET FIM-LEITURA TO TRUE
                   END-START
                   PERFORM 610-IMPRIME-DIVERGENCIA UNTIL FIM-LEITURA
                   PERFORM 620-TOTAIS-DIVERGENCIAS
                   CLOSE VARIANCE-FILE
                   IF RATES-DISPONIVEIS
                       CLOSE RATE-FILE
                   END-IF
                   CLOSE COUNT-FILE
                   DISPLAY "Materiais: " WS-QTD-MATERIAIS
                       "  contados: " WS-QTD-CONTADOS
                       "  pendentes: " WS-QTD-PENDENTES
                       "  com diferenca: " WS-QTD-DIVERGENTES
                   DISPLAY "Relatorio de divergencias: "
                       "INVENTARIO-DIVERGENCIA.RPT"
               END-IF
           END-IF.

       605-CABECALHO-DIVERGENCIAS.
           MOVE SPACES TO WS-RELATORIO-LINE
           STRING "RELATORIO DE DIVERGENCIAS - INVENTARIO "
               WS-NUM-INVENTARIO " ABERTO EM " WS-ABERTO-EM
               " POR " WS-ABERTO-POR
               DELIMITED BY SIZE INTO WS-RELATORIO-LINE
           WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE
           MOVE SPACES TO WS-RELATORIO-LINE
           STRING "EMITIDO POR : " WS-OPERADOR " EM "
               WS-TIMESTAMP(1:14) "   TAXAS VIGENTES EM "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-RELATORIO-LINE
           WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           WRITE VARIANCE-LINE FROM WS-DIV-COLUNAS
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE.

       610-IMPRIME-DIVERGENCIA.
           READ COUNT-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-MATERIAIS
                   MOVE IC-MATERIAL TO WS-DIV-MATERIAL
                   MOVE IC-QTD-LIVRO TO WS-DIV-LIVRO
                   MOVE IC-NUM-CONTAGENS TO WS-DIV-CONTAGENS
                   PERFORM 650-SELECIONA-TAXA
                   MOVE WS-TAXA-APLICADA TO WS-DIV-TAXA
                   IF TAXA-ACHADA
                       MOVE SPACE TO WS-DIV-BASE-TAXA
                   ELSE
                       MOVE "*" TO WS-DIV-BASE-TAXA
                   END-IF
                   IF IC-CONTADO
                       ADD 1 TO WS-QTD-CONTADOS
                       COMPUTE WS-DIFERENCA =
                           IC-QTD-CONTADA - IC-QTD-LIVRO
                       COMPUTE WS-VALOR-DIFERENCA ROUNDED =
                           WS-DIFERENCA * WS-TAXA-APLICADA
                       MOVE IC-QTD-CONTADA TO WS-DIV-CONTADO
                       MOVE WS-DIFERENCA TO WS-DIV-DIFERENCA
                       MOVE WS-VALOR-DIFERENCA TO WS-DIV-VALOR
                       EVALUATE TRUE
                           WHEN WS-DIFERENCA > ZEROS
                               ADD 1 TO WS-QTD-DIVERGENTES
                               ADD WS-VALOR-DIFERENCA
                                   TO WS-VALOR-SOBRA
                               MOVE "SOBRA" TO WS-DIV-SITUACAO
                           WHEN WS-DIFERENCA < ZEROS
                               ADD 1 TO WS-QTD-DIVERGENTES
                               ADD WS-VALOR-DIFERENCA
                                   TO WS-VALOR-FALTA
                               MOVE "FALTA" TO WS-DIV-SITUACAO
                           WHEN OTHER
                               MOVE "OK" TO WS-DIV-SITUACAO
                       END-EVALUATE
                       IF IC-NUM-CONTAGENS > 1
                           MOVE "RECONTADO" TO WS-DIV-RECONTAGEM
                       ELSE
                           MOVE SPACES TO WS-DIV-RECONTAGEM
                       END-IF
                   ELSE
                       ADD 1 TO WS-QTD-PENDENTES
                       MOVE ZEROS TO WS-DIV-CONTADO
                       MOVE ZEROS TO WS-DIV-DIFERENCA
                       MOVE ZEROS TO WS-DIV-VALOR
                       MOVE "NAO CONTADO" TO WS-DIV-SITUACAO
                       MOVE SPACES TO WS-DIV-RECONTAGEM
                   END-IF
                   WRITE VARIANCE-LINE FROM WS-DIV-DETALHE
           END-READ.

       620-TOTAIS-DIVERGENCIAS.
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE SPACES TO WS-RELATORIO-LINE
           STRING "MATERIAIS: " WS-QTD-MATERIAIS
               "  CONTADOS: " WS-QTD-CONTADOS
               "  NAO CONTADOS: " WS-QTD-PENDENTES
               "  COM DIFERENCA: " WS-QTD-DIVERGENTES
               DELIMITED BY SIZE INTO WS-RELATORIO-LINE
           WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE
           MOVE WS-VALOR-SOBRA TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-RELATORIO-LINE
           STRING "VALOR DAS SOBRAS    : " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-RELATORIO-LINE
           WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE
           MOVE WS-VALOR-FALTA TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-RELATORIO-LINE
           STRING "VALOR DAS FALTAS    : " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-RELATORIO-LINE
           WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE
           COMPUTE WS-VALOR-EDITADO = WS-VALOR-SOBRA + WS-VALOR-FALTA
           MOVE SPACES TO WS-RELATORIO-LINE
           STRING "VALOR LIQUIDO       : " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-RELATORIO-LINE
           WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE
           MOVE SPACES TO WS-RELATORIO-LINE
           STRING "(*) MATERIAL SEM TAXA VIGENTE - VALORIZADO PELA "
               "TAXA PADRAO"
               DELIMITED BY SIZE INTO WS-RELATORIO-LINE
           WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE
           IF WS-QTD-PENDENTES > ZEROS
               MOVE SPACES TO WS-RELATORIO-LINE
               STRING "*** INVENTARIO INCOMPLETO - HA MATERIAIS NAO "
                   "CONTADOS ***"
                   DELIMITED BY SIZE INTO WS-RELATORIO-LINE
               WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE
           END-IF
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE "*** FIM DO RELATORIO ***" TO WS-RELATORIO-LINE
           WRITE VARIANCE-LINE FROM WS-RELATORIO-LINE.

      * Same keyed scan CALCULO-AREA uses: latest active rate of the
      * material in effect today, WS-TAXA-PADRAO when there is none.
       650-SELECIONA-TAXA.
           MOVE "N" TO WS-TAXA-ACHADA
           MOVE SPACES TO WS-MELHOR-VIGENCIA
           MOVE WS-TAXA-PADRAO TO WS-TAXA-APLICADA
           IF RATES-DISPONIVEIS
               MOVE IC-MATERIAL TO RT-MATERIAL
               MOVE "00000000" TO RT-DATA-VIGENCIA
               START RATE-FILE KEY NOT < RT-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-RATE-STATUS
               END-START
               IF WS-RATE-STATUS = "00"
                   MOVE "N" TO WS-FIM-TAXAS
                   PERFORM 655-AVALIA-TAXA UNTIL FIM-TAXAS
               END-IF
               MOVE "00" TO WS-RATE-STATUS
           END-IF.

       655-AVALIA-TAXA.
           READ RATE-FILE NEXT RECORD
               AT END
                   SET FIM-TAXAS TO TRUE
               NOT AT END
                   IF RT-MATERIAL NOT = IC-MATERIAL
                       SET FIM-TAXAS TO TRUE
                   ELSE
                       IF RT-ATIVO
                               AND RT-DATA-VIGENCIA <= WS-DATA-HOJE
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

      * Approval: the variance report is reprinted so the supervisor
      * signs off exactly what will be posted, every material must be
      * counted, and each difference is applied to the current
      * balance with an INVENTARIO movement on the journal.
       700-APROVA-INVENTARIO.
           IF NOT INVENTARIO-ABERTO
               DISPLAY "Nenhum inventario aberto."
           ELSE
               PERFORM 600-RELATORIO-DIVERGENCIAS
               IF WS-QTD-PENDENTES > ZEROS
                   DISPLAY "*** HA " WS-QTD-PENDENTES " MATERIAL(IS) "
                       "NAO CONTADO(S) - LANCAMENTO RECUSADO ***"
               ELSE
                   DISPLAY "Lancar " WS-QTD-DIVERGENTES
                       " diferenca(s) do inventario "
                       WS-NUM-INVENTARIO " no estoque"
                   PERFORM 750-CONFIRMA-OPERACAO
                   IF NOT OPERACAO-CONFIRMADA
                       DISPLAY "Lancamento cancelado."
                   ELSE
                       PERFORM 710-LANCA-DIFERENCAS
                   END-IF
               END-IF
           END-IF.

       710-LANCA-DIFERENCAS.
           OPEN INPUT COUNT-FILE
           OPEN I-O STOCK-FILE
           IF WS-COUNT-STATUS NOT = "00"
                   OR WS-STOCK-STATUS NOT = "00"
               DISPLAY "*** ERRO: ABERTURA DE INVENTORY-COUNT.DAT/"
                   "MATSTOCK.DAT (STATUS=" WS-COUNT-STATUS "/"
                   WS-STOCK-STATUS ") - NADA LANCADO ***"
               IF WS-COUNT-STATUS = "00"
                   CLOSE COUNT-FILE
               END-IF
               IF WS-STOCK-STATUS = "00"
                   CLOSE STOCK-FILE
               END-IF
           ELSE
               OPEN EXTEND MOVTO-FILE
               IF WS-MOVTO-STATUS = "35"
                   OPEN OUTPUT MOVTO-FILE
                   CLOSE MOVTO-FILE
                   OPEN EXTEND MOVTO-FILE
               END-IF
               MOVE SPACES TO WS-MOTIVO-INF
               STRING "INVENTARIO " WS-NUM-INVENTARIO
                   DELIMITED BY SIZE INTO WS-MOTIVO-INF
               MOVE ZEROS TO WS-QTD-LANCADOS
               MOVE "N" TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO IC-MATERIAL
               START COUNT-FILE KEY NOT < IC-MATERIAL
                   INVALID KEY
                       SET FIM-LEITURA TO TRUE
               END-START
               PERFORM 720-LANCA-MATERIAL UNTIL FIM-LEITURA
               CLOSE MOVTO-FILE
               MOVE "L" TO WS-NOVO-STATUS
               PERFORM 820-GRAVA-CONTROLE
               CLOSE COUNT-FILE
               CLOSE STOCK-FILE
               DISPLAY "Inventario " WS-NUM-INVENTARIO " lancado: "
                   WS-QTD-LANCADOS " movimento(s) INVENTARIO."
           END-IF.

       720-LANCA-MATERIAL.
           READ COUNT-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   COMPUTE WS-DIFERENCA = IC-QTD-CONTADA - IC-QTD-LIVRO
                   IF WS-DIFERENCA NOT = ZEROS
                       MOVE IC-MATERIAL TO ST-MATERIAL
                       READ STOCK-FILE
                           INVALID KEY
                               DISPLAY "*** MATERIAL " IC-MATERIAL
                                   " NAO ESTA MAIS NO ESTOQUE - "
                                   "DIFERENCA NAO LANCADA ***"
                           NOT INVALID KEY
                               PERFORM 730-REGRAVA-SALDO
                       END-READ
                   END-IF
           END-READ.

       730-REGRAVA-SALDO.
           MOVE ST-QTD-ESTOQUE TO WS-SALDO-ANTERIOR
           COMPUTE WS-SALDO-NOVO = WS-SALDO-ANTERIOR + WS-DIFERENCA
           MOVE WS-SALDO-NOVO TO ST-QTD-ESTOQUE
           REWRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA REGRAVACAO DO MATERIAL "
                       IC-MATERIAL " (STATUS=" WS-STOCK-STATUS ") ***"
               NOT INVALID KEY
                   MOVE WS-DIFERENCA TO WS-QTD-MOVIMENTO
                   PERFORM 810-GRAVA-MOVIMENTO
                   ADD 1 TO WS-QTD-LANCADOS
           END-REWRITE.

       770-CANCELA-INVENTARIO.
           IF NOT INVENTARIO-ABERTO
               DISPLAY "Nenhum inventario aberto."
           ELSE
               DISPLAY "Cancelar o inventario " WS-NUM-INVENTARIO
                   " sem lancar as diferencas"
               PERFORM 750-CONFIRMA-OPERACAO
               IF OPERACAO-CONFIRMADA
                   MOVE "C" TO WS-NOVO-STATUS
                   PERFORM 820-GRAVA-CONTROLE
                   DISPLAY "Inventario cancelado."
               ELSE
                   DISPLAY "Cancelamento nao realizado."
               END-IF
           END-IF.

       750-CONFIRMA-OPERACAO.
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY "Confirma a operacao (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "s"
               MOVE "S" TO WS-CONFIRMA
           END-IF.

       790-NEGA-OPCAO.
           DISPLAY "*** OPCAO RESERVADA A SUPERVISOR ***".

      * The latest record of INVENTORY-CONTROL.DAT is the state of the
      * current count; no file means no count was ever opened.
       800-LE-CONTROLE.
           MOVE ZEROS TO WS-NUM-INVENTARIO
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
                           IF IV-ABERTO
                               MOVE IV-TIMESTAMP TO WS-ABERTO-EM
                               MOVE IV-OPERADOR TO WS-ABERTO-POR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVCTL-FILE
           END-IF.

       810-GRAVA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-MOV-TIMESTAMP
           MOVE WS-OPERADOR       TO WS-MOV-OPERADOR
           MOVE "INVENTARIO"      TO WS-MOV-TIPO
           MOVE IC-MATERIAL       TO WS-MOV-MATERIAL
           MOVE WS-QTD-MOVIMENTO  TO WS-MOV-QTD
           MOVE WS-SALDO-ANTERIOR TO WS-MOV-SALDO-ANT
           MOVE WS-SALDO-NOVO     TO WS-MOV-SALDO-NOVO
           MOVE WS-MOTIVO-INF     TO WS-MOV-MOTIVO
           WRITE MOVTO-LINE FROM WS-MOVTO-DETALHE.

       820-GRAVA-CONTROLE.
           OPEN EXTEND INVCTL-FILE
           IF WS-INVCTL-STATUS = "35"
               OPEN OUTPUT INVCTL-FILE
               CLOSE INVCTL-FILE
               OPEN EXTEND INVCTL-FILE
           END-IF
           MOVE WS-NUM-INVENTARIO TO IV-NUM-INVENTARIO
           MOVE WS-NOVO-STATUS TO IV-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO IV-TIMESTAMP
           MOVE WS-OPERADOR TO IV-OPERADOR
           MOVE WS-QTD-MATERIAIS TO IV-QTD-MATERIAIS
           WRITE INVCTL-RECORD
           CLOSE INVCTL-FILE.

       END PROGRAM INVENTARIO-FISICO.
