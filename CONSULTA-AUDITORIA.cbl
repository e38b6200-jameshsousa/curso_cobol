      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Consolidated audit inquiry.  Every program keeps its
      *            own trail in its own layout - SIGNON-AUDIT.LOG
      *            (MENU), CADASTRO-AUDIT.LOG (MANUT-CADASTRO),
      *            MATRATES-AUDIT.LOG (MANUT-TAXAS),
      *            REPRICING-CONTROL.DAT (REPRECIFICACAO),
      *            ORDERS-AUDIT.LOG (MANUT-ORDENS and ORCAMENTOS),
      *            CUSTOMERS-AUDIT.LOG (MANUT-CLIENTES),
      *            DEPOTS-AUDIT.LOG (MANUT-DEPOSITOS),
      *            MATSTOCK-MOVTO.LOG (CALCULO-AREA, MANUT-ESTOQUE,
      *            ESTORNO-MOVIMENTO and INVENTARIO-FISICO),
      *            INVENTORY-CONTROL.DAT (INVENTARIO-FISICO),
      *            ESTORNO-CONTROL.DAT (ESTORNO-MOVIMENTO),
      *            RUN-CONTROL.DAT (CALCULO-AREA), JOBSTREAM.LOG
      *            (CICLO-NOTURNO) and PERIODS-AUDIT.LOG
      *            (MANUT-PERIODOS).  This program reads them all,
      *            brings every line to one event layout (timestamp,
      *            operator, origin, event and detail) and sorts the
      *            events into a single timestamp-ordered listing on
      *            CONSULTA-AUDITORIA.RPT.  The supervisor selects the
      *            events by operator (blank for all), by a range of
      *            dates and by kind of event (sign-ons, roster, rates
      *            and repricing, orders, customers, depots, stock,
      *            reversals, batch runs, accounting periods, or
      *            exceptions only).
      *            Exception patterns are flagged on the listing and
      *            shown on the screen: lockouts and sign-on attempts
      *            on a locked record, forced reruns of a completed
      *            movement date, reversals, rate inclusions and
      *            corrections whose vigencia is earlier than the day
      *            they were made (back-dated), supervisors
      *            maintaining their own roster record, and reopenings
      *            of a closed accounting period.  The report
      *            closes with the exceptions per operator, marking
      *            anyone with more than one kind of exception in the
      *            period, and with the lines read and selected from
      *            each trail, so a trail that could not be read does
      *            not go unnoticed.  The supervisor name comes from
      *            the caller.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRILHA-FILE ASSIGN USING WS-NOME-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRILHA-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CONSULTA-AUDITORIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "CONSULTA-AUDITORIA.SRT".

       DATA DIVISION.
       FILE SECTION.
      * One trail at a time is read through this file; each record
      * below is the layout of a trail as its owning program writes it.
       FD  TRILHA-FILE.
       01  TRILHA-LINE            PIC X(130).

      * SIGNON-AUDIT.LOG (MENU).
       01  SIGNON-RECORD.
           05 SG-TIMESTAMP        PIC X(014).
           05 FILLER              PIC X(001).
           05 SG-NOME             PIC X(020).
           05 FILLER              PIC X(001).
           05 SG-RESULTADO        PIC X(020).
           05 FILLER              PIC X(074).

      * CADASTRO-AUDIT.LOG (MANUT-CADASTRO).
       01  CADAUD-RECORD.
           05 CD-TIMESTAMP        PIC X(014).
           05 FILLER              PIC X(001).
           05 CD-OPERADOR         PIC X(020).
           05 FILLER              PIC X(001).
           05 CD-ACAO             PIC X(010).
           05 FILLER              PIC X(001).
           05 CD-NOME             PIC X(020).
           05 FILLER              PIC X(001).
           05 CD-DETALHE          PIC X(032).
           05 FILLER              PIC X(030).

      * MATRATES-AUDIT.LOG (MANUT-TAXAS).
       01  TAXAUD-RECORD.
           05 TX-TIMESTAMP        PIC X(014).
           05 FILLER              PIC X(001).
           05 TX-OPERADOR         PIC X(020).
           05 FILLER              PIC X(001).
           05 TX-ACAO             PIC X(010).
           05 FILLER              PIC X(001).
           05 TX-MATERIAL         PIC X(001).
           05 FILLER              PIC X(001).
           05 TX-VIGENCIA         PIC X(008).
           05 FILLER              PIC X(004).
           05 TX-PRECO-ANT        PIC X(009).
           05 FILLER              PIC X(006).
           05 TX-PRECO-NOVO       PIC X(009).
           05 FILLER              PIC X(045).

      * ORDERS-AUDIT.LOG, CUSTOMERS-AUDIT.LOG, DEPOTS-AUDIT.LOG and
      * PERIODS-AUDIT.LOG share the same heading; the rest of the line
      * is kept as is.
       01  PADRAO-RECORD.
           05 PD-TIMESTAMP        PIC X(014).
           05 FILLER              PIC X(001).
           05 PD-OPERADOR         PIC X(020).
           05 FILLER              PIC X(001).
           05 PD-ACAO             PIC X(010).
           05 FILLER              PIC X(001).
           05 PD-RESTO            PIC X(043).
           05 FILLER              PIC X(040).

      * MATSTOCK-MOVTO.LOG (stock movement trail).
       01  MOVTO-RECORD.
           05 MV-TIMESTAMP        PIC X(014).
           05 FILLER              PIC X(001).
           05 MV-OPERADOR         PIC X(020).
           05 FILLER              PIC X(001).
           05 MV-TIPO             PIC X(010).
           05 FILLER              PIC X(001).
           05 MV-MATERIAL         PIC X(001).
           05 FILLER              PIC X(005).
           05 MV-QTD              PIC X(013).
           05 FILLER              PIC X(007).
           05 MV-SALDO-ANT        PIC X(013).
           05 FILLER              PIC X(004).
           05 MV-SALDO-NOVO       PIC X(013).
           05 FILLER              PIC X(001).
           05 MV-MOTIVO           PIC X(020).
           05 FILLER              PIC X(006).

      * REPRICING-CONTROL.DAT (REPRECIFICACAO).
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
           05 FILLER              PIC X(045).

      * INVENTORY-CONTROL.DAT (INVENTARIO-FISICO).
       01  INVCTL-RECORD.
           05 IV-NUM-INVENTARIO   PIC 9(004).
           05 IV-STATUS           PIC X(001).
               88 IV-ABERTO                  VALUE "A".
               88 IV-LANCADO                 VALUE "L".
               88 IV-CANCELADO               VALUE "C".
           05 IV-TIMESTAMP        PIC X(014).
           05 IV-OPERADOR         PIC X(020).
           05 IV-QTD-MATERIAIS    PIC 9(004).
           05 FILLER              PIC X(087).

      * ESTORNO-CONTROL.DAT (ESTORNO-MOVIMENTO).
       01  ESTCTL-RECORD.
           05 EC-NUM-ORDEM        PIC 9(006).
           05 EC-DATA-MOVTO       PIC X(008).
           05 EC-TIMESTAMP        PIC X(014).
           05 EC-OPERADOR         PIC X(020).
           05 EC-REG-COUNT        PIC 9(006).
           05 FILLER              PIC X(076).

      * RUN-CONTROL.DAT (CALCULO-AREA).
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
           05 FILLER              PIC X(059).

      * JOBSTREAM.LOG (CICLO-NOTURNO).
       01  JOBLOG-RECORD.
           05 JL-TIMESTAMP        PIC X(014).
           05 FILLER              PIC X(001).
           05 JL-DATA-MOVTO       PIC X(008).
           05 FILLER              PIC X(001).
           05 JL-PASSO            PIC 9(001).
           05 FILLER              PIC X(001).
           05 JL-PROGRAMA         PIC X(020).
           05 FILLER              PIC X(001).
           05 JL-EVENTO           PIC X(010).
           05 FILLER              PIC X(001).
           05 JL-RC               PIC 9(003).
           05 FILLER              PIC X(001).
           05 JL-TEXTO            PIC X(040).
           05 FILLER              PIC X(028).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(080).

      * Every selected trail line passes through this sort work as
      * one event, so the listing comes out in timestamp order.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SR-TIMESTAMP        PIC X(014).
           05 SR-OPERADOR         PIC X(020).
           05 SR-ORIGEM           PIC X(008).
           05 SR-TIPO             PIC X(001).
           05 SR-EVENTO           PIC X(010).
           05 SR-COD-EXCECAO      PIC 9(001).
           05 SR-DETALHE          PIC X(065).

       WORKING-STORAGE SECTION.
       77  WS-NOME-TRILHA         PIC X(022) VALUE SPACES.
       77  WS-TRILHA-STATUS       PIC X(002) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(002) VALUE SPACES.
       77  WS-FIM-TRILHA          PIC X(001) VALUE "N".
           88 FIM-TRILHA                     VALUE "Y".
       77  WS-FIM-ORDENADO        PIC X(001) VALUE "N".
           88 FIM-ORDENADO                   VALUE "Y".
       77  WS-ABORT-CONSULTA      PIC X(001) VALUE "N".
           88 ABORT-CONSULTA                 VALUE "Y".
       77  WS-EVENTO-OK           PIC X(001) VALUE "N".
           88 EVENTO-SELECIONADO             VALUE "Y".
       77  WS-OPERADOR            PIC X(020) VALUE SPACES.
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.

       77  WS-FILTRO-OPERADOR     PIC X(020) VALUE SPACES.
       77  WS-DATA-DE             PIC X(008) VALUE SPACES.
       77  WS-DATA-ATE            PIC X(008) VALUE SPACES.
       77  WS-FILTRO-TIPO         PIC X(001) VALUE SPACES.
           88 FILTRO-VALIDO       VALUES " " "A" "C" "P" "O" "L" "D"
                                         "M" "E" "B" "F" "X".
           88 FILTRO-TODOS                   VALUE " ".
           88 FILTRO-EXCECOES                VALUE "X".
       77  WS-DESC-TIPO           PIC X(030) VALUE SPACES.

       77  WS-ORI-SUB             PIC 9(002) COMP VALUE ZEROS.
       77  WS-OPE-SUB             PIC 9(002) COMP VALUE ZEROS.
       77  WS-BUSCA-SUB           PIC 9(002) COMP VALUE ZEROS.
       77  WS-EXC-SUB             PIC 9(001) COMP VALUE ZEROS.
       77  WS-QTD-OPERADORES      PIC 9(002) VALUE ZEROS.
       77  WS-OPE-EXCEDIDO        PIC X(001) VALUE "N".
           88 OPE-EXCEDIDO                   VALUE "Y".
       77  WS-QTD-TIPOS-EXC       PIC 9(001) VALUE ZEROS.
       77  WS-QTD-LISTADOS        PIC 9(006) VALUE ZEROS.
       77  WS-QTD-EXCECOES        PIC 9(006) VALUE ZEROS.
       77  WS-VALOR-ED            PIC -ZZ,ZZZ,ZZ9.99.

       77  WS-LINHAS-PAGINA       PIC 9(002) VALUE 60.
       77  WS-LINHA-ATUAL         PIC 9(002) VALUE 99.
       77  WS-PAGINA              PIC 9(004) VALUE ZEROS.
       01  WS-LINHA-IMPRESSAO     PIC X(080).
       01  WS-CONTROLE-LINE       PIC X(080).

      * The trails, in the order they are read: file name, origin
      * shown on the listing and kind of event for the selection.
       01  WS-TAB-ORIGENS-VALORES.
           05 FILLER              PIC X(031)
               VALUE "SIGNON-AUDIT.LOG      ACESSO  A".
           05 FILLER              PIC X(031)
               VALUE "CADASTRO-AUDIT.LOG    CADASTROC".
           05 FILLER              PIC X(031)
               VALUE "MATRATES-AUDIT.LOG    TAXAS   P".
           05 FILLER              PIC X(031)
               VALUE "REPRICING-CONTROL.DAT REPRECIFP".
           05 FILLER              PIC X(031)
               VALUE "ORDERS-AUDIT.LOG      ORDENS  O".
           05 FILLER              PIC X(031)
               VALUE "CUSTOMERS-AUDIT.LOG   CLIENTESL".
           05 FILLER              PIC X(031)
               VALUE "DEPOTS-AUDIT.LOG      DEPOSITOD".
           05 FILLER              PIC X(031)
               VALUE "MATSTOCK-MOVTO.LOG    ESTOQUE M".
           05 FILLER              PIC X(031)
               VALUE "INVENTORY-CONTROL.DAT INVENTARM".
           05 FILLER              PIC X(031)
               VALUE "ESTORNO-CONTROL.DAT   ESTORNO E".
           05 FILLER              PIC X(031)
               VALUE "RUN-CONTROL.DAT       RUNS    B".
           05 FILLER              PIC X(031)
               VALUE "JOBSTREAM.LOG         CICLO   B".
           05 FILLER              PIC X(031)
               VALUE "PERIODS-AUDIT.LOG     PERIODOSF".
       01  WS-TAB-ORIGENS REDEFINES WS-TAB-ORIGENS-VALORES.
           05 WS-ORI-ENTRY OCCURS 13 TIMES.
               10 WS-ORI-ARQUIVO  PIC X(022).
               10 WS-ORI-NOME     PIC X(008).
               10 WS-ORI-TIPO     PIC X(001).

       01  WS-TAB-CONTAGEM.
           05 WS-CNT-ENTRY OCCURS 13 TIMES.
               10 WS-CNT-SITUACAO PIC X(001).
                   88 CNT-AUSENTE            VALUE "N".
               10 WS-CNT-LIDOS    PIC 9(006).
               10 WS-CNT-SELEC    PIC 9(006).

      * Exception kinds, by SR-COD-EXCECAO.
       01  WS-TAB-EXCECOES-VALORES.
           05 FILLER              PIC X(020)
               VALUE "BLOQUEIO DE ACESSO".
           05 FILLER              PIC X(020)
               VALUE "REPROCESSO FORCADO".
           05 FILLER              PIC X(020)
               VALUE "ESTORNO".
           05 FILLER              PIC X(020)
               VALUE "TAXA RETROATIVA".
           05 FILLER              PIC X(020)
               VALUE "CADASTRO PROPRIO".
           05 FILLER              PIC X(020)
               VALUE "REABERTURA PERIODO".
       01  WS-TAB-EXCECOES REDEFINES WS-TAB-EXCECOES-VALORES.
           05 WS-EXC-NOME OCCURS 6 TIMES PIC X(020).

      * Exceptions per operator, for the closing summary.
       01  WS-TAB-OPERADORES.
           05 WS-OPE-ENTRY OCCURS 50 TIMES.
               10 WS-OPE-NOME     PIC X(020).
               10 WS-OPE-QTD OCCURS 6 TIMES PIC 9(004).

       01  WS-CABECALHO-1.
           05 FILLER              PIC X(034)
               VALUE "CONSULTA CONSOLIDADA DE AUDITORIA".
           05 FILLER              PIC X(032) VALUE SPACES.
           05 FILLER              PIC X(007) VALUE "PAGINA ".
           05 WS-CAB-PAGINA       PIC ZZZ9.
           05 FILLER              PIC X(003) VALUE SPACES.

       01  WS-CABECALHO-2.
           05 FILLER              PIC X(010) VALUE "OPERADOR: ".
           05 WS-CAB-FILTRO-OPER  PIC X(020).
           05 FILLER              PIC X(011) VALUE "  PERIODO: ".
           05 WS-CAB-DATA-DE      PIC X(008).
           05 FILLER              PIC X(003) VALUE " A ".
           05 WS-CAB-DATA-ATE     PIC X(008).
           05 FILLER              PIC X(020) VALUE SPACES.

       01  WS-CABECALHO-3.
           05 FILLER              PIC X(009) VALUE "EVENTOS: ".
           05 WS-CAB-TIPO         PIC X(030).
           05 FILLER              PIC X(014) VALUE " EMITIDO POR: ".
           05 WS-CAB-OPERADOR     PIC X(020).
           05 FILLER              PIC X(007) VALUE SPACES.

       01  WS-CAB-COLUNAS-1.
           05 FILLER              PIC X(015) VALUE "DATA/HORA".
           05 FILLER              PIC X(021) VALUE "OPERADOR".
           05 FILLER              PIC X(009) VALUE "ORIGEM".
           05 FILLER              PIC X(011) VALUE "EVENTO".
           05 FILLER              PIC X(024) VALUE "EXCECAO".

       01  WS-CAB-COLUNAS-2.
           05 FILLER              PIC X(015) VALUE SPACES.
           05 FILLER              PIC X(065) VALUE "DETALHE".

       01  WS-EVENTO-LINE-1.
           05 WS-EVL-TIMESTAMP    PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-EVL-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-EVL-ORIGEM       PIC X(008).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-EVL-EVENTO       PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-EVL-EXCECAO      PIC X(024).

       01  WS-EVENTO-LINE-2.
           05 FILLER              PIC X(015) VALUE SPACES.
           05 WS-EVL-DETALHE      PIC X(065).

       01  WS-CAB-RESUMO-OPER.
           05 FILLER              PIC X(021) VALUE "OPERADOR".
           05 FILLER              PIC X(030)
               VALUE "BLOQ FORC ESTO TAXA PROP REAB".
           05 FILLER              PIC X(029) VALUE SPACES.

       01  WS-LEGENDA-1.
           05 FILLER              PIC X(025)
               VALUE "BLOQ=BLOQUEIO DE ACESSO".
           05 FILLER              PIC X(025)
               VALUE "FORC=REPROCESSO FORCADO".
           05 FILLER              PIC X(030) VALUE "ESTO=ESTORNO".

       01  WS-LEGENDA-2.
           05 FILLER              PIC X(025)
               VALUE "TAXA=TAXA RETROATIVA".
           05 FILLER              PIC X(025)
               VALUE "PROP=CADASTRO PROPRIO".
           05 FILLER              PIC X(030)
               VALUE "REAB=REABERTURA PERIODO".

       01  WS-RESUMO-OPER-LINE.
           05 WS-ROP-NOME         PIC X(020).
           05 WS-ROP-COLUNA OCCURS 6 TIMES.
               10 FILLER          PIC X(001).
               10 WS-ROP-QTD      PIC ZZZ9.
           05 FILLER              PIC X(001).
           05 WS-ROP-NOTA         PIC X(029).

       01  WS-TRILHA-TOTAL-LINE.
           05 WS-TTL-ARQUIVO      PIC X(022).
           05 FILLER              PIC X(007) VALUE " LIDAS ".
           05 WS-TTL-LIDOS        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(015)
               VALUE "  SELECIONADAS ".
           05 WS-TTL-SELEC        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-TTL-SITUACAO     PIC X(020).

       LINKAGE SECTION.
       01  LS-NOME                PIC X(020).

       PROCEDURE DIVISION USING LS-NOME.
       INICIO.
           MOVE LS-NOME TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               MOVE "AUDITORIA" TO WS-OPERADOR
           END-IF
           PERFORM 050-INICIALIZA-VARIAVEIS
           PERFORM 100-ACEITA-PARAMETROS
           IF NOT ABORT-CONSULTA
               OPEN OUTPUT REPORT-FILE
               SORT SORT-WORK
                   ON ASCENDING KEY SR-TIMESTAMP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 200-SELECIONA-EVENTOS
                   OUTPUT PROCEDURE IS 400-EMITE-LISTAGEM
               PERFORM 800-IMPRIME-RESUMO
               CLOSE REPORT-FILE
               DISPLAY "Eventos listados: " WS-QTD-LISTADOS
                   "  excecoes: " WS-QTD-EXCECOES
                   " - CONSULTA-AUDITORIA.RPT"
           END-IF
           GOBACK.

       050-INICIALIZA-VARIAVEIS.
           MOVE "N" TO WS-ABORT-CONSULTA
           MOVE ZEROS TO WS-PAGINA
           MOVE 99 TO WS-LINHA-ATUAL
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE ZEROS TO WS-QTD-EXCECOES
           MOVE ZEROS TO WS-QTD-OPERADORES
           MOVE "N" TO WS-OPE-EXCEDIDO
           PERFORM VARYING WS-ORI-SUB FROM 1 BY 1
                   UNTIL WS-ORI-SUB > 13
               MOVE "S"   TO WS-CNT-SITUACAO(WS-ORI-SUB)
               MOVE ZEROS TO WS-CNT-LIDOS(WS-ORI-SUB)
               MOVE ZEROS TO WS-CNT-SELEC(WS-ORI-SUB)
           END-PERFORM.

       100-ACEITA-PARAMETROS.
           DISPLAY " "
           DISPLAY "===== CONSULTA DE AUDITORIA (" WS-OPERADOR ") ====="
           DISPLAY "Operador (branco = todos): "
           ACCEPT WS-FILTRO-OPERADOR
           DISPLAY "Data inicial (AAAAMMDD, branco = desde o inicio): "
           ACCEPT WS-DATA-DE
           DISPLAY "Data final   (AAAAMMDD, branco = hoje): "
           ACCEPT WS-DATA-ATE
           DISPLAY "Tipo de evento:"
           DISPLAY "  A - Acessos (sign-on)"
           DISPLAY "  C - Cadastro de operadores"
           DISPLAY "  P - Taxas e reprecificacao"
           DISPLAY "  O - Ordens e orcamentos"
           DISPLAY "  L - Clientes e acordos"
           DISPLAY "  D - Depositos"
           DISPLAY "  M - Estoque e inventario"
           DISPLAY "  E - Estornos"
           DISPLAY "  B - Execucoes batch"
           DISPLAY "  F - Periodos contabeis"
           DISPLAY "  X - Somente excecoes"
           DISPLAY "Escolha (branco = todos): "
           ACCEPT WS-FILTRO-TIPO
           INSPECT WS-FILTRO-TIPO CONVERTING "acpoldmebfx"
               TO "ACPOLDMEBFX"
           IF WS-DATA-DE = SPACES
               MOVE "00000000" TO WS-DATA-DE
           END-IF
           IF WS-DATA-ATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-DATA-ATE
           END-IF
           IF WS-DATA-DE NOT NUMERIC
                   OR WS-DATA-ATE NOT NUMERIC
                   OR WS-DATA-DE > WS-DATA-ATE
                   OR NOT FILTRO-VALIDO
               DISPLAY "*** PARAMETROS INVALIDOS - CONSULTA "
                   "CANCELADA ***"
               SET ABORT-CONSULTA TO TRUE
           ELSE
               PERFORM 110-DESCREVE-FILTRO
           END-IF.

       110-DESCREVE-FILTRO.
           EVALUATE WS-FILTRO-TIPO
               WHEN "A"
                   MOVE "ACESSOS (SIGN-ON)"      TO WS-DESC-TIPO
               WHEN "C"
                   MOVE "CADASTRO DE OPERADORES" TO WS-DESC-TIPO
               WHEN "P"
                   MOVE "TAXAS E REPRECIFICACAO" TO WS-DESC-TIPO
               WHEN "O"
                   MOVE "ORDENS E ORCAMENTOS"    TO WS-DESC-TIPO
               WHEN "L"
                   MOVE "CLIENTES E ACORDOS"     TO WS-DESC-TIPO
               WHEN "D"
                   MOVE "DEPOSITOS"              TO WS-DESC-TIPO
               WHEN "M"
                   MOVE "ESTOQUE E INVENTARIO"   TO WS-DESC-TIPO
               WHEN "E"
                   MOVE "ESTORNOS"               TO WS-DESC-TIPO
               WHEN "B"
                   MOVE "EXECUCOES BATCH"        TO WS-DESC-TIPO
               WHEN "F"
                   MOVE "PERIODOS CONTABEIS"     TO WS-DESC-TIPO
               WHEN "X"
                   MOVE "SOMENTE EXCECOES"       TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE "TODOS"                  TO WS-DESC-TIPO
           END-EVALUATE.

      ******************************************************************
      * Input procedure: every trail is read in turn and each line is
      * turned into one event and released when it passes the filters.
      * A trail that does not exist yet is simply noted as absent.
      ******************************************************************
       200-SELECIONA-EVENTOS.
           PERFORM 210-LE-TRILHA
               VARYING WS-ORI-SUB FROM 1 BY 1
               UNTIL WS-ORI-SUB > 13.

       210-LE-TRILHA.
           MOVE WS-ORI-ARQUIVO(WS-ORI-SUB) TO WS-NOME-TRILHA
           MOVE "N" TO WS-FIM-TRILHA
           OPEN INPUT TRILHA-FILE
           IF WS-TRILHA-STATUS = "00"
               PERFORM 220-LE-LINHA UNTIL FIM-TRILHA
               CLOSE TRILHA-FILE
           ELSE
               MOVE "N" TO WS-CNT-SITUACAO(WS-ORI-SUB)
           END-IF.

       220-LE-LINHA.
           READ TRILHA-FILE
               AT END
                   SET FIM-TRILHA TO TRUE
               NOT AT END
                   IF TRILHA-LINE NOT = SPACES
                       PERFORM 230-MONTA-EVENTO
                   END-IF
           END-READ.

       230-MONTA-EVENTO.
           ADD 1 TO WS-CNT-LIDOS(WS-ORI-SUB)
           MOVE SPACES TO SORT-RECORD
           MOVE ZERO TO SR-COD-EXCECAO
           MOVE WS-ORI-NOME(WS-ORI-SUB) TO SR-ORIGEM
           MOVE WS-ORI-TIPO(WS-ORI-SUB) TO SR-TIPO
           EVALUATE WS-ORI-SUB
               WHEN 1
                   PERFORM 310-EVENTO-ACESSO
               WHEN 2
                   PERFORM 315-EVENTO-CADASTRO
               WHEN 3
                   PERFORM 320-EVENTO-TAXA
               WHEN 4
                   PERFORM 325-EVENTO-REPRECIFICACAO
               WHEN 5
               WHEN 6
               WHEN 7
                   PERFORM 330-EVENTO-PADRAO
               WHEN 8
                   PERFORM 335-EVENTO-ESTOQUE
               WHEN 9
                   PERFORM 340-EVENTO-INVENTARIO
               WHEN 10
                   PERFORM 345-EVENTO-ESTORNO
               WHEN 11
                   PERFORM 350-EVENTO-RUN
               WHEN 12
                   PERFORM 355-EVENTO-CICLO
               WHEN 13
                   PERFORM 360-EVENTO-PERIODO
           END-EVALUATE
           PERFORM 290-FILTRA-EVENTO
           IF EVENTO-SELECIONADO
               ADD 1 TO WS-CNT-SELEC(WS-ORI-SUB)
               RELEASE SORT-RECORD
           END-IF.

       290-FILTRA-EVENTO.
           SET EVENTO-SELECIONADO TO TRUE
           IF SR-TIMESTAMP = SPACES
               MOVE "N" TO WS-EVENTO-OK
           END-IF
           IF WS-FILTRO-OPERADOR NOT = SPACES
                   AND SR-OPERADOR NOT = WS-FILTRO-OPERADOR
               MOVE "N" TO WS-EVENTO-OK
           END-IF
           IF SR-TIMESTAMP(1:8) < WS-DATA-DE
                   OR SR-TIMESTAMP(1:8) > WS-DATA-ATE
               MOVE "N" TO WS-EVENTO-OK
           END-IF
           IF FILTRO-EXCECOES
               IF SR-COD-EXCECAO = ZERO
                   MOVE "N" TO WS-EVENTO-OK
               END-IF
           ELSE
               IF NOT FILTRO-TODOS
                       AND SR-TIPO NOT = WS-FILTRO-TIPO
                   MOVE "N" TO WS-EVENTO-OK
               END-IF
           END-IF.

      * Sign-on attempts: the operator is the name that tried to sign
      * on.  A lock applied by the third wrong credential, and any
      * later attempt on the locked record, are lockout exceptions.
       310-EVENTO-ACESSO.
           MOVE SG-TIMESTAMP TO SR-TIMESTAMP
           MOVE SG-NOME      TO SR-OPERADOR
           MOVE "SIGN-ON"    TO SR-EVENTO
           MOVE SG-RESULTADO TO SR-DETALHE
           IF SG-RESULTADO = "BLOQUEIO APLICADO"
                   OR SG-RESULTADO = "BLOQUEADO"
               MOVE 1 TO SR-COD-EXCECAO
           END-IF.

      * Roster maintenance: a supervisor changing their own record is
      * flagged.
       315-EVENTO-CADASTRO.
           MOVE CD-TIMESTAMP TO SR-TIMESTAMP
           MOVE CD-OPERADOR  TO SR-OPERADOR
           MOVE CD-ACAO      TO SR-EVENTO
           STRING CD-NOME " " CD-DETALHE
               DELIMITED BY SIZE INTO SR-DETALHE
           IF CD-NOME = CD-OPERADOR
               MOVE 5 TO SR-COD-EXCECAO
           END-IF.

      * Rate maintenance: an inclusion or correction whose vigencia is
      * earlier than the day it was made reprices days already billed.
       320-EVENTO-TAXA.
           MOVE TX-TIMESTAMP TO SR-TIMESTAMP
           MOVE TX-OPERADOR  TO SR-OPERADOR
           MOVE TX-ACAO      TO SR-EVENTO
           STRING "MATERIAL " TX-MATERIAL " VIGENCIA " TX-VIGENCIA
               " DE " TX-PRECO-ANT " PARA " TX-PRECO-NOVO
               DELIMITED BY SIZE INTO SR-DETALHE
           IF (TX-ACAO = "INCLUSAO" OR TX-ACAO = "ALTERACAO")
                   AND TX-VIGENCIA NUMERIC
                   AND TX-VIGENCIA < TX-TIMESTAMP(1:8)
               MOVE 4 TO SR-COD-EXCECAO
           END-IF.

       325-EVENTO-REPRECIFICACAO.
           MOVE RP-TIMESTAMP TO SR-TIMESTAMP
           MOVE RP-OPERADOR  TO SR-OPERADOR
           MOVE "REPRECIFIC" TO SR-EVENTO
           MOVE RP-DIFERENCA TO WS-VALOR-ED
           STRING "MATERIAL " RP-MATERIAL " " RP-DATA-DE " A "
               RP-DATA-ATE " PAINEIS " RP-REG-COUNT
               " DIF " WS-VALOR-ED
               DELIMITED BY SIZE INTO SR-DETALHE.

       330-EVENTO-PADRAO.
           MOVE PD-TIMESTAMP TO SR-TIMESTAMP
           MOVE PD-OPERADOR  TO SR-OPERADOR
           MOVE PD-ACAO      TO SR-EVENTO
           MOVE PD-RESTO     TO SR-DETALHE.

       335-EVENTO-ESTOQUE.
           MOVE MV-TIMESTAMP TO SR-TIMESTAMP
           MOVE MV-OPERADOR  TO SR-OPERADOR
           MOVE MV-TIPO      TO SR-EVENTO
           STRING "MATERIAL " MV-MATERIAL " QTD " MV-QTD
               " SALDO " MV-SALDO-NOVO " " MV-MOTIVO
               DELIMITED BY SIZE INTO SR-DETALHE.

       340-EVENTO-INVENTARIO.
           MOVE IV-TIMESTAMP TO SR-TIMESTAMP
           MOVE IV-OPERADOR  TO SR-OPERADOR
           EVALUATE TRUE
               WHEN IV-ABERTO
                   MOVE "ABERTURA"   TO SR-EVENTO
               WHEN IV-LANCADO
                   MOVE "LANCAMENTO" TO SR-EVENTO
               WHEN IV-CANCELADO
                   MOVE "CANCELA"    TO SR-EVENTO
               WHEN OTHER
                   MOVE IV-STATUS    TO SR-EVENTO
           END-EVALUATE
           STRING "INVENTARIO " IV-NUM-INVENTARIO
               " MATERIAIS " IV-QTD-MATERIAIS
               DELIMITED BY SIZE INTO SR-DETALHE.

       345-EVENTO-ESTORNO.
           MOVE EC-TIMESTAMP TO SR-TIMESTAMP
           MOVE EC-OPERADOR  TO SR-OPERADOR
           MOVE "ESTORNO"    TO SR-EVENTO
           STRING "ORDEM " EC-NUM-ORDEM " MOVIMENTO " EC-DATA-MOVTO
               " PAINEIS " EC-REG-COUNT
               DELIMITED BY SIZE INTO SR-DETALHE
           MOVE 3 TO SR-COD-EXCECAO.

       350-EVENTO-RUN.
           MOVE RC-TIMESTAMP TO SR-TIMESTAMP
           MOVE RC-RUN-BY    TO SR-OPERADOR
           EVALUATE TRUE
               WHEN RC-INICIADA
                   MOVE "INICIO RUN" TO SR-EVENTO
               WHEN RC-CONCLUIDA
                   MOVE "CONCLUIDO"  TO SR-EVENTO
               WHEN RC-FORCADA
                   MOVE "FORCADO"    TO SR-EVENTO
                   MOVE 2 TO SR-COD-EXCECAO
               WHEN OTHER
                   MOVE RC-STATUS    TO SR-EVENTO
           END-EVALUATE
           STRING "MOVIMENTO " RC-DATA-MOVIMENTO
               " REGISTROS " RC-REC-COUNT
               DELIMITED BY SIZE INTO SR-DETALHE.

       355-EVENTO-CICLO.
           MOVE JL-TIMESTAMP    TO SR-TIMESTAMP
           MOVE "CICLO-NOTURNO" TO SR-OPERADOR
           MOVE JL-EVENTO       TO SR-EVENTO
           STRING "MOVIMENTO " JL-DATA-MOVTO " PASSO " JL-PASSO
                   " RC " JL-RC " " DELIMITED BY SIZE
               JL-PROGRAMA DELIMITED BY SPACE
               " " JL-TEXTO DELIMITED BY SIZE
               INTO SR-DETALHE.

      * Period calendar: reopening a closed accounting period lets its
      * numbers move again.
       360-EVENTO-PERIODO.
           PERFORM 330-EVENTO-PADRAO
           IF PD-ACAO = "REABERTURA"
               MOVE 6 TO SR-COD-EXCECAO
           END-IF.

      ******************************************************************
      * Output procedure: the events come back in timestamp order and
      * are printed two lines each; exceptions are also shown on the
      * screen and counted per operator.
      ******************************************************************
       400-EMITE-LISTAGEM.
           MOVE "N" TO WS-FIM-ORDENADO
           PERFORM 410-RETORNA-EVENTO UNTIL FIM-ORDENADO
           IF WS-QTD-LISTADOS = ZEROS
               MOVE "NENHUM EVENTO ATENDE A SELECAO."
                   TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF.

       410-RETORNA-EVENTO.
           RETURN SORT-WORK
               AT END
                   SET FIM-ORDENADO TO TRUE
               NOT AT END
                   PERFORM 420-IMPRIME-EVENTO
           END-RETURN.

       420-IMPRIME-EVENTO.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE SR-TIMESTAMP TO WS-EVL-TIMESTAMP
           MOVE SR-OPERADOR  TO WS-EVL-OPERADOR
           MOVE SR-ORIGEM    TO WS-EVL-ORIGEM
           MOVE SR-EVENTO    TO WS-EVL-EVENTO
           MOVE SPACES       TO WS-EVL-EXCECAO
           IF SR-COD-EXCECAO > ZERO
               ADD 1 TO WS-QTD-EXCECOES
               STRING "** " WS-EXC-NOME(SR-COD-EXCECAO)
                   DELIMITED BY SIZE INTO WS-EVL-EXCECAO
               PERFORM 430-ACUMULA-OPERADOR
               DISPLAY "*** EXCECAO: " SR-TIMESTAMP " "
                   SR-OPERADOR " " WS-EXC-NOME(SR-COD-EXCECAO)
           END-IF
           MOVE SR-DETALHE TO WS-EVL-DETALHE
           IF WS-LINHA-ATUAL + 1 >= WS-LINHAS-PAGINA
               MOVE 99 TO WS-LINHA-ATUAL
           END-IF
           MOVE WS-EVENTO-LINE-1 TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE WS-EVENTO-LINE-2 TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       430-ACUMULA-OPERADOR.
           MOVE ZEROS TO WS-OPE-SUB
           PERFORM VARYING WS-BUSCA-SUB FROM 1 BY 1
                   UNTIL WS-BUSCA-SUB > WS-QTD-OPERADORES
                      OR WS-OPE-SUB > ZEROS
               IF WS-OPE-NOME(WS-BUSCA-SUB) = SR-OPERADOR
                   MOVE WS-BUSCA-SUB TO WS-OPE-SUB
               END-IF
           END-PERFORM
           IF WS-OPE-SUB = ZEROS
               IF WS-QTD-OPERADORES < 50
                   ADD 1 TO WS-QTD-OPERADORES
                   MOVE WS-QTD-OPERADORES TO WS-OPE-SUB
                   MOVE SR-OPERADOR TO WS-OPE-NOME(WS-OPE-SUB)
                   PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                           UNTIL WS-EXC-SUB > 6
                       MOVE ZEROS TO WS-OPE-QTD(WS-OPE-SUB, WS-EXC-SUB)
                   END-PERFORM
               ELSE
                   SET OPE-EXCEDIDO TO TRUE
               END-IF
           END-IF
           IF WS-OPE-SUB > ZEROS
               ADD 1 TO WS-OPE-QTD(WS-OPE-SUB, SR-COD-EXCECAO)
           END-IF.

       705-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-CAB-PAGINA
           IF WS-FILTRO-OPERADOR = SPACES
               MOVE "(TODOS)" TO WS-CAB-FILTRO-OPER
           ELSE
               MOVE WS-FILTRO-OPERADOR TO WS-CAB-FILTRO-OPER
           END-IF
           MOVE WS-DATA-DE TO WS-CAB-DATA-DE
           MOVE WS-DATA-ATE TO WS-CAB-DATA-ATE
           MOVE WS-DESC-TIPO TO WS-CAB-TIPO
           MOVE WS-OPERADOR TO WS-CAB-OPERADOR
           WRITE REPORT-LINE FROM WS-CABECALHO-1
           WRITE REPORT-LINE FROM WS-CABECALHO-2
           WRITE REPORT-LINE FROM WS-CABECALHO-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CAB-COLUNAS-1
           WRITE REPORT-LINE FROM WS-CAB-COLUNAS-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 7 TO WS-LINHA-ATUAL.

       710-GRAVA-LINHA-RELATORIO.
           IF WS-LINHA-ATUAL >= WS-LINHAS-PAGINA
               PERFORM 705-IMPRIME-CABECALHO
           END-IF
           WRITE REPORT-LINE FROM WS-LINHA-IMPRESSAO
           ADD 1 TO WS-LINHA-ATUAL.

      ******************************************************************
      * Closing summary: totals, exceptions per operator (anyone with
      * more than one kind of exception in the period is marked) and
      * the lines read and selected from each trail.
      ******************************************************************
       800-IMPRIME-RESUMO.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "EVENTOS LISTADOS: " WS-QTD-LISTADOS
               "  EXCECOES: " WS-QTD-EXCECOES
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           IF WS-QTD-OPERADORES > ZEROS
               PERFORM 810-IMPRIME-EXCECOES-OPERADOR
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE "TRILHAS CONSULTADAS" TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-ORI-SUB FROM 1 BY 1
                   UNTIL WS-ORI-SUB > 13
               MOVE WS-ORI-ARQUIVO(WS-ORI-SUB) TO WS-TTL-ARQUIVO
               MOVE WS-CNT-LIDOS(WS-ORI-SUB)   TO WS-TTL-LIDOS
               MOVE WS-CNT-SELEC(WS-ORI-SUB)   TO WS-TTL-SELEC
               IF CNT-AUSENTE(WS-ORI-SUB)
                   MOVE "*NAO ENCONTRADA*" TO WS-TTL-SITUACAO
               ELSE
                   MOVE SPACES TO WS-TTL-SITUACAO
               END-IF
               MOVE WS-TRILHA-TOTAL-LINE TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-PERFORM
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE "*** FIM DO RELATORIO ***" TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       810-IMPRIME-EXCECOES-OPERADOR.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE "EXCECOES POR OPERADOR" TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE WS-LEGENDA-1 TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE WS-LEGENDA-2 TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE WS-CAB-RESUMO-OPER TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-OPE-SUB FROM 1 BY 1
                   UNTIL WS-OPE-SUB > WS-QTD-OPERADORES
               PERFORM 820-IMPRIME-OPERADOR
           END-PERFORM
           IF OPE-EXCEDIDO
               MOVE "*** MAIS DE 50 OPERADORES - RESUMO INCOMPLETO ***"
                   TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           END-IF.

       820-IMPRIME-OPERADOR.
           MOVE SPACES TO WS-RESUMO-OPER-LINE
           MOVE WS-OPE-NOME(WS-OPE-SUB) TO WS-ROP-NOME
           MOVE ZEROS TO WS-QTD-TIPOS-EXC
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > 6
               MOVE WS-OPE-QTD(WS-OPE-SUB, WS-EXC-SUB)
                   TO WS-ROP-QTD(WS-EXC-SUB)
               IF WS-OPE-QTD(WS-OPE-SUB, WS-EXC-SUB) > ZEROS
                   ADD 1 TO WS-QTD-TIPOS-EXC
               END-IF
           END-PERFORM
           IF WS-QTD-TIPOS-EXC > 1
               MOVE "<- MAIS DE UM TIPO DE EXCECAO"
                   TO WS-ROP-NOTA
               DISPLAY "*** " WS-OPE-NOME(WS-OPE-SUB)
                   " TEM EXCECOES DE " WS-QTD-TIPOS-EXC
                   " TIPOS NO PERIODO ***"
           END-IF
           MOVE WS-RESUMO-OPER-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       END PROGRAM CONSULTA-AUDITORIA.
