      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Overdue purchase requisitions report.  Walks the
      *            REQUISITIONS.DAT requisition master (raised by
      *            CALCULO-AREA when a material falls below its
      *            reorder point and closed by the receipts posted in
      *            MANUT-ESTOQUE) and lists to
      *            REQUISICOES-VENCIDAS.RPT every requisition still
      *            open or partly received whose expected date (the
      *            emission date plus the material's lead time) is
      *            before the reference date, with the supplier, the
      *            quantity still to be received and the days late,
      *            so purchasing can chase the supplier before the
      *            floor runs out of sheet.  The reference date
      *            defaults to today but follows the
      *            CALCULO-AREA-DATA-MOVTO environment value
      *            (AAAAMMDD) when set, so the report can be rerun for
      *            the movement date of a given night.  The operator
      *            comes from the CALCULO-AREA-RUN-BY environment
      *            value set by MENU.  The report is paginated like
      *            the other listings and closed by a FIM DO
      *            RELATORIO marker.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUISICOES-VENCIDAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO "REQUISITIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-REQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REQUISICOES-VENCIDAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-REQ-STATUS          PIC X(002) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(002) VALUE SPACES.
       77  WS-FIM-ARQUIVO         PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                    VALUE "Y".
       77  WS-DATA-REFERENCIA     PIC X(008) VALUE SPACES.
       77  WS-ENV-DATA-MOVTO      PIC X(008) VALUE SPACES.
       77  WS-OPERADOR            PIC X(020) VALUE "BATCH".
       77  WS-ENV-RUN-BY          PIC X(020) VALUE SPACES.
       77  WS-DATA-NUMERICA       PIC 9(008) VALUE ZEROS.
       77  WS-DIAS-ATRASO         PIC S9(005) VALUE ZEROS.
       77  WS-QTD-SALDO           PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-REGS-LIDOS          PIC 9(006) VALUE ZEROS.
       77  WS-QTD-PENDENTES       PIC 9(006) VALUE ZEROS.
       77  WS-QTD-VENCIDAS        PIC 9(006) VALUE ZEROS.

       77  WS-LINHAS-PAGINA       PIC 9(002) VALUE 60.
       77  WS-LINHA-ATUAL         PIC 9(002) VALUE 99.
       77  WS-PAGINA              PIC 9(004) VALUE ZEROS.
       01  WS-LINHA-IMPRESSAO     PIC X(080).
       01  WS-CONTROLE-LINE       PIC X(080).

       01  WS-CABECALHO-1.
           05 FILLER              PIC X(034)
               VALUE "REQUISICOES DE COMPRA VENCIDAS".
           05 FILLER              PIC X(032) VALUE SPACES.
           05 FILLER              PIC X(007) VALUE "PAGINA ".
           05 WS-CAB-PAGINA       PIC ZZZ9.
           05 FILLER              PIC X(003) VALUE SPACES.

       01  WS-CABECALHO-2.
           05 FILLER              PIC X(012) VALUE "REFERENCIA: ".
           05 WS-CAB-DATA         PIC X(008).
           05 FILLER              PIC X(012) VALUE "  OPERADOR: ".
           05 WS-CAB-OPERADOR     PIC X(020).
           05 FILLER              PIC X(028) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(011) VALUE "REQUISICAO".
           05 FILLER              PIC X(011) VALUE "FORNECEDOR".
           05 FILLER              PIC X(013) VALUE "     PEDIDO".
           05 FILLER              PIC X(013) VALUE "      SALDO".
           05 FILLER              PIC X(009) VALUE " PREVISTA".
           05 FILLER              PIC X(007) VALUE " ATRASO".
           05 FILLER              PIC X(016) VALUE " SITUACAO".

       01  WS-DETALHE-LINE.
           05 WS-DET-MATERIAL     PIC X(001).
           05 FILLER              PIC X(001) VALUE "-".
           05 WS-DET-EMISSAO      PIC X(008).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-FORNECEDOR   PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-PEDIDA       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-SALDO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-PREVISTA     PIC X(008).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-ATRASO       PIC ZZ,ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DET-SITUACAO     PIC X(016).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 050-INICIALIZA-VARIAVEIS
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT REQUISITION-FILE
           IF WS-REQ-STATUS NOT = "00"
               MOVE "NENHUMA REQUISICAO DE COMPRA REGISTRADA."
                   TO WS-LINHA-IMPRESSAO
               PERFORM 710-GRAVA-LINHA-RELATORIO
           ELSE
               MOVE LOW-VALUES TO RQ-CHAVE
               START REQUISITION-FILE KEY NOT < RQ-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               PERFORM 200-AVALIA-REQUISICAO UNTIL FIM-ARQUIVO
               CLOSE REQUISITION-FILE
           END-IF
           PERFORM 800-IMPRIME-TOTAIS
           CLOSE REPORT-FILE
           DISPLAY "Requisicoes em aberto: " WS-QTD-PENDENTES
               "  vencidas: " WS-QTD-VENCIDAS
               " - REQUISICOES-VENCIDAS.RPT"
           GOBACK.

       050-INICIALIZA-VARIAVEIS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO WS-PAGINA
           MOVE 99 TO WS-LINHA-ATUAL
           MOVE ZEROS TO WS-REGS-LIDOS
           MOVE ZEROS TO WS-QTD-PENDENTES
           MOVE ZEROS TO WS-QTD-VENCIDAS
           MOVE "BATCH" TO WS-OPERADOR
           DISPLAY "CALCULO-AREA-RUN-BY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-RUN-BY FROM ENVIRONMENT-VALUE
           IF WS-ENV-RUN-BY NOT = SPACES
               MOVE WS-ENV-RUN-BY TO WS-OPERADOR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REFERENCIA
           DISPLAY "CALCULO-AREA-DATA-MOVTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-DATA-MOVTO FROM ENVIRONMENT-VALUE
           IF WS-ENV-DATA-MOVTO NOT = SPACES
               IF WS-ENV-DATA-MOVTO NUMERIC
                   MOVE WS-ENV-DATA-MOVTO TO WS-DATA-REFERENCIA
               ELSE
                   DISPLAY "*** AVISO: CALCULO-AREA-DATA-MOVTO "
                       "INVALIDA (" WS-ENV-DATA-MOVTO
                       ") - USANDO DATA DO DIA ***"
               END-IF
           END-IF.

       200-AVALIA-REQUISICAO.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGS-LIDOS
                   IF RQ-ABERTA OR RQ-PARCIAL
                       ADD 1 TO WS-QTD-PENDENTES
                       IF RQ-DATA-PREVISTA < WS-DATA-REFERENCIA
                           ADD 1 TO WS-QTD-VENCIDAS
                           PERFORM 210-IMPRIME-VENCIDA
                       END-IF
                   END-IF
           END-READ.

       210-IMPRIME-VENCIDA.
           MOVE WS-DATA-REFERENCIA TO WS-DATA-NUMERICA
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
           MOVE RQ-DATA-PREVISTA TO WS-DATA-NUMERICA
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-ATRASO
               - FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
           COMPUTE WS-QTD-SALDO = RQ-QTD-PEDIDA - RQ-QTD-RECEBIDA
           MOVE RQ-MATERIAL      TO WS-DET-MATERIAL
           MOVE RQ-DATA-EMISSAO  TO WS-DET-EMISSAO
           MOVE RQ-FORNECEDOR    TO WS-DET-FORNECEDOR
           MOVE RQ-QTD-PEDIDA    TO WS-DET-PEDIDA
           MOVE WS-QTD-SALDO     TO WS-DET-SALDO
           MOVE RQ-DATA-PREVISTA TO WS-DET-PREVISTA
           MOVE WS-DIAS-ATRASO   TO WS-DET-ATRASO
           IF RQ-PARCIAL
               MOVE "PARCIAL" TO WS-DET-SITUACAO
           ELSE
               MOVE "EM ABERTO" TO WS-DET-SITUACAO
           END-IF
           MOVE WS-DETALHE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       800-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "REQUISICOES LIDAS: " WS-REGS-LIDOS
               "  EM ABERTO: " WS-QTD-PENDENTES
               "  VENCIDAS: " WS-QTD-VENCIDAS
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           MOVE WS-CONTROLE-LINE TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE "*** FIM DO RELATORIO ***" TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       705-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-CAB-PAGINA
           MOVE WS-DATA-REFERENCIA TO WS-CAB-DATA
           MOVE WS-OPERADOR TO WS-CAB-OPERADOR
           WRITE REPORT-LINE FROM WS-CABECALHO-1
           WRITE REPORT-LINE FROM WS-CABECALHO-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CAB-COLUNAS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINHA-ATUAL.

       710-GRAVA-LINHA-RELATORIO.
           IF WS-LINHA-ATUAL >= WS-LINHAS-PAGINA
               PERFORM 705-IMPRIME-CABECALHO
           END-IF
           WRITE REPORT-LINE FROM WS-LINHA-IMPRESSAO
           ADD 1 TO WS-LINHA-ATUAL.

       END PROGRAM REQUISICOES-VENCIDAS.
