      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Quotations for sales: prices a prospective panel
      *            list before the customer signs, without drawing
      *            stock, writing AREA-HISTORY.LOG, producing
      *            BILLING-EXTRACT.DAT or registering RUN-CONTROL.DAT.
      *            Generating a quotation asks for the customer (a
      *            code of the CUSTOMERS.DAT master, whose price
      *            agreements then apply, or the name of a prospect
      *            not yet registered), the validity in days (default
      *            30) and the panel list file (default ORCAMENTO.DAT,
      *            in the PANELS.DAT detail layout with no order
      *            number needed), and calls CALCULO-AREA in quotation
      *            mode (CALCULO-AREA-ORCAMENTO = "S"), so the areas
      *            and the effective-dated rates are computed by the
      *            very same paragraphs that bill the panels.  The
      *            priced panels come back on ORCAMENTO.TMP and are
      *            summed up by material into a numbered quotation:
      *            the header on QUOTES.DAT (customer, issue and
      *            validity dates, totals, status) and one line per
      *            material on QUOTE-LINES.DAT (panels, area, rate,
      *            price basis, value).  The quotation document is
      *            printed to ORCAMENTO-nnnnnn.RPT (nnnnnn = quotation
      *            number) and can be reprinted at any time.
      *            When the customer accepts, a supervisor converts
      *            the quotation into a new job order on ORDERS.DAT
      *            in one step: the order takes the next free order
      *            number and the customer code (a prospect must be
      *            registered first in MANUT-CLIENTES and its code is
      *            asked for), the opening is logged to
      *            ORDERS-AUDIT.LOG as MANUT-ORDENS does and the
      *            quotation is marked converted with the order
      *            number.  A quotation past its validity date can no
      *            longer be converted and is listed on the expired
      *            quotations report ORCAMENTOS-VENCIDOS.RPT.
      *            Generating, consulting, printing and listing are
      *            open to every operator; the conversion is
      *            supervisor-only (the session level is received
      *            from MENU as a second parameter).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO "QUOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-NUM-ORCAMENTO
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT QUOTE-LINE-FILE ASSIGN TO "QUOTE-LINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-CHAVE
               FILE STATUS IS WS-QLINE-STATUS.

           SELECT QUOTE-WORK ASSIGN TO "ORCAMENTO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTEWORK-STATUS.

           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JO-NUM-ORDEM
               FILE STATUS IS WS-ORDERS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ORDERS-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DOCUMENT-FILE ASSIGN USING WS-NOME-DOCUMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ORCAMENTOS-VENCIDOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Quotation header: one record per quotation number.
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           05 QT-NUM-ORCAMENTO    PIC 9(006).
           05 QT-COD-CLIENTE      PIC X(006).
           05 QT-CLIENTE          PIC X(040).
           05 QT-DATA-EMISSAO     PIC X(008).
           05 QT-DATA-VALIDADE    PIC X(008).
           05 QT-STATUS           PIC X(001).
               88 QT-EMITIDO                 VALUE "E".
               88 QT-CONVERTIDO              VALUE "A".
           05 QT-QTD-PAINEIS      PIC 9(006).
           05 QT-QTD-REJEITADOS   PIC 9(006).
           05 QT-AREA-TOTAL       PIC 9(009)V9(002).
           05 QT-CUSTO-TOTAL      PIC 9(011)V9(002).
           05 QT-EMITIDO-POR      PIC X(020).
           05 QT-ARQUIVO-ORIGEM   PIC X(020).
           05 QT-NUM-ORDEM        PIC 9(006).
           05 QT-DATA-CONVERSAO   PIC X(008).
           05 QT-CONVERTIDO-POR   PIC X(020).

      * Quotation lines: one record per quotation and material.
       FD  QUOTE-LINE-FILE.
       01  QUOTE-LINE-RECORD.
           05 QL-CHAVE.
               10 QL-NUM-ORCAMENTO PIC 9(006).
               10 QL-MATERIAL     PIC X(001).
           05 QL-QTD-PAINEIS      PIC 9(006).
           05 QL-AREA             PIC 9(009)V9(002).
           05 QL-TAXA             PIC 9(005)V9(002).
           05 QL-BASE             PIC X(001).
           05 QL-CUSTO            PIC 9(011)V9(002).

      * Priced panels written by CALCULO-AREA in quotation mode.
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

       FD  ORDERS-FILE.
       01  ORDERS-RECORD.
           05 JO-NUM-ORDEM        PIC 9(006).
           05 JO-CLIENTE          PIC X(020).
           05 JO-STATUS           PIC X(001).
               88 JO-ABERTA                  VALUE "A".
           05 JO-DATA-ABERTURA    PIC X(008).
           05 JO-DATA-ENCERRAMENTO PIC X(008).
           05 JO-COD-CLIENTE      PIC X(006).

      * Customer master (maintained by MANUT-CLIENTES).
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CL-CODIGO           PIC X(006).
           05 CL-NOME             PIC X(040).
           05 CL-CNPJ             PIC X(014).
           05 CL-STATUS           PIC X(001).
               88 CL-ATIVO                   VALUE "A".
           05 CL-DATA-CADASTRO    PIC X(008).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(090).

       FD  DOCUMENT-FILE.
       01  DOCUMENT-LINE          PIC X(080).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-QUOTE-STATUS        PIC X(002) VALUE SPACES.
       77  WS-QLINE-STATUS        PIC X(002) VALUE SPACES.
       77  WS-QUOTEWORK-STATUS    PIC X(002) VALUE SPACES.
       77  WS-ORDERS-STATUS       PIC X(002) VALUE SPACES.
       77  WS-CUSTOMER-STATUS     PIC X(002) VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-DOCUMENT-STATUS     PIC X(002) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(002) VALUE SPACES.
       77  WS-FIM-MANUTENCAO      PIC X(001) VALUE "N".
           88 FIM-MANUTENCAO                 VALUE "Y".
       77  WS-FIM-LEITURA         PIC X(001) VALUE "N".
           88 FIM-LEITURA                    VALUE "Y".
       77  WS-OPCAO               PIC X(001) VALUE SPACES.
       77  WS-CONFIRMA            PIC X(001) VALUE SPACES.
           88 OPERACAO-CONFIRMADA            VALUE "S".
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE           PIC X(008) VALUE SPACES.
       77  WS-OPERADOR            PIC X(020) VALUE SPACES.
       77  WS-NIVEL               PIC X(001) VALUE SPACES.
           88 NIVEL-SUPERVISOR               VALUE "S".

       77  WS-ORCAMENTO-INF       PIC X(006) VALUE SPACES.
       77  WS-NUM-ORCAMENTO       PIC 9(006) VALUE ZEROS.
       77  WS-ACHOU-ORCAMENTO     PIC X(001) VALUE "N".
           88 ACHOU-ORCAMENTO                VALUE "Y".
       77  WS-COD-CLIENTE-INF     PIC X(006) VALUE SPACES.
       77  WS-CLIENTE-INF         PIC X(040) VALUE SPACES.
       77  WS-CLIENTE-VALIDO      PIC X(001) VALUE "N".
           88 CLIENTE-VALIDO                 VALUE "Y".
       77  WS-VALIDADE-INF        PIC X(003) VALUE SPACES.
       77  WS-DIAS-VALIDADE       PIC 9(003) VALUE 30.
       77  WS-DATA-VALIDADE       PIC X(008) VALUE SPACES.
       77  WS-DATA-VAZIA          PIC X(008) VALUE SPACES.
       77  WS-ARQUIVO-INF         PIC X(020) VALUE SPACES.
       77  WS-DATA-NUMERICA       PIC 9(008) VALUE ZEROS.
       77  WS-DIAS-VENCIDO        PIC 9(005) VALUE ZEROS.

       77  WS-QTD-PAINEIS         PIC 9(006) VALUE ZEROS.
       77  WS-QTD-REJEITADOS      PIC 9(006) VALUE ZEROS.
       77  WS-AREA-TOTAL          PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-CUSTO-TOTAL         PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-QTD-MATERIAIS       PIC 9(002) VALUE ZEROS.
       77  WS-MAT-SUB             PIC 9(002) COMP VALUE ZEROS.
       77  WS-MATS-IGNORADOS      PIC 9(003) VALUE ZEROS.
      * Priced panels summed up by material for the quotation lines.
       01  WS-TABELA-MATERIAIS.
           05 WS-MAT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-MAT-IDX.
               10 WS-MAT-CODIGO      PIC X(001).
               10 WS-MAT-PAINEIS     PIC 9(006).
               10 WS-MAT-AREA        PIC 9(009)V9(002).
               10 WS-MAT-TAXA        PIC 9(005)V9(002).
               10 WS-MAT-BASE        PIC X(001).
               10 WS-MAT-CUSTO       PIC 9(011)V9(002).

       77  WS-NUM-ORDEM           PIC 9(006) VALUE ZEROS.
       77  WS-ORDENS-OK           PIC X(001) VALUE "N".
           88 ORDENS-DISPONIVEIS             VALUE "Y".

       77  WS-NOME-DOCUMENTO      PIC X(030) VALUE SPACES.
       01  WS-DOC-NUMERO          PIC 9(006).
       01  WS-DOCUMENTO-LINE      PIC X(080).

       01  WS-DOC-COLUNAS.
           05 FILLER              PIC X(004) VALUE "MAT ".
           05 FILLER              PIC X(009) VALUE "  PAINEIS".
           05 FILLER              PIC X(016) VALUE "            AREA".
           05 FILLER              PIC X(011) VALUE "       TAXA".
           05 FILLER              PIC X(005) VALUE " BASE".
           05 FILLER              PIC X(018)
               VALUE "             VALOR".
           05 FILLER              PIC X(017) VALUE SPACES.

       01  WS-DOC-DETALHE.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-DOD-MATERIAL     PIC X(001).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-DOD-PAINEIS      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-DOD-AREA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-DOD-TAXA         PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(004) VALUE SPACES.
           05 WS-DOD-BASE         PIC X(001).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-DOD-CUSTO        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(017) VALUE SPACES.

       01  WS-DOC-TOTAL.
           05 FILLER              PIC X(004) VALUE "TOT ".
           05 WS-DOT-PAINEIS      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-DOT-AREA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(018) VALUE SPACES.
           05 WS-DOT-CUSTO        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(017) VALUE SPACES.

      * Rejected panel shown on the console when a quotation is
      * generated.
       01  WS-REJEITADO-LINE.
           05 FILLER              PIC X(012) VALUE "REJEITADO - ".
           05 WS-REJ-FORMA        PIC X(001).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-REJ-MATERIAL     PIC X(001).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-REJ-COD          PIC X(003).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-REJ-MSG          PIC X(040).

       01  WS-AUDIT-DETALHE.
           05 WS-AUD-TIMESTAMP    PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-ACAO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-ORDEM        PIC 9(006).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-CLIENTE      PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-STATUS       PIC X(001).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-COD-CLIENTE  PIC X(006).
           05 FILLER              PIC X(007) VALUE SPACES.

      * Expired quotations report.
       77  WS-LINHAS-PAGINA       PIC 9(002) VALUE 60.
       77  WS-LINHA-ATUAL         PIC 9(002) VALUE 99.
       77  WS-PAGINA              PIC 9(004) VALUE ZEROS.
       77  WS-QTD-VENCIDOS        PIC 9(006) VALUE ZEROS.
       77  WS-VALOR-VENCIDOS      PIC 9(011)V9(002) VALUE ZEROS.
       01  WS-LINHA-IMPRESSAO     PIC X(080).

       01  WS-CABECALHO-1.
           05 FILLER              PIC X(034)
               VALUE "ORCAMENTOS VENCIDOS".
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

       01  WS-VENC-COLUNAS.
           05 FILLER              PIC X(008) VALUE "NUMERO".
           05 FILLER              PIC X(028) VALUE "CLIENTE".
           05 FILLER              PIC X(009) VALUE "EMISSAO".
           05 FILLER              PIC X(009) VALUE "VALIDADE".
           05 FILLER              PIC X(007) VALUE "  DIAS".
           05 FILLER              PIC X(019)
               VALUE "              VALOR".

       01  WS-VENC-DETALHE.
           05 WS-VND-NUMERO       PIC 9(006).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-VND-COD-CLIENTE  PIC X(006).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-VND-CLIENTE      PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-VND-EMISSAO      PIC X(008).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-VND-VALIDADE     PIC X(008).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-VND-DIAS         PIC ZZ,ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-VND-CUSTO        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(002) VALUE SPACES.

       01  WS-VALOR-EDITADO       PIC Z,ZZZ,ZZZ,ZZ9.99.

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
           MOVE "N" TO WS-FIM-MANUTENCAO
           PERFORM 100-ABRE-ARQUIVOS
           IF NOT FIM-MANUTENCAO
               PERFORM 200-PROCESSA-MANUTENCAO UNTIL FIM-MANUTENCAO
               CLOSE QUOTE-FILE
               CLOSE QUOTE-LINE-FILE
           END-IF
           GOBACK.

       100-ABRE-ARQUIVOS.
           OPEN I-O QUOTE-FILE
           IF WS-QUOTE-STATUS = "35"
               DISPLAY "QUOTES.DAT NAO EXISTE - SERA CRIADO."
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF
           IF WS-QUOTE-STATUS NOT = "00"
               DISPLAY "*** ERRO: ABERTURA DE QUOTES.DAT "
                   "(STATUS=" WS-QUOTE-STATUS ") ***"
               SET FIM-MANUTENCAO TO TRUE
           ELSE
               OPEN I-O QUOTE-LINE-FILE
               IF WS-QLINE-STATUS = "35"
                   OPEN OUTPUT QUOTE-LINE-FILE
                   CLOSE QUOTE-LINE-FILE
                   OPEN I-O QUOTE-LINE-FILE
               END-IF
               IF WS-QLINE-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE QUOTE-LINES.DAT "
                       "(STATUS=" WS-QLINE-STATUS ") ***"
                   CLOSE QUOTE-FILE
                   SET FIM-MANUTENCAO TO TRUE
               END-IF
           END-IF.

       200-PROCESSA-MANUTENCAO.
           DISPLAY " "
           DISPLAY "===== ORCAMENTOS (" WS-OPERADOR ") ====="
           DISPLAY "G - Gerar orcamento"
           DISPLAY "O - Consultar orcamento"
           DISPLAY "I - Imprimir documento do orcamento"
           DISPLAY "A - Converter orcamento aceito em ordem "
               "(supervisor)"
           DISPLAY "V - Listagem de orcamentos vencidos"
           DISPLAY "S - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN "G"
               WHEN "g"
                   PERFORM 300-GERA-ORCAMENTO
               WHEN "O"
               WHEN "o"
                   PERFORM 550-CONSULTA-ORCAMENTO
               WHEN "I"
               WHEN "i"
                   PERFORM 700-ACEITA-ORCAMENTO
                   PERFORM 720-LOCALIZA-ORCAMENTO
                   IF ACHOU-ORCAMENTO
                       PERFORM 400-IMPRIME-DOCUMENTO
                   ELSE
                       DISPLAY "Orcamento nao encontrado: "
                           WS-ORCAMENTO-INF
                   END-IF
               WHEN "A"
               WHEN "a"
                   IF NIVEL-SUPERVISOR
                       PERFORM 500-CONVERTE-ORCAMENTO
                   ELSE
                       PERFORM 790-NEGA-OPCAO
                   END-IF
               WHEN "V"
               WHEN "v"
                   PERFORM 600-LISTA-VENCIDOS
               WHEN "S"
               WHEN "s"
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

      * The panel list is priced by CALCULO-AREA itself in quotation
      * mode, so a quotation always costs out exactly as the billing
      * run would on the same date; the run parameters travel in the
      * environment, as they do for the batch, and the quotation mode
      * is switched off again right after the call.
       300-GERA-ORCAMENTO.
           PERFORM 310-ACEITA-CLIENTE
           IF NOT CLIENTE-VALIDO
               DISPLAY "Geracao cancelada."
           ELSE
               DISPLAY "Validade em dias (ENTER = 30): "
               MOVE SPACES TO WS-VALIDADE-INF
               ACCEPT WS-VALIDADE-INF
               MOVE 30 TO WS-DIAS-VALIDADE
               IF WS-VALIDADE-INF NOT = SPACES
                   COMPUTE WS-DIAS-VALIDADE =
                       FUNCTION NUMVAL(WS-VALIDADE-INF)
               END-IF
               IF WS-DIAS-VALIDADE = ZEROS
                   MOVE 30 TO WS-DIAS-VALIDADE
               END-IF
               DISPLAY "Arquivo da lista de paineis "
                   "(ENTER = ORCAMENTO.DAT): "
               MOVE SPACES TO WS-ARQUIVO-INF
               ACCEPT WS-ARQUIVO-INF
               IF WS-ARQUIVO-INF = SPACES
                   MOVE "ORCAMENTO.DAT" TO WS-ARQUIVO-INF
               END-IF
               MOVE WS-DATA-HOJE TO WS-DATA-NUMERICA
               COMPUTE WS-DATA-NUMERICA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
                   + WS-DIAS-VALIDADE)
               MOVE WS-DATA-NUMERICA TO WS-DATA-VALIDADE
               PERFORM 320-PRECIFICA-LISTA
               PERFORM 330-CARREGA-PRECOS
               IF WS-QTD-PAINEIS = ZEROS
                   DISPLAY "Nenhum painel precificado - orcamento "
                       "nao emitido."
               ELSE
                   PERFORM 340-PROXIMO-NUMERO
                   PERFORM 350-GRAVA-ORCAMENTO
               END-IF
           END-IF.

      * A customer code of the master brings its price agreements
      * with it; a blank code quotes a prospect by name at the table
      * rates.
       310-ACEITA-CLIENTE.
           MOVE "N" TO WS-CLIENTE-VALIDO
           MOVE SPACES TO WS-CLIENTE-INF
           DISPLAY "Codigo do cliente (ENTER = cliente nao "
               "cadastrado): "
           MOVE SPACES TO WS-COD-CLIENTE-INF
           ACCEPT WS-COD-CLIENTE-INF
           IF WS-COD-CLIENTE-INF = SPACES
               DISPLAY "Nome do cliente: "
               ACCEPT WS-CLIENTE-INF
               IF WS-CLIENTE-INF = SPACES
                   DISPLAY "Nome do cliente obrigatorio."
               ELSE
                   SET CLIENTE-VALIDO TO TRUE
               END-IF
           ELSE
               PERFORM 730-VALIDA-CLIENTE
           END-IF.

       320-PRECIFICA-LISTA.
           DISPLAY "CALCULO-AREA-ORCAMENTO" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "CALCULO-AREA-ORC-ARQUIVO" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARQUIVO-INF UPON ENVIRONMENT-VALUE
           DISPLAY "CALCULO-AREA-ORC-CLIENTE" UPON ENVIRONMENT-NAME
           DISPLAY WS-COD-CLIENTE-INF UPON ENVIRONMENT-VALUE
           DISPLAY "CALCULO-AREA-DATA-MOVTO" UPON ENVIRONMENT-NAME
           DISPLAY WS-DATA-HOJE UPON ENVIRONMENT-VALUE
           DISPLAY "CALCULO-AREA-RUN-BY" UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERADOR UPON ENVIRONMENT-VALUE
           CALL "CALCULO-AREA"
           DISPLAY "CALCULO-AREA-ORCAMENTO" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           DISPLAY "CALCULO-AREA-DATA-MOVTO" UPON ENVIRONMENT-NAME
           DISPLAY WS-DATA-VAZIA UPON ENVIRONMENT-VALUE.

       330-CARREGA-PRECOS.
           MOVE ZEROS TO WS-QTD-PAINEIS
           MOVE ZEROS TO WS-QTD-REJEITADOS
           MOVE ZEROS TO WS-AREA-TOTAL
           MOVE ZEROS TO WS-CUSTO-TOTAL
           MOVE ZEROS TO WS-QTD-MATERIAIS
           MOVE ZEROS TO WS-MATS-IGNORADOS
           MOVE SPACES TO WS-TABELA-MATERIAIS
           MOVE "N" TO WS-FIM-LEITURA
           OPEN INPUT QUOTE-WORK
           IF WS-QUOTEWORK-STATUS NOT = "00"
               DISPLAY "*** ERRO: ORCAMENTO.TMP NAO GERADO (STATUS="
                   WS-QUOTEWORK-STATUS ") ***"
           ELSE
               PERFORM 335-LE-PAINEL-PRECIFICADO UNTIL FIM-LEITURA
               CLOSE QUOTE-WORK
               IF WS-MATS-IGNORADOS > ZEROS
                   DISPLAY "*** AVISO: " WS-MATS-IGNORADOS
                       " PAINEIS DE MATERIAIS ALEM DE 20 NAO "
                       "ORCADOS ***"
               END-IF
           END-IF.

       335-LE-PAINEL-PRECIFICADO.
           READ QUOTE-WORK
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   IF QW-PRECIFICADO
                       PERFORM 337-ACUMULA-MATERIAL
                   ELSE
                       ADD 1 TO WS-QTD-REJEITADOS
                       MOVE QW-TIPO-FORMA TO WS-REJ-FORMA
                       MOVE QW-MATERIAL   TO WS-REJ-MATERIAL
                       MOVE QW-ERRO-COD   TO WS-REJ-COD
                       MOVE QW-ERRO-MSG   TO WS-REJ-MSG
                       DISPLAY WS-REJEITADO-LINE
                   END-IF
           END-READ.

       337-ACUMULA-MATERIAL.
           MOVE ZEROS TO WS-MAT-SUB
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                   UNTIL WS-MAT-IDX > WS-QTD-MATERIAIS
                   OR WS-MAT-SUB > ZEROS
               IF WS-MAT-CODIGO(WS-MAT-IDX) = QW-MATERIAL
                   SET WS-MAT-SUB TO WS-MAT-IDX
               END-IF
           END-PERFORM
           IF WS-MAT-SUB = ZEROS
               IF WS-QTD-MATERIAIS < 20
                   ADD 1 TO WS-QTD-MATERIAIS
                   MOVE WS-QTD-MATERIAIS TO WS-MAT-SUB
                   MOVE QW-MATERIAL TO WS-MAT-CODIGO(WS-MAT-SUB)
                   MOVE ZEROS TO WS-MAT-PAINEIS(WS-MAT-SUB)
                   MOVE ZEROS TO WS-MAT-AREA(WS-MAT-SUB)
                   MOVE ZEROS TO WS-MAT-CUSTO(WS-MAT-SUB)
               ELSE
                   ADD 1 TO WS-MATS-IGNORADOS
               END-IF
           END-IF
           IF WS-MAT-SUB > ZEROS
               MOVE QW-TAXA TO WS-MAT-TAXA(WS-MAT-SUB)
               MOVE QW-BASE TO WS-MAT-BASE(WS-MAT-SUB)
               ADD 1 TO WS-MAT-PAINEIS(WS-MAT-SUB)
               ADD QW-AREA TO WS-MAT-AREA(WS-MAT-SUB)
               ADD QW-CUSTO TO WS-MAT-CUSTO(WS-MAT-SUB)
               ADD 1 TO WS-QTD-PAINEIS
               ADD QW-AREA TO WS-AREA-TOTAL
               ADD QW-CUSTO TO WS-CUSTO-TOTAL
           END-IF.

      * Quotation numbers run on from the highest one on file.
       340-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUM-ORCAMENTO
           MOVE "N" TO WS-FIM-LEITURA
           MOVE ZEROS TO QT-NUM-ORCAMENTO
           START QUOTE-FILE KEY NOT < QT-NUM-ORCAMENTO
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ QUOTE-FILE NEXT RECORD
                   AT END
                       SET FIM-LEITURA TO TRUE
                   NOT AT END
                       MOVE QT-NUM-ORCAMENTO TO WS-NUM-ORCAMENTO
               END-READ
           END-PERFORM
           ADD 1 TO WS-NUM-ORCAMENTO.

       350-GRAVA-ORCAMENTO.
           MOVE WS-NUM-ORCAMENTO   TO QT-NUM-ORCAMENTO
           MOVE WS-COD-CLIENTE-INF TO QT-COD-CLIENTE
           MOVE WS-CLIENTE-INF     TO QT-CLIENTE
           MOVE WS-DATA-HOJE       TO QT-DATA-EMISSAO
           MOVE WS-DATA-VALIDADE   TO QT-DATA-VALIDADE
           MOVE "E"                TO QT-STATUS
           MOVE WS-QTD-PAINEIS     TO QT-QTD-PAINEIS
           MOVE WS-QTD-REJEITADOS  TO QT-QTD-REJEITADOS
           MOVE WS-AREA-TOTAL      TO QT-AREA-TOTAL
           MOVE WS-CUSTO-TOTAL     TO QT-CUSTO-TOTAL
           MOVE WS-OPERADOR        TO QT-EMITIDO-POR
           MOVE WS-ARQUIVO-INF     TO QT-ARQUIVO-ORIGEM
           MOVE ZEROS              TO QT-NUM-ORDEM
           MOVE SPACES             TO QT-DATA-CONVERSAO
           MOVE SPACES             TO QT-CONVERTIDO-POR
           WRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA GRAVACAO DO ORCAMENTO ("
                       "STATUS=" WS-QUOTE-STATUS ") ***"
               NOT INVALID KEY
                   PERFORM 355-GRAVA-LINHA-ORCAMENTO
                       VARYING WS-MAT-IDX FROM 1 BY 1
                       UNTIL WS-MAT-IDX > WS-QTD-MATERIAIS
                   MOVE WS-CUSTO-TOTAL TO WS-VALOR-EDITADO
                   DISPLAY "Orcamento " WS-NUM-ORCAMENTO
                       " emitido: " WS-QTD-PAINEIS " paineis, valor "
                       WS-VALOR-EDITADO ", valido ate "
                       WS-DATA-VALIDADE
                   PERFORM 400-IMPRIME-DOCUMENTO
           END-WRITE.

       355-GRAVA-LINHA-ORCAMENTO.
           MOVE WS-NUM-ORCAMENTO TO QL-NUM-ORCAMENTO
           MOVE WS-MAT-CODIGO(WS-MAT-IDX)  TO QL-MATERIAL
           MOVE WS-MAT-PAINEIS(WS-MAT-IDX) TO QL-QTD-PAINEIS
           MOVE WS-MAT-AREA(WS-MAT-IDX)    TO QL-AREA
           MOVE WS-MAT-TAXA(WS-MAT-IDX)    TO QL-TAXA
           MOVE WS-MAT-BASE(WS-MAT-IDX)    TO QL-BASE
           MOVE WS-MAT-CUSTO(WS-MAT-IDX)   TO QL-CUSTO
           WRITE QUOTE-LINE-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA GRAVACAO DA LINHA "
                       QL-MATERIAL " (STATUS=" WS-QLINE-STATUS
                       ") ***"
           END-WRITE.

      * The quotation document is printed from what is stored on
      * QUOTES.DAT and QUOTE-LINES.DAT, so a reprint is identical to
      * the original.  QUOTE-RECORD must hold the quotation.
       400-IMPRIME-DOCUMENTO.
           MOVE QT-NUM-ORCAMENTO TO WS-DOC-NUMERO
           MOVE SPACES TO WS-NOME-DOCUMENTO
           STRING "ORCAMENTO-" WS-DOC-NUMERO ".RPT"
               DELIMITED BY SIZE INTO WS-NOME-DOCUMENTO
           OPEN OUTPUT DOCUMENT-FILE
           IF WS-DOCUMENT-STATUS NOT = "00"
               DISPLAY "*** ERRO: NAO FOI POSSIVEL GRAVAR "
                   WS-NOME-DOCUMENTO " (STATUS=" WS-DOCUMENT-STATUS
                   ") ***"
           ELSE
               PERFORM 410-CABECALHO-DOCUMENTO
               MOVE "N" TO WS-FIM-LEITURA
               MOVE QT-NUM-ORCAMENTO TO QL-NUM-ORCAMENTO
               MOVE LOW-VALUES TO QL-MATERIAL
               START QUOTE-LINE-FILE KEY NOT < QL-CHAVE
                   INVALID KEY
                       SET FIM-LEITURA TO TRUE
               END-START
               PERFORM 420-IMPRIME-LINHA-DOCUMENTO UNTIL FIM-LEITURA
               PERFORM 430-TOTAIS-DOCUMENTO
               CLOSE DOCUMENT-FILE
               DISPLAY "Documento do orcamento: " WS-NOME-DOCUMENTO
           END-IF.

       410-CABECALHO-DOCUMENTO.
           MOVE SPACES TO WS-DOCUMENTO-LINE
           STRING "ORCAMENTO " WS-DOC-NUMERO
               DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
           WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE
           MOVE SPACES TO WS-DOCUMENTO-LINE
           IF QT-COD-CLIENTE = SPACES
               STRING "CLIENTE     : " QT-CLIENTE
                   DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
           ELSE
               STRING "CLIENTE     : " QT-COD-CLIENTE " " QT-CLIENTE
                   DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
           END-IF
           WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE
           MOVE SPACES TO WS-DOCUMENTO-LINE
           STRING "EMISSAO     : " QT-DATA-EMISSAO
               "   VALIDO ATE: " QT-DATA-VALIDADE
               DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
           WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE
           MOVE SPACES TO WS-DOCUMENTO-LINE
           STRING "EMITIDO POR : " QT-EMITIDO-POR
               "   LISTA: " QT-ARQUIVO-ORIGEM
               DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
           WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE
           IF QT-CONVERTIDO
               MOVE SPACES TO WS-DOCUMENTO-LINE
               STRING "ACEITO      : ORDEM " QT-NUM-ORDEM " EM "
                   QT-DATA-CONVERSAO
                   DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
               WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE
           END-IF
           MOVE SPACES TO DOCUMENT-LINE
           WRITE DOCUMENT-LINE
           WRITE DOCUMENT-LINE FROM WS-DOC-COLUNAS
           MOVE SPACES TO DOCUMENT-LINE
           WRITE DOCUMENT-LINE.

       420-IMPRIME-LINHA-DOCUMENTO.
           READ QUOTE-LINE-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   IF QL-NUM-ORCAMENTO NOT = QT-NUM-ORCAMENTO
                       SET FIM-LEITURA TO TRUE
                   ELSE
                       MOVE QL-MATERIAL    TO WS-DOD-MATERIAL
                       MOVE QL-QTD-PAINEIS TO WS-DOD-PAINEIS
                       MOVE QL-AREA        TO WS-DOD-AREA
                       MOVE QL-TAXA        TO WS-DOD-TAXA
                       MOVE QL-BASE        TO WS-DOD-BASE
                       MOVE QL-CUSTO       TO WS-DOD-CUSTO
                       WRITE DOCUMENT-LINE FROM WS-DOC-DETALHE
                   END-IF
           END-READ.

       430-TOTAIS-DOCUMENTO.
           MOVE SPACES TO DOCUMENT-LINE
           WRITE DOCUMENT-LINE
           MOVE QT-QTD-PAINEIS TO WS-DOT-PAINEIS
           MOVE QT-AREA-TOTAL  TO WS-DOT-AREA
           MOVE QT-CUSTO-TOTAL TO WS-DOT-CUSTO
           WRITE DOCUMENT-LINE FROM WS-DOC-TOTAL
           MOVE SPACES TO DOCUMENT-LINE
           WRITE DOCUMENT-LINE
           IF QT-QTD-REJEITADOS > ZEROS
               MOVE SPACES TO WS-DOCUMENTO-LINE
               STRING "PAINEIS DA LISTA NAO ORCADOS (DADOS "
                   "INVALIDOS): " QT-QTD-REJEITADOS
                   DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
               WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE
           END-IF
           MOVE SPACES TO WS-DOCUMENTO-LINE
           STRING "BASE: T=TABELA P=TAXA PADRAO C=PRECO CONTRATO "
               "D=DESCONTO CONTRATO"
               DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
           WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE
           MOVE SPACES TO WS-DOCUMENTO-LINE
           STRING "VALORES VALIDOS ATE " QT-DATA-VALIDADE
               DELIMITED BY SIZE INTO WS-DOCUMENTO-LINE
           WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE
           MOVE SPACES TO DOCUMENT-LINE
           WRITE DOCUMENT-LINE
           MOVE "*** FIM DO ORCAMENTO ***" TO WS-DOCUMENTO-LINE
           WRITE DOCUMENT-LINE FROM WS-DOCUMENTO-LINE.

      * Accepting a quotation opens the job order for it in one step,
      * with the next free order number, exactly as MANUT-ORDENS would
      * open it (status A, today's date, audit trail).
       500-CONVERTE-ORCAMENTO.
           PERFORM 700-ACEITA-ORCAMENTO
           PERFORM 720-LOCALIZA-ORCAMENTO
           IF NOT ACHOU-ORCAMENTO
               DISPLAY "Orcamento nao encontrado: " WS-ORCAMENTO-INF
           ELSE
               IF QT-CONVERTIDO
                   DISPLAY "Orcamento " QT-NUM-ORCAMENTO " ja "
                       "convertido na ordem " QT-NUM-ORDEM "."
               ELSE
                   IF QT-DATA-VALIDADE < WS-DATA-HOJE
                       DISPLAY "Orcamento " QT-NUM-ORCAMENTO
                           " vencido em " QT-DATA-VALIDADE
                           " - emita um novo orcamento."
                   ELSE
                       PERFORM 510-DEFINE-CLIENTE-ORDEM
                       IF CLIENTE-VALIDO
                           PERFORM 520-ABRE-ORDEM-ORCAMENTO
                       ELSE
                           DISPLAY "Conversao cancelada."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * An order needs a registered customer; a prospect quoted by
      * name must have been registered in MANUT-CLIENTES by now.
       510-DEFINE-CLIENTE-ORDEM.
           MOVE "N" TO WS-CLIENTE-VALIDO
           IF QT-COD-CLIENTE = SPACES
               DISPLAY "Orcamento de cliente nao cadastrado ("
                   QT-CLIENTE ")."
               DISPLAY "Codigo do cliente ja cadastrado: "
               MOVE SPACES TO WS-COD-CLIENTE-INF
               ACCEPT WS-COD-CLIENTE-INF
           ELSE
               MOVE QT-COD-CLIENTE TO WS-COD-CLIENTE-INF
           END-IF
           IF WS-COD-CLIENTE-INF = SPACES
               DISPLAY "Codigo de cliente invalido."
           ELSE
               PERFORM 730-VALIDA-CLIENTE
           END-IF.

       520-ABRE-ORDEM-ORCAMENTO.
           OPEN I-O ORDERS-FILE
           IF WS-ORDERS-STATUS = "35"
               OPEN OUTPUT ORDERS-FILE
               CLOSE ORDERS-FILE
               OPEN I-O ORDERS-FILE
           END-IF
           IF WS-ORDERS-STATUS NOT = "00"
               DISPLAY "*** ERRO: ABERTURA DE ORDERS.DAT "
                   "(STATUS=" WS-ORDERS-STATUS ") ***"
           ELSE
               PERFORM 530-PROXIMA-ORDEM
               MOVE QT-CUSTO-TOTAL TO WS-VALOR-EDITADO
               DISPLAY "Orcamento " QT-NUM-ORCAMENTO " valor "
                   WS-VALOR-EDITADO
               DISPLAY "Abrir ordem " WS-NUM-ORDEM " cliente "
                   WS-COD-CLIENTE-INF " " WS-CLIENTE-INF(1:20)
               PERFORM 750-CONFIRMA-OPERACAO
               IF OPERACAO-CONFIRMADA
                   MOVE WS-NUM-ORDEM         TO JO-NUM-ORDEM
                   MOVE WS-CLIENTE-INF(1:20) TO JO-CLIENTE
                   MOVE WS-COD-CLIENTE-INF   TO JO-COD-CLIENTE
                   MOVE "A"                  TO JO-STATUS
                   MOVE WS-DATA-HOJE         TO JO-DATA-ABERTURA
                   MOVE SPACES TO JO-DATA-ENCERRAMENTO
                   WRITE ORDERS-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA GRAVACAO DA ORDEM ("
                               "STATUS=" WS-ORDERS-STATUS ") ***"
                       NOT INVALID KEY
                           PERFORM 810-GRAVA-AUDITORIA
                           PERFORM 540-MARCA-CONVERTIDO
                   END-WRITE
               ELSE
                   DISPLAY "Conversao cancelada."
               END-IF
               CLOSE ORDERS-FILE
           END-IF.

      * Order numbers run on from the highest one on ORDERS.DAT.
       530-PROXIMA-ORDEM.
           MOVE ZEROS TO WS-NUM-ORDEM
           MOVE "N" TO WS-FIM-LEITURA
           MOVE ZEROS TO JO-NUM-ORDEM
           START ORDERS-FILE KEY NOT < JO-NUM-ORDEM
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM UNTIL FIM-LEITURA
               READ ORDERS-FILE NEXT RECORD
                   AT END
                       SET FIM-LEITURA TO TRUE
                   NOT AT END
                       MOVE JO-NUM-ORDEM TO WS-NUM-ORDEM
               END-READ
           END-PERFORM
           ADD 1 TO WS-NUM-ORDEM.

       540-MARCA-CONVERTIDO.
           MOVE "A" TO QT-STATUS
           MOVE WS-COD-CLIENTE-INF TO QT-COD-CLIENTE
           MOVE WS-NUM-ORDEM TO QT-NUM-ORDEM
           MOVE WS-DATA-HOJE TO QT-DATA-CONVERSAO
           MOVE WS-OPERADOR TO QT-CONVERTIDO-POR
           REWRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA REGRAVACAO DO ORCAMENTO ("
                       "STATUS=" WS-QUOTE-STATUS ") ***"
               NOT INVALID KEY
                   DISPLAY "Ordem " WS-NUM-ORDEM " aberta a partir "
                       "do orcamento " QT-NUM-ORCAMENTO "."
           END-REWRITE.

       550-CONSULTA-ORCAMENTO.
           PERFORM 700-ACEITA-ORCAMENTO
           PERFORM 720-LOCALIZA-ORCAMENTO
           IF NOT ACHOU-ORCAMENTO
               DISPLAY "Orcamento nao encontrado: " WS-ORCAMENTO-INF
           ELSE
               DISPLAY "Orcamento " QT-NUM-ORCAMENTO " cliente "
                   QT-COD-CLIENTE " " QT-CLIENTE
               DISPLAY "Emissao " QT-DATA-EMISSAO " validade "
                   QT-DATA-VALIDADE " por " QT-EMITIDO-POR
               EVALUATE TRUE
                   WHEN QT-CONVERTIDO
                       DISPLAY "Situacao: CONVERTIDO NA ORDEM "
                           QT-NUM-ORDEM " EM " QT-DATA-CONVERSAO
                           " POR " QT-CONVERTIDO-POR
                   WHEN QT-DATA-VALIDADE < WS-DATA-HOJE
                       DISPLAY "Situacao: VENCIDO"
                   WHEN OTHER
                       DISPLAY "Situacao: EMITIDO"
               END-EVALUATE
               DISPLAY WS-DOC-COLUNAS
               MOVE "N" TO WS-FIM-LEITURA
               MOVE QT-NUM-ORCAMENTO TO QL-NUM-ORCAMENTO
               MOVE LOW-VALUES TO QL-MATERIAL
               START QUOTE-LINE-FILE KEY NOT < QL-CHAVE
                   INVALID KEY
                       SET FIM-LEITURA TO TRUE
               END-START
               PERFORM 560-EXIBE-LINHA-ORCAMENTO UNTIL FIM-LEITURA
               MOVE QT-QTD-PAINEIS TO WS-DOT-PAINEIS
               MOVE QT-AREA-TOTAL  TO WS-DOT-AREA
               MOVE QT-CUSTO-TOTAL TO WS-DOT-CUSTO
               DISPLAY WS-DOC-TOTAL
           END-IF.

       560-EXIBE-LINHA-ORCAMENTO.
           READ QUOTE-LINE-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   IF QL-NUM-ORCAMENTO NOT = QT-NUM-ORCAMENTO
                       SET FIM-LEITURA TO TRUE
                   ELSE
                       MOVE QL-MATERIAL    TO WS-DOD-MATERIAL
                       MOVE QL-QTD-PAINEIS TO WS-DOD-PAINEIS
                       MOVE QL-AREA        TO WS-DOD-AREA
                       MOVE QL-TAXA        TO WS-DOD-TAXA
                       MOVE QL-BASE        TO WS-DOD-BASE
                       MOVE QL-CUSTO       TO WS-DOD-CUSTO
                       DISPLAY WS-DOC-DETALHE
                   END-IF
           END-READ.

      * Quotations still open (not converted) whose validity date is
      * before today.
       600-LISTA-VENCIDOS.
           MOVE ZEROS TO WS-PAGINA
           MOVE 99 TO WS-LINHA-ATUAL
           MOVE ZEROS TO WS-QTD-VENCIDOS
           MOVE ZEROS TO WS-VALOR-VENCIDOS
           OPEN OUTPUT REPORT-FILE
           MOVE "N" TO WS-FIM-LEITURA
           MOVE ZEROS TO QT-NUM-ORCAMENTO
           START QUOTE-FILE KEY NOT < QT-NUM-ORCAMENTO
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM 610-AVALIA-VENCIDO UNTIL FIM-LEITURA
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE WS-VALOR-VENCIDOS TO WS-VALOR-EDITADO
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           STRING "ORCAMENTOS VENCIDOS: " WS-QTD-VENCIDOS
               "  VALOR TOTAL: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           MOVE "*** FIM DO RELATORIO ***" TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO
           CLOSE REPORT-FILE
           DISPLAY "Orcamentos vencidos: " WS-QTD-VENCIDOS
               " - ORCAMENTOS-VENCIDOS.RPT".

       610-AVALIA-VENCIDO.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   IF QT-EMITIDO
                           AND QT-DATA-VALIDADE < WS-DATA-HOJE
                       PERFORM 620-IMPRIME-VENCIDO
                   END-IF
           END-READ.

       620-IMPRIME-VENCIDO.
           ADD 1 TO WS-QTD-VENCIDOS
           ADD QT-CUSTO-TOTAL TO WS-VALOR-VENCIDOS
           MOVE WS-DATA-HOJE TO WS-DATA-NUMERICA
           COMPUTE WS-DIAS-VENCIDO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
           MOVE QT-DATA-VALIDADE TO WS-DATA-NUMERICA
           COMPUTE WS-DIAS-VENCIDO = WS-DIAS-VENCIDO
               - FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
           MOVE QT-NUM-ORCAMENTO  TO WS-VND-NUMERO
           MOVE QT-COD-CLIENTE    TO WS-VND-COD-CLIENTE
           MOVE QT-CLIENTE(1:20)  TO WS-VND-CLIENTE
           MOVE QT-DATA-EMISSAO   TO WS-VND-EMISSAO
           MOVE QT-DATA-VALIDADE  TO WS-VND-VALIDADE
           MOVE WS-DIAS-VENCIDO   TO WS-VND-DIAS
           MOVE QT-CUSTO-TOTAL    TO WS-VND-CUSTO
           MOVE WS-VENC-DETALHE   TO WS-LINHA-IMPRESSAO
           PERFORM 710-GRAVA-LINHA-RELATORIO.

       700-ACEITA-ORCAMENTO.
           DISPLAY "Numero do orcamento: "
           MOVE SPACES TO WS-ORCAMENTO-INF
           ACCEPT WS-ORCAMENTO-INF
           IF WS-ORCAMENTO-INF NUMERIC
               MOVE WS-ORCAMENTO-INF TO WS-NUM-ORCAMENTO
           ELSE
               MOVE ZEROS TO WS-NUM-ORCAMENTO
           END-IF.

       705-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-CAB-PAGINA
           MOVE WS-DATA-HOJE TO WS-CAB-DATA
           MOVE WS-OPERADOR TO WS-CAB-OPERADOR
           WRITE REPORT-LINE FROM WS-CABECALHO-1
           WRITE REPORT-LINE FROM WS-CABECALHO-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-VENC-COLUNAS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINHA-ATUAL.

       710-GRAVA-LINHA-RELATORIO.
           IF WS-LINHA-ATUAL >= WS-LINHAS-PAGINA
               PERFORM 705-IMPRIME-CABECALHO
           END-IF
           WRITE REPORT-LINE FROM WS-LINHA-IMPRESSAO
           ADD 1 TO WS-LINHA-ATUAL.

       720-LOCALIZA-ORCAMENTO.
           MOVE "N" TO WS-ACHOU-ORCAMENTO
           MOVE WS-NUM-ORCAMENTO TO QT-NUM-ORCAMENTO
           READ QUOTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-ORCAMENTO TO TRUE
           END-READ.

      * The customer code must exist as an active record of the
      * customer master; its name goes on the quotation and the order.
       730-VALIDA-CLIENTE.
           MOVE "N" TO WS-CLIENTE-VALIDO
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** ERRO: CUSTOMERS.DAT INDISPONIVEL ("
                   "STATUS=" WS-CUSTOMER-STATUS ") - CADASTRE OS "
                   "CLIENTES EM MANUT-CLIENTES ***"
           ELSE
               MOVE WS-COD-CLIENTE-INF TO CL-CODIGO
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "Cliente nao cadastrado: "
                           WS-COD-CLIENTE-INF
                   NOT INVALID KEY
                       IF CL-ATIVO
                           MOVE CL-NOME TO WS-CLIENTE-INF
                           SET CLIENTE-VALIDO TO TRUE
                       ELSE
                           DISPLAY "Cliente inativo: "
                               WS-COD-CLIENTE-INF " " CL-NOME
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
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

      * Same trail and layout MANUT-ORDENS writes when it opens an
      * order.
       810-GRAVA-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14)   TO WS-AUD-TIMESTAMP
           MOVE WS-OPERADOR          TO WS-AUD-OPERADOR
           MOVE "ORCAMENTO"          TO WS-AUD-ACAO
           MOVE WS-NUM-ORDEM         TO WS-AUD-ORDEM
           MOVE WS-CLIENTE-INF(1:20) TO WS-AUD-CLIENTE
           MOVE "A"                  TO WS-AUD-STATUS
           MOVE WS-COD-CLIENTE-INF   TO WS-AUD-COD-CLIENTE
           WRITE AUDIT-LINE FROM WS-AUDIT-DETALHE
           CLOSE AUDIT-FILE.

       END PROGRAM ORCAMENTOS.
