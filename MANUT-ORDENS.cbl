      *            action and the order.  Files still in the old
      *            sequential layout are migrated once by the
      *            CONVERTE-MASTERS utility.
      *            Closing an order prints its closing statement for
      *            the customer to ENCERRAMENTO-nnnnnn.RPT (nnnnnn =
      *            order number) from the ORDERS-LEDGER.DAT order
      *            ledger posted by CALCULO-AREA and ESTORNO-MOVIMENTO:
      *            every movement date posted to the order with its
      *            entries by depot and material, the reversals netted
      *            out of each date's subtotal, and the order's
      *            lifetime totals by material.  Price adjustments
      *            posted by REPRECIFICACAO ("R" entries, cost only)
      *            are listed as REPRECO and totalled apart.
      *            An order is opened for a customer code of the
      *            CUSTOMERS.DAT customer master (maintained by
      *            MANUT-CLIENTES): the code must exist and be active,
      *            and the order carries the code (JO-COD-CLIENTE) so
      *            CALCULO-AREA can apply the customer's price
      *            agreements, plus the billing name as JO-CLIENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ORDERS-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STATEMENT-FILE ASSIGN USING WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE.
               88 JO-CANCELADA               VALUE "C".
           05 JO-DATA-ABERTURA    PIC X(008).
           05 JO-DATA-ENCERRAMENTO PIC X(008).
           05 JO-COD-CLIENTE      PIC X(006).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(090).

      * Order ledger (posted by CALCULO-AREA and ESTORNO-MOVIMENTO).
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

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE         PIC X(080).

      * Customer master (maintained by MANUT-CLIENTES).
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CL-CODIGO           PIC X(006).
           05 CL-NOME             PIC X(040).
           05 CL-CNPJ             PIC X(014).
           05 CL-STATUS           PIC X(001).
               88 CL-ATIVO                   VALUE "A".
           05 CL-DATA-CADASTRO    PIC X(008).

       WORKING-STORAGE SECTION.
       77  WS-ORDERS-STATUS       PIC X(002) VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-ORDEM-INF           PIC X(006) VALUE SPACES.
       77  WS-NUM-ORDEM           PIC 9(006) VALUE ZEROS.
       77  WS-CLIENTE-INF         PIC X(020) VALUE SPACES.
       77  WS-COD-CLIENTE-INF     PIC X(006) VALUE SPACES.
       77  WS-CUSTOMER-STATUS     PIC X(002) VALUE SPACES.
       77  WS-CLIENTE-VALIDO      PIC X(001) VALUE "N".
           88 CLIENTE-VALIDO                 VALUE "Y".
       77  WS-ACHOU-ORDEM         PIC X(001) VALUE "N".
           88 ACHOU-ORDEM                    VALUE "Y".
       77  WS-QTD-LISTADAS        PIC 9(005) VALUE ZEROS.

       77  WS-LEDGER-STATUS       PIC X(002) VALUE SPACES.
       77  WS-STATEMENT-STATUS    PIC X(002) VALUE SPACES.
       77  WS-NOME-EXTRATO        PIC X(030) VALUE SPACES.
       77  WS-FIM-RAZAO           PIC X(001) VALUE "N".
           88 FIM-RAZAO                      VALUE "Y".
       77  WS-DATA-QUEBRA         PIC X(008) VALUE SPACES.
       77  WS-QTD-LANCAMENTOS     PIC 9(006) VALUE ZEROS.
       77  WS-DAT-PAINEIS         PIC S9(007) VALUE ZEROS.
       77  WS-DAT-AREA            PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-DAT-CUSTO           PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-PAINEIS         PIC S9(007) VALUE ZEROS.
       77  WS-TOT-AREA            PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-CUSTO           PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-EST-PAINEIS         PIC S9(007) VALUE ZEROS.
       77  WS-EST-CUSTO           PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-REP-CUSTO           PIC S9(011)V9(002) VALUE ZEROS.
       77  WS-QTD-MATERIAIS       PIC 9(002) VALUE ZEROS.
       77  WS-MAT-SUB             PIC 9(002) COMP VALUE ZEROS.
       77  WS-MATS-IGNORADOS      PIC 9(003) VALUE ZEROS.
       01  WS-TABELA-MATERIAIS.
           05 WS-MAT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-MAT-IDX.
               10 WS-MAT-CODIGO      PIC X(001).
               10 WS-MAT-PAINEIS     PIC S9(007).
               10 WS-MAT-AREA        PIC S9(011)V9(002).
               10 WS-MAT-CUSTO       PIC S9(011)V9(002).

       01  WS-EXTRATO-LINE        PIC X(080).
       01  WS-EXT-NUM-ORDEM       PIC 9(006).

       01  WS-EXT-COLUNAS.
           05 FILLER              PIC X(010) VALUE "DATA MOVTO".
           05 FILLER              PIC X(011) VALUE " LANCAMENTO".
           05 FILLER              PIC X(004) VALUE " DEP".
           05 FILLER              PIC X(004) VALUE " MAT".
           05 FILLER              PIC X(009) VALUE "  PAINEIS".
           05 FILLER              PIC X(016) VALUE "            AREA".
           05 FILLER              PIC X(016) VALUE "           CUSTO".
           05 FILLER              PIC X(010) VALUE SPACES.

       01  WS-EXT-DETALHE.
           05 WS-EXD-DATA         PIC X(008).
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-EXD-TIPO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-EXD-DEPOSITO     PIC X(003).
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-EXD-MATERIAL     PIC X(001).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-EXD-PAINEIS      PIC -ZZZ,ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-EXD-AREA         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-EXD-CUSTO        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(010) VALUE SPACES.

       01  WS-EXT-VALORES.
           05 WS-EXV-PAINEIS      PIC -ZZZ,ZZ9.
           05 WS-EXV-AREA         PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-EXV-CUSTO        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-AUDIT-DETALHE.
           05 WS-AUD-TIMESTAMP    PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-CLIENTE      PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-STATUS       PIC X(001).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-COD-CLIENTE  PIC X(006).
           05 FILLER              PIC X(007) VALUE SPACES.

       01  WS-LISTA-LINE.
           05 WS-LST-NUMERO       PIC 9(006).
           05 WS-LST-DT-ABERT     PIC X(008).
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-LST-DT-ENCER     PIC X(008).
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-LST-COD-CLIENTE  PIC X(006).

       LINKAGE SECTION.
       01  LS-NOME                PIC X(020).
                   DISPLAY "Ja existe a ordem " WS-NUM-ORDEM
                       " (status " JO-STATUS ")."
               ELSE
                   PERFORM 730-VALIDA-CLIENTE
                   IF NOT CLIENTE-VALIDO
                       DISPLAY "Abertura cancelada."
                   ELSE
                       DISPLAY "Abrir ordem " WS-NUM-ORDEM
                           " cliente " WS-COD-CLIENTE-INF " "
                           WS-CLIENTE-INF
                       PERFORM 750-CONFIRMA-OPERACAO
                       IF OPERACAO-CONFIRMADA
                           MOVE WS-NUM-ORDEM   TO JO-NUM-ORDEM
                           MOVE WS-CLIENTE-INF TO JO-CLIENTE
                           MOVE WS-COD-CLIENTE-INF TO JO-COD-CLIENTE
                           MOVE "A"            TO JO-STATUS
                           MOVE WS-DATA-HOJE   TO JO-DATA-ABERTURA
                           MOVE SPACES TO JO-DATA-ENCERRAMENTO
                       MOVE "E" TO JO-STATUS
                       MOVE WS-DATA-HOJE TO JO-DATA-ENCERRAMENTO
                       MOVE JO-CLIENTE TO WS-CLIENTE-INF
                       MOVE JO-COD-CLIENTE TO WS-COD-CLIENTE-INF
                       REWRITE ORDERS-RECORD
                           INVALID KEY
                               DISPLAY "*** ERRO NA REGRAVACAO ("
                               MOVE "E" TO WS-AUD-STATUS
                               PERFORM 810-GRAVA-AUDITORIA
                               DISPLAY "Ordem encerrada."
                               PERFORM 450-EMITE-EXTRATO-ENCERRAMENTO
                       END-REWRITE
                   ELSE
                       DISPLAY "Encerramento cancelado."
               END-IF
           END-IF.

      * Closing statement of the order, printed from the order ledger
      * right after the order is closed.  The ledger is keyed on order
      * then movement date, so one START and a forward read deliver the
      * order's entries already in date order.
       450-EMITE-EXTRATO-ENCERRAMENTO.
           MOVE WS-NUM-ORDEM TO WS-EXT-NUM-ORDEM
           MOVE SPACES TO WS-NOME-EXTRATO
           STRING "ENCERRAMENTO-" WS-EXT-NUM-ORDEM ".RPT"
               DELIMITED BY SIZE INTO WS-NOME-EXTRATO
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "*** ERRO: NAO FOI POSSIVEL GRAVAR "
                   WS-NOME-EXTRATO " (STATUS=" WS-STATEMENT-STATUS
                   ") ***"
           ELSE
               PERFORM 455-INICIA-EXTRATO
               PERFORM 460-IMPRIME-CABECALHO-EXTRATO
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   MOVE LOW-VALUES TO LG-CHAVE
                   MOVE WS-NUM-ORDEM TO LG-NUM-ORDEM
                   START LEDGER-FILE KEY NOT < LG-CHAVE
                       INVALID KEY
                           SET FIM-RAZAO TO TRUE
                   END-START
                   PERFORM 465-LE-LANCAMENTO UNTIL FIM-RAZAO
                   CLOSE LEDGER-FILE
               END-IF
               IF WS-QTD-LANCAMENTOS = ZEROS
                   MOVE "NENHUM LANCAMENTO NO RAZAO PARA ESTA ORDEM."
                       TO WS-EXTRATO-LINE
                   WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
               ELSE
                   PERFORM 470-IMPRIME-SUBTOTAL-DATA
                   PERFORM 480-IMPRIME-TOTAIS-EXTRATO
               END-IF
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "*** FIM DO EXTRATO ***" TO WS-EXTRATO-LINE
               WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
               CLOSE STATEMENT-FILE
               DISPLAY "Extrato de encerramento: " WS-NOME-EXTRATO
           END-IF.

       455-INICIA-EXTRATO.
           MOVE "N" TO WS-FIM-RAZAO
           MOVE SPACES TO WS-DATA-QUEBRA
           MOVE ZEROS TO WS-QTD-LANCAMENTOS
           MOVE ZEROS TO WS-DAT-PAINEIS
           MOVE ZEROS TO WS-DAT-AREA
           MOVE ZEROS TO WS-DAT-CUSTO
           MOVE ZEROS TO WS-TOT-PAINEIS
           MOVE ZEROS TO WS-TOT-AREA
           MOVE ZEROS TO WS-TOT-CUSTO
           MOVE ZEROS TO WS-EST-PAINEIS
           MOVE ZEROS TO WS-EST-CUSTO
           MOVE ZEROS TO WS-REP-CUSTO
           MOVE ZEROS TO WS-QTD-MATERIAIS
           MOVE ZEROS TO WS-MATS-IGNORADOS
           MOVE SPACES TO WS-TABELA-MATERIAIS.

       460-IMPRIME-CABECALHO-EXTRATO.
           MOVE SPACES TO WS-EXTRATO-LINE
           STRING "EXTRATO DE ENCERRAMENTO DA ORDEM " WS-EXT-NUM-ORDEM
               DELIMITED BY SIZE INTO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           MOVE SPACES TO WS-EXTRATO-LINE
           STRING "CLIENTE     : " JO-COD-CLIENTE " " JO-CLIENTE
               DELIMITED BY SIZE INTO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           MOVE SPACES TO WS-EXTRATO-LINE
           STRING "ABERTURA    : " JO-DATA-ABERTURA
               "   ENCERRAMENTO: " JO-DATA-ENCERRAMENTO
               DELIMITED BY SIZE INTO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-EXTRATO-LINE
           STRING "EMITIDO POR : " WS-OPERADOR " EM "
               WS-TIMESTAMP(1:14)
               DELIMITED BY SIZE INTO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-EXT-COLUNAS
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       465-LE-LANCAMENTO.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET FIM-RAZAO TO TRUE
               NOT AT END
                   IF LG-NUM-ORDEM NOT = WS-NUM-ORDEM
                       SET FIM-RAZAO TO TRUE
                   ELSE
                       PERFORM 467-IMPRIME-LANCAMENTO
                   END-IF
           END-READ.

       467-IMPRIME-LANCAMENTO.
           IF LG-DATA-MOVTO NOT = WS-DATA-QUEBRA
               IF WS-QTD-LANCAMENTOS > ZEROS
                   PERFORM 470-IMPRIME-SUBTOTAL-DATA
               END-IF
               MOVE LG-DATA-MOVTO TO WS-DATA-QUEBRA
               MOVE ZEROS TO WS-DAT-PAINEIS
               MOVE ZEROS TO WS-DAT-AREA
               MOVE ZEROS TO WS-DAT-CUSTO
               MOVE LG-DATA-MOVTO TO WS-EXD-DATA
           ELSE
               MOVE SPACES TO WS-EXD-DATA
           END-IF
           ADD 1 TO WS-QTD-LANCAMENTOS
           IF LG-ESTORNO
               MOVE "ESTORNO" TO WS-EXD-TIPO
               ADD LG-QTD-PAINEIS TO WS-EST-PAINEIS
               ADD LG-CUSTO       TO WS-EST-CUSTO
           ELSE
               IF LG-REPRECO
                   MOVE "REPRECO" TO WS-EXD-TIPO
                   ADD LG-CUSTO TO WS-REP-CUSTO
               ELSE
                   MOVE "LANCAMENTO" TO WS-EXD-TIPO
               END-IF
           END-IF
           MOVE LG-DEPOSITO    TO WS-EXD-DEPOSITO
           MOVE LG-MATERIAL    TO WS-EXD-MATERIAL
           MOVE LG-QTD-PAINEIS TO WS-EXD-PAINEIS
           MOVE LG-AREA        TO WS-EXD-AREA
           MOVE LG-CUSTO       TO WS-EXD-CUSTO
           WRITE STATEMENT-LINE FROM WS-EXT-DETALHE
           ADD LG-QTD-PAINEIS TO WS-DAT-PAINEIS
           ADD LG-AREA        TO WS-DAT-AREA
           ADD LG-CUSTO       TO WS-DAT-CUSTO
           ADD LG-QTD-PAINEIS TO WS-TOT-PAINEIS
           ADD LG-AREA        TO WS-TOT-AREA
           ADD LG-CUSTO       TO WS-TOT-CUSTO
           PERFORM 475-ACUMULA-MATERIAL.

       470-IMPRIME-SUBTOTAL-DATA.
           MOVE WS-DAT-PAINEIS TO WS-EXV-PAINEIS
           MOVE WS-DAT-AREA    TO WS-EXV-AREA
           MOVE WS-DAT-CUSTO   TO WS-EXV-CUSTO
           MOVE SPACES TO WS-EXTRATO-LINE
           STRING "  LIQUIDO " WS-DATA-QUEBRA "            "
               WS-EXV-PAINEIS " " WS-EXV-AREA " " WS-EXV-CUSTO
               DELIMITED BY SIZE INTO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       475-ACUMULA-MATERIAL.
           MOVE ZEROS TO WS-MAT-SUB
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                   UNTIL WS-MAT-IDX > WS-QTD-MATERIAIS
                   OR WS-MAT-SUB > ZEROS
               IF WS-MAT-CODIGO(WS-MAT-IDX) = LG-MATERIAL
                   SET WS-MAT-SUB TO WS-MAT-IDX
               END-IF
           END-PERFORM
           IF WS-MAT-SUB = ZEROS
               IF WS-QTD-MATERIAIS < 20
                   ADD 1 TO WS-QTD-MATERIAIS
                   MOVE WS-QTD-MATERIAIS TO WS-MAT-SUB
                   MOVE LG-MATERIAL TO WS-MAT-CODIGO(WS-MAT-SUB)
                   MOVE ZEROS TO WS-MAT-PAINEIS(WS-MAT-SUB)
                   MOVE ZEROS TO WS-MAT-AREA(WS-MAT-SUB)
                   MOVE ZEROS TO WS-MAT-CUSTO(WS-MAT-SUB)
               ELSE
                   ADD 1 TO WS-MATS-IGNORADOS
               END-IF
           END-IF
           IF WS-MAT-SUB > ZEROS
               ADD LG-QTD-PAINEIS TO WS-MAT-PAINEIS(WS-MAT-SUB)
               ADD LG-AREA        TO WS-MAT-AREA(WS-MAT-SUB)
               ADD LG-CUSTO       TO WS-MAT-CUSTO(WS-MAT-SUB)
           END-IF.

       480-IMPRIME-TOTAIS-EXTRATO.
           MOVE "TOTAIS DA ORDEM POR MATERIAL (LIQUIDOS DE ESTORNOS):"
               TO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           PERFORM 485-IMPRIME-TOTAL-MATERIAL
               VARYING WS-MAT-SUB FROM 1 BY 1
               UNTIL WS-MAT-SUB > WS-QTD-MATERIAIS
           IF WS-MATS-IGNORADOS > ZEROS
               MOVE SPACES TO WS-EXTRATO-LINE
               STRING "AVISO: TABELA DE MATERIAIS CHEIA (20) - "
                   WS-MATS-IGNORADOS " LANCAMENTO(S) SO NO TOTAL GERAL"
                   DELIMITED BY SIZE INTO WS-EXTRATO-LINE
               WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           END-IF
           MOVE WS-EST-PAINEIS TO WS-EXV-PAINEIS
           MOVE WS-EST-CUSTO   TO WS-EXV-CUSTO
           MOVE SPACES TO WS-EXTRATO-LINE
           STRING "ESTORNOS DESCONTADOS: PAINEIS=" WS-EXV-PAINEIS
               " CUSTO=" WS-EXV-CUSTO
               DELIMITED BY SIZE INTO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           IF WS-REP-CUSTO NOT = ZEROS
               MOVE WS-REP-CUSTO TO WS-EXV-CUSTO
               MOVE SPACES TO WS-EXTRATO-LINE
               STRING "AJUSTES DE REPRECO  : CUSTO=" WS-EXV-CUSTO
                   DELIMITED BY SIZE INTO WS-EXTRATO-LINE
               WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE
           END-IF
           MOVE WS-TOT-PAINEIS TO WS-EXV-PAINEIS
           MOVE WS-TOT-AREA    TO WS-EXV-AREA
           MOVE WS-TOT-CUSTO   TO WS-EXV-CUSTO
           MOVE SPACES TO WS-EXTRATO-LINE
           STRING "TOTAL DA ORDEM      " "          "
               WS-EXV-PAINEIS " " WS-EXV-AREA " " WS-EXV-CUSTO
               DELIMITED BY SIZE INTO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE.

       485-IMPRIME-TOTAL-MATERIAL.
           MOVE WS-MAT-PAINEIS(WS-MAT-SUB) TO WS-EXV-PAINEIS
           MOVE WS-MAT-AREA(WS-MAT-SUB)    TO WS-EXV-AREA
           MOVE WS-MAT-CUSTO(WS-MAT-SUB)   TO WS-EXV-CUSTO
           MOVE SPACES TO WS-EXTRATO-LINE
           STRING "  MATERIAL " WS-MAT-CODIGO(WS-MAT-SUB)
               "                  "
               WS-EXV-PAINEIS " " WS-EXV-AREA " " WS-EXV-CUSTO
               DELIMITED BY SIZE INTO WS-EXTRATO-LINE
           WRITE STATEMENT-LINE FROM WS-EXTRATO-LINE.

       500-CANCELA-ORDEM.
           PERFORM 700-ACEITA-ORDEM
           PERFORM 720-LOCALIZA-ORDEM
                       MOVE "C" TO JO-STATUS
                       MOVE WS-DATA-HOJE TO JO-DATA-ENCERRAMENTO
                       MOVE JO-CLIENTE TO WS-CLIENTE-INF
                       MOVE JO-COD-CLIENTE TO WS-COD-CLIENTE-INF
                       REWRITE ORDERS-RECORD
                           INVALID KEY
                               DISPLAY "*** ERRO NA REGRAVACAO ("
               DISPLAY "Nenhuma ordem cadastrada."
           ELSE
               DISPLAY "ORDEM    CLIENTE                 ST  "
                   "ABERTURA    ENCERRAM. COD.CLI"
               PERFORM 620-LISTA-ORDEM UNTIL FIM-LISTAGEM
               DISPLAY "ORDENS LISTADAS: " WS-QTD-LISTADAS
           END-IF.
           MOVE JO-STATUS             TO WS-LST-STATUS
           MOVE JO-DATA-ABERTURA      TO WS-LST-DT-ABERT
           MOVE JO-DATA-ENCERRAMENTO  TO WS-LST-DT-ENCER
           MOVE JO-COD-CLIENTE        TO WS-LST-COD-CLIENTE
           DISPLAY WS-LISTA-LINE.

       620-LISTA-ORDEM.
                   SET ACHOU-ORDEM TO TRUE
           END-READ.

      * The customer code typed on opening must exist as an active
      * record of the customer master; the order takes its billing
      * name (first 20 characters) as JO-CLIENTE.
       730-VALIDA-CLIENTE.
           MOVE "N" TO WS-CLIENTE-VALIDO
           DISPLAY "Codigo do cliente: "
           ACCEPT WS-COD-CLIENTE-INF
           IF WS-COD-CLIENTE-INF = SPACES
               DISPLAY "Codigo de cliente invalido."
           ELSE
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
                               MOVE CL-NOME(1:20) TO WS-CLIENTE-INF
                               SET CLIENTE-VALIDO TO TRUE
                           ELSE
                               DISPLAY "Cliente inativo: "
                                   WS-COD-CLIENTE-INF " " CL-NOME
                           END-IF
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

       750-CONFIRMA-OPERACAO.
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY "Confirma a operacao (S/N)? "
           MOVE WS-OPERADOR    TO WS-AUD-OPERADOR
           MOVE WS-NUM-ORDEM   TO WS-AUD-ORDEM
           MOVE WS-CLIENTE-INF TO WS-AUD-CLIENTE
           MOVE WS-COD-CLIENTE-INF TO WS-AUD-COD-CLIENTE
           WRITE AUDIT-LINE FROM WS-AUDIT-DETALHE
           CLOSE AUDIT-FILE.

