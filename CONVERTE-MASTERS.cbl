      *            and skipped, counts are displayed per master, and
      *            a missing .SEQ file is simply noted, so the
      *            utility can be rerun for one master at a time.
      *            When orders gained the customer code of the
      *            CUSTOMERS.DAT master (JO-COD-CLIENTE), the job-order
      *            master grew again: ORDERS.SEQ may now carry the code
      *            after the closing date (older lines leave it blank),
      *            and an indexed ORDERS.DAT in the layout without the
      *            code is renamed to ORDERS.IDX and walked by key when
      *            no ORDERS.SEQ is present.  Converted orders without
      *            a code keep their free-text customer name and are
      *            costed at the general rates until the code is set.
      *            The stock master likewise gained the purchasing
      *            data of each material (reorder quantity, preferred
      *            supplier and lead time in days): MATSTOCK.SEQ may
      *            carry them after the reorder point (absent or
      *            non-numeric values load as zeros/blank), and an
      *            indexed MATSTOCK.DAT in the layout without them is
      *            renamed to MATSTOCK.IDX and walked by key when no
      *            MATSTOCK.SEQ is present.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDSEQ-STATUS.

      * The indexed job-order master in the layout kept before the
      * customer code was added, renamed by the operator.
           SELECT ORDERS-IDX ASSIGN TO "ORDERS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-NUM-ORDEM
               FILE STATUS IS WS-ORDIDX-STATUS.

           SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKSEQ-STATUS.

      * The indexed stock master in the layout kept before the
      * purchasing data was added, renamed by the operator.
           SELECT STOCK-IDX ASSIGN TO "MATSTOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-MATERIAL
               FILE STATUS IS WS-STKIDX-STATUS.

           SELECT STOCK-FILE ASSIGN TO "MATSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 OS-STATUS           PIC X(001).
           05 OS-DATA-ABERTURA    PIC X(008).
           05 OS-DATA-ENCERRAMENTO PIC X(008).
           05 OS-COD-CLIENTE      PIC X(006).

       FD  ORDERS-IDX.
       01  ORDIDX-RECORD.
           05 OI-NUM-ORDEM        PIC 9(006).
           05 OI-CLIENTE          PIC X(020).
           05 OI-STATUS           PIC X(001).
           05 OI-DATA-ABERTURA    PIC X(008).
           05 OI-DATA-ENCERRAMENTO PIC X(008).

       FD  ORDERS-FILE.
       01  ORDERS-RECORD.
           05 JO-STATUS           PIC X(001).
           05 JO-DATA-ABERTURA    PIC X(008).
           05 JO-DATA-ENCERRAMENTO PIC X(008).
           05 JO-COD-CLIENTE      PIC X(006).

       FD  RATE-SEQ.
       01  RATSEQ-RECORD.
           05 SS-QTD-ESTOQUE      PIC S9(007)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 SS-PONTO-REPOSICAO  PIC 9(007)V9(002).
           05 SS-QTD-REPOSICAO    PIC 9(007)V9(002).
           05 SS-FORNECEDOR       PIC X(010).
           05 SS-PRAZO-ENTREGA    PIC 9(003).

       FD  STOCK-IDX.
       01  STKIDX-RECORD.
           05 SI-MATERIAL         PIC X(001).
           05 SI-QTD-ESTOQUE      PIC S9(007)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 SI-PONTO-REPOSICAO  PIC 9(007)V9(002).

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 ST-QTD-ESTOQUE      PIC S9(007)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 ST-PONTO-REPOSICAO  PIC 9(007)V9(002).
           05 ST-QTD-REPOSICAO    PIC 9(007)V9(002).
           05 ST-FORNECEDOR       PIC X(010).
           05 ST-PRAZO-ENTREGA    PIC 9(003).

      * The roster in the 50-byte indexed layout kept before the
      * sign-on credential was added (name, date, department, role,
       WORKING-STORAGE SECTION.
       77  WS-ORDSEQ-STATUS       PIC X(002) VALUE SPACES.
       77  WS-ORDERS-STATUS       PIC X(002) VALUE SPACES.
       77  WS-ORDIDX-STATUS       PIC X(002) VALUE SPACES.
       77  WS-RATSEQ-STATUS       PIC X(002) VALUE SPACES.
       77  WS-RATE-STATUS         PIC X(002) VALUE SPACES.
       77  WS-STKSEQ-STATUS       PIC X(002) VALUE SPACES.
       77  WS-STOCK-STATUS        PIC X(002) VALUE SPACES.
       77  WS-STKIDX-STATUS       PIC X(002) VALUE SPACES.
       77  WS-CADSEQ-STATUS       PIC X(002) VALUE SPACES.
       77  WS-CADASTRO-STATUS     PIC X(002) VALUE SPACES.
       77  WS-FIM-ARQUIVO         PIC X(001) VALUE "N".
           MOVE ZEROS TO WS-REGS-DUPLICADOS
           OPEN INPUT ORDERS-SEQ
           IF WS-ORDSEQ-STATUS NOT = "00"
               PERFORM 150-CONVERTE-ORDENS-INDEXADAS
           ELSE
               OPEN OUTPUT ORDERS-FILE
               IF WS-ORDERS-STATUS NOT = "00"
                   ADD 1 TO WS-REGS-LIDOS
                   MOVE OS-NUM-ORDEM TO JO-NUM-ORDEM
                   MOVE OS-CLIENTE   TO JO-CLIENTE
                   MOVE OS-COD-CLIENTE TO JO-COD-CLIENTE
                   IF OS-STATUS = SPACE OR OS-STATUS = LOW-VALUE
                       MOVE "A"    TO JO-STATUS
                       MOVE SPACES TO JO-DATA-ABERTURA
                   END-WRITE
           END-READ.

       150-CONVERTE-ORDENS-INDEXADAS.
           OPEN INPUT ORDERS-IDX
           IF WS-ORDIDX-STATUS NOT = "00"
               DISPLAY "ORDERS.SEQ e ORDERS.IDX nao encontrados - "
                   "ordens nao convertidas."
           ELSE
               OPEN OUTPUT ORDERS-FILE
               IF WS-ORDERS-STATUS NOT = "00"
                   DISPLAY "*** ERRO: CRIACAO DE ORDERS.DAT ("
                       "STATUS=" WS-ORDERS-STATUS ") ***"
                   CLOSE ORDERS-IDX
               ELSE
                   MOVE ZEROS TO OI-NUM-ORDEM
                   START ORDERS-IDX KEY NOT < OI-NUM-ORDEM
                       INVALID KEY
                           SET FIM-ARQUIVO TO TRUE
                   END-START
                   PERFORM 160-CARREGA-ORDEM-INDEXADA UNTIL FIM-ARQUIVO
                   CLOSE ORDERS-IDX
                   CLOSE ORDERS-FILE
                   DISPLAY "ORDENS   : " WS-REGS-LIDOS " lida(s), "
                       WS-REGS-GRAVADOS " gravada(s), "
                       WS-REGS-DUPLICADOS " duplicada(s)."
               END-IF
           END-IF.

       160-CARREGA-ORDEM-INDEXADA.
           READ ORDERS-IDX NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGS-LIDOS
                   MOVE OI-NUM-ORDEM         TO JO-NUM-ORDEM
                   MOVE OI-CLIENTE           TO JO-CLIENTE
                   MOVE OI-STATUS            TO JO-STATUS
                   MOVE OI-DATA-ABERTURA     TO JO-DATA-ABERTURA
                   MOVE OI-DATA-ENCERRAMENTO TO JO-DATA-ENCERRAMENTO
                   MOVE SPACES               TO JO-COD-CLIENTE
                   WRITE ORDERS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REGS-DUPLICADOS
                           DISPLAY "ORDEM DUPLICADA IGNORADA: "
                               OI-NUM-ORDEM
                       NOT INVALID KEY
                           ADD 1 TO WS-REGS-GRAVADOS
                   END-WRITE
           END-READ.

       200-CONVERTE-TAXAS.
           MOVE "N" TO WS-FIM-ARQUIVO
           MOVE ZEROS TO WS-REGS-LIDOS
           MOVE ZEROS TO WS-REGS-DUPLICADOS
           OPEN INPUT STOCK-SEQ
           IF WS-STKSEQ-STATUS NOT = "00"
               PERFORM 350-CONVERTE-ESTOQUE-INDEXADO
           ELSE
               OPEN OUTPUT STOCK-FILE
               IF WS-STOCK-STATUS NOT = "00"
                   MOVE SS-MATERIAL        TO ST-MATERIAL
                   MOVE SS-QTD-ESTOQUE     TO ST-QTD-ESTOQUE
                   MOVE SS-PONTO-REPOSICAO TO ST-PONTO-REPOSICAO
                   IF SS-QTD-REPOSICAO NUMERIC
                       MOVE SS-QTD-REPOSICAO TO ST-QTD-REPOSICAO
                   ELSE
                       MOVE ZEROS TO ST-QTD-REPOSICAO
                   END-IF
                   MOVE SS-FORNECEDOR TO ST-FORNECEDOR
                   IF SS-PRAZO-ENTREGA NUMERIC
                       MOVE SS-PRAZO-ENTREGA TO ST-PRAZO-ENTREGA
                   ELSE
                       MOVE ZEROS TO ST-PRAZO-ENTREGA
                   END-IF
                   WRITE STOCK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REGS-DUPLICADOS
                   END-WRITE
           END-READ.

       350-CONVERTE-ESTOQUE-INDEXADO.
           OPEN INPUT STOCK-IDX
           IF WS-STKIDX-STATUS NOT = "00"
               DISPLAY "MATSTOCK.SEQ e MATSTOCK.IDX nao encontrados - "
                   "estoque nao convertido."
           ELSE
               OPEN OUTPUT STOCK-FILE
               IF WS-STOCK-STATUS NOT = "00"
                   DISPLAY "*** ERRO: CRIACAO DE MATSTOCK.DAT ("
                       "STATUS=" WS-STOCK-STATUS ") ***"
                   CLOSE STOCK-IDX
               ELSE
                   MOVE LOW-VALUES TO SI-MATERIAL
                   START STOCK-IDX KEY NOT < SI-MATERIAL
                       INVALID KEY
                           SET FIM-ARQUIVO TO TRUE
                   END-START
                   PERFORM 360-CARREGA-MATERIAL-INDEXADO
                       UNTIL FIM-ARQUIVO
                   CLOSE STOCK-IDX
                   CLOSE STOCK-FILE
                   DISPLAY "ESTOQUE  : " WS-REGS-LIDOS " lido(s), "
                       WS-REGS-GRAVADOS " gravado(s), "
                       WS-REGS-DUPLICADOS " duplicado(s)."
               END-IF
           END-IF.

       360-CARREGA-MATERIAL-INDEXADO.
           READ STOCK-IDX NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGS-LIDOS
                   MOVE SI-MATERIAL        TO ST-MATERIAL
                   MOVE SI-QTD-ESTOQUE     TO ST-QTD-ESTOQUE
                   MOVE SI-PONTO-REPOSICAO TO ST-PONTO-REPOSICAO
                   MOVE ZEROS              TO ST-QTD-REPOSICAO
                   MOVE SPACES             TO ST-FORNECEDOR
                   MOVE ZEROS              TO ST-PRAZO-ENTREGA
                   WRITE STOCK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REGS-DUPLICADOS
                           DISPLAY "MATERIAL DUPLICADO IGNORADO: "
                               SI-MATERIAL
                       NOT INVALID KEY
                           ADD 1 TO WS-REGS-GRAVADOS
                   END-WRITE
           END-READ.

      * The roster record grew when the sign-on credential was added,
      * so an existing PROG01-MASTER.DAT must be rebuilt too or the
      * sign-on locks everyone out: the existing fields are carried
