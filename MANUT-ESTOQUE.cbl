      *            movements the way MATRATES-AUDIT.LOG proves a
      *            price.  Files still in the old sequential layout
      *            are migrated once by the CONVERTE-MASTERS utility.
      *            The movement type on the journal is ten characters
      *            wide so the INVENTARIO postings of the physical
      *            inventory count (INVENTARIO-FISICO) fit.
      *            Each material also carries its purchasing data -
      *            reorder quantity, preferred supplier and lead time
      *            in days - used by CALCULO-AREA to raise purchase
      *            requisitions on REQUISITIONS.DAT; they are asked on
      *            inclusion and changed with their own option.  A
      *            receipt closes the material's open requisitions
      *            oldest first: a requisition fully covered is marked
      *            received (F), one partly covered is marked partial
      *            (P) with the quantity received so far.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ST-MATERIAL
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT REQUISITION-FILE ASSIGN TO "REQUISITIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-REQ-STATUS.

           SELECT MOVTO-FILE ASSIGN TO "MATSTOCK-MOVTO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVTO-STATUS.
           05 ST-QTD-ESTOQUE      PIC S9(007)V9(002)
                   SIGN IS LEADING SEPARATE.
           05 ST-PONTO-REPOSICAO  PIC 9(007)V9(002).
           05 ST-QTD-REPOSICAO    PIC 9(007)V9(002).
           05 ST-FORNECEDOR       PIC X(010).
           05 ST-PRAZO-ENTREGA    PIC 9(003).

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

       FD  MOVTO-FILE.
       01  MOVTO-LINE             PIC X(130).
       WORKING-STORAGE SECTION.
       77  WS-STOCK-STATUS        PIC X(002) VALUE SPACES.
       77  WS-MOVTO-STATUS        PIC X(002) VALUE SPACES.
       77  WS-REQ-STATUS          PIC X(002) VALUE SPACES.
       77  WS-FIM-REQUISICOES     PIC X(001) VALUE "N".
           88 FIM-REQUISICOES                VALUE "Y".
       77  WS-QTD-A-BAIXAR        PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-QTD-FALTANTE        PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-REQ-BAIXADAS        PIC 9(003) VALUE ZEROS.
       77  WS-QTD-REPOSICAO-NOVA  PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-FORNECEDOR-INF      PIC X(010) VALUE SPACES.
       77  WS-PRAZO-INF           PIC X(003) VALUE SPACES.
       77  WS-PRAZO-NOVO          PIC 9(003) VALUE ZEROS.
       77  WS-FIM-MANUTENCAO      PIC X(001) VALUE "N".
           88 FIM-MANUTENCAO                 VALUE "Y".
       77  WS-FIM-LISTAGEM        PIC X(001) VALUE "N".
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-TIPO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-MOV-MATERIAL     PIC X(001).
           05 FILLER              PIC X(005) VALUE " QTD=".
           05 WS-LST-SALDO        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-LST-PONTO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-QTD-REPOSICAO PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-FORNECEDOR   PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-PRAZO        PIC ZZ9.
           05 WS-LST-AVISO        PIC X(015).

       01  WS-REQ-LINE.
           05 FILLER              PIC X(015) VALUE "  REQUISICAO ".
           05 WS-RQL-MATERIAL     PIC X(001).
           05 FILLER              PIC X(001) VALUE "-".
           05 WS-RQL-EMISSAO      PIC X(008).
           05 FILLER              PIC X(008) VALUE " PEDIDO=".
           05 WS-RQL-PEDIDA       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(010) VALUE " RECEBIDO=".
           05 WS-RQL-RECEBIDA     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-RQL-SITUACAO     PIC X(010).

       LINKAGE SECTION.
       01  LS-NOME                PIC X(020).

           DISPLAY "E - Entrada de estoque (recebimento)"
           DISPLAY "A - Ajuste de saldo (com motivo)"
           DISPLAY "P - Alterar ponto de reposicao"
           DISPLAY "R - Alterar dados de compra (qtd, fornecedor, "
               "prazo)"
           DISPLAY "L - Listar estoque"
           DISPLAY "S - Sair"
           DISPLAY "Escolha uma opcao: "
               WHEN "P"
               WHEN "p"
                   PERFORM 550-ALTERA-PONTO
               WHEN "R"
               WHEN "r"
                   PERFORM 560-ALTERA-DADOS-COMPRA
               WHEN "L"
               WHEN "l"
                   PERFORM 600-LISTA-ESTOQUE
                       DISPLAY "Ponto de reposicao: "
                       ACCEPT WS-QTD-INF
                       PERFORM 735-CONVERTE-PONTO
                       PERFORM 740-ACEITA-DADOS-COMPRA
                       DISPLAY "Incluir material " WS-MATERIAL-INF
                       PERFORM 750-CONFIRMA-OPERACAO
                       IF OPERACAO-CONFIRMADA
                           MOVE WS-MATERIAL-INF  TO ST-MATERIAL
                           MOVE WS-QTD-MOVIMENTO TO ST-QTD-ESTOQUE
                           MOVE WS-PONTO-NOVO TO ST-PONTO-REPOSICAO
                           MOVE WS-QTD-REPOSICAO-NOVA
                               TO ST-QTD-REPOSICAO
                           MOVE WS-FORNECEDOR-INF TO ST-FORNECEDOR
                           MOVE WS-PRAZO-NOVO TO ST-PRAZO-ENTREGA
                           WRITE STOCK-RECORD
                               INVALID KEY
                                   DISPLAY "*** ERRO NA GRAVACAO ("
                               MOVE "RECEBIMENTO" TO WS-MOTIVO-INF
                               PERFORM 810-GRAVA-MOVIMENTO
                               DISPLAY "Entrada registrada."
                               PERFORM 420-BAIXA-REQUISICOES
                       END-REWRITE
                   ELSE
                       DISPLAY "Entrada cancelada."
               END-IF
           END-IF.

      * The receipt is applied to the material's requisitions still
      * open or partial, oldest first (the key is material + emission
      * date), until the quantity received is used up.
       420-BAIXA-REQUISICOES.
           OPEN I-O REQUISITION-FILE
           IF WS-REQ-STATUS = "00"
               MOVE WS-QTD-MOVIMENTO TO WS-QTD-A-BAIXAR
               MOVE ZEROS TO WS-REQ-BAIXADAS
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-MATERIAL-INF TO RQ-MATERIAL
               MOVE "00000000" TO RQ-DATA-EMISSAO
               MOVE "N" TO WS-FIM-REQUISICOES
               START REQUISITION-FILE KEY NOT < RQ-CHAVE
                   INVALID KEY
                       SET FIM-REQUISICOES TO TRUE
               END-START
               PERFORM 430-BAIXA-REQUISICAO UNTIL FIM-REQUISICOES
               CLOSE REQUISITION-FILE
               IF WS-REQ-BAIXADAS = ZEROS
                   DISPLAY "Nenhuma requisicao em aberto para o "
                       "material."
               END-IF
           END-IF.

       430-BAIXA-REQUISICAO.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   SET FIM-REQUISICOES TO TRUE
               NOT AT END
                   IF RQ-MATERIAL NOT = WS-MATERIAL-INF
                           OR WS-QTD-A-BAIXAR = ZEROS
                       SET FIM-REQUISICOES TO TRUE
                   ELSE
                       IF RQ-ABERTA OR RQ-PARCIAL
                           COMPUTE WS-QTD-FALTANTE =
                               RQ-QTD-PEDIDA - RQ-QTD-RECEBIDA
                           IF WS-QTD-A-BAIXAR >= WS-QTD-FALTANTE
                               MOVE RQ-QTD-PEDIDA TO RQ-QTD-RECEBIDA
                               SET RQ-ATENDIDA TO TRUE
                               SUBTRACT WS-QTD-FALTANTE
                                   FROM WS-QTD-A-BAIXAR
                           ELSE
                               ADD WS-QTD-A-BAIXAR TO RQ-QTD-RECEBIDA
                               SET RQ-PARCIAL TO TRUE
                               MOVE ZEROS TO WS-QTD-A-BAIXAR
                           END-IF
                           MOVE WS-TIMESTAMP(1:8) TO RQ-DATA-BAIXA
                           REWRITE REQUISITION-RECORD
                               INVALID KEY
                                   DISPLAY "*** ERRO NA REGRAVACAO DA "
                                       "REQUISICAO (STATUS="
                                       WS-REQ-STATUS ") ***"
                               NOT INVALID KEY
                                   ADD 1 TO WS-REQ-BAIXADAS
                                   PERFORM 440-EXIBE-REQUISICAO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       440-EXIBE-REQUISICAO.
           MOVE RQ-MATERIAL     TO WS-RQL-MATERIAL
           MOVE RQ-DATA-EMISSAO TO WS-RQL-EMISSAO
           MOVE RQ-QTD-PEDIDA   TO WS-RQL-PEDIDA
           MOVE RQ-QTD-RECEBIDA TO WS-RQL-RECEBIDA
           IF RQ-ATENDIDA
               MOVE "ATENDIDA" TO WS-RQL-SITUACAO
           ELSE
               MOVE "PARCIAL" TO WS-RQL-SITUACAO
           END-IF
           DISPLAY WS-REQ-LINE.

       500-AJUSTA-SALDO.
           PERFORM 700-ACEITA-MATERIAL
           PERFORM 720-LOCALIZA-MATERIAL
               END-IF
           END-IF.

       560-ALTERA-DADOS-COMPRA.
           PERFORM 700-ACEITA-MATERIAL
           PERFORM 720-LOCALIZA-MATERIAL
           IF NOT ACHOU-MATERIAL
               DISPLAY "Material nao cadastrado: " WS-MATERIAL-INF
           ELSE
               MOVE ST-QTD-REPOSICAO TO WS-LST-QTD-REPOSICAO
               DISPLAY "Atual: qtd " WS-LST-QTD-REPOSICAO
                   " fornecedor " ST-FORNECEDOR
                   " prazo " ST-PRAZO-ENTREGA " dia(s)"
               PERFORM 740-ACEITA-DADOS-COMPRA
               DISPLAY "Alterar dados de compra do material "
                   WS-MATERIAL-INF
               PERFORM 750-CONFIRMA-OPERACAO
               IF OPERACAO-CONFIRMADA
                   MOVE ST-QTD-ESTOQUE TO WS-SALDO-ANTERIOR
                   MOVE WS-SALDO-ANTERIOR TO WS-SALDO-NOVO
                   MOVE ZEROS TO WS-QTD-MOVIMENTO
                   MOVE WS-QTD-REPOSICAO-NOVA TO ST-QTD-REPOSICAO
                   MOVE WS-FORNECEDOR-INF TO ST-FORNECEDOR
                   MOVE WS-PRAZO-NOVO TO ST-PRAZO-ENTREGA
                   REWRITE STOCK-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA REGRAVACAO ("
                               "STATUS=" WS-STOCK-STATUS ") ***"
                       NOT INVALID KEY
                           MOVE "COMPRA" TO WS-MOV-TIPO
                           MOVE SPACES TO WS-MOTIVO-INF
                           STRING "FORN " WS-FORNECEDOR-INF
                               " PRAZO " WS-PRAZO-NOVO
                               DELIMITED BY SIZE INTO WS-MOTIVO-INF
                           PERFORM 810-GRAVA-MOVIMENTO
                           DISPLAY "Dados de compra alterados."
                   END-REWRITE
               ELSE
                   DISPLAY "Alteracao cancelada."
               END-IF
           END-IF.

       600-LISTA-ESTOQUE.
           MOVE "N" TO WS-FIM-LISTAGEM
           MOVE ZEROS TO WS-QTD-LISTADOS
           IF FIM-LISTAGEM
               DISPLAY "Nenhum material cadastrado."
           ELSE
               DISPLAY "MAT SALDO           PONTO         "
                   "QTD.REPOS. FORNECEDOR PRAZO"
               PERFORM 610-LISTA-MATERIAL UNTIL FIM-LISTAGEM
               DISPLAY "MATERIAIS LISTADOS: " WS-QTD-LISTADOS
           END-IF.
                   MOVE ST-MATERIAL        TO WS-LST-MATERIAL
                   MOVE ST-QTD-ESTOQUE     TO WS-LST-SALDO
                   MOVE ST-PONTO-REPOSICAO TO WS-LST-PONTO
                   MOVE ST-QTD-REPOSICAO   TO WS-LST-QTD-REPOSICAO
                   MOVE ST-FORNECEDOR      TO WS-LST-FORNECEDOR
                   MOVE ST-PRAZO-ENTREGA   TO WS-LST-PRAZO
                   IF ST-QTD-ESTOQUE < ST-PONTO-REPOSICAO
                       MOVE " *** REPOSICAO" TO WS-LST-AVISO
                   ELSE
                   FUNCTION NUMVAL-C(WS-QTD-INF)
           END-IF.

       740-ACEITA-DADOS-COMPRA.
           DISPLAY "Quantidade de reposicao (0 = completar o ponto): "
           ACCEPT WS-QTD-INF
           IF WS-QTD-INF = SPACES
               MOVE ZEROS TO WS-QTD-REPOSICAO-NOVA
           ELSE
               INSPECT WS-QTD-INF REPLACING ALL "," BY "."
               COMPUTE WS-QTD-REPOSICAO-NOVA =
                   FUNCTION NUMVAL-C(WS-QTD-INF)
           END-IF
           DISPLAY "Fornecedor preferencial: "
           ACCEPT WS-FORNECEDOR-INF
           DISPLAY "Prazo de entrega (dias): "
           ACCEPT WS-PRAZO-INF
           IF WS-PRAZO-INF = SPACES
               MOVE ZEROS TO WS-PRAZO-NOVO
           ELSE
               COMPUTE WS-PRAZO-NOVO = FUNCTION NUMVAL(WS-PRAZO-INF)
           END-IF.

       750-CONFIRMA-OPERACAO.
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY "Confirma a operacao (S/N)? "
