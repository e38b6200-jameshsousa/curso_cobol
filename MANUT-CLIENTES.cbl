      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Maintenance of the CUSTOMERS.DAT customer master and
      *            of the CUSTOMER-PRICES.DAT customer price agreements.
      *            Each customer carries a 6-character customer code,
      *            the billing name, the tax ID (CNPJ), a status
      *            (A=ativo, I=inativo) and the registration date
      *            (AAAAMMDD).  MANUT-ORDENS only opens a job order for
      *            an existing, active customer code, so the customer
      *            is no longer typed freely on every order.
      *            A price agreement is effective-dated per customer
      *            and material: from its vigencia on, the customer is
      *            costed either at a negotiated price per square unit
      *            (tipo P) or at a discount percentage over the
      *            general MATRATES.DAT rate (tipo D).  CALCULO-AREA
      *            applies the latest active agreement in effect on
      *            the movement date ahead of the general rate.
      *            Both masters are indexed and maintained record by
      *            record with keyed reads and rewrites.  The operator
      *            can include a customer, correct its name and tax
      *            ID, activate or deactivate it, consult a customer
      *            with its agreements, list the customers, include or
      *            correct an agreement and deactivate an agreement.
      *            Every confirmed change is appended to the
      *            CUSTOMERS-AUDIT.LOG trail with a timestamp, the
      *            operator name (received from the caller), the
      *            action, the customer code and what was changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT-CLIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRICE-FILE ASSIGN TO "CUSTOMER-PRICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CUSTOMERS-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CL-CODIGO           PIC X(006).
           05 CL-NOME             PIC X(040).
           05 CL-CNPJ             PIC X(014).
           05 CL-STATUS           PIC X(001).
               88 CL-ATIVO                   VALUE "A".
               88 CL-INATIVO                 VALUE "I".
           05 CL-DATA-CADASTRO    PIC X(008).

      * Customer price agreement: tipo P carries the negotiated price
      * per square unit, tipo D the discount percentage applied over
      * the general MATRATES.DAT rate in effect.
       FD  PRICE-FILE.
       01  PRICE-RECORD.
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

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(090).

       WORKING-STORAGE SECTION.
       77  WS-CUSTOMER-STATUS     PIC X(002) VALUE SPACES.
       77  WS-PRICE-STATUS        PIC X(002) VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-FIM-MANUTENCAO      PIC X(001) VALUE "N".
           88 FIM-MANUTENCAO                 VALUE "Y".
       77  WS-FIM-LISTAGEM        PIC X(001) VALUE "N".
           88 FIM-LISTAGEM                   VALUE "Y".
       77  WS-FIM-VARREDURA       PIC X(001) VALUE "N".
           88 FIM-VARREDURA                  VALUE "Y".
       77  WS-OPCAO               PIC X(001) VALUE SPACES.
       77  WS-CONFIRMA            PIC X(001) VALUE SPACES.
           88 OPERACAO-CONFIRMADA            VALUE "S".
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.
       77  WS-OPERADOR            PIC X(020) VALUE SPACES.
       77  WS-DATA-HOJE           PIC X(008) VALUE SPACES.

       77  WS-CODIGO-INF          PIC X(006) VALUE SPACES.
       77  WS-NOME-INF            PIC X(040) VALUE SPACES.
       77  WS-CNPJ-INF            PIC X(014) VALUE SPACES.
       77  WS-MATERIAL-INF        PIC X(001) VALUE SPACES.
       77  WS-VIGENCIA-INF        PIC X(008) VALUE SPACES.
       77  WS-TIPO-INF            PIC X(001) VALUE SPACES.
       77  WS-VALOR-INF           PIC X(010) VALUE SPACES.
       77  WS-VALOR-NOVO          PIC 9(005)V9(002) VALUE ZEROS.
       77  WS-ACHOU-CLIENTE       PIC X(001) VALUE "N".
           88 ACHOU-CLIENTE                  VALUE "Y".
       77  WS-ACHOU-ACORDO        PIC X(001) VALUE "N".
           88 ACHOU-ACORDO                   VALUE "Y".
       77  WS-QTD-LISTADAS        PIC 9(005) VALUE ZEROS.
       77  WS-QTD-ACORDOS         PIC 9(005) VALUE ZEROS.

       01  WS-VALOR-ED            PIC ZZ,ZZ9.99.
       01  WS-DESCONTO-ED         PIC ZZ9.99.

       01  WS-AUDIT-DETALHE.
           05 WS-AUD-TIMESTAMP    PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-ACAO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-CODIGO       PIC X(006).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-DETALHE      PIC X(036).

       01  WS-LISTA-LINE.
           05 WS-LST-CODIGO       PIC X(006).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-LST-NOME         PIC X(040).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-CNPJ         PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-STATUS       PIC X(001).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-DT-CADASTRO  PIC X(008).

       01  WS-ACORDO-LINE.
           05 FILLER              PIC X(004) VALUE SPACES.
           05 WS-ACL-MATERIAL     PIC X(001).
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-ACL-VIGENCIA     PIC X(008).
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-ACL-TIPO         PIC X(001).
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-ACL-PRECO        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-ACL-DESCONTO     PIC ZZ9.99.
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-ACL-STATUS       PIC X(001).

       LINKAGE SECTION.
       01  LS-NOME                PIC X(020).

       PROCEDURE DIVISION USING LS-NOME.
       INICIO.
           MOVE LS-NOME TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               MOVE "MANUTENCAO" TO WS-OPERADOR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE "N" TO WS-FIM-MANUTENCAO
           PERFORM 100-ABRE-ARQUIVOS
           IF NOT FIM-MANUTENCAO
               PERFORM 200-PROCESSA-MANUTENCAO UNTIL FIM-MANUTENCAO
               CLOSE CUSTOMER-FILE
               CLOSE PRICE-FILE
           END-IF
           GOBACK.

       100-ABRE-ARQUIVOS.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "35"
               DISPLAY "CUSTOMERS.DAT NAO EXISTE - SERA CRIADO."
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** ERRO: ABERTURA DE CUSTOMERS.DAT "
                   "(STATUS=" WS-CUSTOMER-STATUS ") ***"
               SET FIM-MANUTENCAO TO TRUE
           ELSE
               OPEN I-O PRICE-FILE
               IF WS-PRICE-STATUS = "35"
                   DISPLAY "CUSTOMER-PRICES.DAT NAO EXISTE - SERA "
                       "CRIADO."
                   OPEN OUTPUT PRICE-FILE
                   CLOSE PRICE-FILE
                   OPEN I-O PRICE-FILE
               END-IF
               IF WS-PRICE-STATUS NOT = "00"
                   DISPLAY "*** ERRO: ABERTURA DE CUSTOMER-PRICES.DAT "
                       "(STATUS=" WS-PRICE-STATUS ") ***"
                   CLOSE CUSTOMER-FILE
                   SET FIM-MANUTENCAO TO TRUE
               END-IF
           END-IF.

       200-PROCESSA-MANUTENCAO.
           DISPLAY " "
           DISPLAY "===== MANUTENCAO DE CLIENTES (" WS-OPERADOR
               ") ====="
           DISPLAY "I - Incluir cliente"
           DISPLAY "A - Alterar nome/CNPJ de cliente"
           DISPLAY "T - Ativar/desativar cliente"
           DISPLAY "C - Consultar cliente e acordos de preco"
           DISPLAY "L - Listar clientes"
           DISPLAY "P - Incluir/alterar acordo de preco"
           DISPLAY "D - Desativar acordo de preco"
           DISPLAY "S - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM 300-INCLUI-CLIENTE
               WHEN "A"
               WHEN "a"
                   PERFORM 350-ALTERA-CLIENTE
               WHEN "T"
               WHEN "t"
                   PERFORM 400-ALTERA-SITUACAO
               WHEN "C"
               WHEN "c"
                   PERFORM 450-CONSULTA-CLIENTE
               WHEN "L"
               WHEN "l"
                   PERFORM 600-LISTA-CLIENTES
               WHEN "P"
               WHEN "p"
                   PERFORM 500-GRAVA-ACORDO
               WHEN "D"
               WHEN "d"
                   PERFORM 550-DESATIVA-ACORDO
               WHEN "S"
               WHEN "s"
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

       300-INCLUI-CLIENTE.
           PERFORM 700-ACEITA-CODIGO
           IF WS-CODIGO-INF = SPACES
               DISPLAY "Codigo invalido - inclusao cancelada."
           ELSE
               PERFORM 710-LOCALIZA-CLIENTE
               IF ACHOU-CLIENTE
                   DISPLAY "Ja existe o cliente " WS-CODIGO-INF
                       " (" CL-NOME ")."
               ELSE
                   PERFORM 720-ACEITA-DADOS-CLIENTE
                   IF WS-NOME-INF = SPACES OR WS-CNPJ-INF = SPACES
                       DISPLAY "Nome ou CNPJ invalido - inclusao "
                           "cancelada."
                   ELSE
                       DISPLAY "Incluir cliente " WS-CODIGO-INF " "
                           WS-NOME-INF
                       PERFORM 750-CONFIRMA-OPERACAO
                       IF OPERACAO-CONFIRMADA
                           MOVE WS-CODIGO-INF TO CL-CODIGO
                           MOVE WS-NOME-INF   TO CL-NOME
                           MOVE WS-CNPJ-INF   TO CL-CNPJ
                           MOVE "A"           TO CL-STATUS
                           MOVE WS-DATA-HOJE  TO CL-DATA-CADASTRO
                           WRITE CUSTOMER-RECORD
                               INVALID KEY
                                   DISPLAY "*** ERRO NA GRAVACAO ("
                                       "STATUS=" WS-CUSTOMER-STATUS
                                       ") ***"
                               NOT INVALID KEY
                                   MOVE "INCLUSAO" TO WS-AUD-ACAO
                                   MOVE WS-NOME-INF TO WS-AUD-DETALHE
                                   PERFORM 810-GRAVA-AUDITORIA
                                   DISPLAY "Cliente incluido."
                           END-WRITE
                       ELSE
                           DISPLAY "Inclusao cancelada."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       350-ALTERA-CLIENTE.
           PERFORM 700-ACEITA-CODIGO
           PERFORM 710-LOCALIZA-CLIENTE
           IF NOT ACHOU-CLIENTE
               DISPLAY "Cliente nao encontrado: " WS-CODIGO-INF
           ELSE
               DISPLAY "Nome atual: " CL-NOME
               DISPLAY "CNPJ atual: " CL-CNPJ
               DISPLAY "(em branco mantem o valor atual)"
               PERFORM 720-ACEITA-DADOS-CLIENTE
               IF WS-NOME-INF = SPACES
                   MOVE CL-NOME TO WS-NOME-INF
               END-IF
               IF WS-CNPJ-INF = SPACES
                   MOVE CL-CNPJ TO WS-CNPJ-INF
               END-IF
               DISPLAY "Alterar cliente " WS-CODIGO-INF " para "
                   WS-NOME-INF " CNPJ " WS-CNPJ-INF
               PERFORM 750-CONFIRMA-OPERACAO
               IF OPERACAO-CONFIRMADA
                   MOVE WS-NOME-INF TO CL-NOME
                   MOVE WS-CNPJ-INF TO CL-CNPJ
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA REGRAVACAO ("
                               "STATUS=" WS-CUSTOMER-STATUS ") ***"
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO WS-AUD-ACAO
                           MOVE WS-NOME-INF TO WS-AUD-DETALHE
                           PERFORM 810-GRAVA-AUDITORIA
                           DISPLAY "Cliente alterado."
                   END-REWRITE
               ELSE
                   DISPLAY "Alteracao cancelada."
               END-IF
           END-IF.

      * Deactivating a customer keeps its record and agreements (the
      * open orders still refer to it); MANUT-ORDENS only refuses to
      * open new orders for it.
       400-ALTERA-SITUACAO.
           PERFORM 700-ACEITA-CODIGO
           PERFORM 710-LOCALIZA-CLIENTE
           IF NOT ACHOU-CLIENTE
               DISPLAY "Cliente nao encontrado: " WS-CODIGO-INF
           ELSE
               IF CL-ATIVO
                   DISPLAY "Desativar cliente " WS-CODIGO-INF " "
                       CL-NOME
               ELSE
                   DISPLAY "Reativar cliente " WS-CODIGO-INF " "
                       CL-NOME
               END-IF
               PERFORM 750-CONFIRMA-OPERACAO
               IF OPERACAO-CONFIRMADA
                   IF CL-ATIVO
                       MOVE "I" TO CL-STATUS
                       MOVE "DESATIVA" TO WS-AUD-ACAO
                   ELSE
                       MOVE "A" TO CL-STATUS
                       MOVE "REATIVA" TO WS-AUD-ACAO
                   END-IF
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA REGRAVACAO ("
                               "STATUS=" WS-CUSTOMER-STATUS ") ***"
                       NOT INVALID KEY
                           MOVE CL-NOME TO WS-AUD-DETALHE
                           PERFORM 810-GRAVA-AUDITORIA
                           DISPLAY "Situacao do cliente: " CL-STATUS
                   END-REWRITE
               ELSE
                   DISPLAY "Operacao cancelada."
               END-IF
           END-IF.

       450-CONSULTA-CLIENTE.
           PERFORM 700-ACEITA-CODIGO
           PERFORM 710-LOCALIZA-CLIENTE
           IF NOT ACHOU-CLIENTE
               DISPLAY "Cliente nao encontrado: " WS-CODIGO-INF
           ELSE
               PERFORM 610-EXIBE-CLIENTE
               MOVE ZEROS TO WS-QTD-ACORDOS
               PERFORM 760-POSICIONA-ACORDOS
               IF NOT FIM-VARREDURA
                   DISPLAY "    MAT VIGENCIA   T   PRECO      "
                       " DESC%    ST"
               END-IF
               PERFORM 460-LISTA-ACORDO UNTIL FIM-VARREDURA
               DISPLAY "ACORDOS DE PRECO: " WS-QTD-ACORDOS
           END-IF.

       460-LISTA-ACORDO.
           READ PRICE-FILE NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
               NOT AT END
                   IF CP-COD-CLIENTE NOT = WS-CODIGO-INF
                       SET FIM-VARREDURA TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ACORDOS
                       MOVE CP-MATERIAL      TO WS-ACL-MATERIAL
                       MOVE CP-DATA-VIGENCIA TO WS-ACL-VIGENCIA
                       MOVE CP-TIPO-PRECO    TO WS-ACL-TIPO
                       MOVE CP-PRECO         TO WS-ACL-PRECO
                       MOVE CP-DESCONTO      TO WS-ACL-DESCONTO
                       MOVE CP-STATUS        TO WS-ACL-STATUS
                       DISPLAY WS-ACORDO-LINE
                   END-IF
           END-READ.

      * An agreement is keyed on customer, material and vigencia: a
      * new vigencia is included, an existing one has its type and
      * value corrected (and is reactivated if it had been
      * deactivated).  Only active customers can get agreements.
       500-GRAVA-ACORDO.
           PERFORM 700-ACEITA-CODIGO
           PERFORM 710-LOCALIZA-CLIENTE
           IF NOT ACHOU-CLIENTE
               DISPLAY "Cliente nao encontrado: " WS-CODIGO-INF
           ELSE
               IF NOT CL-ATIVO
                   DISPLAY "Cliente " WS-CODIGO-INF " inativo - "
                       "acordo nao gravado."
               ELSE
                   PERFORM 730-ACEITA-CHAVE-ACORDO
                   IF WS-MATERIAL-INF = SPACES
                           OR WS-VIGENCIA-INF NOT NUMERIC
                       DISPLAY "Dados invalidos - acordo nao "
                           "gravado."
                   ELSE
                       PERFORM 740-ACEITA-VALOR-ACORDO
                       IF WS-VALOR-INF = SPACES
                           DISPLAY "Tipo ou valor invalido - acordo "
                               "nao gravado."
                       ELSE
                           PERFORM 510-CONFIRMA-GRAVA-ACORDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       510-CONFIRMA-GRAVA-ACORDO.
           PERFORM 735-LOCALIZA-ACORDO
           IF ACHOU-ACORDO
               DISPLAY "Alterar acordo do cliente " WS-CODIGO-INF
                   " material " WS-MATERIAL-INF " vigencia "
                   WS-VIGENCIA-INF
               MOVE "ALT ACORDO" TO WS-AUD-ACAO
           ELSE
               DISPLAY "Incluir acordo do cliente " WS-CODIGO-INF
                   " material " WS-MATERIAL-INF " vigencia "
                   WS-VIGENCIA-INF
               MOVE "INC ACORDO" TO WS-AUD-ACAO
           END-IF
           IF WS-TIPO-INF = "P"
               MOVE WS-VALOR-NOVO TO WS-VALOR-ED
               DISPLAY "Preco de contrato: " WS-VALOR-ED
           ELSE
               MOVE WS-VALOR-NOVO TO WS-DESCONTO-ED
               DISPLAY "Desconto sobre a tabela: " WS-DESCONTO-ED "%"
           END-IF
           PERFORM 750-CONFIRMA-OPERACAO
           IF OPERACAO-CONFIRMADA
               MOVE WS-CODIGO-INF   TO CP-COD-CLIENTE
               MOVE WS-MATERIAL-INF TO CP-MATERIAL
               MOVE WS-VIGENCIA-INF TO CP-DATA-VIGENCIA
               MOVE WS-TIPO-INF     TO CP-TIPO-PRECO
               IF WS-TIPO-INF = "P"
                   MOVE WS-VALOR-NOVO TO CP-PRECO
                   MOVE ZEROS         TO CP-DESCONTO
               ELSE
                   MOVE ZEROS         TO CP-PRECO
                   MOVE WS-VALOR-NOVO TO CP-DESCONTO
               END-IF
               MOVE "A" TO CP-STATUS
               IF ACHOU-ACORDO
                   REWRITE PRICE-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA REGRAVACAO ("
                               "STATUS=" WS-PRICE-STATUS ") ***"
                       NOT INVALID KEY
                           PERFORM 520-AUDITA-ACORDO
                           DISPLAY "Acordo alterado."
                   END-REWRITE
               ELSE
                   WRITE PRICE-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA GRAVACAO ("
                               "STATUS=" WS-PRICE-STATUS ") ***"
                       NOT INVALID KEY
                           PERFORM 520-AUDITA-ACORDO
                           DISPLAY "Acordo incluido."
                   END-WRITE
               END-IF
           ELSE
               DISPLAY "Operacao cancelada."
           END-IF.

       520-AUDITA-ACORDO.
           MOVE SPACES TO WS-AUD-DETALHE
           IF CP-PRECO-CONTRATO
               MOVE CP-PRECO TO WS-VALOR-ED
               STRING "MAT " CP-MATERIAL " VIG " CP-DATA-VIGENCIA
                   " PRECO " WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-AUD-DETALHE
           ELSE
               MOVE CP-DESCONTO TO WS-DESCONTO-ED
               STRING "MAT " CP-MATERIAL " VIG " CP-DATA-VIGENCIA
                   " DESC " WS-DESCONTO-ED "%"
                   DELIMITED BY SIZE INTO WS-AUD-DETALHE
           END-IF
           PERFORM 810-GRAVA-AUDITORIA.

       550-DESATIVA-ACORDO.
           PERFORM 700-ACEITA-CODIGO
           PERFORM 730-ACEITA-CHAVE-ACORDO
           PERFORM 735-LOCALIZA-ACORDO
           IF NOT ACHOU-ACORDO
               DISPLAY "Acordo nao encontrado para cliente "
                   WS-CODIGO-INF " material " WS-MATERIAL-INF
                   " vigencia " WS-VIGENCIA-INF
           ELSE
               IF NOT CP-ATIVO
                   DISPLAY "Acordo ja esta inativo."
               ELSE
                   DISPLAY "Desativar acordo do cliente "
                       WS-CODIGO-INF " material " WS-MATERIAL-INF
                       " vigencia " WS-VIGENCIA-INF
                   PERFORM 750-CONFIRMA-OPERACAO
                   IF OPERACAO-CONFIRMADA
                       MOVE "I" TO CP-STATUS
                       REWRITE PRICE-RECORD
                           INVALID KEY
                               DISPLAY "*** ERRO NA REGRAVACAO ("
                                   "STATUS=" WS-PRICE-STATUS ") ***"
                           NOT INVALID KEY
                               MOVE "DES ACORDO" TO WS-AUD-ACAO
                               PERFORM 520-AUDITA-ACORDO
                               DISPLAY "Acordo desativado."
                       END-REWRITE
                   ELSE
                       DISPLAY "Desativacao cancelada."
                   END-IF
               END-IF
           END-IF.

       600-LISTA-CLIENTES.
           MOVE "N" TO WS-FIM-LISTAGEM
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE LOW-VALUES TO CL-CODIGO
           START CUSTOMER-FILE KEY NOT < CL-CODIGO
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           IF FIM-LISTAGEM
               DISPLAY "Nenhum cliente cadastrado."
           ELSE
               DISPLAY "CODIGO  NOME                     "
                   "                CNPJ           S CADASTRO"
               PERFORM 620-LISTA-CLIENTE UNTIL FIM-LISTAGEM
               DISPLAY "CLIENTES LISTADOS: " WS-QTD-LISTADAS
           END-IF.

       610-EXIBE-CLIENTE.
           MOVE CL-CODIGO        TO WS-LST-CODIGO
           MOVE CL-NOME          TO WS-LST-NOME
           MOVE CL-CNPJ          TO WS-LST-CNPJ
           MOVE CL-STATUS        TO WS-LST-STATUS
           MOVE CL-DATA-CADASTRO TO WS-LST-DT-CADASTRO
           DISPLAY WS-LISTA-LINE.

       620-LISTA-CLIENTE.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADAS
                   PERFORM 610-EXIBE-CLIENTE
           END-READ.

       700-ACEITA-CODIGO.
           DISPLAY "Codigo do cliente: "
           ACCEPT WS-CODIGO-INF.

       710-LOCALIZA-CLIENTE.
           MOVE "N" TO WS-ACHOU-CLIENTE
           MOVE WS-CODIGO-INF TO CL-CODIGO
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-CLIENTE TO TRUE
           END-READ.

       720-ACEITA-DADOS-CLIENTE.
           DISPLAY "Nome de faturamento: "
           ACCEPT WS-NOME-INF
           DISPLAY "CNPJ (somente numeros): "
           ACCEPT WS-CNPJ-INF.

       730-ACEITA-CHAVE-ACORDO.
           DISPLAY "Codigo do material: "
           ACCEPT WS-MATERIAL-INF
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT WS-VIGENCIA-INF.

       735-LOCALIZA-ACORDO.
           MOVE "N" TO WS-ACHOU-ACORDO
           MOVE WS-CODIGO-INF   TO CP-COD-CLIENTE
           MOVE WS-MATERIAL-INF TO CP-MATERIAL
           MOVE WS-VIGENCIA-INF TO CP-DATA-VIGENCIA
           READ PRICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-ACORDO TO TRUE
           END-READ.

      * Tipo P takes a price per square unit, tipo D a discount
      * percentage below 100; an invalid entry comes back as spaces.
       740-ACEITA-VALOR-ACORDO.
           DISPLAY "Tipo (P=preco de contrato, D=desconto %): "
           ACCEPT WS-TIPO-INF
           IF WS-TIPO-INF = "p"
               MOVE "P" TO WS-TIPO-INF
           END-IF
           IF WS-TIPO-INF = "d"
               MOVE "D" TO WS-TIPO-INF
           END-IF
           MOVE SPACES TO WS-VALOR-INF
           IF WS-TIPO-INF = "P" OR WS-TIPO-INF = "D"
               IF WS-TIPO-INF = "P"
                   DISPLAY "Preco por unidade de area (ex 2,50): "
               ELSE
                   DISPLAY "Desconto percentual (ex 12,5): "
               END-IF
               ACCEPT WS-VALOR-INF
               IF WS-VALOR-INF NOT = SPACES
                   INSPECT WS-VALOR-INF REPLACING ALL "," BY "."
                   COMPUTE WS-VALOR-NOVO =
                       FUNCTION NUMVAL-C(WS-VALOR-INF)
                   IF WS-VALOR-NOVO = ZEROS
                       MOVE SPACES TO WS-VALOR-INF
                   END-IF
                   IF WS-TIPO-INF = "D" AND WS-VALOR-NOVO >= 100
                       MOVE SPACES TO WS-VALOR-INF
                   END-IF
               END-IF
           END-IF.

       750-CONFIRMA-OPERACAO.
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY "Confirma a operacao (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "s"
               MOVE "S" TO WS-CONFIRMA
           END-IF.

       760-POSICIONA-ACORDOS.
           MOVE "N" TO WS-FIM-VARREDURA
           MOVE WS-CODIGO-INF TO CP-COD-CLIENTE
           MOVE LOW-VALUES TO CP-MATERIAL
           MOVE LOW-VALUES TO CP-DATA-VIGENCIA
           START PRICE-FILE KEY NOT < CP-CHAVE
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START.

       810-GRAVA-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-AUD-TIMESTAMP
           MOVE WS-OPERADOR   TO WS-AUD-OPERADOR
           MOVE WS-CODIGO-INF TO WS-AUD-CODIGO
           WRITE AUDIT-LINE FROM WS-AUDIT-DETALHE
           CLOSE AUDIT-FILE.

       END PROGRAM MANUT-CLIENTES.
