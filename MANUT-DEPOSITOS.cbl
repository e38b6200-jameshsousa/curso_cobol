      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Maintenance of the DEPOTS.DAT depot master.  Each
      *            depot that sends its batch into the merged
      *            PANELS.DAT feed carries a 3-character depot code,
      *            a name, a status (A=ativo, I=inativo), the weekdays
      *            it is expected to transmit and the registration
      *            date (AAAAMMDD).  The weekdays are kept as seven
      *            S/N flags, Monday first (SEG TER QUA QUI SEX SAB
      *            DOM), so "SSSSSNN" is a depot that transmits Monday
      *            to Friday.
      *            CALCULO-AREA rejects panels of a depot that is not
      *            on the master or is inactive (error E09), and its
      *            reconciliation lists every active depot expected on
      *            the movement date's weekday, flagging one whose
      *            batch never arrived as AUSENTE.
      *            The master is indexed and maintained record by
      *            record with keyed reads and rewrites.  The operator
      *            can include a depot, correct its name and weekdays,
      *            activate or deactivate it, consult a depot and list
      *            the depots.  Every confirmed change is appended to
      *            the DEPOTS-AUDIT.LOG trail with a timestamp, the
      *            operator name (received from the caller), the
      *            action, the depot code and what was changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUT-DEPOSITOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOT-FILE ASSIGN TO "DEPOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS WS-DEPOT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DEPOTS-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(090).

       WORKING-STORAGE SECTION.
       77  WS-DEPOT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-FIM-MANUTENCAO      PIC X(001) VALUE "N".
           88 FIM-MANUTENCAO                 VALUE "Y".
       77  WS-FIM-LISTAGEM        PIC X(001) VALUE "N".
           88 FIM-LISTAGEM                   VALUE "Y".
       77  WS-OPCAO               PIC X(001) VALUE SPACES.
       77  WS-CONFIRMA            PIC X(001) VALUE SPACES.
           88 OPERACAO-CONFIRMADA            VALUE "S".
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.
       77  WS-OPERADOR            PIC X(020) VALUE SPACES.
       77  WS-DATA-HOJE           PIC X(008) VALUE SPACES.

       77  WS-CODIGO-INF          PIC X(003) VALUE SPACES.
       77  WS-NOME-INF            PIC X(030) VALUE SPACES.
       77  WS-DIAS-INF            PIC X(007) VALUE SPACES.
       77  WS-DIAS-OK             PIC X(001) VALUE "Y".
           88 DIAS-VALIDOS                   VALUE "Y".
       77  WS-DIA-SUB             PIC 9(002) COMP VALUE ZEROS.
       77  WS-ACHOU-DEPOSITO      PIC X(001) VALUE "N".
           88 ACHOU-DEPOSITO                 VALUE "Y".
       77  WS-QTD-LISTADOS        PIC 9(005) VALUE ZEROS.

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
           05 WS-LST-CODIGO       PIC X(003).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-LST-NOME         PIC X(030).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LST-STATUS       PIC X(001).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-LST-DIAS         PIC X(007).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-LST-DT-CADASTRO  PIC X(008).

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
               CLOSE DEPOT-FILE
           END-IF
           GOBACK.

       100-ABRE-ARQUIVOS.
           OPEN I-O DEPOT-FILE
           IF WS-DEPOT-STATUS = "35"
               DISPLAY "DEPOTS.DAT NAO EXISTE - SERA CRIADO."
               OPEN OUTPUT DEPOT-FILE
               CLOSE DEPOT-FILE
               OPEN I-O DEPOT-FILE
           END-IF
           IF WS-DEPOT-STATUS NOT = "00"
               DISPLAY "*** ERRO: ABERTURA DE DEPOTS.DAT "
                   "(STATUS=" WS-DEPOT-STATUS ") ***"
               SET FIM-MANUTENCAO TO TRUE
           END-IF.

       200-PROCESSA-MANUTENCAO.
           DISPLAY " "
           DISPLAY "===== MANUTENCAO DE DEPOSITOS (" WS-OPERADOR
               ") ====="
           DISPLAY "I - Incluir deposito"
           DISPLAY "A - Alterar nome/dias de transmissao"
           DISPLAY "T - Ativar/desativar deposito"
           DISPLAY "C - Consultar deposito"
           DISPLAY "L - Listar depositos"
           DISPLAY "S - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM 300-INCLUI-DEPOSITO
               WHEN "A"
               WHEN "a"
                   PERFORM 350-ALTERA-DEPOSITO
               WHEN "T"
               WHEN "t"
                   PERFORM 400-ALTERA-SITUACAO
               WHEN "C"
               WHEN "c"
                   PERFORM 450-CONSULTA-DEPOSITO
               WHEN "L"
               WHEN "l"
                   PERFORM 600-LISTA-DEPOSITOS
               WHEN "S"
               WHEN "s"
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

       300-INCLUI-DEPOSITO.
           PERFORM 700-ACEITA-CODIGO
           IF WS-CODIGO-INF = SPACES
               DISPLAY "Codigo invalido - inclusao cancelada."
           ELSE
               PERFORM 710-LOCALIZA-DEPOSITO
               IF ACHOU-DEPOSITO
                   DISPLAY "Ja existe o deposito " WS-CODIGO-INF
                       " (" DP-NOME ")."
               ELSE
                   PERFORM 720-ACEITA-DADOS-DEPOSITO
                   PERFORM 730-VALIDA-DIAS
                   IF WS-NOME-INF = SPACES OR NOT DIAS-VALIDOS
                       DISPLAY "Nome ou dias de transmissao "
                           "invalidos - inclusao cancelada."
                   ELSE
                       DISPLAY "Incluir deposito " WS-CODIGO-INF " "
                           WS-NOME-INF " dias " WS-DIAS-INF
                       PERFORM 750-CONFIRMA-OPERACAO
                       IF OPERACAO-CONFIRMADA
                           MOVE WS-CODIGO-INF TO DP-CODIGO
                           MOVE WS-NOME-INF   TO DP-NOME
                           MOVE "A"           TO DP-STATUS
                           MOVE WS-DIAS-INF   TO DP-DIAS-SEMANA
                           MOVE WS-DATA-HOJE  TO DP-DATA-CADASTRO
                           WRITE DEPOT-RECORD
                               INVALID KEY
                                   DISPLAY "*** ERRO NA GRAVACAO ("
                                       "STATUS=" WS-DEPOT-STATUS
                                       ") ***"
                               NOT INVALID KEY
                                   MOVE "INCLUSAO" TO WS-AUD-ACAO
                                   PERFORM 805-MONTA-DETALHE
                                   PERFORM 810-GRAVA-AUDITORIA
                                   DISPLAY "Deposito incluido."
                           END-WRITE
                       ELSE
                           DISPLAY "Inclusao cancelada."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       350-ALTERA-DEPOSITO.
           PERFORM 700-ACEITA-CODIGO
           PERFORM 710-LOCALIZA-DEPOSITO
           IF NOT ACHOU-DEPOSITO
               DISPLAY "Deposito nao encontrado: " WS-CODIGO-INF
           ELSE
               DISPLAY "Nome atual: " DP-NOME
               DISPLAY "Dias atuais: " DP-DIAS-SEMANA
               DISPLAY "(em branco mantem o valor atual)"
               PERFORM 720-ACEITA-DADOS-DEPOSITO
               IF WS-NOME-INF = SPACES
                   MOVE DP-NOME TO WS-NOME-INF
               END-IF
               IF WS-DIAS-INF = SPACES
                   MOVE DP-DIAS-SEMANA TO WS-DIAS-INF
               END-IF
               PERFORM 730-VALIDA-DIAS
               IF NOT DIAS-VALIDOS
                   DISPLAY "Dias de transmissao invalidos - "
                       "alteracao cancelada."
               ELSE
                   DISPLAY "Alterar deposito " WS-CODIGO-INF
                       " para " WS-NOME-INF " dias " WS-DIAS-INF
                   PERFORM 750-CONFIRMA-OPERACAO
                   IF OPERACAO-CONFIRMADA
                       MOVE WS-NOME-INF TO DP-NOME
                       MOVE WS-DIAS-INF TO DP-DIAS-SEMANA
                       REWRITE DEPOT-RECORD
                           INVALID KEY
                               DISPLAY "*** ERRO NA REGRAVACAO ("
                                   "STATUS=" WS-DEPOT-STATUS ") ***"
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-ACAO
                               PERFORM 805-MONTA-DETALHE
                               PERFORM 810-GRAVA-AUDITORIA
                               DISPLAY "Deposito alterado."
                       END-REWRITE
                   ELSE
                       DISPLAY "Alteracao cancelada."
                   END-IF
               END-IF
           END-IF.

      * A deactivated depot keeps its record, so its history still
      * reads; CALCULO-AREA rejects its panels and stops expecting
      * its batch.
       400-ALTERA-SITUACAO.
           PERFORM 700-ACEITA-CODIGO
           PERFORM 710-LOCALIZA-DEPOSITO
           IF NOT ACHOU-DEPOSITO
               DISPLAY "Deposito nao encontrado: " WS-CODIGO-INF
           ELSE
               IF DP-ATIVO
                   DISPLAY "Desativar deposito " WS-CODIGO-INF " "
                       DP-NOME
               ELSE
                   DISPLAY "Reativar deposito " WS-CODIGO-INF " "
                       DP-NOME
               END-IF
               PERFORM 750-CONFIRMA-OPERACAO
               IF OPERACAO-CONFIRMADA
                   IF DP-ATIVO
                       MOVE "I" TO DP-STATUS
                       MOVE "DESATIVA" TO WS-AUD-ACAO
                   ELSE
                       MOVE "A" TO DP-STATUS
                       MOVE "REATIVA" TO WS-AUD-ACAO
                   END-IF
                   REWRITE DEPOT-RECORD
                       INVALID KEY
                           DISPLAY "*** ERRO NA REGRAVACAO ("
                               "STATUS=" WS-DEPOT-STATUS ") ***"
                       NOT INVALID KEY
                           MOVE DP-NOME TO WS-AUD-DETALHE
                           PERFORM 810-GRAVA-AUDITORIA
                           DISPLAY "Situacao do deposito: " DP-STATUS
                   END-REWRITE
               ELSE
                   DISPLAY "Operacao cancelada."
               END-IF
           END-IF.

       450-CONSULTA-DEPOSITO.
           PERFORM 700-ACEITA-CODIGO
           PERFORM 710-LOCALIZA-DEPOSITO
           IF NOT ACHOU-DEPOSITO
               DISPLAY "Deposito nao encontrado: " WS-CODIGO-INF
           ELSE
               DISPLAY "COD  NOME                           S  "
                   "STQQSSD  CADASTRO"
               PERFORM 610-EXIBE-DEPOSITO
           END-IF.

       600-LISTA-DEPOSITOS.
           MOVE "N" TO WS-FIM-LISTAGEM
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE LOW-VALUES TO DP-CODIGO
           START DEPOT-FILE KEY NOT < DP-CODIGO
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           IF FIM-LISTAGEM
               DISPLAY "Nenhum deposito cadastrado."
           ELSE
               DISPLAY "COD  NOME                           S  "
                   "STQQSSD  CADASTRO"
               PERFORM 620-LISTA-DEPOSITO UNTIL FIM-LISTAGEM
               DISPLAY "DEPOSITOS LISTADOS: " WS-QTD-LISTADOS
           END-IF.

       610-EXIBE-DEPOSITO.
           MOVE DP-CODIGO        TO WS-LST-CODIGO
           MOVE DP-NOME          TO WS-LST-NOME
           MOVE DP-STATUS        TO WS-LST-STATUS
           MOVE DP-DIAS-SEMANA   TO WS-LST-DIAS
           MOVE DP-DATA-CADASTRO TO WS-LST-DT-CADASTRO
           DISPLAY WS-LISTA-LINE.

       620-LISTA-DEPOSITO.
           READ DEPOT-FILE NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM 610-EXIBE-DEPOSITO
           END-READ.

       700-ACEITA-CODIGO.
           DISPLAY "Codigo do deposito: "
           ACCEPT WS-CODIGO-INF.

       710-LOCALIZA-DEPOSITO.
           MOVE "N" TO WS-ACHOU-DEPOSITO
           MOVE WS-CODIGO-INF TO DP-CODIGO
           READ DEPOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-DEPOSITO TO TRUE
           END-READ.

       720-ACEITA-DADOS-DEPOSITO.
           DISPLAY "Nome do deposito: "
           ACCEPT WS-NOME-INF
           DISPLAY "Dias de transmissao, S/N de segunda a domingo "
               "(ex SSSSSNN): "
           ACCEPT WS-DIAS-INF
           INSPECT WS-DIAS-INF CONVERTING "sn" TO "SN".

      * Every one of the seven flags must be S or N, and a depot must
      * be expected on at least one weekday.
       730-VALIDA-DIAS.
           MOVE "Y" TO WS-DIAS-OK
           PERFORM VARYING WS-DIA-SUB FROM 1 BY 1
                   UNTIL WS-DIA-SUB > 7
               IF WS-DIAS-INF(WS-DIA-SUB:1) NOT = "S"
                       AND WS-DIAS-INF(WS-DIA-SUB:1) NOT = "N"
                   MOVE "N" TO WS-DIAS-OK
               END-IF
           END-PERFORM
           IF WS-DIAS-INF = "NNNNNNN"
               MOVE "N" TO WS-DIAS-OK
           END-IF.

       750-CONFIRMA-OPERACAO.
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY "Confirma a operacao (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "s"
               MOVE "S" TO WS-CONFIRMA
           END-IF.

       805-MONTA-DETALHE.
           MOVE SPACES TO WS-AUD-DETALHE
           STRING "DIAS " DP-DIAS-SEMANA " " DP-NOME
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.

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

       END PROGRAM MANUT-DEPOSITOS.
