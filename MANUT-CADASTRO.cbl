      *            on the operator's next access.  Updates and status
      *            changes
      *            ask for confirmation before they are applied.
      *            Every confirmed roster change (update, rename,
      *            deactivation, reactivation/unlock and credential
      *            reset) is appended to the CADASTRO-AUDIT.LOG trail
      *            with a timestamp, the supervisor name (received
      *            from the caller), the action, the operator record
      *            affected and what changed, so roster maintenance
      *            can be traced alongside the other audit trails.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CAD-NOME
               FILE STATUS IS WS-CADASTRO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CADASTRO-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
               88 CAD-TROCA-PENDENTE         VALUE "T".
           05 CAD-TENTATIVAS       PIC 9(001).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-CADASTRO-STATUS     PIC X(002) VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(002) VALUE SPACES.
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.
       77  WS-NIVEL-ANT           PIC X(001) VALUE SPACES.
       77  WS-FIM-MANUTENCAO      PIC X(001) VALUE "N".
           88 FIM-MANUTENCAO                 VALUE "Y".
       77  WS-FIM-LISTAGEM        PIC X(001) VALUE "N".
           88 ACHOU-REGISTRO                 VALUE "Y".
       01  WS-REG-SALVO           PIC X(062) VALUE SPACES.

       01  WS-AUDIT-DETALHE.
           05 WS-AUD-TIMESTAMP    PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-OPERADOR     PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-ACAO         PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-NOME         PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-AUD-DETALHE      PIC X(032).

       01  WS-LISTA-LINE.
           05 WS-LST-NOME         PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           PERFORM 700-LOCALIZA-OPERADOR
           IF ACHOU-REGISTRO
               PERFORM 710-EXIBE-REGISTRO
               MOVE CAD-NIVEL-AUT TO WS-NIVEL-ANT
               DISPLAY "Novo departamento (branco mantem): "
               ACCEPT WS-DEPTO-INF
               DISPLAY "Nova funcao (branco mantem): "
                                   "STATUS=" WS-CADASTRO-STATUS
                                   ") ***"
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-ACAO
                               MOVE SPACES TO WS-AUD-DETALHE
                               STRING "NIVEL " WS-NIVEL-ANT ">"
                                   CAD-NIVEL-AUT " " CAD-DEPARTAMENTO
                                   " " CAD-FUNCAO
                                   DELIMITED BY SIZE
                                   INTO WS-AUD-DETALHE
                               PERFORM 810-GRAVA-AUDITORIA
                               DISPLAY "Operador alterado."
                       END-REWRITE
                   ELSE
                                       "NOME ANTIGO (STATUS="
                                       WS-CADASTRO-STATUS ") ***"
                               NOT INVALID KEY
                                   MOVE "RENOMEIA" TO WS-AUD-ACAO
                                   MOVE SPACES TO WS-AUD-DETALHE
                                   STRING "PARA " WS-NOVO-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-AUD-DETALHE
                                   PERFORM 810-GRAVA-AUDITORIA
                                   DISPLAY "Nome corrigido."
                           END-DELETE
                   END-WRITE
                   PERFORM 710-EXIBE-REGISTRO
                   PERFORM 720-CONFIRMA-OPERACAO
                   IF OPERACAO-CONFIRMADA
                       PERFORM 805-STATUS-ANTERIOR
                       SET CAD-INATIVO TO TRUE
                       REWRITE CADASTRO-RECORD
                           INVALID KEY
                                   "STATUS=" WS-CADASTRO-STATUS
                                   ") ***"
                           NOT INVALID KEY
                               MOVE "DESATIVA" TO WS-AUD-ACAO
                               PERFORM 810-GRAVA-AUDITORIA
                               DISPLAY "Operador desativado."
                       END-REWRITE
                   ELSE
                   PERFORM 710-EXIBE-REGISTRO
                   PERFORM 720-CONFIRMA-OPERACAO
                   IF OPERACAO-CONFIRMADA
                       PERFORM 805-STATUS-ANTERIOR
                       SET CAD-ATIVO TO TRUE
                       MOVE ZERO TO CAD-TENTATIVAS
                       REWRITE CADASTRO-RECORD
                                   "STATUS=" WS-CADASTRO-STATUS
                                   ") ***"
                           NOT INVALID KEY
                               MOVE "REATIVA" TO WS-AUD-ACAO
                               PERFORM 810-GRAVA-AUDITORIA
                               DISPLAY "Operador reativado."
                       END-REWRITE
                   ELSE
                               "STATUS=" WS-CADASTRO-STATUS
                               ") ***"
                       NOT INVALID KEY
                           MOVE "SENHA" TO WS-AUD-ACAO
                           MOVE "REDEFINIDA - TROCA PENDENTE"
                               TO WS-AUD-DETALHE
                           PERFORM 810-GRAVA-AUDITORIA
                           DISPLAY "Senha redefinida para TROCAR - "
                               "troca obrigatoria no proximo acesso."
                   END-REWRITE
               MOVE "S" TO WS-CONFIRMA
           END-IF.

      * Status the record had before a deactivation or reactivation,
      * kept on the audit line so an unlock is told from a plain
      * reactivation.
       805-STATUS-ANTERIOR.
           EVALUATE TRUE
               WHEN CAD-BLOQUEADO
                   MOVE "ERA BLOQUEADO" TO WS-AUD-DETALHE
               WHEN CAD-INATIVO
                   MOVE "ERA INATIVO" TO WS-AUD-DETALHE
               WHEN CAD-ATIVO
                   MOVE "ERA ATIVO" TO WS-AUD-DETALHE
               WHEN OTHER
                   MOVE SPACES TO WS-AUD-DETALHE
                   STRING "ERA STATUS " CAD-STATUS
                       DELIMITED BY SIZE INTO WS-AUD-DETALHE
           END-EVALUATE.

      * The record affected is the name typed at 700-LOCALIZA-OPERADOR
      * (for a rename, the old name; the new one goes in the detail).
       810-GRAVA-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-AUD-TIMESTAMP
           MOVE WS-OPERADOR TO WS-AUD-OPERADOR
           MOVE WS-NOME-INF TO WS-AUD-NOME
           WRITE AUDIT-LINE FROM WS-AUDIT-DETALHE
           CLOSE AUDIT-FILE.

       END PROGRAM MANUT-CADASTRO.
