      *            AREA-HISTORY.TMP work file before the live log is
      *            rewritten, so an abend mid-purge leaves the
      *            original log intact.
      *            When the EXPURGO-HISTORICO-DATA-CORTE environment
      *            value is set (by the CICLO-NOTURNO job stream at
      *            month end) the cutoff is taken from it and the purge
      *            runs without asking for confirmation.  The run ends
      *            with a return code: 0 for a purge whose counts
      *            agree, 4 when they do not, 8 when it was cancelled
      *            or could not run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77  WS-CATALOG-STATUS      PIC X(002) VALUE SPACES.
       77  WS-DATA-CORTE          PIC X(008) VALUE SPACES.
       77  WS-ENV-DATA-CORTE      PIC X(008) VALUE SPACES.
       77  WS-MODO-AUTOMATICO     PIC X(001) VALUE "N".
           88 MODO-AUTOMATICO                VALUE "Y".
       77  WS-DATA-EXECUCAO       PIC X(008) VALUE SPACES.
       77  WS-NOME-ARQUIVO        PIC X(030) VALUE SPACES.
       77  WS-DATA-MIN-ARQ        PIC X(008) VALUE SPACES.
               END-IF
               PERFORM 800-IMPRIME-RELATORIO
           END-IF
           PERFORM 900-DEFINE-CODIGO-RETORNO
           GOBACK.

       050-INICIALIZA-VARIAVEIS.
           MOVE ZEROS TO WS-REGS-MANTIDOS
           MOVE ZEROS TO WS-REGS-ARQUIVADOS
           MOVE SPACES TO WS-DATA-MIN-ARQ
           MOVE SPACES TO WS-DATA-MAX-ARQ
           MOVE "N" TO WS-MODO-AUTOMATICO.

       100-ACEITA-DATA-CORTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-EXECUCAO
           DISPLAY "EXPURGO-HISTORICO-DATA-CORTE"
               UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-DATA-CORTE FROM ENVIRONMENT-VALUE
           IF WS-ENV-DATA-CORTE NOT = SPACES
               SET MODO-AUTOMATICO TO TRUE
               MOVE WS-ENV-DATA-CORTE TO WS-DATA-CORTE
           ELSE
               DISPLAY "Data de corte da retencao (AAAAMMDD): "
               ACCEPT WS-DATA-CORTE
           END-IF
           IF WS-DATA-CORTE NOT NUMERIC
               DISPLAY "*** DATA DE CORTE INVALIDA ("
                   WS-DATA-CORTE ") - EXPURGO CANCELADO ***"
               DISPLAY "Registros anteriores a " WS-DATA-CORTE
                   " serao movidos para " WS-NOME-ARQUIVO
               MOVE SPACES TO WS-CONFIRMA
               IF MODO-AUTOMATICO
                   MOVE "S" TO WS-CONFIRMA
               ELSE
                   DISPLAY "Confirma o expurgo (S/N)? "
                   ACCEPT WS-CONFIRMA
               END-IF
               IF WS-CONFIRMA = "s"
                   MOVE "S" TO WS-CONFIRMA
               END-IF
               " arquivado(s), " WS-REGS-MANTIDOS " mantido(s)."
           DISPLAY "Arquivo: " WS-NOME-ARQUIVO.

       900-DEFINE-CODIGO-RETORNO.
           EVALUATE TRUE
               WHEN ABORT-JOB
                   MOVE 8 TO RETURN-CODE
               WHEN (WS-REGS-MANTIDOS + WS-REGS-ARQUIVADOS)
                       NOT = WS-REGS-LIDOS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM EXPURGO-HISTORICO.
