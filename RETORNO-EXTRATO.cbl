      *            input on the front end.  Acknowledgment records
      *            that point at no extract detail are reported too,
      *            so a crossed file is caught instead of absorbed.
      *            When the RETORNO-EXTRATO-DATA environment value is
      *            set (by the CICLO-NOTURNO job stream) the run date
      *            is taken from it instead of being asked for.  The
      *            run ends with a return code: 0 when every detail was
      *            accepted, 4 when there are rejected, unanswered or
      *            unmatched records, 8 when the match-off could not
      *            be done.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 ABORT-JOB                      VALUE "Y".

       77  WS-DATA-RUN            PIC X(008) VALUE SPACES.
       77  WS-ENV-DATA-RUN        PIC X(008) VALUE SPACES.
       77  WS-SEQ-RETORNO         PIC 9(006) VALUE ZEROS.
       77  WS-SEQ-DETALHE         PIC 9(006) VALUE ZEROS.

               CLOSE REJECTS-FILE
               CLOSE MATCH-REPORT
           END-IF
           PERFORM 900-DEFINE-CODIGO-RETORNO
           GOBACK.

       050-INICIALIZA-VARIAVEIS.
           MOVE SPACES TO WS-TABELA-RETORNO.

       100-ACEITA-DATA-RUN.
           DISPLAY "RETORNO-EXTRATO-DATA" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-DATA-RUN FROM ENVIRONMENT-VALUE
           IF WS-ENV-DATA-RUN NOT = SPACES
               MOVE WS-ENV-DATA-RUN TO WS-DATA-RUN
           ELSE
               DISPLAY "Data de movimento do run (AAAAMMDD): "
               ACCEPT WS-DATA-RUN
           END-IF
           IF WS-DATA-RUN NOT NUMERIC
               DISPLAY "*** DATA INVALIDA (" WS-DATA-RUN ") - "
                   "CONFERENCIA CANCELADA ***"
               END-EVALUATE
           END-IF.

      * The D record is fixed 71 bytes, so the reject carries those
      * 71 bytes verbatim plus the ERP reason code.
       230-GRAVA-REJEITADO.
           MOVE SPACES TO WS-REJECT-LINE
           STRING EXTRACT-RECORD(1:71)
               ";" WS-ACK-MOTIVO(WS-ACK-IDX) DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           WRITE REJECTS-RECORD FROM WS-REJECT-LINE.
               " aceito(s), " WS-DETS-REJEITADOS " rejeitado(s), "
               WS-DETS-SEM-RETORNO " sem retorno.".

       900-DEFINE-CODIGO-RETORNO.
           EVALUATE TRUE
               WHEN ABORT-JOB
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DETS-REJEITADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DETS-SEM-RETORNO > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ACKS-SEM-DETALHE > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM RETORNO-EXTRATO.
