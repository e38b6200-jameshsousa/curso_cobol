      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Unattended job stream of the nightly cycle, run by
      *            the night shift scheduler instead of an operator
      *            picking MENU options one at a time.  The steps run
      *            in a fixed order:
      *                1 CALCULO-AREA      the day's PANELS.DAT batch
      *                2 RETORNO-EXTRATO   match-off of the ERP answer
      *                3 RESSUBMISSAO      CALCULO-AREA over the
      *                                    SUSPENSE.DAT records (only
      *                                    when there are any)
      *                4 EXPURGO-HISTORICO history purge (only on the
      *                                    last day of the month)
      *            The movement date comes from the CICLO-NOTURNO-
      *            DATA-MOVTO environment value (default: today) and
      *            the retention cutoff of the purge from CICLO-
      *            NOTURNO-DATA-CORTE (mandatory when the movement
      *            date is a month end); both are passed on to the
      *            programs through their own environment values, so
      *            nothing is asked on the console.
      *            Every program returns 0 (ok), 4 (warning, such as
      *            rejected records or a divergent reconciliation) or
      *            8 (failure).  A step only runs while the highest
      *            return code of the cycle so far is within its limit
      *            (RETORNO-EXTRATO and RESSUBMISSAO tolerate warnings,
      *            the purge only runs after a clean night), so a
      *            failure skips everything after it.
      *            The start, end and return code of every step - and
      *            the steps skipped or not applicable - are appended
      *            to the JOBSTREAM.LOG job-stream log.  On a rerun for
      *            the same movement date the log is read back and the
      *            cycle resumes from the step that failed or never
      *            finished; the steps already completed are not
      *            repeated.
      *            CICLO-NOTURNO.RPT is a one-page summary for the
      *            morning: every step with its times, return code and
      *            situation, the key control lines of each step's own
      *            report, and the verdict of the cycle.  The program
      *            itself ends with the highest return code of the
      *            cycle for the scheduler.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLO-NOTURNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBSTREAM.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT STEP-REPORT ASSIGN USING WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPRPT-STATUS.

           SELECT SUMMARY-REPORT ASSIGN TO "CICLO-NOTURNO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per event of the job stream.  JL-PASSO 0 marks the
      * start, end or refusal of the cycle itself.
       FD  JOBLOG-FILE.
       01  JOBLOG-RECORD.
           05 JL-TIMESTAMP        PIC X(014).
           05 FILLER              PIC X(001).
           05 JL-DATA-MOVTO       PIC X(008).
           05 FILLER              PIC X(001).
           05 JL-PASSO            PIC 9(001).
           05 FILLER              PIC X(001).
           05 JL-PROGRAMA         PIC X(020).
           05 FILLER              PIC X(001).
           05 JL-EVENTO           PIC X(010).
           05 FILLER              PIC X(001).
           05 JL-RC               PIC 9(003).
           05 FILLER              PIC X(001).
           05 JL-TEXTO            PIC X(040).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD        PIC X(080).

       FD  STEP-REPORT.
       01  STEP-REPORT-LINE       PIC X(080).

       FD  SUMMARY-REPORT.
       01  SUMMARY-LINE           PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-JOBLOG-STATUS       PIC X(002) VALUE SPACES.
       77  WS-SUSPENSE-STATUS     PIC X(002) VALUE SPACES.
       77  WS-STEPRPT-STATUS      PIC X(002) VALUE SPACES.
       77  WS-SUMMARY-STATUS      PIC X(002) VALUE SPACES.
       77  WS-FIM-ARQUIVO         PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                    VALUE "Y".
       77  WS-ABORT-CICLO         PIC X(001) VALUE "N".
           88 ABORT-CICLO                    VALUE "Y".
       77  WS-HOUVE-CICLO         PIC X(001) VALUE "N".
           88 HOUVE-CICLO                    VALUE "Y".
       77  WS-CICLO-CONCLUIDO     PIC X(001) VALUE "N".
           88 CICLO-JA-CONCLUIDO             VALUE "Y".
       77  WS-FIM-DE-MES          PIC X(001) VALUE "N".
           88 FIM-DE-MES                     VALUE "Y".
       77  WS-TEM-SUSPENSOS       PIC X(001) VALUE "N".
           88 TEM-SUSPENSOS                  VALUE "Y".

       77  WS-ENV-DATA-MOVTO      PIC X(008) VALUE SPACES.
       77  WS-ENV-DATA-CORTE      PIC X(008) VALUE SPACES.
       77  WS-DATA-MOVTO          PIC X(008) VALUE SPACES.
       77  WS-DATA-CORTE          PIC X(008) VALUE SPACES.
       77  WS-BRANCOS             PIC X(008) VALUE SPACES.
       77  WS-RUN-BY              PIC X(020) VALUE "CICLO-NOTURNO".
       77  WS-DATA-NUMERICA       PIC 9(008) VALUE ZEROS.
       77  WS-DATA-SEGUINTE       PIC 9(008) VALUE ZEROS.
       77  WS-DATA-SEGUINTE-X     PIC X(008) VALUE SPACES.
       77  WS-TIMESTAMP           PIC X(021) VALUE SPACES.
       77  WS-NOME-RELATORIO      PIC X(030) VALUE SPACES.

       77  WS-PAS-SUB             PIC 9(002) COMP VALUE ZEROS.
       77  WS-PASSO-RETOMADA      PIC 9(001) VALUE ZEROS.
       77  WS-PASSO-FALHA         PIC 9(001) VALUE ZEROS.
       77  WS-PASSO-ED            PIC 9(001) VALUE ZEROS.
       77  WS-RC-PASSO            PIC 9(003) VALUE ZEROS.
       77  WS-MAIOR-RC            PIC 9(003) VALUE ZEROS.
       77  WS-QTD-ASTERISCOS      PIC 9(003) VALUE ZEROS.

       77  WS-LOG-PASSO           PIC 9(001) VALUE ZEROS.
       77  WS-LOG-PROGRAMA        PIC X(020) VALUE SPACES.
       77  WS-LOG-EVENTO          PIC X(010) VALUE SPACES.
       77  WS-LOG-RC              PIC 9(003) VALUE ZEROS.
       77  WS-LOG-TEXTO           PIC X(040) VALUE SPACES.

      * The four steps of the cycle.  WS-PAS-LIMITE is the highest
      * return code of the cycle so far under which the step still
      * runs.  WS-PAS-SITUACAO: P = pending, A = completed by an
      * earlier run of the same date, E = executed now, S = skipped,
      * N = not applicable tonight.  WS-PAS-ANT-* hold the latest
      * JOBSTREAM.LOG event of the step for the movement date.
       01  WS-TABELA-PASSOS.
           05 WS-PASSO-ENTRY OCCURS 4 TIMES.
               10 WS-PAS-NOME        PIC X(020).
               10 WS-PAS-LIMITE      PIC 9(003).
               10 WS-PAS-SITUACAO    PIC X(001).
               10 WS-PAS-RC          PIC 9(003).
               10 WS-PAS-INICIO      PIC X(014).
               10 WS-PAS-FIM         PIC X(014).
               10 WS-PAS-ANT-EVENTO  PIC X(010).
               10 WS-PAS-ANT-RC      PIC 9(003).
               10 WS-PAS-ANT-INICIO  PIC X(014).
               10 WS-PAS-ANT-FIM     PIC X(014).

      * Key control lines picked out of the steps' own reports for
      * the summary page.
       77  WS-QTD-DESTAQUES       PIC 9(002) VALUE ZEROS.
       77  WS-DESTAQUES-OMITIDOS  PIC 9(003) VALUE ZEROS.
       77  WS-DST-SUB             PIC 9(002) COMP VALUE ZEROS.
       01  WS-TABELA-DESTAQUES.
           05 WS-DESTAQUE OCCURS 32 TIMES PIC X(080).

       01  WS-CONTROLE-LINE       PIC X(080).
       01  WS-DESTAQUE-LINE       PIC X(080).

       01  WS-PASSO-HEADER.
           05 FILLER              PIC X(004) VALUE "P".
           05 FILLER              PIC X(021) VALUE "PROGRAMA".
           05 FILLER              PIC X(015) VALUE "INICIO".
           05 FILLER              PIC X(015) VALUE "FIM".
           05 FILLER              PIC X(004) VALUE " RC".
           05 FILLER              PIC X(021) VALUE "SITUACAO".

       01  WS-PASSO-LINE.
           05 WS-PSL-PASSO        PIC 9(001).
           05 FILLER              PIC X(003) VALUE SPACES.
           05 WS-PSL-NOME         PIC X(020).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-PSL-INICIO       PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-PSL-FIM          PIC X(014).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-PSL-RC           PIC ZZ9.
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-PSL-SITUACAO     PIC X(021).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 050-INICIALIZA-VARIAVEIS
           PERFORM 100-LE-PARAMETROS
           IF ABORT-CICLO
               MOVE 0 TO WS-LOG-PASSO
               MOVE "CICLO-NOTURNO" TO WS-LOG-PROGRAMA
               MOVE "RECUSADO" TO WS-LOG-EVENTO
               MOVE 8 TO WS-LOG-RC
               PERFORM 700-GRAVA-LOG
               MOVE 8 TO WS-MAIOR-RC
           ELSE
               PERFORM 200-LE-JOBSTREAM-LOG
               PERFORM 250-REGISTRA-INICIO-CICLO
               PERFORM 300-EXECUTA-PASSO
                   VARYING WS-PAS-SUB FROM 1 BY 1
                   UNTIL WS-PAS-SUB > 4
               PERFORM 260-REGISTRA-FIM-CICLO
               PERFORM 800-IMPRIME-RESUMO
           END-IF
           MOVE WS-MAIOR-RC TO RETURN-CODE
           GOBACK.

       050-INICIALIZA-VARIAVEIS.
           MOVE "N" TO WS-ABORT-CICLO
           MOVE "N" TO WS-HOUVE-CICLO
           MOVE "N" TO WS-CICLO-CONCLUIDO
           MOVE "N" TO WS-FIM-DE-MES
           MOVE ZEROS TO WS-MAIOR-RC
           MOVE ZEROS TO WS-PASSO-FALHA
           MOVE ZEROS TO WS-QTD-DESTAQUES
           MOVE ZEROS TO WS-DESTAQUES-OMITIDOS
           MOVE SPACES TO WS-TABELA-DESTAQUES
           MOVE SPACES TO WS-TABELA-PASSOS
           MOVE "CALCULO-AREA"      TO WS-PAS-NOME(1)
           MOVE 999                 TO WS-PAS-LIMITE(1)
           MOVE "RETORNO-EXTRATO"   TO WS-PAS-NOME(2)
           MOVE 4                   TO WS-PAS-LIMITE(2)
           MOVE "RESSUBMISSAO"      TO WS-PAS-NOME(3)
           MOVE 4                   TO WS-PAS-LIMITE(3)
           MOVE "EXPURGO-HISTORICO" TO WS-PAS-NOME(4)
           MOVE ZEROS               TO WS-PAS-LIMITE(4)
           PERFORM 055-INICIALIZA-PASSO
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > 4.

       055-INICIALIZA-PASSO.
           MOVE "P"   TO WS-PAS-SITUACAO(WS-PAS-SUB)
           MOVE ZEROS TO WS-PAS-RC(WS-PAS-SUB)
           MOVE ZEROS TO WS-PAS-ANT-RC(WS-PAS-SUB).

      * The movement date defaults to today; the retention cutoff is
      * only required when the movement date closes the month, since
      * that is the only night the purge runs.
       100-LE-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVTO
           DISPLAY "CICLO-NOTURNO-DATA-MOVTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-DATA-MOVTO FROM ENVIRONMENT-VALUE
           IF WS-ENV-DATA-MOVTO NOT = SPACES
               MOVE WS-ENV-DATA-MOVTO TO WS-DATA-MOVTO
           END-IF
           DISPLAY "CICLO-NOTURNO-DATA-CORTE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-DATA-CORTE FROM ENVIRONMENT-VALUE
           MOVE WS-ENV-DATA-CORTE TO WS-DATA-CORTE
           IF WS-DATA-MOVTO NOT NUMERIC
               DISPLAY "*** ERRO: DATA DE MOVIMENTO INVALIDA ("
                   WS-DATA-MOVTO ") - CICLO RECUSADO ***"
               MOVE "DATA DE MOVIMENTO INVALIDA" TO WS-LOG-TEXTO
               SET ABORT-CICLO TO TRUE
           ELSE
               PERFORM 110-VERIFICA-FIM-DE-MES
               EVALUATE TRUE
                   WHEN WS-DATA-CORTE NOT = SPACES
                           AND WS-DATA-CORTE NOT NUMERIC
                       DISPLAY "*** ERRO: DATA DE CORTE INVALIDA ("
                           WS-DATA-CORTE ") - CICLO RECUSADO ***"
                       MOVE "DATA DE CORTE INVALIDA" TO WS-LOG-TEXTO
                       SET ABORT-CICLO TO TRUE
                   WHEN WS-DATA-CORTE NOT = SPACES
                           AND WS-DATA-CORTE >= WS-DATA-MOVTO
                       DISPLAY "*** ERRO: DATA DE CORTE " WS-DATA-CORTE
                           " NAO E ANTERIOR AO MOVIMENTO - CICLO "
                           "RECUSADO ***"
                       MOVE "DATA DE CORTE NAO ANTERIOR AO MOVIMENTO"
                           TO WS-LOG-TEXTO
                       SET ABORT-CICLO TO TRUE
                   WHEN FIM-DE-MES AND WS-DATA-CORTE = SPACES
                       DISPLAY "*** ERRO: " WS-DATA-MOVTO " FECHA O "
                           "MES E A DATA DE CORTE NAO FOI INFORMADA "
                           "- CICLO RECUSADO ***"
                       MOVE "FIM DE MES SEM DATA DE CORTE"
                           TO WS-LOG-TEXTO
                       SET ABORT-CICLO TO TRUE
               END-EVALUATE
           END-IF.

       110-VERIFICA-FIM-DE-MES.
           MOVE WS-DATA-MOVTO TO WS-DATA-NUMERICA
           COMPUTE WS-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA) + 1)
           MOVE WS-DATA-SEGUINTE TO WS-DATA-SEGUINTE-X
           IF WS-DATA-SEGUINTE-X(7:2) = "01"
               SET FIM-DE-MES TO TRUE
           END-IF.

      * The latest event of each step for the movement date decides
      * where the cycle resumes: the first step that never finished,
      * finished with a failure, or has no event at all after an
      * earlier run of the date.  Steps before it are kept as they
      * were and their return codes still count for the limits.
       200-LE-JOBSTREAM-LOG.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS = "00"
               PERFORM 210-GUARDA-EVENTO UNTIL FIM-ARQUIVO
               CLOSE JOBLOG-FILE
           END-IF
           MOVE 1 TO WS-PASSO-RETOMADA
           IF HOUVE-CICLO
               MOVE ZEROS TO WS-PASSO-RETOMADA
               PERFORM 220-AVALIA-RETOMADA
                   VARYING WS-PAS-SUB FROM 1 BY 1
                   UNTIL WS-PAS-SUB > 4
                   OR WS-PASSO-RETOMADA > ZEROS
               IF WS-PASSO-RETOMADA = ZEROS
                   SET CICLO-JA-CONCLUIDO TO TRUE
                   MOVE 5 TO WS-PASSO-RETOMADA
               END-IF
               PERFORM 230-MANTEM-PASSO-ANTERIOR
                   VARYING WS-PAS-SUB FROM 1 BY 1
                   UNTIL WS-PAS-SUB >= WS-PASSO-RETOMADA
           END-IF
           EVALUATE TRUE
               WHEN CICLO-JA-CONCLUIDO
                   DISPLAY "*** CICLO DE " WS-DATA-MOVTO " JA "
                       "CONCLUIDO - NENHUM PASSO A EXECUTAR ***"
               WHEN WS-PASSO-RETOMADA > 1
                   DISPLAY "*** RETOMANDO O CICLO DE " WS-DATA-MOVTO
                       " NO PASSO " WS-PASSO-RETOMADA " ("
                       WS-PAS-NOME(WS-PASSO-RETOMADA) ") ***"
           END-EVALUATE.

       210-GUARDA-EVENTO.
           READ JOBLOG-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF JL-DATA-MOVTO = WS-DATA-MOVTO
                           AND JL-PASSO >= 1 AND JL-PASSO <= 4
                       SET HOUVE-CICLO TO TRUE
                       MOVE JL-PASSO TO WS-PAS-SUB
                       MOVE JL-EVENTO TO WS-PAS-ANT-EVENTO(WS-PAS-SUB)
                       MOVE JL-RC     TO WS-PAS-ANT-RC(WS-PAS-SUB)
                       IF JL-EVENTO = "INICIO"
                           MOVE JL-TIMESTAMP
                               TO WS-PAS-ANT-INICIO(WS-PAS-SUB)
                           MOVE SPACES
                               TO WS-PAS-ANT-FIM(WS-PAS-SUB)
                       ELSE
                           MOVE JL-TIMESTAMP
                               TO WS-PAS-ANT-FIM(WS-PAS-SUB)
                       END-IF
                   END-IF
           END-READ.

       220-AVALIA-RETOMADA.
           EVALUATE TRUE
               WHEN WS-PAS-ANT-EVENTO(WS-PAS-SUB) = SPACES
                   MOVE WS-PAS-SUB TO WS-PASSO-RETOMADA
               WHEN WS-PAS-ANT-EVENTO(WS-PAS-SUB) = "INICIO"
                   MOVE WS-PAS-SUB TO WS-PASSO-RETOMADA
               WHEN WS-PAS-ANT-EVENTO(WS-PAS-SUB) = "FIM"
                       AND WS-PAS-ANT-RC(WS-PAS-SUB) >= 8
                   MOVE WS-PAS-SUB TO WS-PASSO-RETOMADA
           END-EVALUATE.

       230-MANTEM-PASSO-ANTERIOR.
           MOVE "A" TO WS-PAS-SITUACAO(WS-PAS-SUB)
           MOVE WS-PAS-ANT-RC(WS-PAS-SUB)     TO WS-PAS-RC(WS-PAS-SUB)
           MOVE WS-PAS-ANT-INICIO(WS-PAS-SUB)
               TO WS-PAS-INICIO(WS-PAS-SUB)
           MOVE WS-PAS-ANT-FIM(WS-PAS-SUB)    TO WS-PAS-FIM(WS-PAS-SUB)
           IF WS-PAS-ANT-EVENTO(WS-PAS-SUB) = "FIM"
                   AND WS-PAS-ANT-RC(WS-PAS-SUB) > WS-MAIOR-RC
               MOVE WS-PAS-ANT-RC(WS-PAS-SUB) TO WS-MAIOR-RC
           END-IF.

       250-REGISTRA-INICIO-CICLO.
           MOVE 0 TO WS-LOG-PASSO
           MOVE "CICLO-NOTURNO" TO WS-LOG-PROGRAMA
           MOVE "CICLO-INI" TO WS-LOG-EVENTO
           MOVE ZEROS TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXTO
           EVALUATE TRUE
               WHEN CICLO-JA-CONCLUIDO
                   MOVE "CICLO JA CONCLUIDO" TO WS-LOG-TEXTO
               WHEN WS-PASSO-RETOMADA > 1
                   STRING "RETOMADA NO PASSO " WS-PASSO-RETOMADA
                       DELIMITED BY SIZE INTO WS-LOG-TEXTO
               WHEN OTHER
                   STRING "CORTE " WS-DATA-CORTE
                       DELIMITED BY SIZE INTO WS-LOG-TEXTO
           END-EVALUATE
           PERFORM 700-GRAVA-LOG.

       260-REGISTRA-FIM-CICLO.
           MOVE 0 TO WS-LOG-PASSO
           MOVE "CICLO-NOTURNO" TO WS-LOG-PROGRAMA
           MOVE "CICLO-FIM" TO WS-LOG-EVENTO
           MOVE WS-MAIOR-RC TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXTO
           IF WS-PASSO-FALHA > ZEROS
               STRING "FALHA NO PASSO " WS-PASSO-FALHA
                   DELIMITED BY SIZE INTO WS-LOG-TEXTO
           END-IF
           PERFORM 700-GRAVA-LOG
           DISPLAY "Ciclo noturno de " WS-DATA-MOVTO
               " encerrado - RC " WS-MAIOR-RC.

      * A step before the resume point was settled by an earlier run;
      * from the resume point on, a step runs only while the highest
      * return code so far is within its limit.
       300-EXECUTA-PASSO.
           IF WS-PAS-SUB >= WS-PASSO-RETOMADA
               IF WS-MAIOR-RC > WS-PAS-LIMITE(WS-PAS-SUB)
                   MOVE SPACES TO WS-LOG-TEXTO
                   STRING "RC DO CICLO " WS-MAIOR-RC
                       " ACIMA DO LIMITE " WS-PAS-LIMITE(WS-PAS-SUB)
                       DELIMITED BY SIZE INTO WS-LOG-TEXTO
                   PERFORM 395-REGISTRA-SALTO
               ELSE
                   EVALUATE WS-PAS-SUB
                       WHEN 1
                           PERFORM 310-EXECUTA-CALCULO-AREA
                       WHEN 2
                           PERFORM 320-EXECUTA-RETORNO-EXTRATO
                       WHEN 3
                           PERFORM 330-EXECUTA-RESSUBMISSAO
                       WHEN 4
                           PERFORM 340-EXECUTA-EXPURGO
                   END-EVALUATE
               END-IF
           END-IF.

      * Each program is cancelled before it is called so every step
      * starts from a fresh copy - CALCULO-AREA runs twice in the
      * cycle.
       310-EXECUTA-CALCULO-AREA.
           PERFORM 360-PREPARA-CALCULO-AREA
           DISPLAY "CALCULO-AREA-RESSUBMISSAO" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           PERFORM 380-INICIA-PASSO
           CANCEL "CALCULO-AREA"
           MOVE 0 TO RETURN-CODE
           CALL "CALCULO-AREA"
           MOVE RETURN-CODE TO WS-RC-PASSO
           MOVE "AREA-REPORT.RPT" TO WS-NOME-RELATORIO
           PERFORM 390-FINALIZA-PASSO.

       320-EXECUTA-RETORNO-EXTRATO.
           DISPLAY "RETORNO-EXTRATO-DATA" UPON ENVIRONMENT-NAME
           DISPLAY WS-DATA-MOVTO UPON ENVIRONMENT-VALUE
           PERFORM 380-INICIA-PASSO
           CANCEL "RETORNO-EXTRATO"
           MOVE 0 TO RETURN-CODE
           CALL "RETORNO-EXTRATO"
           MOVE RETURN-CODE TO WS-RC-PASSO
           DISPLAY "RETORNO-EXTRATO-DATA" UPON ENVIRONMENT-NAME
           DISPLAY WS-BRANCOS UPON ENVIRONMENT-VALUE
           MOVE "RETORNO-REPORT.RPT" TO WS-NOME-RELATORIO
           PERFORM 390-FINALIZA-PASSO.

      * Without suspended records there is nothing to resubmit, and
      * a resubmission over an empty SUSPENSE.DAT would only rewrite
      * the night's extract with nothing in it.
       330-EXECUTA-RESSUBMISSAO.
           PERFORM 335-VERIFICA-SUSPENSOS
           IF NOT TEM-SUSPENSOS
               MOVE "SUSPENSE.DAT SEM REGISTROS" TO WS-LOG-TEXTO
               PERFORM 397-REGISTRA-NAO-APLICAVEL
           ELSE
               PERFORM 360-PREPARA-CALCULO-AREA
               DISPLAY "CALCULO-AREA-RESSUBMISSAO"
                   UPON ENVIRONMENT-NAME
               DISPLAY "S" UPON ENVIRONMENT-VALUE
               PERFORM 380-INICIA-PASSO
               CANCEL "CALCULO-AREA"
               MOVE 0 TO RETURN-CODE
               CALL "CALCULO-AREA"
               MOVE RETURN-CODE TO WS-RC-PASSO
               DISPLAY "CALCULO-AREA-RESSUBMISSAO"
                   UPON ENVIRONMENT-NAME
               DISPLAY "N" UPON ENVIRONMENT-VALUE
               MOVE "AREA-REPORT.RPT" TO WS-NOME-RELATORIO
               PERFORM 390-FINALIZA-PASSO
           END-IF.

       335-VERIFICA-SUSPENSOS.
           MOVE "N" TO WS-TEM-SUSPENSOS
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET TEM-SUSPENSOS TO TRUE
               END-READ
               CLOSE SUSPENSE-FILE
           END-IF.

       340-EXECUTA-EXPURGO.
           IF NOT FIM-DE-MES
               MOVE "MOVIMENTO NAO E FIM DE MES" TO WS-LOG-TEXTO
               PERFORM 397-REGISTRA-NAO-APLICAVEL
           ELSE
               DISPLAY "EXPURGO-HISTORICO-DATA-CORTE"
                   UPON ENVIRONMENT-NAME
               DISPLAY WS-DATA-CORTE UPON ENVIRONMENT-VALUE
               PERFORM 380-INICIA-PASSO
               CANCEL "EXPURGO-HISTORICO"
               MOVE 0 TO RETURN-CODE
               CALL "EXPURGO-HISTORICO"
               MOVE RETURN-CODE TO WS-RC-PASSO
               DISPLAY "EXPURGO-HISTORICO-DATA-CORTE"
                   UPON ENVIRONMENT-NAME
               DISPLAY WS-BRANCOS UPON ENVIRONMENT-VALUE
               MOVE "EXPURGO-REPORT.RPT" TO WS-NOME-RELATORIO
               PERFORM 390-FINALIZA-PASSO
           END-IF.

      * A date already complete on RUN-CONTROL.DAT is never forced
      * from the job stream: that takes a supervisor at the MENU.
       360-PREPARA-CALCULO-AREA.
           DISPLAY "CALCULO-AREA-DATA-MOVTO" UPON ENVIRONMENT-NAME
           DISPLAY WS-DATA-MOVTO UPON ENVIRONMENT-VALUE
           DISPLAY "CALCULO-AREA-RUN-BY" UPON ENVIRONMENT-NAME
           DISPLAY WS-RUN-BY UPON ENVIRONMENT-VALUE
           DISPLAY "CALCULO-AREA-FORCAR" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           DISPLAY "CALCULO-AREA-ORCAMENTO" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE.

       380-INICIA-PASSO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-PAS-INICIO(WS-PAS-SUB)
           MOVE SPACES TO WS-PAS-FIM(WS-PAS-SUB)
           DISPLAY "=== PASSO " WS-PAS-SUB " - "
               WS-PAS-NOME(WS-PAS-SUB) " - INICIO "
               WS-PAS-INICIO(WS-PAS-SUB) " ==="
           MOVE "INICIO" TO WS-LOG-EVENTO
           MOVE ZEROS TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXTO
           PERFORM 705-GRAVA-LOG-PASSO.

       390-FINALIZA-PASSO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-PAS-FIM(WS-PAS-SUB)
           MOVE "E" TO WS-PAS-SITUACAO(WS-PAS-SUB)
           MOVE WS-RC-PASSO TO WS-PAS-RC(WS-PAS-SUB)
           IF WS-RC-PASSO > WS-MAIOR-RC
               MOVE WS-RC-PASSO TO WS-MAIOR-RC
           END-IF
           IF WS-RC-PASSO >= 8 AND WS-PASSO-FALHA = ZEROS
               MOVE WS-PAS-SUB TO WS-PASSO-FALHA
           END-IF
           DISPLAY "=== PASSO " WS-PAS-SUB " - "
               WS-PAS-NOME(WS-PAS-SUB) " - FIM "
               WS-PAS-FIM(WS-PAS-SUB) " RC " WS-RC-PASSO " ==="
           MOVE "FIM" TO WS-LOG-EVENTO
           MOVE WS-RC-PASSO TO WS-LOG-RC
           MOVE WS-NOME-RELATORIO TO WS-LOG-TEXTO
           PERFORM 705-GRAVA-LOG-PASSO
           IF WS-RC-PASSO < 8
               PERFORM 400-DESTACA-RELATORIO
           END-IF.

       395-REGISTRA-SALTO.
           MOVE "S" TO WS-PAS-SITUACAO(WS-PAS-SUB)
           DISPLAY "=== PASSO " WS-PAS-SUB " - "
               WS-PAS-NOME(WS-PAS-SUB) " - SALTADO (" WS-LOG-TEXTO
               ") ==="
           MOVE "SALTADO" TO WS-LOG-EVENTO
           MOVE ZEROS TO WS-LOG-RC
           PERFORM 705-GRAVA-LOG-PASSO.

       397-REGISTRA-NAO-APLICAVEL.
           MOVE "N" TO WS-PAS-SITUACAO(WS-PAS-SUB)
           DISPLAY "=== PASSO " WS-PAS-SUB " - "
               WS-PAS-NOME(WS-PAS-SUB) " - NAO APLICAVEL ("
               WS-LOG-TEXTO ") ==="
           MOVE "NAO APLIC" TO WS-LOG-EVENTO
           MOVE ZEROS TO WS-LOG-RC
           PERFORM 705-GRAVA-LOG-PASSO.

      * Picks the control totals, verdicts and flagged depot lines out
      * of the report the step has just written.  The report is read
      * right after the step because the resubmission rewrites
      * AREA-REPORT.RPT.
       400-DESTACA-RELATORIO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT STEP-REPORT
           IF WS-STEPRPT-STATUS = "00"
               MOVE WS-PAS-SUB TO WS-PASSO-ED
               MOVE SPACES TO WS-DESTAQUE-LINE
               STRING "PASSO " WS-PASSO-ED " - "
                       DELIMITED BY SIZE
                   WS-PAS-NOME(WS-PAS-SUB) DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   WS-NOME-RELATORIO DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-DESTAQUE-LINE
               PERFORM 420-GUARDA-DESTAQUE
               PERFORM 410-AVALIA-LINHA-RELATORIO UNTIL FIM-ARQUIVO
               CLOSE STEP-REPORT
           END-IF.

       410-AVALIA-LINHA-RELATORIO.
           READ STEP-REPORT
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ZEROS TO WS-QTD-ASTERISCOS
                   INSPECT STEP-REPORT-LINE TALLYING WS-QTD-ASTERISCOS
                       FOR ALL "*"
                   MOVE SPACES TO WS-DESTAQUE-LINE
                   EVALUATE TRUE
                       WHEN STEP-REPORT-LINE(1:9) = "REGISTROS"
                       WHEN STEP-REPORT-LINE(1:10) = "AREA TOTAL"
                       WHEN STEP-REPORT-LINE(1:19)
                               = "RECONCILIACAO GERAL"
                       WHEN STEP-REPORT-LINE(1:14)
                               = "RECONCILIACAO:"
                       WHEN STEP-REPORT-LINE(1:11) = "CONFERENCIA"
                       WHEN STEP-REPORT-LINE(1:7) = "ACEITOS"
                       WHEN STEP-REPORT-LINE(1:10) = "REJEITADOS"
                       WHEN STEP-REPORT-LINE(1:11) = "SEM RETORNO"
                       WHEN STEP-REPORT-LINE(1:6) = "AVISO:"
                           STRING "    " STEP-REPORT-LINE(1:76)
                               DELIMITED BY SIZE INTO WS-DESTAQUE-LINE
                           PERFORM 420-GUARDA-DESTAQUE
                       WHEN STEP-REPORT-LINE(1:4) = "DEP "
                               AND WS-QTD-ASTERISCOS > ZEROS
                           STRING "    " STEP-REPORT-LINE(1:76)
                               DELIMITED BY SIZE INTO WS-DESTAQUE-LINE
                           PERFORM 420-GUARDA-DESTAQUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       420-GUARDA-DESTAQUE.
           IF WS-QTD-DESTAQUES < 32
               ADD 1 TO WS-QTD-DESTAQUES
               MOVE WS-DESTAQUE-LINE TO WS-DESTAQUE(WS-QTD-DESTAQUES)
           ELSE
               ADD 1 TO WS-DESTAQUES-OMITIDOS
           END-IF.

       700-GRAVA-LOG.
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOBLOG-FILE
               CLOSE JOBLOG-FILE
               OPEN EXTEND JOBLOG-FILE
           END-IF
           MOVE SPACES TO JOBLOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO JL-TIMESTAMP
           MOVE WS-DATA-MOVTO   TO JL-DATA-MOVTO
           MOVE WS-LOG-PASSO    TO JL-PASSO
           MOVE WS-LOG-PROGRAMA TO JL-PROGRAMA
           MOVE WS-LOG-EVENTO   TO JL-EVENTO
           MOVE WS-LOG-RC       TO JL-RC
           MOVE WS-LOG-TEXTO    TO JL-TEXTO
           WRITE JOBLOG-RECORD
           CLOSE JOBLOG-FILE.

       705-GRAVA-LOG-PASSO.
           MOVE WS-PAS-SUB TO WS-LOG-PASSO
           MOVE WS-PAS-NOME(WS-PAS-SUB) TO WS-LOG-PROGRAMA
           PERFORM 700-GRAVA-LOG.

      * One page: a heading, the four step lines, the picked control
      * lines (at most 32) and the verdict of the cycle.
       800-IMPRIME-RESUMO.
           OPEN OUTPUT SUMMARY-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-CONTROLE-LINE
           STRING "RESUMO DO CICLO NOTURNO - MOVIMENTO " WS-DATA-MOVTO
               "   EMITIDO EM " WS-TIMESTAMP(1:14)
               DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           MOVE SPACES TO WS-CONTROLE-LINE
           IF FIM-DE-MES
               STRING "FIM DE MES - DATA DE CORTE DA RETENCAO: "
                   WS-DATA-CORTE
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           ELSE
               STRING "MOVIMENTO NAO FECHA O MES - SEM EXPURGO"
                   DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           END-IF
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           MOVE SPACES TO WS-CONTROLE-LINE
           EVALUATE TRUE
               WHEN CICLO-JA-CONCLUIDO
                   STRING "CICLO JA CONCLUIDO EM EXECUCAO ANTERIOR - "
                       "NENHUM PASSO EXECUTADO"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
                   WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
               WHEN WS-PASSO-RETOMADA > 1
                   STRING "CICLO RETOMADO NO PASSO "
                       WS-PASSO-RETOMADA " - PASSOS ANTERIORES DE "
                       "EXECUCAO ANTERIOR"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
                   WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           END-EVALUATE
           MOVE SPACES TO WS-CONTROLE-LINE
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           WRITE SUMMARY-LINE FROM WS-PASSO-HEADER
           PERFORM 810-IMPRIME-PASSO
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > 4
           MOVE SPACES TO WS-CONTROLE-LINE
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           IF WS-QTD-DESTAQUES = ZEROS
               MOVE "DESTAQUES DOS RELATORIOS: NENHUM PASSO EXECUTADO"
                   TO WS-CONTROLE-LINE
               WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           ELSE
               MOVE "DESTAQUES DOS RELATORIOS:" TO WS-CONTROLE-LINE
               WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
               PERFORM 820-IMPRIME-DESTAQUE
                   VARYING WS-DST-SUB FROM 1 BY 1
                   UNTIL WS-DST-SUB > WS-QTD-DESTAQUES
               IF WS-DESTAQUES-OMITIDOS > ZEROS
                   MOVE SPACES TO WS-CONTROLE-LINE
                   STRING "    (MAIS " WS-DESTAQUES-OMITIDOS
                       " LINHA(S) - VER OS RELATORIOS DOS PASSOS)"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
                   WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-CONTROLE-LINE
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           EVALUATE TRUE
               WHEN WS-MAIOR-RC >= 8
                   STRING "RESULTADO DO CICLO: *** FALHA - CORRIGIR E "
                       "RESUBMETER (RETOMA DO PASSO QUE FALHOU) ***"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               WHEN WS-MAIOR-RC > ZEROS
                   STRING "RESULTADO DO CICLO: CONCLUIDO COM AVISOS - "
                       "VER PASSOS ASSINALADOS"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
               WHEN OTHER
                   STRING "RESULTADO DO CICLO: OK"
                       DELIMITED BY SIZE INTO WS-CONTROLE-LINE
           END-EVALUATE
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           MOVE SPACES TO WS-CONTROLE-LINE
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           MOVE "*** FIM DO RELATORIO ***" TO WS-CONTROLE-LINE
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE
           CLOSE SUMMARY-REPORT.

       810-IMPRIME-PASSO.
           MOVE WS-PAS-SUB                TO WS-PSL-PASSO
           MOVE WS-PAS-NOME(WS-PAS-SUB)   TO WS-PSL-NOME
           MOVE WS-PAS-INICIO(WS-PAS-SUB) TO WS-PSL-INICIO
           MOVE WS-PAS-FIM(WS-PAS-SUB)    TO WS-PSL-FIM
           MOVE WS-PAS-RC(WS-PAS-SUB)     TO WS-PSL-RC
           EVALUATE WS-PAS-SITUACAO(WS-PAS-SUB)
               WHEN "E"
                   EVALUATE TRUE
                       WHEN WS-PAS-RC(WS-PAS-SUB) = ZEROS
                           MOVE "OK" TO WS-PSL-SITUACAO
                       WHEN WS-PAS-RC(WS-PAS-SUB) < 8
                           MOVE "*** AVISO ***" TO WS-PSL-SITUACAO
                       WHEN OTHER
                           MOVE "*** FALHA ***" TO WS-PSL-SITUACAO
                   END-EVALUATE
               WHEN "A"
                   EVALUATE TRUE
                       WHEN WS-PAS-ANT-EVENTO(WS-PAS-SUB) = "SALTADO"
                           MOVE "ANTERIOR: SALTADO"
                               TO WS-PSL-SITUACAO
                       WHEN WS-PAS-ANT-EVENTO(WS-PAS-SUB)
                               = "NAO APLIC"
                           MOVE "ANTERIOR: NAO APLIC."
                               TO WS-PSL-SITUACAO
                       WHEN WS-PAS-RC(WS-PAS-SUB) = ZEROS
                           MOVE "ANTERIOR: OK" TO WS-PSL-SITUACAO
                       WHEN OTHER
                           MOVE "ANTERIOR: *AVISO*"
                               TO WS-PSL-SITUACAO
                   END-EVALUATE
               WHEN "S"
                   MOVE "*** SALTADO ***" TO WS-PSL-SITUACAO
               WHEN "N"
                   MOVE "NAO APLICAVEL" TO WS-PSL-SITUACAO
               WHEN OTHER
                   MOVE "NAO EXECUTADO" TO WS-PSL-SITUACAO
           END-EVALUATE
           MOVE WS-PASSO-LINE TO WS-CONTROLE-LINE
           WRITE SUMMARY-LINE FROM WS-CONTROLE-LINE.

       820-IMPRIME-DESTAQUE.
           WRITE SUMMARY-LINE FROM WS-DESTAQUE(WS-DST-SUB).

       END PROGRAM CICLO-NOTURNO.
