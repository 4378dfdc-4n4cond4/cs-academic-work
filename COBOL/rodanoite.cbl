      * sign-on check (validaoper, function REABRIR); a     *
      * refused check drops the REABRIR and the run stays   *
      * blocked, with the attempt on record in SESSLOG.     *
      *                                                     *
      * Each step's elapsed time, from its INICIO to its    *
      * FIM timestamp, is printed on its report line and    *
      * held to the step's SD-MAX-MINUTES; the night as a   *
      * whole must end by the JANELAFIM time (HHMM, shared  *
      * control file), taken as the first such time after   *
      * the date's first INICIO, so a night that crosses    *
      * midnight is measured correctly and a rerun late the *
      * next morning still counts as late. A step over its  *
      * limit or a night past its window is flagged on the  *
      * report and raises the night's return code to 8 -    *
      * distinct from 4 (rejects) and 12 (a step aborted or *
      * the night blocked), so operations are paged on it   *
      * alone. janelanoite reports the same timings over    *
      * the run log history.                                *
      *****************************************************

       ENVIRONMENT DIVISION.
              10 WS-STEP-ENABLED    PIC X.
              10 WS-STEP-FREQ       PIC X(3).
              10 WS-STEP-STATS      PIC X(10).
              10 WS-STEP-MAX-MIN    PIC 9(4).
       01  WS-STEPS-USED            PIC 9(2) VALUE 0.
       01  WS-INS-POS               PIC 9(2).
       01  WS-SHIFT-IDX             PIC 9(2).
       01  WS-STAT-PROCESSED        PIC 9(6).
       01  WS-STAT-REJECTED         PIC 9(6).

      * timing: a FUNCTION CURRENT-DATE stamp is turned into seconds
      * since the INTEGER-OF-DATE epoch so that an interval crossing
      * midnight (or a month end) subtracts correctly.
       01  WS-TS-WORK.
           05 WS-TS-DATE            PIC 9(8).
           05 WS-TS-HH              PIC 9(2).
           05 WS-TS-MI              PIC 9(2).
           05 WS-TS-SS              PIC 9(2).
           05 FILLER                PIC X(7).
       01  WS-TS-SECONDS            PIC 9(12).
       01  WS-STEP-START-SECS       PIC 9(12).
       01  WS-STEP-ELAPSED          PIC 9(8).
       01  WS-STEP-LIMIT-SECS       PIC 9(8).
       01  WS-NIGHT-START-SECS      PIC 9(12) VALUE 0.
       01  WS-NIGHT-END-SECS        PIC 9(12).
       01  WS-NIGHT-ELAPSED         PIC 9(8).
       01  WS-WINDOW-HHMM           PIC 9(4) VALUE 0.
       01  WS-WINDOW-PARTS REDEFINES WS-WINDOW-HHMM.
           05 WS-WINDOW-HH          PIC 9(2).
           05 WS-WINDOW-MM          PIC 9(2).
       01  WS-WINDOW-END-SECS       PIC 9(12) VALUE 0.
       01  WS-DAY-SECS              PIC 9(5).
       01  WS-WINDOW-DAY-SECS       PIC 9(5).
       01  WS-DUR-SECS              PIC 9(8).
       01  WS-DUR-REST              PIC 9(8).
       01  WS-DUR-HMS.
           05 WS-DUR-HH             PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-DUR-MI             PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-DUR-SS             PIC 9(2).
       01  WS-SLA-IND               PIC X VALUE 'N'.
           88 SLA-BREACHED          VALUE 'Y'.
       01  WS-NIGHT-START-FOUND     PIC X.
           88 NIGHT-START-FOUND     VALUE 'Y'.

       COPY "copybooks/OPERLNK.cpy".
       COPY "copybooks/DATELNK.cpy".

               SET FORCE-REOPEN TO TRUE
               PERFORM 1100-CHECK-REABRIR
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 2600-TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-NIGHT-START-SECS
           OPEN OUTPUT RUN-REPORT-FILE
           MOVE "RODADA NOTURNA" TO REPORT-LINE
           WRITE REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 1150-CHECK-RUN-DATE
           PERFORM 1200-LOAD-STEP-TABLE
           PERFORM 1400-FIND-NIGHT-START
           PERFORM 1450-LOAD-WINDOW-END.

      * PROXIMA: the next working day after today, straight from the
      * calendar, so the weekend operator cannot fat-finger a date.
               MOVE 'Y' TO WS-STEP-ENABLED (1)
               MOVE "DIA" TO WS-STEP-FREQ (1)
               MOVE "CALCSTATS" TO WS-STEP-STATS (1)
               MOVE 0 TO WS-STEP-MAX-MIN (1)
               MOVE "SECOND" TO WS-STEP-NAME (2)
               MOVE "second" TO WS-STEP-PROG (2)
               MOVE 2 TO WS-STEP-ORDER (2)
               MOVE 'Y' TO WS-STEP-ENABLED (2)
               MOVE "DIA" TO WS-STEP-FREQ (2)
               MOVE "SECSTATS" TO WS-STEP-STATS (2)
               MOVE 0 TO WS-STEP-MAX-MIN (2)
               MOVE "STEPDEF AUSENTE OU VAZIO - SEQUENCIA PADRAO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           MOVE SD-PREDECESSOR TO WS-STEP-PRED (WS-INS-POS)
           MOVE SD-ENABLED-FLAG TO WS-STEP-ENABLED (WS-INS-POS)
           MOVE SD-FREQUENCY TO WS-STEP-FREQ (WS-INS-POS)
           MOVE SD-STATS-KEY TO WS-STEP-STATS (WS-INS-POS)
           IF SD-MAX-MINUTES IS NUMERIC
               MOVE SD-MAX-MINUTES TO WS-STEP-MAX-MIN (WS-INS-POS)
           ELSE
               MOVE 0 TO WS-STEP-MAX-MIN (WS-INS-POS)
           END-IF.

      * the night is measured from the date's first INICIO in the
      * run log, so a rerun after a failure is held to the window of
      * the night it belongs to; a first run (no INICIO yet) starts
      * the clock now.
       1400-FIND-NIGHT-START.
           MOVE 'N' TO WS-NIGHT-START-FOUND
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-STATUS-OK
               MOVE 'N' TO WS-EOF-SCAN
               PERFORM 1410-READ-NIGHT-START
                   UNTIL SCAN-EOF OR NIGHT-START-FOUND
               CLOSE RUN-LOG-FILE
           END-IF.

       1410-READ-NIGHT-START.
           READ RUN-LOG-FILE
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF RL-RUN-DATE = WS-RUN-DATE AND RL-EVENT-INICIO
                       SET NIGHT-START-FOUND TO TRUE
                       MOVE RL-TIMESTAMP TO WS-TIMESTAMP
                       PERFORM 2600-TIMESTAMP-TO-SECONDS
                       MOVE WS-TS-SECONDS TO WS-NIGHT-START-SECS
                   END-IF
           END-READ.

      * JANELAFIM absent, zero or not a valid HHMM leaves the night
      * without a window. The deadline is the first HHMM at or after
      * the night's start: a 0600 window for a night started at 22:00
      * falls on the next calendar day.
       1450-LOAD-WINDOW-END.
           OPEN INPUT CTL-PARAM-FILE
           IF CTL-FILE-STATUS-OK
               MOVE "JANELAFIM" TO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-PARM-VALUE (1:4) IS NUMERIC
                               AND CP-PARM-VALUE (1:2) < "24"
                               AND CP-PARM-VALUE (3:2) < "60"
                           MOVE CP-PARM-VALUE (1:4) TO WS-WINDOW-HHMM
                       END-IF
               END-READ
               CLOSE CTL-PARAM-FILE
           END-IF
           IF WS-WINDOW-HHMM > 0
               COMPUTE WS-WINDOW-DAY-SECS =
                   WS-WINDOW-HH * 3600 + WS-WINDOW-MM * 60
               COMPUTE WS-DAY-SECS =
                   FUNCTION MOD (WS-NIGHT-START-SECS 86400)
               COMPUTE WS-WINDOW-END-SECS = WS-NIGHT-START-SECS
                   - WS-DAY-SECS + WS-WINDOW-DAY-SECS
               IF WS-WINDOW-DAY-SECS < WS-DAY-SECS
                   ADD 86400 TO WS-WINDOW-END-SECS
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "HORARIO LIMITE DA NOITE (JANELAFIM): "
                   WS-WINDOW-HHMM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * a disabled step or one outside its frequency writes report
      * lines only, no RUNLOG rows: a weekly purge that was due but
                   WHEN WS-SCAN-LAST-OUTCOME = "OK"
                           OR WS-SCAN-LAST-OUTCOME = "REJEITOS"
                       PERFORM 2900-WRITE-SKIPPED-LINE
                   WHEN WS-SCAN-LAST-OUTCOME = "ESTORNO"
                       MOVE SPACES TO REPORT-LINE
                       STRING "PASSO " WS-STEP-NAME (WS-STEP-IDX)
                           " ESTORNADO NESTA DATA - REEXECUTANDO"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       PERFORM 2300-EXECUTE-STEP
                   WHEN OTHER
                       PERFORM 2300-EXECUTE-STEP
               END-EVALUATE
           MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-SCAN-STEP
           PERFORM 2250-SCAN-ONE-STEP.

      * an ESTORN row (estornolote backed the date's batches out)
      * opens nothing and closes nothing; it only leaves ESTORNO as
      * the last outcome, which is neither OK nor REJEITOS, so the
      * step runs again.
       2250-SCAN-ONE-STEP.
           MOVE 0 TO WS-SCAN-OPENS
           MOVE SPACES TO WS-SCAN-LAST-OUTCOME
               NOT AT END
                   IF RL-RUN-DATE = WS-RUN-DATE
                           AND RL-STEP-NAME = WS-SCAN-STEP
                       EVALUATE TRUE
                           WHEN RL-EVENT-INICIO
                               ADD 1 TO WS-SCAN-OPENS
                           WHEN RL-EVENT-ESTORNO
                               MOVE RL-OUTCOME TO WS-SCAN-LAST-OUTCOME
                           WHEN OTHER
                               SUBTRACT 1 FROM WS-SCAN-OPENS
                               MOVE RL-OUTCOME TO WS-SCAN-LAST-OUTCOME
                       END-EVALUATE
                   END-IF
           END-READ.

           MOVE 0 TO WS-STAT-PROCESSED
           MOVE 0 TO WS-STAT-REJECTED
           PERFORM 2400-WRITE-RUN-EVENT
           PERFORM 2600-TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-STEP-START-SECS

           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-PROG (WS-STEP-IDX)
           END-IF
           PERFORM 2500-LOAD-STEP-STATS
           PERFORM 2400-WRITE-RUN-EVENT
           PERFORM 2600-TIMESTAMP-TO-SECONDS
           IF WS-TS-SECONDS > WS-STEP-START-SECS
               COMPUTE WS-STEP-ELAPSED =
                   WS-TS-SECONDS - WS-STEP-START-SECS
           ELSE
               MOVE 0 TO WS-STEP-ELAPSED
           END-IF
           PERFORM 2700-WRITE-STEP-LINE
           PERFORM 2750-CHECK-STEP-LIMIT
           IF WS-STEP-OUTCOME = "ABORTADO"
               MOVE 'Y' TO WS-NIGHT-BLOCKED
           END-IF.
               CLOSE CTL-PARAM-FILE
           END-IF.

      * WS-TIMESTAMP holds the stamp 2400-WRITE-RUN-EVENT has just
      * put on the row, so the timing is exactly what RUNLOG shows.
       2600-TIMESTAMP-TO-SECONDS.
           MOVE WS-TIMESTAMP TO WS-TS-WORK
           COMPUTE WS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.

       2650-FORMAT-DURATION.
           COMPUTE WS-DUR-HH = WS-DUR-SECS / 3600
           COMPUTE WS-DUR-REST = FUNCTION MOD (WS-DUR-SECS 3600)
           COMPUTE WS-DUR-MI = WS-DUR-REST / 60
           COMPUTE WS-DUR-SS = FUNCTION MOD (WS-DUR-REST 60).

       2700-WRITE-STEP-LINE.
           MOVE WS-STEP-ELAPSED TO WS-DUR-SECS
           PERFORM 2650-FORMAT-DURATION
           MOVE SPACES TO REPORT-LINE
           STRING "PASSO " WS-STEP-NAME (WS-STEP-IDX)
               " SITUACAO=" WS-STEP-OUTCOME
               " LIDOS=" WS-STAT-READ
               " PROC=" WS-STAT-PROCESSED
               " REJ=" WS-STAT-REJECTED
               " TEMPO=" WS-DUR-HMS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * the limit is checked whatever the outcome: an aborted step
      * that ran for hours still ate the window.
       2750-CHECK-STEP-LIMIT.
           IF WS-STEP-MAX-MIN (WS-STEP-IDX) > 0
               COMPUTE WS-STEP-LIMIT-SECS =
                   WS-STEP-MAX-MIN (WS-STEP-IDX) * 60
               IF WS-STEP-ELAPSED > WS-STEP-LIMIT-SECS
                   SET SLA-BREACHED TO TRUE
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** PASSO " WS-STEP-NAME (WS-STEP-IDX)
                       " EXCEDEU A DURACAO MAXIMA DE "
                       WS-STEP-MAX-MIN (WS-STEP-IDX)
                       " MINUTOS - ALERTA DE JANELA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       2800-WRITE-BLOCKED-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "PASSO " WS-SCAN-STEP
       4000-WRITE-SUMMARY.
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4100-CHECK-NIGHT-WINDOW
           MOVE SPACES TO REPORT-LINE
           IF NIGHT-BLOCKED
               STRING "FIM DA NOITE: INCOMPLETA, RC=" WS-NIGHT-RC
           END-IF
           WRITE REPORT-LINE.

      * RC 8 only lifts a clean or rejects-only night: a night that
      * already ends RC 12 pages operations anyway, and the alert
      * lines above still say the window was missed.
       4100-CHECK-NIGHT-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 2600-TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-NIGHT-END-SECS
           IF WS-NIGHT-END-SECS > WS-NIGHT-START-SECS
               COMPUTE WS-NIGHT-ELAPSED =
                   WS-NIGHT-END-SECS - WS-NIGHT-START-SECS
           ELSE
               MOVE 0 TO WS-NIGHT-ELAPSED
           END-IF
           MOVE WS-NIGHT-ELAPSED TO WS-DUR-SECS
           PERFORM 2650-FORMAT-DURATION
           MOVE SPACES TO REPORT-LINE
           STRING "DURACAO DA NOITE: " WS-DUR-HMS
               " FIM AS " WS-TS-HH ":" WS-TS-MI
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-WINDOW-END-SECS > 0
                   AND WS-NIGHT-END-SECS > WS-WINDOW-END-SECS
               SET SLA-BREACHED TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING "*** NOITE TERMINOU APOS O HORARIO LIMITE "
                   WS-WINDOW-HHMM " - ALERTA DE JANELA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF SLA-BREACHED AND WS-NIGHT-RC < 8
               MOVE 8 TO WS-NIGHT-RC
           END-IF.

       5000-TERMINATE.
           CLOSE RUN-REPORT-FILE.
