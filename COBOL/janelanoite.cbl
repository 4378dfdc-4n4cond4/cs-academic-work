       IDENTIFICATION DIVISION.
       PROGRAM-ID. janelanoite.

      *****************************************************
      * HISTORICO DA JANELA NOTURNA - batch-window history *
      * over the run log, so a night creeping towards its  *
      * cutoff is seen weeks before the morning users       *
      * complain.                                           *
      *                                                     *
      * Reads RUN-LOG-FILE (RUNLOG.cpy) for the last N      *
      * business dates that have run-log rows (N on the     *
      * command line, default 30, at most 366) and pairs    *
      * each step's INICIO with its FIM the way rodanoite   *
      * times it. Per step it prints the runs that ended OK *
      * or REJEITOS with their average, longest and latest  *
      * duration, the step's SD-MAX-MINUTES from STEPDEF    *
      * and the records read per minute (RL-RECORDS-READ    *
      * over the run time), which shows how close growing   *
      * volumes are pushing calculadora to its limit.       *
      * Aborted runs are counted but not timed: a FIM that  *
      * REABRIR wrote for a dead run carries no real        *
      * duration. It then lists every night that missed     *
      * the window - its last FIM later than the JANELAFIM  *
      * time (first HHMM after the date's first INICIO, as  *
      * in rodanoite) or a step over its maximum duration.  *
      * Timings come from today's STEPDEF and JANELAFIM, so  *
      * a limit changed since is applied to older nights    *
      * too.                                                *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "JANRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT STEP-DEF-FILE ASSIGN TO "STEPDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPDEF-FILE-STATUS.

           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       COPY "copybooks/RUNLOG.cpy".

       FD  WINDOW-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD  STEP-DEF-FILE.
       COPY "copybooks/STEPDEF.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       WORKING-STORAGE SECTION.

       01  WS-RUNLOG-FILE-STATUS    PIC XX.
           88 RUNLOG-STATUS-OK      VALUE "00".
       01  WS-STEPDEF-FILE-STATUS   PIC XX.
           88 STEPDEF-STATUS-OK     VALUE "00".
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".

       01  WS-EOF-RUNLOG            PIC X.
           88 RUNLOG-EOF            VALUE 'Y'.
       01  WS-EOF-STEPDEF           PIC X.
           88 STEPDEF-EOF           VALUE 'Y'.

       01  WS-CMD-LINE              PIC X(80) VALUE SPACES.
       01  WS-NIGHTS-REQ            PIC 9(3) VALUE 30.
       01  WS-NIGHTS-CMD            PIC 9(6) VALUE 0.
       01  WS-WINDOW-HHMM           PIC 9(4) VALUE 0.
       01  WS-WINDOW-PARTS REDEFINES WS-WINDOW-HHMM.
           05 WS-WINDOW-HH          PIC 9(2).
           05 WS-WINDOW-MM          PIC 9(2).
       01  WS-WINDOW-DAY-SECS       PIC 9(5).
       01  WS-DAY-SECS              PIC 9(5).
       01  WS-WINDOW-END-SECS       PIC 9(12).

      * the last N business dates seen in the run log, in date order
      * (inserted in order, the resumodiario pattern); once the table
      * holds N dates an older date is ignored and a newer one pushes
      * the oldest out.
       01  WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 366 TIMES.
              10 WS-NT-DATE         PIC 9(8).
              10 WS-NT-FIRST-SECS   PIC 9(12).
              10 WS-NT-LAST-SECS    PIC 9(12).
              10 WS-NT-OVERRUNS     PIC 9(3).
       01  WS-NIGHTS-USED           PIC 9(3) VALUE 0.
       01  WS-NIGHT-IDX             PIC 9(3).
       01  WS-NIGHT-HIT             PIC 9(3).
       01  WS-INS-POS               PIC 9(3).
       01  WS-SHIFT-IDX             PIC 9(3).
       01  WS-NIGHTS-MISSED         PIC 9(3) VALUE 0.

      * one slot per step: STEPDEF's steps first, in file order, then
      * any other step name the run log still carries. The pending
      * INICIO is held per step until its FIM for the same date.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 30 TIMES.
              10 WS-HS-NAME         PIC X(12).
              10 WS-HS-MAX-MIN      PIC 9(4).
              10 WS-HS-PEND-DATE    PIC 9(8).
              10 WS-HS-PEND-SECS    PIC 9(12).
              10 WS-HS-RUNS         PIC 9(4).
              10 WS-HS-ABORTS       PIC 9(4).
              10 WS-HS-OVERRUNS     PIC 9(4).
              10 WS-HS-TOTAL-SECS   PIC 9(10).
              10 WS-HS-LONGEST      PIC 9(8).
              10 WS-HS-LATEST       PIC 9(8).
              10 WS-HS-LATEST-DATE  PIC 9(8).
              10 WS-HS-READ         PIC 9(10).
       01  WS-STEPS-USED            PIC 9(2) VALUE 0.
       01  WS-STEP-IDX              PIC 9(2).
       01  WS-STEP-HIT              PIC 9(2).

      * timing, as in rodanoite: a FUNCTION CURRENT-DATE stamp turned
      * into seconds since the INTEGER-OF-DATE epoch.
       01  WS-TS-WORK.
           05 WS-TS-DATE            PIC 9(8).
           05 WS-TS-HH              PIC 9(2).
           05 WS-TS-MI              PIC 9(2).
           05 WS-TS-SS              PIC 9(2).
           05 FILLER                PIC X(7).
       01  WS-TS-SECONDS            PIC 9(12).
       01  WS-RUN-ELAPSED           PIC 9(8).
       01  WS-DUR-SECS              PIC 9(8).
       01  WS-DUR-REST              PIC 9(8).
       01  WS-DUR-HMS.
           05 WS-DUR-HH             PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-DUR-MI             PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-DUR-SS             PIC 9(2).
       01  WS-AVG-HMS               PIC X(8).
       01  WS-MAX-HMS               PIC X(8).
       01  WS-LAST-HMS              PIC X(8).
       01  WS-START-HHMM            PIC X(5).
       01  WS-END-HHMM              PIC X(5).
       01  WS-CLOCK-SECS            PIC 9(5).
       01  WS-CLOCK.
           05 WS-CLOCK-HH           PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-CLOCK-MI           PIC 9(2).

       01  WS-RATE                  PIC 9(9).
       01  WS-EDIT-RUNS             PIC ZZZ9.
       01  WS-EDIT-RATE             PIC Z(8)9.
       01  WS-EDIT-LIMIT            PIC ZZZ9.
       01  WS-LIMIT-TEXT            PIC X(6).
       01  WS-FLAG-TEXT             PIC X(50).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-NIGHTS
           PERFORM 3000-TIME-STEPS
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
               COMPUTE WS-NIGHTS-CMD = FUNCTION NUMVAL (WS-CMD-LINE)
           END-IF
           IF WS-NIGHTS-CMD = 0
               MOVE 30 TO WS-NIGHTS-CMD
           END-IF
           IF WS-NIGHTS-CMD > 366
               MOVE 366 TO WS-NIGHTS-CMD
           END-IF
           MOVE WS-NIGHTS-CMD TO WS-NIGHTS-REQ
           PERFORM 1100-LOAD-WINDOW-END
           PERFORM 1200-LOAD-STEP-LIMITS
           OPEN OUTPUT WINDOW-REPORT-FILE.

       1100-LOAD-WINDOW-END.
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
           COMPUTE WS-WINDOW-DAY-SECS =
               WS-WINDOW-HH * 3600 + WS-WINDOW-MM * 60.

       1200-LOAD-STEP-LIMITS.
           OPEN INPUT STEP-DEF-FILE
           IF STEPDEF-STATUS-OK
               MOVE 'N' TO WS-EOF-STEPDEF
               PERFORM 1250-READ-STEP-DEF UNTIL STEPDEF-EOF
               CLOSE STEP-DEF-FILE
           END-IF.

       1250-READ-STEP-DEF.
           READ STEP-DEF-FILE
               AT END
                   SET STEPDEF-EOF TO TRUE
               NOT AT END
                   IF WS-STEPS-USED < 30
                       ADD 1 TO WS-STEPS-USED
                       MOVE WS-STEPS-USED TO WS-STEP-HIT
                       PERFORM 1300-CLEAR-STEP
                       MOVE SD-STEP-NAME TO WS-HS-NAME (WS-STEP-HIT)
                       IF SD-MAX-MINUTES IS NUMERIC
                           MOVE SD-MAX-MINUTES
                               TO WS-HS-MAX-MIN (WS-STEP-HIT)
                       END-IF
                   END-IF
           END-READ.

       1300-CLEAR-STEP.
           MOVE SPACES TO WS-HS-NAME (WS-STEP-HIT)
           MOVE 0 TO WS-HS-MAX-MIN (WS-STEP-HIT)
           MOVE 0 TO WS-HS-PEND-DATE (WS-STEP-HIT)
           MOVE 0 TO WS-HS-PEND-SECS (WS-STEP-HIT)
           MOVE 0 TO WS-HS-RUNS (WS-STEP-HIT)
           MOVE 0 TO WS-HS-ABORTS (WS-STEP-HIT)
           MOVE 0 TO WS-HS-OVERRUNS (WS-STEP-HIT)
           MOVE 0 TO WS-HS-TOTAL-SECS (WS-STEP-HIT)
           MOVE 0 TO WS-HS-LONGEST (WS-STEP-HIT)
           MOVE 0 TO WS-HS-LATEST (WS-STEP-HIT)
           MOVE 0 TO WS-HS-LATEST-DATE (WS-STEP-HIT)
           MOVE 0 TO WS-HS-READ (WS-STEP-HIT).

      * first pass: which business dates make up the last N nights.
      * ESTORN rows mark a back-out, not a night that ran, so only
      * INICIO and FIM rows count.
       2000-COLLECT-NIGHTS.
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-STATUS-OK
               MOVE 'N' TO WS-EOF-RUNLOG
               PERFORM 2100-READ-NIGHT-DATE UNTIL RUNLOG-EOF
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY "ERRO AO ABRIR RUNLOG, STATUS="
                   WS-RUNLOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2100-READ-NIGHT-DATE.
           READ RUN-LOG-FILE
               AT END
                   SET RUNLOG-EOF TO TRUE
               NOT AT END
                   IF RL-EVENT-INICIO OR RL-EVENT-FIM
                       PERFORM 2200-FIND-NIGHT
                       IF WS-NIGHT-HIT = 0
                           PERFORM 2300-INSERT-NIGHT
                       END-IF
                   END-IF
           END-READ.

       2200-FIND-NIGHT.
           MOVE 0 TO WS-NIGHT-HIT
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHTS-USED
                       OR WS-NIGHT-HIT > 0
               IF WS-NT-DATE (WS-NIGHT-IDX) = RL-RUN-DATE
                   MOVE WS-NIGHT-IDX TO WS-NIGHT-HIT
               END-IF
           END-PERFORM.

       2300-INSERT-NIGHT.
           IF WS-NIGHTS-USED = WS-NIGHTS-REQ
               IF RL-RUN-DATE < WS-NT-DATE (1)
                   CONTINUE
               ELSE
                   PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                           UNTIL WS-SHIFT-IDX = WS-NIGHTS-USED
                       MOVE WS-NIGHT-ENTRY (WS-SHIFT-IDX + 1)
                           TO WS-NIGHT-ENTRY (WS-SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NIGHTS-USED
                   PERFORM 2350-INSERT-IN-ORDER
               END-IF
           ELSE
               PERFORM 2350-INSERT-IN-ORDER
           END-IF.

       2350-INSERT-IN-ORDER.
           MOVE 0 TO WS-INS-POS
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHTS-USED
                       OR WS-INS-POS > 0
               IF WS-NT-DATE (WS-NIGHT-IDX) > RL-RUN-DATE
                   MOVE WS-NIGHT-IDX TO WS-INS-POS
               END-IF
           END-PERFORM
           IF WS-INS-POS = 0
               COMPUTE WS-INS-POS = WS-NIGHTS-USED + 1
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-NIGHTS-USED BY -1
                   UNTIL WS-SHIFT-IDX < WS-INS-POS
               MOVE WS-NIGHT-ENTRY (WS-SHIFT-IDX)
                   TO WS-NIGHT-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-NIGHTS-USED
           MOVE RL-RUN-DATE TO WS-NT-DATE (WS-INS-POS)
           MOVE 0 TO WS-NT-FIRST-SECS (WS-INS-POS)
           MOVE 0 TO WS-NT-LAST-SECS (WS-INS-POS)
           MOVE 0 TO WS-NT-OVERRUNS (WS-INS-POS).

      * second pass: time every INICIO/FIM pair of the tabled nights.
       3000-TIME-STEPS.
           IF WS-NIGHTS-USED > 0
               OPEN INPUT RUN-LOG-FILE
               MOVE 'N' TO WS-EOF-RUNLOG
               PERFORM 3100-READ-RUN-EVENT UNTIL RUNLOG-EOF
               CLOSE RUN-LOG-FILE
           END-IF.

       3100-READ-RUN-EVENT.
           READ RUN-LOG-FILE
               AT END
                   SET RUNLOG-EOF TO TRUE
               NOT AT END
                   IF (RL-EVENT-INICIO OR RL-EVENT-FIM)
                           AND RL-RUN-DATE NOT < WS-NT-DATE (1)
                       PERFORM 2200-FIND-NIGHT
                       IF WS-NIGHT-HIT > 0
                           PERFORM 3200-TIME-ONE-EVENT
                       END-IF
                   END-IF
           END-READ.

       3200-TIME-ONE-EVENT.
           PERFORM 3300-FIND-STEP
           MOVE RL-TIMESTAMP TO WS-TS-WORK
           COMPUTE WS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           IF RL-EVENT-INICIO
               IF WS-NT-FIRST-SECS (WS-NIGHT-HIT) = 0
                   MOVE WS-TS-SECONDS TO WS-NT-FIRST-SECS (WS-NIGHT-HIT)
               END-IF
               IF WS-STEP-HIT > 0
                   MOVE RL-RUN-DATE TO WS-HS-PEND-DATE (WS-STEP-HIT)
                   MOVE WS-TS-SECONDS TO WS-HS-PEND-SECS (WS-STEP-HIT)
               END-IF
           ELSE
               IF WS-TS-SECONDS > WS-NT-LAST-SECS (WS-NIGHT-HIT)
                   MOVE WS-TS-SECONDS TO WS-NT-LAST-SECS (WS-NIGHT-HIT)
               END-IF
               IF WS-STEP-HIT > 0
                   IF WS-HS-PEND-DATE (WS-STEP-HIT) = RL-RUN-DATE
                       PERFORM 3400-TIME-ONE-RUN
                   END-IF
               END-IF
           END-IF.

       3300-FIND-STEP.
           MOVE 0 TO WS-STEP-HIT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEPS-USED
                       OR WS-STEP-HIT > 0
               IF WS-HS-NAME (WS-STEP-IDX) = RL-STEP-NAME
                   MOVE WS-STEP-IDX TO WS-STEP-HIT
               END-IF
           END-PERFORM
           IF WS-STEP-HIT = 0 AND WS-STEPS-USED < 30
               ADD 1 TO WS-STEPS-USED
               MOVE WS-STEPS-USED TO WS-STEP-HIT
               PERFORM 1300-CLEAR-STEP
               MOVE RL-STEP-NAME TO WS-HS-NAME (WS-STEP-HIT)
           END-IF.

      * the run log is appended in time order, so the last FIM seen
      * for the latest date is that step's latest run.
       3400-TIME-ONE-RUN.
           MOVE 0 TO WS-HS-PEND-DATE (WS-STEP-HIT)
           IF RL-OUTCOME = "OK" OR RL-OUTCOME = "REJEITOS"
               IF WS-TS-SECONDS > WS-HS-PEND-SECS (WS-STEP-HIT)
                   COMPUTE WS-RUN-ELAPSED =
                       WS-TS-SECONDS - WS-HS-PEND-SECS (WS-STEP-HIT)
               ELSE
                   MOVE 0 TO WS-RUN-ELAPSED
               END-IF
               ADD 1 TO WS-HS-RUNS (WS-STEP-HIT)
               ADD WS-RUN-ELAPSED TO WS-HS-TOTAL-SECS (WS-STEP-HIT)
               ADD RL-RECORDS-READ TO WS-HS-READ (WS-STEP-HIT)
               IF WS-RUN-ELAPSED > WS-HS-LONGEST (WS-STEP-HIT)
                   MOVE WS-RUN-ELAPSED TO WS-HS-LONGEST (WS-STEP-HIT)
               END-IF
               IF RL-RUN-DATE NOT < WS-HS-LATEST-DATE (WS-STEP-HIT)
                   MOVE RL-RUN-DATE TO WS-HS-LATEST-DATE (WS-STEP-HIT)
                   MOVE WS-RUN-ELAPSED TO WS-HS-LATEST (WS-STEP-HIT)
               END-IF
               IF WS-HS-MAX-MIN (WS-STEP-HIT) > 0
                       AND WS-RUN-ELAPSED
                           > WS-HS-MAX-MIN (WS-STEP-HIT) * 60
                   ADD 1 TO WS-HS-OVERRUNS (WS-STEP-HIT)
                   ADD 1 TO WS-NT-OVERRUNS (WS-NIGHT-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-HS-ABORTS (WS-STEP-HIT)
           END-IF.

       4000-WRITE-REPORT.
           MOVE "HISTORICO DA JANELA NOTURNA" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-NIGHTS-USED = 0
               STRING "NOITES PEDIDAS: " WS-NIGHTS-REQ
                   " - NENHUMA EXECUCAO NO RUNLOG"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               STRING "NOITES ANALISADAS: " WS-NIGHTS-USED
                   " (DE " WS-NT-DATE (1)
                   " A " WS-NT-DATE (WS-NIGHTS-USED) ")"
                   " HORARIO LIMITE (JANELAFIM): " WS-WINDOW-HHMM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 4100-WRITE-STEP-SECTION
               PERFORM 4300-WRITE-NIGHT-SECTION
           END-IF.

       4100-WRITE-STEP-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DURACAO POR PASSO (EXECUCOES OK/REJEITOS)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PASSO        EXEC ABOR  MEDIA    MAIOR    ULTIMA"
               "   LIM.MIN ACIMA   REG/MIN"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4200-WRITE-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEPS-USED.

       4200-WRITE-ONE-STEP.
           IF WS-HS-RUNS (WS-STEP-IDX) > 0
               COMPUTE WS-DUR-SECS ROUNDED =
                   WS-HS-TOTAL-SECS (WS-STEP-IDX)
                   / WS-HS-RUNS (WS-STEP-IDX)
           ELSE
               MOVE 0 TO WS-DUR-SECS
           END-IF
           PERFORM 4250-FORMAT-DURATION
           MOVE WS-DUR-HMS TO WS-AVG-HMS
           MOVE WS-HS-LONGEST (WS-STEP-IDX) TO WS-DUR-SECS
           PERFORM 4250-FORMAT-DURATION
           MOVE WS-DUR-HMS TO WS-MAX-HMS
           MOVE WS-HS-LATEST (WS-STEP-IDX) TO WS-DUR-SECS
           PERFORM 4250-FORMAT-DURATION
           MOVE WS-DUR-HMS TO WS-LAST-HMS
           IF WS-HS-TOTAL-SECS (WS-STEP-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-HS-READ (WS-STEP-IDX) * 60
                   / WS-HS-TOTAL-SECS (WS-STEP-IDX)
           ELSE
               MOVE 0 TO WS-RATE
           END-IF
           IF WS-HS-MAX-MIN (WS-STEP-IDX) > 0
               MOVE WS-HS-MAX-MIN (WS-STEP-IDX) TO WS-EDIT-LIMIT
               MOVE WS-EDIT-LIMIT TO WS-LIMIT-TEXT
           ELSE
               MOVE "  SEM" TO WS-LIMIT-TEXT
           END-IF
           MOVE WS-HS-RUNS (WS-STEP-IDX) TO WS-EDIT-RUNS
           MOVE WS-RATE TO WS-EDIT-RATE
           MOVE SPACES TO REPORT-LINE
           STRING WS-HS-NAME (WS-STEP-IDX) " " WS-EDIT-RUNS
               " " WS-HS-ABORTS (WS-STEP-IDX)
               " " WS-AVG-HMS " " WS-MAX-HMS " " WS-LAST-HMS
               "   " WS-LIMIT-TEXT
               " " WS-HS-OVERRUNS (WS-STEP-IDX)
               " " WS-EDIT-RATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4250-FORMAT-DURATION.
           COMPUTE WS-DUR-HH = WS-DUR-SECS / 3600
           COMPUTE WS-DUR-REST = FUNCTION MOD (WS-DUR-SECS 3600)
           COMPUTE WS-DUR-MI = WS-DUR-REST / 60
           COMPUTE WS-DUR-SS = FUNCTION MOD (WS-DUR-REST 60).

      * a night still open (no FIM yet) has no end to measure and is
      * left out of the list.
       4300-WRITE-NIGHT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NOITES FORA DA JANELA" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATA      INICIO FIM    DURACAO  OCORRENCIA"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4400-CHECK-ONE-NIGHT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHTS-USED
           MOVE SPACES TO REPORT-LINE
           STRING "NOITES FORA DA JANELA: " WS-NIGHTS-MISSED
               " DE " WS-NIGHTS-USED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * the window end is the first JANELAFIM time at or after the
      * night's first INICIO, exactly as rodanoite computes it.
       4400-CHECK-ONE-NIGHT.
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-NT-LAST-SECS (WS-NIGHT-IDX) > 0
                   AND WS-NT-FIRST-SECS (WS-NIGHT-IDX) > 0
               IF WS-WINDOW-HHMM > 0
                   COMPUTE WS-DAY-SECS = FUNCTION MOD
                       (WS-NT-FIRST-SECS (WS-NIGHT-IDX) 86400)
                   COMPUTE WS-WINDOW-END-SECS =
                       WS-NT-FIRST-SECS (WS-NIGHT-IDX)
                       - WS-DAY-SECS + WS-WINDOW-DAY-SECS
                   IF WS-WINDOW-DAY-SECS < WS-DAY-SECS
                       ADD 86400 TO WS-WINDOW-END-SECS
                   END-IF
                   IF WS-NT-LAST-SECS (WS-NIGHT-IDX)
                           > WS-WINDOW-END-SECS
                       MOVE "FIM APOS O HORARIO LIMITE"
                           TO WS-FLAG-TEXT
                   END-IF
               END-IF
               IF WS-NT-OVERRUNS (WS-NIGHT-IDX) > 0
                   IF WS-FLAG-TEXT = SPACES
                       STRING "PASSOS ACIMA DO LIMITE: "
                           WS-NT-OVERRUNS (WS-NIGHT-IDX)
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   ELSE
                       STRING "FIM APOS O HORARIO LIMITE, PASSOS "
                           "ACIMA: " WS-NT-OVERRUNS (WS-NIGHT-IDX)
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-IF
               END-IF
               IF WS-FLAG-TEXT NOT = SPACES
                   ADD 1 TO WS-NIGHTS-MISSED
                   PERFORM 4500-WRITE-ONE-NIGHT
               END-IF
           END-IF.

       4500-WRITE-ONE-NIGHT.
           MOVE WS-NT-FIRST-SECS (WS-NIGHT-IDX) TO WS-TS-SECONDS
           PERFORM 4550-FORMAT-CLOCK
           MOVE WS-CLOCK TO WS-START-HHMM
           MOVE WS-NT-LAST-SECS (WS-NIGHT-IDX) TO WS-TS-SECONDS
           PERFORM 4550-FORMAT-CLOCK
           MOVE WS-CLOCK TO WS-END-HHMM
           COMPUTE WS-DUR-SECS = WS-NT-LAST-SECS (WS-NIGHT-IDX)
               - WS-NT-FIRST-SECS (WS-NIGHT-IDX)
           PERFORM 4250-FORMAT-DURATION
           MOVE SPACES TO REPORT-LINE
           STRING WS-NT-DATE (WS-NIGHT-IDX) "  " WS-START-HHMM
               "  " WS-END-HHMM "  " WS-DUR-HMS " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4550-FORMAT-CLOCK.
           COMPUTE WS-CLOCK-SECS = FUNCTION MOD (WS-TS-SECONDS 86400)
           COMPUTE WS-CLOCK-HH = WS-CLOCK-SECS / 3600
           COMPUTE WS-CLOCK-MI =
               FUNCTION MOD (WS-CLOCK-SECS 3600) / 60.

       5000-TERMINATE.
           CLOSE WINDOW-REPORT-FILE.
