      * poison the night's merged input. Either input file    *
      * may be absent (FILE STATUS 35) - a night without      *
      * resubmissions, or a resubmission-only pass, is        *
      * normal. Each set's header origin is also held to the *
      * ORIGMST registry (ORIGREC.cpy) the way the batch      *
      * programs hold it - unknown, inactive, not cleared for *
      * the mode's program or op code, or past its daily      *
      * count/hash limit - and a set refused here is logged   *
      * to ORIGSTAT so the per-origin report still sees it.   *
      * A set dated in a month already closed through         *
      * fechames (CTLPARM "FM"+AAAAMM) is left out as well.   *
      * Return code: 0 all sets merged, 4 some set            *
      * rejected in staging, 12 nothing merged.               *
      *****************************************************

           SELECT STAGE-REPORT-FILE ASSIGN TO "STAGERPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ORIGIN-FILE ASSIGN TO "ORIGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ORIGIN-ID
               FILE STATUS IS WS-ORIG-FILE-STATUS.

           SELECT ORIGIN-STAT-FILE ASSIGN TO "ORIGSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OST-FILE-STATUS.

           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAGE-IN-FILE.
       FD  STAGE-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD  ORIGIN-FILE.
       COPY "copybooks/ORIGREC.cpy".

       FD  ORIGIN-STAT-FILE.
       COPY "copybooks/ORIGSTAT.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS        PIC XX.

      * one entry per header/trailer set found across both inputs,
      * in read order; the copy pass walks the sets of each file in
      * the same order and skips the ones that did not balance. The
      * origin fields come from ORIGMST (op codes allowed, blank =
      * any; daily limits, zero = none) and HASH is the set's
      * operand-A hash (CALC) or sum of NUM values (NUM), the
      * measure the origin's hash limit is kept in.
       01  WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 30 TIMES.
              10 WS-SET-FILE        PIC 9.
              10 WS-SET-OK          PIC X.
              10 WS-SET-REJ-TEXT    PIC X(40).
              10 WS-SET-COUNT       PIC 9(6).
              10 WS-SET-ORIGIN      PIC X(8).
              10 WS-SET-OPS         PIC X(10).
              10 WS-SET-MAX-COUNT   PIC 9(6).
              10 WS-SET-MAX-HASH    PIC 9(10)V99.
              10 WS-SET-HASH        PIC 9(10)V99.
       01  WS-SETS-USED             PIC 9(2) VALUE 0.
       01  WS-SET-IDX               PIC 9(2).
       01  WS-COPY-IDX              PIC 9(2).
       01  WS-EXP-COUNT             PIC 9(6).
       01  WS-EXP-HASH              PIC 9(10)V99.

      * origin registry, optional as in the batch programs: without
      * ORIGMST every origin stages as before.
       01  WS-ORIG-CONTROL.
           05 WS-ORIG-OPEN-IND      PIC X VALUE 'N'.
               88 ORIG-FILE-IS-OPEN VALUE 'Y'.
           05 WS-OST-EOF-IND        PIC X.
               88 OST-EOF           VALUE 'Y'.
           05 WS-ORIG-USED-COUNT    PIC 9(8).
           05 WS-ORIG-USED-HASH     PIC 9(12)V99.
           05 WS-ORIG-TALLY         PIC 9(2).
           05 WS-ORIG-OP-IDX        PIC 9(2).
           05 WS-ORIG-PROGRAM       PIC X(12).
           05 WS-CHK-IDX            PIC 9(2).
       01  WS-ORIG-FILE-STATUS      PIC XX.
           88 ORIG-FILE-STATUS-OK   VALUE "00".
           88 ORIG-FILE-NOT-FOUND   VALUE "35".
       01  WS-OST-FILE-STATUS       PIC XX.
           88 OST-FILE-STATUS-OK    VALUE "00".
           88 OST-FILE-NOT-FOUND    VALUE "35".
       01  WS-TIMESTAMP             PIC X(21).

      * closed months are looked up in the shared control file; a
      * site without CTLPARM has no month closed.
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".
       01  WS-CTL-OPEN-IND          PIC X VALUE 'N'.
           88 CTL-FILE-IS-OPEN      VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-SETS-MERGED        PIC 9(2) VALUE 0.
           05 WS-SETS-REJECTED      PIC 9(2) VALUE 0.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE (1:3) = "NUM"
               MOVE "NUM" TO WS-MODE
               MOVE "SECOND" TO WS-ORIG-PROGRAM
           ELSE
               MOVE "CALC" TO WS-MODE
               MOVE "CALCULADORA" TO WS-ORIG-PROGRAM
           END-IF
           OPEN OUTPUT STAGE-OUT-FILE
           OPEN OUTPUT STAGE-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MODO: " WS-MODE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1050-OPEN-ORIGIN-FILE
           OPEN INPUT CTL-PARAM-FILE
           IF CTL-FILE-STATUS-OK
               SET CTL-FILE-IS-OPEN TO TRUE
           END-IF.

       1050-OPEN-ORIGIN-FILE.
           OPEN INPUT ORIGIN-FILE
           EVALUATE TRUE
               WHEN ORIG-FILE-STATUS-OK
                   SET ORIG-FILE-IS-OPEN TO TRUE
               WHEN ORIG-FILE-NOT-FOUND
                   MOVE "ORIGMST AUSENTE - ORIGENS NAO VERIFICADAS"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR ORIGMST, STATUS="
                       WS-ORIG-FILE-STATUS
           END-EVALUATE.

      * each input file gets the same two passes calculadora runs on
      * its own input: a verify pass that balances every header/
               MOVE 'Y' TO WS-SET-OK (WS-SETS-USED)
               MOVE SPACES TO WS-SET-REJ-TEXT (WS-SETS-USED)
               MOVE 0 TO WS-SET-COUNT (WS-SETS-USED)
               MOVE BH-ORIGIN-SYSTEM TO WS-SET-ORIGIN (WS-SETS-USED)
               PERFORM 2220-CLEAR-SET-ORIGIN
               MOVE 'Y' TO WS-OPEN-IND
               MOVE 0 TO WS-VFY-COUNT
               MOVE 0 TO WS-VFY-HASH
               IF ORIG-FILE-IS-OPEN
                       AND BH-ORIGIN-SYSTEM NOT = "CORRIGRJ"
                   PERFORM 2210-CHECK-ORIGIN
               END-IF
               IF CTL-FILE-IS-OPEN
                       AND WS-SET-OK (WS-SETS-USED) = 'Y'
                   PERFORM 2230-CHECK-CLOSED-PERIOD
               END-IF
           ELSE
               PERFORM 2290-FLAG-SET-OVERFLOW
           END-IF.

      * the same registry verdict calculadora and second give in
      * 1416-CHECK-ORIGIN, taken here so a refused origin never
      * reaches STAGEOUT; CORRIGRJ is never checked.
       2210-CHECK-ORIGIN.
           MOVE BH-ORIGIN-SYSTEM TO OR-ORIGIN-ID
           READ ORIGIN-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
                   MOVE "ORIGEM NAO CADASTRADA"
                       TO WS-SET-REJ-TEXT (WS-SETS-USED)
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OR-IS-ACTIVE
                           MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
                           MOVE "ORIGEM INATIVA"
                               TO WS-SET-REJ-TEXT (WS-SETS-USED)
                       WHEN MODE-CALC AND NOT OR-FEEDS-CALC
                           MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
                           MOVE "ORIGEM NAO AUTORIZADA P/ CALCULADORA"
                               TO WS-SET-REJ-TEXT (WS-SETS-USED)
                       WHEN MODE-NUM AND NOT OR-FEEDS-SECOND
                           MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
                           MOVE "ORIGEM NAO AUTORIZADA P/ SECOND"
                               TO WS-SET-REJ-TEXT (WS-SETS-USED)
                       WHEN OTHER
                           IF MODE-CALC
                               MOVE OR-OP-CODES
                                   TO WS-SET-OPS (WS-SETS-USED)
                           END-IF
                           IF NOT OR-IS-INTERNAL
                               MOVE OR-MAX-COUNT
                                   TO WS-SET-MAX-COUNT (WS-SETS-USED)
                               MOVE OR-MAX-HASH
                                   TO WS-SET-MAX-HASH (WS-SETS-USED)
                           END-IF
                   END-EVALUATE
           END-READ.

      * the closed-month refusal calculadora and second give in
      * 1449-CHECK-CLOSED-PERIOD, taken here so a late set for a
      * month already signed off never reaches STAGEOUT.
       2230-CHECK-CLOSED-PERIOD.
           MOVE SPACES TO CP-PARM-KEY
           STRING "FM" BH-BUSINESS-DATE (1:6)
               DELIMITED BY SIZE INTO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-PARM-VALUE (1:1) = 'F'
                       MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
                       MOVE "DATA DO LOTE EM PERIODO FECHADO"
                           TO WS-SET-REJ-TEXT (WS-SETS-USED)
                   END-IF
           END-READ.

       2220-CLEAR-SET-ORIGIN.
           MOVE SPACES TO WS-SET-OPS (WS-SETS-USED)
           MOVE 0 TO WS-SET-MAX-COUNT (WS-SETS-USED)
           MOVE 0 TO WS-SET-MAX-HASH (WS-SETS-USED)
           MOVE 0 TO WS-SET-HASH (WS-SETS-USED).

      * more header/trailer sets than the table holds: nothing past
      * the thirtieth is verified, so nothing past it is copied to
      * STAGEOUT either - the report says so once and the run ends
                       TO WS-SET-REJ-TEXT (WS-SETS-USED)
               END-IF
               MOVE WS-VFY-COUNT TO WS-SET-COUNT (WS-SETS-USED)
               MOVE WS-VFY-HASH TO WS-SET-HASH (WS-SETS-USED)
               IF WS-SET-OK (WS-SETS-USED) = 'Y'
                       AND (WS-SET-MAX-COUNT (WS-SETS-USED) > 0
                           OR WS-SET-MAX-HASH (WS-SETS-USED) > 0)
                   PERFORM 2260-CHECK-ORIGIN-LIMIT
               END-IF
               MOVE 'N' TO WS-OPEN-IND
           END-IF.

      * the origin's usage for the set's business date: this set,
      * the sets of the same origin and date already staged in this
      * run, and what ORIGSTAT shows accepted by earlier runs - the
      * measure calculadora and second apply in 1452, so a set that
      * stages clean here is not refused there for its limits.
       2260-CHECK-ORIGIN-LIMIT.
           MOVE WS-VFY-COUNT TO WS-ORIG-USED-COUNT
           MOVE WS-VFY-HASH TO WS-ORIG-USED-HASH
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX = WS-SETS-USED
               IF WS-SET-OK (WS-CHK-IDX) = 'Y'
                       AND WS-SET-ORIGIN (WS-CHK-IDX)
                           = WS-SET-ORIGIN (WS-SETS-USED)
                       AND WS-SET-DATE (WS-CHK-IDX)
                           = WS-SET-DATE (WS-SETS-USED)
                   ADD WS-SET-COUNT (WS-CHK-IDX) TO WS-ORIG-USED-COUNT
                   ADD WS-SET-HASH (WS-CHK-IDX) TO WS-ORIG-USED-HASH
               END-IF
           END-PERFORM
           OPEN INPUT ORIGIN-STAT-FILE
           IF OST-FILE-STATUS-OK
               MOVE 'N' TO WS-OST-EOF-IND
               PERFORM 2270-READ-ORIGIN-STAT UNTIL OST-EOF
               CLOSE ORIGIN-STAT-FILE
           END-IF
           IF WS-SET-MAX-COUNT (WS-SETS-USED) > 0
                   AND WS-ORIG-USED-COUNT
                       > WS-SET-MAX-COUNT (WS-SETS-USED)
               MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
               MOVE "LIMITE DIARIO DE REGISTROS DA ORIGEM"
                   TO WS-SET-REJ-TEXT (WS-SETS-USED)
           END-IF
           IF WS-SET-OK (WS-SETS-USED) = 'Y'
                   AND WS-SET-MAX-HASH (WS-SETS-USED) > 0
                   AND WS-ORIG-USED-HASH
                       > WS-SET-MAX-HASH (WS-SETS-USED)
               MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
               MOVE "LIMITE DIARIO DE VALOR DA ORIGEM"
                   TO WS-SET-REJ-TEXT (WS-SETS-USED)
           END-IF.

       2270-READ-ORIGIN-STAT.
           READ ORIGIN-STAT-FILE
               AT END
                   SET OST-EOF TO TRUE
               NOT AT END
                   IF OS-SET-ACCEPTED
                           AND OS-ORIGIN = WS-SET-ORIGIN (WS-SETS-USED)
                           AND OS-BUSINESS-DATE
                               = WS-SET-DATE (WS-SETS-USED)
                       ADD OS-DETAIL-COUNT TO WS-ORIG-USED-COUNT
                       IF OS-PROGRAM = WS-ORIG-PROGRAM
                           ADD OS-HASH-TOTAL TO WS-ORIG-USED-HASH
                       END-IF
                   END-IF
           END-READ.

      * a detail row before any header gets a reject entry of its
      * own, so a headerless file is reported and left out of the
      * output instead of half-merged.
                   MOVE "LOTE SEM REGISTRO HEADER"
                       TO WS-SET-REJ-TEXT (WS-SETS-USED)
                   MOVE 0 TO WS-SET-COUNT (WS-SETS-USED)
                   MOVE SPACES TO WS-SET-ORIGIN (WS-SETS-USED)
                   PERFORM 2220-CLEAR-SET-ORIGIN
                   MOVE 'Y' TO WS-OPEN-IND
                   MOVE 0 TO WS-VFY-COUNT
                   MOVE 0 TO WS-VFY-HASH
               IF CT-OPERAND-A NUMERIC
                   ADD CT-OPERAND-A TO WS-VFY-HASH
               END-IF
               IF SET-IS-OPEN
                       AND WS-SET-OK (WS-SETS-USED) = 'Y'
                       AND WS-SET-OPS (WS-SETS-USED) NOT = SPACES
                   PERFORM 2285-CHECK-ORIGIN-OP
               END-IF
           ELSE
               MOVE WS-REC-SAVE (1:9) TO NUM-TRANS-RECORD
               IF NT-NUM-VALUE NUMERIC
                   ADD NT-NUM-VALUE TO WS-VFY-HASH
               END-IF
           END-IF.

      * one row with an op code the origin may not use refuses the
      * whole set, as in calculadora's 1437-CHECK-ORIGIN-OP.
       2285-CHECK-ORIGIN-OP.
           MOVE 0 TO WS-ORIG-TALLY
           IF CT-OP-CODE NOT = SPACE
               INSPECT WS-SET-OPS (WS-SETS-USED)
                   TALLYING WS-ORIG-TALLY FOR ALL CT-OP-CODE
           END-IF
           IF WS-ORIG-TALLY = 0
               MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
               MOVE "OPERACAO NAO PERMITIDA PARA A ORIGEM"
                   TO WS-SET-REJ-TEXT (WS-SETS-USED)
           END-IF.

       2300-FLAG-NO-TRAILER.
           IF WS-SETS-USED > 0
               MOVE 'N' TO WS-SET-OK (WS-SETS-USED)
               MOVE WS-VFY-COUNT TO WS-SET-COUNT (WS-SETS-USED)
               MOVE WS-VFY-HASH TO WS-SET-HASH (WS-SETS-USED)
               MOVE "LOTE SEM TRAILER - ARQUIVO TRUNCADO"
                   TO WS-SET-REJ-TEXT (WS-SETS-USED)
           END-IF
           END-IF
           WRITE REPORT-LINE.

      * a set refused here never reaches calculadora or second, so
      * its ORIGSTAT row is written from staging; the sets merged
      * get theirs from the batch program that processes them.
       4500-APPEND-ORIGIN-STAT.
           OPEN EXTEND ORIGIN-STAT-FILE
           IF OST-FILE-NOT-FOUND
               OPEN OUTPUT ORIGIN-STAT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 4550-WRITE-ORIGIN-STAT
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SETS-USED
           CLOSE ORIGIN-STAT-FILE.

       4550-WRITE-ORIGIN-STAT.
           IF WS-SET-OK (WS-SET-IDX) NOT = 'Y'
               MOVE WS-SET-DATE (WS-SET-IDX) TO OS-BUSINESS-DATE
               MOVE WS-SET-ORIGIN (WS-SET-IDX) TO OS-ORIGIN
               MOVE "MONTALOTE" TO OS-PROGRAM
               MOVE WS-SET-BATCH-ID (WS-SET-IDX) TO OS-BATCH-ID
               MOVE 'R' TO OS-SET-STATUS
               MOVE WS-SET-REJ-TEXT (WS-SET-IDX) TO OS-REJ-TEXT
               MOVE WS-SET-COUNT (WS-SET-IDX) TO OS-DETAIL-COUNT
               MOVE WS-SET-HASH (WS-SET-IDX) TO OS-HASH-TOTAL
               MOVE 0 TO OS-RECORDS-PROCESSED
               MOVE 0 TO OS-RECORDS-REJECTED
               MOVE 0 TO OS-RECORDS-HELD
               PERFORM VARYING WS-ORIG-OP-IDX FROM 1 BY 1
                       UNTIL WS-ORIG-OP-IDX > 7
                   MOVE 0 TO OS-OP-TOTAL (WS-ORIG-OP-IDX)
               END-PERFORM
               MOVE WS-TIMESTAMP TO OS-TIMESTAMP
               WRITE ORIGIN-STAT-RECORD
           END-IF.

       5000-TERMINATE.
           IF WS-SETS-REJECTED > 0
               PERFORM 4500-APPEND-ORIGIN-STAT
           END-IF
           IF ORIG-FILE-IS-OPEN
               CLOSE ORIGIN-FILE
           END-IF
           IF CTL-FILE-IS-OPEN
               CLOSE CTL-PARAM-FILE
           END-IF
           CLOSE STAGE-OUT-FILE
           CLOSE STAGE-REPORT-FILE.
