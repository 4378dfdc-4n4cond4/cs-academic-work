      * set is balanced, registered and reconciled on its     *
      * own, and a set that fails balancing is rejected       *
      * alone while the others process.                       *
      * With DUPCHECK on, a value the same origin system sent *
      * inside the DUPDAYS look-back (DUPHIST.cpy) rejects as *
      * E006, suspected duplicate.                            *
      * Each set's header origin is checked against the       *
      * ORIGMST registry (ORIGREC.cpy): an unknown or         *
      * inactive origin, one not allowed to feed SECOND, or   *
      * one past its daily count/hash limit has the set       *
      * refused, and every set is logged to ORIGSTAT          *
      * (ORIGSTAT.cpy) for the limits and the per-origin      *
      * report (relorigem).                                   *
      * A set dated in a month already closed through         *
      * fechames is refused.                                  *
      * Every set is acknowledged to its origin in the ACKRET *
      * return file (ACKREC.cpy): its verdict, one row per    *
      * detail record with the sequence number it was given,  *
      * and its counts; a row of a resubmission batch that    *
      * corrects an earlier reject is also reported back to   *
      * the origin of that reject (REJXREF.cpy).              *
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT REJECT-XREF-FILE ASSIGN TO "REJXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJX-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT DUP-HIST-FILE ASSIGN TO "DUPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUP-FILE-STATUS.

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
       FD  RESULT-XREF-FILE.
       COPY "copybooks/RESXREF.cpy".

       FD  REJECT-XREF-FILE.
       COPY "copybooks/REJXREF.cpy".

       FD  ACK-FILE.
       COPY "copybooks/ACKREC.cpy".

       FD  DUP-HIST-FILE.
       COPY "copybooks/DUPHIST.cpy".

       FD  ORIGIN-FILE.
       COPY "copybooks/ORIGREC.cpy".

       FD  ORIGIN-STAT-FILE.
       COPY "copybooks/ORIGSTAT.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

           05 WS-BATCH-ID           PIC X(8) VALUE SPACES.
           05 WS-BUSINESS-DATE     PIC 9(8) VALUE 0.
           05 WS-VFY-COUNT          PIC 9(6) VALUE 0.
           05 WS-VFY-HASH           PIC 9(10)V99 VALUE 0.
           05 WS-EXP-COUNT          PIC 9(6) VALUE 0.

      * one entry per header/trailer set found by the balancing pass,
      * in file order; each set is accepted or rejected on its own,
      * registered under its own "LN" key, and reconciled separately
      * in the trailer report. NUM-TRANS-FILE trailers carry no hash.
      * The origin fields come from ORIGMST (daily limits, zero =
      * none, always zero for an internal origin); COUNT/HASH are
      * the set's detail count and the sum of its NUM values, which
      * is what the origin's hash limit is measured in here.
       01  WS-LOTE-TABLE.
           05 WS-LOTE-ENTRY OCCURS 30 TIMES.
              10 WS-LOTE-ID         PIC X(8).
              10 WS-LOTE-DATE       PIC 9(8).
              10 WS-LOTE-ORIGIN     PIC X(8).
              10 WS-LOTE-DUP-FROM   PIC 9(8).
              10 WS-LOTE-OK         PIC X.
              10 WS-LOTE-REJ-TEXT   PIC X(40).
              10 WS-LOTE-READ       PIC 9(6).
              10 WS-LOTE-PROCESSED  PIC 9(6).
              10 WS-LOTE-REJECTED   PIC 9(6).
              10 WS-LOTE-MAX-COUNT  PIC 9(6).
              10 WS-LOTE-MAX-HASH   PIC 9(10)V99.
              10 WS-LOTE-COUNT      PIC 9(6).
              10 WS-LOTE-HASH       PIC 9(10)V99.
       01  WS-LOTES-USED            PIC 9(2) VALUE 0.
       01  WS-LOTES-OK              PIC 9(2) VALUE 0.
       01  WS-LOTE-IDX              PIC 9(2).
           05 WS-EDIT-REJ-RATE      PIC ZZ9.99.
           05 WS-EDIT-REJ-LIMIT     PIC ZZ9.

      * suspected-duplicate check: DUPCHECK switches it on, DUPDAYS
      * is the look-back in business days. WS-LOTE-DUP-FROM holds,
      * per accepted set, the earliest business date still inside
      * the look-back counted back from the set's header date.
       01  WS-DUP-CONTROL.
           05 WS-DUP-CHECK-IND      PIC X VALUE 'N'.
               88 DUP-CHECK-ON      VALUE 'S'.
           05 WS-DUP-DAYS           PIC 9(3) VALUE 5.
           05 WS-DUP-OPEN-IND       PIC X VALUE 'N'.
               88 DUP-FILE-IS-OPEN  VALUE 'Y'.
           05 WS-DUP-DAYS-SEEN      PIC 9(3).
           05 WS-DUP-WALK           PIC 9(3).
           05 WS-DUP-DAY-INT        PIC 9(8).
           05 WS-DUP-DATE           PIC 9(8).
           05 WS-RECORDS-DUP        PIC 9(6) VALUE 0.

      * origin registry: ORIGMST is read-only here and optional -
      * a site that has not keyed it yet runs unchecked, the way a
      * missing calendar accepts every weekday. ORIGSTAT is read
      * back to see what each origin already sent for a date.
       01  WS-ORIG-CONTROL.
           05 WS-ORIG-OPEN-IND      PIC X VALUE 'N'.
               88 ORIG-FILE-IS-OPEN VALUE 'Y'.
           05 WS-OST-EOF-IND        PIC X.
               88 OST-EOF           VALUE 'Y'.
           05 WS-ORIG-USED-COUNT    PIC 9(8).
           05 WS-ORIG-USED-HASH     PIC 9(12)V99.
           05 WS-ORIG-OP-IDX        PIC 9(2).

       01  WS-ORIG-FILE-STATUS      PIC XX.
           88 ORIG-FILE-STATUS-OK   VALUE "00".
           88 ORIG-FILE-NOT-FOUND   VALUE "35".
       01  WS-OST-FILE-STATUS       PIC XX.
           88 OST-FILE-STATUS-OK    VALUE "00".
           88 OST-FILE-NOT-FOUND    VALUE "35".

       01  WS-DUP-FILE-STATUS       PIC XX.
           88 DUP-FILE-STATUS-OK    VALUE "00".
           88 DUP-FILE-NOT-FOUND    VALUE "35".

      * acknowledgment return file: the ACK fields are what 2850
      * puts in a record's 'D' row, left there by the paragraph that
      * decided the record. The follow-up table holds the REJXREF
      * links of this run's accepted resubmission sets - batch row
      * to the reject it corrects, and the batch and origin that
      * reject came from - so the row is also reported back ('F')
      * to that origin.
       01  WS-ACK-CONTROL.
           05 WS-ACK-STATUS         PIC X.
           05 WS-ACK-SEQ            PIC 9(6).
           05 WS-ACK-RESULT         PIC X(15).
           05 WS-ACK-REASON         PIC X(4).
           05 WS-ACK-LOTE           PIC 9(2).
           05 WS-RJX-EOF-IND        PIC X.
               88 RJX-EOF           VALUE 'Y'.
           05 WS-FUP-FOUND-IND      PIC X.
               88 FUP-FOUND         VALUE 'Y'.
           05 WS-FUP-OVF-IND        PIC X VALUE 'N'.
               88 FUP-OVERFLOW      VALUE 'Y'.
           05 WS-FUP-RC-SETS        PIC 9(2) VALUE 0.
       01  WS-FUP-TABLE.
           05 WS-FUP-ENTRY OCCURS 500 TIMES.
              10 WS-FUP-BATCH-ID    PIC X(8).
              10 WS-FUP-SEQ         PIC 9(6).
              10 WS-FUP-AUDIT-SEQ   PIC 9(6).
              10 WS-FUP-ORIG-BATCH  PIC X(8).
              10 WS-FUP-ORIG-ORIGIN PIC X(8).
       01  WS-FUPS-USED             PIC 9(3) VALUE 0.
       01  WS-FUP-IDX               PIC 9(3).
       01  WS-FUP-HIT               PIC 9(3).

       01  WS-ACK-FILE-STATUS       PIC XX.
           88 ACK-FILE-NOT-FOUND    VALUE "35".
       01  WS-RJX-FILE-STATUS       PIC XX.
           88 RJX-FILE-STATUS-OK    VALUE "00".

       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".
           88 CTL-FILE-NOT-FOUND    VALUE "35".
           WRITE REPORT-LINE

           PERFORM 1050-OPEN-CTL-PARAM-FILE
           PERFORM 1060-OPEN-ORIGIN-FILE
           PERFORM 1400-VERIFY-BATCH
           PERFORM 1470-WRITE-ACK-HEADER
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > WS-LOTES-USED

           IF NOT BATCH-IS-OK
               SET NUM-EOF TO TRUE
           ELSE
               PERFORM 1480-LOAD-FOLLOW-UPS
               PERFORM 1100-LOAD-MAIOR
               PERFORM 1120-LOAD-REJ-LIMITS
               PERFORM 1170-LOAD-BANDS
               PERFORM 1140-LOAD-DUP-PARMS
               PERFORM 1200-READ-NUM
           END-IF.

           OPEN EXTEND RESULT-XREF-FILE
           IF XREF-FILE-NOT-FOUND
               OPEN OUTPUT RESULT-XREF-FILE
           END-IF
           OPEN EXTEND ACK-FILE
           IF ACK-FILE-NOT-FOUND
               OPEN OUTPUT ACK-FILE
           END-IF.

       1050-OPEN-CTL-PARAM-FILE.
                   WS-CTL-FILE-STATUS
           END-IF.

      * without ORIGMST every origin is accepted as before; the
      * report says so, so a site is never unknowingly unchecked.
       1060-OPEN-ORIGIN-FILE.
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

      * runs after 1400-VERIFY-BATCH so the effective-dated lookup in
      * 1150 can use the batch header's business date; a MAIOR row in
      * PARMEFF in effect for that date overrides the plain CTLPARM
                   MOVE CP-PARM-VALUE (1:6) TO WS-REJ-MIN-CNT
           END-READ.

      * DUPHIST is only opened (and created on first use, like
      * CTLPARM) while DUPCHECK is on; with the switch off nothing
      * is checked and nothing is recorded.
       1140-LOAD-DUP-PARMS.
           MOVE "DUPCHECK" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (1:1) TO WS-DUP-CHECK-IND
           END-READ
           MOVE "DUPDAYS" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-PARM-VALUE (1:3) IS NUMERIC
                       MOVE CP-PARM-VALUE (1:3) TO WS-DUP-DAYS
                   END-IF
           END-READ
           IF DUP-CHECK-ON
               OPEN I-O DUP-HIST-FILE
               IF DUP-FILE-NOT-FOUND
                   OPEN OUTPUT DUP-HIST-FILE
                   CLOSE DUP-HIST-FILE
                   OPEN I-O DUP-HIST-FILE
               END-IF
               IF DUP-FILE-STATUS-OK
                   SET DUP-FILE-IS-OPEN TO TRUE
                   PERFORM 1145-SET-DUP-WINDOW
                       VARYING WS-LOTE-IDX FROM 1 BY 1
                       UNTIL WS-LOTE-IDX > WS-LOTES-USED
               ELSE
                   DISPLAY "ERRO AO ABRIR DUPHIST, STATUS="
                       WS-DUP-FILE-STATUS
               END-IF
           END-IF.

      * walks back from the set's header date one calendar day at a
      * time, counting the working days validadata accepts, until
      * DUPDAYS of them are behind it; a look-back of zero catches
      * repeats dated the same day only. The walk gives up after a
      * year of calendar days, however the calendar is keyed.
       1145-SET-DUP-WINDOW.
           MOVE WS-LOTE-DATE (WS-LOTE-IDX) TO WS-DUP-DATE
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
               COMPUTE WS-DUP-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DUP-DATE)
               MOVE 0 TO WS-DUP-DAYS-SEEN
               MOVE 0 TO WS-DUP-WALK
               PERFORM UNTIL WS-DUP-DAYS-SEEN NOT < WS-DUP-DAYS
                       OR WS-DUP-WALK > 366
                   SUBTRACT 1 FROM WS-DUP-DAY-INT
                   ADD 1 TO WS-DUP-WALK
                   COMPUTE WS-DUP-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DUP-DAY-INT)
                   MOVE WS-DUP-DATE TO DC-DATE-IN
                   MOVE 'C' TO DC-REQUEST
                   CALL "validadata" USING DATE-CHECK-AREA
                   IF DC-DATE-OK
                       ADD 1 TO WS-DUP-DAYS-SEEN
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-DUP-DATE TO WS-LOTE-DUP-FROM (WS-LOTE-IDX).

      * PARMEFF rows sort by key + effective date, so reading forward
      * from ("MAIOR", zero) and stopping at the first row past the
      * business date leaves the latest value in effect applied; a
               ADD 1 TO WS-LOTES-USED
               MOVE BH-BATCH-ID TO WS-LOTE-ID (WS-LOTES-USED)
               MOVE BH-BUSINESS-DATE TO WS-LOTE-DATE (WS-LOTES-USED)
               MOVE BH-ORIGIN-SYSTEM TO WS-LOTE-ORIGIN (WS-LOTES-USED)
               MOVE 0 TO WS-LOTE-DUP-FROM (WS-LOTES-USED)
               MOVE 'Y' TO WS-LOTE-OK (WS-LOTES-USED)
               MOVE SPACES TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
               MOVE 0 TO WS-LOTE-READ (WS-LOTES-USED)
               MOVE 0 TO WS-LOTE-PROCESSED (WS-LOTES-USED)
               MOVE 0 TO WS-LOTE-REJECTED (WS-LOTES-USED)
               PERFORM 1417-CLEAR-LOTE-ORIGIN
               MOVE 'Y' TO WS-OPEN-IND
               MOVE 0 TO WS-VFY-COUNT
               MOVE 0 TO WS-VFY-HASH
               IF ORIG-FILE-IS-OPEN
                       AND BH-ORIGIN-SYSTEM NOT = "CORRIGRJ"
                   PERFORM 1416-CHECK-ORIGIN
               END-IF
           ELSE
               PERFORM 1418-FLAG-LOTE-OVERFLOW
           END-IF.

      * the registry verdict is taken on the header alone; the daily
      * limits need the set's count and hash, so they wait for
      * 1452-CHECK-ORIGIN-LIMIT once the whole file has been read.
      * CORRIGRJ never gets here - operator corrections are never
      * blocked by the registry.
       1416-CHECK-ORIGIN.
           MOVE BH-ORIGIN-SYSTEM TO OR-ORIGIN-ID
           READ ORIGIN-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOTE-OK (WS-LOTES-USED)
                   MOVE "ORIGEM NAO CADASTRADA"
                       TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OR-IS-ACTIVE
                           MOVE 'N' TO WS-LOTE-OK (WS-LOTES-USED)
                           MOVE "ORIGEM INATIVA"
                               TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
                       WHEN NOT OR-FEEDS-SECOND
                           MOVE 'N' TO WS-LOTE-OK (WS-LOTES-USED)
                           MOVE "ORIGEM NAO AUTORIZADA P/ SECOND"
                               TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
                       WHEN OR-IS-INTERNAL
                           CONTINUE
                       WHEN OTHER
                           MOVE OR-MAX-COUNT
                               TO WS-LOTE-MAX-COUNT (WS-LOTES-USED)
                           MOVE OR-MAX-HASH
                               TO WS-LOTE-MAX-HASH (WS-LOTES-USED)
                   END-EVALUATE
           END-READ.

       1417-CLEAR-LOTE-ORIGIN.
           MOVE 0 TO WS-LOTE-MAX-COUNT (WS-LOTES-USED)
           MOVE 0 TO WS-LOTE-MAX-HASH (WS-LOTES-USED)
           MOVE 0 TO WS-LOTE-COUNT (WS-LOTES-USED)
           MOVE 0 TO WS-LOTE-HASH (WS-LOTES-USED).

      * more header/trailer sets than the table holds: nothing past
      * the thirtieth is verified, so nothing past it may process
      * either - the rows are stepped over, the report says so once,
                   MOVE "CONTAGEM DO TRAILER NAO CONFERE"
                       TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
               END-IF
               MOVE WS-VFY-COUNT TO WS-LOTE-COUNT (WS-LOTES-USED)
               MOVE WS-VFY-HASH TO WS-LOTE-HASH (WS-LOTES-USED)
               MOVE 'N' TO WS-OPEN-IND
           END-IF.

       1425-FLAG-NO-TRAILER.
           IF WS-LOTES-USED > 0
               MOVE 'N' TO WS-LOTE-OK (WS-LOTES-USED)
               MOVE WS-VFY-COUNT TO WS-LOTE-COUNT (WS-LOTES-USED)
               MOVE WS-VFY-HASH TO WS-LOTE-HASH (WS-LOTES-USED)
               MOVE "LOTE SEM TRAILER - ARQUIVO TRUNCADO"
                   TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
           END-IF
                   ADD 1 TO WS-LOTES-USED
                   MOVE SPACES TO WS-LOTE-ID (WS-LOTES-USED)
                   MOVE 0 TO WS-LOTE-DATE (WS-LOTES-USED)
                   MOVE SPACES TO WS-LOTE-ORIGIN (WS-LOTES-USED)
                   MOVE 0 TO WS-LOTE-DUP-FROM (WS-LOTES-USED)
                   MOVE 'N' TO WS-LOTE-OK (WS-LOTES-USED)
                   MOVE "LOTE SEM REGISTRO HEADER"
                       TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
                   MOVE 0 TO WS-LOTE-READ (WS-LOTES-USED)
                   MOVE 0 TO WS-LOTE-PROCESSED (WS-LOTES-USED)
                   MOVE 0 TO WS-LOTE-REJECTED (WS-LOTES-USED)
                   PERFORM 1417-CLEAR-LOTE-ORIGIN
                   MOVE 'Y' TO WS-OPEN-IND
                   MOVE 0 TO WS-VFY-COUNT
                   MOVE 0 TO WS-VFY-HASH
               ELSE
                   PERFORM 1418-FLAG-LOTE-OVERFLOW
               END-IF
           END-IF
           ADD 1 TO WS-VFY-COUNT
           IF NT-NUM-VALUE NUMERIC
               ADD NT-NUM-VALUE TO WS-VFY-HASH
           END-IF.

      * the first accepted set's business date drives the effective-
      * dated parameter lookups, exactly as the single header's date
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
               PERFORM 1448-CHECK-BATCH-DATE
           END-IF
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
               PERFORM 1449-CHECK-CLOSED-PERIOD
           END-IF
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
               MOVE WS-LOTE-ID (WS-LOTE-IDX) TO WS-BATCH-ID
               PERFORM 1450-CHECK-DUP-BATCH
           END-IF
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
                   AND (WS-LOTE-MAX-COUNT (WS-LOTE-IDX) > 0
                       OR WS-LOTE-MAX-HASH (WS-LOTE-IDX) > 0)
               PERFORM 1452-CHECK-ORIGIN-LIMIT
           END-IF
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
               ADD 1 TO WS-LOTES-OK
               MOVE 'Y' TO WS-BATCH-OK
                   TO WS-LOTE-REJ-TEXT (WS-LOTE-IDX)
           END-IF.

      * a month signed off through fechames carries "FM"+AAAAMM in
      * the shared control file with status 'F'; a set dated in it
      * would change figures already closed, so it is refused. A
      * month reopened ('R') accepts sets again.
       1449-CHECK-CLOSED-PERIOD.
           MOVE SPACES TO CP-PARM-KEY
           STRING "FM" WS-LOTE-DATE (WS-LOTE-IDX) (1:6)
               DELIMITED BY SIZE INTO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-PARM-VALUE (1:1) = 'F'
                       MOVE 'N' TO WS-LOTE-OK (WS-LOTE-IDX)
                       MOVE "DATA DO LOTE EM PERIODO FECHADO"
                           TO WS-LOTE-REJ-TEXT (WS-LOTE-IDX)
                   END-IF
           END-READ.

      * a batch ID already registered under "LN"+id means this exact
      * batch was processed to completion before - refuse it so a
      * double-submitted batch cannot double the totals.
                       TO WS-LOTE-REJ-TEXT (WS-LOTE-IDX)
           END-READ.

      * the origin's usage for the set's business date is this set,
      * plus the sets of the same origin and date already accepted
      * earlier in this file, plus what ORIGSTAT shows accepted in
      * earlier runs. Detail counts add up across both programs;
      * hashes only within SECOND, since calculadora's hash is a
      * sum of operands, not of NUM values.
       1452-CHECK-ORIGIN-LIMIT.
           MOVE WS-LOTE-COUNT (WS-LOTE-IDX) TO WS-ORIG-USED-COUNT
           MOVE WS-LOTE-HASH (WS-LOTE-IDX) TO WS-ORIG-USED-HASH
           PERFORM VARYING WS-LOTE-CHK-IDX FROM 1 BY 1
                   UNTIL WS-LOTE-CHK-IDX = WS-LOTE-IDX
               IF WS-LOTE-OK (WS-LOTE-CHK-IDX) = 'Y'
                       AND WS-LOTE-ORIGIN (WS-LOTE-CHK-IDX)
                           = WS-LOTE-ORIGIN (WS-LOTE-IDX)
                       AND WS-LOTE-DATE (WS-LOTE-CHK-IDX)
                           = WS-LOTE-DATE (WS-LOTE-IDX)
                   ADD WS-LOTE-COUNT (WS-LOTE-CHK-IDX)
                       TO WS-ORIG-USED-COUNT
                   ADD WS-LOTE-HASH (WS-LOTE-CHK-IDX)
                       TO WS-ORIG-USED-HASH
               END-IF
           END-PERFORM
           OPEN INPUT ORIGIN-STAT-FILE
           IF OST-FILE-STATUS-OK
               MOVE 'N' TO WS-OST-EOF-IND
               PERFORM 1454-READ-ORIGIN-STAT UNTIL OST-EOF
               CLOSE ORIGIN-STAT-FILE
           END-IF
           IF WS-LOTE-MAX-COUNT (WS-LOTE-IDX) > 0
                   AND WS-ORIG-USED-COUNT
                       > WS-LOTE-MAX-COUNT (WS-LOTE-IDX)
               MOVE 'N' TO WS-LOTE-OK (WS-LOTE-IDX)
               MOVE "LIMITE DIARIO DE REGISTROS DA ORIGEM"
                   TO WS-LOTE-REJ-TEXT (WS-LOTE-IDX)
           END-IF
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
                   AND WS-LOTE-MAX-HASH (WS-LOTE-IDX) > 0
                   AND WS-ORIG-USED-HASH
                       > WS-LOTE-MAX-HASH (WS-LOTE-IDX)
               MOVE 'N' TO WS-LOTE-OK (WS-LOTE-IDX)
               MOVE "LIMITE DIARIO DE VALOR DA ORIGEM"
                   TO WS-LOTE-REJ-TEXT (WS-LOTE-IDX)
           END-IF.

       1454-READ-ORIGIN-STAT.
           READ ORIGIN-STAT-FILE
               AT END
                   SET OST-EOF TO TRUE
               NOT AT END
                   IF OS-SET-ACCEPTED
                           AND OS-ORIGIN = WS-LOTE-ORIGIN (WS-LOTE-IDX)
                           AND OS-BUSINESS-DATE
                               = WS-LOTE-DATE (WS-LOTE-IDX)
                       ADD OS-DETAIL-COUNT TO WS-ORIG-USED-COUNT
                       IF OS-PROGRAM = "SECOND"
                           ADD OS-HASH-TOTAL TO WS-ORIG-USED-HASH
                       END-IF
                   END-IF
           END-READ.

       1460-WRITE-BATCH-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
               STRING "LOTE " WS-LOTE-ID (WS-LOTE-IDX)
                   " DATA " WS-LOTE-DATE (WS-LOTE-IDX)
                   " ORIGEM " WS-LOTE-ORIGIN (WS-LOTE-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "LOTE " WS-LOTE-ID (WS-LOTE-IDX)
           END-IF
           WRITE REPORT-LINE.

      * one 'H' row per set with the balancing verdict, ahead of any
      * of its detail rows. A set with no header has no origin to
      * answer to and is not acknowledged.
       1470-WRITE-ACK-HEADER.
           IF WS-LOTE-ORIGIN (WS-LOTE-IDX) NOT = SPACES
               MOVE WS-LOTE-IDX TO WS-ACK-LOTE
               PERFORM 1475-FILL-ACK-KEY
               MOVE 'H' TO AK-RECORD-TYPE
               IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
                   MOVE 'A' TO AK-SET-STATUS
               ELSE
                   MOVE 'R' TO AK-SET-STATUS
               END-IF
               MOVE WS-LOTE-REJ-TEXT (WS-LOTE-IDX) TO AK-SET-TEXT
               WRITE ACK-RECORD
           END-IF.

      * the routing part every row shares, for set WS-ACK-LOTE.
       1475-FILL-ACK-KEY.
           MOVE SPACES TO ACK-RECORD
           MOVE WS-LOTE-ORIGIN (WS-ACK-LOTE) TO AK-ORIGIN
           MOVE WS-LOTE-ID (WS-ACK-LOTE) TO AK-BATCH-ID
           MOVE WS-LOTE-DATE (WS-ACK-LOTE) TO AK-BUSINESS-DATE
           MOVE "SECOND" TO AK-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO AK-TIMESTAMP.

      * only an accepted resubmission set (origin CORRIGRJ) can carry
      * corrected rows, so REJXREF is read only when the run has one.
      * A link without an original origin (a reject whose batch was
      * never registered, or was backed out) gets no follow-up.
       1480-LOAD-FOLLOW-UPS.
           MOVE 0 TO WS-FUP-RC-SETS
           PERFORM VARYING WS-LOTE-IDX FROM 1 BY 1
                   UNTIL WS-LOTE-IDX > WS-LOTES-USED
               IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
                       AND WS-LOTE-ORIGIN (WS-LOTE-IDX) = "CORRIGRJ"
                   ADD 1 TO WS-FUP-RC-SETS
               END-IF
           END-PERFORM
           IF WS-FUP-RC-SETS > 0
               OPEN INPUT REJECT-XREF-FILE
               IF RJX-FILE-STATUS-OK
                   MOVE 'N' TO WS-RJX-EOF-IND
                   PERFORM 1485-READ-REJECT-XREF UNTIL RJX-EOF
                   CLOSE REJECT-XREF-FILE
               END-IF
           END-IF.

       1485-READ-REJECT-XREF.
           READ REJECT-XREF-FILE
               AT END
                   SET RJX-EOF TO TRUE
               NOT AT END
                   IF XR-ORIG-ORIGIN NOT = SPACES
                       PERFORM 1487-KEEP-FOLLOW-UP
                           VARYING WS-LOTE-IDX FROM 1 BY 1
                           UNTIL WS-LOTE-IDX > WS-LOTES-USED
                   END-IF
           END-READ.

      * past the table's capacity the rows still post and are still
      * acknowledged to CORRIGRJ; only their follow-up is lost, and
      * the report says so once.
       1487-KEEP-FOLLOW-UP.
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
                   AND WS-LOTE-ORIGIN (WS-LOTE-IDX) = "CORRIGRJ"
                   AND WS-LOTE-ID (WS-LOTE-IDX) = XR-RESUB-BATCH-ID
               IF WS-FUPS-USED < 500
                   ADD 1 TO WS-FUPS-USED
                   MOVE XR-RESUB-BATCH-ID
                       TO WS-FUP-BATCH-ID (WS-FUPS-USED)
                   MOVE XR-RESUB-SEQ TO WS-FUP-SEQ (WS-FUPS-USED)
                   MOVE XR-AUDIT-SEQ TO WS-FUP-AUDIT-SEQ (WS-FUPS-USED)
                   MOVE XR-ORIG-BATCH-ID
                       TO WS-FUP-ORIG-BATCH (WS-FUPS-USED)
                   MOVE XR-ORIG-ORIGIN
                       TO WS-FUP-ORIG-ORIGIN (WS-FUPS-USED)
               ELSE
                   IF NOT FUP-OVERFLOW
                       SET FUP-OVERFLOW TO TRUE
                       MOVE "EXCESSO DE CORRECOES - RETORNO A ORIGEM"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "LIMITADO A 500 REGISTROS RESSUBMETIDOS"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-NUM.
           PERFORM 2100-VALIDATE-NUM
           IF NUM-IS-VALID AND DUP-FILE-IS-OPEN
               PERFORM 2150-CHECK-DUPLICATE
           END-IF
           IF NUM-IS-VALID
               PERFORM 2200-CLASSIFY-NUM
           END-IF
               MOVE NT-NUM-VALUE TO Num
           END-IF.

      * a value matching a DUPHIST entry of the same origin dated
      * inside the set's look-back is a suspected re-send: it
      * rejects as E006 with the earlier SR-SEQ-NUM in the reason
      * text (layout AU-DUP-REASON) so corrigerej can release it if
      * the repeat is genuine. Rows of a CORRIGRJ resubmission
      * batch are never checked - an operator already decided on
      * them.
       2150-CHECK-DUPLICATE.
           IF WS-LOTE-ORIGIN (WS-CUR-LOTE) NOT = "CORRIGRJ"
               PERFORM 2160-BUILD-DUP-KEY
               READ DUP-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DH-BUSINESS-DATE
                               NOT < WS-LOTE-DUP-FROM (WS-CUR-LOTE)
                           PERFORM 2170-DUPLICATE-REJECT
                       END-IF
               END-READ
           END-IF.

       2160-BUILD-DUP-KEY.
           MOVE WS-LOTE-ORIGIN (WS-CUR-LOTE) TO DH-ORIGIN
           MOVE "SECOND" TO DH-SOURCE-PROGRAM
           MOVE SPACE TO DH-OP-CODE
           MOVE Num TO DH-OPERAND-A
           MOVE SPACES TO DH-OPERAND-B.

       2170-DUPLICATE-REJECT.
           MOVE 'N' TO WS-NUM-VALID
           ADD 1 TO WS-RECORDS-DUP
           MOVE NT-NUM-VALUE TO WS-EDIT-1
           MOVE "E006" TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           STRING "DUPLICIDADE SUSPEITA SEQ " DH-RESULT-SEQ
               DELIMITED BY SIZE INTO WS-REASON-TEXT
           PERFORM 3000-WRITE-AUDIT-REJECT.

       2200-CLASSIFY-NUM.
           IF WS-BANDS-USED > 0
               PERFORM 2250-CLASSIFY-BY-BAND
           MOVE SPACES TO SR-RESULT-VALUE
           MOVE Num TO SR-RESULT-VALUE (1:3)
           MOVE WS-TIMESTAMP TO SR-TIMESTAMP
           MOVE WS-LOTE-ID (WS-CUR-LOTE) TO SR-BATCH-ID
           MOVE WS-LOTE-DATE (WS-CUR-LOTE) TO SR-BUSINESS-DATE
           WRITE SHARED-RESULT-RECORD
           MOVE 'P' TO WS-ACK-STATUS
           MOVE WS-RESULT-SEQ TO WS-ACK-SEQ
           MOVE WS-CLASSIFICACAO TO WS-ACK-RESULT
           MOVE SPACES TO WS-ACK-REASON
           PERFORM 2850-WRITE-ACK-DETAIL
           IF WS-LOTE-ID (WS-CUR-LOTE) (1:2) = "RN"
               PERFORM 2780-WRITE-RESULT-XREF
           END-IF
           IF DUP-FILE-IS-OPEN
                   AND WS-LOTE-ORIGIN (WS-CUR-LOTE) NOT = "CORRIGRJ"
               PERFORM 2790-RECORD-DUP-HIST
           END-IF.

      * closes the lineage chain for a corrected reject: when the
           MOVE WS-TIMESTAMP TO RX-TIMESTAMP
           WRITE RESULT-XREF-RECORD.

      * the entry always carries the latest posting of its key, so
      * the look-back is measured from the most recent repeat.
       2790-RECORD-DUP-HIST.
           PERFORM 2160-BUILD-DUP-KEY
           MOVE WS-LOTE-DATE (WS-CUR-LOTE) TO DH-BUSINESS-DATE
           MOVE WS-LOTE-ID (WS-CUR-LOTE) TO DH-BATCH-ID
           MOVE WS-RESULT-SEQ TO DH-RESULT-SEQ
           MOVE WS-TIMESTAMP TO DH-TIMESTAMP
           WRITE DUP-HIST-RECORD
               INVALID KEY
                   REWRITE DUP-HIST-RECORD
           END-WRITE.

      * RESULTSEQ is a counter parked in the shared control file so
      * SR-SEQ-NUM stays unique across runs and across both programs
      * that append to RESULTLOG, instead of reusing the batch-local
           MOVE SPACES TO AU-INPUT-2
           MOVE WS-TIMESTAMP TO AU-TIMESTAMP
           MOVE 'N' TO AU-RESOLVED-FLAG
           MOVE WS-LOTE-ID (WS-CUR-LOTE) TO AU-BATCH-ID
           MOVE WS-LOTE-DATE (WS-CUR-LOTE) TO AU-BUSINESS-DATE
           WRITE AUDIT-RECORD

           MOVE SPACES TO REPORT-LINE
           STRING "SEQ " NT-SEQ-NUM " REJEITADO: " WS-REASON-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'R' TO WS-ACK-STATUS
           MOVE WS-AUDIT-SEQ TO WS-ACK-SEQ
           MOVE SPACES TO WS-ACK-RESULT
           MOVE WS-REASON-CODE TO WS-ACK-REASON
           PERFORM 2850-WRITE-ACK-DETAIL.

      * one 'D' row for the record just decided. A row of a
      * resubmission set that 1480 found in REJXREF is then reported
      * again as 'F' under the batch and origin of the reject it
      * corrects, with that reject's AU-SEQ-NUM; the original row's
      * own sequence number is not kept anywhere, so it goes as zero.
      * The row is rebuilt for the second WRITE because a WRITE
      * leaves the record area undefined.
       2850-WRITE-ACK-DETAIL.
           IF WS-LOTE-ORIGIN (WS-CUR-LOTE) NOT = SPACES
               MOVE WS-CUR-LOTE TO WS-ACK-LOTE
               PERFORM 1475-FILL-ACK-KEY
               MOVE 'D' TO AK-RECORD-TYPE
               PERFORM 2855-FILL-ACK-DETAIL
               WRITE ACK-RECORD
           END-IF
           IF WS-FUPS-USED > 0
               PERFORM 2860-FIND-FOLLOW-UP
               IF FUP-FOUND
                   MOVE WS-CUR-LOTE TO WS-ACK-LOTE
                   PERFORM 1475-FILL-ACK-KEY
                   MOVE 'F' TO AK-RECORD-TYPE
                   MOVE WS-FUP-ORIG-ORIGIN (WS-FUP-HIT) TO AK-ORIGIN
                   MOVE WS-FUP-ORIG-BATCH (WS-FUP-HIT) TO AK-BATCH-ID
                   PERFORM 2855-FILL-ACK-DETAIL
                   MOVE 0 TO AK-DETAIL-SEQ
                   MOVE WS-FUP-AUDIT-SEQ (WS-FUP-HIT) TO AK-PRIOR-AU-SEQ
                   MOVE WS-LOTE-ID (WS-CUR-LOTE) TO AK-VIA-BATCH-ID
                   MOVE NT-SEQ-NUM TO AK-VIA-SEQ
                   WRITE ACK-RECORD
               END-IF
           END-IF.

       2855-FILL-ACK-DETAIL.
           MOVE SPACES TO AK-BODY
           MOVE NT-SEQ-NUM TO AK-DETAIL-SEQ
           MOVE WS-ACK-STATUS TO AK-DETAIL-STATUS
           MOVE WS-ACK-SEQ TO AK-ASSIGNED-SEQ
           MOVE WS-ACK-RESULT TO AK-RESULT
           MOVE WS-ACK-REASON TO AK-REASON-CODE
           MOVE 0 TO AK-PRIOR-AU-SEQ
           MOVE 0 TO AK-VIA-SEQ.

       2860-FIND-FOLLOW-UP.
           MOVE 'N' TO WS-FUP-FOUND-IND
           PERFORM VARYING WS-FUP-IDX FROM 1 BY 1
                   UNTIL WS-FUP-IDX > WS-FUPS-USED OR FUP-FOUND
               IF WS-FUP-BATCH-ID (WS-FUP-IDX)
                           = WS-LOTE-ID (WS-CUR-LOTE)
                       AND WS-FUP-SEQ (WS-FUP-IDX) = NT-SEQ-NUM
                   SET FUP-FOUND TO TRUE
                   MOVE WS-FUP-IDX TO WS-FUP-HIT
               END-IF
           END-PERFORM.

       4000-WRITE-TRAILER.
           IF NOT BATCH-IS-OK
               " REJEITADOS=" WS-RECORDS-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF DUP-FILE-IS-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING "  DOS QUAIS DUPLICIDADE SUSPEITA: "
                   WS-RECORDS-DUP
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "RECONCILIACAO POR LOTE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4200-WRITE-LOTE-RECON
           END-IF
           PERFORM 5200-PUBLISH-STATS
           PERFORM 5300-APPEND-STAT-HIST
           PERFORM 5400-APPEND-ORIGIN-STAT
           PERFORM 5500-WRITE-ACK-TRAILER
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > WS-LOTES-USED
           CLOSE ACK-FILE
           CLOSE NUM-TRANS-FILE
           CLOSE NUM-REPORT-FILE
           CLOSE AUDIT-FILE
           CLOSE SHARED-RESULT-FILE
           CLOSE RESULT-XREF-FILE
           IF DUP-FILE-IS-OPEN
               CLOSE DUP-HIST-FILE
           END-IF
           IF ORIG-FILE-IS-OPEN
               CLOSE ORIGIN-FILE
           END-IF
           CLOSE CTL-PARAM-FILE.

      * each accepted set is registered only after the whole run went
               MOVE SPACES TO CP-PARM-VALUE
               MOVE WS-LOTE-DATE (WS-LOTE-IDX)
                   TO CP-PARM-VALUE (1:8)
               MOVE WS-LOTE-ORIGIN (WS-LOTE-IDX)
                   TO CP-PARM-VALUE (9:8)
               MOVE "LOTE NUMTRAN JA PROCESSADO" TO CP-PARM-DESC
               WRITE CTL-PARAM-RECORD
                   INVALID KEY
           MOVE WS-TIMESTAMP TO ST-TIMESTAMP
           WRITE STAT-HIST-RECORD
           CLOSE STAT-HIST-FILE.

      * one ORIGSTAT row per tabled set, accepted or not, so the
      * per-origin report sees every batch an origin sent; a set
      * of an aborted run is marked 'X' and does not count against
      * the origin's limits, since it was not registered and may be
      * sent again. The per-operation totals are calculadora's and
      * go zero-filled here, as in STATHIST.
       5400-APPEND-ORIGIN-STAT.
           OPEN EXTEND ORIGIN-STAT-FILE
           IF OST-FILE-NOT-FOUND
               OPEN OUTPUT ORIGIN-STAT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 5450-WRITE-ORIGIN-STAT
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > WS-LOTES-USED
           CLOSE ORIGIN-STAT-FILE.

       5450-WRITE-ORIGIN-STAT.
           MOVE WS-LOTE-DATE (WS-LOTE-IDX) TO OS-BUSINESS-DATE
           MOVE WS-LOTE-ORIGIN (WS-LOTE-IDX) TO OS-ORIGIN
           MOVE "SECOND" TO OS-PROGRAM
           MOVE WS-LOTE-ID (WS-LOTE-IDX) TO OS-BATCH-ID
           EVALUATE TRUE
               WHEN WS-LOTE-OK (WS-LOTE-IDX) NOT = 'Y'
                   MOVE 'R' TO OS-SET-STATUS
               WHEN RUN-ABORTED
                   MOVE 'X' TO OS-SET-STATUS
               WHEN OTHER
                   MOVE 'A' TO OS-SET-STATUS
           END-EVALUATE
           MOVE WS-LOTE-REJ-TEXT (WS-LOTE-IDX) TO OS-REJ-TEXT
           MOVE WS-LOTE-COUNT (WS-LOTE-IDX) TO OS-DETAIL-COUNT
           MOVE WS-LOTE-HASH (WS-LOTE-IDX) TO OS-HASH-TOTAL
           MOVE WS-LOTE-PROCESSED (WS-LOTE-IDX) TO OS-RECORDS-PROCESSED
           MOVE WS-LOTE-REJECTED (WS-LOTE-IDX) TO OS-RECORDS-REJECTED
           MOVE 0 TO OS-RECORDS-HELD
           PERFORM VARYING WS-ORIG-OP-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-OP-IDX > 7
               MOVE 0 TO OS-OP-TOTAL (WS-ORIG-OP-IDX)
           END-PERFORM
           MOVE WS-TIMESTAMP TO OS-TIMESTAMP
           WRITE ORIGIN-STAT-RECORD.

      * the closing 'T' row per set: the final status (an accepted set
      * of a run the reject-rate breaker aborted goes as 'X', to be
      * sent again), the set's own count and NUM-value hash, and the
      * rows this run acknowledged. Nothing is held for review here.
       5500-WRITE-ACK-TRAILER.
           IF WS-LOTE-ORIGIN (WS-LOTE-IDX) NOT = SPACES
               MOVE WS-LOTE-IDX TO WS-ACK-LOTE
               PERFORM 1475-FILL-ACK-KEY
               MOVE 'T' TO AK-RECORD-TYPE
               EVALUATE TRUE
                   WHEN WS-LOTE-OK (WS-LOTE-IDX) NOT = 'Y'
                       MOVE 'R' TO AK-FINAL-STATUS
                   WHEN RUN-ABORTED
                       MOVE 'X' TO AK-FINAL-STATUS
                   WHEN OTHER
                       MOVE 'A' TO AK-FINAL-STATUS
               END-EVALUATE
               MOVE WS-LOTE-COUNT (WS-LOTE-IDX) TO AK-DETAIL-COUNT
               MOVE WS-LOTE-HASH (WS-LOTE-IDX) TO AK-HASH-TOTAL
               MOVE WS-LOTE-READ (WS-LOTE-IDX) TO AK-READ-COUNT
               MOVE WS-LOTE-PROCESSED (WS-LOTE-IDX)
                   TO AK-PROCESSED-COUNT
               MOVE WS-LOTE-REJECTED (WS-LOTE-IDX) TO AK-REJECTED-COUNT
               MOVE 0 TO AK-HELD-COUNT
               WRITE ACK-RECORD
           END-IF.
