      * resolved at run time against the RATETAB table       *
      * maintained through manutparam; an unknown code        *
      * rejects as E005.                                      *
      * With DUPCHECK on, a detail row repeating one the same  *
      * origin system posted inside the DUPDAYS look-back     *
      * (DUPHIST.cpy) rejects as E006, suspected duplicate.   *
      * Each set's header origin is checked against the ORIGMST *
      * registry (ORIGREC.cpy): an unknown or inactive origin,  *
      * one not allowed to feed CALCULADORA or to use a row's   *
      * op code, or one past its daily count/hash limit has    *
      * the set refused, and every set is logged to ORIGSTAT   *
      * (ORIGSTAT.cpy) for the limits and the per-origin       *
      * report (relorigem).                                     *
      * A result above the REVLIMn review threshold of its op   *
      * code (CTLPARM, kept through manutparam) is not posted:  *
      * it is held in REVQUEUE (REVQUEUE.cpy) until a reviewer  *
      * releases or refuses it through revisavalor, and the     *
      * trailer shows the rows held by the run and the queue's  *
      * held, released and refused totals for the business      *
      * date. A set sent again under the same batch ID replaces  *
      * its still-held items; a row whose item a reviewer already *
      * released or refused rejects as E008. An aborted run takes *
      * its held items back out of the queue.                     *
      * A set dated in a month already closed through fechames  *
      * is refused.                                             *
      * Every set is acknowledged to its origin in the ACKRET   *
      * return file (ACKREC.cpy): its verdict, one row per      *
      * detail record with the sequence number it was given,    *
      * and its counts; a row of a resubmission batch that      *
      * corrects an earlier reject is also reported back to the *
      * origin of that reject (REJXREF.cpy).                    *
      * Valid op codes and overflow/invalid-input rejects   *
      * are checked against the shared control file and     *
      * logged to the shared audit file. Supports checkpoint *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT REJECT-XREF-FILE ASSIGN TO "REJXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJX-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-CODE
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT DUP-HIST-FILE ASSIGN TO "DUPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUP-FILE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REV-FILE-STATUS.

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

       FD  RATE-FILE.
       COPY "copybooks/RATEREC.cpy".

       FD  DUP-HIST-FILE.
       COPY "copybooks/DUPHIST.cpy".

       FD  REVIEW-FILE.
       COPY "copybooks/REVQUEUE.cpy".

       FD  ORIGIN-FILE.
       COPY "copybooks/ORIGREC.cpy".

       FD  ORIGIN-STAT-FILE.
       COPY "copybooks/ORIGSTAT.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

      * one entry per header/trailer set found by the balancing pass,
      * in file order; each set is accepted or rejected on its own,
      * registered under its own "LC" key, and reconciled separately
      * in the trailer report. The origin fields come from ORIGMST:
      * the op codes the origin may use (blank = any) and its daily
      * limits (zero = none, always zero for an internal origin);
      * COUNT/HASH are the set's own detail count and operand-A
      * hash, and OP-TOTAL its result total per op code '1'-'7',
      * all logged to ORIGSTAT at the end of the run. A RESTART run
      * totals only the rows posted after the checkpoint.
       01  WS-LOTE-TABLE.
           05 WS-LOTE-ENTRY OCCURS 30 TIMES.
              10 WS-LOTE-ID          PIC X(8).
              10 WS-LOTE-DATE        PIC 9(8).
              10 WS-LOTE-ORIGIN      PIC X(8).
              10 WS-LOTE-DUP-FROM    PIC 9(8).
              10 WS-LOTE-OK          PIC X.
              10 WS-LOTE-REJ-TEXT    PIC X(40).
              10 WS-LOTE-READ        PIC 9(6).
              10 WS-LOTE-PROCESSED   PIC 9(6).
              10 WS-LOTE-REJECTED    PIC 9(6).
              10 WS-LOTE-HELD        PIC 9(6).
              10 WS-LOTE-OPS         PIC X(10).
              10 WS-LOTE-MAX-COUNT   PIC 9(6).
              10 WS-LOTE-MAX-HASH    PIC 9(10)V99.
              10 WS-LOTE-COUNT       PIC 9(6).
              10 WS-LOTE-HASH        PIC 9(10)V99.
              10 WS-LOTE-OP-TOTAL    PIC S9(14)V99 OCCURS 7 TIMES.
       01  WS-LOTES-USED             PIC 9(2) VALUE 0.
       01  WS-LOTES-OK               PIC 9(2) VALUE 0.
       01  WS-LOTE-IDX               PIC 9(2).
           05 WS-EDIT-REJ-RATE       PIC ZZ9.99.
           05 WS-EDIT-REJ-LIMIT      PIC ZZ9.

      * suspected-duplicate check: DUPCHECK switches it on, DUPDAYS
      * is the look-back in business days. WS-LOTE-DUP-FROM holds,
      * per accepted set, the earliest business date still inside
      * the look-back counted back from the set's header date.
       01  WS-DUP-CONTROL.
           05 WS-DUP-CHECK-IND       PIC X VALUE 'N'.
               88 DUP-CHECK-ON       VALUE 'S'.
           05 WS-DUP-DAYS            PIC 9(3) VALUE 5.
           05 WS-DUP-OPEN-IND        PIC X VALUE 'N'.
               88 DUP-FILE-IS-OPEN   VALUE 'Y'.
           05 WS-DUP-DAYS-SEEN       PIC 9(3).
           05 WS-DUP-WALK            PIC 9(3).
           05 WS-DUP-DAY-INT         PIC 9(8).
           05 WS-DUP-DATE            PIC 9(8).
           05 WS-RECORDS-DUP         PIC 9(6) VALUE 0.

      * origin registry: ORIGMST is read-only here and optional -
      * a site that has not keyed it yet runs unchecked, the way a
      * missing calendar accepts every weekday. ORIGSTAT is read
      * back to see what each origin already sent for a date.
       01  WS-ORIG-CONTROL.
           05 WS-ORIG-OPEN-IND       PIC X VALUE 'N'.
               88 ORIG-FILE-IS-OPEN  VALUE 'Y'.
           05 WS-OST-EOF-IND         PIC X.
               88 OST-EOF            VALUE 'Y'.
           05 WS-ORIG-USED-COUNT     PIC 9(8).
           05 WS-ORIG-USED-HASH      PIC 9(12)V99.
           05 WS-ORIG-TALLY          PIC 9(2).
           05 WS-ORIG-OP-IDX         PIC 9(2).

       01  WS-ORIG-FILE-STATUS       PIC XX.
           88 ORIG-FILE-STATUS-OK    VALUE "00".
           88 ORIG-FILE-NOT-FOUND    VALUE "35".
       01  WS-OST-FILE-STATUS        PIC XX.
           88 OST-FILE-STATUS-OK     VALUE "00".
           88 OST-FILE-NOT-FOUND     VALUE "35".

      * high-value review: WS-REV-LIMIT holds the REVLIM1-REVLIM7
      * threshold of op codes '1'-'7' (zero = never held). HELD
      * counts and totals this run's held rows; the QUEUE fields
      * total REVQUEUE for the business date, for the trailer.
       01  WS-REVIEW-CONTROL.
           05 WS-REV-LIMIT           PIC 9(10)V99 OCCURS 7 TIMES.
           05 WS-REV-ON-IND          PIC X VALUE 'N'.
               88 REVIEW-IS-ON       VALUE 'Y'.
           05 WS-REV-OPEN-IND        PIC X VALUE 'N'.
               88 REV-FILE-IS-OPEN   VALUE 'Y'.
           05 WS-REV-HOLD-IND        PIC X VALUE 'N'.
               88 HOLD-FOR-REVIEW    VALUE 'Y'.
           05 WS-REV-EOF-IND         PIC X.
               88 REV-EOF            VALUE 'Y'.
           05 WS-REV-QUEUED-IND      PIC X.
               88 ROW-WAS-QUEUED     VALUE 'Y'.
           05 WS-REV-DROP-IND        PIC X.
               88 DROP-HELD-ITEM     VALUE 'Y'.
           05 WS-HOLDS-DROPPED       PIC 9(6) VALUE 0.
           05 WS-REV-OP-IDX          PIC 9.
           05 WS-REV-RESULT          PIC S9(10)V99.
           05 WS-REV-MAGNITUDE       PIC 9(10)V99.
           05 WS-RECORDS-HELD        PIC 9(6) VALUE 0.
           05 WS-HELD-VALUE          PIC S9(14)V99 VALUE 0.
           05 WS-QUEUE-HELD          PIC 9(6) VALUE 0.
           05 WS-QUEUE-HELD-VALUE    PIC S9(14)V99 VALUE 0.
           05 WS-QUEUE-RELEASED      PIC 9(6) VALUE 0.
           05 WS-QUEUE-REL-VALUE     PIC S9(14)V99 VALUE 0.
           05 WS-QUEUE-REFUSED       PIC 9(6) VALUE 0.
           05 WS-QUEUE-REF-VALUE     PIC S9(14)V99 VALUE 0.
           05 WS-EDIT-REV-VALUE      PIC -Z(13)9.99.
      * the row being queued, kept while an item already under its
      * key is read back.
       01  WS-REV-NEW-ITEM           PIC X(195).
       01  WS-REV-PARM-TEXT          PIC X(12).
       01  WS-REV-PARM-NUM REDEFINES WS-REV-PARM-TEXT
                                     PIC 9(10)V99.

       01  WS-REV-FILE-STATUS        PIC XX.
           88 REV-FILE-STATUS-OK     VALUE "00".
           88 REV-FILE-NOT-FOUND     VALUE "35".

      * acknowledgment return file: the ACK fields are what 2850
      * puts in a record's 'D' row, left there by the paragraph that
      * decided the record. The follow-up table holds the REJXREF
      * links of this run's accepted resubmission sets - batch row
      * to the reject it corrects, and the batch and origin that
      * reject came from - so the row is also reported back ('F')
      * to that origin.
       01  WS-ACK-CONTROL.
           05 WS-ACK-STATUS          PIC X.
           05 WS-ACK-SEQ             PIC 9(6).
           05 WS-ACK-RESULT          PIC X(15).
           05 WS-ACK-REASON          PIC X(4).
           05 WS-ACK-LOTE            PIC 9(2).
           05 WS-RJX-EOF-IND         PIC X.
               88 RJX-EOF            VALUE 'Y'.
           05 WS-FUP-FOUND-IND       PIC X.
               88 FUP-FOUND          VALUE 'Y'.
           05 WS-FUP-OVF-IND         PIC X VALUE 'N'.
               88 FUP-OVERFLOW       VALUE 'Y'.
           05 WS-FUP-RC-SETS         PIC 9(2) VALUE 0.
       01  WS-FUP-TABLE.
           05 WS-FUP-ENTRY OCCURS 500 TIMES.
              10 WS-FUP-BATCH-ID     PIC X(8).
              10 WS-FUP-SEQ          PIC 9(6).
              10 WS-FUP-AUDIT-SEQ    PIC 9(6).
              10 WS-FUP-ORIG-BATCH   PIC X(8).
              10 WS-FUP-ORIG-ORIGIN  PIC X(8).
       01  WS-FUPS-USED              PIC 9(3) VALUE 0.
       01  WS-FUP-IDX                PIC 9(3).
       01  WS-FUP-HIT                PIC 9(3).

       01  WS-ACK-FILE-STATUS        PIC XX.
           88 ACK-FILE-NOT-FOUND     VALUE "35".
       01  WS-RJX-FILE-STATUS        PIC XX.
           88 RJX-FILE-STATUS-OK     VALUE "00".

       01  WS-DUP-FILE-STATUS        PIC XX.
           88 DUP-FILE-STATUS-OK     VALUE "00".
           88 DUP-FILE-NOT-FOUND     VALUE "35".

       01  WS-CTL-FILE-STATUS        PIC XX.
           88 CTL-FILE-STATUS-OK     VALUE "00".
           88 CTL-FILE-NOT-FOUND     VALUE "35".
                       OR LOTE-OVERFLOW
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED > 0
                       OR WS-RECORDS-HELD > 0
                       OR WS-LOTES-OK < WS-LOTES-USED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
           WRITE REPORT-LINE

           PERFORM 1050-OPEN-CTL-PARAM-FILE
           PERFORM 1060-OPEN-ORIGIN-FILE
           PERFORM 1400-VERIFY-BATCH
           IF NOT RESTART-RUN
               PERFORM 1470-WRITE-ACK-HEADER
                   VARYING WS-LOTE-IDX FROM 1 BY 1
                   UNTIL WS-LOTE-IDX > WS-LOTES-USED
           END-IF

           IF NOT BATCH-IS-OK
               SET TRANS-EOF TO TRUE
           ELSE
               PERFORM 1480-LOAD-FOLLOW-UPS
               PERFORM 1100-LOAD-VALID-OP-CODES
               PERFORM 1120-LOAD-REJ-LIMITS
               PERFORM 1130-OPEN-RATE-FILE
               PERFORM 1140-LOAD-DUP-PARMS
               PERFORM 1170-LOAD-REVIEW-LIMITS
               IF RESTART-RUN
                   PERFORM 1200-LOAD-CHECKPOINT
                   SET SKIP-FOR-RESTART TO TRUE
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
      * 1150 can use the batch header's business date; an OPCODES row
      * in PARMEFF in effect for that date overrides the plain CTLPARM
               SET RATE-FILE-IS-OPEN TO TRUE
           END-IF.

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
      * from ("OPCODES", zero) and stopping at the first row past the
      * business date leaves the latest value in effect applied; a
                   END-IF
           END-READ.

      * REVLIM1-REVLIM7 carry the review threshold of op codes 1-7
      * as twelve digits (9(10)V99) at the start of the value; a
      * missing, zero or non-numeric value leaves the op code
      * unreviewed. REVQUEUE is only opened (and created on first
      * use, like DUPHIST) while at least one threshold is set; if
      * it cannot be opened the report says the night posted
      * unreviewed.
       1170-LOAD-REVIEW-LIMITS.
           PERFORM VARYING WS-REV-OP-IDX FROM 1 BY 1
                   UNTIL WS-REV-OP-IDX > 7
               MOVE 0 TO WS-REV-LIMIT (WS-REV-OP-IDX)
               MOVE SPACES TO CP-PARM-KEY
               STRING "REVLIM" WS-REV-OP-IDX
                   DELIMITED BY SIZE INTO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-PARM-VALUE (1:12) TO WS-REV-PARM-TEXT
                       IF WS-REV-PARM-TEXT NUMERIC
                           MOVE WS-REV-PARM-NUM
                               TO WS-REV-LIMIT (WS-REV-OP-IDX)
                       END-IF
               END-READ
               IF WS-REV-LIMIT (WS-REV-OP-IDX) > 0
                   SET REVIEW-IS-ON TO TRUE
               END-IF
           END-PERFORM
           IF REVIEW-IS-ON
               OPEN I-O REVIEW-FILE
               IF REV-FILE-NOT-FOUND
                   OPEN OUTPUT REVIEW-FILE
                   CLOSE REVIEW-FILE
                   OPEN I-O REVIEW-FILE
               END-IF
               IF REV-FILE-STATUS-OK
                   SET REV-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "ERRO AO ABRIR REVQUEUE, STATUS="
                       WS-REV-FILE-STATUS
                   MOVE "REVQUEUE INDISPONIVEL - NADA RETIDO P/ REVISAO"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      * if RESTART is passed before any checkpoint has ever been
      * written, CALCCKPT doesn't exist yet - OPEN fails with FILE
      * STATUS 35, which just means "no checkpoint yet", not an error;
                           TO WS-RECORDS-PROCESSED
                       MOVE CK-RECORDS-REJECTED
                           TO WS-RECORDS-REJECTED
                       MOVE CK-RECORDS-HELD TO WS-RECORDS-HELD
                       MOVE CK-HELD-VALUE TO WS-HELD-VALUE
                       MOVE CK-TOTAL-SOMA TO WS-TOTAL-SOMA
                       MOVE CK-TOTAL-SUB TO WS-TOTAL-SUB
                       MOVE CK-TOTAL-MULT TO WS-TOTAL-MULT
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
                       WHEN NOT OR-FEEDS-CALC
                           MOVE 'N' TO WS-LOTE-OK (WS-LOTES-USED)
                           MOVE "ORIGEM NAO AUTORIZADA P/ CALCULADORA"
                               TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
                       WHEN OTHER
                           MOVE OR-OP-CODES
                               TO WS-LOTE-OPS (WS-LOTES-USED)
                           IF NOT OR-IS-INTERNAL
                               MOVE OR-MAX-COUNT
                                   TO WS-LOTE-MAX-COUNT (WS-LOTES-USED)
                               MOVE OR-MAX-HASH
                                   TO WS-LOTE-MAX-HASH (WS-LOTES-USED)
                           END-IF
                   END-EVALUATE
           END-READ.

       1417-CLEAR-LOTE-ORIGIN.
           MOVE SPACES TO WS-LOTE-OPS (WS-LOTES-USED)
           MOVE 0 TO WS-LOTE-MAX-COUNT (WS-LOTES-USED)
           MOVE 0 TO WS-LOTE-MAX-HASH (WS-LOTES-USED)
           MOVE 0 TO WS-LOTE-COUNT (WS-LOTES-USED)
           MOVE 0 TO WS-LOTE-HASH (WS-LOTES-USED)
           MOVE 0 TO WS-LOTE-HELD (WS-LOTES-USED)
           PERFORM VARYING WS-ORIG-OP-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-OP-IDX > 7
               MOVE 0 TO WS-LOTE-OP-TOTAL (WS-LOTES-USED WS-ORIG-OP-IDX)
           END-PERFORM.

      * more header/trailer sets than the table holds: nothing past
      * the thirtieth is verified, so nothing past it may process
      * either - the rows are stepped over, the report says so once,
                   MOVE "HASH DO OPERANDO A NAO CONFERE"
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
           ADD 1 TO WS-VFY-COUNT
           IF CT-OPERAND-A NUMERIC
               ADD CT-OPERAND-A TO WS-VFY-HASH
           END-IF
           IF BATCH-SET-OPEN
                   AND WS-LOTE-OK (WS-LOTES-USED) = 'Y'
                   AND WS-LOTE-OPS (WS-LOTES-USED) NOT = SPACES
               PERFORM 1437-CHECK-ORIGIN-OP
           END-IF.

      * one row with an op code the origin may not use refuses the
      * whole set: a feed sending operations it was never cleared
      * for is misrouted or misbuilt, not one bad row.
       1437-CHECK-ORIGIN-OP.
           MOVE 0 TO WS-ORIG-TALLY
           IF CT-OP-CODE NOT = SPACE
               INSPECT WS-LOTE-OPS (WS-LOTES-USED)
                   TALLYING WS-ORIG-TALLY FOR ALL CT-OP-CODE
           END-IF
           IF WS-ORIG-TALLY = 0
               MOVE 'N' TO WS-LOTE-OK (WS-LOTES-USED)
               MOVE "OPERACAO NAO PERMITIDA PARA A ORIGEM"
                   TO WS-LOTE-REJ-TEXT (WS-LOTES-USED)
           END-IF.

      * the first accepted set's business date drives the effective-
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

      * a batch ID already registered under "LC"+id means this exact
      * batch was processed to completion before - refuse it so a
      * double-submitted batch cannot double the totals.
                       TO WS-LOTE-REJ-TEXT (WS-LOTE-IDX)
           END-READ.

      * the origin's usage for the set's business date is this set,
      * plus the sets of the same origin and date already accepted
      * earlier in this file, plus what ORIGSTAT shows accepted in
      * earlier runs. Detail counts add up across both programs;
      * hashes only within CALCULADORA, since second's hash is a
      * sum of NUM values, not of operands.
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
                       IF OS-PROGRAM = "CALCULADORA"
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
      * of its detail rows. A RESTART run does not repeat them - the
      * interrupted run already sent its headers. A set with no
      * header has no origin to answer to and is not acknowledged.
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
           MOVE "CALCULADORA" TO AK-PROGRAM
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

      * SKIP-FOR-RESTART compares the ordinal count of records read
      * so far this run (WS-RECORDS-READ) against the ordinal that was
      * checkpointed, not CT-SEQ-NUM - the transaction file's own
           ELSE
               MOVE 'N' TO WS-SKIPPING-RESTART
               PERFORM 2100-VALIDATE-TRANS
               IF TRANS-IS-VALID AND DUP-FILE-IS-OPEN
                   PERFORM 2150-CHECK-DUPLICATE
               END-IF
               IF TRANS-IS-VALID
                   PERFORM 2200-EXECUTE-OPERATION
               END-IF
               END-IF
           END-IF.

      * a valid row whose origin, op code and operands (operand B as
      * keyed - the literal or the 'R'+code, not the resolved rate)
      * match a DUPHIST entry dated inside the set's look-back is a
      * suspected re-send: it rejects as E006 with the earlier
      * SR-SEQ-NUM in the reason text (layout AU-DUP-REASON) so
      * corrigerej can release it if the repeat is genuine. Rows of
      * a CORRIGRJ resubmission batch are never checked - an
      * operator already decided on them. A RESTART run does not
      * count an entry its own batch posted, since the rows after
      * the last checkpoint are being posted again on purpose.
       2150-CHECK-DUPLICATE.
           IF WS-LOTE-ORIGIN (WS-CUR-LOTE) NOT = "CORRIGRJ"
               PERFORM 2160-BUILD-DUP-KEY
               READ DUP-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DH-BUSINESS-DATE
                               NOT < WS-LOTE-DUP-FROM (WS-CUR-LOTE)
                           IF RESTART-RUN AND DH-BATCH-ID
                                   = WS-LOTE-ID (WS-CUR-LOTE)
                               CONTINUE
                           ELSE
                               PERFORM 2170-DUPLICATE-REJECT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2160-BUILD-DUP-KEY.
           MOVE WS-LOTE-ORIGIN (WS-CUR-LOTE) TO DH-ORIGIN
           MOVE "CALCULADORA" TO DH-SOURCE-PROGRAM
           MOVE CT-OP-CODE TO DH-OP-CODE
           MOVE CT-OPERAND-A TO DH-OPERAND-A
           MOVE CT-RATE-REF TO DH-OPERAND-B.

      * AU-INPUT-2 keeps a rate-coded operand B as keyed, the way
      * E005 does, so a released row reprices through RATETAB.
       2170-DUPLICATE-REJECT.
           MOVE 'N' TO WS-TRANS-VALID
           ADD 1 TO WS-RECORDS-DUP
           MOVE A TO WS-DISPLAY-CT-A
           MOVE WS-DISPLAY-CT-A TO WS-EDIT-1
           IF CT-HAS-RATE-CODE
               MOVE CT-RATE-REF TO WS-EDIT-2
           ELSE
               MOVE B TO WS-DISPLAY-CT-B
               MOVE WS-DISPLAY-CT-B TO WS-EDIT-2
           END-IF
           MOVE "E006" TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           STRING "DUPLICIDADE SUSPEITA SEQ " DH-RESULT-SEQ
               " OP " CT-OP-CODE
               DELIMITED BY SIZE INTO WS-REASON-TEXT
           PERFORM 3000-WRITE-AUDIT-REJECT.

      * WS-VALID-OP-CODES (key OPCODES) can only narrow which of the
      * seven EVALUATE branches below ('1'-'7') are accepted - it is a
      * restriction list, not a dispatch table, so it cannot be used
                       ON SIZE ERROR
                           PERFORM 2800-SIZE-ERROR-REJECT
                   NOT ON SIZE ERROR
                       MOVE SOMA TO WS-REV-RESULT
                       PERFORM 2600-POST-OR-HOLD
                   END-COMPUTE

               WHEN '2'
                       ON SIZE ERROR
                           PERFORM 2800-SIZE-ERROR-REJECT
                   NOT ON SIZE ERROR
                       MOVE SUB TO WS-REV-RESULT
                       PERFORM 2600-POST-OR-HOLD
                   END-COMPUTE

               WHEN '3'
                       ON SIZE ERROR
                           PERFORM 2800-SIZE-ERROR-REJECT
                   NOT ON SIZE ERROR
                       MOVE MULT TO WS-REV-RESULT
                       PERFORM 2600-POST-OR-HOLD
                   END-COMPUTE

               WHEN '4'
                           ON SIZE ERROR
                               PERFORM 2800-SIZE-ERROR-REJECT
                       NOT ON SIZE ERROR
                           MOVE DIV TO WS-REV-RESULT
                           PERFORM 2600-POST-OR-HOLD
                       END-COMPUTE
                   END-IF

                       ON SIZE ERROR
                           PERFORM 2800-SIZE-ERROR-REJECT
                   NOT ON SIZE ERROR
                       MOVE PERC TO WS-REV-RESULT
                       PERFORM 2600-POST-OR-HOLD
                   END-COMPUTE

               WHEN '6'
                       ON SIZE ERROR
                           PERFORM 2800-SIZE-ERROR-REJECT
                   NOT ON SIZE ERROR
                       MOVE POT TO WS-REV-RESULT
                       PERFORM 2600-POST-OR-HOLD
                   END-COMPUTE

      * RESTO is the remainder of A by B against the integer
                           ON SIZE ERROR
                               PERFORM 2800-SIZE-ERROR-REJECT
                       NOT ON SIZE ERROR
                           MOVE RESTO TO WS-REV-RESULT
                           PERFORM 2600-POST-OR-HOLD
                       END-DIVIDE
                   END-IF


           END-EVALUATE.

      * every computed result passes here on its way to the log: one
      * above the REVLIMn threshold of its op code is held in
      * REVQUEUE and reaches neither RESULTLOG nor the grand totals
      * nor the set's ORIGSTAT totals unless a reviewer releases it.
      * SUB is measured by its size either side of zero.
       2600-POST-OR-HOLD.
           MOVE 'N' TO WS-REV-HOLD-IND
           IF REV-FILE-IS-OPEN
               PERFORM 2610-CHECK-REVIEW-LIMIT
           END-IF
           PERFORM 2700-WRITE-DETAIL-LINE
           IF HOLD-FOR-REVIEW
               PERFORM 2650-HOLD-FOR-REVIEW
           ELSE
               PERFORM 2620-ADD-GRAND-TOTAL
               PERFORM 2750-WRITE-RESULT-ROW
               ADD 1 TO WS-RECORDS-PROCESSED
           END-IF.

       2610-CHECK-REVIEW-LIMIT.
           MOVE ESCOLHE TO WS-REV-OP-IDX
           IF WS-REV-RESULT < 0
               COMPUTE WS-REV-MAGNITUDE = 0 - WS-REV-RESULT
           ELSE
               MOVE WS-REV-RESULT TO WS-REV-MAGNITUDE
           END-IF
           IF WS-REV-LIMIT (WS-REV-OP-IDX) > 0
                   AND WS-REV-MAGNITUDE > WS-REV-LIMIT (WS-REV-OP-IDX)
               SET HOLD-FOR-REVIEW TO TRUE
           END-IF.

       2620-ADD-GRAND-TOTAL.
           EVALUATE ESCOLHE
               WHEN '1' ADD SOMA TO WS-TOTAL-SOMA
               WHEN '2' ADD SUB TO WS-TOTAL-SUB
               WHEN '3' ADD MULT TO WS-TOTAL-MULT
               WHEN '4' ADD DIV TO WS-TOTAL-DIV
               WHEN '5' ADD PERC TO WS-TOTAL-PERC
               WHEN '6' ADD POT TO WS-TOTAL-POT
               WHEN '7' ADD RESTO TO WS-TOTAL-RESTO
           END-EVALUATE.

      * the queue key is the set's batch ID plus the read ordinal
      * of the row (CT-SEQ-NUM itself may repeat), so a RESTART run
      * that reads the row again finds it already queued and leaves
      * it as it stands - held, or already reviewed. Any other run
      * that finds the key taken is a set sent again under the same
      * batch ID (an aborted run registers none): a still-held item
      * is replaced by this row, but one a reviewer already released
      * or refused is left alone and the row rejects as E008, so it
      * is never reported held without being in the queue.
       2650-HOLD-FOR-REVIEW.
           PERFORM 2745-PICK-EDIT-RESULT
           MOVE WS-LOTE-ID (WS-CUR-LOTE) TO RQ-BATCH-ID
           MOVE WS-RECORDS-READ TO RQ-READ-SEQ
           MOVE CT-SEQ-NUM TO RQ-BATCH-SEQ
           MOVE WS-LOTE-DATE (WS-CUR-LOTE) TO RQ-BUSINESS-DATE
           MOVE WS-LOTE-ORIGIN (WS-CUR-LOTE) TO RQ-ORIGIN
           MOVE ESCOLHE TO RQ-OP-CODE
           MOVE WS-OP-NAME TO RQ-OP-NAME
           MOVE A TO RQ-OPERAND-A
           MOVE B TO RQ-OPERAND-B
           MOVE CT-RATE-REF TO RQ-OPERAND-B-KEYED
           MOVE WS-REV-RESULT TO RQ-RESULT
           MOVE WS-EDIT-RESULT TO RQ-RESULT-EDIT
           MOVE WS-REV-LIMIT (WS-REV-OP-IDX) TO RQ-THRESHOLD
           MOVE 'H' TO RQ-STATUS
           MOVE FUNCTION CURRENT-DATE TO RQ-HELD-TS
           MOVE SPACES TO RQ-REVIEWER-ID
           MOVE SPACES TO RQ-REVIEW-TS
           MOVE 0 TO RQ-RESULT-SEQ
           MOVE 0 TO RQ-AUDIT-SEQ
           MOVE SPACES TO RQ-REVIEW-NOTE
           SET ROW-WAS-QUEUED TO TRUE
           WRITE REVIEW-QUEUE-RECORD
               INVALID KEY
                   IF NOT RESTART-RUN
                       PERFORM 2660-REQUEUE-HELD-ITEM
                   END-IF
           END-WRITE
           IF ROW-WAS-QUEUED
               ADD 1 TO WS-RECORDS-HELD
               ADD WS-REV-RESULT TO WS-HELD-VALUE
               ADD 1 TO WS-LOTE-HELD (WS-CUR-LOTE)
               MOVE SPACES TO REPORT-LINE
               STRING "SEQ " CT-SEQ-NUM
                   " RETIDO PARA REVISAO - ACIMA DO"
                   " LIMITE DA OPERACAO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'H' TO WS-ACK-STATUS
               MOVE 0 TO WS-ACK-SEQ
               MOVE WS-EDIT-RESULT TO WS-ACK-RESULT
               MOVE SPACES TO WS-ACK-REASON
               PERFORM 2850-WRITE-ACK-DETAIL
           ELSE
               PERFORM 2050-EDIT-INPUTS
               MOVE "E008" TO WS-REASON-CODE
               MOVE "REENVIO DE ITEM JA REVISADO NA REVQUEUE"
                   TO WS-REASON-TEXT
               PERFORM 3000-WRITE-AUDIT-REJECT
           END-IF.

      * the key is taken: reads the item under it and, if it is still
      * held, replaces it with the row being queued.
       2660-REQUEUE-HELD-ITEM.
           MOVE REVIEW-QUEUE-RECORD TO WS-REV-NEW-ITEM
           MOVE 'N' TO WS-REV-QUEUED-IND
           READ REVIEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RQ-HELD
                       MOVE WS-REV-NEW-ITEM TO REVIEW-QUEUE-RECORD
                       REWRITE REVIEW-QUEUE-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET ROW-WAS-QUEUED TO TRUE
                       END-REWRITE
                   END-IF
           END-READ.

      * edits the RESOLVED operands A and B, not the record fields:
      * by the time this runs a rate-coded CT-OPERAND-B is no longer
      * numeric and B already carries the value the table applied.
           MOVE B TO WS-DISPLAY-CT-B
           MOVE WS-DISPLAY-CT-B TO SR-INPUT-2
           MOVE WS-OP-NAME TO SR-OP-OR-CLASS
           PERFORM 2745-PICK-EDIT-RESULT
           MOVE WS-EDIT-RESULT TO SR-RESULT-VALUE
           MOVE WS-TIMESTAMP TO SR-TIMESTAMP
           MOVE WS-LOTE-ID (WS-CUR-LOTE) TO SR-BATCH-ID
           MOVE WS-LOTE-DATE (WS-CUR-LOTE) TO SR-BUSINESS-DATE
           WRITE SHARED-RESULT-RECORD
           MOVE 'P' TO WS-ACK-STATUS
           MOVE WS-RESULT-SEQ TO WS-ACK-SEQ
           MOVE WS-EDIT-RESULT TO WS-ACK-RESULT
           MOVE SPACES TO WS-ACK-REASON
           PERFORM 2850-WRITE-ACK-DETAIL
           PERFORM 2755-ADD-LOTE-OP-TOTAL
           IF WS-LOTE-ID (WS-CUR-LOTE) (1:2) = "RC"
               PERFORM 2780-WRITE-RESULT-XREF
           END-IF
           IF DUP-FILE-IS-OPEN
                   AND WS-LOTE-ORIGIN (WS-CUR-LOTE) NOT = "CORRIGRJ"
               PERFORM 2790-RECORD-DUP-HIST
           END-IF.

      * the edited result 2700 left for the operation, as it goes to
      * SR-RESULT-VALUE (or is kept for it in REVQUEUE).
       2745-PICK-EDIT-RESULT.
           EVALUATE WS-OP-NAME
               WHEN "SOMA" MOVE WS-EDIT-SOMA TO WS-EDIT-RESULT
               WHEN "SUB"  MOVE WS-EDIT-SUB TO WS-EDIT-RESULT
               WHEN "PERC" MOVE WS-EDIT-PERC TO WS-EDIT-RESULT
               WHEN "POT"  MOVE WS-EDIT-POT TO WS-EDIT-RESULT
               WHEN "RESTO" MOVE WS-EDIT-RESTO TO WS-EDIT-RESULT
           END-EVALUATE.

      * the set's result total per op code, for its ORIGSTAT row.
       2755-ADD-LOTE-OP-TOTAL.
           EVALUATE ESCOLHE
               WHEN '1'
                   ADD SOMA TO WS-LOTE-OP-TOTAL (WS-CUR-LOTE 1)
               WHEN '2'
                   ADD SUB TO WS-LOTE-OP-TOTAL (WS-CUR-LOTE 2)
               WHEN '3'
                   ADD MULT TO WS-LOTE-OP-TOTAL (WS-CUR-LOTE 3)
               WHEN '4'
                   ADD DIV TO WS-LOTE-OP-TOTAL (WS-CUR-LOTE 4)
               WHEN '5'
                   ADD PERC TO WS-LOTE-OP-TOTAL (WS-CUR-LOTE 5)
               WHEN '6'
                   ADD POT TO WS-LOTE-OP-TOTAL (WS-CUR-LOTE 6)
               WHEN '7'
                   ADD RESTO TO WS-LOTE-OP-TOTAL (WS-CUR-LOTE 7)
           END-EVALUATE.

      * closes the lineage chain for a corrected reject: when the
      * row being processed belongs to a resubmission batch ("RC"
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
                   REWRITE CTL-PARAM-RECORD
           END-READ.

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
                   MOVE CT-SEQ-NUM TO AK-VIA-SEQ
                   WRITE ACK-RECORD
               END-IF
           END-IF.

       2855-FILL-ACK-DETAIL.
           MOVE SPACES TO AK-BODY
           MOVE CT-SEQ-NUM TO AK-DETAIL-SEQ
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
                       AND WS-FUP-SEQ (WS-FUP-IDX) = CT-SEQ-NUM
                   SET FUP-FOUND TO TRUE
                   MOVE WS-FUP-IDX TO WS-FUP-HIT
               END-IF
           END-PERFORM.

       2800-SIZE-ERROR-REJECT.
           PERFORM 2050-EDIT-INPUTS
           MOVE "E004" TO WS-REASON-CODE
               MOVE WS-RECORDS-READ TO CK-LAST-SEQ-PROCESSED
               MOVE WS-RECORDS-PROCESSED TO CK-RECORDS-PROCESSED
               MOVE WS-RECORDS-REJECTED TO CK-RECORDS-REJECTED
               MOVE WS-RECORDS-HELD TO CK-RECORDS-HELD
               MOVE WS-HELD-VALUE TO CK-HELD-VALUE
               MOVE WS-TOTAL-SOMA TO CK-TOTAL-SOMA
               MOVE WS-TOTAL-SUB TO CK-TOTAL-SUB
               MOVE WS-TOTAL-MULT TO CK-TOTAL-MULT
           MOVE WS-EDIT-2 TO AU-INPUT-2
           MOVE WS-TIMESTAMP TO AU-TIMESTAMP
           MOVE 'N' TO AU-RESOLVED-FLAG
           MOVE WS-LOTE-ID (WS-CUR-LOTE) TO AU-BATCH-ID
           MOVE WS-LOTE-DATE (WS-CUR-LOTE) TO AU-BUSINESS-DATE
           WRITE AUDIT-RECORD

           MOVE SPACES TO REPORT-LINE
           STRING "SEQ " CT-SEQ-NUM " REJEITADO: " WS-REASON-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'R' TO WS-ACK-STATUS
           MOVE WS-AUDIT-SEQ TO WS-ACK-SEQ
           MOVE SPACES TO WS-ACK-RESULT
           MOVE WS-REASON-CODE TO WS-ACK-REASON
           PERFORM 2850-WRITE-ACK-DETAIL.

       4000-WRITE-TRAILER.
           IF NOT BATCH-IS-OK
           STRING "TRANSACOES REJEITADAS: " WS-RECORDS-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF DUP-FILE-IS-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING "  DAS QUAIS DUPLICIDADE SUSPEITA: "
                   WS-RECORDS-DUP
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF REVIEW-IS-ON
               PERFORM 4100-WRITE-REVIEW-TOTALS
           END-IF
           MOVE "=============================="
               TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "LIDOS=" WS-RECORDS-READ
               " PROCESSADOS=" WS-RECORDS-PROCESSED
               " REJEITADOS=" WS-RECORDS-REJECTED
               " RETIDOS=" WS-RECORDS-HELD
               " PULADOS(RESTART)=" WS-RECORDS-SKIPPED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > WS-LOTES-USED.

      * the run's own held rows, then REVQUEUE as it stands for the
      * business date: rows still waiting, and what reviewers have
      * released to RESULTLOG or refused to AUDITLOG so far, so the
      * posted totals plus the queue account for every row computed.
       4100-WRITE-REVIEW-TOTALS.
           MOVE WS-HELD-VALUE TO WS-EDIT-REV-VALUE
           MOVE SPACES TO REPORT-LINE
           STRING "RETIDOS PARA REVISAO: " WS-RECORDS-HELD
               " VALOR=" WS-EDIT-REV-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF REV-FILE-IS-OPEN
               PERFORM 4150-TOTAL-REVIEW-QUEUE
               MOVE SPACES TO REPORT-LINE
               STRING "FILA DE REVISAO DE " WS-BUSINESS-DATE ":"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-QUEUE-HELD-VALUE TO WS-EDIT-REV-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING "  AGUARDANDO: " WS-QUEUE-HELD
                   " VALOR=" WS-EDIT-REV-VALUE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-QUEUE-REL-VALUE TO WS-EDIT-REV-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING "  LIBERADOS.: " WS-QUEUE-RELEASED
                   " VALOR=" WS-EDIT-REV-VALUE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-QUEUE-REF-VALUE TO WS-EDIT-REV-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING "  RECUSADOS.: " WS-QUEUE-REFUSED
                   " VALOR=" WS-EDIT-REV-VALUE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4150-TOTAL-REVIEW-QUEUE.
           MOVE LOW-VALUES TO RQ-KEY
           MOVE 'N' TO WS-REV-EOF-IND
           START REVIEW-FILE KEY IS >= RQ-KEY
               INVALID KEY
                   SET REV-EOF TO TRUE
           END-START
           PERFORM 4160-READ-REVIEW-QUEUE UNTIL REV-EOF.

       4160-READ-REVIEW-QUEUE.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   SET REV-EOF TO TRUE
               NOT AT END
                   IF RQ-BUSINESS-DATE = WS-BUSINESS-DATE
                       EVALUATE TRUE
                           WHEN RQ-HELD
                               ADD 1 TO WS-QUEUE-HELD
                               ADD RQ-RESULT TO WS-QUEUE-HELD-VALUE
                           WHEN RQ-RELEASED
                               ADD 1 TO WS-QUEUE-RELEASED
                               ADD RQ-RESULT TO WS-QUEUE-REL-VALUE
                           WHEN RQ-REFUSED
                               ADD 1 TO WS-QUEUE-REFUSED
                               ADD RQ-RESULT TO WS-QUEUE-REF-VALUE
                       END-EVALUATE
                   END-IF
           END-READ.

       4200-WRITE-LOTE-RECON.
           MOVE SPACES TO REPORT-LINE
           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
                   " LIDOS=" WS-LOTE-READ (WS-LOTE-IDX)
                   " PROCESSADOS=" WS-LOTE-PROCESSED (WS-LOTE-IDX)
                   " REJEITADOS=" WS-LOTE-REJECTED (WS-LOTE-IDX)
                   " RETIDOS=" WS-LOTE-HELD (WS-LOTE-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "LOTE " WS-LOTE-ID (WS-LOTE-IDX)
           WRITE REPORT-LINE.

      * an aborted run registers NO batch, so every batch ID in the
      * file can be resubmitted once the garbage file is fixed; for
      * the same reason it leaves no held item of its sets behind in
      * REVQUEUE, where a reviewer could still release it and where
      * estornolote, with no registration to go by, could not reach
      * it.
       5000-TERMINATE.
           IF NOT RUN-ABORTED
               PERFORM 5100-REGISTER-BATCH
                   VARYING WS-LOTE-IDX FROM 1 BY 1
                   UNTIL WS-LOTE-IDX > WS-LOTES-USED
           ELSE
               IF REV-FILE-IS-OPEN
                   PERFORM 5050-DROP-ABORTED-HOLDS
               END-IF
           END-IF
           PERFORM 5200-PUBLISH-STATS
           PERFORM 5300-APPEND-STAT-HIST
           PERFORM 5400-APPEND-ORIGIN-STAT
           PERFORM 5500-WRITE-ACK-TRAILER
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > WS-LOTES-USED
           CLOSE ACK-FILE
           CLOSE CALC-TRANS-FILE
           CLOSE CALC-REPORT-FILE
           CLOSE AUDIT-FILE
           IF RATE-FILE-IS-OPEN
               CLOSE RATE-FILE
           END-IF
           IF DUP-FILE-IS-OPEN
               CLOSE DUP-HIST-FILE
           END-IF
           IF REV-FILE-IS-OPEN
               CLOSE REVIEW-FILE
           END-IF
           IF ORIG-FILE-IS-OPEN
               CLOSE ORIGIN-FILE
           END-IF
           CLOSE CTL-PARAM-FILE.

      * deletes every still-held REVQUEUE item of an accepted set of
      * the run - the ones this run queued and, on a RESTART, the
      * ones the interrupted run queued before it. Items a reviewer
      * already released or refused are left as they stand.
       5050-DROP-ABORTED-HOLDS.
           MOVE 0 TO WS-HOLDS-DROPPED
           MOVE LOW-VALUES TO RQ-KEY
           MOVE 'N' TO WS-REV-EOF-IND
           START REVIEW-FILE KEY IS >= RQ-KEY
               INVALID KEY
                   SET REV-EOF TO TRUE
           END-START
           PERFORM 5060-DROP-ONE-HOLD UNTIL REV-EOF
           PERFORM VARYING WS-LOTE-IDX FROM 1 BY 1
                   UNTIL WS-LOTE-IDX > WS-LOTES-USED
               MOVE 0 TO WS-LOTE-HELD (WS-LOTE-IDX)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "REVQUEUE: " WS-HOLDS-DROPPED
               " ITENS RETIDOS REMOVIDOS - LOTE ABORTADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5060-DROP-ONE-HOLD.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   SET REV-EOF TO TRUE
               NOT AT END
                   IF RQ-HELD
                       MOVE 'N' TO WS-REV-DROP-IND
                       PERFORM VARYING WS-LOTE-IDX FROM 1 BY 1
                               UNTIL WS-LOTE-IDX > WS-LOTES-USED
                           IF WS-LOTE-OK (WS-LOTE-IDX) = 'Y'
                              AND RQ-BATCH-ID = WS-LOTE-ID (WS-LOTE-IDX)
                              AND RQ-BUSINESS-DATE
                                  = WS-LOTE-DATE (WS-LOTE-IDX)
                               SET DROP-HELD-ITEM TO TRUE
                           END-IF
                       END-PERFORM
                       IF DROP-HELD-ITEM
                           DELETE REVIEW-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-HOLDS-DROPPED
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

      * each accepted set is registered only after the whole run went
      * to completion, so a crashed run can still be RESTARTed under
      * the same batch IDs.
               MOVE SPACES TO CP-PARM-VALUE
               MOVE WS-LOTE-DATE (WS-LOTE-IDX)
                   TO CP-PARM-VALUE (1:8)
               MOVE WS-LOTE-ORIGIN (WS-LOTE-IDX)
                   TO CP-PARM-VALUE (9:8)
               MOVE "LOTE CALCTRAN JA PROCESSADO" TO CP-PARM-DESC
               WRITE CTL-PARAM-RECORD
                   INVALID KEY
           MOVE WS-TIMESTAMP TO ST-TIMESTAMP
           WRITE STAT-HIST-RECORD
           CLOSE STAT-HIST-FILE.

      * one ORIGSTAT row per tabled set, accepted or not, so the
      * per-origin report sees every batch an origin sent; a set
      * of an aborted run is marked 'X' and does not count against
      * the origin's limits, since it was not registered and may be
      * sent again.
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
           MOVE "CALCULADORA" TO OS-PROGRAM
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
           MOVE WS-LOTE-HELD (WS-LOTE-IDX) TO OS-RECORDS-HELD
           PERFORM VARYING WS-ORIG-OP-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-OP-IDX > 7
               MOVE WS-LOTE-OP-TOTAL (WS-LOTE-IDX WS-ORIG-OP-IDX)
                   TO OS-OP-TOTAL (WS-ORIG-OP-IDX)
           END-PERFORM
           MOVE WS-TIMESTAMP TO OS-TIMESTAMP
           WRITE ORIGIN-STAT-RECORD.

      * the closing 'T' row per set: the final status (an accepted set
      * of a run the reject-rate breaker aborted goes as 'X', to be
      * sent again), the set's own count and hash, and the rows this
      * run acknowledged. A RESTART run counts only the rows after
      * the checkpoint; the earlier ones were acknowledged by the
      * interrupted run. The held count of an aborted run is zero:
      * 5050 took its held items back out of REVQUEUE.
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
               MOVE WS-LOTE-HELD (WS-LOTE-IDX) TO AK-HELD-COUNT
               WRITE ACK-RECORD
           END-IF.
