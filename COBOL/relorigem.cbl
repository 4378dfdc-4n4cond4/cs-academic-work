       IDENTIFICATION DIVISION.
       PROGRAM-ID. relorigem.

      *****************************************************
      * RELATORIO POR ORIGEM - nightly activity report per *
      * origin system.                                      *
      *                                                     *
      * Reads the ORIGSTAT activity file (ORIGSTAT.cpy)     *
      * that calculadora, second and montalote append one   *
      * row per batch set to, and prints per business date  *
      * and OS-ORIGIN: batch sets received, accepted,       *
      * refused, aborted and backed out (estornolote),      *
      * detail rows received, records processed and         *
      * rejected, and the result totals per operation       *
      * (SOMA..RESTO) plus the NUM value total of the sets  *
      * second took. Rows calculadora held for review are   *
      * followed up in REVQUEUE (REVQUEUE.cpy) by origin    *
      * and business date: a released item counts as        *
      * processed and in its operation total, a refused one *
      * as rejected, and the ones still held are shown      *
      * apart, so the origin's rows add up to those         *
      * received. The business date range comes from the    *
      * command line (AAAAMMDD, or AAAAMMDD AAAAMMDD for a  *
      * range); without one the latest business date in the *
      * file is reported, which is the night just run. The  *
      * refused sets are listed one by one with their       *
      * reason so the origin can be called the same         *
      * morning.                                            *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGIN-STAT-FILE ASSIGN TO "ORIGSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OST-FILE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT ORIGIN-REPORT-FILE ASSIGN TO "ORIGRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGIN-STAT-FILE.
       COPY "copybooks/ORIGSTAT.cpy".

       FD  REVIEW-FILE.
       COPY "copybooks/REVQUEUE.cpy".

       FD  ORIGIN-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-EOF-STAT              PIC X VALUE 'N'.
           88 STAT-EOF              VALUE 'Y'.
       01  WS-OST-FILE-STATUS       PIC XX.
           88 OST-FILE-STATUS-OK    VALUE "00".
       01  WS-ERRO-ABERTURA         PIC X VALUE 'N'.
           88 ERRO-ABERTURA         VALUE 'Y'.
       01  WS-REV-FILE-STATUS       PIC XX.
           88 REV-FILE-STATUS-OK    VALUE "00".
       01  WS-EOF-REV               PIC X VALUE 'N'.
           88 REV-EOF               VALUE 'Y'.
       01  WS-REV-OP                PIC 9.

       01  WS-CMD-LINE              PIC X(80) VALUE SPACES.
       01  WS-DATE-FROM             PIC 9(8) VALUE 0.
       01  WS-DATE-TO               PIC 9(8) VALUE 0.
       01  WS-LATEST-IND            PIC X VALUE 'N'.
           88 REPORT-LATEST         VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-ROWS-READ          PIC 9(6) VALUE 0.
           05 WS-ROWS-USED          PIC 9(6) VALUE 0.
           05 WS-SETS-REFUSED       PIC 9(6) VALUE 0.

      * one slot per business date + origin, kept in date+origin
      * order by insertion the way resumodiario keeps its breaks, so
      * the report needs no sort step.
       01  WS-ORIG-TABLE.
           05 WS-ORG-ENTRY OCCURS 100 TIMES.
              10 WS-ORG-DATE        PIC 9(8).
              10 WS-ORG-ORIGIN      PIC X(8).
              10 WS-ORG-SETS        PIC 9(6).
              10 WS-ORG-ACCEPTED    PIC 9(6).
              10 WS-ORG-REFUSED     PIC 9(6).
              10 WS-ORG-ABORTED     PIC 9(6).
              10 WS-ORG-BACKED-OUT  PIC 9(6).
              10 WS-ORG-DETAILS     PIC 9(8).
              10 WS-ORG-PROCESSED   PIC 9(8).
              10 WS-ORG-REJECTED    PIC 9(8).
              10 WS-ORG-HELD        PIC 9(8).
              10 WS-ORG-Q-HELD      PIC 9(8).
              10 WS-ORG-Q-RELEASED  PIC 9(8).
              10 WS-ORG-Q-REFUSED   PIC 9(8).
              10 WS-ORG-NUM-TOTAL   PIC 9(12)V99.
              10 WS-ORG-OP-TOTAL    PIC S9(14)V99 OCCURS 7 TIMES.
       01  WS-ORG-USED              PIC 9(3) VALUE 0.
       01  WS-ORG-IDX               PIC 9(3).
       01  WS-INS-POS               PIC 9(3).
       01  WS-SHIFT-IDX             PIC 9(3).
       01  WS-OP-IDX                PIC 9(2).
       01  WS-ORG-FOUND             PIC X VALUE 'N'.
           88 ORG-WAS-FOUND         VALUE 'Y'.
       01  WS-ORG-OVERFLOW          PIC X VALUE 'N'.
           88 ORG-OVERFLOW          VALUE 'Y'.

      * refused sets, listed after the totals
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 100 TIMES.
              10 WS-REF-DATE        PIC 9(8).
              10 WS-REF-ORIGIN      PIC X(8).
              10 WS-REF-PROGRAM     PIC X(12).
              10 WS-REF-BATCH-ID    PIC X(8).
              10 WS-REF-TEXT        PIC X(40).
       01  WS-REF-USED              PIC 9(3) VALUE 0.
       01  WS-REF-IDX               PIC 9(3).

       01  WS-OP-NAMES              PIC X(42) VALUE
           "SOMA  SUB   MULT  DIV   PERC  POT   RESTO ".
       01  WS-OP-NAME-TABLE REDEFINES WS-OP-NAMES.
           05 WS-OP-NAME            PIC X(6) OCCURS 7 TIMES.

       01  WS-PREV-DATE             PIC 9(8) VALUE 0.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.
       01  WS-EDIT-COUNT-2          PIC ZZZZZ9.
       01  WS-EDIT-COUNT-3          PIC ZZZZZ9.
       01  WS-EDIT-COUNT-4          PIC ZZZZZ9.
       01  WS-EDIT-COUNT-5          PIC ZZZZZ9.
       01  WS-EDIT-BIG              PIC ZZZZZZZ9.
       01  WS-EDIT-BIG-2            PIC ZZZZZZZ9.
       01  WS-EDIT-BIG-3            PIC ZZZZZZZ9.
       01  WS-EDIT-BIG-4            PIC ZZZZZZZ9.
       01  WS-EDIT-TOTAL            PIC -Z(13)9.99.

       PROCEDURE DIVISION.

      * ends with GOBACK rather than STOP RUN so the nightly driver
      * (rodanoite) can CALL this program as a STEPDEF step and
      * regain control; a standalone run behaves exactly as before.
      * Return code: 0 clean, 4 when some origin had a batch set
      * refused, 12 when ORIGSTAT could not be opened.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-STAT UNTIL STAT-EOF
           IF WS-ORG-USED > 0
               PERFORM 3000-FOLLOW-REVIEW-QUEUE
           END-IF
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-TERMINATE
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 12 TO RETURN-CODE
               WHEN WS-SETS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE (1:8) NUMERIC
               MOVE WS-CMD-LINE (1:8) TO WS-DATE-FROM
               IF WS-CMD-LINE (10:8) NUMERIC
                   MOVE WS-CMD-LINE (10:8) TO WS-DATE-TO
               ELSE
                   MOVE WS-DATE-FROM TO WS-DATE-TO
               END-IF
           ELSE
               SET REPORT-LATEST TO TRUE
           END-IF
           OPEN INPUT ORIGIN-STAT-FILE
           IF NOT OST-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR ORIGSTAT, STATUS="
                   WS-OST-FILE-STATUS
               SET STAT-EOF TO TRUE
               SET ERRO-ABERTURA TO TRUE
           END-IF
           OPEN OUTPUT ORIGIN-REPORT-FILE
           PERFORM 1200-READ-STAT.

       1200-READ-STAT.
           READ ORIGIN-STAT-FILE
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

      * with no date given, a row for a later business date than any
      * seen so far starts the tables over, so at end of file only
      * the latest date is left in them.
       2000-PROCESS-STAT.
           IF REPORT-LATEST AND OS-BUSINESS-DATE > WS-DATE-TO
               MOVE OS-BUSINESS-DATE TO WS-DATE-FROM
               MOVE OS-BUSINESS-DATE TO WS-DATE-TO
               MOVE 0 TO WS-ORG-USED
               MOVE 0 TO WS-REF-USED
               MOVE 0 TO WS-ROWS-USED
               MOVE 0 TO WS-SETS-REFUSED
               MOVE 'N' TO WS-ORG-OVERFLOW
           END-IF
           IF OS-BUSINESS-DATE NOT < WS-DATE-FROM
                   AND OS-BUSINESS-DATE NOT > WS-DATE-TO
               ADD 1 TO WS-ROWS-USED
               PERFORM 2100-ACCUMULATE-ORIGIN
               IF OS-SET-REFUSED
                   ADD 1 TO WS-SETS-REFUSED
                   PERFORM 2300-TABLE-REFUSED-SET
               END-IF
           END-IF
           PERFORM 1200-READ-STAT.

       2100-ACCUMULATE-ORIGIN.
           MOVE 'N' TO WS-ORG-FOUND
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USED OR ORG-WAS-FOUND
               IF WS-ORG-DATE (WS-ORG-IDX) = OS-BUSINESS-DATE
                       AND WS-ORG-ORIGIN (WS-ORG-IDX) = OS-ORIGIN
                   SET ORG-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ORG-WAS-FOUND
               SUBTRACT 1 FROM WS-ORG-IDX
           ELSE
               IF WS-ORG-USED < 100
                   PERFORM 2200-INSERT-ORIGIN-ENTRY
                   MOVE WS-INS-POS TO WS-ORG-IDX
               ELSE
                   SET ORG-OVERFLOW TO TRUE
                   MOVE 0 TO WS-ORG-IDX
               END-IF
           END-IF
           IF WS-ORG-IDX > 0
               ADD 1 TO WS-ORG-SETS (WS-ORG-IDX)
               IF OS-SET-BACKED-OUT
                   PERFORM 2150-ACCUMULATE-BACKED-OUT
               ELSE
                   PERFORM 2160-ACCUMULATE-POSTED
               END-IF
           END-IF.

      * a backed-out set's rows are no longer in the logs, so only
      * the set and the detail rows it brought are counted.
       2150-ACCUMULATE-BACKED-OUT.
           ADD 1 TO WS-ORG-BACKED-OUT (WS-ORG-IDX)
           ADD OS-DETAIL-COUNT TO WS-ORG-DETAILS (WS-ORG-IDX).

       2160-ACCUMULATE-POSTED.
           EVALUATE TRUE
               WHEN OS-SET-ACCEPTED
                   ADD 1 TO WS-ORG-ACCEPTED (WS-ORG-IDX)
               WHEN OS-SET-REFUSED
                   ADD 1 TO WS-ORG-REFUSED (WS-ORG-IDX)
               WHEN OTHER
                   ADD 1 TO WS-ORG-ABORTED (WS-ORG-IDX)
           END-EVALUATE
           ADD OS-DETAIL-COUNT TO WS-ORG-DETAILS (WS-ORG-IDX)
           ADD OS-RECORDS-PROCESSED
               TO WS-ORG-PROCESSED (WS-ORG-IDX)
           ADD OS-RECORDS-REJECTED TO WS-ORG-REJECTED (WS-ORG-IDX)
           ADD OS-RECORDS-HELD TO WS-ORG-HELD (WS-ORG-IDX)
           IF OS-PROGRAM = "SECOND" AND OS-SET-ACCEPTED
               ADD OS-HASH-TOTAL TO WS-ORG-NUM-TOTAL (WS-ORG-IDX)
           END-IF
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 7
               ADD OS-OP-TOTAL (WS-OP-IDX)
                   TO WS-ORG-OP-TOTAL (WS-ORG-IDX WS-OP-IDX)
           END-PERFORM.

      * new date+origin pairs go in date, then origin, order.
       2200-INSERT-ORIGIN-ENTRY.
           MOVE 0 TO WS-INS-POS
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USED
                       OR WS-INS-POS > 0
               IF WS-ORG-DATE (WS-ORG-IDX) > OS-BUSINESS-DATE
                       OR (WS-ORG-DATE (WS-ORG-IDX) = OS-BUSINESS-DATE
                           AND WS-ORG-ORIGIN (WS-ORG-IDX) > OS-ORIGIN)
                   MOVE WS-ORG-IDX TO WS-INS-POS
               END-IF
           END-PERFORM
           IF WS-INS-POS = 0
               COMPUTE WS-INS-POS = WS-ORG-USED + 1
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-ORG-USED BY -1
                   UNTIL WS-SHIFT-IDX < WS-INS-POS
               MOVE WS-ORG-ENTRY (WS-SHIFT-IDX)
                   TO WS-ORG-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-ORG-USED
           INITIALIZE WS-ORG-ENTRY (WS-INS-POS)
           MOVE OS-BUSINESS-DATE TO WS-ORG-DATE (WS-INS-POS)
           MOVE OS-ORIGIN TO WS-ORG-ORIGIN (WS-INS-POS).

       2300-TABLE-REFUSED-SET.
           IF WS-REF-USED < 100
               ADD 1 TO WS-REF-USED
               MOVE OS-BUSINESS-DATE TO WS-REF-DATE (WS-REF-USED)
               MOVE OS-ORIGIN TO WS-REF-ORIGIN (WS-REF-USED)
               MOVE OS-PROGRAM TO WS-REF-PROGRAM (WS-REF-USED)
               MOVE OS-BATCH-ID TO WS-REF-BATCH-ID (WS-REF-USED)
               MOVE OS-REJ-TEXT TO WS-REF-TEXT (WS-REF-USED)
           END-IF.

      * a site where no review threshold was ever set has no
      * REVQUEUE, and nothing is followed up. Items of a backed-out
      * set or of an aborted run are no longer in the queue, so an
      * item found belongs to a set counted above; one whose date and
      * origin have no slot (outside the range, or past the table)
      * is left out.
       3000-FOLLOW-REVIEW-QUEUE.
           OPEN INPUT REVIEW-FILE
           IF REV-FILE-STATUS-OK
               PERFORM 3100-READ-REVIEW-ITEM UNTIL REV-EOF
               CLOSE REVIEW-FILE
           END-IF.

       3100-READ-REVIEW-ITEM.
           READ REVIEW-FILE
               AT END
                   SET REV-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-ORG-FOUND
                   PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                           UNTIL WS-ORG-IDX > WS-ORG-USED
                               OR ORG-WAS-FOUND
                       IF WS-ORG-DATE (WS-ORG-IDX) = RQ-BUSINESS-DATE
                          AND WS-ORG-ORIGIN (WS-ORG-IDX) = RQ-ORIGIN
                           SET ORG-WAS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF ORG-WAS-FOUND
                       SUBTRACT 1 FROM WS-ORG-IDX
                       PERFORM 3200-ACCUMULATE-REVIEW-ITEM
                   END-IF
           END-READ.

      * a released item was posted to RESULTLOG by revisavalor and a
      * refused one went to AUDITLOG as E007, so they join the
      * processed and rejected rows of the origin.
       3200-ACCUMULATE-REVIEW-ITEM.
           EVALUATE TRUE
               WHEN RQ-HELD
                   ADD 1 TO WS-ORG-Q-HELD (WS-ORG-IDX)
               WHEN RQ-RELEASED
                   ADD 1 TO WS-ORG-Q-RELEASED (WS-ORG-IDX)
                   ADD 1 TO WS-ORG-PROCESSED (WS-ORG-IDX)
                   IF RQ-OP-CODE NOT < '1' AND RQ-OP-CODE NOT > '7'
                       MOVE RQ-OP-CODE TO WS-REV-OP
                       ADD RQ-RESULT
                           TO WS-ORG-OP-TOTAL (WS-ORG-IDX WS-REV-OP)
                   END-IF
               WHEN RQ-REFUSED
                   ADD 1 TO WS-ORG-Q-REFUSED (WS-ORG-IDX)
                   ADD 1 TO WS-ORG-REJECTED (WS-ORG-IDX)
           END-EVALUATE.

       4000-WRITE-REPORT.
           MOVE "RELATORIO DE ATIVIDADE POR ORIGEM" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATAS DE NEGOCIO " WS-DATE-FROM " A " WS-DATE-TO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-PREV-DATE
           PERFORM 4100-WRITE-ORIGIN-BLOCK
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-USED
           IF ORG-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "EXCESSO DE ORIGENS - DEMAIS NAO TOTALIZADAS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 4300-WRITE-REFUSED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LINHAS LIDAS=" WS-ROWS-READ
               " NO PERIODO=" WS-ROWS-USED
               " LOTES RECUSADOS=" WS-SETS-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4100-WRITE-ORIGIN-BLOCK.
           IF WS-ORG-DATE (WS-ORG-IDX) NOT = WS-PREV-DATE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "DATA DE NEGOCIO " WS-ORG-DATE (WS-ORG-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-ORG-DATE (WS-ORG-IDX) TO WS-PREV-DATE
           END-IF
           MOVE WS-ORG-SETS (WS-ORG-IDX) TO WS-EDIT-COUNT
           MOVE WS-ORG-ACCEPTED (WS-ORG-IDX) TO WS-EDIT-COUNT-2
           MOVE WS-ORG-REFUSED (WS-ORG-IDX) TO WS-EDIT-COUNT-3
           MOVE WS-ORG-ABORTED (WS-ORG-IDX) TO WS-EDIT-COUNT-4
           MOVE WS-ORG-BACKED-OUT (WS-ORG-IDX) TO WS-EDIT-COUNT-5
           MOVE SPACES TO REPORT-LINE
           STRING "  ORIGEM " WS-ORG-ORIGIN (WS-ORG-IDX)
               " LOTES=" WS-EDIT-COUNT
               " ACEITOS=" WS-EDIT-COUNT-2
               " RECUSADOS=" WS-EDIT-COUNT-3
               " ABORTADOS=" WS-EDIT-COUNT-4
               " ESTORNADOS=" WS-EDIT-COUNT-5
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ORG-DETAILS (WS-ORG-IDX) TO WS-EDIT-BIG
           MOVE WS-ORG-PROCESSED (WS-ORG-IDX) TO WS-EDIT-BIG-2
           MOVE WS-ORG-REJECTED (WS-ORG-IDX) TO WS-EDIT-BIG-3
           MOVE WS-ORG-Q-HELD (WS-ORG-IDX) TO WS-EDIT-BIG-4
           MOVE SPACES TO REPORT-LINE
           STRING "    REGISTROS RECEBIDOS=" WS-EDIT-BIG
               " PROCESSADOS=" WS-EDIT-BIG-2
               " REJEITADOS=" WS-EDIT-BIG-3
               " RETIDOS=" WS-EDIT-BIG-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ORG-HELD (WS-ORG-IDX) > 0
                   OR WS-ORG-Q-HELD (WS-ORG-IDX) > 0
                   OR WS-ORG-Q-RELEASED (WS-ORG-IDX) > 0
                   OR WS-ORG-Q-REFUSED (WS-ORG-IDX) > 0
               PERFORM 4120-WRITE-REVIEW-LINE
           END-IF
           PERFORM 4150-WRITE-OP-TOTAL
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > 7
           IF WS-ORG-NUM-TOTAL (WS-ORG-IDX) NOT = 0
               MOVE WS-ORG-NUM-TOTAL (WS-ORG-IDX) TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "    NUM    TOTAL=" WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * the rows the origin's sets had held for review, and where
      * they stand now; the released and refused ones are already in
      * PROCESSADOS and REJEITADOS above.
       4120-WRITE-REVIEW-LINE.
           MOVE WS-ORG-HELD (WS-ORG-IDX) TO WS-EDIT-BIG
           MOVE WS-ORG-Q-RELEASED (WS-ORG-IDX) TO WS-EDIT-BIG-2
           MOVE WS-ORG-Q-REFUSED (WS-ORG-IDX) TO WS-EDIT-BIG-3
           MOVE WS-ORG-Q-HELD (WS-ORG-IDX) TO WS-EDIT-BIG-4
           MOVE SPACES TO REPORT-LINE
           STRING "    REVISAO: RETIDOS=" WS-EDIT-BIG
               " LIBERADOS=" WS-EDIT-BIG-2
               " RECUSADOS=" WS-EDIT-BIG-3
               " AGUARDANDO=" WS-EDIT-BIG-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4150-WRITE-OP-TOTAL.
           IF WS-ORG-OP-TOTAL (WS-ORG-IDX WS-OP-IDX) NOT = 0
               MOVE WS-ORG-OP-TOTAL (WS-ORG-IDX WS-OP-IDX)
                   TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "    " WS-OP-NAME (WS-OP-IDX)
                   " TOTAL=" WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4300-WRITE-REFUSED.
           IF WS-REF-USED > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "LOTES RECUSADOS" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 4350-WRITE-REFUSED-LINE
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-USED
           END-IF.

       4350-WRITE-REFUSED-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-REF-DATE (WS-REF-IDX)
               " " WS-REF-ORIGIN (WS-REF-IDX)
               " " WS-REF-PROGRAM (WS-REF-IDX)
               " LOTE " WS-REF-BATCH-ID (WS-REF-IDX)
               " " WS-REF-TEXT (WS-REF-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE ORIGIN-STAT-FILE
           CLOSE ORIGIN-REPORT-FILE.
