      * missing result row is caught the same morning.       *
      * SR-RESULT-VALUE is display-edited X(15), so totals   *
      * are accumulated through FUNCTION NUMVAL.             *
      * A closing section totals the high-value review queue *
      * (REVQUEUE.cpy): results still held for a reviewer,   *
      * and those released (already inside the totals above) *
      * or refused to AUDITLOG as E007 for the business      *
      * dates RESULTLOG covers, so the calculadora rows the  *
      * log does not show are accounted for.                 *
      *****************************************************

       ENVIRONMENT DIVISION.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "RESUMORPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REVIEW-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  SUMMARY-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD  REVIEW-FILE.
       COPY "copybooks/REVQUEUE.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

           88 RESULT-FILE-STATUS-OK VALUE "00".
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".
       01  WS-REV-FILE-STATUS       PIC XX.
           88 REV-FILE-STATUS-OK    VALUE "00".
       01  WS-REV-EOF-IND           PIC X VALUE 'N'.
           88 REV-EOF               VALUE 'Y'.

      * review-queue totals by RQ-STATUS; released and refused items
      * only count when their business date falls inside the dates
      * RESULTLOG carries (WS-FIRST-DATE to WS-LAST-DATE), held ones
      * always, since they still wait for a reviewer.
       01  WS-REVIEW-TOTALS.
           05 WS-FIRST-DATE         PIC 9(8) VALUE 0.
           05 WS-LAST-DATE          PIC 9(8) VALUE 0.
           05 WS-REV-HELD           PIC 9(6) VALUE 0.
           05 WS-REV-HELD-VALUE     PIC S9(13)V99 VALUE 0.
           05 WS-REV-RELEASED       PIC 9(6) VALUE 0.
           05 WS-REV-REL-VALUE      PIC S9(13)V99 VALUE 0.
           05 WS-REV-REFUSED        PIC 9(6) VALUE 0.
           05 WS-REV-REF-VALUE      PIC S9(13)V99 VALUE 0.

       01  WS-COUNTERS.
           05 WS-ROWS-READ          PIC 9(6) VALUE 0.
           05 WS-MAX-SEQ-SEEN       PIC 9(6) VALUE 0.
           05 WS-RESULTSEQ-PARM     PIC 9(6) VALUE 0.
           05 WS-RES-ARCH-CNT       PIC 9(6) VALUE 0.
           05 WS-RES-EST-CNT        PIC 9(6) VALUE 0.
           05 WS-RES-EST-MAX        PIC 9(6) VALUE 0.

      * one accumulator slot per distinct SR-SOURCE-PROGRAM +
      * SR-OP-OR-CLASS pair seen tonight, filled in encounter order;
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (1:6) TO WS-RES-ARCH-CNT
           END-READ
           MOVE "RESESTCNT" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (1:6) TO WS-RES-EST-CNT
                   MOVE CP-PARM-VALUE (7:6) TO WS-RES-EST-MAX
           END-READ.

       1200-READ-RESULT.
           IF SR-SEQ-NUM NUMERIC AND SR-SEQ-NUM > WS-MAX-SEQ-SEEN
               MOVE SR-SEQ-NUM TO WS-MAX-SEQ-SEEN
           END-IF
           IF SR-BUSINESS-DATE NUMERIC AND SR-BUSINESS-DATE > 0
               IF WS-FIRST-DATE = 0
                       OR SR-BUSINESS-DATE < WS-FIRST-DATE
                   MOVE SR-BUSINESS-DATE TO WS-FIRST-DATE
               END-IF
               IF SR-BUSINESS-DATE > WS-LAST-DATE
                   MOVE SR-BUSINESS-DATE TO WS-LAST-DATE
               END-IF
           END-IF
           PERFORM 2100-ACCUMULATE-BREAK
           PERFORM 1200-READ-RESULT.

           PERFORM 4100-WRITE-BREAK-LINE
               VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-BREAK-USED
           PERFORM 4200-WRITE-RECON
           PERFORM 4300-WRITE-REVIEW-QUEUE.

       4100-WRITE-BREAK-LINE.
           IF WS-BRK-SOURCE (WS-BRK-IDX) NOT = WS-PREV-SOURCE

      * RESULTSEQ is the last sequence handed out across both batch
      * programs, so live rows plus the rows expurgologs has already
      * archived (RESARCCNT) and the rows estornolote has backed out
      * (RESESTCNT) must land exactly on it, and the highest
      * SR-SEQ-NUM must still be RESULTSEQ unless the live file was
      * purged empty or the last rows handed out were backed out;
      * any shortfall means rows went missing between the batch runs
      * and this summary.
       4200-WRITE-RECON.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECONCILIACAO COM CTLPARM" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ROWS-READ + WS-RES-ARCH-CNT + WS-RES-EST-CNT
                       = WS-RESULTSEQ-PARM
                   AND (WS-MAX-SEQ-SEEN = WS-RESULTSEQ-PARM
                        OR WS-RES-EST-MAX = WS-RESULTSEQ-PARM
                        OR WS-ROWS-READ = 0)
               MOVE "OK - NENHUMA LINHA PERDIDA" TO WS-RECON-STATUS
           ELSE
           MOVE SPACES TO REPORT-LINE
           STRING "LINHAS LIDAS=" WS-ROWS-READ
               " ARQUIVADAS=" WS-RES-ARCH-CNT
               " ESTORNADAS=" WS-RES-EST-CNT
               " MAIOR SEQ=" WS-MAX-SEQ-SEEN
               " RESULTSEQ=" WS-RESULTSEQ-PARM
               DELIMITED BY SIZE INTO REPORT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * a site where no review threshold was ever set has no
      * REVQUEUE, and the section is left out.
       4300-WRITE-REVIEW-QUEUE.
           OPEN INPUT REVIEW-FILE
           IF REV-FILE-STATUS-OK
               PERFORM 4350-READ-REVIEW-QUEUE UNTIL REV-EOF
               CLOSE REVIEW-FILE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "==============================" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "FILA DE REVISAO DE VALORES ALTOS" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-REV-HELD TO WS-EDIT-COUNT
               MOVE WS-REV-HELD-VALUE TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  AGUARDANDO REVISAO QTDE=" WS-EDIT-COUNT
                   " TOTAL=" WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-REV-RELEASED TO WS-EDIT-COUNT
               MOVE WS-REV-REL-VALUE TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  LIBERADOS.......... QTDE=" WS-EDIT-COUNT
                   " TOTAL=" WS-EDIT-TOTAL
                   " (INCLUIDOS ACIMA)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-REV-REFUSED TO WS-EDIT-COUNT
               MOVE WS-REV-REF-VALUE TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  RECUSADOS (E007)... QTDE=" WS-EDIT-COUNT
                   " TOTAL=" WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4350-READ-REVIEW-QUEUE.
           READ REVIEW-FILE
               AT END
                   SET REV-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RQ-HELD
                           ADD 1 TO WS-REV-HELD
                           ADD RQ-RESULT TO WS-REV-HELD-VALUE
                       WHEN RQ-BUSINESS-DATE < WS-FIRST-DATE
                               OR RQ-BUSINESS-DATE > WS-LAST-DATE
                           CONTINUE
                       WHEN RQ-RELEASED
                           ADD 1 TO WS-REV-RELEASED
                           ADD RQ-RESULT TO WS-REV-REL-VALUE
                       WHEN RQ-REFUSED
                           ADD 1 TO WS-REV-REFUSED
                           ADD RQ-RESULT TO WS-REV-REF-VALUE
                   END-EVALUATE
           END-READ.

       5000-TERMINATE.
           CLOSE SHARED-RESULT-FILE
           CLOSE SUMMARY-REPORT-FILE
