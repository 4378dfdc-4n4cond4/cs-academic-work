       IDENTIFICATION DIVISION.
       PROGRAM-ID. relpendente.

      *****************************************************
      * RELATORIO DE PENDENCIAS - nightly list of the      *
      * control-data changes waiting in PENDAPR            *
      * (PENDREC.cpy) for a second operator's approval.    *
      *                                                     *
      * Every item still pending is printed with its maker, *
      * the day it was keyed and its age in days; an item   *
      * older than PENDDAYS calendar days (CTLPARM, default *
      * 005) is marked expired here and printed in its own  *
      * section, so nothing waits for approval forever. The *
      * items approved, rejected or expired on the run date *
      * are listed too, with maker and checker, for the     *
      * morning check. The run date comes from the command  *
      * line (AAAAMMDD) or defaults to today.               *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PEND-ID
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT PEND-REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       COPY "copybooks/PENDREC.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       FD  PEND-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-PEND-FILE-STATUS      PIC XX.
           88 PEND-FILE-STATUS-OK   VALUE "00".
           88 PEND-FILE-NOT-FOUND   VALUE "35".
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".
       01  WS-ERRO-ABERTURA         PIC X VALUE 'N'.
           88 ERRO-ABERTURA         VALUE 'Y'.
       01  WS-PEND-OPEN-IND         PIC X VALUE 'N'.
           88 PEND-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-PEND-EOF-IND          PIC X.
           88 PEND-EOF              VALUE 'Y'.

       01  WS-CMD-LINE              PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PEND-DAYS             PIC 9(3) VALUE 5.
       01  WS-MAKER-DATE            PIC 9(8).
       01  WS-PEND-AGE              PIC S9(6).
       01  WS-EDIT-AGE              PIC ZZZZ9.

      * 1 = pending, 2 = expired tonight, 3 = decided on the run
      * date; the file is walked once per section.
       01  WS-SECTION               PIC 9.

       01  WS-COUNTERS.
           05 WS-CNT-PENDING        PIC 9(6) VALUE 0.
           05 WS-CNT-EXPIRED        PIC 9(6) VALUE 0.
           05 WS-CNT-DECIDED        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      * ends with GOBACK rather than STOP RUN so the nightly driver
      * (rodanoite) can CALL this program as a STEPDEF step and
      * regain control; a standalone run behaves exactly as before.
      * Return code: 0 nothing waiting, 4 when items are pending or
      * expired tonight, 12 when PENDAPR could not be opened.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF PEND-FILE-IS-OPEN
               PERFORM 2000-EXPIRE-ITEMS
               MOVE 1 TO WS-SECTION
               PERFORM 3000-WRITE-SECTION
               MOVE 2 TO WS-SECTION
               PERFORM 3000-WRITE-SECTION
               MOVE 3 TO WS-SECTION
               PERFORM 3000-WRITE-SECTION
           END-IF
           PERFORM 4000-WRITE-TOTALS
           PERFORM 5000-TERMINATE
           EVALUATE TRUE
               WHEN ERRO-ABERTURA
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CNT-PENDING > 0 OR WS-CNT-EXPIRED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE (1:8) NUMERIC
               MOVE WS-CMD-LINE (1:8) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           END-IF
           OPEN OUTPUT PEND-REPORT-FILE
           MOVE "RELATORIO DE ALTERACOES PENDENTES DE APROVACAO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT CTL-PARAM-FILE
           IF CTL-FILE-STATUS-OK
               MOVE "PENDDAYS" TO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-PARM-VALUE (1:3) NUMERIC
                           MOVE CP-PARM-VALUE (1:3) TO WS-PEND-DAYS
                       END-IF
               END-READ
               CLOSE CTL-PARAM-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "DATA " WS-RUN-DATE " PRAZO DE APROVACAO (DIAS) "
               WS-PEND-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN I-O PEND-FILE
           EVALUATE TRUE
               WHEN PEND-FILE-STATUS-OK
                   SET PEND-FILE-IS-OPEN TO TRUE
               WHEN PEND-FILE-NOT-FOUND
                   MOVE "PENDAPR AUSENTE - NENHUMA ALTERACAO SOLICITADA"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PENDAPR, STATUS="
                       WS-PEND-FILE-STATUS
                   SET ERRO-ABERTURA TO TRUE
           END-EVALUATE.

      * the expiry sweep aprovaparam also applies whenever it finds
      * an old item; here it runs over the whole file every night.
      * An item expired by this sweep carries the run date in
      * PA-CHECKER-TS, which is how section 2 finds it.
       2000-EXPIRE-ITEMS.
           PERFORM 2900-START-FILE
           PERFORM UNTIL PEND-EOF
               READ PEND-FILE NEXT RECORD
                   AT END
                       SET PEND-EOF TO TRUE
                   NOT AT END
                       IF PA-PENDING
                           PERFORM 2100-CHECK-EXPIRY
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-EXPIRY.
           PERFORM 2200-COMPUTE-AGE
           IF WS-PEND-AGE > WS-PEND-DAYS
               MOVE 'E' TO PA-STATUS
               MOVE SPACES TO PA-CHECKER-TS
               MOVE WS-RUN-DATE TO PA-CHECKER-TS (1:8)
               REWRITE PEND-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXPIRAR A PENDENCIA "
                           PA-PEND-ID "."
               END-REWRITE
           END-IF.

       2200-COMPUTE-AGE.
           MOVE 0 TO WS-PEND-AGE
           IF PA-MAKER-TS (1:8) NUMERIC
               MOVE PA-MAKER-TS (1:8) TO WS-MAKER-DATE
               COMPUTE WS-PEND-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-MAKER-DATE)
           END-IF.

       2900-START-FILE.
           MOVE 'N' TO WS-PEND-EOF-IND
           MOVE 0 TO PA-PEND-ID
           START PEND-FILE KEY IS >= PA-PEND-ID
               INVALID KEY
                   SET PEND-EOF TO TRUE
           END-START.

       3000-WRITE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE WS-SECTION
               WHEN 1
                   MOVE "PENDENTES DE APROVACAO" TO REPORT-LINE
               WHEN 2
                   MOVE "EXPIRADAS NESTA DATA (SOLICITAR NOVAMENTE)"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "DECIDIDAS NESTA DATA" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           PERFORM 2900-START-FILE
           PERFORM UNTIL PEND-EOF
               READ PEND-FILE NEXT RECORD
                   AT END
                       SET PEND-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-SELECT-ITEM
               END-READ
           END-PERFORM.

       3100-SELECT-ITEM.
           EVALUATE TRUE
               WHEN WS-SECTION = 1 AND PA-PENDING
                   ADD 1 TO WS-CNT-PENDING
                   PERFORM 3200-WRITE-PENDING-LINE
               WHEN WS-SECTION = 2 AND PA-EXPIRED
                       AND PA-CHECKER-TS (1:8) = WS-RUN-DATE
                   ADD 1 TO WS-CNT-EXPIRED
                   PERFORM 3200-WRITE-PENDING-LINE
               WHEN WS-SECTION = 3
                       AND (PA-APPROVED OR PA-REJECTED)
                       AND PA-CHECKER-TS (1:8) = WS-RUN-DATE
                   ADD 1 TO WS-CNT-DECIDED
                   PERFORM 3300-WRITE-DECIDED-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-WRITE-PENDING-LINE.
           PERFORM 2200-COMPUTE-AGE
           MOVE WS-PEND-AGE TO WS-EDIT-AGE
           MOVE SPACES TO REPORT-LINE
           STRING "  " PA-PEND-ID " " PA-CHANGE-TYPE
               " POR " PA-MAKER-ID
               " EM " PA-MAKER-TS (1:8)
               " DIAS=" WS-EDIT-AGE
               " " PA-SUMMARY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3300-WRITE-DECIDED-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " PA-PEND-ID " " PA-CHANGE-TYPE
               " " PA-STATUS
               " POR " PA-MAKER-ID
               " DECIDIDA POR " PA-CHECKER-ID
               " " PA-SUMMARY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PENDENTES=" WS-CNT-PENDING
               " EXPIRADAS=" WS-CNT-EXPIRED
               " DECIDIDAS=" WS-CNT-DECIDED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-TERMINATE.
           IF PEND-FILE-IS-OPEN
               CLOSE PEND-FILE
           END-IF
           CLOSE PEND-REPORT-FILE.
