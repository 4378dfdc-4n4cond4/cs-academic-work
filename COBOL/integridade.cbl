       IDENTIFICATION DIVISION.
       PROGRAM-ID. integridade.

      *****************************************************
      * VERIFICACAO DE INTEGRIDADE - nightly cross-file    *
      * check that the many copies the system keeps of the *
      * same facts still agree.                             *
      *                                                     *
      * Every SR-SEQ-NUM handed out under RESULTSEQ must    *
      * sit exactly once in RESULTLOG, its RESARCH archive  *
      * or the RESESTOR back-out archive, and every         *
      * AU-SEQ-NUM under AUDITSEQ the same in AUDITLOG,     *
      * AUDARCH or AUDESTOR: a number found twice, a number *
      * above its counter (the next run would hand it out   *
      * again) or a hole in the live range is a severe      *
      * break. A hole below the oldest live row is only a   *
      * warning - it normally means an archive generation   *
      * was not assigned to the step. The indexed masters   *
      * RESULTMST/AUDITMST are compared row for row with    *
      * the live logs they are rebuilt from. Every REJXREF  *
      * link must point to an existing reject flagged 'R'   *
      * or 'D', every RESXREF link to an existing result,   *
      * and every REVQUEUE item released or refused in      *
      * revisavalor to the result or reject it was posted   *
      * as (held items carry no number yet). Per business   *
      * date and program, STATHIST must agree with the FIM  *
      * counters rodanoite copied into RUNLOG (counted from *
      * the date's last ESTORN row on) and with the rows    *
      * RESULTLOG/RESARCH and AUDITLOG/AUDARCH actually     *
      * hold for the date, allowing for review releases and *
      * refusals dated back to it; CALCSTATS/SECSTATS must  *
      * match the last run of their program in both.        *
      *                                                     *
      * Each finding goes to the INTEGRPT report with a     *
      * severity - SEVERA, ADVERTENCIA or INFORMATIVA - and *
      * at most 100 lines per check are listed. Run it as a *
      * STEPDEF step ahead of extratodw, with extratodw     *
      * naming it as predecessor: a severe break ends the   *
      * step RC 12, rodanoite records it ABORTADO and the   *
      * warehouse extract is not taken from broken files.   *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHARED-RESULT-FILE ASSIGN TO "RESULTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT RESULT-ARCH-FILE ASSIGN TO "RESARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-ARCH-STATUS.

           SELECT RESULT-ESTOR-FILE ASSIGN TO "RESESTOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-ESTOR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-ARCH-STATUS.

           SELECT AUDIT-ESTOR-FILE ASSIGN TO "AUDESTOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-ESTOR-STATUS.

           SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-SEQ-NUM
               ALTERNATE RECORD KEY IS RM-SOURCE-PROGRAM
                   WITH DUPLICATES
               FILE STATUS IS WS-RES-MST-STATUS.

           SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-SEQ-NUM
               ALTERNATE RECORD KEY IS AM-SOURCE-PROGRAM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AM-REASON-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-AUD-MST-STATUS.

           SELECT REJECT-XREF-FILE ASSIGN TO "REJXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJX-FILE-STATUS.

           SELECT RESULT-XREF-FILE ASSIGN TO "RESXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSX-FILE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT STAT-HIST-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT STEP-DEF-FILE ASSIGN TO "STEPDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPDEF-FILE-STATUS.

           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHARED-RESULT-FILE.
       COPY "copybooks/RESLTREC.cpy".

      * the archives and back-out files mirror the byte length of
      * SHARED-RESULT-RECORD (106) and AUDIT-RECORD (124); their rows
      * are read INTO the log layouts, as fechames reads RESARCH.
       FD  RESULT-ARCH-FILE.
       01  RESULT-ARCH-REC              PIC X(106).

       FD  RESULT-ESTOR-FILE.
       01  RESULT-ESTOR-REC             PIC X(106).

       FD  AUDIT-FILE.
       COPY "copybooks/AUDITREC.cpy".

       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-REC               PIC X(124).

       FD  AUDIT-ESTOR-FILE.
       01  AUDIT-ESTOR-REC              PIC X(124).

       FD  RESULT-MASTER-FILE.
       COPY "copybooks/RESMSTRC.cpy".

       FD  AUDIT-MASTER-FILE.
       COPY "copybooks/AUDMSTRC.cpy".

       FD  REJECT-XREF-FILE.
       COPY "copybooks/REJXREF.cpy".

       FD  RESULT-XREF-FILE.
       COPY "copybooks/RESXREF.cpy".

       FD  REVIEW-FILE.
       COPY "copybooks/REVQUEUE.cpy".

       FD  STAT-HIST-FILE.
       COPY "copybooks/STATHIST.cpy".

       FD  RUN-LOG-FILE.
       COPY "copybooks/RUNLOG.cpy".

       FD  STEP-DEF-FILE.
       COPY "copybooks/STEPDEF.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       FD  INTEGRITY-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-RESULT-FILE-STATUS    PIC XX.
           88 RESULT-FILE-STATUS-OK VALUE "00".
       01  WS-RES-ARCH-STATUS       PIC XX.
           88 RES-ARCH-STATUS-OK    VALUE "00".
       01  WS-RES-ESTOR-STATUS      PIC XX.
           88 RES-ESTOR-STATUS-OK   VALUE "00".
       01  WS-AUDIT-FILE-STATUS     PIC XX.
           88 AUDIT-FILE-STATUS-OK  VALUE "00".
       01  WS-AUD-ARCH-STATUS       PIC XX.
           88 AUD-ARCH-STATUS-OK    VALUE "00".
       01  WS-AUD-ESTOR-STATUS      PIC XX.
           88 AUD-ESTOR-STATUS-OK   VALUE "00".
       01  WS-RES-MST-STATUS        PIC XX.
           88 RES-MST-STATUS-OK     VALUE "00".
       01  WS-AUD-MST-STATUS        PIC XX.
           88 AUD-MST-STATUS-OK     VALUE "00".
       01  WS-RJX-FILE-STATUS       PIC XX.
           88 RJX-FILE-STATUS-OK    VALUE "00".
       01  WS-RSX-FILE-STATUS       PIC XX.
           88 RSX-FILE-STATUS-OK    VALUE "00".
       01  WS-REV-FILE-STATUS       PIC XX.
           88 REV-FILE-STATUS-OK    VALUE "00".
       01  WS-STAT-FILE-STATUS      PIC XX.
           88 STAT-FILE-STATUS-OK   VALUE "00".
       01  WS-RUNLOG-FILE-STATUS    PIC XX.
           88 RUNLOG-STATUS-OK      VALUE "00".
       01  WS-STEPDEF-FILE-STATUS   PIC XX.
           88 STEPDEF-STATUS-OK     VALUE "00".
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".

       01  WS-EOF-PASS              PIC X.
           88 PASS-EOF              VALUE 'Y'.

      * the counters and last-run statistics the shared control file
      * holds; a counter that cannot be read is replaced by the
      * highest number found and the "above the counter" test is
      * skipped.
       01  WS-CTL-VALUES.
           05 WS-RESULTSEQ-PARM     PIC 9(6) VALUE 0.
           05 WS-AUDITSEQ-PARM      PIC 9(6) VALUE 0.
           05 WS-RESULTSEQ-IND      PIC X VALUE 'N'.
              88 RESULTSEQ-KNOWN    VALUE 'Y'.
           05 WS-AUDITSEQ-IND       PIC X VALUE 'N'.
              88 AUDITSEQ-KNOWN     VALUE 'Y'.
           05 WS-CALCSTATS-IND      PIC X VALUE 'N'.
              88 CALCSTATS-KNOWN    VALUE 'Y'.
           05 WS-CALCSTATS-VALUE    PIC X(18).
           05 WS-SECSTATS-IND       PIC X VALUE 'N'.
              88 SECSTATS-KNOWN     VALUE 'Y'.
           05 WS-SECSTATS-VALUE     PIC X(18).

      * one slot per sequence number a counter can hand out (PIC
      * 9(6)): where the number was found (L live log, A archive,
      * E back-out archive), how many times, whether the master
      * carries it and, for rejects, the resolution flag. The live
      * log is read last, so its flag - the one corrigerej keeps -
      * is the one left.
       01  WS-RES-SEQ-TABLE.
           05 WS-RS-ENTRY OCCURS 999999 TIMES.
              10 WS-RS-WHERE        PIC X.
              10 WS-RS-COUNT        PIC 9.
              10 WS-RS-IN-MST       PIC X.
       01  WS-AUD-SEQ-TABLE.
           05 WS-AS-ENTRY OCCURS 999999 TIMES.
              10 WS-AS-WHERE        PIC X.
              10 WS-AS-COUNT        PIC 9.
              10 WS-AS-IN-MST       PIC X.
              10 WS-AS-FLAG         PIC X.

      * per-domain totals, reused for results and then rejects.
       01  WS-DOMAIN                PIC X.
           88 DOMAIN-RESULTS        VALUE 'R'.
           88 DOMAIN-REJECTS        VALUE 'A'.
       01  WS-CUR-WHERE             PIC X.
       01  WS-CUR-FILE-NAME         PIC X(9).
       01  WS-PRIOR-FILE-NAME       PIC X(9).
       01  WS-WHERE-WANTED          PIC X.
       01  WS-CUR-SEQ               PIC 9(6).
       01  WS-SEQ-IDX               PIC 9(7).
       01  WS-SEQ-TOP               PIC 9(6).
       01  WS-MAX-SEQ-SEEN          PIC 9(6).
       01  WS-MIN-LIVE-SEQ          PIC 9(6).
       01  WS-GAP-START             PIC 9(6).
       01  WS-GAP-END               PIC 9(6).
       01  WS-ROWS-LIVE             PIC 9(7).
       01  WS-ROWS-ARCH             PIC 9(7).
       01  WS-ROWS-ESTOR            PIC 9(7).
       01  WS-MIN-LIVE-RES-DATE     PIC 9(8) VALUE 99999999.
       01  WS-MIN-LIVE-AUD-DATE     PIC 9(8) VALUE 99999999.
       01  WS-RES-ARCH-IND          PIC X VALUE 'N'.
           88 RES-ARCH-WAS-READ     VALUE 'Y'.
       01  WS-AUD-ARCH-IND          PIC X VALUE 'N'.
           88 AUD-ARCH-WAS-READ     VALUE 'Y'.
       01  WS-MST-OPEN-IND          PIC X.
           88 MST-WAS-OPENED        VALUE 'Y'.

      * per business date and program: the STATHIST rows, the RUNLOG
      * FIM counters of the step publishing that program's stats key,
      * the rows the logs hold and the review-queue items dated back
      * to it - kept in date+program order (the resumodiario insert)
      * and found through the last slot hit first, since the logs
      * arrive grouped by date.
       01  WS-DATE-TABLE.
           05 WS-DP-ENTRY OCCURS 3000 TIMES.
              10 WS-DP-DATE         PIC 9(8).
              10 WS-DP-PROG         PIC X(12).
              10 WS-DP-ST-ROWS      PIC 9(4).
              10 WS-DP-ST-READ      PIC 9(8).
              10 WS-DP-ST-PROC      PIC 9(8).
              10 WS-DP-ST-REJ       PIC 9(8).
              10 WS-DP-RL-ROWS      PIC 9(4).
              10 WS-DP-RL-READ      PIC 9(8).
              10 WS-DP-RL-PROC      PIC 9(8).
              10 WS-DP-RL-REJ       PIC 9(8).
              10 WS-DP-RL-ESTORNO   PIC X.
              10 WS-DP-LOG-RES      PIC 9(8).
              10 WS-DP-LOG-AUD      PIC 9(8).
              10 WS-DP-RELEASED     PIC 9(6).
              10 WS-DP-REFUSED      PIC 9(6).
       01  WS-DP-USED               PIC 9(4) VALUE 0.
       01  WS-DP-IDX                PIC 9(4).
       01  WS-DP-HIT                PIC 9(4) VALUE 0.
       01  WS-DP-INS-POS            PIC 9(4).
       01  WS-DP-SHIFT-IDX          PIC 9(4).
       01  WS-DP-DATE-WANTED        PIC 9(8).
       01  WS-DP-PROG-WANTED        PIC X(12).
       01  WS-DP-OVF-IND            PIC X VALUE 'N'.
           88 DP-OVERFLOW           VALUE 'Y'.
       01  WS-DP-CUTOFF-DATE        PIC 9(8) VALUE 0.
       01  WS-DP-SKIPPED            PIC 9(4) VALUE 0.
       01  WS-EXPECTED-ROWS         PIC 9(8).

      * the night's steps and their stats keys, so a RUNLOG FIM row
      * can be tied to the program whose counters it copied; the
      * built-in CALCULADORA/SECOND pair when STEPDEF is absent.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
              10 WS-STEP-NAME       PIC X(12).
              10 WS-STEP-PROGRAM    PIC X(12).
       01  WS-STEPS-USED            PIC 9(2) VALUE 0.
       01  WS-STEP-IDX              PIC 9(2).
       01  WS-STEP-PROG-FOUND       PIC X(12).

      * the last run of each batch program as RUNLOG and STATHIST
      * saw it, against the CALCSTATS/SECSTATS keys.
       01  WS-LAST-RUNS.
           05 WS-LAST-CALC-RL       PIC X(18) VALUE SPACES.
           05 WS-LAST-SEC-RL        PIC X(18) VALUE SPACES.
           05 WS-LAST-CALC-ST       PIC X(18) VALUE SPACES.
           05 WS-LAST-SEC-ST        PIC X(18) VALUE SPACES.
       01  WS-COUNTERS-TEXT         PIC X(18).
       01  WS-COUNTERS-WANTED       PIC X(18).
       01  WS-STATS-KEY-TEXT        PIC X(9).
       01  WS-COPY-NAME             PIC X(7).

      * findings: each one counted under its severity; the first 100
      * of a check are listed and the rest only counted.
       01  WS-FND-SEVERITY          PIC X(11).
       01  WS-FND-TEXT              PIC X(88).
       01  WS-SEVERE-COUNT          PIC 9(6) VALUE 0.
       01  WS-WARNING-COUNT         PIC 9(6) VALUE 0.
       01  WS-INFO-COUNT            PIC 9(6) VALUE 0.
       01  WS-CHECK-LINES           PIC 9(6).
       01  WS-CHECK-FINDINGS        PIC 9(6).
       01  WS-CHECK-SUPPRESSED      PIC 9(6).
       01  WS-CHECK-TITLE           PIC X(60).

       01  WS-TIMESTAMP             PIC X(21).
       01  WS-SUFFIX-TEXT           PIC X(20).

       PROCEDURE DIVISION.

      * ends with GOBACK rather than STOP RUN so the nightly driver
      * (rodanoite) can CALL this program as a STEPDEF step and
      * regain control; a standalone run behaves exactly the same.
      * Return code: 0 clean, 4 when only warnings were found, 12 on
      * a severe break - which rodanoite records as ABORTADO, so the
      * steps after it (extratodw) do not run.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-RESULT-SEQUENCE
           PERFORM 2500-CHECK-REJECT-SEQUENCE
           PERFORM 3000-CHECK-RESULT-MASTER
           PERFORM 3200-CHECK-REJECT-MASTER
           PERFORM 3400-CHECK-REJECT-XREF
           PERFORM 3500-CHECK-RESULT-XREF
           PERFORM 3600-CHECK-REVIEW-QUEUE
           PERFORM 4000-CHECK-STATISTICS
           PERFORM 4800-WRITE-VERDICT
           PERFORM 5000-TERMINATE
           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * the tables are cleared here and not through VALUE clauses:
      * the driver CALLs the step without a CANCEL, so a second CALL
      * in the same run unit must not start from the last one's
      * state.
       1000-INITIALIZE.
           INITIALIZE WS-RES-SEQ-TABLE
           INITIALIZE WS-AUD-SEQ-TABLE
           MOVE 0 TO WS-DP-USED
           MOVE 0 TO WS-DP-HIT
           MOVE 'N' TO WS-DP-OVF-IND
           MOVE 0 TO WS-DP-SKIPPED
           MOVE 0 TO WS-STEPS-USED
           MOVE 0 TO WS-SEVERE-COUNT
           MOVE 0 TO WS-WARNING-COUNT
           MOVE 0 TO WS-INFO-COUNT
           MOVE 99999999 TO WS-MIN-LIVE-RES-DATE
           MOVE 99999999 TO WS-MIN-LIVE-AUD-DATE
           MOVE 'N' TO WS-RES-ARCH-IND
           MOVE 'N' TO WS-AUD-ARCH-IND
           MOVE SPACES TO WS-LAST-RUNS
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXECUTADO EM " WS-TIMESTAMP (1:8)
               " AS " WS-TIMESTAMP (9:2) ":" WS-TIMESTAMP (11:2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1100-LOAD-CTL-VALUES
           PERFORM 1200-LOAD-STEP-TABLE.

       1100-LOAD-CTL-VALUES.
           MOVE 'N' TO WS-RESULTSEQ-IND
           MOVE 'N' TO WS-AUDITSEQ-IND
           MOVE 'N' TO WS-CALCSTATS-IND
           MOVE 'N' TO WS-SECSTATS-IND
           MOVE 0 TO WS-RESULTSEQ-PARM
           MOVE 0 TO WS-AUDITSEQ-PARM
           OPEN INPUT CTL-PARAM-FILE
           IF CTL-FILE-STATUS-OK
               MOVE "RESULTSEQ" TO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-PARM-VALUE (1:6) IS NUMERIC
                           MOVE CP-PARM-VALUE (1:6)
                               TO WS-RESULTSEQ-PARM
                           SET RESULTSEQ-KNOWN TO TRUE
                       END-IF
               END-READ
               MOVE "AUDITSEQ" TO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-PARM-VALUE (1:6) IS NUMERIC
                           MOVE CP-PARM-VALUE (1:6)
                               TO WS-AUDITSEQ-PARM
                           SET AUDITSEQ-KNOWN TO TRUE
                       END-IF
               END-READ
               MOVE "CALCSTATS" TO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-PARM-VALUE (1:18) IS NUMERIC
                           MOVE CP-PARM-VALUE (1:18)
                               TO WS-CALCSTATS-VALUE
                           SET CALCSTATS-KNOWN TO TRUE
                       END-IF
               END-READ
               MOVE "SECSTATS" TO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-PARM-VALUE (1:18) IS NUMERIC
                           MOVE CP-PARM-VALUE (1:18)
                               TO WS-SECSTATS-VALUE
                           SET SECSTATS-KNOWN TO TRUE
                       END-IF
               END-READ
               CLOSE CTL-PARAM-FILE
           ELSE
               MOVE "CONTROLE" TO WS-CHECK-TITLE
               PERFORM 8000-START-CHECK
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "CTLPARM NAO DISPONIVEL (STATUS "
                   WS-CTL-FILE-STATUS ") - CONTADORES NAO CONFERIDOS"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
               PERFORM 8200-END-CHECK
           END-IF.

      * only the steps that publish CALCSTATS/SECSTATS matter here;
      * a site without STEPDEF runs the built-in pair under their
      * own names.
       1200-LOAD-STEP-TABLE.
           OPEN INPUT STEP-DEF-FILE
           IF STEPDEF-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 1250-READ-STEP-DEF UNTIL PASS-EOF
               CLOSE STEP-DEF-FILE
           END-IF
           IF WS-STEPS-USED = 0
               MOVE 2 TO WS-STEPS-USED
               MOVE "CALCULADORA" TO WS-STEP-NAME (1)
               MOVE "CALCULADORA" TO WS-STEP-PROGRAM (1)
               MOVE "SECOND" TO WS-STEP-NAME (2)
               MOVE "SECOND" TO WS-STEP-PROGRAM (2)
           END-IF.

       1250-READ-STEP-DEF.
           READ STEP-DEF-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF WS-STEPS-USED < 20
                       EVALUATE SD-STATS-KEY
                           WHEN "CALCSTATS"
                               ADD 1 TO WS-STEPS-USED
                               MOVE SD-STEP-NAME
                                   TO WS-STEP-NAME (WS-STEPS-USED)
                               MOVE "CALCULADORA"
                                   TO WS-STEP-PROGRAM (WS-STEPS-USED)
                           WHEN "SECSTATS"
                               ADD 1 TO WS-STEPS-USED
                               MOVE SD-STEP-NAME
                                   TO WS-STEP-NAME (WS-STEPS-USED)
                               MOVE "SECOND"
                                   TO WS-STEP-PROGRAM (WS-STEPS-USED)
                       END-EVALUATE
                   END-IF
           END-READ.

      *****************************************************
      * result sequence: RESARCH, RESESTOR, then RESULTLOG *
      *****************************************************
       2000-CHECK-RESULT-SEQUENCE.
           MOVE "SEQUENCIA DE RESULTADOS (SR-SEQ-NUM X RESULTSEQ)"
               TO WS-CHECK-TITLE
           PERFORM 8000-START-CHECK
           SET DOMAIN-RESULTS TO TRUE
           MOVE 0 TO WS-MAX-SEQ-SEEN
           MOVE 999999 TO WS-MIN-LIVE-SEQ
           MOVE 0 TO WS-ROWS-LIVE
           MOVE 0 TO WS-ROWS-ARCH
           MOVE 0 TO WS-ROWS-ESTOR
           OPEN INPUT RESULT-ARCH-FILE
           IF RES-ARCH-STATUS-OK
               SET RES-ARCH-WAS-READ TO TRUE
               MOVE 'A' TO WS-CUR-WHERE
               MOVE "RESARCH" TO WS-CUR-FILE-NAME
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2020-READ-RESULT-ARCH UNTIL PASS-EOF
               CLOSE RESULT-ARCH-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE "RESARCH NAO DISPONIVEL - CONFERIDOS SO OS DEMAIS"
                   TO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           OPEN INPUT RESULT-ESTOR-FILE
           IF RES-ESTOR-STATUS-OK
               MOVE 'E' TO WS-CUR-WHERE
               MOVE "RESESTOR" TO WS-CUR-FILE-NAME
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2030-READ-RESULT-ESTOR UNTIL PASS-EOF
               CLOSE RESULT-ESTOR-FILE
           END-IF
           OPEN INPUT SHARED-RESULT-FILE
           IF RESULT-FILE-STATUS-OK
               MOVE 'L' TO WS-CUR-WHERE
               MOVE "RESULTLOG" TO WS-CUR-FILE-NAME
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2010-READ-RESULT UNTIL PASS-EOF
               CLOSE SHARED-RESULT-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "RESULTLOG NAO DISPONIVEL (STATUS "
                   WS-RESULT-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           IF RESULTSEQ-KNOWN
               MOVE WS-RESULTSEQ-PARM TO WS-SEQ-TOP
           ELSE
               MOVE WS-MAX-SEQ-SEEN TO WS-SEQ-TOP
           END-IF
           IF WS-MAX-SEQ-SEEN > WS-SEQ-TOP
               MOVE WS-MAX-SEQ-SEEN TO WS-SEQ-TOP
           END-IF
           PERFORM 2300-SCAN-GAPS
           MOVE SPACES TO REPORT-LINE
           STRING "  RESULTLOG=" WS-ROWS-LIVE
               " RESARCH=" WS-ROWS-ARCH
               " RESESTOR=" WS-ROWS-ESTOR
               " MAIOR SEQ=" WS-MAX-SEQ-SEEN
               " RESULTSEQ=" WS-RESULTSEQ-PARM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8200-END-CHECK.

       2010-READ-RESULT.
           READ SHARED-RESULT-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-LIVE
                   PERFORM 2100-MARK-RESULT
           END-READ.

       2020-READ-RESULT-ARCH.
           READ RESULT-ARCH-FILE INTO SHARED-RESULT-RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-ARCH
                   PERFORM 2100-MARK-RESULT
           END-READ.

       2030-READ-RESULT-ESTOR.
           READ RESULT-ESTOR-FILE INTO SHARED-RESULT-RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-ESTOR
                   PERFORM 2100-MARK-RESULT
           END-READ.

      * a backed-out row keeps its number used but no longer counts
      * for its date, so only live and archived rows are added to
      * the per-date table.
       2100-MARK-RESULT.
           IF SR-SEQ-NUM IS NOT NUMERIC OR SR-SEQ-NUM = 0
               MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING WS-CUR-FILE-NAME " LOTE " SR-BATCH-ID
                   " DATA " SR-BUSINESS-DATE
                   ": LINHA SEM SR-SEQ-NUM VALIDO"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           ELSE
               MOVE SR-SEQ-NUM TO WS-CUR-SEQ
               IF WS-RS-COUNT (WS-CUR-SEQ) > 0
                   MOVE WS-RS-WHERE (WS-CUR-SEQ) TO WS-WHERE-WANTED
                   PERFORM 2900-WHERE-NAME
                   MOVE "SEVERA" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "SR-SEQ-NUM " WS-CUR-SEQ " DUPLICADO: "
                       WS-PRIOR-FILE-NAME " E " WS-CUR-FILE-NAME
                       " (LOTE " SR-BATCH-ID ")"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8100-WRITE-FINDING
               ELSE
                   MOVE WS-CUR-WHERE TO WS-RS-WHERE (WS-CUR-SEQ)
               END-IF
               IF WS-RS-COUNT (WS-CUR-SEQ) < 9
                   ADD 1 TO WS-RS-COUNT (WS-CUR-SEQ)
               END-IF
               IF WS-CUR-SEQ > WS-MAX-SEQ-SEEN
                   MOVE WS-CUR-SEQ TO WS-MAX-SEQ-SEEN
               END-IF
               IF RESULTSEQ-KNOWN AND WS-CUR-SEQ > WS-RESULTSEQ-PARM
                   MOVE "SEVERA" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "SR-SEQ-NUM " WS-CUR-SEQ " EM "
                       WS-CUR-FILE-NAME " ACIMA DO CONTADOR RESULTSEQ="
                       WS-RESULTSEQ-PARM
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8100-WRITE-FINDING
               END-IF
               IF WS-CUR-WHERE = 'L' AND WS-CUR-SEQ < WS-MIN-LIVE-SEQ
                   MOVE WS-CUR-SEQ TO WS-MIN-LIVE-SEQ
               END-IF
           END-IF
           IF WS-CUR-WHERE = 'L' AND SR-BUSINESS-DATE IS NUMERIC
                   AND SR-BUSINESS-DATE < WS-MIN-LIVE-RES-DATE
               MOVE SR-BUSINESS-DATE TO WS-MIN-LIVE-RES-DATE
           END-IF
           IF WS-CUR-WHERE NOT = 'E' AND SR-BUSINESS-DATE IS NUMERIC
               MOVE SR-BUSINESS-DATE TO WS-DP-DATE-WANTED
               MOVE SR-SOURCE-PROGRAM TO WS-DP-PROG-WANTED
               PERFORM 4900-FIND-DATE-PROG
               IF WS-DP-HIT > 0
                   ADD 1 TO WS-DP-LOG-RES (WS-DP-HIT)
               END-IF
           END-IF.

      *****************************************************
      * reject sequence: AUDARCH, AUDESTOR, then AUDITLOG  *
      *****************************************************
       2500-CHECK-REJECT-SEQUENCE.
           MOVE "SEQUENCIA DE REJEITOS (AU-SEQ-NUM X AUDITSEQ)"
               TO WS-CHECK-TITLE
           PERFORM 8000-START-CHECK
           SET DOMAIN-REJECTS TO TRUE
           MOVE 0 TO WS-MAX-SEQ-SEEN
           MOVE 999999 TO WS-MIN-LIVE-SEQ
           MOVE 0 TO WS-ROWS-LIVE
           MOVE 0 TO WS-ROWS-ARCH
           MOVE 0 TO WS-ROWS-ESTOR
           OPEN INPUT AUDIT-ARCH-FILE
           IF AUD-ARCH-STATUS-OK
               SET AUD-ARCH-WAS-READ TO TRUE
               MOVE 'A' TO WS-CUR-WHERE
               MOVE "AUDARCH" TO WS-CUR-FILE-NAME
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2520-READ-AUDIT-ARCH UNTIL PASS-EOF
               CLOSE AUDIT-ARCH-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE "AUDARCH NAO DISPONIVEL - CONFERIDOS SO OS DEMAIS"
                   TO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           OPEN INPUT AUDIT-ESTOR-FILE
           IF AUD-ESTOR-STATUS-OK
               MOVE 'E' TO WS-CUR-WHERE
               MOVE "AUDESTOR" TO WS-CUR-FILE-NAME
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2530-READ-AUDIT-ESTOR UNTIL PASS-EOF
               CLOSE AUDIT-ESTOR-FILE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS-OK
               MOVE 'L' TO WS-CUR-WHERE
               MOVE "AUDITLOG" TO WS-CUR-FILE-NAME
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2510-READ-AUDIT UNTIL PASS-EOF
               CLOSE AUDIT-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "AUDITLOG NAO DISPONIVEL (STATUS "
                   WS-AUDIT-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           IF AUDITSEQ-KNOWN
               MOVE WS-AUDITSEQ-PARM TO WS-SEQ-TOP
           ELSE
               MOVE WS-MAX-SEQ-SEEN TO WS-SEQ-TOP
           END-IF
           IF WS-MAX-SEQ-SEEN > WS-SEQ-TOP
               MOVE WS-MAX-SEQ-SEEN TO WS-SEQ-TOP
           END-IF
           PERFORM 2300-SCAN-GAPS
           MOVE SPACES TO REPORT-LINE
           STRING "  AUDITLOG=" WS-ROWS-LIVE
               " AUDARCH=" WS-ROWS-ARCH
               " AUDESTOR=" WS-ROWS-ESTOR
               " MAIOR SEQ=" WS-MAX-SEQ-SEEN
               " AUDITSEQ=" WS-AUDITSEQ-PARM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8200-END-CHECK.

       2510-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-LIVE
                   PERFORM 2600-MARK-REJECT
           END-READ.

       2520-READ-AUDIT-ARCH.
           READ AUDIT-ARCH-FILE INTO AUDIT-RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-ARCH
                   PERFORM 2600-MARK-REJECT
           END-READ.

       2530-READ-AUDIT-ESTOR.
           READ AUDIT-ESTOR-FILE INTO AUDIT-RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-ESTOR
                   PERFORM 2600-MARK-REJECT
           END-READ.

       2600-MARK-REJECT.
           IF AU-SEQ-NUM IS NOT NUMERIC OR AU-SEQ-NUM = 0
               MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING WS-CUR-FILE-NAME " LOTE " AU-BATCH-ID
                   " DATA " AU-BUSINESS-DATE
                   ": LINHA SEM AU-SEQ-NUM VALIDO"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           ELSE
               MOVE AU-SEQ-NUM TO WS-CUR-SEQ
               IF WS-AS-COUNT (WS-CUR-SEQ) > 0
                   MOVE WS-AS-WHERE (WS-CUR-SEQ) TO WS-WHERE-WANTED
                   PERFORM 2900-WHERE-NAME
                   MOVE "SEVERA" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "AU-SEQ-NUM " WS-CUR-SEQ " DUPLICADO: "
                       WS-PRIOR-FILE-NAME " E " WS-CUR-FILE-NAME
                       " (LOTE " AU-BATCH-ID ")"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8100-WRITE-FINDING
               ELSE
                   MOVE WS-CUR-WHERE TO WS-AS-WHERE (WS-CUR-SEQ)
               END-IF
               IF WS-AS-COUNT (WS-CUR-SEQ) < 9
                   ADD 1 TO WS-AS-COUNT (WS-CUR-SEQ)
               END-IF
               MOVE AU-RESOLVED-FLAG TO WS-AS-FLAG (WS-CUR-SEQ)
               IF WS-CUR-SEQ > WS-MAX-SEQ-SEEN
                   MOVE WS-CUR-SEQ TO WS-MAX-SEQ-SEEN
               END-IF
               IF AUDITSEQ-KNOWN AND WS-CUR-SEQ > WS-AUDITSEQ-PARM
                   MOVE "SEVERA" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "AU-SEQ-NUM " WS-CUR-SEQ " EM "
                       WS-CUR-FILE-NAME " ACIMA DO CONTADOR AUDITSEQ="
                       WS-AUDITSEQ-PARM
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8100-WRITE-FINDING
               END-IF
               IF WS-CUR-WHERE = 'L' AND WS-CUR-SEQ < WS-MIN-LIVE-SEQ
                   MOVE WS-CUR-SEQ TO WS-MIN-LIVE-SEQ
               END-IF
           END-IF
           IF WS-CUR-WHERE = 'L' AND AU-BUSINESS-DATE IS NUMERIC
                   AND AU-BUSINESS-DATE < WS-MIN-LIVE-AUD-DATE
               MOVE AU-BUSINESS-DATE TO WS-MIN-LIVE-AUD-DATE
           END-IF
           IF WS-CUR-WHERE NOT = 'E' AND AU-BUSINESS-DATE IS NUMERIC
               MOVE AU-BUSINESS-DATE TO WS-DP-DATE-WANTED
               MOVE AU-SOURCE-PROGRAM TO WS-DP-PROG-WANTED
               PERFORM 4900-FIND-DATE-PROG
               IF WS-DP-HIT > 0
                   ADD 1 TO WS-DP-LOG-AUD (WS-DP-HIT)
               END-IF
           END-IF.

      * every number from 1 to the counter must have been found;
      * consecutive missing numbers are reported as one range. A
      * range entirely below the oldest number still in the live log
      * lies in archive territory and is only a warning.
       2300-SCAN-GAPS.
           MOVE 0 TO WS-GAP-START
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-TOP
               MOVE WS-SEQ-IDX TO WS-CUR-SEQ
               IF DOMAIN-RESULTS
                   MOVE WS-RS-WHERE (WS-CUR-SEQ) TO WS-WHERE-WANTED
               ELSE
                   MOVE WS-AS-WHERE (WS-CUR-SEQ) TO WS-WHERE-WANTED
               END-IF
               IF WS-WHERE-WANTED = SPACE
                   IF WS-GAP-START = 0
                       MOVE WS-CUR-SEQ TO WS-GAP-START
                   END-IF
               ELSE
                   IF WS-GAP-START > 0
                       COMPUTE WS-GAP-END = WS-CUR-SEQ - 1
                       PERFORM 2350-WRITE-GAP
                       MOVE 0 TO WS-GAP-START
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GAP-START > 0
               MOVE WS-SEQ-TOP TO WS-GAP-END
               PERFORM 2350-WRITE-GAP
           END-IF.

       2350-WRITE-GAP.
           MOVE SPACES TO WS-FND-TEXT
           IF WS-GAP-END < WS-MIN-LIVE-SEQ
               MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
               IF DOMAIN-RESULTS
                   STRING "SEQ " WS-GAP-START " A " WS-GAP-END
                       " AUSENTES - ANTERIORES AO RESULTLOG,"
                       " CONFERIR GERACOES DO RESARCH"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               ELSE
                   STRING "SEQ " WS-GAP-START " A " WS-GAP-END
                       " AUSENTES - ANTERIORES AO AUDITLOG,"
                       " CONFERIR GERACOES DO AUDARCH"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               END-IF
           ELSE
               MOVE "SEVERA" TO WS-FND-SEVERITY
               IF DOMAIN-RESULTS
                   STRING "SEQ " WS-GAP-START " A " WS-GAP-END
                       " AUSENTES DE RESULTLOG, RESARCH E RESESTOR"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               ELSE
                   STRING "SEQ " WS-GAP-START " A " WS-GAP-END
                       " AUSENTES DE AUDITLOG, AUDARCH E AUDESTOR"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               END-IF
           END-IF
           PERFORM 8100-WRITE-FINDING.

       2900-WHERE-NAME.
           EVALUATE TRUE
               WHEN WS-WHERE-WANTED = 'L' AND DOMAIN-RESULTS
                   MOVE "RESULTLOG" TO WS-PRIOR-FILE-NAME
               WHEN WS-WHERE-WANTED = 'A' AND DOMAIN-RESULTS
                   MOVE "RESARCH" TO WS-PRIOR-FILE-NAME
               WHEN WS-WHERE-WANTED = 'E' AND DOMAIN-RESULTS
                   MOVE "RESESTOR" TO WS-PRIOR-FILE-NAME
               WHEN WS-WHERE-WANTED = 'L'
                   MOVE "AUDITLOG" TO WS-PRIOR-FILE-NAME
               WHEN WS-WHERE-WANTED = 'A'
                   MOVE "AUDARCH" TO WS-PRIOR-FILE-NAME
               WHEN WS-WHERE-WANTED = 'E'
                   MOVE "AUDESTOR" TO WS-PRIOR-FILE-NAME
               WHEN OTHER
                   MOVE "NENHUM" TO WS-PRIOR-FILE-NAME
           END-EVALUATE.

      *****************************************************
      * masters against the live logs they are built from *
      *****************************************************
       3000-CHECK-RESULT-MASTER.
           MOVE "MESTRE DE RESULTADOS (RESULTMST X RESULTLOG)"
               TO WS-CHECK-TITLE
           PERFORM 8000-START-CHECK
           SET DOMAIN-RESULTS TO TRUE
           MOVE 'N' TO WS-MST-OPEN-IND
           OPEN INPUT RESULT-MASTER-FILE
           IF RES-MST-STATUS-OK
               SET MST-WAS-OPENED TO TRUE
               MOVE 'N' TO WS-EOF-PASS
               MOVE 0 TO RM-SEQ-NUM
               START RESULT-MASTER-FILE KEY IS >= RM-SEQ-NUM
                   INVALID KEY
                       SET PASS-EOF TO TRUE
               END-START
               PERFORM 3050-READ-RESULT-MASTER UNTIL PASS-EOF
               CLOSE RESULT-MASTER-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "RESULTMST NAO DISPONIVEL (STATUS "
                   WS-RES-MST-STATUS ") - NAO CONFERIDO"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           IF MST-WAS-OPENED
               PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                       UNTIL WS-SEQ-IDX > 999999
                   IF WS-RS-WHERE (WS-SEQ-IDX) = 'L'
                           AND WS-RS-IN-MST (WS-SEQ-IDX) NOT = 'Y'
                       MOVE WS-SEQ-IDX TO WS-CUR-SEQ
                       MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
                       MOVE SPACES TO WS-FND-TEXT
                       STRING "RESULTLOG SEQ " WS-CUR-SEQ
                           " AUSENTE DO RESULTMST"
                           DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 8100-WRITE-FINDING
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 8200-END-CHECK.

       3050-READ-RESULT-MASTER.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF RM-SEQ-NUM IS NUMERIC AND RM-SEQ-NUM > 0
                       MOVE RM-SEQ-NUM TO WS-CUR-SEQ
                       MOVE 'Y' TO WS-RS-IN-MST (WS-CUR-SEQ)
                       IF WS-RS-WHERE (WS-CUR-SEQ) NOT = 'L'
                           MOVE WS-RS-WHERE (WS-CUR-SEQ)
                               TO WS-WHERE-WANTED
                           PERFORM 3900-MASTER-SUFFIX
                           MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
                           MOVE SPACES TO WS-FND-TEXT
                           STRING "RESULTMST SEQ " WS-CUR-SEQ
                               " SEM LINHA NO RESULTLOG"
                               WS-SUFFIX-TEXT
                               DELIMITED BY SIZE INTO WS-FND-TEXT
                           PERFORM 8100-WRITE-FINDING
                       END-IF
                   END-IF
           END-READ.

       3200-CHECK-REJECT-MASTER.
           MOVE "MESTRE DE REJEITOS (AUDITMST X AUDITLOG)"
               TO WS-CHECK-TITLE
           PERFORM 8000-START-CHECK
           SET DOMAIN-REJECTS TO TRUE
           MOVE 'N' TO WS-MST-OPEN-IND
           OPEN INPUT AUDIT-MASTER-FILE
           IF AUD-MST-STATUS-OK
               SET MST-WAS-OPENED TO TRUE
               MOVE 'N' TO WS-EOF-PASS
               MOVE 0 TO AM-SEQ-NUM
               START AUDIT-MASTER-FILE KEY IS >= AM-SEQ-NUM
                   INVALID KEY
                       SET PASS-EOF TO TRUE
               END-START
               PERFORM 3250-READ-REJECT-MASTER UNTIL PASS-EOF
               CLOSE AUDIT-MASTER-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "AUDITMST NAO DISPONIVEL (STATUS "
                   WS-AUD-MST-STATUS ") - NAO CONFERIDO"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           IF MST-WAS-OPENED
               PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                       UNTIL WS-SEQ-IDX > 999999
                   IF WS-AS-WHERE (WS-SEQ-IDX) = 'L'
                           AND WS-AS-IN-MST (WS-SEQ-IDX) NOT = 'Y'
                       MOVE WS-SEQ-IDX TO WS-CUR-SEQ
                       MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
                       MOVE SPACES TO WS-FND-TEXT
                       STRING "AUDITLOG SEQ " WS-CUR-SEQ
                           " AUSENTE DO AUDITMST"
                           DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 8100-WRITE-FINDING
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 8200-END-CHECK.

       3250-READ-REJECT-MASTER.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF AM-SEQ-NUM IS NUMERIC AND AM-SEQ-NUM > 0
                       MOVE AM-SEQ-NUM TO WS-CUR-SEQ
                       MOVE 'Y' TO WS-AS-IN-MST (WS-CUR-SEQ)
                       IF WS-AS-WHERE (WS-CUR-SEQ) NOT = 'L'
                           MOVE WS-AS-WHERE (WS-CUR-SEQ)
                               TO WS-WHERE-WANTED
                           PERFORM 3900-MASTER-SUFFIX
                           MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
                           MOVE SPACES TO WS-FND-TEXT
                           STRING "AUDITMST SEQ " WS-CUR-SEQ
                               " SEM LINHA NO AUDITLOG"
                               WS-SUFFIX-TEXT
                               DELIMITED BY SIZE INTO WS-FND-TEXT
                           PERFORM 8100-WRITE-FINDING
                       END-IF
                   END-IF
           END-READ.

      * a master row whose log row has since been archived or backed
      * out only means the master was not rebuilt afterwards.
       3900-MASTER-SUFFIX.
           EVALUATE WS-WHERE-WANTED
               WHEN 'A'
                   MOVE " (JA ARQUIVADA)" TO WS-SUFFIX-TEXT
               WHEN 'E'
                   MOVE " (ESTORNADA)" TO WS-SUFFIX-TEXT
               WHEN OTHER
                   MOVE " (INEXISTENTE)" TO WS-SUFFIX-TEXT
           END-EVALUATE.

      *****************************************************
      * attribution links and the review queue             *
      *****************************************************
       3400-CHECK-REJECT-XREF.
           MOVE "VINCULOS DE CORRECAO (REJXREF X REJEITOS)"
               TO WS-CHECK-TITLE
           PERFORM 8000-START-CHECK
           OPEN INPUT REJECT-XREF-FILE
           IF RJX-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3450-READ-REJECT-XREF UNTIL PASS-EOF
               CLOSE REJECT-XREF-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE "REJXREF AUSENTE - NENHUM VINCULO A CONFERIR"
                   TO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           PERFORM 8200-END-CHECK.

       3450-READ-REJECT-XREF.
           READ REJECT-XREF-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   IF XR-AUDIT-SEQ IS NOT NUMERIC OR XR-AUDIT-SEQ = 0
                       STRING "REJXREF LOTE " XR-RESUB-BATCH-ID
                           " SEM AU-SEQ-NUM VALIDO"
                           DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 8100-WRITE-FINDING
                   ELSE
                       MOVE XR-AUDIT-SEQ TO WS-CUR-SEQ
                       EVALUATE TRUE
                           WHEN WS-AS-WHERE (WS-CUR-SEQ) = SPACE
                               STRING "REJXREF APONTA PARA REJEITO "
                                   WS-CUR-SEQ " INEXISTENTE ("
                                   XR-RESUB-BATCH-ID ")"
                                   DELIMITED BY SIZE INTO WS-FND-TEXT
                               PERFORM 8100-WRITE-FINDING
                           WHEN WS-AS-WHERE (WS-CUR-SEQ) = 'E'
                               STRING "REJXREF APONTA PARA REJEITO "
                                   WS-CUR-SEQ " ESTORNADO ("
                                   XR-RESUB-BATCH-ID ")"
                                   DELIMITED BY SIZE INTO WS-FND-TEXT
                               PERFORM 8100-WRITE-FINDING
                           WHEN WS-AS-FLAG (WS-CUR-SEQ) NOT = 'R'
                                   AND WS-AS-FLAG (WS-CUR-SEQ)
                                       NOT = 'D'
                               STRING "REJXREF APONTA PARA REJEITO "
                                   WS-CUR-SEQ " NAO MARCADO R/D"
                                   " (SITUACAO='"
                                   WS-AS-FLAG (WS-CUR-SEQ) "', "
                                   XR-RESUB-BATCH-ID ")"
                                   DELIMITED BY SIZE INTO WS-FND-TEXT
                               PERFORM 8100-WRITE-FINDING
                       END-EVALUATE
                   END-IF
           END-READ.

      * estornolote removes the RESXREF rows of the batches it backs
      * out, so a link to a backed-out result is as broken as a link
      * to nothing.
       3500-CHECK-RESULT-XREF.
           MOVE "VINCULOS DE RESSUBMISSAO (RESXREF X RESULTADOS)"
               TO WS-CHECK-TITLE
           PERFORM 8000-START-CHECK
           OPEN INPUT RESULT-XREF-FILE
           IF RSX-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3550-READ-RESULT-XREF UNTIL PASS-EOF
               CLOSE RESULT-XREF-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE "RESXREF AUSENTE - NENHUM VINCULO A CONFERIR"
                   TO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           PERFORM 8200-END-CHECK.

       3550-READ-RESULT-XREF.
           READ RESULT-XREF-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   IF RX-RESULT-SEQ IS NOT NUMERIC
                           OR RX-RESULT-SEQ = 0
                       STRING "RESXREF LOTE " RX-BATCH-ID
                           " SEQ " RX-BATCH-SEQ
                           " SEM SR-SEQ-NUM VALIDO"
                           DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 8100-WRITE-FINDING
                   ELSE
                       MOVE RX-RESULT-SEQ TO WS-CUR-SEQ
                       EVALUATE WS-RS-WHERE (WS-CUR-SEQ)
                           WHEN SPACE
                               STRING "RESXREF LOTE " RX-BATCH-ID
                                   " SEQ " RX-BATCH-SEQ
                                   " APONTA PARA RESULTADO "
                                   WS-CUR-SEQ " INEXISTENTE"
                                   DELIMITED BY SIZE INTO WS-FND-TEXT
                               PERFORM 8100-WRITE-FINDING
                           WHEN 'E'
                               STRING "RESXREF LOTE " RX-BATCH-ID
                                   " SEQ " RX-BATCH-SEQ
                                   " APONTA PARA RESULTADO "
                                   WS-CUR-SEQ " ESTORNADO"
                                   DELIMITED BY SIZE INTO WS-FND-TEXT
                               PERFORM 8100-WRITE-FINDING
                       END-EVALUATE
                   END-IF
           END-READ.

      * a released item must have become a result and a refused one
      * an E007 reject; held items have no number yet. Both are
      * also totalled per business date for the statistics check,
      * since STATHIST never counted them.
       3600-CHECK-REVIEW-QUEUE.
           MOVE "FILA DE REVISAO (REVQUEUE X RESULTADOS/REJEITOS)"
               TO WS-CHECK-TITLE
           PERFORM 8000-START-CHECK
           OPEN INPUT REVIEW-FILE
           IF REV-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               MOVE LOW-VALUES TO RQ-KEY
               START REVIEW-FILE KEY IS >= RQ-KEY
                   INVALID KEY
                       SET PASS-EOF TO TRUE
               END-START
               PERFORM 3650-READ-REVIEW UNTIL PASS-EOF
               CLOSE REVIEW-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE "REVQUEUE AUSENTE - NENHUM ITEM A CONFERIR"
                   TO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           PERFORM 8200-END-CHECK.

       3650-READ-REVIEW.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RQ-RELEASED
                           PERFORM 3660-CHECK-RELEASED-ITEM
                       WHEN RQ-REFUSED
                           PERFORM 3670-CHECK-REFUSED-ITEM
                   END-EVALUATE
           END-READ.

       3660-CHECK-RELEASED-ITEM.
           MOVE RQ-BUSINESS-DATE TO WS-DP-DATE-WANTED
           MOVE "CALCULADORA" TO WS-DP-PROG-WANTED
           PERFORM 4900-FIND-DATE-PROG
           IF WS-DP-HIT > 0
               ADD 1 TO WS-DP-RELEASED (WS-DP-HIT)
           END-IF
           MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
           MOVE SPACES TO WS-FND-TEXT
           IF RQ-RESULT-SEQ IS NOT NUMERIC OR RQ-RESULT-SEQ = 0
               STRING "REVQUEUE LOTE " RQ-BATCH-ID " ITEM "
                   RQ-READ-SEQ " LIBERADO SEM SR-SEQ-NUM"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           ELSE
               MOVE RQ-RESULT-SEQ TO WS-CUR-SEQ
               IF WS-RS-WHERE (WS-CUR-SEQ) = SPACE
                       OR WS-RS-WHERE (WS-CUR-SEQ) = 'E'
                   STRING "REVQUEUE LOTE " RQ-BATCH-ID " ITEM "
                       RQ-READ-SEQ " LIBERADO COMO RESULTADO "
                       WS-CUR-SEQ " INEXISTENTE"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8100-WRITE-FINDING
               END-IF
           END-IF.

       3670-CHECK-REFUSED-ITEM.
           MOVE RQ-BUSINESS-DATE TO WS-DP-DATE-WANTED
           MOVE "CALCULADORA" TO WS-DP-PROG-WANTED
           PERFORM 4900-FIND-DATE-PROG
           IF WS-DP-HIT > 0
               ADD 1 TO WS-DP-REFUSED (WS-DP-HIT)
           END-IF
           MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
           MOVE SPACES TO WS-FND-TEXT
           IF RQ-AUDIT-SEQ IS NOT NUMERIC OR RQ-AUDIT-SEQ = 0
               STRING "REVQUEUE LOTE " RQ-BATCH-ID " ITEM "
                   RQ-READ-SEQ " RECUSADO SEM AU-SEQ-NUM"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           ELSE
               MOVE RQ-AUDIT-SEQ TO WS-CUR-SEQ
               IF WS-AS-WHERE (WS-CUR-SEQ) = SPACE
                       OR WS-AS-WHERE (WS-CUR-SEQ) = 'E'
                   STRING "REVQUEUE LOTE " RQ-BATCH-ID " ITEM "
                       RQ-READ-SEQ " RECUSADO COMO REJEITO "
                       WS-CUR-SEQ " INEXISTENTE"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8100-WRITE-FINDING
               END-IF
           END-IF.

      *****************************************************
      * statistics: STATHIST x RUNLOG x rows in the logs   *
      *****************************************************
       4000-CHECK-STATISTICS.
           MOVE "ESTATISTICAS (STATHIST X RUNLOG X LINHAS DOS LOGS)"
               TO WS-CHECK-TITLE
           PERFORM 8000-START-CHECK
           OPEN INPUT STAT-HIST-FILE
           IF STAT-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 4050-READ-STAT UNTIL PASS-EOF
               CLOSE STAT-HIST-FILE
           ELSE
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE "STATHIST AUSENTE - CONFERIDOS SO OS LOGS"
                   TO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 4100-READ-RUN-LOG UNTIL PASS-EOF
               CLOSE RUN-LOG-FILE
           END-IF
           IF DP-OVERFLOW
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE "MAIS DE 3000 DATAS/PROGRAMAS - EXCESSO IGNORADO"
                   TO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           PERFORM 4200-SET-CUTOFF-DATE
           PERFORM 4300-COMPARE-ONE-DATE
               VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-USED
           IF WS-DP-SKIPPED > 0
               MOVE "INFORMATIVA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING WS-DP-SKIPPED " DATA(S) ANTERIORES A "
                   WS-DP-CUTOFF-DATE " NAO CONFERIDAS - ARQUIVO"
                   " HISTORICO NAO DISPONIVEL"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           PERFORM 4600-CHECK-LAST-RUN-STATS
           PERFORM 8200-END-CHECK.

      * every STATHIST row of a date, reruns included, adds into the
      * date's line - the rows estornolote reversed are already net
      * of what was backed out.
       4050-READ-STAT.
           READ STAT-HIST-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   MOVE ST-BUSINESS-DATE TO WS-DP-DATE-WANTED
                   MOVE ST-PROGRAM TO WS-DP-PROG-WANTED
                   PERFORM 4900-FIND-DATE-PROG
                   IF WS-DP-HIT > 0
                       ADD 1 TO WS-DP-ST-ROWS (WS-DP-HIT)
                       ADD ST-RECORDS-READ TO WS-DP-ST-READ (WS-DP-HIT)
                       ADD ST-RECORDS-PROCESSED
                           TO WS-DP-ST-PROC (WS-DP-HIT)
                       ADD ST-RECORDS-REJECTED
                           TO WS-DP-ST-REJ (WS-DP-HIT)
                   END-IF
                   MOVE ST-RECORDS-READ TO WS-COUNTERS-TEXT (1:6)
                   MOVE ST-RECORDS-PROCESSED TO WS-COUNTERS-TEXT (7:6)
                   MOVE ST-RECORDS-REJECTED TO WS-COUNTERS-TEXT (13:6)
                   EVALUATE ST-PROGRAM
                       WHEN "CALCULADORA"
                           MOVE WS-COUNTERS-TEXT TO WS-LAST-CALC-ST
                       WHEN "SECOND"
                           MOVE WS-COUNTERS-TEXT TO WS-LAST-SEC-ST
                   END-EVALUATE
           END-READ.

      * FIM counters add up per date; an ESTORN row starts the date
      * over, since the back-out took those runs' rows away and the
      * step will run again.
       4100-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   PERFORM 4150-FIND-STEP-PROGRAM
                   IF WS-STEP-PROG-FOUND NOT = SPACES
                           AND NOT RL-EVENT-INICIO
                       PERFORM 4160-TABLE-RUN-EVENT
                   END-IF
           END-READ.

       4150-FIND-STEP-PROGRAM.
           MOVE SPACES TO WS-STEP-PROG-FOUND
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEPS-USED
                       OR WS-STEP-PROG-FOUND NOT = SPACES
               IF WS-STEP-NAME (WS-STEP-IDX) = RL-STEP-NAME
                   MOVE WS-STEP-PROGRAM (WS-STEP-IDX)
                       TO WS-STEP-PROG-FOUND
               END-IF
           END-PERFORM.

       4160-TABLE-RUN-EVENT.
           MOVE RL-RUN-DATE TO WS-DP-DATE-WANTED
           MOVE WS-STEP-PROG-FOUND TO WS-DP-PROG-WANTED
           PERFORM 4900-FIND-DATE-PROG
           IF WS-DP-HIT > 0
               IF RL-EVENT-ESTORNO
                   MOVE 'Y' TO WS-DP-RL-ESTORNO (WS-DP-HIT)
                   MOVE 0 TO WS-DP-RL-READ (WS-DP-HIT)
                   MOVE 0 TO WS-DP-RL-PROC (WS-DP-HIT)
                   MOVE 0 TO WS-DP-RL-REJ (WS-DP-HIT)
               ELSE
                   ADD 1 TO WS-DP-RL-ROWS (WS-DP-HIT)
                   ADD RL-RECORDS-READ TO WS-DP-RL-READ (WS-DP-HIT)
                   ADD RL-RECORDS-PROCESSED
                       TO WS-DP-RL-PROC (WS-DP-HIT)
                   ADD RL-RECORDS-REJECTED
                       TO WS-DP-RL-REJ (WS-DP-HIT)
               END-IF
           END-IF
           IF RL-EVENT-FIM
               MOVE RL-RECORDS-READ TO WS-COUNTERS-TEXT (1:6)
               MOVE RL-RECORDS-PROCESSED TO WS-COUNTERS-TEXT (7:6)
               MOVE RL-RECORDS-REJECTED TO WS-COUNTERS-TEXT (13:6)
               IF WS-STEP-PROG-FOUND = "CALCULADORA"
                   MOVE WS-COUNTERS-TEXT TO WS-LAST-CALC-RL
               ELSE
                   MOVE WS-COUNTERS-TEXT TO WS-LAST-SEC-RL
               END-IF
           END-IF.

      * without the archive, a date whose rows expurgologs has moved
      * out of the live log would show as missing rows; such dates
      * (before the oldest date still live) are left out and counted.
       4200-SET-CUTOFF-DATE.
           MOVE 0 TO WS-DP-CUTOFF-DATE
           IF NOT RES-ARCH-WAS-READ
                   AND WS-MIN-LIVE-RES-DATE NOT = 99999999
               MOVE WS-MIN-LIVE-RES-DATE TO WS-DP-CUTOFF-DATE
           END-IF
           IF NOT AUD-ARCH-WAS-READ
                   AND WS-MIN-LIVE-AUD-DATE NOT = 99999999
                   AND WS-MIN-LIVE-AUD-DATE > WS-DP-CUTOFF-DATE
               MOVE WS-MIN-LIVE-AUD-DATE TO WS-DP-CUTOFF-DATE
           END-IF.

      * the rows the logs hold for a date must be what STATHIST says
      * was processed and rejected, plus (calculadora) what review
      * released or refused later under that date - the fechames
      * reconciliation, per day. RUNLOG must carry the same counters
      * STATHIST does; a date with an ESTORN row is flagged as such,
      * since a partial back-out leaves the two legitimately apart.
       4300-COMPARE-ONE-DATE.
           IF WS-DP-DATE (WS-DP-IDX) < WS-DP-CUTOFF-DATE
               ADD 1 TO WS-DP-SKIPPED
           ELSE
               MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
               COMPUTE WS-EXPECTED-ROWS = WS-DP-ST-PROC (WS-DP-IDX)
                   + WS-DP-RELEASED (WS-DP-IDX)
               IF WS-DP-LOG-RES (WS-DP-IDX) NOT = WS-EXPECTED-ROWS
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "DATA " WS-DP-DATE (WS-DP-IDX) " "
                       WS-DP-PROG (WS-DP-IDX)
                       " PROC STATHIST+LIBERADOS=" WS-EXPECTED-ROWS
                       " LINHAS RESULTLOG/RESARCH="
                       WS-DP-LOG-RES (WS-DP-IDX)
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8100-WRITE-FINDING
               END-IF
               COMPUTE WS-EXPECTED-ROWS = WS-DP-ST-REJ (WS-DP-IDX)
                   + WS-DP-REFUSED (WS-DP-IDX)
               IF WS-DP-LOG-AUD (WS-DP-IDX) NOT = WS-EXPECTED-ROWS
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "DATA " WS-DP-DATE (WS-DP-IDX) " "
                       WS-DP-PROG (WS-DP-IDX)
                       " REJ STATHIST+RECUSADOS=" WS-EXPECTED-ROWS
                       " LINHAS AUDITLOG/AUDARCH="
                       WS-DP-LOG-AUD (WS-DP-IDX)
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8100-WRITE-FINDING
               END-IF
               IF WS-DP-RL-ROWS (WS-DP-IDX) > 0
                   PERFORM 4350-COMPARE-RUN-LOG
               END-IF
           END-IF.

       4350-COMPARE-RUN-LOG.
           IF WS-DP-RL-READ (WS-DP-IDX) NOT = WS-DP-ST-READ (WS-DP-IDX)
                   OR WS-DP-RL-PROC (WS-DP-IDX)
                       NOT = WS-DP-ST-PROC (WS-DP-IDX)
                   OR WS-DP-RL-REJ (WS-DP-IDX)
                       NOT = WS-DP-ST-REJ (WS-DP-IDX)
               IF WS-DP-RL-ESTORNO (WS-DP-IDX) = 'Y'
                   MOVE " (DATA COM ESTORNO)" TO WS-SUFFIX-TEXT
               ELSE
                   MOVE SPACES TO WS-SUFFIX-TEXT
               END-IF
               MOVE SPACES TO WS-FND-TEXT
               STRING "DATA " WS-DP-DATE (WS-DP-IDX) " "
                   WS-DP-PROG (WS-DP-IDX)
                   " RUNLOG L/P/R=" WS-DP-RL-READ (WS-DP-IDX)
                   "/" WS-DP-RL-PROC (WS-DP-IDX)
                   "/" WS-DP-RL-REJ (WS-DP-IDX)
                   " STATHIST DIFERE" WS-SUFFIX-TEXT
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF.

      * CALCSTATS/SECSTATS are overwritten by every run, so they must
      * be the counters of the program's last STATHIST row and of
      * the last FIM rodanoite logged for its step.
       4600-CHECK-LAST-RUN-STATS.
           IF CALCSTATS-KNOWN
               MOVE "CALCSTATS" TO WS-STATS-KEY-TEXT
               MOVE WS-CALCSTATS-VALUE TO WS-COUNTERS-WANTED
               MOVE WS-LAST-CALC-ST TO WS-COUNTERS-TEXT
               MOVE "STATHIST" TO WS-COPY-NAME
               PERFORM 4650-COMPARE-LAST-RUN
               MOVE WS-LAST-CALC-RL TO WS-COUNTERS-TEXT
               MOVE "RUNLOG" TO WS-COPY-NAME
               PERFORM 4650-COMPARE-LAST-RUN
           END-IF
           IF SECSTATS-KNOWN
               MOVE "SECSTATS" TO WS-STATS-KEY-TEXT
               MOVE WS-SECSTATS-VALUE TO WS-COUNTERS-WANTED
               MOVE WS-LAST-SEC-ST TO WS-COUNTERS-TEXT
               MOVE "STATHIST" TO WS-COPY-NAME
               PERFORM 4650-COMPARE-LAST-RUN
               MOVE WS-LAST-SEC-RL TO WS-COUNTERS-TEXT
               MOVE "RUNLOG" TO WS-COPY-NAME
               PERFORM 4650-COMPARE-LAST-RUN
           END-IF.

       4650-COMPARE-LAST-RUN.
           IF WS-COUNTERS-TEXT NOT = SPACES
                   AND WS-COUNTERS-TEXT NOT = WS-COUNTERS-WANTED
               MOVE "ADVERTENCIA" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING WS-STATS-KEY-TEXT " L/P/R="
                   WS-COUNTERS-WANTED (1:6) "/"
                   WS-COUNTERS-WANTED (7:6) "/"
                   WS-COUNTERS-WANTED (13:6)
                   " ULTIMA EXECUCAO NO " WS-COPY-NAME "="
                   WS-COUNTERS-TEXT (1:6) "/"
                   WS-COUNTERS-TEXT (7:6) "/"
                   WS-COUNTERS-TEXT (13:6)
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF.

       4800-WRITE-VERDICT.
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACHADOS: SEVEROS=" WS-SEVERE-COUNT
               " ADVERTENCIAS=" WS-WARNING-COUNT
               " INFORMATIVOS=" WS-INFO-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT > 0
                   MOVE "SITUACAO: QUEBRA SEVERA - EXTRATO PARA O DW"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "BLOQUEADO ATE A CORRECAO (RC=12)"
                       TO REPORT-LINE
               WHEN WS-WARNING-COUNT > 0
                   MOVE "SITUACAO: ADVERTENCIAS A CONFERIR (RC=4)"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "SITUACAO: ARQUIVOS CONSISTENTES (RC=0)"
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

      * finds the date+program slot, inserting it in order when new;
      * WS-DP-HIT is zero only when the table is full.
       4900-FIND-DATE-PROG.
           IF WS-DP-HIT > 0
               IF WS-DP-DATE (WS-DP-HIT) = WS-DP-DATE-WANTED
                       AND WS-DP-PROG (WS-DP-HIT) = WS-DP-PROG-WANTED
                   CONTINUE
               ELSE
                   MOVE 0 TO WS-DP-HIT
               END-IF
           END-IF
           IF WS-DP-HIT = 0
               MOVE 0 TO WS-DP-INS-POS
               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                       UNTIL WS-DP-IDX > WS-DP-USED
                           OR WS-DP-HIT > 0 OR WS-DP-INS-POS > 0
                   IF WS-DP-DATE (WS-DP-IDX) = WS-DP-DATE-WANTED
                           AND WS-DP-PROG (WS-DP-IDX)
                               = WS-DP-PROG-WANTED
                       MOVE WS-DP-IDX TO WS-DP-HIT
                   ELSE
                       IF WS-DP-DATE (WS-DP-IDX) > WS-DP-DATE-WANTED
                               OR (WS-DP-DATE (WS-DP-IDX)
                                       = WS-DP-DATE-WANTED
                                   AND WS-DP-PROG (WS-DP-IDX)
                                       > WS-DP-PROG-WANTED)
                           MOVE WS-DP-IDX TO WS-DP-INS-POS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DP-HIT = 0
                   PERFORM 4950-INSERT-DATE-PROG
               END-IF
           END-IF.

       4950-INSERT-DATE-PROG.
           IF WS-DP-USED < 3000
               IF WS-DP-INS-POS = 0
                   COMPUTE WS-DP-INS-POS = WS-DP-USED + 1
               END-IF
               PERFORM VARYING WS-DP-SHIFT-IDX FROM WS-DP-USED BY -1
                       UNTIL WS-DP-SHIFT-IDX < WS-DP-INS-POS
                   MOVE WS-DP-ENTRY (WS-DP-SHIFT-IDX)
                       TO WS-DP-ENTRY (WS-DP-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-DP-USED
               MOVE WS-DP-INS-POS TO WS-DP-HIT
               INITIALIZE WS-DP-ENTRY (WS-DP-HIT)
               MOVE WS-DP-DATE-WANTED TO WS-DP-DATE (WS-DP-HIT)
               MOVE WS-DP-PROG-WANTED TO WS-DP-PROG (WS-DP-HIT)
               MOVE 'N' TO WS-DP-RL-ESTORNO (WS-DP-HIT)
           ELSE
               SET DP-OVERFLOW TO TRUE
           END-IF.

       5000-TERMINATE.
           CLOSE INTEGRITY-REPORT-FILE.

      *****************************************************
      * report helpers: one section per check, findings    *
      * counted by severity, listing capped at 100 lines   *
      *****************************************************
       8000-START-CHECK.
           MOVE 0 TO WS-CHECK-LINES
           MOVE 0 TO WS-CHECK-FINDINGS
           MOVE 0 TO WS-CHECK-SUPPRESSED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHECK-TITLE TO REPORT-LINE
           WRITE REPORT-LINE.

       8100-WRITE-FINDING.
           ADD 1 TO WS-CHECK-FINDINGS
           EVALUATE WS-FND-SEVERITY
               WHEN "SEVERA"
                   ADD 1 TO WS-SEVERE-COUNT
               WHEN "ADVERTENCIA"
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INFO-COUNT
           END-EVALUATE
           IF WS-CHECK-LINES < 100
               ADD 1 TO WS-CHECK-LINES
               MOVE SPACES TO REPORT-LINE
               STRING WS-FND-SEVERITY " " WS-FND-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-CHECK-SUPPRESSED
           END-IF.

       8200-END-CHECK.
           IF WS-CHECK-SUPPRESSED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  ... MAIS " WS-CHECK-SUPPRESSED
                   " ACHADO(S) NAO LISTADO(S)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CHECK-FINDINGS = 0
               MOVE "  OK - NENHUMA DIVERGENCIA" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
