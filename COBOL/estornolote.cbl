       IDENTIFICATION DIVISION.
       PROGRAM-ID. estornolote.

      *****************************************************
      * ESTORNO DE LOTE - interactive back-out of one or  *
      * more batches already processed for a business     *
      * date, so a wrong CALCTRAN/NUMTRAN (wrong file from *
      * the origin, wrong rates in RATETAB) can be rerun   *
      * cleanly.                                            *
      *                                                     *
      * The operator keys the business date and up to ten   *
      * batch IDs. Every RESULTLOG and AUDITLOG row carrying *
      * one of those batch IDs and that business date        *
      * (SR-/AU-BATCH-ID, SR-/AU-BUSINESS-DATE) is moved out *
      * of the live log into the back-out archives           *
      * RESESTOR/AUDESTOR - the rows are never just dropped, *
      * so the sequence numbers they used stay accounted     *
      * for. The RESXREF rows of those batches are removed,  *
      * the STATHIST row of the date is reversed by the      *
      * counts and value totals backed out (and removed when *
      * nothing is left in it), the "LC"/"LN" batch keys are *
      * deleted from the shared control file so the          *
      * corrected resend is not refused as a duplicate, and  *
      * an ESTORN row is written to RUNLOG for the batch      *
      * step and every later step that ran that date, so the *
      * next rodanoite run for the date reruns them instead  *
      * of skipping them as already done. RESESTCNT keeps    *
      * the count (and highest SR-SEQ-NUM) of result rows     *
      * ever backed out, for resumodiario's reconciliation.  *
      * The DUPHIST duplicate-check entries those batches     *
      * posted are dropped too, so the corrected resend is    *
      * not rejected as a suspected duplicate of itself.      *
      * Their REVQUEUE review-queue items go as well: the     *
      * held ones must not be released into a date that is   *
      * being rerun, and the reviewed ones already had their  *
      * RESULTLOG/AUDITLOG rows backed out above. Those     *
      * items were counted by calculadora only as rows read, *
      * so the rows a reviewer later posted for them come    *
      * off STATHIST as read, not as processed or rejected.  *
      * The batches' accepted ORIGSTAT rows are marked 'E',  *
      * so the resend is not held to the origin's daily      *
      * limits twice.                                        *
      * The logs are rewritten through the same scratch-file *
      * split/reload expurgologs uses. Every file touched is *
      * listed in the ESTORPT report.                         *
      * A date in a month closed through fechames is refused. *
      * Entry is protected by the shared sign-on check        *
      * (validaoper, OPERLNK.cpy) with function ESTORNO.      *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHARED-RESULT-FILE ASSIGN TO "RESULTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT RESULT-WORK-FILE ASSIGN TO "RESWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESULT-ESTOR-FILE ASSIGN TO "RESESTOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-ESTOR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-WORK-FILE ASSIGN TO "AUDWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-ESTOR-FILE ASSIGN TO "AUDESTOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-ESTOR-STATUS.

           SELECT RESULT-XREF-FILE ASSIGN TO "RESXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT XREF-WORK-FILE ASSIGN TO "RXWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT STAT-HIST-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT STAT-WORK-FILE ASSIGN TO "STWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT STEP-DEF-FILE ASSIGN TO "STEPDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPDEF-FILE-STATUS.

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

           SELECT ORIGIN-STAT-FILE ASSIGN TO "ORIGSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OST-FILE-STATUS.

           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ESTORNO-REPORT-FILE ASSIGN TO "ESTORPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHARED-RESULT-FILE.
       COPY "copybooks/RESLTREC.cpy".

      * the scratch and back-out areas mirror the byte length of
      * SHARED-RESULT-RECORD (106), AUDIT-RECORD (124),
      * RESULT-XREF-RECORD (41) and STAT-HIST-RECORD (161); rows
      * move through them untouched with WRITE ... FROM.
       FD  RESULT-WORK-FILE.
       01  RESULT-WORK-REC              PIC X(106).

       FD  RESULT-ESTOR-FILE.
       01  RESULT-ESTOR-REC             PIC X(106).

       FD  AUDIT-FILE.
       COPY "copybooks/AUDITREC.cpy".

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-REC               PIC X(124).

       FD  AUDIT-ESTOR-FILE.
       01  AUDIT-ESTOR-REC              PIC X(124).

       FD  RESULT-XREF-FILE.
       COPY "copybooks/RESXREF.cpy".

       FD  XREF-WORK-FILE.
       01  XREF-WORK-REC                PIC X(41).

       FD  STAT-HIST-FILE.
       COPY "copybooks/STATHIST.cpy".

       FD  STAT-WORK-FILE.
       01  STAT-WORK-REC                PIC X(161).

       FD  RUN-LOG-FILE.
       COPY "copybooks/RUNLOG.cpy".

       FD  STEP-DEF-FILE.
       COPY "copybooks/STEPDEF.cpy".

       FD  DUP-HIST-FILE.
       COPY "copybooks/DUPHIST.cpy".

       FD  REVIEW-FILE.
       COPY "copybooks/REVQUEUE.cpy".

       FD  ORIGIN-STAT-FILE.
       COPY "copybooks/ORIGSTAT.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       FD  ESTORNO-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-EOF-PASS              PIC X VALUE 'N'.
           88 PASS-EOF              VALUE 'Y'.

       01  WS-RESULT-FILE-STATUS    PIC XX.
           88 RESULT-FILE-NOT-FOUND VALUE "35".
       01  WS-RES-ESTOR-STATUS      PIC XX.
           88 RES-ESTOR-NOT-FOUND   VALUE "35".
       01  WS-AUDIT-FILE-STATUS     PIC XX.
           88 AUDIT-FILE-NOT-FOUND  VALUE "35".
       01  WS-AUD-ESTOR-STATUS      PIC XX.
           88 AUD-ESTOR-NOT-FOUND   VALUE "35".
       01  WS-XREF-FILE-STATUS      PIC XX.
           88 XREF-FILE-NOT-FOUND   VALUE "35".
       01  WS-STAT-FILE-STATUS      PIC XX.
           88 STAT-FILE-NOT-FOUND   VALUE "35".
       01  WS-RUNLOG-FILE-STATUS    PIC XX.
           88 RUNLOG-STATUS-OK      VALUE "00".
           88 RUNLOG-NOT-FOUND      VALUE "35".
       01  WS-STEPDEF-FILE-STATUS   PIC XX.
           88 STEPDEF-STATUS-OK     VALUE "00".
       01  WS-DUP-FILE-STATUS       PIC XX.
           88 DUP-FILE-STATUS-OK    VALUE "00".
       01  WS-REV-FILE-STATUS       PIC XX.
           88 REV-FILE-STATUS-OK    VALUE "00".
       01  WS-OST-FILE-STATUS       PIC XX.
           88 OST-FILE-STATUS-OK    VALUE "00".
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".
           88 CTL-FILE-NOT-FOUND    VALUE "35".

       01  WS-CONTINUA              PIC X VALUE 'Y'.
           88 CONTINUA-LOOP         VALUE 'Y'.
       01  WS-CONFIRMA              PIC X VALUE 'N'.
           88 ESTORNO-CONFIRMADO    VALUE 'S' 's'.
       01  WS-DATA-INFORMADA        PIC X(8).
       01  WS-LOTE-INFORMADO        PIC X(8).
       01  WS-OPERADOR              PIC X(8).
       01  WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01  WS-TIMESTAMP             PIC X(21).

      * the batches to back out, as keyed; WS-EST-LC-IND/LN-IND say
      * whether the batch is registered under "LC"/"LN" for this date
      * ('S'), for another date ('O' - left alone) or not at all
      * ('N'), and the counters say what was removed per batch.
       01  WS-EST-TABLE.
           05 WS-EST-ENTRY OCCURS 10 TIMES.
              10 WS-EST-ID          PIC X(8).
              10 WS-EST-LC-IND      PIC X.
              10 WS-EST-LN-IND      PIC X.
              10 WS-EST-RES-CNT     PIC 9(6).
              10 WS-EST-AUD-CNT     PIC 9(6).
              10 WS-EST-XREF-CNT    PIC 9(6).
       01  WS-EST-USED              PIC 9(2) VALUE 0.
       01  WS-EST-IDX               PIC 9(2).
       01  WS-EST-FOUND             PIC 9(2).

      * what was backed out per batch program - entry 1 is
      * calculadora, entry 2 second - plus the remainder still to
      * be taken out of STATHIST while its rows are reversed.
       01  WS-PGM-TABLE.
           05 WS-PGM-ENTRY OCCURS 2 TIMES.
              10 WS-PGM-NAME        PIC X(12).
              10 WS-PGM-STATS       PIC X(10).
              10 WS-PGM-STEP        PIC X(12).
              10 WS-PGM-ORDER       PIC 9(3).
              10 WS-PGM-AFFECTED    PIC X.
              10 WS-PGM-PROCESSED   PIC 9(6).
              10 WS-PGM-REJECTED    PIC 9(6).
              10 WS-PGM-SOMA        PIC 9(12)V99.
              10 WS-PGM-SUB         PIC S9(12)V99.
              10 WS-PGM-MULT        PIC 9(14)V99.
              10 WS-PGM-DIV         PIC 9(12)V99.
              10 WS-PGM-PERC        PIC 9(12)V99.
              10 WS-PGM-POT         PIC 9(14)V99.
              10 WS-PGM-RESTO       PIC 9(12)V99.
              10 WS-REM-READ        PIC 9(6).
              10 WS-REM-PROCESSED   PIC 9(6).
              10 WS-REM-REJECTED    PIC 9(6).
              10 WS-REM-SOMA        PIC 9(12)V99.
              10 WS-REM-SUB         PIC S9(12)V99.
              10 WS-REM-MULT        PIC 9(14)V99.
              10 WS-REM-DIV         PIC 9(12)V99.
              10 WS-REM-PERC        PIC 9(12)V99.
              10 WS-REM-POT         PIC 9(14)V99.
              10 WS-REM-RESTO       PIC 9(12)V99.
       01  WS-PGM-IDX               PIC 9(1).

      * the night's steps from STEPDEF (or the built-in pair), used to
      * find the step that runs each batch program and the steps
      * after it whose RUNLOG state must be reset for the date.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
              10 WS-STEP-NAME       PIC X(12).
              10 WS-STEP-ORDER      PIC 9(3).
              10 WS-STEP-STATS      PIC X(10).
              10 WS-STEP-RAN        PIC X.
              10 WS-STEP-MARK       PIC X.
       01  WS-STEPS-USED            PIC 9(2) VALUE 0.
       01  WS-STEP-IDX              PIC 9(2).
       01  WS-FIRST-ORDER           PIC 9(3).
       01  WS-EOF-STEPDEF           PIC X.
           88 STEPDEF-EOF           VALUE 'Y'.
       01  WS-EOF-SCAN              PIC X.
           88 SCAN-EOF              VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-RES-KEPT           PIC 9(6) VALUE 0.
           05 WS-RES-REMOVED        PIC 9(6) VALUE 0.
           05 WS-RES-MAX-SEQ        PIC 9(6) VALUE 0.
           05 WS-AUD-KEPT           PIC 9(6) VALUE 0.
           05 WS-AUD-REMOVED        PIC 9(6) VALUE 0.
           05 WS-AUD-WAS-RESOLVED   PIC 9(6) VALUE 0.
           05 WS-XREF-KEPT          PIC 9(6) VALUE 0.
           05 WS-XREF-REMOVED       PIC 9(6) VALUE 0.
           05 WS-ST-ADJUSTED        PIC 9(6) VALUE 0.
           05 WS-ST-DROPPED         PIC 9(6) VALUE 0.
           05 WS-KEYS-DELETED       PIC 9(6) VALUE 0.
           05 WS-DUP-REMOVED        PIC 9(6) VALUE 0.
           05 WS-REV-REMOVED        PIC 9(6) VALUE 0.
           05 WS-REV-QUEUED         PIC 9(6) VALUE 0.
           05 WS-OST-MARKED         PIC 9(6) VALUE 0.
           05 WS-STEPS-MARKED       PIC 9(6) VALUE 0.
           05 WS-EST-CUM            PIC 9(6).
           05 WS-EST-MAX            PIC 9(6).

      * the REVQUEUE items of the batches, loaded before anything is
      * moved: a released item's RESULTLOG row and a refused item's
      * E007 reject were posted by revisavalor, not counted in
      * calculadora's STATHIST row, so they are left out of the
      * processed/rejected reversal (WS-RVI-KIND 'L' result seq,
      * 'R' reject seq).
       01  WS-RVI-TABLE.
           05 WS-RVI-ENTRY OCCURS 2000 TIMES.
              10 WS-RVI-KIND        PIC X.
              10 WS-RVI-SEQ         PIC 9(6).
       01  WS-RVI-USED              PIC 9(4) VALUE 0.
       01  WS-RVI-IDX               PIC 9(4).
       01  WS-RVI-KIND-WANTED       PIC X.
       01  WS-RVI-SEQ-WANTED        PIC 9(6).
       01  WS-RVI-FOUND             PIC X.
           88 RVI-WAS-FOUND         VALUE 'Y'.
       01  WS-RVI-OVF-IND           PIC X VALUE 'N'.
           88 RVI-OVERFLOW          VALUE 'Y'.

       01  WS-ROW-VALUE             PIC S9(13)V99.
       01  WS-VALUE-COMPACT         PIC X(15).
       01  WS-CHR-IDX               PIC 9(2).
       01  WS-CMP-LEN               PIC 9(2).

      * one counter or total of a STATHIST row and the amount still
      * to be taken out of it; 3660-CAP-SUBTRACT never takes a field
      * below zero and carries what it could not take to the next
      * row of the same date and program.
       01  WS-CAP-ROW               PIC 9(14)V99.
       01  WS-CAP-REM               PIC 9(14)V99.
       01  WS-CAP-CUT               PIC 9(14)V99.
       01  WS-CUT-PROCESSED         PIC 9(6).
       01  WS-CUT-REJECTED          PIC 9(6).

       01  WS-REG-TEXT              PIC X(30).
       01  WS-EDIT-TOTAL            PIC -Z(13)9.99.

       COPY "copybooks/OPERLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0200-SIGN-ON
           IF OC-ACCESS-OK
               PERFORM 1000-INITIALIZE
               IF ESTORNO-CONFIRMADO
                   PERFORM 2000-BACK-OUT-RESULTS
                   PERFORM 2500-BACK-OUT-AUDIT
                   PERFORM 3000-BACK-OUT-XREF
                   PERFORM 3500-REVERSE-STAT-HIST
                   PERFORM 4000-UNREGISTER-BATCHES
                   PERFORM 4200-UPDATE-ESTORNO-COUNT
                   PERFORM 4300-CLEAR-DUP-HIST
                   PERFORM 4400-CLEAR-REVIEW-QUEUE
                   PERFORM 4700-MARK-ORIGIN-STAT
                   PERFORM 4500-WRITE-RUN-LOG
                   PERFORM 4800-WRITE-SUMMARY
               ELSE
                   DISPLAY "ESTORNO CANCELADO - NADA FOI ALTERADO."
               END-IF
               PERFORM 5000-TERMINATE
           END-IF
           STOP RUN.

      * the sign-on runs before any file is opened, so a refused
      * operator leaves every log exactly as it was.
       0200-SIGN-ON.
           DISPLAY "DIGITE O ID DO OPERADOR: "
           ACCEPT OC-OPER-ID
           DISPLAY "DIGITE A SENHA: "
           ACCEPT OC-PASSWORD
           MOVE "ESTORNO" TO OC-FUNCTION
           MOVE "ESTORNOLOTE" TO OC-PROGRAM
           CALL "validaoper" USING OPERATOR-CHECK-AREA
           IF OC-ACCESS-OK
               MOVE OC-OPER-ID TO WS-OPERADOR
           ELSE
               DISPLAY "ACESSO NEGADO."
           END-IF.

      * nothing is touched until the operator has seen which batches
      * are registered for the date and confirmed the back-out.
       1000-INITIALIZE.
           DISPLAY "=============================="
           DISPLAY "ESTORNO DE LOTE"
           DISPLAY "=============================="
           PERFORM 1200-OPEN-CTL-PARAM-FILE
           PERFORM 1050-ACCEPT-DATE
           IF WS-BUSINESS-DATE > 0
               PERFORM 1100-ACCEPT-BATCH-ID
                   UNTIL NOT CONTINUA-LOOP
           END-IF
           IF WS-EST-USED = 0
               MOVE 'N' TO WS-CONFIRMA
           ELSE
               PERFORM 1300-CHECK-REGISTRATION
                   VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-USED
               DISPLAY "CONFIRMA O ESTORNO DOS LOTES ACIMA EM "
                   WS-BUSINESS-DATE " (S/N): "
               ACCEPT WS-CONFIRMA
           END-IF
           IF ESTORNO-CONFIRMADO
               PERFORM 1400-INIT-PGM-TABLE
               PERFORM 1500-LOAD-STEP-TABLE
               PERFORM 1600-OPEN-REPORT
               PERFORM 1700-LOAD-REVIEW-ITEMS
           END-IF.

       1050-ACCEPT-DATE.
           DISPLAY "DATA DO MOVIMENTO A ESTORNAR (AAAAMMDD): "
           ACCEPT WS-DATA-INFORMADA
           IF WS-DATA-INFORMADA IS NUMERIC
                   AND WS-DATA-INFORMADA NOT = "00000000"
               MOVE WS-DATA-INFORMADA TO WS-BUSINESS-DATE
               PERFORM 1060-CHECK-CLOSED-PERIOD
           ELSE
               DISPLAY "DATA INVALIDA."
           END-IF.

      * a date in a month closed through fechames cannot be backed
      * out - its figures are signed off; the month must be reopened
      * first.
       1060-CHECK-CLOSED-PERIOD.
           MOVE SPACES TO CP-PARM-KEY
           STRING "FM" WS-DATA-INFORMADA (1:6)
               DELIMITED BY SIZE INTO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-PARM-VALUE (1:1) = 'F'
                       DISPLAY "DATA EM PERIODO FECHADO - REABRA O "
                           "MES ANTES DE ESTORNAR."
                       MOVE 0 TO WS-BUSINESS-DATE
                   END-IF
           END-READ.

      * a blank reply ends the list; ten batches is more sets than
      * montalote ever stages into one night's input.
       1100-ACCEPT-BATCH-ID.
           DISPLAY "ID DO LOTE (BRANCO PARA ENCERRAR): "
           MOVE SPACES TO WS-LOTE-INFORMADO
           ACCEPT WS-LOTE-INFORMADO
           IF WS-LOTE-INFORMADO = SPACES
               MOVE 'N' TO WS-CONTINUA
           ELSE
               MOVE 0 TO WS-EST-FOUND
               PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > WS-EST-USED
                   IF WS-EST-ID (WS-EST-IDX) = WS-LOTE-INFORMADO
                       MOVE WS-EST-IDX TO WS-EST-FOUND
                   END-IF
               END-PERFORM
               IF WS-EST-FOUND > 0
                   DISPLAY "LOTE JA INFORMADO."
               ELSE
                   ADD 1 TO WS-EST-USED
                   MOVE WS-LOTE-INFORMADO TO WS-EST-ID (WS-EST-USED)
                   MOVE 'N' TO WS-EST-LC-IND (WS-EST-USED)
                   MOVE 'N' TO WS-EST-LN-IND (WS-EST-USED)
                   MOVE 0 TO WS-EST-RES-CNT (WS-EST-USED)
                   MOVE 0 TO WS-EST-AUD-CNT (WS-EST-USED)
                   MOVE 0 TO WS-EST-XREF-CNT (WS-EST-USED)
                   IF WS-EST-USED = 10
                       DISPLAY "LIMITE DE 10 LOTES ATINGIDO."
                       MOVE 'N' TO WS-CONTINUA
                   END-IF
               END-IF
           END-IF.

       1200-OPEN-CTL-PARAM-FILE.
           OPEN I-O CTL-PARAM-FILE
           IF CTL-FILE-NOT-FOUND
               OPEN OUTPUT CTL-PARAM-FILE
               CLOSE CTL-PARAM-FILE
               OPEN I-O CTL-PARAM-FILE
           END-IF
           IF NOT CTL-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR CTLPARM, STATUS="
                   WS-CTL-FILE-STATUS
           END-IF.

      * the "LC"/"LN" value carries the header date the batch was
      * registered under; a key registered for another date belongs
      * to another night and is left alone - only the rows of the
      * keyed date are backed out.
       1300-CHECK-REGISTRATION.
           MOVE SPACES TO CP-PARM-KEY
           STRING "LC" WS-EST-ID (WS-EST-IDX)
               DELIMITED BY SIZE INTO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-PARM-VALUE (1:8) = WS-DATA-INFORMADA
                       MOVE 'S' TO WS-EST-LC-IND (WS-EST-IDX)
                   ELSE
                       MOVE 'O' TO WS-EST-LC-IND (WS-EST-IDX)
                   END-IF
           END-READ
           MOVE SPACES TO CP-PARM-KEY
           STRING "LN" WS-EST-ID (WS-EST-IDX)
               DELIMITED BY SIZE INTO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-PARM-VALUE (1:8) = WS-DATA-INFORMADA
                       MOVE 'S' TO WS-EST-LN-IND (WS-EST-IDX)
                   ELSE
                       MOVE 'O' TO WS-EST-LN-IND (WS-EST-IDX)
                   END-IF
           END-READ
           PERFORM 1350-FORMAT-REGISTRATION
           DISPLAY "LOTE " WS-EST-ID (WS-EST-IDX) " - " WS-REG-TEXT.

       1350-FORMAT-REGISTRATION.
           EVALUATE TRUE
               WHEN WS-EST-LC-IND (WS-EST-IDX) = 'S'
                       AND WS-EST-LN-IND (WS-EST-IDX) = 'S'
                   MOVE "CALCULADORA E SECOND" TO WS-REG-TEXT
               WHEN WS-EST-LC-IND (WS-EST-IDX) = 'S'
                   MOVE "CALCULADORA" TO WS-REG-TEXT
               WHEN WS-EST-LN-IND (WS-EST-IDX) = 'S'
                   MOVE "SECOND" TO WS-REG-TEXT
               WHEN WS-EST-LC-IND (WS-EST-IDX) = 'O'
                       OR WS-EST-LN-IND (WS-EST-IDX) = 'O'
                   MOVE "REGISTRADO EM OUTRA DATA" TO WS-REG-TEXT
               WHEN OTHER
                   MOVE "NAO REGISTRADO" TO WS-REG-TEXT
           END-EVALUATE.

       1400-INIT-PGM-TABLE.
           INITIALIZE WS-PGM-TABLE
           MOVE "CALCULADORA" TO WS-PGM-NAME (1)
           MOVE "CALCSTATS" TO WS-PGM-STATS (1)
           MOVE "CALCULADORA" TO WS-PGM-STEP (1)
           MOVE 1 TO WS-PGM-ORDER (1)
           MOVE 'N' TO WS-PGM-AFFECTED (1)
           MOVE "SECOND" TO WS-PGM-NAME (2)
           MOVE "SECSTATS" TO WS-PGM-STATS (2)
           MOVE "SECOND" TO WS-PGM-STEP (2)
           MOVE 2 TO WS-PGM-ORDER (2)
           MOVE 'N' TO WS-PGM-AFFECTED (2)
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-USED
               IF WS-EST-LC-IND (WS-EST-IDX) = 'S'
                   MOVE 'Y' TO WS-PGM-AFFECTED (1)
               END-IF
               IF WS-EST-LN-IND (WS-EST-IDX) = 'S'
                   MOVE 'Y' TO WS-PGM-AFFECTED (2)
               END-IF
           END-PERFORM.

      * the step that runs each batch program is the one publishing
      * its counters key (CALCSTATS/SECSTATS); without STEPDEF the
      * night is rodanoite's built-in CALCULADORA/SECOND pair.
       1500-LOAD-STEP-TABLE.
           OPEN INPUT STEP-DEF-FILE
           IF STEPDEF-STATUS-OK
               MOVE 'N' TO WS-EOF-STEPDEF
               PERFORM 1550-READ-STEP-DEF UNTIL STEPDEF-EOF
               CLOSE STEP-DEF-FILE
           END-IF
           IF WS-STEPS-USED = 0
               MOVE 2 TO WS-STEPS-USED
               MOVE "CALCULADORA" TO WS-STEP-NAME (1)
               MOVE 1 TO WS-STEP-ORDER (1)
               MOVE "CALCSTATS" TO WS-STEP-STATS (1)
               MOVE "SECOND" TO WS-STEP-NAME (2)
               MOVE 2 TO WS-STEP-ORDER (2)
               MOVE "SECSTATS" TO WS-STEP-STATS (2)
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEPS-USED
               MOVE 'N' TO WS-STEP-RAN (WS-STEP-IDX)
               MOVE 'N' TO WS-STEP-MARK (WS-STEP-IDX)
               PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                       UNTIL WS-PGM-IDX > 2
                   IF WS-STEP-STATS (WS-STEP-IDX)
                           = WS-PGM-STATS (WS-PGM-IDX)
                       MOVE WS-STEP-NAME (WS-STEP-IDX)
                           TO WS-PGM-STEP (WS-PGM-IDX)
                       MOVE WS-STEP-ORDER (WS-STEP-IDX)
                           TO WS-PGM-ORDER (WS-PGM-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1550-READ-STEP-DEF.
           READ STEP-DEF-FILE
               AT END
                   SET STEPDEF-EOF TO TRUE
               NOT AT END
                   IF WS-STEPS-USED < 20
                       ADD 1 TO WS-STEPS-USED
                       MOVE SD-STEP-NAME TO WS-STEP-NAME (WS-STEPS-USED)
                       MOVE SD-EXEC-ORDER
                           TO WS-STEP-ORDER (WS-STEPS-USED)
                       MOVE SD-STATS-KEY
                           TO WS-STEP-STATS (WS-STEPS-USED)
                   END-IF
           END-READ.

       1600-OPEN-REPORT.
           OPEN OUTPUT ESTORNO-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "RELATORIO DE ESTORNO DE LOTES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATA DO MOVIMENTO: " WS-BUSINESS-DATE
               " OPERADOR: " WS-OPERADOR
               " EM: " WS-TIMESTAMP (1:14)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOTES ESTORNADOS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-USED
               PERFORM 1350-FORMAT-REGISTRATION
               MOVE SPACES TO REPORT-LINE
               STRING "  LOTE " WS-EST-ID (WS-EST-IDX)
                   " REGISTRO: " WS-REG-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      * every item of the batches counts as a row calculadora read;
      * only the reviewed ones are tabled, by the number they were
      * posted under.
       1700-LOAD-REVIEW-ITEMS.
           OPEN INPUT REVIEW-FILE
           IF REV-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-SCAN
               MOVE LOW-VALUES TO RQ-KEY
               START REVIEW-FILE KEY IS >= RQ-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               PERFORM 1750-READ-REVIEW-ITEM UNTIL SCAN-EOF
               CLOSE REVIEW-FILE
           END-IF
           IF WS-REV-QUEUED > 0
               MOVE 'Y' TO WS-PGM-AFFECTED (1)
           END-IF.

       1750-READ-REVIEW-ITEM.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   MOVE RQ-BATCH-ID TO WS-LOTE-INFORMADO
                   PERFORM 2150-FIND-BATCH
                   IF WS-EST-FOUND > 0
                           AND RQ-BUSINESS-DATE = WS-BUSINESS-DATE
                       ADD 1 TO WS-REV-QUEUED
                       IF RQ-RELEASED OR RQ-REFUSED
                           IF WS-RVI-USED < 2000
                               ADD 1 TO WS-RVI-USED
                               MOVE RQ-STATUS
                                   TO WS-RVI-KIND (WS-RVI-USED)
                               IF RQ-RELEASED
                                   MOVE RQ-RESULT-SEQ
                                       TO WS-RVI-SEQ (WS-RVI-USED)
                               ELSE
                                   MOVE RQ-AUDIT-SEQ
                                       TO WS-RVI-SEQ (WS-RVI-USED)
                               END-IF
                           ELSE
                               SET RVI-OVERFLOW TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1790-FIND-REVIEW-ITEM.
           MOVE 'N' TO WS-RVI-FOUND
           PERFORM VARYING WS-RVI-IDX FROM 1 BY 1
                   UNTIL WS-RVI-IDX > WS-RVI-USED OR RVI-WAS-FOUND
               IF WS-RVI-KIND (WS-RVI-IDX) = WS-RVI-KIND-WANTED
                       AND WS-RVI-SEQ (WS-RVI-IDX) = WS-RVI-SEQ-WANTED
                   SET RVI-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * pass 1 splits RESULTLOG between the back-out archive and the
      * scratch file; pass 2 loads the scratch rows back over the
      * live file - the expurgologs pattern.
       2000-BACK-OUT-RESULTS.
           OPEN INPUT SHARED-RESULT-FILE
           IF RESULT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               OPEN EXTEND RESULT-ESTOR-FILE
               IF RES-ESTOR-NOT-FOUND
                   OPEN OUTPUT RESULT-ESTOR-FILE
               END-IF
               OPEN OUTPUT RESULT-WORK-FILE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2100-SPLIT-RESULT UNTIL PASS-EOF
               CLOSE SHARED-RESULT-FILE
               CLOSE RESULT-ESTOR-FILE
               CLOSE RESULT-WORK-FILE
               OPEN INPUT RESULT-WORK-FILE
               OPEN OUTPUT SHARED-RESULT-FILE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2200-RELOAD-RESULT UNTIL PASS-EOF
               CLOSE RESULT-WORK-FILE
               CLOSE SHARED-RESULT-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RESULTLOG: ESTORNADAS PARA RESESTOR="
               WS-RES-REMOVED " MANTIDAS=" WS-RES-KEPT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2100-SPLIT-RESULT.
           READ SHARED-RESULT-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   MOVE SR-BATCH-ID TO WS-LOTE-INFORMADO
                   PERFORM 2150-FIND-BATCH
                   IF WS-EST-FOUND > 0
                           AND SR-BUSINESS-DATE = WS-BUSINESS-DATE
                       WRITE RESULT-ESTOR-REC FROM SHARED-RESULT-RECORD
                       ADD 1 TO WS-RES-REMOVED
                       ADD 1 TO WS-EST-RES-CNT (WS-EST-FOUND)
                       IF SR-SEQ-NUM > WS-RES-MAX-SEQ
                           MOVE SR-SEQ-NUM TO WS-RES-MAX-SEQ
                       END-IF
                       PERFORM 2300-ACCUMULATE-RESULT
                   ELSE
                       WRITE RESULT-WORK-REC FROM SHARED-RESULT-RECORD
                       ADD 1 TO WS-RES-KEPT
                   END-IF
           END-READ.

      * legacy rows written before the batch ID was carried have
      * spaces there and never match a keyed batch.
       2150-FIND-BATCH.
           MOVE 0 TO WS-EST-FOUND
           IF WS-LOTE-INFORMADO NOT = SPACES
               PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > WS-EST-USED
                           OR WS-EST-FOUND > 0
                   IF WS-EST-ID (WS-EST-IDX) = WS-LOTE-INFORMADO
                       MOVE WS-EST-IDX TO WS-EST-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       2200-RELOAD-RESULT.
           READ RESULT-WORK-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   WRITE SHARED-RESULT-RECORD FROM RESULT-WORK-REC
           END-READ.

      * the value totals backed out per operation feed the STATHIST
      * reversal; SR-RESULT-VALUE is display-edited, so it goes
      * through the resumodiario compaction before NUMVAL.
       2300-ACCUMULATE-RESULT.
           IF SR-SOURCE-PROGRAM = "CALCULADORA"
               MOVE 1 TO WS-PGM-IDX
           ELSE
               MOVE 2 TO WS-PGM-IDX
           END-IF
           MOVE 'Y' TO WS-PGM-AFFECTED (WS-PGM-IDX)
           MOVE 'N' TO WS-RVI-FOUND
           IF WS-PGM-IDX = 1
               MOVE 'L' TO WS-RVI-KIND-WANTED
               MOVE SR-SEQ-NUM TO WS-RVI-SEQ-WANTED
               PERFORM 1790-FIND-REVIEW-ITEM
           END-IF
           IF RVI-WAS-FOUND
               CONTINUE
           ELSE
               ADD 1 TO WS-PGM-PROCESSED (WS-PGM-IDX)
           END-IF
           IF WS-PGM-IDX = 1 AND NOT RVI-WAS-FOUND
               IF SR-RESULT-VALUE = SPACES
                   MOVE 0 TO WS-ROW-VALUE
               ELSE
                   PERFORM 2350-COMPACT-VALUE
                   COMPUTE WS-ROW-VALUE = FUNCTION NUMVAL
                       (WS-VALUE-COMPACT)
               END-IF
               EVALUATE SR-OP-OR-CLASS
                   WHEN "SOMA"
                       ADD WS-ROW-VALUE TO WS-PGM-SOMA (1)
                   WHEN "SUB"
                       ADD WS-ROW-VALUE TO WS-PGM-SUB (1)
                   WHEN "MULT"
                       ADD WS-ROW-VALUE TO WS-PGM-MULT (1)
                   WHEN "DIV"
                       ADD WS-ROW-VALUE TO WS-PGM-DIV (1)
                   WHEN "PERC"
                       ADD WS-ROW-VALUE TO WS-PGM-PERC (1)
                   WHEN "POT"
                       ADD WS-ROW-VALUE TO WS-PGM-POT (1)
                   WHEN "RESTO"
                       ADD WS-ROW-VALUE TO WS-PGM-RESTO (1)
               END-EVALUATE
           END-IF.

       2350-COMPACT-VALUE.
           MOVE SPACES TO WS-VALUE-COMPACT
           MOVE 0 TO WS-CMP-LEN
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > 15
               IF SR-RESULT-VALUE (WS-CHR-IDX:1) NOT = SPACE
                   ADD 1 TO WS-CMP-LEN
                   MOVE SR-RESULT-VALUE (WS-CHR-IDX:1)
                       TO WS-VALUE-COMPACT (WS-CMP-LEN:1)
               END-IF
           END-PERFORM.

      * same split/reload for AUDITLOG. A reject already corrected
      * or discarded through corrigerej is backed out all the same
      * (the night it belongs to is being undone) but counted
      * apart, so the report shows the correction that went with it.
       2500-BACK-OUT-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               OPEN EXTEND AUDIT-ESTOR-FILE
               IF AUD-ESTOR-NOT-FOUND
                   OPEN OUTPUT AUDIT-ESTOR-FILE
               END-IF
               OPEN OUTPUT AUDIT-WORK-FILE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2600-SPLIT-AUDIT UNTIL PASS-EOF
               CLOSE AUDIT-FILE
               CLOSE AUDIT-ESTOR-FILE
               CLOSE AUDIT-WORK-FILE
               OPEN INPUT AUDIT-WORK-FILE
               OPEN OUTPUT AUDIT-FILE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2700-RELOAD-AUDIT UNTIL PASS-EOF
               CLOSE AUDIT-WORK-FILE
               CLOSE AUDIT-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "AUDITLOG : ESTORNADAS PARA AUDESTOR="
               WS-AUD-REMOVED " MANTIDAS=" WS-AUD-KEPT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AUD-WAS-RESOLVED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  ATENCAO: " WS-AUD-WAS-RESOLVED
                   " REJEITO(S) JA CORRIGIDO(S)/DESCARTADO(S)"
                   " - VER REJXREF"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2600-SPLIT-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   MOVE AU-BATCH-ID TO WS-LOTE-INFORMADO
                   PERFORM 2150-FIND-BATCH
                   IF WS-EST-FOUND > 0
                           AND AU-BUSINESS-DATE = WS-BUSINESS-DATE
                       WRITE AUDIT-ESTOR-REC FROM AUDIT-RECORD
                       ADD 1 TO WS-AUD-REMOVED
                       ADD 1 TO WS-EST-AUD-CNT (WS-EST-FOUND)
                       IF AU-RESOLVED OR AU-DISCARDED
                           ADD 1 TO WS-AUD-WAS-RESOLVED
                       END-IF
                       IF AU-SOURCE-PROGRAM = "CALCULADORA"
                           MOVE 1 TO WS-PGM-IDX
                       ELSE
                           MOVE 2 TO WS-PGM-IDX
                       END-IF
                       MOVE 'Y' TO WS-PGM-AFFECTED (WS-PGM-IDX)
                       MOVE 'N' TO WS-RVI-FOUND
                       IF WS-PGM-IDX = 1
                           MOVE 'R' TO WS-RVI-KIND-WANTED
                           MOVE AU-SEQ-NUM TO WS-RVI-SEQ-WANTED
                           PERFORM 1790-FIND-REVIEW-ITEM
                       END-IF
                       IF NOT RVI-WAS-FOUND
                           ADD 1 TO WS-PGM-REJECTED (WS-PGM-IDX)
                       END-IF
                   ELSE
                       WRITE AUDIT-WORK-REC FROM AUDIT-RECORD
                       ADD 1 TO WS-AUD-KEPT
                   END-IF
           END-READ.

       2700-RELOAD-AUDIT.
           READ AUDIT-WORK-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   WRITE AUDIT-RECORD FROM AUDIT-WORK-REC
           END-READ.

      * RESXREF carries no business date, but "RC"/"RN" batch IDs
      * come from the RESUBSEQ counter and never repeat, so the
      * batch ID alone identifies the rows to remove.
       3000-BACK-OUT-XREF.
           OPEN INPUT RESULT-XREF-FILE
           IF XREF-FILE-NOT-FOUND
               CONTINUE
           ELSE
               OPEN OUTPUT XREF-WORK-FILE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3100-SPLIT-XREF UNTIL PASS-EOF
               CLOSE RESULT-XREF-FILE
               CLOSE XREF-WORK-FILE
               OPEN INPUT XREF-WORK-FILE
               OPEN OUTPUT RESULT-XREF-FILE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3200-RELOAD-XREF UNTIL PASS-EOF
               CLOSE XREF-WORK-FILE
               CLOSE RESULT-XREF-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RESXREF  : REMOVIDAS=" WS-XREF-REMOVED
               " MANTIDAS=" WS-XREF-KEPT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3100-SPLIT-XREF.
           READ RESULT-XREF-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   MOVE RX-BATCH-ID TO WS-LOTE-INFORMADO
                   PERFORM 2150-FIND-BATCH
                   IF WS-EST-FOUND > 0
                       ADD 1 TO WS-XREF-REMOVED
                       ADD 1 TO WS-EST-XREF-CNT (WS-EST-FOUND)
                   ELSE
                       WRITE XREF-WORK-REC FROM RESULT-XREF-RECORD
                       ADD 1 TO WS-XREF-KEPT
                   END-IF
           END-READ.

       3200-RELOAD-XREF.
           READ XREF-WORK-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   WRITE RESULT-XREF-RECORD FROM XREF-WORK-REC
           END-READ.

      * the rows read of a batch program are its processed plus its
      * rejected rows - and, for calculadora, every review-queue
      * item of the batches, held or reviewed - so that is what
      * comes off ST-RECORDS-READ.
      * The reversal walks the date's rows for the program in file
      * order; a rerun of the date leaves more than one, and what
      * the first cannot absorb is taken from the next.
       3500-REVERSE-STAT-HIST.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > 2
               COMPUTE WS-REM-READ (WS-PGM-IDX) =
                   WS-PGM-PROCESSED (WS-PGM-IDX)
                   + WS-PGM-REJECTED (WS-PGM-IDX)
               MOVE WS-PGM-PROCESSED (WS-PGM-IDX)
                   TO WS-REM-PROCESSED (WS-PGM-IDX)
               MOVE WS-PGM-REJECTED (WS-PGM-IDX)
                   TO WS-REM-REJECTED (WS-PGM-IDX)
               MOVE WS-PGM-SOMA (WS-PGM-IDX) TO WS-REM-SOMA (WS-PGM-IDX)
               MOVE WS-PGM-SUB (WS-PGM-IDX) TO WS-REM-SUB (WS-PGM-IDX)
               MOVE WS-PGM-MULT (WS-PGM-IDX) TO WS-REM-MULT (WS-PGM-IDX)
               MOVE WS-PGM-DIV (WS-PGM-IDX) TO WS-REM-DIV (WS-PGM-IDX)
               MOVE WS-PGM-PERC (WS-PGM-IDX) TO WS-REM-PERC (WS-PGM-IDX)
               MOVE WS-PGM-POT (WS-PGM-IDX) TO WS-REM-POT (WS-PGM-IDX)
               MOVE WS-PGM-RESTO (WS-PGM-IDX)
                   TO WS-REM-RESTO (WS-PGM-IDX)
           END-PERFORM
           ADD WS-REV-QUEUED TO WS-REM-READ (1)
           OPEN INPUT STAT-HIST-FILE
           IF STAT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               OPEN OUTPUT STAT-WORK-FILE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3600-SPLIT-STAT UNTIL PASS-EOF
               CLOSE STAT-HIST-FILE
               CLOSE STAT-WORK-FILE
               OPEN INPUT STAT-WORK-FILE
               OPEN OUTPUT STAT-HIST-FILE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3700-RELOAD-STAT UNTIL PASS-EOF
               CLOSE STAT-WORK-FILE
               CLOSE STAT-HIST-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "STATHIST : LINHAS AJUSTADAS=" WS-ST-ADJUSTED
               " REMOVIDAS=" WS-ST-DROPPED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3800-WRITE-PGM-LINES
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > 2.

       3600-SPLIT-STAT.
           READ STAT-HIST-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-PGM-IDX
                   IF ST-BUSINESS-DATE = WS-BUSINESS-DATE
                       IF ST-PROGRAM = WS-PGM-NAME (1)
                           MOVE 1 TO WS-PGM-IDX
                       END-IF
                       IF ST-PROGRAM = WS-PGM-NAME (2)
                           MOVE 2 TO WS-PGM-IDX
                       END-IF
                   END-IF
                   IF WS-PGM-IDX > 0
                       IF WS-PGM-AFFECTED (WS-PGM-IDX) = 'Y'
                           PERFORM 3650-REVERSE-ONE-ROW
                       ELSE
                           WRITE STAT-WORK-REC FROM STAT-HIST-RECORD
                       END-IF
                   ELSE
                       WRITE STAT-WORK-REC FROM STAT-HIST-RECORD
                   END-IF
           END-READ.

      * ST-TOTAL-SUB is signed, so it takes the whole remainder on
      * the first row; every other field is capped at zero.
       3650-REVERSE-ONE-ROW.
           MOVE ST-RECORDS-PROCESSED TO WS-CAP-ROW
           MOVE WS-REM-PROCESSED (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-RECORDS-PROCESSED
           MOVE WS-CAP-REM TO WS-REM-PROCESSED (WS-PGM-IDX)
           MOVE ST-RECORDS-REJECTED TO WS-CAP-ROW
           MOVE WS-REM-REJECTED (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-RECORDS-REJECTED
           MOVE WS-CAP-REM TO WS-REM-REJECTED (WS-PGM-IDX)
           MOVE ST-RECORDS-READ TO WS-CAP-ROW
           MOVE WS-REM-READ (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-RECORDS-READ
           MOVE WS-CAP-REM TO WS-REM-READ (WS-PGM-IDX)
           MOVE ST-TOTAL-SOMA TO WS-CAP-ROW
           MOVE WS-REM-SOMA (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-TOTAL-SOMA
           MOVE WS-CAP-REM TO WS-REM-SOMA (WS-PGM-IDX)
           SUBTRACT WS-REM-SUB (WS-PGM-IDX) FROM ST-TOTAL-SUB
           MOVE 0 TO WS-REM-SUB (WS-PGM-IDX)
           MOVE ST-TOTAL-MULT TO WS-CAP-ROW
           MOVE WS-REM-MULT (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-TOTAL-MULT
           MOVE WS-CAP-REM TO WS-REM-MULT (WS-PGM-IDX)
           MOVE ST-TOTAL-DIV TO WS-CAP-ROW
           MOVE WS-REM-DIV (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-TOTAL-DIV
           MOVE WS-CAP-REM TO WS-REM-DIV (WS-PGM-IDX)
           MOVE ST-TOTAL-PERC TO WS-CAP-ROW
           MOVE WS-REM-PERC (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-TOTAL-PERC
           MOVE WS-CAP-REM TO WS-REM-PERC (WS-PGM-IDX)
           MOVE ST-TOTAL-POT TO WS-CAP-ROW
           MOVE WS-REM-POT (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-TOTAL-POT
           MOVE WS-CAP-REM TO WS-REM-POT (WS-PGM-IDX)
           MOVE ST-TOTAL-RESTO TO WS-CAP-ROW
           MOVE WS-REM-RESTO (WS-PGM-IDX) TO WS-CAP-REM
           PERFORM 3660-CAP-SUBTRACT
           MOVE WS-CAP-ROW TO ST-TOTAL-RESTO
           MOVE WS-CAP-REM TO WS-REM-RESTO (WS-PGM-IDX)
           IF ST-RECORDS-READ = 0 AND ST-RECORDS-PROCESSED = 0
                   AND ST-RECORDS-REJECTED = 0
               ADD 1 TO WS-ST-DROPPED
           ELSE
               WRITE STAT-WORK-REC FROM STAT-HIST-RECORD
               ADD 1 TO WS-ST-ADJUSTED
           END-IF.

       3660-CAP-SUBTRACT.
           IF WS-CAP-REM > WS-CAP-ROW
               MOVE WS-CAP-ROW TO WS-CAP-CUT
           ELSE
               MOVE WS-CAP-REM TO WS-CAP-CUT
           END-IF
           SUBTRACT WS-CAP-CUT FROM WS-CAP-ROW
           SUBTRACT WS-CAP-CUT FROM WS-CAP-REM.

       3700-RELOAD-STAT.
           READ STAT-WORK-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   WRITE STAT-HIST-RECORD FROM STAT-WORK-REC
           END-READ.

      * a remainder left after the last row of the date means
      * STATHIST held less than the logs did (a run outside the
      * driver, or an earlier hand edit) - reported, not hidden.
       3800-WRITE-PGM-LINES.
           IF WS-PGM-AFFECTED (WS-PGM-IDX) = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-PGM-NAME (WS-PGM-IDX)
                   " PROCESSADOS=" WS-PGM-PROCESSED (WS-PGM-IDX)
                   " REJEITADOS=" WS-PGM-REJECTED (WS-PGM-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-PGM-IDX = 1
                   IF WS-REV-QUEUED > 0
                       MOVE SPACES TO REPORT-LINE
                       STRING "    ITENS DA FILA DE REVISAO (SO LIDOS)="
                           WS-REV-QUEUED
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   IF RVI-OVERFLOW
                       MOVE "    ATENCAO: MAIS DE 2000 ITENS REVISADOS"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   PERFORM 3850-WRITE-TOTAL-LINES
               END-IF
               IF WS-REM-READ (WS-PGM-IDX) > 0
                       OR WS-REM-PROCESSED (WS-PGM-IDX) > 0
                       OR WS-REM-REJECTED (WS-PGM-IDX) > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ATENCAO: STATHIST SEM SALDO PARA "
                       "REVERTER TUDO - DIFERENCA LIDOS="
                       WS-REM-READ (WS-PGM-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       3850-WRITE-TOTAL-LINES.
           MOVE WS-PGM-SOMA (1) TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    SOMA  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PGM-SUB (1) TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    SUB   " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PGM-MULT (1) TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    MULT  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PGM-DIV (1) TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    DIV   " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PGM-PERC (1) TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    PERC  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PGM-POT (1) TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    POT   " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PGM-RESTO (1) TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "    RESTO " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * only a key registered for the keyed date is deleted; the
      * corrected resend can then come back under the same batch ID.
       4000-UNREGISTER-BATCHES.
           PERFORM 4100-UNREGISTER-ONE
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-USED
           MOVE SPACES TO REPORT-LINE
           STRING "CTLPARM  : CHAVES DE LOTE REMOVIDAS="
               WS-KEYS-DELETED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4150-WRITE-BATCH-LINE
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-USED.

       4100-UNREGISTER-ONE.
           IF WS-EST-LC-IND (WS-EST-IDX) = 'S'
               MOVE SPACES TO CP-PARM-KEY
               STRING "LC" WS-EST-ID (WS-EST-IDX)
                   DELIMITED BY SIZE INTO CP-PARM-KEY
               DELETE CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-KEYS-DELETED
               END-DELETE
           END-IF
           IF WS-EST-LN-IND (WS-EST-IDX) = 'S'
               MOVE SPACES TO CP-PARM-KEY
               STRING "LN" WS-EST-ID (WS-EST-IDX)
                   DELIMITED BY SIZE INTO CP-PARM-KEY
               DELETE CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-KEYS-DELETED
               END-DELETE
           END-IF.

       4150-WRITE-BATCH-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  LOTE " WS-EST-ID (WS-EST-IDX)
               " RESULTADOS=" WS-EST-RES-CNT (WS-EST-IDX)
               " REJEITOS=" WS-EST-AUD-CNT (WS-EST-IDX)
               " RESXREF=" WS-EST-XREF-CNT (WS-EST-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * RESESTCNT counts the RESULTLOG rows ever moved to RESESTOR
      * (1:6) and keeps the highest SR-SEQ-NUM among them (7:6), so
      * resumodiario still balances against RESULTSEQ when the rows
      * backed out were the last ones handed out.
       4200-UPDATE-ESTORNO-COUNT.
           IF WS-RES-REMOVED > 0
               MOVE "RESESTCNT" TO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       MOVE SPACES TO CP-PARM-VALUE
                       MOVE WS-RES-REMOVED TO WS-EST-CUM
                       MOVE WS-EST-CUM TO CP-PARM-VALUE (1:6)
                       MOVE WS-RES-MAX-SEQ TO CP-PARM-VALUE (7:6)
                       MOVE "LINHAS DO RESULTLOG JA ESTORNADAS"
                           TO CP-PARM-DESC
                       WRITE CTL-PARAM-RECORD
                   NOT INVALID KEY
                       MOVE CP-PARM-VALUE (1:6) TO WS-EST-CUM
                       ADD WS-RES-REMOVED TO WS-EST-CUM
                       MOVE WS-EST-CUM TO CP-PARM-VALUE (1:6)
                       MOVE CP-PARM-VALUE (7:6) TO WS-EST-MAX
                       IF WS-RES-MAX-SEQ > WS-EST-MAX
                           MOVE WS-RES-MAX-SEQ TO CP-PARM-VALUE (7:6)
                       END-IF
                       REWRITE CTL-PARAM-RECORD
               END-READ
           END-IF.

      * an entry holds only the latest posting of its key, so one
      * left by a backed-out batch is deleted outright rather than
      * rolled back; the key simply starts over with the resend. A
      * site that never switched DUPCHECK on has no DUPHIST to clean.
       4300-CLEAR-DUP-HIST.
           OPEN I-O DUP-HIST-FILE
           IF DUP-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-SCAN
               PERFORM 4350-SCAN-DUP-HIST UNTIL SCAN-EOF
               CLOSE DUP-HIST-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "DUPHIST  : ENTRADAS REMOVIDAS=" WS-DUP-REMOVED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4350-SCAN-DUP-HIST.
           READ DUP-HIST-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   MOVE DH-BATCH-ID TO WS-LOTE-INFORMADO
                   PERFORM 2150-FIND-BATCH
                   IF WS-EST-FOUND > 0
                           AND DH-BUSINESS-DATE = WS-BUSINESS-DATE
                       DELETE DUP-HIST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-DUP-REMOVED
                       END-DELETE
                   END-IF
           END-READ.

      * a site where no review threshold was ever set has no
      * REVQUEUE to clean.
       4400-CLEAR-REVIEW-QUEUE.
           OPEN I-O REVIEW-FILE
           IF REV-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-SCAN
               PERFORM 4450-SCAN-REVIEW-QUEUE UNTIL SCAN-EOF
               CLOSE REVIEW-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "REVQUEUE : ITENS REMOVIDOS=" WS-REV-REMOVED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4450-SCAN-REVIEW-QUEUE.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   MOVE RQ-BATCH-ID TO WS-LOTE-INFORMADO
                   PERFORM 2150-FIND-BATCH
                   IF WS-EST-FOUND > 0
                           AND RQ-BUSINESS-DATE = WS-BUSINESS-DATE
                       DELETE REVIEW-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-REV-REMOVED
                       END-DELETE
                   END-IF
           END-READ.

      * the batch program's step gets an ESTORN row carrying what was
      * backed out, and so does every later step that ran the date
      * (the summary, the master loads and the extract all saw the
      * bad rows); rodanoite treats an ESTORN row as "not done", so
      * its next run for the date reruns them in order.
       4500-WRITE-RUN-LOG.
           MOVE 999 TO WS-FIRST-ORDER
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > 2
               IF WS-PGM-AFFECTED (WS-PGM-IDX) = 'Y'
                       AND WS-PGM-ORDER (WS-PGM-IDX) < WS-FIRST-ORDER
                   MOVE WS-PGM-ORDER (WS-PGM-IDX) TO WS-FIRST-ORDER
               END-IF
           END-PERFORM
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-STATUS-OK
               MOVE 'N' TO WS-EOF-SCAN
               PERFORM 4550-SCAN-READ UNTIL SCAN-EOF
               CLOSE RUN-LOG-FILE
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RUNLOG - PASSOS MARCADOS COMO ESTORNADOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > 2
               IF WS-PGM-AFFECTED (WS-PGM-IDX) = 'Y'
                   PERFORM 4600-WRITE-PGM-EVENT
               END-IF
           END-PERFORM
           PERFORM 4650-WRITE-STEP-EVENT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEPS-USED
           CLOSE RUN-LOG-FILE.

       4550-SCAN-READ.
           READ RUN-LOG-FILE
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF RL-RUN-DATE = WS-BUSINESS-DATE
                       PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                               UNTIL WS-STEP-IDX > WS-STEPS-USED
                           IF WS-STEP-NAME (WS-STEP-IDX) = RL-STEP-NAME
                               MOVE 'Y' TO WS-STEP-RAN (WS-STEP-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       4600-WRITE-PGM-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
           MOVE WS-PGM-STEP (WS-PGM-IDX) TO RL-STEP-NAME
           MOVE "ESTORN" TO RL-EVENT
           MOVE "ESTORNO" TO RL-OUTCOME
           MOVE 0 TO RL-RETURN-CODE
           COMPUTE RL-RECORDS-READ = WS-PGM-PROCESSED (WS-PGM-IDX)
               + WS-PGM-REJECTED (WS-PGM-IDX)
           IF WS-PGM-IDX = 1
               ADD WS-REV-QUEUED TO RL-RECORDS-READ
           END-IF
           MOVE WS-PGM-PROCESSED (WS-PGM-IDX) TO RL-RECORDS-PROCESSED
           MOVE WS-PGM-REJECTED (WS-PGM-IDX) TO RL-RECORDS-REJECTED
           MOVE WS-TIMESTAMP TO RL-TIMESTAMP
           WRITE RUN-LOG-RECORD
           ADD 1 TO WS-STEPS-MARKED
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEPS-USED
               IF WS-STEP-NAME (WS-STEP-IDX) = WS-PGM-STEP (WS-PGM-IDX)
                   MOVE 'Y' TO WS-STEP-MARK (WS-STEP-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  PASSO " WS-PGM-STEP (WS-PGM-IDX)
               " LIDOS=" RL-RECORDS-READ
               " PROC=" RL-RECORDS-PROCESSED
               " REJ=" RL-RECORDS-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4650-WRITE-STEP-EVENT.
           IF WS-STEP-RAN (WS-STEP-IDX) = 'Y'
                   AND WS-STEP-MARK (WS-STEP-IDX) NOT = 'Y'
                   AND WS-STEP-ORDER (WS-STEP-IDX) > WS-FIRST-ORDER
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-STEP-NAME (WS-STEP-IDX) TO RL-STEP-NAME
               MOVE "ESTORN" TO RL-EVENT
               MOVE "ESTORNO" TO RL-OUTCOME
               MOVE 0 TO RL-RETURN-CODE
               MOVE 0 TO RL-RECORDS-READ
               MOVE 0 TO RL-RECORDS-PROCESSED
               MOVE 0 TO RL-RECORDS-REJECTED
               MOVE WS-TIMESTAMP TO RL-TIMESTAMP
               WRITE RUN-LOG-RECORD
               ADD 1 TO WS-STEPS-MARKED
               MOVE 'Y' TO WS-STEP-MARK (WS-STEP-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING "  PASSO " WS-STEP-NAME (WS-STEP-IDX)
                   " (POSTERIOR - SERA REEXECUTADO)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * only the accepted sets were posted, so only their rows
      * change; a refused or aborted row keeps its status and reason.
       4700-MARK-ORIGIN-STAT.
           OPEN I-O ORIGIN-STAT-FILE
           IF OST-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-SCAN
               PERFORM 4750-SCAN-ORIGIN-STAT UNTIL SCAN-EOF
               CLOSE ORIGIN-STAT-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ORIGSTAT : LOTES MARCADOS COMO ESTORNADOS="
               WS-OST-MARKED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4750-SCAN-ORIGIN-STAT.
           READ ORIGIN-STAT-FILE
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   MOVE OS-BATCH-ID TO WS-LOTE-INFORMADO
                   PERFORM 2150-FIND-BATCH
                   IF WS-EST-FOUND > 0
                           AND OS-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND OS-SET-ACCEPTED
                       MOVE 'E' TO OS-SET-STATUS
                       REWRITE ORIGIN-STAT-RECORD
                       ADD 1 TO WS-OST-MARKED
                   END-IF
           END-READ.

       4800-WRITE-SUMMARY.
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FIM DO ESTORNO - RESULTADOS=" WS-RES-REMOVED
               " REJEITOS=" WS-AUD-REMOVED
               " PASSOS=" WS-STEPS-MARKED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY " "
           DISPLAY "=============================="
           DISPLAY "RESUMO DO ESTORNO"
           DISPLAY "=============================="
           DISPLAY "RESULTADOS ESTORNADOS: " WS-RES-REMOVED
           DISPLAY "REJEITOS ESTORNADOS..: " WS-AUD-REMOVED
           DISPLAY "RESXREF REMOVIDAS....: " WS-XREF-REMOVED
           DISPLAY "STATHIST AJUSTADAS...: " WS-ST-ADJUSTED
           DISPLAY "STATHIST REMOVIDAS...: " WS-ST-DROPPED
           DISPLAY "CHAVES DE LOTE.......: " WS-KEYS-DELETED
           DISPLAY "DUPHIST REMOVIDAS....: " WS-DUP-REMOVED
           DISPLAY "REVQUEUE REMOVIDOS...: " WS-REV-REMOVED
           DISPLAY "ORIGSTAT ESTORNADOS..: " WS-OST-MARKED
           DISPLAY "PASSOS NO RUNLOG.....: " WS-STEPS-MARKED
           DISPLAY "DETALHES EM ESTORPT.".

       5000-TERMINATE.
           IF ESTORNO-CONFIRMADO
               CLOSE ESTORNO-REPORT-FILE
           END-IF
           CLOSE CTL-PARAM-FILE.
