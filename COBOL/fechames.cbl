       IDENTIFICATION DIVISION.
       PROGRAM-ID. fechames.

      *****************************************************
      * FECHAMENTO MENSAL - accounting period close, so   *
      * finance can sign a month off and keep it signed    *
      * off.                                               *
      *                                                     *
      * For the month keyed (AAAAMM) the program checks     *
      * that every working day of it per the processing     *
      * calendar (validadata, CALNDARIO) has a clean night  *
      * in RUNLOG - every step that ran for the date ended  *
      * OK or REJEITOS, none left open, aborted or backed    *
      * out - that no AUDITLOG reject of the month is still  *
      * unresolved and that no REVQUEUE result of the month  *
      * is still held for review; each failure is listed as  *
      * an exception. It then prints the closing statement   *
      * by program and operation: runs, records read,        *
      * processed and rejected and the value totals from     *
      * STATHIST, reconciled to the rows of the month found  *
      * in RESULTLOG and the RESARCH archive (plus the       *
      * results released from review, which STATHIST never  *
      * counted). Everything goes to the FECHRPT report.     *
      * A past month with no exception and no divergence     *
      * can then be closed: "FM"+AAAAMM is written to the    *
      * shared control file with status 'F', the operator   *
      * and the date, and from then on calculadora, second,  *
      * montalote and estornolote refuse any batch set or    *
      * back-out dated in it. Reopening sets the status to   *
      * 'R' and needs the separate REABRMES permission,      *
      * checked again at the moment of the reopen, plus a    *
      * reason. Close and reopen are both written to         *
      * PARMHIST and to SESSLOG.                             *
      * Entry is protected by the shared sign-on check       *
      * (validaoper, OPERLNK.cpy) with function FECHAMES.    *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT STAT-HIST-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT SHARED-RESULT-FILE ASSIGN TO "RESULTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT RESULT-ARCH-FILE ASSIGN TO "RESARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-ARCH-STATUS.

           SELECT PARM-HIST-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESS-FILE-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "FECHRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       FD  RUN-LOG-FILE.
       COPY "copybooks/RUNLOG.cpy".

       FD  AUDIT-FILE.
       COPY "copybooks/AUDITREC.cpy".

       FD  REVIEW-FILE.
       COPY "copybooks/REVQUEUE.cpy".

       FD  STAT-HIST-FILE.
       COPY "copybooks/STATHIST.cpy".

      * the live log and its archive carry the same 106-byte image;
      * both are read INTO the one SHARED-RESULT-RECORD below.
       FD  SHARED-RESULT-FILE.
       01  RESULT-LOG-REC               PIC X(106).

       FD  RESULT-ARCH-FILE.
       01  RESULT-ARCH-REC              PIC X(106).

       FD  PARM-HIST-FILE.
       COPY "copybooks/PRMHIST.cpy".

       FD  SESSION-LOG-FILE.
       COPY "copybooks/SESSLOG.cpy".

       FD  CLOSE-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "copybooks/RESLTREC.cpy".

       01  WS-OPCAO                 PIC X.
       01  WS-CONTINUA              PIC X VALUE 'Y'.
           88 CONTINUA-LOOP         VALUE 'Y'.
       01  WS-CONFIRMA              PIC X.
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".
           88 CTL-FILE-NOT-FOUND    VALUE "35".
       01  WS-RUNLOG-FILE-STATUS    PIC XX.
           88 RUNLOG-FILE-STATUS-OK VALUE "00".
       01  WS-AUDIT-FILE-STATUS     PIC XX.
           88 AUDIT-FILE-STATUS-OK  VALUE "00".
       01  WS-REV-FILE-STATUS       PIC XX.
           88 REV-FILE-STATUS-OK    VALUE "00".
       01  WS-STAT-FILE-STATUS      PIC XX.
           88 STAT-FILE-STATUS-OK   VALUE "00".
       01  WS-RESULT-FILE-STATUS    PIC XX.
           88 RESULT-FILE-STATUS-OK VALUE "00".
       01  WS-RES-ARCH-STATUS       PIC XX.
           88 RES-ARCH-STATUS-OK    VALUE "00".
       01  WS-HIST-FILE-STATUS      PIC XX.
           88 HIST-FILE-NOT-FOUND   VALUE "35".
       01  WS-SESS-FILE-STATUS      PIC XX.
           88 SESS-FILE-NOT-FOUND   VALUE "35".
       01  WS-EOF-PASS              PIC X.
           88 PASS-EOF              VALUE 'Y'.

       01  WS-OPERADOR              PIC X(8).
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-CURRENT-MONTH         PIC 9(6).

      * the month keyed and the state of its "FM"+AAAAMM period key
       01  WS-MES-INFORMADO         PIC X(6).
       01  WS-PERIOD-MONTH          PIC 9(6).
       01  WS-PERIOD-MONTH-R REDEFINES WS-PERIOD-MONTH.
           05 WS-PERIOD-YEAR        PIC 9(4).
           05 WS-PERIOD-MM          PIC 9(2).
       01  WS-MONTH-OK-IND          PIC X.
           88 MONTH-IS-VALID        VALUE 'Y'.
       01  WS-PERIOD-KEY            PIC X(10).
       01  WS-PERIOD-FOUND-IND      PIC X.
           88 PERIOD-KEY-FOUND      VALUE 'Y'.
       01  WS-PERIOD-VALUE          PIC X(20).
       01  WS-PERIOD-VALUE-R REDEFINES WS-PERIOD-VALUE.
           05 WS-PV-STATUS          PIC X.
              88 PERIOD-IS-CLOSED   VALUE 'F'.
              88 PERIOD-REOPENED    VALUE 'R'.
           05 WS-PV-OPERATOR        PIC X(8).
           05 WS-PV-DATE            PIC 9(8).
           05 FILLER                PIC X(3).
       01  WS-PERIOD-DESC           PIC X(40).
       01  WS-VALOR-ANTERIOR        PIC X(20).
       01  WS-MOTIVO                PIC X(40).
       01  WS-DECISAO               PIC X(8).

      * per day of the month: whether it is a working day, and the
      * last event seen in RUNLOG for each step that ran that date
      * (ABERTO for an unpaired INICIO, ESTORNO after a back-out,
      * otherwise the FIM outcome). Fifteen steps is well beyond
      * any night STEPDEF defines.
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES.
              10 WS-DY-STEPS        PIC 9(2).
              10 WS-DY-STEP OCCURS 15 TIMES.
                 15 WS-DY-STEP-NAME PIC X(12).
                 15 WS-DY-STATE     PIC X(8).
       01  WS-DAY-IDX               PIC 9(2).
       01  WS-STEP-IDX              PIC 9(2).
       01  WS-HIT-IDX               PIC 9(2).
       01  WS-CHK-DATE              PIC 9(8).
       01  WS-DATE-INT              PIC 9(7).
       01  WS-DOW-NUM               PIC 9.
       01  WS-WORKING-IND           PIC X.
           88 DAY-IS-WORKING        VALUE 'Y'.
       01  WS-NIGHT-OK-IND          PIC X.
           88 NIGHT-IS-CLEAN        VALUE 'Y'.

      * STATHIST totals per program, with the rows of the month the
      * logs actually hold for it beside them.
       01  WS-STAT-TABLE.
           05 WS-SP-ENTRY OCCURS 5 TIMES.
              10 WS-SP-NAME         PIC X(12).
              10 WS-SP-RUNS         PIC 9(4).
              10 WS-SP-READ         PIC 9(8).
              10 WS-SP-PROCESSED    PIC 9(8).
              10 WS-SP-REJECTED     PIC 9(8).
              10 WS-SP-OP-TOTAL     PIC S9(15)V99 OCCURS 7 TIMES.
              10 WS-SP-LOG-ROWS     PIC 9(8).
       01  WS-SP-USED               PIC 9(2) VALUE 0.
       01  WS-SP-IDX                PIC 9(2).
       01  WS-SP-FOUND-IND          PIC X.
           88 SP-WAS-FOUND          VALUE 'Y'.
       01  WS-SP-NAME-WANTED        PIC X(12).

      * one slot per SR-SOURCE-PROGRAM + SR-OP-OR-CLASS pair of the
      * month's log rows, kept in program+class order (the
      * resumodiario break table).
       01  WS-BREAK-TABLE.
           05 WS-BREAK-ENTRY OCCURS 50 TIMES.
              10 WS-BRK-SOURCE      PIC X(12).
              10 WS-BRK-CLASS       PIC X(12).
              10 WS-BRK-COUNT       PIC 9(8).
              10 WS-BRK-TOTAL       PIC S9(15)V99.
       01  WS-BREAK-USED            PIC 9(2) VALUE 0.
       01  WS-BRK-IDX               PIC 9(2).
       01  WS-INS-POS               PIC 9(2).
       01  WS-SHIFT-IDX             PIC 9(2).
       01  WS-BRK-FOUND             PIC X.
           88 BRK-WAS-FOUND         VALUE 'Y'.

      * results of the month released from review: posted to
      * RESULTLOG by revisavalor after the run, so never in STATHIST.
       01  WS-RELEASED-TABLE.
           05 WS-REL-OP-COUNT       PIC 9(6) OCCURS 7 TIMES.
           05 WS-REL-OP-VALUE       PIC S9(15)V99 OCCURS 7 TIMES.
       01  WS-REL-COUNT             PIC 9(6).

       01  WS-OP-NAMES              PIC X(35)
           VALUE "SOMA SUB  MULT DIV  PERC POT  RESTO".
       01  WS-OP-NAME-TABLE REDEFINES WS-OP-NAMES.
           05 WS-OP-NAME-T          PIC X(5) OCCURS 7 TIMES.
       01  WS-OP-IDX                PIC 9(2).

       01  WS-ROW-VALUE             PIC S9(13)V99.
       01  WS-VALUE-COMPACT         PIC X(15).
       01  WS-CHR-IDX               PIC 9(2).
       01  WS-CMP-LEN               PIC 9(2).
       01  WS-EXPECTED-ROWS         PIC 9(8).
       01  WS-EXPECTED-VALUE        PIC S9(15)V99.
       01  WS-LOG-COUNT             PIC 9(8).
       01  WS-LOG-VALUE             PIC S9(15)V99.
       01  WS-RECON-TEXT            PIC X(12).

       01  WS-EXCEPTIONS            PIC 9(4).
       01  WS-DIVERGENCES           PIC 9(4).
       01  WS-ARCH-USED-IND         PIC X.
           88 ARCHIVE-WAS-READ      VALUE 'Y'.

       01  WS-EDIT-COUNT            PIC Z(7)9.
       01  WS-EDIT-COUNT-2          PIC Z(7)9.
       01  WS-EDIT-VALUE            PIC -Z(14)9.99.
       01  WS-EDIT-VALUE-2          PIC -Z(14)9.99.

       COPY "copybooks/DATELNK.cpy".
       COPY "copybooks/OPERLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-SIGN-ON
           PERFORM UNTIL NOT CONTINUA-LOOP
               PERFORM 1000-SHOW-MENU
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM 2000-VERIFY-MONTH
                   WHEN '2'
                       PERFORM 2500-CLOSE-MONTH
                   WHEN '3'
                       PERFORM 2700-REOPEN-MONTH
                   WHEN '4'
                       PERFORM 2800-SHOW-PERIOD
                   WHEN '0'
                       SET WS-CONTINUA TO 'N'
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM
           CLOSE CTL-PARAM-FILE
           STOP RUN.

      * CTLPARM is created on first use the way the other
      * interactive programs create it; every other file is only
      * read, and only while a month is being verified.
       0100-OPEN-FILES.
           OPEN I-O CTL-PARAM-FILE
           IF CTL-FILE-NOT-FOUND
               OPEN OUTPUT CTL-PARAM-FILE
               CLOSE CTL-PARAM-FILE
               OPEN I-O CTL-PARAM-FILE
               DISPLAY "CTLPARM NAO EXISTIA - ARQUIVO CRIADO."
           END-IF
           IF NOT CTL-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR CTLPARM, STATUS="
                   WS-CTL-FILE-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE (1:6) TO WS-CURRENT-MONTH.

       0200-SIGN-ON.
           DISPLAY "DIGITE O ID DO OPERADOR: "
           ACCEPT OC-OPER-ID
           DISPLAY "DIGITE A SENHA: "
           ACCEPT OC-PASSWORD
           MOVE "FECHAMES" TO OC-FUNCTION
           MOVE "FECHAMES" TO OC-PROGRAM
           CALL "validaoper" USING OPERATOR-CHECK-AREA
           IF OC-ACCESS-OK
               MOVE OC-OPER-ID TO WS-OPERADOR
           ELSE
               DISPLAY "ACESSO NEGADO."
               SET WS-CONTINUA TO 'N'
           END-IF.

       1000-SHOW-MENU.
           DISPLAY " "
           DISPLAY "=============================="
           DISPLAY "FECHAMENTO MENSAL"
           DISPLAY "=============================="
           DISPLAY "1 - VERIFICAR MES (SEM FECHAR)"
           DISPLAY "2 - FECHAR MES"
           DISPLAY "3 - REABRIR MES"
           DISPLAY "4 - CONSULTAR SITUACAO DO MES"
           DISPLAY "0 - SAIR"
           DISPLAY "DIGITE A OPCAO: ".

       1100-ACCEPT-MONTH.
           MOVE 'N' TO WS-MONTH-OK-IND
           DISPLAY "MES DE REFERENCIA (AAAAMM): "
           ACCEPT WS-MES-INFORMADO
           IF WS-MES-INFORMADO IS NUMERIC
               MOVE WS-MES-INFORMADO TO WS-PERIOD-MONTH
               IF WS-PERIOD-MM > 0 AND WS-PERIOD-MM < 13
                   SET MONTH-IS-VALID TO TRUE
               END-IF
           END-IF
           IF MONTH-IS-VALID
               PERFORM 1200-READ-PERIOD
           ELSE
               DISPLAY "MES INVALIDO."
           END-IF.

       1200-READ-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND-IND
           MOVE SPACES TO WS-PERIOD-VALUE
           MOVE SPACES TO WS-PERIOD-DESC
           MOVE SPACES TO WS-PERIOD-KEY
           STRING "FM" WS-PERIOD-MONTH
               DELIMITED BY SIZE INTO WS-PERIOD-KEY
           MOVE WS-PERIOD-KEY TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PERIOD-KEY-FOUND TO TRUE
                   MOVE CP-PARM-VALUE TO WS-PERIOD-VALUE
                   MOVE CP-PARM-DESC TO WS-PERIOD-DESC
           END-READ.

       2000-VERIFY-MONTH.
           PERFORM 1100-ACCEPT-MONTH
           IF MONTH-IS-VALID
               PERFORM 3000-BUILD-STATEMENT
               PERFORM 2050-SHOW-VERDICT
           END-IF.

       2050-SHOW-VERDICT.
           DISPLAY "EXCECOES: " WS-EXCEPTIONS
               " DIVERGENCIAS: " WS-DIVERGENCES
           DISPLAY "DEMONSTRATIVO GRAVADO EM FECHRPT.".

      * only a month already over can be closed, and only when the
      * verification run right here finds nothing to list - an
      * exception or a divergence leaves the month open.
       2500-CLOSE-MONTH.
           PERFORM 1100-ACCEPT-MONTH
           EVALUATE TRUE
               WHEN NOT MONTH-IS-VALID
                   CONTINUE
               WHEN PERIOD-IS-CLOSED
                   DISPLAY "MES JA FECHADO POR " WS-PV-OPERATOR
                       " EM " WS-PV-DATE "."
               WHEN WS-PERIOD-MONTH NOT < WS-CURRENT-MONTH
                   DISPLAY "SO UM MES JA ENCERRADO PODE SER FECHADO."
               WHEN OTHER
                   PERFORM 3000-BUILD-STATEMENT
                   PERFORM 2050-SHOW-VERDICT
                   IF WS-EXCEPTIONS > 0 OR WS-DIVERGENCES > 0
                       DISPLAY "FECHAMENTO RECUSADO - VER FECHRPT."
                   ELSE
                       DISPLAY "CONFIRMA O FECHAMENTO DE "
                           WS-PERIOD-MONTH " (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           MOVE 'F' TO WS-PV-STATUS
                           MOVE "PERIODO FECHADO" TO WS-MOTIVO
                           MOVE "FECHADO" TO WS-DECISAO
                           PERFORM 2900-WRITE-PERIOD
                       ELSE
                           DISPLAY "NADA ALTERADO."
                       END-IF
                   END-IF
           END-EVALUATE.

      * the reopen is a permission of its own: the password is asked
      * again and checked through validaoper with function REABRMES,
      * so the attempt lands in SESSLOG whether granted or not.
       2700-REOPEN-MONTH.
           PERFORM 1100-ACCEPT-MONTH
           EVALUATE TRUE
               WHEN NOT MONTH-IS-VALID
                   CONTINUE
               WHEN NOT PERIOD-IS-CLOSED
                   DISPLAY "MES NAO ESTA FECHADO."
               WHEN OTHER
                   DISPLAY "CONFIRME A SENHA: "
                   ACCEPT OC-PASSWORD
                   MOVE WS-OPERADOR TO OC-OPER-ID
                   MOVE "REABRMES" TO OC-FUNCTION
                   MOVE "FECHAMES" TO OC-PROGRAM
                   CALL "validaoper" USING OPERATOR-CHECK-AREA
                   IF OC-ACCESS-OK
                       PERFORM 2750-CONFIRM-REOPEN
                   ELSE
                       DISPLAY "SEM PERMISSAO PARA REABRIR O MES."
                   END-IF
           END-EVALUATE.

       2750-CONFIRM-REOPEN.
           MOVE SPACES TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO DA REABERTURA: "
               ACCEPT WS-MOTIVO
           END-PERFORM
           DISPLAY "CONFIRMA A REABERTURA DE " WS-PERIOD-MONTH
               " (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'R' TO WS-PV-STATUS
               MOVE "REABERTO" TO WS-DECISAO
               PERFORM 2900-WRITE-PERIOD
           ELSE
               DISPLAY "NADA ALTERADO."
           END-IF.

       2800-SHOW-PERIOD.
           PERFORM 1100-ACCEPT-MONTH
           IF MONTH-IS-VALID
               EVALUATE TRUE
                   WHEN NOT PERIOD-KEY-FOUND
                       DISPLAY "MES " WS-PERIOD-MONTH
                           " ABERTO - NUNCA FECHADO."
                   WHEN PERIOD-IS-CLOSED
                       DISPLAY "MES " WS-PERIOD-MONTH " FECHADO POR "
                           WS-PV-OPERATOR " EM " WS-PV-DATE
                   WHEN OTHER
                       DISPLAY "MES " WS-PERIOD-MONTH " REABERTO POR "
                           WS-PV-OPERATOR " EM " WS-PV-DATE
                       DISPLAY "MOTIVO: " WS-PERIOD-DESC
               END-EVALUATE
           END-IF.

      * the period key is written or rewritten with the new status,
      * the operator and today's date; the change goes to PARMHIST
      * like any control value and to SESSLOG as a decision row.
       2900-WRITE-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERADOR TO WS-PV-OPERATOR
           MOVE WS-TODAY-DATE TO WS-PV-DATE
           MOVE WS-PERIOD-KEY TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   MOVE SPACES TO WS-VALOR-ANTERIOR
                   MOVE WS-PERIOD-VALUE TO CP-PARM-VALUE
                   MOVE WS-MOTIVO TO CP-PARM-DESC
                   WRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O PERIODO."
                   END-WRITE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE TO WS-VALOR-ANTERIOR
                   MOVE WS-PERIOD-VALUE TO CP-PARM-VALUE
                   MOVE WS-MOTIVO TO CP-PARM-DESC
                   REWRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O PERIODO."
                   END-REWRITE
           END-READ
           PERFORM 2950-WRITE-HISTORY
           PERFORM 2960-WRITE-SESSION-LOG
           DISPLAY "MES " WS-PERIOD-MONTH " " WS-DECISAO ".".

       2950-WRITE-HISTORY.
           OPEN EXTEND PARM-HIST-FILE
           IF HIST-FILE-NOT-FOUND
               OPEN OUTPUT PARM-HIST-FILE
           END-IF
           MOVE WS-PERIOD-KEY TO PH-PARM-KEY
           MOVE WS-VALOR-ANTERIOR TO PH-OLD-VALUE
           MOVE WS-PERIOD-VALUE TO PH-NEW-VALUE
           MOVE WS-OPERADOR TO PH-OPERATOR-ID
           MOVE WS-TIMESTAMP TO PH-TIMESTAMP
           WRITE PARAM-HIST-RECORD
           CLOSE PARM-HIST-FILE.

      * the decision row in SESSLOG, in the layout validaoper writes
      * its sign-on rows; there is no maker or queued item here.
       2960-WRITE-SESSION-LOG.
           OPEN EXTEND SESSION-LOG-FILE
           IF SESS-FILE-NOT-FOUND
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF
           MOVE WS-OPERADOR TO SL-OPER-ID
           MOVE "FECHAMES" TO SL-PROGRAM
           MOVE WS-DECISAO TO SL-FUNCTION
           MOVE WS-PV-STATUS TO SL-OUTCOME
           MOVE WS-TIMESTAMP TO SL-TIMESTAMP
           MOVE SPACES TO SL-MAKER-ID
           MOVE 0 TO SL-PEND-ID
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE.

      * the whole verification of the month, from scratch every
      * time, written to a fresh FECHRPT.
       3000-BUILD-STATEMENT.
           MOVE 0 TO WS-EXCEPTIONS
           MOVE 0 TO WS-DIVERGENCES
           MOVE 0 TO WS-SP-USED
           MOVE 0 TO WS-BREAK-USED
           MOVE 0 TO WS-REL-COUNT
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 7
               MOVE 0 TO WS-REL-OP-COUNT (WS-OP-IDX)
               MOVE 0 TO WS-REL-OP-VALUE (WS-OP-IDX)
           END-PERFORM
           OPEN OUTPUT CLOSE-REPORT-FILE
           PERFORM 3050-WRITE-HEADER
           PERFORM 3100-CHECK-NIGHTS
           PERFORM 3300-CHECK-REJECTS
           PERFORM 3400-SCAN-REVIEW-QUEUE
           PERFORM 3500-LOAD-STAT-HIST
           PERFORM 3600-LOAD-RESULT-LOGS
           PERFORM 4000-WRITE-STATEMENT
           PERFORM 4900-WRITE-VERDICT
           CLOSE CLOSE-REPORT-FILE.

       3050-WRITE-HEADER.
           MOVE "FECHAMENTO MENSAL - VERIFICACAO E DEMONSTRATIVO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN PERIOD-IS-CLOSED
                   STRING "MES: " WS-PERIOD-MONTH
                       " SITUACAO: FECHADO POR " WS-PV-OPERATOR
                       " EM " WS-PV-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PERIOD-REOPENED
                   STRING "MES: " WS-PERIOD-MONTH
                       " SITUACAO: REABERTO POR " WS-PV-OPERATOR
                       " EM " WS-PV-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "MES: " WS-PERIOD-MONTH
                       " SITUACAO: ABERTO"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EMITIDO POR " WS-OPERADOR " EM " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * RUNLOG is read once and each event of the month tabled
      * under its day; then every working day is checked.
       3100-CHECK-NIGHTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NOITES DOS DIAS UTEIS (RUNLOG)" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               MOVE 0 TO WS-DY-STEPS (WS-DAY-IDX)
           END-PERFORM
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3150-READ-RUN-LOG UNTIL PASS-EOF
               CLOSE RUN-LOG-FILE
           ELSE
               MOVE "  RUNLOG AUSENTE - NENHUMA NOITE REGISTRADA"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3200-CHECK-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31.

       3150-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF RL-RUN-DATE (1:6) = WS-MES-INFORMADO
                           AND RL-RUN-DATE (7:2) > "00"
                           AND RL-RUN-DATE (7:2) < "32"
                       PERFORM 3160-TABLE-RUN-EVENT
                   END-IF
           END-READ.

       3160-TABLE-RUN-EVENT.
           MOVE RL-RUN-DATE (7:2) TO WS-DAY-IDX
           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-DY-STEPS (WS-DAY-IDX)
                       OR WS-HIT-IDX > 0
               IF WS-DY-STEP-NAME (WS-DAY-IDX WS-STEP-IDX)
                       = RL-STEP-NAME
                   MOVE WS-STEP-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-HIT-IDX = 0 AND WS-DY-STEPS (WS-DAY-IDX) < 15
               ADD 1 TO WS-DY-STEPS (WS-DAY-IDX)
               MOVE WS-DY-STEPS (WS-DAY-IDX) TO WS-HIT-IDX
               MOVE RL-STEP-NAME
                   TO WS-DY-STEP-NAME (WS-DAY-IDX WS-HIT-IDX)
           END-IF
           IF WS-HIT-IDX > 0
               EVALUATE TRUE
                   WHEN RL-EVENT-INICIO
                       MOVE "ABERTO"
                           TO WS-DY-STATE (WS-DAY-IDX WS-HIT-IDX)
                   WHEN RL-EVENT-ESTORNO
                       MOVE "ESTORNO"
                           TO WS-DY-STATE (WS-DAY-IDX WS-HIT-IDX)
                   WHEN OTHER
                       MOVE RL-OUTCOME
                           TO WS-DY-STATE (WS-DAY-IDX WS-HIT-IDX)
               END-EVALUATE
           END-IF.

      * a day that is not a valid date (the 31st of a short month)
      * is skipped. Without a CALNDARIO file validadata accepts
      * every date, so the plain weekday rule decides instead -
      * a site without a calendar still closes its weekends.
       3200-CHECK-ONE-DAY.
           COMPUTE WS-CHK-DATE = WS-PERIOD-MONTH * 100 + WS-DAY-IDX
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-CHK-DATE)
           IF WS-DATE-INT > 0
               MOVE WS-CHK-DATE TO DC-DATE-IN
               MOVE 'C' TO DC-REQUEST
               CALL "validadata" USING DATE-CHECK-AREA
               MOVE 'N' TO WS-WORKING-IND
               EVALUATE TRUE
                   WHEN DC-NO-CAL-FILE
                       COMPUTE WS-DOW-NUM =
                           FUNCTION MOD (WS-DATE-INT 7)
                       IF WS-DOW-NUM NOT = 0 AND WS-DOW-NUM NOT = 6
                           SET DAY-IS-WORKING TO TRUE
                       END-IF
                   WHEN DC-DATE-OK
                       SET DAY-IS-WORKING TO TRUE
               END-EVALUATE
               IF DAY-IS-WORKING
                   PERFORM 3250-CHECK-ONE-NIGHT
               END-IF
           END-IF.

       3250-CHECK-ONE-NIGHT.
           IF WS-DY-STEPS (WS-DAY-IDX) = 0
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CHK-DATE " SEM RODADA NOTURNA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'Y' TO WS-NIGHT-OK-IND
               PERFORM 3260-CHECK-ONE-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-DY-STEPS (WS-DAY-IDX)
               IF NIGHT-IS-CLEAN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-CHK-DATE " OK - "
                       WS-DY-STEPS (WS-DAY-IDX) " PASSO(S)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       3260-CHECK-ONE-STEP.
           IF WS-DY-STATE (WS-DAY-IDX WS-STEP-IDX) NOT = "OK"
                   AND WS-DY-STATE (WS-DAY-IDX WS-STEP-IDX)
                       NOT = "REJEITOS"
               MOVE 'N' TO WS-NIGHT-OK-IND
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CHK-DATE " PASSO "
                   WS-DY-STEP-NAME (WS-DAY-IDX WS-STEP-IDX)
                   " SITUACAO " WS-DY-STATE (WS-DAY-IDX WS-STEP-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * a reject neither corrected nor discarded through corrigerej
      * (AU-UNRESOLVED, blank on legacy rows) keeps the month open.
       3300-CHECK-REJECTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REJEITOS NAO RESOLVIDOS (AUDITLOG)" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3350-READ-AUDIT UNTIL PASS-EOF
               CLOSE AUDIT-FILE
           ELSE
               MOVE "  AUDITLOG AUSENTE - NENHUM REJEITO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3350-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF AU-BUSINESS-DATE (1:6) = WS-MES-INFORMADO
                           AND AU-UNRESOLVED
                       ADD 1 TO WS-EXCEPTIONS
                       MOVE SPACES TO REPORT-LINE
                       STRING "  SEQ " AU-SEQ-NUM
                           " DATA " AU-BUSINESS-DATE
                           " " AU-SOURCE-PROGRAM
                           " LOTE " AU-BATCH-ID
                           " " AU-REASON-CODE
                           " " AU-REASON-TEXT
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

      * held items of the month are exceptions (neither posted nor
      * rejected yet); released ones are totalled for the
      * reconciliation, since their RESULTLOG rows are not in
      * STATHIST.
       3400-SCAN-REVIEW-QUEUE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VALORES RETIDOS PARA REVISAO (REVQUEUE)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT REVIEW-FILE
           IF REV-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               MOVE LOW-VALUES TO RQ-KEY
               START REVIEW-FILE KEY IS >= RQ-KEY
                   INVALID KEY
                       SET PASS-EOF TO TRUE
               END-START
               PERFORM 3450-READ-REVIEW UNTIL PASS-EOF
               CLOSE REVIEW-FILE
           ELSE
               MOVE "  REVQUEUE AUSENTE - NADA RETIDO" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3450-READ-REVIEW.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF RQ-BUSINESS-DATE (1:6) = WS-MES-INFORMADO
                       EVALUATE TRUE
                           WHEN RQ-HELD
                               PERFORM 3460-LIST-HELD-ITEM
                           WHEN RQ-RELEASED
                               PERFORM 3470-ADD-RELEASED-ITEM
                       END-EVALUATE
                   END-IF
           END-READ.

       3460-LIST-HELD-ITEM.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO REPORT-LINE
           STRING "  LOTE " RQ-BATCH-ID " ITEM " RQ-READ-SEQ
               " DATA " RQ-BUSINESS-DATE " " RQ-OP-NAME
               " " RQ-RESULT-EDIT " AGUARDANDO REVISAO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3470-ADD-RELEASED-ITEM.
           IF RQ-OP-CODE IS NUMERIC
               MOVE RQ-OP-CODE TO WS-OP-IDX
               IF WS-OP-IDX > 0 AND WS-OP-IDX < 8
                   ADD 1 TO WS-REL-COUNT
                   ADD 1 TO WS-REL-OP-COUNT (WS-OP-IDX)
                   ADD RQ-RESULT TO WS-REL-OP-VALUE (WS-OP-IDX)
               END-IF
           END-IF.

      * every STATHIST row of the month, reruns included, adds into
      * its program's line - the rows estornolote reversed are
      * already net of what was backed out.
       3500-LOAD-STAT-HIST.
           OPEN INPUT STAT-HIST-FILE
           IF STAT-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3550-READ-STAT UNTIL PASS-EOF
               CLOSE STAT-HIST-FILE
           END-IF.

       3550-READ-STAT.
           READ STAT-HIST-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF ST-BUSINESS-DATE (1:6) = WS-MES-INFORMADO
                       MOVE ST-PROGRAM TO WS-SP-NAME-WANTED
                       PERFORM 3570-FIND-PROGRAM
                       IF SP-WAS-FOUND
                           PERFORM 3560-ADD-STAT-ROW
                       END-IF
                   END-IF
           END-READ.

       3560-ADD-STAT-ROW.
           ADD 1 TO WS-SP-RUNS (WS-SP-IDX)
           ADD ST-RECORDS-READ TO WS-SP-READ (WS-SP-IDX)
           ADD ST-RECORDS-PROCESSED TO WS-SP-PROCESSED (WS-SP-IDX)
           ADD ST-RECORDS-REJECTED TO WS-SP-REJECTED (WS-SP-IDX)
           ADD ST-TOTAL-SOMA TO WS-SP-OP-TOTAL (WS-SP-IDX 1)
           ADD ST-TOTAL-SUB TO WS-SP-OP-TOTAL (WS-SP-IDX 2)
           ADD ST-TOTAL-MULT TO WS-SP-OP-TOTAL (WS-SP-IDX 3)
           ADD ST-TOTAL-DIV TO WS-SP-OP-TOTAL (WS-SP-IDX 4)
           ADD ST-TOTAL-PERC TO WS-SP-OP-TOTAL (WS-SP-IDX 5)
           ADD ST-TOTAL-POT TO WS-SP-OP-TOTAL (WS-SP-IDX 6)
           ADD ST-TOTAL-RESTO TO WS-SP-OP-TOTAL (WS-SP-IDX 7).

      * a program seen only in the logs (no STATHIST row for the
      * month) still gets a line, so the gap shows as a divergence.
       3570-FIND-PROGRAM.
           MOVE 'N' TO WS-SP-FOUND-IND
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-USED OR SP-WAS-FOUND
               IF WS-SP-NAME (WS-SP-IDX) = WS-SP-NAME-WANTED
                   SET SP-WAS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SP-IDX
               END-IF
           END-PERFORM
           IF NOT SP-WAS-FOUND AND WS-SP-USED < 5
               ADD 1 TO WS-SP-USED
               MOVE WS-SP-USED TO WS-SP-IDX
               INITIALIZE WS-SP-ENTRY (WS-SP-IDX)
               MOVE WS-SP-NAME-WANTED TO WS-SP-NAME (WS-SP-IDX)
               SET SP-WAS-FOUND TO TRUE
           END-IF.

      * the month's result rows may sit in the live log or, once
      * expurgologs has run, in the RESARCH generation(s) the
      * scheduler assigns; both are read.
       3600-LOAD-RESULT-LOGS.
           MOVE 'N' TO WS-ARCH-USED-IND
           OPEN INPUT SHARED-RESULT-FILE
           IF RESULT-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3650-READ-RESULT UNTIL PASS-EOF
               CLOSE SHARED-RESULT-FILE
           END-IF
           OPEN INPUT RESULT-ARCH-FILE
           IF RES-ARCH-STATUS-OK
               SET ARCHIVE-WAS-READ TO TRUE
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 3660-READ-ARCHIVE UNTIL PASS-EOF
               CLOSE RESULT-ARCH-FILE
           END-IF.

       3650-READ-RESULT.
           READ SHARED-RESULT-FILE INTO SHARED-RESULT-RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF SR-BUSINESS-DATE (1:6) = WS-MES-INFORMADO
                       PERFORM 3700-TABLE-RESULT
                   END-IF
           END-READ.

       3660-READ-ARCHIVE.
           READ RESULT-ARCH-FILE INTO SHARED-RESULT-RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF SR-BUSINESS-DATE (1:6) = WS-MES-INFORMADO
                       PERFORM 3700-TABLE-RESULT
                   END-IF
           END-READ.

       3700-TABLE-RESULT.
           MOVE SR-SOURCE-PROGRAM TO WS-SP-NAME-WANTED
           PERFORM 3570-FIND-PROGRAM
           IF SP-WAS-FOUND
               ADD 1 TO WS-SP-LOG-ROWS (WS-SP-IDX)
           END-IF
           IF SR-RESULT-VALUE = SPACES
               MOVE 0 TO WS-ROW-VALUE
           ELSE
               PERFORM 3750-COMPACT-VALUE
               COMPUTE WS-ROW-VALUE = FUNCTION NUMVAL
                   (WS-VALUE-COMPACT)
           END-IF
           MOVE 'N' TO WS-BRK-FOUND
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BREAK-USED OR BRK-WAS-FOUND
               IF WS-BRK-SOURCE (WS-BRK-IDX) = SR-SOURCE-PROGRAM
                       AND WS-BRK-CLASS (WS-BRK-IDX) = SR-OP-OR-CLASS
                   SET BRK-WAS-FOUND TO TRUE
                   ADD 1 TO WS-BRK-COUNT (WS-BRK-IDX)
                   ADD WS-ROW-VALUE TO WS-BRK-TOTAL (WS-BRK-IDX)
               END-IF
           END-PERFORM
           IF NOT BRK-WAS-FOUND AND WS-BREAK-USED < 50
               PERFORM 3720-INSERT-BREAK-ENTRY
           END-IF.

       3720-INSERT-BREAK-ENTRY.
           MOVE 0 TO WS-INS-POS
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BREAK-USED
                       OR WS-INS-POS > 0
               IF WS-BRK-SOURCE (WS-BRK-IDX) > SR-SOURCE-PROGRAM
                       OR (WS-BRK-SOURCE (WS-BRK-IDX)
                               = SR-SOURCE-PROGRAM
                           AND WS-BRK-CLASS (WS-BRK-IDX)
                               > SR-OP-OR-CLASS)
                   MOVE WS-BRK-IDX TO WS-INS-POS
               END-IF
           END-PERFORM
           IF WS-INS-POS = 0
               COMPUTE WS-INS-POS = WS-BREAK-USED + 1
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-BREAK-USED BY -1
                   UNTIL WS-SHIFT-IDX < WS-INS-POS
               MOVE WS-BREAK-ENTRY (WS-SHIFT-IDX)
                   TO WS-BREAK-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-BREAK-USED
           MOVE SR-SOURCE-PROGRAM TO WS-BRK-SOURCE (WS-INS-POS)
           MOVE SR-OP-OR-CLASS TO WS-BRK-CLASS (WS-INS-POS)
           MOVE 1 TO WS-BRK-COUNT (WS-INS-POS)
           MOVE WS-ROW-VALUE TO WS-BRK-TOTAL (WS-INS-POS).

      * SR-RESULT-VALUE comes out of edited pictures that can leave
      * blanks between the sign and the digits; every space is
      * squeezed out before NUMVAL, as resumodiario does.
       3750-COMPACT-VALUE.
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

       4000-WRITE-STATEMENT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEMONSTRATIVO POR PROGRAMA E OPERACAO" TO REPORT-LINE
           WRITE REPORT-LINE
           IF ARCHIVE-WAS-READ
               MOVE "  LINHAS CONFERIDAS EM RESULTLOG E RESARCH"
                   TO REPORT-LINE
           ELSE
               MOVE "  RESARCH AUSENTE - CONFERIDO SO O RESULTLOG"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-SP-USED = 0
               MOVE "  NENHUM MOVIMENTO NO MES" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 4100-WRITE-PROGRAM
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-USED.

      * the rows the logs hold for a program must be what STATHIST
      * says it processed, plus (calculadora) the results released
      * from review after the run.
       4100-WRITE-PROGRAM.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROGRAMA " WS-SP-NAME (WS-SP-IDX)
               " EXECUCOES=" WS-SP-RUNS (WS-SP-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  STATHIST: LIDOS=" WS-SP-READ (WS-SP-IDX)
               " PROCESSADOS=" WS-SP-PROCESSED (WS-SP-IDX)
               " REJEITADOS=" WS-SP-REJECTED (WS-SP-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SP-PROCESSED (WS-SP-IDX) TO WS-EXPECTED-ROWS
           IF WS-SP-NAME (WS-SP-IDX) = "CALCULADORA"
               ADD WS-REL-COUNT TO WS-EXPECTED-ROWS
           END-IF
           IF WS-SP-LOG-ROWS (WS-SP-IDX) = WS-EXPECTED-ROWS
               MOVE "OK" TO WS-RECON-TEXT
           ELSE
               MOVE "DIVERGENTE" TO WS-RECON-TEXT
               ADD 1 TO WS-DIVERGENCES
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-SP-NAME (WS-SP-IDX) = "CALCULADORA"
               STRING "  LOGS: LINHAS=" WS-SP-LOG-ROWS (WS-SP-IDX)
                   " ESPERADAS=" WS-EXPECTED-ROWS
                   " (LIBERADAS NA REVISAO=" WS-REL-COUNT ") "
                   WS-RECON-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  LOGS: LINHAS=" WS-SP-LOG-ROWS (WS-SP-IDX)
                   " ESPERADAS=" WS-EXPECTED-ROWS " "
                   WS-RECON-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-SP-NAME (WS-SP-IDX) = "CALCULADORA"
               PERFORM 4200-WRITE-OPERATION
                   VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 7
           ELSE
               PERFORM 4300-WRITE-CLASS
                   VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BREAK-USED
           END-IF.

      * per operation, the STATHIST value total plus what review
      * released must equal the sum of the log rows.
       4200-WRITE-OPERATION.
           MOVE 0 TO WS-LOG-COUNT
           MOVE 0 TO WS-LOG-VALUE
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BREAK-USED
               IF WS-BRK-SOURCE (WS-BRK-IDX) = WS-SP-NAME (WS-SP-IDX)
                       AND WS-BRK-CLASS (WS-BRK-IDX)
                           = WS-OP-NAME-T (WS-OP-IDX)
                   MOVE WS-BRK-COUNT (WS-BRK-IDX) TO WS-LOG-COUNT
                   MOVE WS-BRK-TOTAL (WS-BRK-IDX) TO WS-LOG-VALUE
               END-IF
           END-PERFORM
           COMPUTE WS-EXPECTED-VALUE =
               WS-SP-OP-TOTAL (WS-SP-IDX WS-OP-IDX)
               + WS-REL-OP-VALUE (WS-OP-IDX)
           IF WS-LOG-VALUE = WS-EXPECTED-VALUE
               MOVE "OK" TO WS-RECON-TEXT
           ELSE
               MOVE "DIVERGENTE" TO WS-RECON-TEXT
               ADD 1 TO WS-DIVERGENCES
           END-IF
           MOVE WS-LOG-COUNT TO WS-EDIT-COUNT
           MOVE WS-EXPECTED-VALUE TO WS-EDIT-VALUE
           MOVE WS-LOG-VALUE TO WS-EDIT-VALUE-2
           MOVE SPACES TO REPORT-LINE
           STRING "    " WS-OP-NAME-T (WS-OP-IDX)
               " QTD=" WS-EDIT-COUNT
               " STATHIST=" WS-EDIT-VALUE
               " LOGS=" WS-EDIT-VALUE-2
               " " WS-RECON-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * second publishes no value totals, so its classes are listed
      * with their row counts only.
       4300-WRITE-CLASS.
           IF WS-BRK-SOURCE (WS-BRK-IDX) = WS-SP-NAME (WS-SP-IDX)
               MOVE WS-BRK-COUNT (WS-BRK-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "    " WS-BRK-CLASS (WS-BRK-IDX)
                   " QTD=" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4900-WRITE-VERDICT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXCECOES=" WS-EXCEPTIONS
               " DIVERGENCIAS=" WS-DIVERGENCES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-EXCEPTIONS > 0 OR WS-DIVERGENCES > 0
                   MOVE "MES NAO PODE SER FECHADO" TO REPORT-LINE
               WHEN WS-PERIOD-MONTH NOT < WS-CURRENT-MONTH
                   MOVE "MES AINDA EM CURSO - NAO PODE SER FECHADO"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "MES APTO PARA FECHAMENTO" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.
