       IDENTIFICATION DIVISION.
       PROGRAM-ID. simulafaixa.

      *****************************************************
      * SIMULACAO DE FAIXAS - what-if replay of the draft  *
      * band list (BANDRASC, kept through manutparam       *
      * option C) over the values second has already       *
      * classified, before anyone promotes it to BANDCTL.  *
      *                                                     *
      * Takes the business-date range and whether to read   *
      * the RESARCH archive on the command line            *
      * (AAAAMMDD AAAAMMDD S/N; default every date, live    *
      * log only - the scheduler assigns the RESARCH        *
      * generation or concatenation to read). Each SECOND   *
      * row in range has its Num value (SR-INPUT-1)         *
      * classified against the live BANDCTL bands and       *
      * against the draft, first matching band winning in   *
      * file order exactly as second does. The SIMRPT       *
      * report carries the migration matrix - live band in  *
      * rows, draft band in columns, counts and row         *
      * percentages - then the gaps, overlaps and inverted  *
      * bounds in the draft and every value that would fall *
      * outside all draft bands. With no live bands second  *
      * runs on the MAIOR cutoff, so the rows are then the  *
      * class recorded on each row.                         *
      *                                                     *
      * At the end the draft stamp (CTLPARM FXRASC) is      *
      * copied to FXSIMUL: manutparam only promotes a draft *
      * whose current version has been simulated. When      *
      * RESULTLOG cannot be opened nothing is recorded and  *
      * the run ends RC 12.                                 *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAND-FILE ASSIGN TO "BANDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAND-FILE-STATUS.

           SELECT BAND-DRAFT-FILE ASSIGN TO "BANDRASC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAFT-FILE-STATUS.

           SELECT SHARED-RESULT-FILE ASSIGN TO "RESULTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT RESULT-ARCH-FILE ASSIGN TO "RESARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-ARCH-STATUS.

           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT SIM-REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BAND-FILE.
       COPY "copybooks/BANDREC.cpy".

       FD  BAND-DRAFT-FILE.
       01  BAND-DRAFT-REC               PIC X(18).

       FD  SHARED-RESULT-FILE.
       01  RESULT-LOG-REC               PIC X(106).

       FD  RESULT-ARCH-FILE.
       01  RESULT-ARCH-REC              PIC X(106).

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       FD  SIM-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "copybooks/RESLTREC.cpy".

       01  WS-BAND-FILE-STATUS      PIC XX.
           88 BAND-FILE-STATUS-OK   VALUE "00".
       01  WS-DRAFT-FILE-STATUS     PIC XX.
           88 DRAFT-FILE-STATUS-OK  VALUE "00".
       01  WS-RESULT-FILE-STATUS    PIC XX.
           88 RESULT-FILE-STATUS-OK VALUE "00".
       01  WS-RES-ARCH-STATUS       PIC XX.
           88 RES-ARCH-STATUS-OK    VALUE "00".
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".
       01  WS-EOF-PASS              PIC X.
           88 PASS-EOF              VALUE 'Y'.
       01  WS-ERRO-ABERTURA         PIC X VALUE 'N'.
           88 ERRO-ABERTURA         VALUE 'Y'.

       01  WS-CMD-LINE              PIC X(80) VALUE SPACES.
       01  WS-DATE-FROM             PIC 9(8) VALUE 0.
       01  WS-DATE-TO               PIC 9(8) VALUE 99999999.
       01  WS-USE-ARCHIVE           PIC X VALUE 'N'.
           88 READ-ARCHIVE          VALUE 'S'.
       01  WS-ARCH-USED-IND         PIC X VALUE 'N'.
           88 ARCHIVE-WAS-READ      VALUE 'Y'.

      * the live bands (BANDCTL) and the draft (BANDRASC), both
      * in file order, ten at most as in second.
       01  WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 10 TIMES.
              10 WS-CUR-NAME        PIC X(12).
              10 WS-CUR-LOWER       PIC 9(3).
              10 WS-CUR-UPPER       PIC 9(3).
       01  WS-CUR-USED              PIC 9(2) VALUE 0.
       01  WS-PRP-TABLE.
           05 WS-PRP-ENTRY OCCURS 10 TIMES.
              10 WS-PRP-NAME        PIC X(12).
              10 WS-PRP-LOWER       PIC 9(3).
              10 WS-PRP-UPPER       PIC 9(3).
       01  WS-PRP-USED              PIC 9(2) VALUE 0.

      * one BANDRASC row, in the CLASS-BAND-RECORD layout.
       01  WS-DRAFT-BAND.
           05 WS-DRAFT-NAME         PIC X(12).
           05 WS-DRAFT-LOWER        PIC 9(3).
           05 WS-DRAFT-UPPER        PIC 9(3).
       01  WS-BAND-IDX              PIC 9(2).
       01  WS-BAND-IDX-2            PIC 9(2).

      * migration matrix: one row per live band (then SEM FAIXA),
      * or per recorded class when there are no live bands - the
      * twelfth row takes whatever does not fit; one column per
      * draft band plus a last SEM FAIXA column.
       01  WS-MATRIX.
           05 WS-ROW-ENTRY OCCURS 12 TIMES.
              10 WS-ROW-NAME        PIC X(12).
              10 WS-ROW-TOTAL       PIC 9(8).
              10 WS-ROW-CELL        PIC 9(8) OCCURS 11 TIMES.
       01  WS-ROWS-USED             PIC 9(2) VALUE 0.
       01  WS-ROW-IDX               PIC 9(2).
       01  WS-COL-IDX               PIC 9(2).
       01  WS-COLS-USED             PIC 9(2).
       01  WS-COL-TOTAL             PIC 9(8) OCCURS 11 TIMES.
       01  WS-GRAND-TOTAL           PIC 9(8) VALUE 0.
       01  WS-ROW-FOUND             PIC X.
           88 ROW-WAS-FOUND         VALUE 'Y'.

      * values outside every draft band, by value (subscript is the
      * value plus one)
       01  WS-OUT-TABLE.
           05 WS-OUT-COUNT          PIC 9(6) OCCURS 1000 TIMES.
       01  WS-OUT-TOTAL             PIC 9(8) VALUE 0.

       01  WS-NUM-VALUE             PIC 9(3).
       01  WS-CUR-CLASS             PIC X(12).
       01  WS-PRP-CLASS             PIC X(12).
       01  WS-CLASS-FOUND           PIC X.
           88 CLASS-WAS-FOUND       VALUE 'Y'.
       01  WS-ROWS-READ             PIC 9(8) VALUE 0.
       01  WS-ROWS-SELECTED         PIC 9(8) VALUE 0.
       01  WS-ROWS-UNREADABLE       PIC 9(8) VALUE 0.
       01  WS-ROWS-MOVED            PIC 9(8) VALUE 0.
       01  WS-ROWS-CLASS-DIFF       PIC 9(8) VALUE 0.

      * draft consistency scan over the whole 000-999 domain
       01  WS-SCAN-VALUE            PIC 9(4).
       01  WS-COVER-COUNT           PIC 9(2).
       01  WS-GAP-START             PIC 9(4).
       01  WS-IN-GAP-IND            PIC X.
           88 IN-GAP                VALUE 'Y'.
       01  WS-OVL-LOWER             PIC 9(3).
       01  WS-OVL-UPPER             PIC 9(3).
       01  WS-ISSUES                PIC 9(4) VALUE 0.
       01  WS-EDIT-GAP-FROM         PIC 9(3).
       01  WS-EDIT-GAP-TO           PIC 9(3).

       01  WS-RASC-STAMP            PIC X(14) VALUE SPACES.

       01  WS-LINE-POS              PIC 9(3).
       01  WS-PCT                   PIC 9(3)V99.
       01  WS-COL-LABEL             PIC X(8).
       01  WS-EDIT-CELL             PIC Z(7)9.
       01  WS-EDIT-PCT              PIC ZZ9.99.
       01  WS-EDIT-COUNT            PIC Z(7)9.
       01  WS-EDIT-COL              PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-RESULT-LOGS
           PERFORM 4000-WRITE-REPORT
           IF ERRO-ABERTURA
               PERFORM 5200-WRITE-NOT-RECORDED
           ELSE
               PERFORM 5000-RECORD-SIMULATION
           END-IF
           CLOSE SIM-REPORT-FILE
           IF ERRO-ABERTURA
               MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.

      * command line: date from, date to, S to add RESARCH
       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE (1:8) IS NUMERIC
               MOVE WS-CMD-LINE (1:8) TO WS-DATE-FROM
           END-IF
           IF WS-CMD-LINE (10:8) IS NUMERIC
               MOVE WS-CMD-LINE (10:8) TO WS-DATE-TO
           END-IF
           IF WS-CMD-LINE (19:1) = 'S' OR WS-CMD-LINE (19:1) = 's'
               MOVE 'S' TO WS-USE-ARCHIVE
           END-IF
           PERFORM 1100-LOAD-LIVE-BANDS
           PERFORM 1200-LOAD-DRAFT-BANDS
           PERFORM 1300-SEED-MATRIX
           PERFORM VARYING WS-SCAN-VALUE FROM 1 BY 1
                   UNTIL WS-SCAN-VALUE > 1000
               MOVE 0 TO WS-OUT-COUNT (WS-SCAN-VALUE)
           END-PERFORM
           OPEN OUTPUT SIM-REPORT-FILE.

       1100-LOAD-LIVE-BANDS.
           OPEN INPUT BAND-FILE
           IF BAND-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 1150-READ-LIVE-BAND UNTIL PASS-EOF
               CLOSE BAND-FILE
           END-IF.

       1150-READ-LIVE-BAND.
           READ BAND-FILE
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF WS-CUR-USED < 10
                       ADD 1 TO WS-CUR-USED
                       MOVE CB-BAND-NAME TO WS-CUR-NAME (WS-CUR-USED)
                       MOVE CB-LOWER-BOUND
                           TO WS-CUR-LOWER (WS-CUR-USED)
                       MOVE CB-UPPER-BOUND
                           TO WS-CUR-UPPER (WS-CUR-USED)
                   END-IF
           END-READ.

       1200-LOAD-DRAFT-BANDS.
           OPEN INPUT BAND-DRAFT-FILE
           IF DRAFT-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 1250-READ-DRAFT-BAND UNTIL PASS-EOF
               CLOSE BAND-DRAFT-FILE
           END-IF
           COMPUTE WS-COLS-USED = WS-PRP-USED + 1.

       1250-READ-DRAFT-BAND.
           READ BAND-DRAFT-FILE INTO WS-DRAFT-BAND
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   IF WS-PRP-USED < 10
                       ADD 1 TO WS-PRP-USED
                       MOVE WS-DRAFT-NAME TO WS-PRP-NAME (WS-PRP-USED)
                       MOVE WS-DRAFT-LOWER
                           TO WS-PRP-LOWER (WS-PRP-USED)
                       MOVE WS-DRAFT-UPPER
                           TO WS-PRP-UPPER (WS-PRP-USED)
                   END-IF
           END-READ.

      * with live bands the rows are fixed in BANDCTL order; without
      * them the recorded classes are added as they turn up.
       1300-SEED-MATRIX.
           INITIALIZE WS-MATRIX
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 11
               MOVE 0 TO WS-COL-TOTAL (WS-COL-IDX)
           END-PERFORM
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-CUR-USED
               ADD 1 TO WS-ROWS-USED
               MOVE WS-CUR-NAME (WS-BAND-IDX)
                   TO WS-ROW-NAME (WS-ROWS-USED)
           END-PERFORM
           IF WS-CUR-USED > 0
               ADD 1 TO WS-ROWS-USED
               MOVE "SEM FAIXA" TO WS-ROW-NAME (WS-ROWS-USED)
           END-IF.

      * the live log, then the archive when asked for; rows already
      * moved to RESARCH by expurgologs are only seen with 'S'. A
      * live log that cannot be opened means nothing was replayed,
      * so the run must not count as a simulation of the draft.
       2000-READ-RESULT-LOGS.
           OPEN INPUT SHARED-RESULT-FILE
           IF RESULT-FILE-STATUS-OK
               MOVE 'N' TO WS-EOF-PASS
               PERFORM 2050-READ-RESULT UNTIL PASS-EOF
               CLOSE SHARED-RESULT-FILE
           ELSE
               DISPLAY "ERRO AO ABRIR RESULTLOG, STATUS="
                   WS-RESULT-FILE-STATUS
               SET ERRO-ABERTURA TO TRUE
           END-IF
           IF READ-ARCHIVE
               OPEN INPUT RESULT-ARCH-FILE
               IF RES-ARCH-STATUS-OK
                   SET ARCHIVE-WAS-READ TO TRUE
                   MOVE 'N' TO WS-EOF-PASS
                   PERFORM 2060-READ-ARCHIVE UNTIL PASS-EOF
                   CLOSE RESULT-ARCH-FILE
               END-IF
           END-IF.

       2050-READ-RESULT.
           READ SHARED-RESULT-FILE INTO SHARED-RESULT-RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-SELECT-ROW
           END-READ.

       2060-READ-ARCHIVE.
           READ RESULT-ARCH-FILE INTO SHARED-RESULT-RECORD
               AT END
                   SET PASS-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-SELECT-ROW
           END-READ.

       2100-SELECT-ROW.
           ADD 1 TO WS-ROWS-READ
           IF SR-SOURCE-PROGRAM = "SECOND"
                   AND SR-BUSINESS-DATE NOT < WS-DATE-FROM
                   AND SR-BUSINESS-DATE NOT > WS-DATE-TO
               ADD 1 TO WS-ROWS-SELECTED
               IF SR-INPUT-1 (1:3) IS NUMERIC
                   MOVE SR-INPUT-1 (1:3) TO WS-NUM-VALUE
                   PERFORM 2200-CLASSIFY-ROW
               ELSE
                   ADD 1 TO WS-ROWS-UNREADABLE
               END-IF
           END-IF.

       2200-CLASSIFY-ROW.
           IF WS-CUR-USED > 0
               MOVE "SEM FAIXA" TO WS-CUR-CLASS
               MOVE 'N' TO WS-CLASS-FOUND
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-CUR-USED
                           OR CLASS-WAS-FOUND
                   IF WS-NUM-VALUE NOT < WS-CUR-LOWER (WS-BAND-IDX)
                       AND WS-NUM-VALUE
                           NOT > WS-CUR-UPPER (WS-BAND-IDX)
                       SET CLASS-WAS-FOUND TO TRUE
                       MOVE WS-CUR-NAME (WS-BAND-IDX) TO WS-CUR-CLASS
                   END-IF
               END-PERFORM
               IF WS-CUR-CLASS NOT = SR-OP-OR-CLASS
                   ADD 1 TO WS-ROWS-CLASS-DIFF
               END-IF
           ELSE
               MOVE SR-OP-OR-CLASS TO WS-CUR-CLASS
           END-IF
           MOVE "SEM FAIXA" TO WS-PRP-CLASS
           MOVE WS-COLS-USED TO WS-COL-IDX
           MOVE 'N' TO WS-CLASS-FOUND
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-PRP-USED OR CLASS-WAS-FOUND
               IF WS-NUM-VALUE NOT < WS-PRP-LOWER (WS-BAND-IDX)
                       AND WS-NUM-VALUE NOT > WS-PRP-UPPER (WS-BAND-IDX)
                   SET CLASS-WAS-FOUND TO TRUE
                   MOVE WS-PRP-NAME (WS-BAND-IDX) TO WS-PRP-CLASS
                   MOVE WS-BAND-IDX TO WS-COL-IDX
               END-IF
           END-PERFORM
           IF NOT CLASS-WAS-FOUND
               ADD 1 TO WS-OUT-COUNT (WS-NUM-VALUE + 1)
               ADD 1 TO WS-OUT-TOTAL
           END-IF
           IF WS-CUR-CLASS NOT = WS-PRP-CLASS
               ADD 1 TO WS-ROWS-MOVED
           END-IF
           PERFORM 2300-FIND-ROW
           ADD 1 TO WS-ROW-CELL (WS-ROW-IDX WS-COL-IDX)
           ADD 1 TO WS-ROW-TOTAL (WS-ROW-IDX)
           ADD 1 TO WS-COL-TOTAL (WS-COL-IDX)
           ADD 1 TO WS-GRAND-TOTAL.

       2300-FIND-ROW.
           MOVE 'N' TO WS-ROW-FOUND
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROWS-USED OR ROW-WAS-FOUND
               IF WS-ROW-NAME (WS-ROW-IDX) = WS-CUR-CLASS
                   SET ROW-WAS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ROW-IDX
               END-IF
           END-PERFORM
           IF NOT ROW-WAS-FOUND
               IF WS-ROWS-USED < 11
                   ADD 1 TO WS-ROWS-USED
                   MOVE WS-ROWS-USED TO WS-ROW-IDX
                   MOVE WS-CUR-CLASS TO WS-ROW-NAME (WS-ROW-IDX)
               ELSE
                   MOVE 12 TO WS-ROW-IDX
                   MOVE 12 TO WS-ROWS-USED
                   MOVE "OUTRAS" TO WS-ROW-NAME (WS-ROW-IDX)
               END-IF
           END-IF.

       4000-WRITE-REPORT.
           MOVE "SIMULACAO DE FAIXAS - RASCUNHO CONTRA FAIXAS VIGENTES"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==============================" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATAS DE " WS-DATE-FROM " A " WS-DATE-TO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN ARCHIVE-WAS-READ
                   MOVE "LINHAS DE RESULTLOG E RESARCH" TO REPORT-LINE
               WHEN READ-ARCHIVE
                   MOVE "RESARCH AUSENTE - LINHAS SO DE RESULTLOG"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "LINHAS SO DE RESULTLOG" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LINHAS LIDAS=" WS-ROWS-READ
               " DO SECOND NO PERIODO=" WS-ROWS-SELECTED
               " VALOR ILEGIVEL=" WS-ROWS-UNREADABLE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4100-WRITE-BAND-LISTS
           PERFORM 4200-CHECK-DRAFT
           IF WS-PRP-USED = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RASCUNHO VAZIO - PROMOVIDO, SECOND VOLTA AO MAIOR"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 4400-WRITE-MATRIX
               PERFORM 4700-WRITE-OUTSIDE-VALUES
           END-IF.

       4100-WRITE-BAND-LISTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FAIXAS VIGENTES (BANDCTL) - LINHAS DA MATRIZ"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CUR-USED = 0
               MOVE "  NENHUMA - LINHAS PELA CLASSE GRAVADA"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-CUR-USED
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CUR-NAME (WS-BAND-IDX)
                   " " WS-CUR-LOWER (WS-BAND-IDX)
                   "-" WS-CUR-UPPER (WS-BAND-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FAIXAS PROPOSTAS (BANDRASC) - COLUNAS DA MATRIZ"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-PRP-USED
               MOVE WS-BAND-IDX TO WS-EDIT-COL
               MOVE SPACES TO REPORT-LINE
               STRING "  C" WS-EDIT-COL " " WS-PRP-NAME (WS-BAND-IDX)
                   " " WS-PRP-LOWER (WS-BAND-IDX)
                   "-" WS-PRP-UPPER (WS-BAND-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE "  SF  SEM FAIXA" TO REPORT-LINE
           WRITE REPORT-LINE.

      * inverted bounds, overlapping pairs (the earlier band wins,
      * as in second) and stretches of 000-999 no band covers.
       4200-CHECK-DRAFT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONSISTENCIA DO RASCUNHO" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-PRP-USED
               IF WS-PRP-LOWER (WS-BAND-IDX)
                       > WS-PRP-UPPER (WS-BAND-IDX)
                   ADD 1 TO WS-ISSUES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  LIMITES INVERTIDOS: "
                       WS-PRP-NAME (WS-BAND-IDX)
                       " " WS-PRP-LOWER (WS-BAND-IDX)
                       "-" WS-PRP-UPPER (WS-BAND-IDX)
                       " NUNCA CLASSIFICA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM 4250-CHECK-OVERLAP
                   VARYING WS-BAND-IDX-2 FROM WS-BAND-IDX BY 1
                   UNTIL WS-BAND-IDX-2 > WS-PRP-USED
           END-PERFORM
           IF WS-PRP-USED > 0
               MOVE 'N' TO WS-IN-GAP-IND
               PERFORM 4300-SCAN-COVERAGE
                   VARYING WS-SCAN-VALUE FROM 0 BY 1
                   UNTIL WS-SCAN-VALUE > 999
               IF IN-GAP
                   MOVE 999 TO WS-SCAN-VALUE
                   PERFORM 4350-WRITE-GAP
               END-IF
           END-IF
           IF WS-ISSUES = 0
               MOVE "  SEM LACUNAS NEM SOBREPOSICOES" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4250-CHECK-OVERLAP.
           IF WS-BAND-IDX-2 > WS-BAND-IDX
               IF WS-PRP-LOWER (WS-BAND-IDX)
                       > WS-PRP-LOWER (WS-BAND-IDX-2)
                   MOVE WS-PRP-LOWER (WS-BAND-IDX) TO WS-OVL-LOWER
               ELSE
                   MOVE WS-PRP-LOWER (WS-BAND-IDX-2) TO WS-OVL-LOWER
               END-IF
               IF WS-PRP-UPPER (WS-BAND-IDX)
                       < WS-PRP-UPPER (WS-BAND-IDX-2)
                   MOVE WS-PRP-UPPER (WS-BAND-IDX) TO WS-OVL-UPPER
               ELSE
                   MOVE WS-PRP-UPPER (WS-BAND-IDX-2) TO WS-OVL-UPPER
               END-IF
               IF WS-OVL-LOWER NOT > WS-OVL-UPPER
                   ADD 1 TO WS-ISSUES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  SOBREPOSICAO " WS-OVL-LOWER "-"
                       WS-OVL-UPPER ": " WS-PRP-NAME (WS-BAND-IDX)
                       " E " WS-PRP-NAME (WS-BAND-IDX-2)
                       " (VALE " WS-PRP-NAME (WS-BAND-IDX) ")"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4300-SCAN-COVERAGE.
           MOVE 0 TO WS-COVER-COUNT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-PRP-USED
               IF WS-SCAN-VALUE NOT < WS-PRP-LOWER (WS-BAND-IDX)
                       AND WS-SCAN-VALUE
                           NOT > WS-PRP-UPPER (WS-BAND-IDX)
                   ADD 1 TO WS-COVER-COUNT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-COVER-COUNT = 0 AND NOT IN-GAP
                   SET IN-GAP TO TRUE
                   MOVE WS-SCAN-VALUE TO WS-GAP-START
               WHEN WS-COVER-COUNT > 0 AND IN-GAP
                   MOVE 'N' TO WS-IN-GAP-IND
                   SUBTRACT 1 FROM WS-SCAN-VALUE
                   PERFORM 4350-WRITE-GAP
                   ADD 1 TO WS-SCAN-VALUE
           END-EVALUATE.

       4350-WRITE-GAP.
           ADD 1 TO WS-ISSUES
           MOVE WS-GAP-START TO WS-EDIT-GAP-FROM
           MOVE WS-SCAN-VALUE TO WS-EDIT-GAP-TO
           MOVE SPACES TO REPORT-LINE
           STRING "  LACUNA " WS-EDIT-GAP-FROM "-" WS-EDIT-GAP-TO
               ": VALORES SEM FAIXA"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * each row is printed twice: the counts, then each cell as a
      * percentage of the row total.
       4400-WRITE-MATRIX.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MATRIZ DE MIGRACAO (LINHA=VIGENTE, COLUNA=PROPOSTA)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "VIGENTE" TO REPORT-LINE (1:12)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COLS-USED
               IF WS-COL-IDX = WS-COLS-USED
                   MOVE "      SF" TO WS-COL-LABEL
               ELSE
                   MOVE WS-COL-IDX TO WS-EDIT-COL
                   MOVE SPACES TO WS-COL-LABEL
                   STRING "     C" WS-EDIT-COL
                       DELIMITED BY SIZE INTO WS-COL-LABEL
               END-IF
               COMPUTE WS-LINE-POS = 14 + (WS-COL-IDX - 1) * 8
               MOVE WS-COL-LABEL TO REPORT-LINE (WS-LINE-POS:8)
           END-PERFORM
           COMPUTE WS-LINE-POS = 14 + WS-COLS-USED * 8
           MOVE "   TOTAL" TO REPORT-LINE (WS-LINE-POS:8)
           WRITE REPORT-LINE
           PERFORM 4450-WRITE-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROWS-USED
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTAL" TO REPORT-LINE (1:12)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COLS-USED
               MOVE WS-COL-TOTAL (WS-COL-IDX) TO WS-EDIT-CELL
               COMPUTE WS-LINE-POS = 14 + (WS-COL-IDX - 1) * 8
               MOVE WS-EDIT-CELL TO REPORT-LINE (WS-LINE-POS:8)
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-EDIT-CELL
           COMPUTE WS-LINE-POS = 14 + WS-COLS-USED * 8
           MOVE WS-EDIT-CELL TO REPORT-LINE (WS-LINE-POS:8)
           WRITE REPORT-LINE
           IF WS-GRAND-TOTAL > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-ROWS-MOVED * 100 / WS-GRAND-TOTAL
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-ROWS-MOVED TO WS-EDIT-COUNT
           MOVE WS-PCT TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "VALORES QUE MUDARIAM DE FAIXA: " WS-EDIT-COUNT
               " (" WS-EDIT-PCT "%)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ROWS-CLASS-DIFF > 0
               MOVE WS-ROWS-CLASS-DIFF TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "LINHAS GRAVADAS COM CLASSE DIFERENTE DA "
                   "FAIXA VIGENTE: " WS-EDIT-COUNT
                   " (FAIXAS OU CORTE ALTERADOS NO PERIODO)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4450-WRITE-ROW.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ROW-NAME (WS-ROW-IDX) TO REPORT-LINE (1:12)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COLS-USED
               MOVE WS-ROW-CELL (WS-ROW-IDX WS-COL-IDX) TO WS-EDIT-CELL
               COMPUTE WS-LINE-POS = 14 + (WS-COL-IDX - 1) * 8
               MOVE WS-EDIT-CELL TO REPORT-LINE (WS-LINE-POS:8)
           END-PERFORM
           MOVE WS-ROW-TOTAL (WS-ROW-IDX) TO WS-EDIT-CELL
           COMPUTE WS-LINE-POS = 14 + WS-COLS-USED * 8
           MOVE WS-EDIT-CELL TO REPORT-LINE (WS-LINE-POS:8)
           WRITE REPORT-LINE
           IF WS-ROW-TOTAL (WS-ROW-IDX) > 0
               MOVE SPACES TO REPORT-LINE
               MOVE "   %" TO REPORT-LINE (1:12)
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > WS-COLS-USED
                   COMPUTE WS-PCT ROUNDED =
                       WS-ROW-CELL (WS-ROW-IDX WS-COL-IDX) * 100
                       / WS-ROW-TOTAL (WS-ROW-IDX)
                   MOVE WS-PCT TO WS-EDIT-PCT
                   COMPUTE WS-LINE-POS = 16 + (WS-COL-IDX - 1) * 8
                   MOVE WS-EDIT-PCT TO REPORT-LINE (WS-LINE-POS:6)
               END-PERFORM
               WRITE REPORT-LINE
           END-IF.

       4700-WRITE-OUTSIDE-VALUES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUT-TOTAL TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "VALORES FORA DE TODAS AS FAIXAS PROPOSTAS: "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4750-WRITE-OUTSIDE-VALUE
               VARYING WS-SCAN-VALUE FROM 1 BY 1
               UNTIL WS-SCAN-VALUE > 1000.

       4750-WRITE-OUTSIDE-VALUE.
           IF WS-OUT-COUNT (WS-SCAN-VALUE) > 0
               COMPUTE WS-EDIT-GAP-FROM = WS-SCAN-VALUE - 1
               MOVE WS-OUT-COUNT (WS-SCAN-VALUE) TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  VALOR " WS-EDIT-GAP-FROM
                   " OCORRENCIAS=" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * FXSIMUL takes the draft stamp this run replayed, which is
      * what manutparam checks before it lets the draft be promoted.
       5000-RECORD-SIMULATION.
           OPEN I-O CTL-PARAM-FILE
           IF CTL-FILE-STATUS-OK
               MOVE "FXRASC" TO CP-PARM-KEY
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-PARM-VALUE (1:14) TO WS-RASC-STAMP
               END-READ
               IF WS-RASC-STAMP NOT = SPACES
                   PERFORM 5100-WRITE-SIM-STAMP
               END-IF
               CLOSE CTL-PARAM-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RASC-STAMP = SPACES
               MOVE "RASCUNHO SEM CARIMBO - GRAVE-O PELO MANUTPARAM"
                   TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "SIMULACAO REGISTRADA PARA O RASCUNHO DE "
                   WS-RASC-STAMP
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       5100-WRITE-SIM-STAMP.
           MOVE "FXSIMUL" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   MOVE SPACES TO CP-PARM-VALUE
                   MOVE WS-RASC-STAMP TO CP-PARM-VALUE (1:14)
                   MOVE "RASCUNHO DE FAIXAS SIMULADO (NAO EDITAR)"
                       TO CP-PARM-DESC
                   WRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR FXSIMUL."
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-RASC-STAMP TO CP-PARM-VALUE (1:14)
                   REWRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR FXSIMUL."
                   END-REWRITE
           END-READ.

       5200-WRITE-NOT-RECORDED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ERRO AO ABRIR RESULTLOG, STATUS="
               WS-RESULT-FILE-STATUS
               " - SIMULACAO NAO REGISTRADA"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
