      * front-end for the shared audit file.               *
      *                                                     *
      * Reads AUDIT-FILE (AUDITREC.cpy) in sequence, shows  *
      * each unresolved E001-E008 reject with its reason    *
      * and original inputs, and lets the operator correct  *
      * the operands/op-code, discard the row, or skip it.   *
      * A suspected duplicate (E006) that turns out to be a  *
      * genuine repeat can also be released: it goes into    *
      * the resubmission file exactly as the origin sent it, *
      * and the batch programs do not duplicate-check the     *
      * CORRIGRJ batches. A high-value result a reviewer     *
      * refused in revisavalor (E007) is corrected like any    *
      * other calculadora reject. A row sent again after its    *
      * held item was already reviewed (E008) is normally       *
      * discarded: the reviewer's decision on it stands.        *
      * Corrected entries are written as CALC-TRANS-RECORD   *
      * or NUM-TRANS-RECORD rows (by AU-SOURCE-PROGRAM) to   *
      * the resubmission files CALCRESUB/NUMRESUB, and the    *
      * (validaoper, OPERLNK.cpy) with function REJEITOS, so    *
      * every correction session is tied to an authenticated    *
      * operator in the SESSLOG session log.                    *
      * Each REJXREF row also carries the batch the reject came  *
      * from and the origin that batch was registered under, so  *
      * the batch programs can acknowledge the corrected row     *
      * back to that origin (ACKREC.cpy); a discard is           *
      * acknowledged to it here, in the same ACKRET file.        *
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  REJECT-XREF-FILE.
       COPY "copybooks/REJXREF.cpy".

       FD  ACK-FILE.
       COPY "copybooks/ACKREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-EOF-AUDIT             PIC X VALUE 'N'.
       01  WS-XREF-FILE-STATUS      PIC XX.
           88 XREF-FILE-NOT-FOUND   VALUE "35".

       01  WS-ACK-FILE-STATUS       PIC XX.
           88 ACK-FILE-NOT-FOUND    VALUE "35".

       01  WS-VALID-OP-CODES        PIC X(10) VALUE SPACES.
       01  WS-VALID-OP-SUB REDEFINES WS-VALID-OP-CODES.
           05 WS-VALID-OP-ENTRY     PIC X OCCURS 10 TIMES.
           05 WS-REJECTS-SHOWN      PIC 9(6) VALUE 0.
           05 WS-REJECTS-CORRECTED  PIC 9(6) VALUE 0.
           05 WS-REJECTS-DISCARDED  PIC 9(6) VALUE 0.
           05 WS-REJECTS-RELEASED   PIC 9(6) VALUE 0.
           05 WS-REJECTS-SKIPPED    PIC 9(6) VALUE 0.
           05 WS-CALC-RESUB-SEQ     PIC 9(6) VALUE 0.
           05 WS-NUM-RESUB-SEQ      PIC 9(6) VALUE 0.
       01  WS-NUM-BATCH-ID          PIC X(8).
       01  WS-CALC-HASH             PIC 9(10)V99 VALUE 0.
       01  WS-RESUB-SEQ             PIC 9(6) VALUE 0.
       01  WS-ORIG-ORIGIN           PIC X(8).

       COPY "copybooks/OPERLNK.cpy".
       COPY "copybooks/DATELNK.cpy".
           IF XREF-FILE-NOT-FOUND
               OPEN OUTPUT REJECT-XREF-FILE
           END-IF
           OPEN EXTEND ACK-FILE
           IF ACK-FILE-NOT-FOUND
               OPEN OUTPUT ACK-FILE
           END-IF
           PERFORM 1050-OPEN-CTL-PARAM-FILE
           PERFORM 1060-LOAD-VALID-OP-CODES
           PERFORM 1100-WRITE-BATCH-HEADERS
       2000-PROCESS-AUDIT.
           IF AU-UNRESOLVED
                   AND (AU-REASON-CODE = "E001" OR "E002"
                        OR "E003" OR "E004" OR "E005"
                        OR "E006" OR "E007" OR "E008")
               PERFORM 2100-SHOW-REJECT
               PERFORM 2200-ACCEPT-ACTION
           END-IF
           DISPLAY "DATA/HORA..: " AU-TIMESTAMP.

       2200-ACCEPT-ACTION.
           IF AU-REASON-CODE = "E006"
               DISPLAY "ACAO (L=LIBERAR C=CORRIGIR D=DESCARTAR "
                   "P=PULAR): "
           ELSE
               DISPLAY "ACAO (C=CORRIGIR D=DESCARTAR P=PULAR): "
           END-IF
           ACCEPT WS-ACAO
           EVALUATE WS-ACAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 2300-CORRECT-REJECT
               WHEN 'L'
               WHEN 'l'
                   IF AU-REASON-CODE = "E006"
                       PERFORM 2600-RELEASE-DUPLICATE
                   ELSE
                       ADD 1 TO WS-REJECTS-SKIPPED
                       DISPLAY "SO DUPLICIDADE SUSPEITA (E006) PODE"
                           " SER LIBERADA - REJEITO MANTIDO."
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   MOVE "DESCARTE" TO XR-RESUB-BATCH-ID
                   MOVE 0 TO XR-RESUB-SEQ
                   PERFORM 2500-WRITE-XREF
                   IF WS-ORIG-ORIGIN NOT = SPACES
                       PERFORM 2570-WRITE-DISCARD-ACK
                   END-IF
                   MOVE 'D' TO AU-RESOLVED-FLAG
                   REWRITE AUDIT-RECORD
                   ADD 1 TO WS-REJECTS-DISCARDED
      * batch and sequence, a discard carries "DESCARTE" and zero, so
      * "who discarded reject 001742" is on record too.
       2500-WRITE-XREF.
           PERFORM 2550-FIND-ORIGINAL-ORIGIN
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE AU-SEQ-NUM TO XR-AUDIT-SEQ
           MOVE WS-OPERADOR TO XR-OPERATOR-ID
           MOVE WS-TIMESTAMP TO XR-TIMESTAMP
           MOVE AU-BATCH-ID TO XR-ORIG-BATCH-ID
           MOVE WS-ORIG-ORIGIN TO XR-ORIG-ORIGIN
           WRITE REJECT-XREF-RECORD.

      * the batch programs register every accepted set under
      * "LC"/"LN" + batch ID with its header origin in the value, so
      * the origin that sent the rejected row is one keyed read away.
      * A batch never registered (its run was aborted) or since
      * backed out leaves the origin blank, and no acknowledgment
      * goes back for the row.
       2550-FIND-ORIGINAL-ORIGIN.
           MOVE SPACES TO WS-ORIG-ORIGIN
           MOVE SPACES TO CP-PARM-KEY
           IF AU-SOURCE-PROGRAM = "CALCULADORA"
               STRING "LC" AU-BATCH-ID
                   DELIMITED BY SIZE INTO CP-PARM-KEY
           ELSE
               STRING "LN" AU-BATCH-ID
                   DELIMITED BY SIZE INTO CP-PARM-KEY
           END-IF
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (9:8) TO WS-ORIG-ORIGIN
           END-READ.

      * a discarded reject is final here - no resubmission batch will
      * carry it - so its follow-up row goes back to the origin now,
      * against the AU-SEQ-NUM the origin was first given.
       2570-WRITE-DISCARD-ACK.
           MOVE SPACES TO ACK-RECORD
           MOVE WS-ORIG-ORIGIN TO AK-ORIGIN
           MOVE AU-BATCH-ID TO AK-BATCH-ID
           MOVE 'F' TO AK-RECORD-TYPE
           MOVE AU-BUSINESS-DATE TO AK-BUSINESS-DATE
           MOVE "CORRIGEREJ" TO AK-PROGRAM
           MOVE WS-TIMESTAMP TO AK-TIMESTAMP
           MOVE 0 TO AK-DETAIL-SEQ
           MOVE 'D' TO AK-DETAIL-STATUS
           MOVE 0 TO AK-ASSIGNED-SEQ
           MOVE AU-REASON-CODE TO AK-REASON-CODE
           MOVE AU-SEQ-NUM TO AK-PRIOR-AU-SEQ
           MOVE 0 TO AK-VIA-SEQ
           WRITE ACK-RECORD.

      * a released duplicate is resubmitted unchanged: the operands
      * come back from AU-INPUT-1/2 through the same edit a keyed
      * value gets (a rate-coded operand B stays 'R' + code and is
      * resolved again on the night) and the op code from the E006
      * reason text. The CORRIGRJ resubmission batch is exempt from
      * the duplicate check, so the row posts on the next run.
       2600-RELEASE-DUPLICATE.
           IF AU-SOURCE-PROGRAM = "CALCULADORA"
               PERFORM 2610-RELEASE-CALC
           ELSE
               PERFORM 2620-RELEASE-NUM
           END-IF.

       2610-RELEASE-CALC.
           MOVE AU-DUP-OP-CODE TO WS-OP-INFORMADO
           PERFORM 2350-VALIDATE-OPCODE
           MOVE AU-INPUT-1 TO WS-VALOR-INFORMADO
           PERFORM 2400-VALIDATE-VALOR
           IF OPCODE-IS-OK AND VALOR-IS-OK
               MOVE WS-VALOR-NUM TO CT-OPERAND-A
               IF AU-INPUT-2 (1:1) = 'R'
                   MOVE AU-INPUT-2 (1:7) TO CT-RATE-REF
               ELSE
                   MOVE AU-INPUT-2 TO WS-VALOR-INFORMADO
                   PERFORM 2400-VALIDATE-VALOR
                   IF VALOR-IS-OK
                       MOVE WS-VALOR-NUM TO CT-OPERAND-B
                   END-IF
               END-IF
           END-IF
           IF OPCODE-IS-OK AND VALOR-IS-OK
               ADD 1 TO WS-CALC-RESUB-SEQ
               MOVE WS-CALC-RESUB-SEQ TO CT-SEQ-NUM
               MOVE WS-OP-INFORMADO TO CT-OP-CODE
               ADD CT-OPERAND-A TO WS-CALC-HASH
               WRITE CALC-TRANS-RECORD
               MOVE WS-CALC-BATCH-ID TO XR-RESUB-BATCH-ID
               MOVE WS-CALC-RESUB-SEQ TO XR-RESUB-SEQ
               PERFORM 2500-WRITE-XREF
               MOVE 'R' TO AU-RESOLVED-FLAG
               REWRITE AUDIT-RECORD
               ADD 1 TO WS-REJECTS-RELEASED
               DISPLAY "LIBERADO EM CALCRESUB, SEQ " CT-SEQ-NUM "."
           ELSE
               ADD 1 TO WS-REJECTS-SKIPPED
               DISPLAY "REJEITO ILEGIVEL - USE C PARA CORRIGIR."
           END-IF.

       2620-RELEASE-NUM.
           MOVE AU-INPUT-1 TO WS-VALOR-INFORMADO
           PERFORM 2400-VALIDATE-VALOR
           IF VALOR-IS-OK AND WS-VAL-POINTS = 0
                   AND WS-VALOR-NUM NOT > 999
               ADD 1 TO WS-NUM-RESUB-SEQ
               MOVE WS-NUM-RESUB-SEQ TO NT-SEQ-NUM
               MOVE WS-VALOR-NUM TO NT-NUM-VALUE
               WRITE NUM-TRANS-RECORD
               MOVE WS-NUM-BATCH-ID TO XR-RESUB-BATCH-ID
               MOVE WS-NUM-RESUB-SEQ TO XR-RESUB-SEQ
               PERFORM 2500-WRITE-XREF
               MOVE 'R' TO AU-RESOLVED-FLAG
               REWRITE AUDIT-RECORD
               ADD 1 TO WS-REJECTS-RELEASED
               DISPLAY "LIBERADO EM NUMRESUB, SEQ " NT-SEQ-NUM "."
           ELSE
               ADD 1 TO WS-REJECTS-SKIPPED
               DISPLAY "REJEITO ILEGIVEL - USE C PARA CORRIGIR."
           END-IF.

       4000-SHOW-SUMMARY.
           DISPLAY " "
           DISPLAY "=============================="
           DISPLAY "REJEITOS EXIBIDOS...: " WS-REJECTS-SHOWN
           DISPLAY "CORRIGIDOS..........: " WS-REJECTS-CORRECTED
           DISPLAY "DESCARTADOS.........: " WS-REJECTS-DISCARDED
           DISPLAY "LIBERADOS...........: " WS-REJECTS-RELEASED
           DISPLAY "MANTIDOS............: " WS-REJECTS-SKIPPED
           DISPLAY "GRAVADOS CALCRESUB..: " WS-CALC-RESUB-SEQ
           DISPLAY "GRAVADOS NUMRESUB...: " WS-NUM-RESUB-SEQ.
           CLOSE CALC-RESUB-FILE
           CLOSE NUM-RESUB-FILE
           CLOSE REJECT-XREF-FILE
           CLOSE ACK-FILE
           CLOSE CTL-PARAM-FILE.

       5100-WRITE-BATCH-TRAILERS.
