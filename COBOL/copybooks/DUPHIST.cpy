      *****************************************************
      * DUP-HIST-RECORD - one recently posted transaction *
      * in the indexed DUPHIST rolling history, keyed by  *
      * the origin system of its batch, the batch         *
      * program, the op code and the operands as they     *
      * came in (for calculadora operand B or the 'R' +   *
      * rate code; for second the NUM value in            *
      * DH-OPERAND-A, op code and operand B blank).       *
      * calculadora and second consult it before posting  *
      * and reject a repeat from the same origin inside   *
      * the DUPDAYS look-back as E006, and rewrite it     *
      * after every posting, so it always holds the       *
      * latest SR-SEQ-NUM the key produced.               *
      *****************************************************
       01 DUP-HIST-RECORD.
           05 DH-KEY.
              10 DH-ORIGIN          PIC X(8).
              10 DH-SOURCE-PROGRAM  PIC X(12).
              10 DH-OP-CODE         PIC X.
              10 DH-OPERAND-A       PIC 9(5)V99.
              10 DH-OPERAND-B       PIC X(7).
           05 DH-BUSINESS-DATE      PIC 9(8).
           05 DH-BATCH-ID           PIC X(8).
           05 DH-RESULT-SEQ         PIC 9(6).
           05 DH-TIMESTAMP          PIC X(21).
