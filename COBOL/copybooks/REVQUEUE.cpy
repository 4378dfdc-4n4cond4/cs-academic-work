      *****************************************************
      * REVIEW-QUEUE-RECORD - one calculadora result held *
      * for a reviewer instead of being posted, in the    *
      * indexed REVQUEUE file keyed on the batch set and  *
      * the row's read ordinal in the run (RQ-BATCH-SEQ   *
      * keeps its CT-SEQ-NUM, which may repeat). A result *
      * above the REVLIMn threshold of its op code        *
      * (CTLPARM, kept through manutparam) lands here     *
      * with everything needed to post it later: origin,  *
      * operands as applied, operand B as keyed (literal  *
      * or 'R' + rate code) and the computed result, both *
      * numeric and edited the way SR-RESULT-VALUE        *
      * carries it. revisavalor releases an item to       *
      * RESULTLOG under the next RESULTSEQ                *
      * (RQ-RESULT-SEQ) or refuses it to AUDITLOG as      *
      * reason E007 under the next AUDITSEQ               *
      * (RQ-AUDIT-SEQ), where corrigerej picks it up. The *
      * calculadora trailer and resumodiario total the    *
      * file by RQ-STATUS.                                *
      *****************************************************
       01 REVIEW-QUEUE-RECORD.
           05 RQ-KEY.
              10 RQ-BATCH-ID        PIC X(8).
              10 RQ-READ-SEQ        PIC 9(6).
           05 RQ-BATCH-SEQ          PIC 9(6).
           05 RQ-BUSINESS-DATE      PIC 9(8).
           05 RQ-ORIGIN             PIC X(8).
           05 RQ-OP-CODE            PIC X.
           05 RQ-OP-NAME            PIC X(5).
           05 RQ-OPERAND-A          PIC 9(5)V99.
           05 RQ-OPERAND-B          PIC 9(5)V99.
           05 RQ-OPERAND-B-KEYED    PIC X(7).
           05 RQ-RESULT             PIC S9(10)V99.
           05 RQ-RESULT-EDIT        PIC X(15).
           05 RQ-THRESHOLD          PIC 9(10)V99.
           05 RQ-STATUS             PIC X.
              88 RQ-HELD            VALUE 'H'.
              88 RQ-RELEASED        VALUE 'L'.
              88 RQ-REFUSED         VALUE 'R'.
           05 RQ-HELD-TS            PIC X(21).
           05 RQ-REVIEWER-ID        PIC X(8).
           05 RQ-REVIEW-TS          PIC X(21).
           05 RQ-RESULT-SEQ         PIC 9(6).
           05 RQ-AUDIT-SEQ          PIC 9(6).
           05 RQ-REVIEW-NOTE        PIC X(30).
