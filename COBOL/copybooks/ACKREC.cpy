      *****************************************************
      * ACK-RECORD - one row of the acknowledgment return *
      * file ACKRET, appended by calculadora and second   *
      * for every batch set they read, and routed back to *
      * the sender by AK-ORIGIN (the set's header         *
      * BH-ORIGIN-SYSTEM). Per set: an 'H' header with    *
      * the accepted/refused verdict of the balancing     *
      * pass and its reason, one 'D' row per detail       *
      * record - its CT-SEQ-NUM/NT-SEQ-NUM, processed,    *
      * rejected or held for review, the SR-SEQ-NUM or    *
      * AU-SEQ-NUM assigned, the result or class and the  *
      * reason code - and a 'T' trailer repeating the     *
      * final status, the set's count and hash and the    *
      * row counts. An 'F' row is a follow-up on a record *
      * already acknowledged: routed to the original      *
      * origin and batch, it carries the final outcome of *
      * a reject corrected through corrigerej and its     *
      * resubmission batch (AK-PRIOR-AU-SEQ the original  *
      * reject, AK-VIA-* the "RC"/"RN" batch row), of a   *
      * reject discarded there, or of a held result       *
      * released or refused in revisavalor. A             *
      * correction's 'F' row carries AK-DETAIL-SEQ zero,  *
      * since the original row number is not kept with    *
      * the reject; the sender matches it on              *
      * AK-PRIOR-AU-SEQ.                                  *
      *****************************************************
       01 ACK-RECORD.
           05 AK-ORIGIN             PIC X(8).
           05 AK-BATCH-ID           PIC X(8).
           05 AK-RECORD-TYPE        PIC X.
              88 AK-IS-HEADER       VALUE 'H'.
              88 AK-IS-DETAIL       VALUE 'D'.
              88 AK-IS-TRAILER      VALUE 'T'.
              88 AK-IS-FOLLOW-UP    VALUE 'F'.
           05 AK-BUSINESS-DATE      PIC 9(8).
           05 AK-PROGRAM            PIC X(12).
           05 AK-TIMESTAMP          PIC X(21).
           05 AK-BODY               PIC X(60).
           05 AK-HEADER-BODY REDEFINES AK-BODY.
              10 AK-SET-STATUS      PIC X.
                 88 AK-SET-ACCEPTED VALUE 'A'.
                 88 AK-SET-REFUSED  VALUE 'R'.
                 88 AK-SET-ABORTED  VALUE 'X'.
              10 AK-SET-TEXT        PIC X(40).
              10 FILLER             PIC X(19).
           05 AK-DETAIL-BODY REDEFINES AK-BODY.
              10 AK-DETAIL-SEQ      PIC 9(6).
              10 AK-DETAIL-STATUS   PIC X.
                 88 AK-DET-PROCESSED VALUE 'P'.
                 88 AK-DET-REJECTED VALUE 'R'.
                 88 AK-DET-HELD     VALUE 'H'.
                 88 AK-DET-DISCARDED VALUE 'D'.
              10 AK-ASSIGNED-SEQ    PIC 9(6).
              10 AK-RESULT          PIC X(15).
              10 AK-REASON-CODE     PIC X(4).
              10 AK-PRIOR-AU-SEQ    PIC 9(6).
              10 AK-VIA-BATCH-ID    PIC X(8).
              10 AK-VIA-SEQ         PIC 9(6).
              10 FILLER             PIC X(8).
           05 AK-TRAILER-BODY REDEFINES AK-BODY.
              10 AK-FINAL-STATUS    PIC X.
              10 AK-DETAIL-COUNT    PIC 9(6).
              10 AK-HASH-TOTAL      PIC 9(10)V99.
              10 AK-READ-COUNT      PIC 9(6).
              10 AK-PROCESSED-COUNT PIC 9(6).
              10 AK-REJECTED-COUNT  PIC 9(6).
              10 AK-HELD-COUNT      PIC 9(6).
              10 FILLER             PIC X(17).
