      * SHARED-RESULT-RECORD - common output layout for   *
      * calculadora and second (maiorEmenor) results, read *
      * downstream by the daily reporting job instead of   *
      * re-keying console output. SR-BATCH-ID and          *
      * SR-BUSINESS-DATE carry the batch set (and header   *
      * date) the row came from, so a whole batch can be   *
      * backed out later.                                  *
      *****************************************************
       01 SHARED-RESULT-RECORD.
           05 SR-SOURCE-PROGRAM     PIC X(12).
           05 SR-OP-OR-CLASS        PIC X(12).
           05 SR-RESULT-VALUE       PIC X(15).
           05 SR-TIMESTAMP          PIC X(21).
           05 SR-BATCH-ID           PIC X(8).
           05 SR-BUSINESS-DATE      PIC 9(8).
