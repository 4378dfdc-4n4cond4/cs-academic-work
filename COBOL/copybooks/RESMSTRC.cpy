           05 RM-OP-OR-CLASS        PIC X(12).
           05 RM-RESULT-VALUE       PIC X(15).
           05 RM-TIMESTAMP          PIC X(21).
           05 RM-BATCH-ID           PIC X(8).
           05 RM-BUSINESS-DATE      PIC 9(8).
