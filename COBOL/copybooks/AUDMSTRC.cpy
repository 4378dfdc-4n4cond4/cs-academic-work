              88 AM-RESOLVED        VALUE 'R'.
              88 AM-DISCARDED       VALUE 'D'.
              88 AM-UNRESOLVED      VALUE 'N' ' '.
           05 AM-BATCH-ID           PIC X(8).
           05 AM-BUSINESS-DATE      PIC 9(8).
