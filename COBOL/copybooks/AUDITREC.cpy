      * team. AU-RESOLVED-FLAG is kept by corrigerej so a  *
      * reject already corrected or discarded is not       *
      * resubmitted twice (space = legacy row, treated as  *
      * unresolved). AU-BATCH-ID/AU-BUSINESS-DATE tie the  *
      * reject to the batch set (and header date) it came  *
      * from, so a whole batch can be backed out later.    *
      * An E006 (suspected duplicate) reject carries the    *
      * SR-SEQ-NUM of the earlier posting and the op code   *
      * in fixed places of its reason text (AU-DUP-REASON), *
      * so corrigerej can release the repeat unchanged.     *
      *****************************************************
       01 AUDIT-RECORD.
           05 AU-SEQ-NUM            PIC 9(6).
           05 AU-SOURCE-PROGRAM     PIC X(12).
           05 AU-REASON-CODE        PIC X(4).
           05 AU-REASON-TEXT        PIC X(40).
           05 AU-DUP-REASON REDEFINES AU-REASON-TEXT.
              10 FILLER             PIC X(25).
              10 AU-DUP-PRIOR-SEQ   PIC 9(6).
              10 FILLER             PIC X(4).
              10 AU-DUP-OP-CODE     PIC X.
              10 FILLER             PIC X(4).
           05 AU-INPUT-1            PIC X(12).
           05 AU-INPUT-2            PIC X(12).
           05 AU-TIMESTAMP          PIC X(21).
              88 AU-RESOLVED        VALUE 'R'.
              88 AU-DISCARDED       VALUE 'D'.
              88 AU-UNRESOLVED      VALUE 'N' ' '.
           05 AU-BATCH-ID           PIC X(8).
           05 AU-BUSINESS-DATE      PIC 9(8).
