      * operator and when. The batch programs close the   *
      * chain in RESXREF when a resubmission batch is     *
      * processed, so rastrearej can answer "what became  *
      * of reject 001742" in one screen. XR-ORIG-BATCH-ID *
      * and XR-ORIG-ORIGIN are the batch the reject came  *
      * from and the origin it was registered under       *
      * ("LC"/"LN" value), so the batch programs can send *
      * the final outcome of a corrected row back to that *
      * origin in the acknowledgment file (ACKREC.cpy).   *
      *****************************************************
       01 REJECT-XREF-RECORD.
           05 XR-AUDIT-SEQ          PIC 9(6).
           05 XR-RESUB-SEQ          PIC 9(6).
           05 XR-OPERATOR-ID        PIC X(8).
           05 XR-TIMESTAMP          PIC X(21).
           05 XR-ORIG-BATCH-ID      PIC X(8).
           05 XR-ORIG-ORIGIN        PIC X(8).
