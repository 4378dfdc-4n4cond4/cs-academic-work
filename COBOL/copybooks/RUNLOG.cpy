      * code and the step's reconciliation counters. A      *
      * step with an INICIO and no FIM for a business date  *
      * is still open (or died); the driver refuses to      *
      * start past it. An ESTORN row (written by            *
      * estornolote when the date's batches are backed out) *
      * pairs with nothing: it marks the step as no longer  *
      * done, so the next run for the date reruns it.       *
      *****************************************************
       01 RUN-LOG-RECORD.
           05 RL-RUN-DATE           PIC 9(8).
           05 RL-EVENT              PIC X(6).
              88 RL-EVENT-INICIO    VALUE "INICIO".
              88 RL-EVENT-FIM       VALUE "FIM".
              88 RL-EVENT-ESTORNO   VALUE "ESTORN".
           05 RL-OUTCOME            PIC X(8).
           05 RL-RETURN-CODE        PIC 9(4).
           05 RL-RECORDS-READ       PIC 9(6).
