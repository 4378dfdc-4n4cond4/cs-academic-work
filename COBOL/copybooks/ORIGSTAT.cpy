      *****************************************************
      * ORIGIN-STAT-RECORD - one batch set as received    *
      * from an origin system, appended to the ORIGSTAT   *
      * activity file by calculadora and second when they *
      * finish (and by montalote for a set it refuses in  *
      * staging). OS-SET-STATUS is 'A' accepted, 'R'      *
      * refused (OS-REJ-TEXT says why), 'X' for a set of  *
      * a run the reject-rate breaker aborted, which may  *
      * be sent again, or 'E' for an accepted set later   *
      * backed out through estornolote, which no longer   *
      * counts and may be sent again. The accepted rows   *
      * are what the daily ORIGMST limits are measured    *
      * against; the nightly per-origin report            *
      * (relorigem) reads them all. OS-OP-TOTAL is the    *
      * result total per CT-OP-CODE '1'-'7' (SOMA, SUB,   *
      * MULT, DIV, PERC, POT, RESTO); second writes it    *
      * zero-filled and its hash is the sum of the        *
      * NT-NUM-VALUE. OS-RECORDS-HELD counts the rows     *
      * calculadora held in REVQUEUE instead of posting   *
      * (zero for second and montalote); what becomes of  *
      * them is read from REVQUEUE itself.                *
      *****************************************************
       01 ORIGIN-STAT-RECORD.
           05 OS-BUSINESS-DATE      PIC 9(8).
           05 OS-ORIGIN             PIC X(8).
           05 OS-PROGRAM            PIC X(12).
           05 OS-BATCH-ID           PIC X(8).
           05 OS-SET-STATUS         PIC X.
              88 OS-SET-ACCEPTED    VALUE 'A'.
              88 OS-SET-REFUSED     VALUE 'R'.
              88 OS-SET-ABORTED     VALUE 'X'.
              88 OS-SET-BACKED-OUT  VALUE 'E'.
           05 OS-REJ-TEXT           PIC X(40).
           05 OS-DETAIL-COUNT       PIC 9(6).
           05 OS-HASH-TOTAL         PIC 9(10)V99.
           05 OS-RECORDS-PROCESSED  PIC 9(6).
           05 OS-RECORDS-REJECTED   PIC 9(6).
           05 OS-RECORDS-HELD       PIC 9(6).
           05 OS-OP-TOTAL           PIC S9(14)V99 OCCURS 7 TIMES.
           05 OS-TIMESTAMP          PIC X(21).
