      *****************************************************
      * PEND-APPROVAL-RECORD - one control-data change    *
      * keyed in manutparam and waiting in the indexed     *
      * PENDAPR file for a second operator, keyed on       *
      * PA-PEND-ID (next PENDSEQ from CTLPARM). Parameter  *
      * updates, future-dated values, the default load,    *
      * band lists, calendar dates, rates and the          *
      * duplicate-check values only reach CTLPARM,         *
      * PARMEFF, BANDCTL, CALNDARIO or RATETAB when an     *
      * operator other than PA-MAKER-ID, holding the       *
      * APROVAR permission, approves the item in           *
      * aprovaparam. An item still pending after PENDDAYS  *
      * calendar days is marked expired ('E') and can no   *
      * longer be approved; the nightly relpendente report *
      * does that sweep. PA-PAYLOAD is read through the    *
      * REDEFINES matching PA-CHANGE-TYPE; a default load  *
      * carries no payload.                                *
      *****************************************************
       01 PEND-APPROVAL-RECORD.
           05 PA-PEND-ID            PIC 9(6).
           05 PA-CHANGE-TYPE        PIC X.
              88 PA-TYPE-PARAM      VALUE 'P'.
              88 PA-TYPE-FUTURE     VALUE 'F'.
              88 PA-TYPE-DEFAULTS   VALUE 'D'.
              88 PA-TYPE-BANDS      VALUE 'B'.
              88 PA-TYPE-CALENDAR   VALUE 'C'.
              88 PA-TYPE-RATE       VALUE 'T'.
              88 PA-TYPE-DUPCHECK   VALUE 'U'.
           05 PA-STATUS             PIC X.
              88 PA-PENDING         VALUE 'P'.
              88 PA-APPROVED        VALUE 'A'.
              88 PA-REJECTED        VALUE 'R'.
              88 PA-EXPIRED         VALUE 'E'.
           05 PA-MAKER-ID           PIC X(8).
           05 PA-MAKER-TS           PIC X(21).
           05 PA-CHECKER-ID         PIC X(8).
           05 PA-CHECKER-TS         PIC X(21).
           05 PA-SUMMARY            PIC X(40).
           05 PA-PAYLOAD            PIC X(200).
           05 PA-PARM-DATA REDEFINES PA-PAYLOAD.
              10 PA-PARM-KEY        PIC X(10).
              10 PA-PARM-VALUE      PIC X(20).
              10 PA-PARM-DESC       PIC X(40).
              10 PA-EFFECT-DATE     PIC 9(8).
              10 FILLER             PIC X(122).
           05 PA-RATE-DATA REDEFINES PA-PAYLOAD.
              10 PA-RATE-CODE       PIC X(6).
              10 PA-RATE-VALUE      PIC 9(5)V99.
              10 PA-RATE-DESC       PIC X(30).
              10 FILLER             PIC X(157).
           05 PA-CAL-DATA REDEFINES PA-PAYLOAD.
              10 PA-CAL-ACTION      PIC X.
                 88 PA-CAL-INCLUDE  VALUE 'I'.
                 88 PA-CAL-DELETE   VALUE 'E'.
              10 PA-CAL-DATE        PIC 9(8).
              10 PA-CAL-TYPE        PIC X.
              10 PA-CAL-DESC        PIC X(30).
              10 FILLER             PIC X(160).
           05 PA-BAND-DATA REDEFINES PA-PAYLOAD.
              10 PA-BAND-COUNT      PIC 9(2).
              10 PA-BAND-ENTRY OCCURS 10 TIMES.
                 15 PA-BAND-NAME    PIC X(12).
                 15 PA-BAND-LOWER   PIC 9(3).
                 15 PA-BAND-UPPER   PIC 9(3).
              10 FILLER             PIC X(18).
           05 PA-DUP-DATA REDEFINES PA-PAYLOAD.
              10 PA-DUP-SWITCH      PIC X.
              10 PA-DUP-DAYS        PIC X(3).
              10 FILLER             PIC X(196).
