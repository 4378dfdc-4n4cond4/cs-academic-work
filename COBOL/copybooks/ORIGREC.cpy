      *****************************************************
      * ORIGIN-RECORD - one origin system in the indexed  *
      * ORIGMST registry, keyed on OR-ORIGIN-ID (the      *
      * BH-ORIGIN-SYSTEM a feed puts on its batch         *
      * headers) and maintained through manutparam.       *
      * calculadora, second and montalote refuse a batch  *
      * set whose origin is not registered, is inactive,  *
      * may not feed that program, carries an op code     *
      * outside OR-OP-CODES (blank = any) or would take   *
      * the origin past OR-MAX-COUNT detail rows or       *
      * OR-MAX-HASH of hash total for its business date   *
      * (zero = no limit). An internal origin             *
      * (OR-INTERNAL-FLAG 'S') is never held to the       *
      * limits; CORRIGRJ, the corrigerej resubmission     *
      * origin, is accepted whether registered or not.    *
      *****************************************************
       01 ORIGIN-RECORD.
           05 OR-ORIGIN-ID          PIC X(8).
           05 OR-DESC               PIC X(30).
           05 OR-ACTIVE-FLAG        PIC X.
              88 OR-IS-ACTIVE       VALUE 'S'.
           05 OR-PROGRAMS           PIC X.
              88 OR-FEEDS-CALC      VALUE 'C' 'A'.
              88 OR-FEEDS-SECOND    VALUE 'S' 'A'.
              88 OR-PROGRAMS-OK     VALUE 'C' 'S' 'A'.
           05 OR-OP-CODES           PIC X(10).
           05 OR-MAX-COUNT          PIC 9(6).
           05 OR-MAX-HASH           PIC 9(10)V99.
           05 OR-INTERNAL-FLAG      PIC X.
              88 OR-IS-INTERNAL     VALUE 'S'.
