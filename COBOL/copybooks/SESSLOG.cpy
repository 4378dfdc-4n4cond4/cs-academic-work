      * functions they used. SL-OUTCOME carries the same   *
      * code validaoper returns in OC-RESULT (see          *
      * OPERLNK.cpy), so refused attempts are on record    *
      * too. aprovaparam also writes one row per decision  *
      * on a queued change (SL-FUNCTION APROVADO or        *
      * REJEITAD) carrying the checker in SL-OPER-ID, the  *
      * maker in SL-MAKER-ID and the PENDAPR item number;  *
      * the sign-on rows leave those two blank and zero.   *
      *****************************************************
       01 SESSION-LOG-RECORD.
           05 SL-OPER-ID            PIC X(8).
           05 SL-FUNCTION           PIC X(8).
           05 SL-OUTCOME            PIC X.
           05 SL-TIMESTAMP          PIC X(21).
           05 SL-MAKER-ID           PIC X(8).
           05 SL-PEND-ID            PIC 9(6).
