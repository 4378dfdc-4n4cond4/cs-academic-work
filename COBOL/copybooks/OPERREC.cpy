      *****************************************************
      * OPERATOR-RECORD - one operator in the indexed     *
      * OPERMST master, keyed on OP-OPER-ID and           *
      * maintained through manutoper. The permission      *
      * bytes ('Y'/'N') gate the sensitive functions of   *
      * the interactive programs: PARAMS (maintain        *
      * parameters in manutparam), BANDAS (maintain       *
      * classification bands), REJEITOS (correct rejects  *
      * in corrigerej), REABRIR (close a dangling run in  *
      * rodanoite), OPERS (maintain this file itself),    *
      * ESTORNO (back out a processed batch in            *
      * estornolote), APROVAR (approve or reject, in      *
      * aprovaparam, a change another operator queued in  *
      * manutparam), REVISAO (release or refuse, in       *
      * revisavalor, a result calculadora held for        *
      * review), FECHAMES (close an accounting month in   *
      * fechames) and REABRMES (reopen a closed month in  *
      * fechames). An operator not marked active fails    *
      * sign-on regardless of the permission bytes.       *
      *****************************************************
       01 OPERATOR-RECORD.
           05 OP-OPER-ID            PIC X(8).
           05 OP-PERM-REJEITOS      PIC X.
           05 OP-PERM-REABRIR       PIC X.
           05 OP-PERM-OPERS         PIC X.
           05 OP-PERM-ESTORNO       PIC X.
           05 OP-PERM-APROVAR       PIC X.
           05 OP-PERM-REVISAO       PIC X.
           05 OP-PERM-FECHAMES      PIC X.
           05 OP-PERM-REABRMES      PIC X.
