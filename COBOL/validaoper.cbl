      *****************************************************
      * VALIDACAO DE OPERADOR - shared sign-on and        *
      * permission check, CALLed by manutparam, manutoper, *
      * corrigerej, rodanoite, estornolote, aprovaparam,   *
      * revisavalor and fechames with OPERLNK.cpy.         *
      *                                                     *
      * Looks the operator up in the indexed OPERMST        *
      * master (OPERREC.cpy), checks the password, the      *
                   MOVE OP-PERM-REABRIR TO WS-PERM-BYTE
               WHEN OC-FUNC-OPERS
                   MOVE OP-PERM-OPERS TO WS-PERM-BYTE
               WHEN OC-FUNC-ESTORNO
                   MOVE OP-PERM-ESTORNO TO WS-PERM-BYTE
               WHEN OC-FUNC-APROVAR
                   MOVE OP-PERM-APROVAR TO WS-PERM-BYTE
               WHEN OC-FUNC-REVISAO
                   MOVE OP-PERM-REVISAO TO WS-PERM-BYTE
               WHEN OC-FUNC-FECHAMES
                   MOVE OP-PERM-FECHAMES TO WS-PERM-BYTE
               WHEN OC-FUNC-REABRMES
                   MOVE OP-PERM-REABRMES TO WS-PERM-BYTE
               WHEN OTHER
                   MOVE 'N' TO WS-PERM-BYTE
           END-EVALUATE
           MOVE OC-FUNCTION TO SL-FUNCTION
           MOVE OC-RESULT TO SL-OUTCOME
           MOVE WS-TIMESTAMP TO SL-TIMESTAMP
           MOVE SPACES TO SL-MAKER-ID
           MOVE 0 TO SL-PEND-ID
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE.
