      *                                                     *
      * Menu in the style of manutparam: consult an         *
      * operator, include or update one (ID, password,      *
      * name, active flag and the permission bytes),        *
      * or deactivate one - records are never deleted, so   *
      * the session log keeps resolving old IDs. Entry is   *
      * itself protected by validaoper with function OPERS, *
                       " REJEITOS=" OP-PERM-REJEITOS
                       " REABRIR=" OP-PERM-REABRIR
                       " OPERS=" OP-PERM-OPERS
                       " ESTORNO=" OP-PERM-ESTORNO
                       " APROVAR=" OP-PERM-APROVAR
                       " REVISAO=" OP-PERM-REVISAO
                       " FECHAMES=" OP-PERM-FECHAMES
                       " REABRMES=" OP-PERM-REABRMES
           END-READ.

       3000-UPDATE-OPERATOR.
           DISPLAY "PERMISSAO OPERS (Y/N): "
           ACCEPT WS-PERM-INFORMADA
           MOVE WS-PERM-INFORMADA TO OP-PERM-OPERS
           DISPLAY "PERMISSAO ESTORNO (Y/N): "
           ACCEPT WS-PERM-INFORMADA
           MOVE WS-PERM-INFORMADA TO OP-PERM-ESTORNO
           DISPLAY "PERMISSAO APROVAR (Y/N): "
           ACCEPT WS-PERM-INFORMADA
           MOVE WS-PERM-INFORMADA TO OP-PERM-APROVAR
           DISPLAY "PERMISSAO REVISAO (Y/N): "
           ACCEPT WS-PERM-INFORMADA
           MOVE WS-PERM-INFORMADA TO OP-PERM-REVISAO
           DISPLAY "PERMISSAO FECHAMES (Y/N): "
           ACCEPT WS-PERM-INFORMADA
           MOVE WS-PERM-INFORMADA TO OP-PERM-FECHAMES
           DISPLAY "PERMISSAO REABRMES (Y/N): "
           ACCEPT WS-PERM-INFORMADA
           MOVE WS-PERM-INFORMADA TO OP-PERM-REABRMES
           WRITE OPERATOR-RECORD
               INVALID KEY
                   REWRITE OPERATOR-RECORD
