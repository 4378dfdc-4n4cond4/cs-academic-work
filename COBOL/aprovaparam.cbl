       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprovaparam.

      *****************************************************
      * APROVACAO DE PARAMETROS - second-operator review  *
      * of the control-data changes manutparam queues in   *
      * the PENDAPR file (PENDREC.cpy).                    *
      *                                                     *
      * Entry is protected by the shared sign-on check      *
      * (validaoper, OPERLNK.cpy) with function APROVAR.    *
      * The checker lists the pending items, looks at one,  *
      * and approves or rejects it; an item keyed by the    *
      * checker's own operator ID cannot be decided here,   *
      * so every change to CTLPARM, PARMEFF, RATETAB,       *
      * BANDCTL or CALNDARIO has passed two people. Only an *
      * approval applies the change, exactly as manutparam  *
      * used to apply it directly, with the PARMHIST row    *
      * carrying the maker's ID. Every decision is also     *
      * written to SESSLOG with the checker in SL-OPER-ID   *
      * and the maker in SL-MAKER-ID.                       *
      *                                                     *
      * An item pending longer than PENDDAYS calendar days  *
      * (CTLPARM, default 005) is marked expired when it is *
      * listed or opened and can no longer be approved; the *
      * maker keys it again if it is still wanted.          *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PARM-HIST-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT PARM-EFF-FILE ASSIGN TO "PARMEFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-EFF-KEY
               FILE STATUS IS WS-EFF-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PEND-ID
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT BAND-FILE ASSIGN TO "BANDCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "CALNDARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-CODE
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       FD  PARM-HIST-FILE.
       COPY "copybooks/PRMHIST.cpy".

       FD  PARM-EFF-FILE.
       COPY "copybooks/PARMEFF.cpy".

       FD  PEND-FILE.
       COPY "copybooks/PENDREC.cpy".

       FD  BAND-FILE.
       COPY "copybooks/BANDREC.cpy".

       FD  CALENDAR-FILE.
       COPY "copybooks/CALNREC.cpy".

       FD  RATE-FILE.
       COPY "copybooks/RATEREC.cpy".

       FD  SESSION-LOG-FILE.
       COPY "copybooks/SESSLOG.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPCAO                 PIC X.
       01  WS-CONTINUA              PIC X VALUE 'Y'.
           88 CONTINUA-LOOP         VALUE 'Y'.
       01  WS-CONFIRMA              PIC X.
       01  WS-FILE-STATUS           PIC XX.
           88 FILE-STATUS-OK        VALUE "00".
           88 FILE-NOT-FOUND        VALUE "35".
       01  WS-HIST-FILE-STATUS      PIC XX.
           88 HIST-FILE-NOT-FOUND   VALUE "35".
       01  WS-EFF-FILE-STATUS       PIC XX.
           88 EFF-FILE-STATUS-OK    VALUE "00".
           88 EFF-FILE-NOT-FOUND    VALUE "35".
       01  WS-PEND-FILE-STATUS      PIC XX.
           88 PEND-FILE-STATUS-OK   VALUE "00".
           88 PEND-FILE-NOT-FOUND   VALUE "35".
       01  WS-CAL-FILE-STATUS       PIC XX.
           88 CAL-FILE-STATUS-OK    VALUE "00".
           88 CAL-FILE-NOT-FOUND    VALUE "35".
       01  WS-RATE-FILE-STATUS      PIC XX.
           88 RATE-FILE-STATUS-OK   VALUE "00".
           88 RATE-FILE-NOT-FOUND   VALUE "35".
       01  WS-SESS-FILE-STATUS      PIC XX.
           88 SESS-FILE-NOT-FOUND   VALUE "35".

       01  WS-OPERADOR              PIC X(8).
       01  WS-PEND-INFORMADA        PIC 9(6).
       01  WS-PEND-DAYS             PIC 9(3) VALUE 5.
       01  WS-TODAY                 PIC 9(8).
       01  WS-MAKER-DATE            PIC 9(8).
       01  WS-PEND-AGE              PIC S9(6).
       01  WS-PEND-EOF-IND          PIC X.
           88 PEND-EOF              VALUE 'Y'.
       01  WS-PEND-FOUND-IND        PIC X.
           88 PEND-FOUND            VALUE 'Y'.
       01  WS-PEND-LISTADAS         PIC 9(4).
       01  WS-DECISAO               PIC X(8).
       01  WS-TIMESTAMP             PIC X(21).

      * the same working fields manutparam used when it applied these
      * changes itself, so the apply paragraphs read as they did there
       01  WS-KEY-INFORMADA         PIC X(10).
       01  WS-VALUE-INFORMADO       PIC X(20).
       01  WS-DESC-INFORMADA        PIC X(40).
       01  WS-VALOR-ANTERIOR        PIC X(20).
       01  WS-DATA-EFEITO           PIC 9(8).
       01  WS-HIST-OPERADOR         PIC X(8).
       01  WS-EFF-EXISTE-IND        PIC X.
           88 EFF-EXISTE            VALUE 'Y'.
       01  WS-FAIXA-IDX             PIC 9(2).
       01  WS-TAXA-EDIT             PIC ZZZZ9.99.

       COPY "copybooks/OPERLNK.cpy".

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-SIGN-ON
           PERFORM UNTIL NOT CONTINUA-LOOP
               PERFORM 1000-SHOW-MENU
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM 2000-LIST-PENDING
                   WHEN '2'
                       PERFORM 3000-VIEW-PENDING
                   WHEN '3'
                       MOVE "APROVADO" TO WS-DECISAO
                       PERFORM 3500-DECIDE-PENDING
                   WHEN '4'
                       MOVE "REJEITAD" TO WS-DECISAO
                       PERFORM 3500-DECIDE-PENDING
                   WHEN '0'
                       SET WS-CONTINUA TO 'N'
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM
           CLOSE CTL-PARAM-FILE
           CLOSE PARM-HIST-FILE
           CLOSE PARM-EFF-FILE
           CLOSE PEND-FILE
           STOP RUN.

      * CTLPARM, PARMEFF and PENDAPR are created on first use the way
      * manutparam creates them; PARMHIST gets the EXTEND/OUTPUT
      * fallback of the logs.
       0100-OPEN-FILES.
           OPEN I-O CTL-PARAM-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT CTL-PARAM-FILE
               CLOSE CTL-PARAM-FILE
               OPEN I-O CTL-PARAM-FILE
               DISPLAY "CTLPARM NAO EXISTIA - ARQUIVO CRIADO."
           END-IF
           IF NOT FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR CTLPARM, STATUS=" WS-FILE-STATUS
           END-IF
           OPEN EXTEND PARM-HIST-FILE
           IF HIST-FILE-NOT-FOUND
               OPEN OUTPUT PARM-HIST-FILE
           END-IF
           OPEN I-O PARM-EFF-FILE
           IF EFF-FILE-NOT-FOUND
               OPEN OUTPUT PARM-EFF-FILE
               CLOSE PARM-EFF-FILE
               OPEN I-O PARM-EFF-FILE
           END-IF
           IF NOT EFF-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR PARMEFF, STATUS="
                   WS-EFF-FILE-STATUS
           END-IF
           OPEN I-O PEND-FILE
           IF PEND-FILE-NOT-FOUND
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF
           IF NOT PEND-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR PENDAPR, STATUS="
                   WS-PEND-FILE-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE "PENDDAYS" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-PARM-VALUE (1:3) NUMERIC
                       MOVE CP-PARM-VALUE (1:3) TO WS-PEND-DAYS
                   END-IF
           END-READ.

       0200-SIGN-ON.
           DISPLAY "DIGITE O ID DO OPERADOR: "
           ACCEPT OC-OPER-ID
           DISPLAY "DIGITE A SENHA: "
           ACCEPT OC-PASSWORD
           MOVE "APROVAR" TO OC-FUNCTION
           MOVE "APROVAPARAM" TO OC-PROGRAM
           CALL "validaoper" USING OPERATOR-CHECK-AREA
           IF OC-ACCESS-OK
               MOVE OC-OPER-ID TO WS-OPERADOR
           ELSE
               DISPLAY "ACESSO NEGADO."
               SET WS-CONTINUA TO 'N'
           END-IF.

       1000-SHOW-MENU.
           DISPLAY " "
           DISPLAY "=============================="
           DISPLAY "APROVACAO DE PARAMETROS"
           DISPLAY "=============================="
           DISPLAY "1 - LISTAR ALTERACOES PENDENTES"
           DISPLAY "2 - CONSULTAR ALTERACAO"
           DISPLAY "3 - APROVAR ALTERACAO"
           DISPLAY "4 - REJEITAR ALTERACAO"
           DISPLAY "0 - SAIR"
           DISPLAY "DIGITE A OPCAO: ".

       2000-LIST-PENDING.
           MOVE 0 TO WS-PEND-LISTADAS
           MOVE 'N' TO WS-PEND-EOF-IND
           MOVE 0 TO PA-PEND-ID
           START PEND-FILE KEY IS >= PA-PEND-ID
               INVALID KEY
                   SET PEND-EOF TO TRUE
           END-START
           DISPLAY "ITEM   T SOLICITANTE DATA     RESUMO"
           PERFORM UNTIL PEND-EOF
               READ PEND-FILE NEXT RECORD
                   AT END
                       SET PEND-EOF TO TRUE
                   NOT AT END
                       IF PA-PENDING
                           PERFORM 2100-CHECK-EXPIRY
                       END-IF
                       IF PA-PENDING
                           DISPLAY PA-PEND-ID " " PA-CHANGE-TYPE " "
                               PA-MAKER-ID "    " PA-MAKER-TS (1:8)
                               " " PA-SUMMARY
                           ADD 1 TO WS-PEND-LISTADAS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "ALTERACOES PENDENTES: " WS-PEND-LISTADAS.

      * an item past PENDDAYS is closed as expired on the spot, in
      * whatever pass first finds it (here or the nightly report).
       2100-CHECK-EXPIRY.
           IF PA-MAKER-TS (1:8) NUMERIC
               MOVE PA-MAKER-TS (1:8) TO WS-MAKER-DATE
               COMPUTE WS-PEND-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (WS-MAKER-DATE)
               IF WS-PEND-AGE > WS-PEND-DAYS
                   MOVE 'E' TO PA-STATUS
                   MOVE FUNCTION CURRENT-DATE TO PA-CHECKER-TS
                   REWRITE PEND-APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO EXPIRAR A PENDENCIA "
                               PA-PEND-ID "."
                   END-REWRITE
               END-IF
           END-IF.

       2200-READ-PENDING.
           MOVE 'N' TO WS-PEND-FOUND-IND
           DISPLAY "DIGITE O NUMERO DA ALTERACAO: "
           ACCEPT WS-PEND-INFORMADA
           MOVE WS-PEND-INFORMADA TO PA-PEND-ID
           READ PEND-FILE
               INVALID KEY
                   DISPLAY "ALTERACAO NAO ENCONTRADA."
               NOT INVALID KEY
                   SET PEND-FOUND TO TRUE
                   IF PA-PENDING
                       PERFORM 2100-CHECK-EXPIRY
                   END-IF
           END-READ.

       3000-VIEW-PENDING.
           PERFORM 2200-READ-PENDING
           IF PEND-FOUND
               PERFORM 3100-SHOW-PENDING
           END-IF.

       3100-SHOW-PENDING.
           DISPLAY "RESUMO......: " PA-SUMMARY
           DISPLAY "SITUACAO....: " PA-STATUS
           DISPLAY "SOLICITANTE.: " PA-MAKER-ID " EM " PA-MAKER-TS
           IF NOT PA-PENDING
               DISPLAY "DECIDIDA POR: " PA-CHECKER-ID " EM "
                   PA-CHECKER-TS
           END-IF
           EVALUATE TRUE
               WHEN PA-TYPE-PARAM
               WHEN PA-TYPE-FUTURE
                   DISPLAY "CHAVE.......: " PA-PARM-KEY
                   DISPLAY "NOVO VALOR..: " PA-PARM-VALUE
                   DISPLAY "DESCRICAO...: " PA-PARM-DESC
                   IF PA-TYPE-FUTURE
                       DISPLAY "VIGENCIA....: " PA-EFFECT-DATE
                   END-IF
               WHEN PA-TYPE-RATE
                   MOVE PA-RATE-VALUE TO WS-TAXA-EDIT
                   DISPLAY "TAXA........: " PA-RATE-CODE
                   DISPLAY "NOVO VALOR..: " WS-TAXA-EDIT
                   DISPLAY "DESCRICAO...: " PA-RATE-DESC
               WHEN PA-TYPE-CALENDAR
                   DISPLAY "ACAO........: " PA-CAL-ACTION
                   DISPLAY "DATA........: " PA-CAL-DATE
                   DISPLAY "TIPO........: " PA-CAL-TYPE
                   DISPLAY "DESCRICAO...: " PA-CAL-DESC
               WHEN PA-TYPE-BANDS
                   PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                           UNTIL WS-FAIXA-IDX > PA-BAND-COUNT
                       DISPLAY "FAIXA.......: "
                           PA-BAND-NAME (WS-FAIXA-IDX) " "
                           PA-BAND-LOWER (WS-FAIXA-IDX) "-"
                           PA-BAND-UPPER (WS-FAIXA-IDX)
                   END-PERFORM
               WHEN PA-TYPE-DUPCHECK
                   DISPLAY "DUPCHECK....: " PA-DUP-SWITCH
                   DISPLAY "DUPDAYS.....: " PA-DUP-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * approve and reject share the same guards: the item must still
      * be pending (not decided, not expired) and must not have been
      * keyed by the operator deciding it.
       3500-DECIDE-PENDING.
           PERFORM 2200-READ-PENDING
           EVALUATE TRUE
               WHEN NOT PEND-FOUND
                   CONTINUE
               WHEN PA-EXPIRED
                   DISPLAY "ALTERACAO EXPIRADA - SOLICITE NOVAMENTE."
               WHEN NOT PA-PENDING
                   DISPLAY "ALTERACAO JA DECIDIDA."
               WHEN PA-MAKER-ID = WS-OPERADOR
                   DISPLAY "O APROVADOR DEVE SER DIFERENTE DO "
                       "SOLICITANTE."
               WHEN OTHER
                   PERFORM 3100-SHOW-PENDING
                   DISPLAY "CONFIRMA " WS-DECISAO " (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 3600-RECORD-DECISION
                   ELSE
                       DISPLAY "NADA ALTERADO."
                   END-IF
           END-EVALUATE.

       3600-RECORD-DECISION.
           MOVE PA-MAKER-ID TO WS-HIST-OPERADOR
           IF WS-DECISAO = "APROVADO"
               PERFORM 4000-APPLY-CHANGE
               MOVE 'A' TO PA-STATUS
           ELSE
               MOVE 'R' TO PA-STATUS
           END-IF
           MOVE WS-OPERADOR TO PA-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO PA-CHECKER-TS
           REWRITE PEND-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A PENDENCIA."
           END-REWRITE
           PERFORM 3700-WRITE-SESSION-LOG
           DISPLAY "ALTERACAO " PA-PEND-ID " " WS-DECISAO ".".

      * the decision row in SESSLOG, in the layout validaoper writes
      * its sign-on rows, with the maker beside the checker.
       3700-WRITE-SESSION-LOG.
           OPEN EXTEND SESSION-LOG-FILE
           IF SESS-FILE-NOT-FOUND
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF
           MOVE WS-OPERADOR TO SL-OPER-ID
           MOVE "APROVAPARAM" TO SL-PROGRAM
           MOVE WS-DECISAO TO SL-FUNCTION
           MOVE PA-STATUS TO SL-OUTCOME
           MOVE PA-CHECKER-TS TO SL-TIMESTAMP
           MOVE PA-MAKER-ID TO SL-MAKER-ID
           MOVE PA-PEND-ID TO SL-PEND-ID
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE.

       4000-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN PA-TYPE-PARAM
                   PERFORM 4100-APPLY-PARAM
               WHEN PA-TYPE-FUTURE
                   PERFORM 4200-APPLY-FUTURE-VALUE
               WHEN PA-TYPE-DEFAULTS
                   PERFORM 4300-APPLY-DEFAULTS
               WHEN PA-TYPE-BANDS
                   PERFORM 4400-APPLY-BANDS
               WHEN PA-TYPE-CALENDAR
                   PERFORM 4500-APPLY-CALENDAR
               WHEN PA-TYPE-RATE
                   PERFORM 4600-APPLY-RATE
               WHEN PA-TYPE-DUPCHECK
                   PERFORM 4700-APPLY-DUP-CHECK
           END-EVALUATE.

       4100-APPLY-PARAM.
           MOVE PA-PARM-KEY TO WS-KEY-INFORMADA
           MOVE PA-PARM-VALUE TO WS-VALUE-INFORMADO
           MOVE PA-PARM-DESC TO WS-DESC-INFORMADA
           PERFORM 4150-WRITE-CTL-PARAM
           PERFORM 4160-SYNC-EFF-VALUE
           PERFORM 4900-WRITE-HISTORY.

       4150-WRITE-CTL-PARAM.
           MOVE WS-KEY-INFORMADA TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   MOVE SPACES TO WS-VALOR-ANTERIOR
                   MOVE WS-VALUE-INFORMADO TO CP-PARM-VALUE
                   MOVE WS-DESC-INFORMADA TO CP-PARM-DESC
                   WRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR O PARAMETRO."
                   END-WRITE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE TO WS-VALOR-ANTERIOR
                   MOVE WS-VALUE-INFORMADO TO CP-PARM-VALUE
                   MOVE WS-DESC-INFORMADA TO CP-PARM-DESC
                   REWRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR O PARAMETRO."
                   END-REWRITE
           END-READ.

      * once a key has any row in PARMEFF with an effective date on or
      * before the business date, the batch programs take that row
      * over the plain CTLPARM value on every run - so a plain update
      * would be shadowed forever and silently change nothing. When
      * such rows exist, mirror the new value into PARMEFF effective
      * on the approval date; a row scheduled for a future date
      * still prevails from its own date on, as intended.
       4160-SYNC-EFF-VALUE.
           MOVE 'N' TO WS-EFF-EXISTE-IND
           MOVE WS-KEY-INFORMADA TO PE-PARM-KEY
           MOVE 0 TO PE-EFFECT-DATE
           START PARM-EFF-FILE KEY IS >= PE-EFF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PARM-EFF-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PE-PARM-KEY = WS-KEY-INFORMADA
                               SET EFF-EXISTE TO TRUE
                           END-IF
                   END-READ
           END-START
           IF EFF-EXISTE
               MOVE WS-TODAY TO WS-DATA-EFEITO
               MOVE WS-KEY-INFORMADA TO PE-PARM-KEY
               MOVE WS-DATA-EFEITO TO PE-EFFECT-DATE
               READ PARM-EFF-FILE
                   INVALID KEY
                       MOVE WS-VALUE-INFORMADO TO PE-PARM-VALUE
                       MOVE WS-DESC-INFORMADA TO PE-PARM-DESC
                       WRITE PARAM-EFF-RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR EM PARMEFF."
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-VALUE-INFORMADO TO PE-PARM-VALUE
                       MOVE WS-DESC-INFORMADA TO PE-PARM-DESC
                       REWRITE PARAM-EFF-RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR EM PARMEFF."
                       END-REWRITE
               END-READ
               DISPLAY "CHAVE COM VIGENCIAS EM PARMEFF - VALOR TAMBEM"
               DISPLAY "GRAVADO COM VIGENCIA DE HOJE."
           END-IF.

       4200-APPLY-FUTURE-VALUE.
           MOVE PA-PARM-KEY TO WS-KEY-INFORMADA
           MOVE PA-PARM-VALUE TO WS-VALUE-INFORMADO
           MOVE PA-PARM-DESC TO WS-DESC-INFORMADA
           MOVE PA-EFFECT-DATE TO WS-DATA-EFEITO
           MOVE WS-KEY-INFORMADA TO PE-PARM-KEY
           MOVE WS-DATA-EFEITO TO PE-EFFECT-DATE
           READ PARM-EFF-FILE
               INVALID KEY
                   MOVE SPACES TO WS-VALOR-ANTERIOR
                   MOVE WS-VALUE-INFORMADO TO PE-PARM-VALUE
                   MOVE WS-DESC-INFORMADA TO PE-PARM-DESC
                   WRITE PARAM-EFF-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR O VALOR FUTURO."
                   END-WRITE
               NOT INVALID KEY
                   MOVE PE-PARM-VALUE TO WS-VALOR-ANTERIOR
                   MOVE WS-VALUE-INFORMADO TO PE-PARM-VALUE
                   MOVE WS-DESC-INFORMADA TO PE-PARM-DESC
                   REWRITE PARAM-EFF-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR O VALOR FUTURO."
                   END-REWRITE
           END-READ
           PERFORM 4900-WRITE-HISTORY.

      * the values manutparam's option 3 used to load directly; the
      * counters are only created when absent, never reset.
       4300-APPLY-DEFAULTS.
           MOVE "MAIOR" TO CP-PARM-KEY
           MOVE "050" TO CP-PARM-VALUE
           MOVE "CUTOFF USADO POR MAIOREMENOR" TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "OPCODES" TO CP-PARM-KEY
           MOVE "1234567" TO CP-PARM-VALUE
           MOVE "RESTRINGE 1-7 DO ESCOLHE; NAO ACRESCENTA"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "RESULTSEQ" TO CP-PARM-KEY
           MOVE "000000" TO CP-PARM-VALUE
           MOVE "ULTIMA SEQUENCIA GRAVADA EM RESULTLOG (NAO EDITAR)"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE "AUDITSEQ" TO CP-PARM-KEY
           MOVE "000000" TO CP-PARM-VALUE
           MOVE "ULTIMA SEQUENCIA GRAVADA EM AUDITLOG (NAO EDITAR)"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE "AUDRETDAYS" TO CP-PARM-KEY
           MOVE "030" TO CP-PARM-VALUE
           MOVE "DIAS DE RETENCAO DO AUDITLOG (EXPURGO)"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "RESRETDAYS" TO CP-PARM-KEY
           MOVE "030" TO CP-PARM-VALUE
           MOVE "DIAS DE RETENCAO DO RESULTLOG (EXPURGO)"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "RESUBSEQ" TO CP-PARM-KEY
           MOVE "000000" TO CP-PARM-VALUE
           MOVE "ULTIMA SEQ DE RESSUBMISSAO (NAO EDITAR)"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE "REJLIMIT" TO CP-PARM-KEY
           MOVE "020" TO CP-PARM-VALUE
           MOVE "PCT DE REJEICAO QUE ABORTA O LOTE"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "REJMINCNT" TO CP-PARM-KEY
           MOVE "000100" TO CP-PARM-VALUE
           MOVE "MINIMO DE LIDOS ANTES DO REJLIMIT"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "TRNDPCT" TO CP-PARM-KEY
           MOVE "050" TO CP-PARM-VALUE
           MOVE "PCT DE DESVIO SINALIZADO PELA TENDENCIA"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "DUPCHECK" TO CP-PARM-KEY
           MOVE "N" TO CP-PARM-VALUE
           MOVE "REJEITA DUPLICIDADE SUSPEITA (S/N)"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "DUPDAYS" TO CP-PARM-KEY
           MOVE "005" TO CP-PARM-VALUE
           MOVE "DIAS UTEIS DE JANELA DA DUPLICIDADE"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "PENDDAYS" TO CP-PARM-KEY
           MOVE "005" TO CP-PARM-VALUE
           MOVE "DIAS ATE EXPIRAR ALTERACAO PENDENTE"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           MOVE "JANELAFIM" TO CP-PARM-KEY
           MOVE "0600" TO CP-PARM-VALUE
           MOVE "HORARIO LIMITE DE FIM DA NOITE (HHMM)"
               TO CP-PARM-DESC
           WRITE CTL-PARAM-RECORD
               INVALID KEY
                   REWRITE CTL-PARAM-RECORD
           END-WRITE

           DISPLAY "VALORES PADRAO CARREGADOS.".

      * rewrites BAND-FILE whole with the approved list; an empty
      * list returns second to the single MAIOR cutoff.
       4400-APPLY-BANDS.
           OPEN OUTPUT BAND-FILE
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > PA-BAND-COUNT
               MOVE PA-BAND-NAME (WS-FAIXA-IDX) TO CB-BAND-NAME
               MOVE PA-BAND-LOWER (WS-FAIXA-IDX) TO CB-LOWER-BOUND
               MOVE PA-BAND-UPPER (WS-FAIXA-IDX) TO CB-UPPER-BOUND
               WRITE CLASS-BAND-RECORD
           END-PERFORM
           CLOSE BAND-FILE
           DISPLAY "FAIXAS GRAVADAS: " PA-BAND-COUNT.

       4500-APPLY-CALENDAR.
           OPEN I-O CALENDAR-FILE
           IF CAL-FILE-NOT-FOUND
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
               DISPLAY "CALNDARIO NAO EXISTIA - ARQUIVO CRIADO."
           END-IF
           IF NOT CAL-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR CALNDARIO, STATUS="
                   WS-CAL-FILE-STATUS
           ELSE
               MOVE PA-CAL-DATE TO CD-CAL-DATE
               IF PA-CAL-INCLUDE
                   MOVE PA-CAL-TYPE TO CD-DAY-TYPE
                   MOVE PA-CAL-DESC TO CD-DESC
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           REWRITE CALENDAR-RECORD
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR A DATA."
                           END-REWRITE
                   END-WRITE
                   DISPLAY "DATA GRAVADA NO CALENDARIO."
               ELSE
                   DELETE CALENDAR-FILE
                       INVALID KEY
                           DISPLAY "DATA NAO ENCONTRADA."
                       NOT INVALID KEY
                           DISPLAY "DATA REMOVIDA - VOLTA A REGRA "
                               "DA SEMANA."
                   END-DELETE
               END-IF
               CLOSE CALENDAR-FILE
           END-IF.

      * the PARMHIST row keeps the "TX"+code key manutparam has
      * always used for rates.
       4600-APPLY-RATE.
           OPEN I-O RATE-FILE
           IF RATE-FILE-NOT-FOUND
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
               DISPLAY "RATETAB NAO EXISTIA - ARQUIVO CRIADO."
           END-IF
           IF NOT RATE-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR RATETAB, STATUS="
                   WS-RATE-FILE-STATUS
           ELSE
               MOVE SPACES TO WS-KEY-INFORMADA
               STRING "TX" PA-RATE-CODE
                   DELIMITED BY SIZE INTO WS-KEY-INFORMADA
               MOVE PA-RATE-CODE TO RT-RATE-CODE
               READ RATE-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-VALOR-ANTERIOR
                       MOVE PA-RATE-VALUE TO RT-RATE-VALUE
                       MOVE PA-RATE-DESC TO RT-DESC
                       WRITE RATE-RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO INCLUIR A TAXA."
                       END-WRITE
                   NOT INVALID KEY
                       MOVE RT-RATE-VALUE TO WS-TAXA-EDIT
                       MOVE SPACES TO WS-VALOR-ANTERIOR
                       MOVE WS-TAXA-EDIT TO WS-VALOR-ANTERIOR (1:8)
                       MOVE PA-RATE-VALUE TO RT-RATE-VALUE
                       MOVE PA-RATE-DESC TO RT-DESC
                       REWRITE RATE-RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR A TAXA."
                       END-REWRITE
               END-READ
               CLOSE RATE-FILE
               MOVE PA-RATE-VALUE TO WS-TAXA-EDIT
               MOVE SPACES TO WS-VALUE-INFORMADO
               MOVE WS-TAXA-EDIT TO WS-VALUE-INFORMADO (1:8)
               PERFORM 4900-WRITE-HISTORY
               DISPLAY "TAXA GRAVADA COM SUCESSO."
           END-IF.

      * each of the two values gets its own PARMHIST row, and only
      * when it actually changed.
       4700-APPLY-DUP-CHECK.
           MOVE "DUPCHECK" TO WS-KEY-INFORMADA
           MOVE SPACES TO WS-VALUE-INFORMADO
           MOVE PA-DUP-SWITCH TO WS-VALUE-INFORMADO
           MOVE "REJEITA DUPLICIDADE SUSPEITA (S/N)"
               TO WS-DESC-INFORMADA
           PERFORM 4750-WRITE-DUP-PARM
           MOVE "DUPDAYS" TO WS-KEY-INFORMADA
           MOVE SPACES TO WS-VALUE-INFORMADO
           MOVE PA-DUP-DAYS TO WS-VALUE-INFORMADO
           MOVE "DIAS UTEIS DE JANELA DA DUPLICIDADE"
               TO WS-DESC-INFORMADA
           PERFORM 4750-WRITE-DUP-PARM
           DISPLAY "DETECCAO DE DUPLICIDADE GRAVADA.".

       4750-WRITE-DUP-PARM.
           PERFORM 4150-WRITE-CTL-PARAM
           IF WS-VALOR-ANTERIOR NOT = WS-VALUE-INFORMADO
               PERFORM 4900-WRITE-HISTORY
           END-IF.

      * one history row per change: key, value before (spaces on an
      * include), value after, the operator who keyed it and when it
      * took effect; who approved it is on the PENDAPR item and in
      * SESSLOG.
       4900-WRITE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-KEY-INFORMADA TO PH-PARM-KEY
           MOVE WS-VALOR-ANTERIOR TO PH-OLD-VALUE
           MOVE WS-VALUE-INFORMADO TO PH-NEW-VALUE
           MOVE WS-HIST-OPERADOR TO PH-OPERATOR-ID
           MOVE WS-TIMESTAMP TO PH-TIMESTAMP
           WRITE PARAM-HIST-RECORD.
