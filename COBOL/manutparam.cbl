      * PARM-EFF-FILE (PARMEFF.cpy) that the batch programs    *
      * pick up automatically for the run's business date.     *
      *                                                        *
      * Parameter updates, future values, the default load,    *
      * bands, calendar dates, rates and the duplicate-check   *
      * values are not applied here: each is queued in the     *
      * PENDAPR file (PENDREC.cpy) with the signed-on operator *
      * as maker, and aprovaparam applies it - with its        *
      * PARMHIST row - only when a different operator holding  *
      * APROVAR approves it. The night steps and the origin    *
      * registry are still kept directly.                      *
      *                                                        *
      * Entry is protected by the shared sign-on check         *
      * (validaoper, OPERLNK.cpy): the operator ID and         *
      * password are validated against OPERMST with function   *
      * that OPEN fails with FILE STATUS 35, so this program   *
      * creates the file with OPEN OUTPUT and reopens it I-O   *
      * before going into the menu, rather than abending on    *
      * the very first run. PENDAPR is created the same way    *
      * and PARM-HIST-FILE through the EXTEND/OUTPUT fallback  *
      * the batch programs use for the logs.                   *
      *                                                        *
      * Option 9 keeps the suspected-duplicate switch          *
      * (DUPCHECK) and its look-back in business days          *
      * (DUPDAYS) read by calculadora and second, queued for   *
      * approval like any other parameter.                     *
      *                                                        *
      * Option A keeps the ORIGMST origin-system registry      *
      * (ORIGREC.cpy) that calculadora, second and montalote   *
      * hold every batch header to; each change is logged to   *
      * PARMHIST under "OG"+origin (flags, count limit, op     *
      * codes) and "OH"+origin (hash limit). A missing ORIGMST *
      * is only created by the first include, once the         *
      * operator confirms that unregistered origins will then  *
      * be refused.                                            *
      *                                                        *
      * Option B keeps the per-operation review thresholds     *
      * (REVLIM1-REVLIM7) above which calculadora holds a      *
      * result in REVQUEUE for revisavalor, queued for         *
      * approval like any other parameter.                     *
      *                                                        *
      * Option C keeps a draft band list in BANDRASC, the      *
      * BANDCTL layout, which second never reads: it is keyed  *
      * or copied from the live bands freely, replayed over    *
      * history by simulafaixa, and only promoted - queued as  *
      * a band item for approval like option 5 - once a        *
      * simulation of the draft as it stands has been run.     *
      * CTLPARM FXRASC stamps each draft change and FXSIMUL    *
      * the draft stamp simulafaixa last replayed.             *
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PEND-ID
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT STEP-DEF-FILE ASSIGN TO "STEPDEF"
               ORGANIZATION IS SEQUENTIAL.
               RECORD KEY IS RT-RATE-CODE
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT ORIGIN-FILE ASSIGN TO "ORIGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ORIGIN-ID
               FILE STATUS IS WS-ORIG-FILE-STATUS.

           SELECT BAND-FILE ASSIGN TO "BANDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAND-FILE-STATUS.

           SELECT BAND-DRAFT-FILE ASSIGN TO "BANDRASC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAFT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-PARAM-FILE.
       FD  PARM-HIST-FILE.
       COPY "copybooks/PRMHIST.cpy".

       FD  PEND-FILE.
       COPY "copybooks/PENDREC.cpy".

       FD  STEP-DEF-FILE.
       COPY "copybooks/STEPDEF.cpy".
       FD  RATE-FILE.
       COPY "copybooks/RATEREC.cpy".

       FD  ORIGIN-FILE.
       COPY "copybooks/ORIGREC.cpy".

       FD  BAND-FILE.
       COPY "copybooks/BANDREC.cpy".

      * the draft carries the BANDCTL layout; it is read INTO and
      * written FROM CLASS-BAND-RECORD above.
       FD  BAND-DRAFT-FILE.
       01  BAND-DRAFT-REC               PIC X(18).

       WORKING-STORAGE SECTION.

       01  WS-OPCAO                 PIC X.
           88 FILE-NOT-FOUND        VALUE "35".
       01  WS-HIST-FILE-STATUS      PIC XX.
           88 HIST-FILE-NOT-FOUND   VALUE "35".
       01  WS-PEND-FILE-STATUS      PIC XX.
           88 PEND-FILE-STATUS-OK   VALUE "00".
           88 PEND-FILE-NOT-FOUND   VALUE "35".
       01  WS-PEND-SEQ              PIC 9(6).
       01  WS-OPERADOR              PIC X(8).
       01  WS-VALOR-ANTERIOR        PIC X(20).
       01  WS-DATA-EFEITO           PIC 9(8).
       01  WS-FAIXAS-GRAVADAS       PIC 9(2).
       01  WS-FAIXA-CONTINUA        PIC X.
           88 FAIXA-LOOP            VALUE 'Y'.
       01  WS-PASSO-NOME            PIC X(12).
       01  WS-PASSO-PROG            PIC X(12).
       01  WS-PASSO-ORDEM           PIC 9(3).
       01  WS-PASSO-ATIVO           PIC X.
       01  WS-PASSO-FREQ            PIC X(3).
       01  WS-PASSO-STATS           PIC X(10).
       01  WS-PASSO-MAX-MIN         PIC 9(4).
       01  WS-PASSOS-GRAVADOS       PIC 9(2).
       01  WS-PASSO-CONTINUA        PIC X.
           88 PASSO-LOOP            VALUE 'Y'.
       01  WS-TAXA-DESC             PIC X(30).
       01  WS-TAXA-CONTINUA         PIC X.
           88 TAXA-LOOP             VALUE 'Y'.
       01  WS-DUP-CHAVE             PIC X.
           88 DUP-CHAVE-OK          VALUE 'S' 'N'.
       01  WS-DUP-DIAS              PIC X(3).
       01  WS-REV-OP                PIC 9.
       01  WS-REV-OP-X              PIC X.
       01  WS-REV-TEXTO             PIC X(15).
       01  WS-REV-EDIT              PIC Z(9)9.99.
       01  WS-REV-NUM-TEXT          PIC X(12).
       01  WS-REV-NUM REDEFINES WS-REV-NUM-TEXT
                                    PIC 9(10)V99.
       01  WS-ORIG-FILE-STATUS      PIC XX.
           88 ORIG-FILE-STATUS-OK   VALUE "00".
           88 ORIG-FILE-NOT-FOUND   VALUE "35".
       01  WS-ORIG-OPCAO            PIC X.
       01  WS-ORIG-ID               PIC X(8).
       01  WS-ORIG-DESC             PIC X(30).
       01  WS-ORIG-ATIVA            PIC X.
           88 ORIG-ATIVA-OK         VALUE 'S' 'N'.
       01  WS-ORIG-PROGS            PIC X.
           88 ORIG-PROGS-OK         VALUE 'C' 'S' 'A'.
       01  WS-ORIG-OPS              PIC X(10).
       01  WS-ORIG-MAX-CNT          PIC 9(6).
       01  WS-ORIG-TEXTO            PIC X(15).
       01  WS-ORIG-MAX-VAL          PIC 9(10)V99.
       01  WS-ORIG-INTERNA          PIC X.
           88 ORIG-INTERNA-OK       VALUE 'S' 'N'.
       01  WS-ORIG-VAL-EDIT         PIC Z(9)9.99.
       01  WS-ORIG-CNT-EDIT         PIC Z(5)9.
       01  WS-ORIG-LISTADAS         PIC 9(3).
       01  WS-ORIG-ANT-LIMITES      PIC X(20).
       01  WS-ORIG-ANT-VALOR        PIC X(20).
       01  WS-ORIG-CONTINUA         PIC X.
           88 ORIG-LOOP             VALUE 'Y'.
       01  WS-ORIG-EOF-IND          PIC X.
           88 ORIG-EOF              VALUE 'Y'.
       01  WS-ORIG-ABERTO-IND       PIC X.
           88 ORIG-ABERTO           VALUE 'Y'.
       01  WS-ORIG-CRIAR            PIC X.
       01  WS-BAND-FILE-STATUS      PIC XX.
           88 BAND-FILE-STATUS-OK   VALUE "00".
       01  WS-DRAFT-FILE-STATUS     PIC XX.
           88 DRAFT-FILE-STATUS-OK  VALUE "00".
       01  WS-RASC-OPCAO            PIC X.
       01  WS-RASC-CONTINUA         PIC X.
           88 RASC-LOOP             VALUE 'Y'.
       01  WS-RASC-EOF-IND          PIC X.
           88 RASC-EOF              VALUE 'Y'.
       01  WS-FAIXA-IDX             PIC 9(2).
       01  WS-RASC-STAMP            PIC X(14).
       01  WS-SIMUL-STAMP           PIC X(14).

       COPY "copybooks/OPERLNK.cpy".


       0000-MAIN.
           PERFORM 0100-OPEN-CTL-PARAM-FILE
           PERFORM 0150-OPEN-HIST-PEND-FILES
           PERFORM 0200-SIGN-ON
           PERFORM UNTIL NOT CONTINUA-LOOP
               PERFORM 1000-SHOW-MENU
                       PERFORM 8000-MAINTAIN-CALENDAR
                   WHEN '8'
                       PERFORM 9000-MAINTAIN-RATES
                   WHEN '9'
                       PERFORM 9500-MAINTAIN-DUP-CHECK
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 9700-MAINTAIN-ORIGINS
                   WHEN 'B'
                   WHEN 'b'
                       PERFORM 9600-MAINTAIN-REVIEW-LIMITS
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 0250-CHECK-BANDAS
                       IF OC-ACCESS-OK
                           PERFORM 6500-MAINTAIN-BAND-DRAFT
                       END-IF
                   WHEN '0'
                       SET WS-CONTINUA TO 'N'
                   WHEN OTHER
           END-PERFORM
           CLOSE CTL-PARAM-FILE
           CLOSE PARM-HIST-FILE
           CLOSE PEND-FILE
           STOP RUN.

      * WS-OPERADOR keeps feeding PH-OPERATOR-ID exactly as before,
               DISPLAY "ERRO AO ABRIR CTLPARM, STATUS=" WS-FILE-STATUS
           END-IF.

       0150-OPEN-HIST-PEND-FILES.
           OPEN EXTEND PARM-HIST-FILE
           IF HIST-FILE-NOT-FOUND
               OPEN OUTPUT PARM-HIST-FILE
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
           END-IF.

       1000-SHOW-MENU.
           DISPLAY "6 - MANTER TABELA DE PASSOS DA NOITE"
           DISPLAY "7 - MANTER CALENDARIO DE PROCESSAMENTO"
           DISPLAY "8 - MANTER TABELA DE TAXAS"
           DISPLAY "9 - MANTER DETECCAO DE DUPLICIDADE"
           DISPLAY "A - MANTER CADASTRO DE ORIGENS"
           DISPLAY "B - MANTER LIMITES DE REVISAO DE VALORES"
           DISPLAY "C - RASCUNHO DE FAIXAS (SIMULACAO)"
           DISPLAY "0 - SAIR"
           DISPLAY "DIGITE A OPCAO: ".

                   DISPLAY "DESCRICAO...: " CP-PARM-DESC
           END-READ.

      * the new value is only queued; aprovaparam writes it to
      * CTLPARM (and mirrors it into PARMEFF when the key has
      * effective-dated rows) once a second operator approves it.
      * The "FM"+AAAAMM period keys are kept by fechames alone, so
      * closing and reopening a month stay under their own
      * permissions; the FXRASC/FXSIMUL draft-band stamps are kept
      * by option C and simulafaixa.
       3000-UPDATE-PARAM.
           DISPLAY "DIGITE A CHAVE DO PARAMETRO: "
           ACCEPT WS-KEY-INFORMADA
           EVALUATE TRUE
               WHEN WS-KEY-INFORMADA (1:2) = "FM"
                   DISPLAY "CHAVE DE PERIODO CONTABIL - USE O FECHAMES."
               WHEN WS-KEY-INFORMADA = "FXRASC"
               WHEN WS-KEY-INFORMADA = "FXSIMUL"
                   DISPLAY "CHAVE DO RASCUNHO DE FAIXAS - USE A "
                       "OPCAO C."
               WHEN OTHER
                   PERFORM 3100-QUEUE-PARAM
           END-EVALUATE.

       3100-QUEUE-PARAM.
           DISPLAY "DIGITE O NOVO VALOR: "
           ACCEPT WS-VALUE-INFORMADO
           DISPLAY "DIGITE A DESCRICAO: "
           ACCEPT WS-DESC-INFORMADA

           MOVE SPACES TO PA-PAYLOAD
           MOVE WS-KEY-INFORMADA TO PA-PARM-KEY
           MOVE WS-VALUE-INFORMADO TO PA-PARM-VALUE
           MOVE WS-DESC-INFORMADA TO PA-PARM-DESC
           MOVE 0 TO PA-EFFECT-DATE
           MOVE 'P' TO PA-CHANGE-TYPE
           MOVE SPACES TO PA-SUMMARY
           STRING "PARAMETRO " WS-KEY-INFORMADA " = "
               WS-VALUE-INFORMADO
               DELIMITED BY SIZE INTO PA-SUMMARY
           PERFORM 9800-QUEUE-CHANGE.

      * one history row per change: key, value before (spaces on an
      * include), value after, who keyed it and when.
           MOVE WS-TIMESTAMP TO PH-TIMESTAMP
           WRITE PARAM-HIST-RECORD.

      * the default load rewrites most of the control values at
      * once, so it is queued as a single item like any other
      * parameter change.
       4000-INIT-DEFAULTS.
           MOVE SPACES TO PA-PAYLOAD
           MOVE 'D' TO PA-CHANGE-TYPE
           MOVE "CARGA DOS VALORES PADRAO" TO PA-SUMMARY
           PERFORM 9800-QUEUE-CHANGE.

      * keys a value that only takes effect from a future business
      * date - e.g. next Monday's MAIOR cutoff keyed today. The batch
      * programs read the PARMEFF row with the latest effective date
      * not after the run's business date; until that date they keep
      * using the current value. The keys option 2 refuses are
      * refused here too.
       5000-SCHEDULE-FUTURE-VALUE.
           DISPLAY "DIGITE A CHAVE DO PARAMETRO: "
           ACCEPT WS-KEY-INFORMADA
           EVALUATE TRUE
               WHEN WS-KEY-INFORMADA (1:2) = "FM"
                   DISPLAY "CHAVE DE PERIODO CONTABIL - USE O FECHAMES."
               WHEN WS-KEY-INFORMADA = "FXRASC"
               WHEN WS-KEY-INFORMADA = "FXSIMUL"
                   DISPLAY "CHAVE DO RASCUNHO DE FAIXAS - USE A "
                       "OPCAO C."
               WHEN OTHER
                   PERFORM 5100-QUEUE-FUTURE-VALUE
           END-EVALUATE.

       5100-QUEUE-FUTURE-VALUE.
           DISPLAY "DIGITE A DATA DE VIGENCIA (AAAAMMDD): "
           ACCEPT WS-DATA-EFEITO
           DISPLAY "DIGITE O VALOR VIGENTE A PARTIR DA DATA: "
           DISPLAY "DIGITE A DESCRICAO: "
           ACCEPT WS-DESC-INFORMADA

           MOVE SPACES TO PA-PAYLOAD
           MOVE WS-KEY-INFORMADA TO PA-PARM-KEY
           MOVE WS-VALUE-INFORMADO TO PA-PARM-VALUE
           MOVE WS-DESC-INFORMADA TO PA-PARM-DESC
           MOVE WS-DATA-EFEITO TO PA-EFFECT-DATE
           MOVE 'F' TO PA-CHANGE-TYPE
           MOVE SPACES TO PA-SUMMARY
           STRING "VIGENCIA " WS-DATA-EFEITO " " WS-KEY-INFORMADA
               DELIMITED BY SIZE INTO PA-SUMMARY
           PERFORM 9800-QUEUE-CHANGE.

      * keys the whole band list from the console, in the order the
      * bands should be matched by second; keying a blank name ends
      * the list, and an empty list returns second to the single
      * MAIOR cutoff. The list is queued as one item and replaces
      * BANDCTL whole when it is approved.
       6000-MAINTAIN-BANDS.
           PERFORM 6100-KEY-BAND-LIST
           MOVE 'B' TO PA-CHANGE-TYPE
           MOVE SPACES TO PA-SUMMARY
           STRING "FAIXAS DE CLASSIFICACAO (" WS-FAIXAS-GRAVADAS
               " FAIXAS)"
               DELIMITED BY SIZE INTO PA-SUMMARY
           PERFORM 9800-QUEUE-CHANGE.

      * the band list keyed from the console lands in the PENDAPR
      * band payload, which the draft maintenance below also uses as
      * its working copy.
       6100-KEY-BAND-LIST.
           MOVE SPACES TO PA-PAYLOAD
           MOVE 0 TO WS-FAIXAS-GRAVADAS
           MOVE 'Y' TO WS-FAIXA-CONTINUA
           PERFORM UNTIL NOT FAIXA-LOOP OR WS-FAIXAS-GRAVADAS = 10
                   ACCEPT WS-FAIXA-INF
                   DISPLAY "LIMITE SUPERIOR (0-999): "
                   ACCEPT WS-FAIXA-SUP
                   ADD 1 TO WS-FAIXAS-GRAVADAS
                   MOVE WS-FAIXA-NOME
                       TO PA-BAND-NAME (WS-FAIXAS-GRAVADAS)
                   MOVE WS-FAIXA-INF
                       TO PA-BAND-LOWER (WS-FAIXAS-GRAVADAS)
                   MOVE WS-FAIXA-SUP
                       TO PA-BAND-UPPER (WS-FAIXAS-GRAVADAS)
               END-IF
           END-PERFORM
           MOVE WS-FAIXAS-GRAVADAS TO PA-BAND-COUNT.

      * the draft band list: keyed or copied from the live bands with
      * no approval, since nothing reads it but simulafaixa, then
      * promoted through the same approval queue as option 5. A
      * draft changed since its last simulation cannot be promoted.
       6500-MAINTAIN-BAND-DRAFT.
           MOVE 'Y' TO WS-RASC-CONTINUA
           PERFORM UNTIL NOT RASC-LOOP
               PERFORM 6510-DRAFT-MENU
           END-PERFORM.

       6510-DRAFT-MENU.
           DISPLAY "E - DIGITAR RASCUNHO"
           DISPLAY "V - COPIAR FAIXAS VIGENTES PARA O RASCUNHO"
           DISPLAY "L - LISTAR RASCUNHO E FAIXAS VIGENTES"
           DISPLAY "P - PROMOVER RASCUNHO (PARA APROVACAO)"
           DISPLAY "0 - VOLTAR"
           ACCEPT WS-RASC-OPCAO
           EVALUATE WS-RASC-OPCAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM 6100-KEY-BAND-LIST
                   PERFORM 6600-WRITE-DRAFT
               WHEN 'V'
               WHEN 'v'
                   PERFORM 6700-LOAD-LIVE-BANDS
                   PERFORM 6600-WRITE-DRAFT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 6800-LIST-BANDS
               WHEN 'P'
               WHEN 'p'
                   PERFORM 6900-PROMOTE-DRAFT
               WHEN '0'
                   MOVE 'N' TO WS-RASC-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

      * rewrites BANDRASC whole from the payload buffer and stamps
      * FXRASC, so the simulation on record no longer matches.
       6600-WRITE-DRAFT.
           OPEN OUTPUT BAND-DRAFT-FILE
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > PA-BAND-COUNT
               MOVE PA-BAND-NAME (WS-FAIXA-IDX) TO CB-BAND-NAME
               MOVE PA-BAND-LOWER (WS-FAIXA-IDX) TO CB-LOWER-BOUND
               MOVE PA-BAND-UPPER (WS-FAIXA-IDX) TO CB-UPPER-BOUND
               WRITE BAND-DRAFT-REC FROM CLASS-BAND-RECORD
           END-PERFORM
           CLOSE BAND-DRAFT-FILE
           MOVE "FXRASC" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   MOVE SPACES TO CP-PARM-VALUE
                   MOVE FUNCTION CURRENT-DATE (1:14)
                       TO CP-PARM-VALUE (1:14)
                   MOVE "ULTIMA ALTERACAO DO RASCUNHO DE FAIXAS"
                       TO CP-PARM-DESC
                   WRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR FXRASC."
                   END-WRITE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE (1:14)
                       TO CP-PARM-VALUE (1:14)
                   REWRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR FXRASC."
                   END-REWRITE
           END-READ
           DISPLAY "FAIXAS NO RASCUNHO: " PA-BAND-COUNT
               " - RODE O SIMULAFAIXA ANTES DE PROMOVER.".

       6700-LOAD-LIVE-BANDS.
           MOVE SPACES TO PA-PAYLOAD
           MOVE 0 TO PA-BAND-COUNT
           OPEN INPUT BAND-FILE
           IF BAND-FILE-STATUS-OK
               MOVE 'N' TO WS-RASC-EOF-IND
               PERFORM UNTIL RASC-EOF OR PA-BAND-COUNT = 10
                   READ BAND-FILE
                       AT END
                           SET RASC-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PA-BAND-COUNT
                           MOVE CB-BAND-NAME
                               TO PA-BAND-NAME (PA-BAND-COUNT)
                           MOVE CB-LOWER-BOUND
                               TO PA-BAND-LOWER (PA-BAND-COUNT)
                           MOVE CB-UPPER-BOUND
                               TO PA-BAND-UPPER (PA-BAND-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BAND-FILE
           END-IF.

       6750-LOAD-DRAFT.
           MOVE SPACES TO PA-PAYLOAD
           MOVE 0 TO PA-BAND-COUNT
           OPEN INPUT BAND-DRAFT-FILE
           IF DRAFT-FILE-STATUS-OK
               MOVE 'N' TO WS-RASC-EOF-IND
               PERFORM UNTIL RASC-EOF OR PA-BAND-COUNT = 10
                   READ BAND-DRAFT-FILE INTO CLASS-BAND-RECORD
                       AT END
                           SET RASC-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PA-BAND-COUNT
                           MOVE CB-BAND-NAME
                               TO PA-BAND-NAME (PA-BAND-COUNT)
                           MOVE CB-LOWER-BOUND
                               TO PA-BAND-LOWER (PA-BAND-COUNT)
                           MOVE CB-UPPER-BOUND
                               TO PA-BAND-UPPER (PA-BAND-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BAND-DRAFT-FILE
           END-IF.

       6800-LIST-BANDS.
           PERFORM 6750-LOAD-DRAFT
           DISPLAY "RASCUNHO (" PA-BAND-COUNT " FAIXAS):"
           PERFORM 6850-SHOW-BAND
               VARYING WS-FAIXA-IDX FROM 1 BY 1
               UNTIL WS-FAIXA-IDX > PA-BAND-COUNT
           PERFORM 6700-LOAD-LIVE-BANDS
           DISPLAY "VIGENTES EM BANDCTL (" PA-BAND-COUNT " FAIXAS):"
           PERFORM 6850-SHOW-BAND
               VARYING WS-FAIXA-IDX FROM 1 BY 1
               UNTIL WS-FAIXA-IDX > PA-BAND-COUNT.

       6850-SHOW-BAND.
           DISPLAY "  " PA-BAND-NAME (WS-FAIXA-IDX) " "
               PA-BAND-LOWER (WS-FAIXA-IDX) "-"
               PA-BAND-UPPER (WS-FAIXA-IDX).

      * the draft is queued as an ordinary band item, so approval
      * and the BANDCTL rewrite go through aprovaparam exactly as
      * for option 5; it must first have been simulated as it is.
       6900-PROMOTE-DRAFT.
           MOVE SPACES TO WS-RASC-STAMP
           MOVE SPACES TO WS-SIMUL-STAMP
           MOVE "FXRASC" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (1:14) TO WS-RASC-STAMP
           END-READ
           MOVE "FXSIMUL" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (1:14) TO WS-SIMUL-STAMP
           END-READ
           EVALUATE TRUE
               WHEN WS-RASC-STAMP = SPACES
                   DISPLAY "NENHUM RASCUNHO DE FAIXAS GRAVADO."
               WHEN WS-SIMUL-STAMP NOT = WS-RASC-STAMP
                   DISPLAY "RASCUNHO ALTERADO DESDE A ULTIMA SIMULACAO"
                       " - RODE O SIMULAFAIXA ANTES DE PROMOVER."
               WHEN OTHER
                   PERFORM 6750-LOAD-DRAFT
                   MOVE PA-BAND-COUNT TO WS-FAIXAS-GRAVADAS
                   MOVE 'B' TO PA-CHANGE-TYPE
                   MOVE SPACES TO PA-SUMMARY
                   STRING "RASCUNHO DE FAIXAS PROMOVIDO ("
                       WS-FAIXAS-GRAVADAS " FAIXAS)"
                       DELIMITED BY SIZE INTO PA-SUMMARY
                   PERFORM 9800-QUEUE-CHANGE
           END-EVALUATE.

      * rewrites STEPDEF whole from the console, the same treatment
      * the bands get: keying a blank step name ends the list, and
      * an empty list returns rodanoite to the built-in two-step
      * night. Frequency is DIA or a day-of-week code (SEG..DOM);
      * the stats key is CALCSTATS/SECSTATS or blank for a step
      * that publishes no counters. The maximum duration in minutes
      * (zero for none) is what rodanoite holds the step to; the
      * night's latest finish is the JANELAFIM parameter (HHMM),
      * kept through option 2 like any other parameter.
       7000-MAINTAIN-STEPS.
           OPEN OUTPUT STEP-DEF-FILE
           MOVE 0 TO WS-PASSOS-GRAVADOS
                   ACCEPT WS-PASSO-FREQ
                   DISPLAY "CHAVE DE CONTADORES (BRANCO SE NENHUMA): "
                   ACCEPT WS-PASSO-STATS
                   DISPLAY "DURACAO MAXIMA EM MINUTOS (0 SEM LIMITE): "
                   ACCEPT WS-PASSO-MAX-MIN
                   MOVE WS-PASSO-NOME TO SD-STEP-NAME
                   MOVE WS-PASSO-PROG TO SD-PROGRAM-NAME
                   MOVE WS-PASSO-ORDEM TO SD-EXEC-ORDER
                   MOVE WS-PASSO-ATIVO TO SD-ENABLED-FLAG
                   MOVE WS-PASSO-FREQ TO SD-FREQUENCY
                   MOVE WS-PASSO-STATS TO SD-STATS-KEY
                   MOVE WS-PASSO-MAX-MIN TO SD-MAX-MINUTES
                   WRITE STEP-DEF-RECORD
                   ADD 1 TO WS-PASSOS-GRAVADOS
               END-IF
           IF WS-CAL-TIPO NOT = 'F' AND WS-CAL-TIPO NOT = 'U'
               DISPLAY "TIPO INVALIDO - NADA GRAVADO."
           ELSE
               MOVE SPACES TO PA-PAYLOAD
               MOVE 'I' TO PA-CAL-ACTION
               MOVE WS-CAL-DATA TO PA-CAL-DATE
               MOVE WS-CAL-TIPO TO PA-CAL-TYPE
               MOVE WS-CAL-DESC TO PA-CAL-DESC
               MOVE 'C' TO PA-CHANGE-TYPE
               MOVE SPACES TO PA-SUMMARY
               STRING "CALENDARIO INCLUIR " WS-CAL-DATA " "
                   WS-CAL-TIPO
                   DELIMITED BY SIZE INTO PA-SUMMARY
               PERFORM 9800-QUEUE-CHANGE
           END-IF.

       8300-DELETE-CAL-DATE.
           DISPLAY "DIGITE A DATA (AAAAMMDD): "
           ACCEPT WS-CAL-DATA
           MOVE WS-CAL-DATA TO CD-CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "DATA NAO ENCONTRADA."
               NOT INVALID KEY
                   MOVE SPACES TO PA-PAYLOAD
                   MOVE 'E' TO PA-CAL-ACTION
                   MOVE WS-CAL-DATA TO PA-CAL-DATE
                   MOVE CD-DAY-TYPE TO PA-CAL-TYPE
                   MOVE CD-DESC TO PA-CAL-DESC
                   MOVE 'C' TO PA-CHANGE-TYPE
                   MOVE SPACES TO PA-SUMMARY
                   STRING "CALENDARIO EXCLUIR " WS-CAL-DATA
                       DELIMITED BY SIZE INTO PA-SUMMARY
                   PERFORM 9800-QUEUE-CHANGE
           END-READ.

       8400-VIEW-CAL-DATE.
           DISPLAY "DIGITE A DATA (AAAAMMDD): "
           END-READ.

      * the rate table calculadora resolves 'R'+code operands
      * against. Every include/update is queued for approval, and
      * the approved change writes a PARMHIST row under key
      * "TX"+code, exactly the change-history treatment the control
      * parameters get, so the auditors can see when a rate
      * changed, what it was before, and who changed it.
       9000-MAINTAIN-RATES.
           OPEN I-O RATE-FILE
           DISPLAY "DIGITE A DESCRICAO: "
           ACCEPT WS-TAXA-DESC
           COMPUTE WS-TAXA-VALOR = FUNCTION NUMVAL (WS-TAXA-TEXTO)
           MOVE SPACES TO PA-PAYLOAD
           MOVE WS-TAXA-CODIGO TO PA-RATE-CODE
           MOVE WS-TAXA-VALOR TO PA-RATE-VALUE
           MOVE WS-TAXA-DESC TO PA-RATE-DESC
           MOVE 'T' TO PA-CHANGE-TYPE
           MOVE WS-TAXA-VALOR TO WS-TAXA-EDIT
           MOVE SPACES TO PA-SUMMARY
           STRING "TAXA " WS-TAXA-CODIGO " = " WS-TAXA-EDIT
               DELIMITED BY SIZE INTO PA-SUMMARY
           PERFORM 9800-QUEUE-CHANGE.

       9300-VIEW-RATE.
           DISPLAY "DIGITE O CODIGO DA TAXA (6 POSICOES): "
                   DISPLAY "VALOR.....: " WS-TAXA-EDIT
                   DISPLAY "DESCRICAO.: " RT-DESC
           END-READ.

      * the two duplicate-check values are kept together on one
      * screen: the switch must be S or N and the look-back three
      * digits, since calculadora and second ignore a DUPDAYS that
      * is not numeric. The pair is queued as one item; once it is
      * approved each value changed gets its own PARMHIST row.
       9500-MAINTAIN-DUP-CHECK.
           MOVE "DUPCHECK" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   DISPLAY "DUPCHECK..: N (NAO CADASTRADO)"
               NOT INVALID KEY
                   DISPLAY "DUPCHECK..: " CP-PARM-VALUE (1:1)
           END-READ
           MOVE "DUPDAYS" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   DISPLAY "DUPDAYS...: 005 (NAO CADASTRADO)"
               NOT INVALID KEY
                   DISPLAY "DUPDAYS...: " CP-PARM-VALUE (1:3)
           END-READ
           DISPLAY "REJEITAR DUPLICIDADE SUSPEITA (S/N): "
           ACCEPT WS-DUP-CHAVE
           DISPLAY "JANELA EM DIAS UTEIS (000-999): "
           ACCEPT WS-DUP-DIAS
           IF NOT DUP-CHAVE-OK OR WS-DUP-DIAS NOT NUMERIC
               DISPLAY "VALOR INVALIDO - NADA GRAVADO."
           ELSE
               MOVE SPACES TO PA-PAYLOAD
               MOVE WS-DUP-CHAVE TO PA-DUP-SWITCH
               MOVE WS-DUP-DIAS TO PA-DUP-DAYS
               MOVE 'U' TO PA-CHANGE-TYPE
               MOVE SPACES TO PA-SUMMARY
               STRING "DUPCHECK = " WS-DUP-CHAVE " DUPDAYS = "
                   WS-DUP-DIAS
                   DELIMITED BY SIZE INTO PA-SUMMARY
               PERFORM 9800-QUEUE-CHANGE
           END-IF.

      * the seven review thresholds calculadora holds high results
      * against: REVLIM1-REVLIM7, twelve digits 9(10)V99 at the
      * start of the value, zero meaning the op code is never held.
      * The current values are shown and one op code's new
      * threshold is queued for approval as a plain parameter
      * change, so aprovaparam applies it with its PARMHIST row.
       9600-MAINTAIN-REVIEW-LIMITS.
           PERFORM VARYING WS-REV-OP FROM 1 BY 1
                   UNTIL WS-REV-OP > 7
               MOVE SPACES TO CP-PARM-KEY
               STRING "REVLIM" WS-REV-OP
                   DELIMITED BY SIZE INTO CP-PARM-KEY
               MOVE ZEROS TO WS-REV-NUM-TEXT
               READ CTL-PARAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-PARM-VALUE (1:12) NUMERIC
                           MOVE CP-PARM-VALUE (1:12) TO WS-REV-NUM-TEXT
                       END-IF
               END-READ
               IF WS-REV-NUM > 0
                   MOVE WS-REV-NUM TO WS-REV-EDIT
                   DISPLAY "OPERACAO " WS-REV-OP ": RETER ACIMA DE "
                       WS-REV-EDIT
               ELSE
                   DISPLAY "OPERACAO " WS-REV-OP ": SEM REVISAO"
               END-IF
           END-PERFORM
           DISPLAY "OPERACAO (1-7): "
           ACCEPT WS-REV-OP-X
           DISPLAY "NOVO LIMITE (EX: 50000.00; 0=SEM REVISAO): "
           ACCEPT WS-REV-TEXTO
           IF WS-REV-OP-X < '1' OR WS-REV-OP-X > '7'
               DISPLAY "OPERACAO INVALIDA - NADA GRAVADO."
           ELSE
               COMPUTE WS-REV-NUM = FUNCTION NUMVAL (WS-REV-TEXTO)
               MOVE SPACES TO PA-PAYLOAD
               STRING "REVLIM" WS-REV-OP-X
                   DELIMITED BY SIZE INTO PA-PARM-KEY
               MOVE WS-REV-NUM-TEXT TO PA-PARM-VALUE (1:12)
               STRING "LIMITE DE REVISAO DA OPERACAO " WS-REV-OP-X
                   DELIMITED BY SIZE INTO PA-PARM-DESC
               MOVE 0 TO PA-EFFECT-DATE
               MOVE 'P' TO PA-CHANGE-TYPE
               MOVE WS-REV-NUM TO WS-REV-EDIT
               MOVE SPACES TO PA-SUMMARY
               STRING "LIMITE REVISAO OP " WS-REV-OP-X " = "
                   WS-REV-EDIT
                   DELIMITED BY SIZE INTO PA-SUMMARY
               PERFORM 9800-QUEUE-CHANGE
           END-IF.

      * the origin registry the batch programs and montalote check
      * every header against. Until the file exists no origin is
      * checked at all; once it exists, even empty, every set from
      * an origin not in it is refused. So it is not created by
      * merely entering this menu: only the first include creates
      * it, after the operator confirms.
       9700-MAINTAIN-ORIGINS.
           MOVE 'N' TO WS-ORIG-ABERTO-IND
           OPEN I-O ORIGIN-FILE
           IF ORIG-FILE-STATUS-OK
               SET ORIG-ABERTO TO TRUE
           END-IF
           IF NOT ORIG-FILE-STATUS-OK AND NOT ORIG-FILE-NOT-FOUND
               DISPLAY "ERRO AO ABRIR ORIGMST, STATUS="
                   WS-ORIG-FILE-STATUS
           ELSE
               IF NOT ORIG-ABERTO
                   DISPLAY "ORIGMST NAO EXISTE - NENHUMA ORIGEM E"
                       " VERIFICADA."
               END-IF
               MOVE 'Y' TO WS-ORIG-CONTINUA
               PERFORM 9710-ORIGIN-MENU UNTIL NOT ORIG-LOOP
               IF ORIG-ABERTO
                   CLOSE ORIGIN-FILE
               END-IF
           END-IF.

       9710-ORIGIN-MENU.
           DISPLAY " "
           DISPLAY "ORIGENS: I=INCLUIR/ATUALIZAR C=CONSULTAR L=LISTAR"
           DISPLAY "         0=VOLTAR"
           DISPLAY "DIGITE A OPCAO: "
           ACCEPT WS-ORIG-OPCAO
           EVALUATE WS-ORIG-OPCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 9720-UPDATE-ORIGIN
               WHEN 'C'
               WHEN 'c'
                   IF ORIG-ABERTO
                       PERFORM 9730-VIEW-ORIGIN
                   ELSE
                       DISPLAY "ORIGMST NAO EXISTE."
                   END-IF
               WHEN 'L'
               WHEN 'l'
                   IF ORIG-ABERTO
                       PERFORM 9740-LIST-ORIGINS
                   ELSE
                       DISPLAY "ORIGMST NAO EXISTE."
                   END-IF
               WHEN '0'
                   MOVE 'N' TO WS-ORIG-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

      * the first include into a registry that does not exist yet
      * creates it, but only once the operator has seen what that
      * turns on for the batch programs and montalote.
       9715-CREATE-ORIGIN-FILE.
           DISPLAY "ATENCAO: ORIGMST NAO EXISTE. AO CRIA-LO, TODO LOTE"
           DISPLAY "DE ORIGEM NAO CADASTRADA PASSA A SER RECUSADO."
           DISPLAY "CRIAR O ORIGMST (S/N): "
           ACCEPT WS-ORIG-CRIAR
           IF WS-ORIG-CRIAR NOT = 'S' AND WS-ORIG-CRIAR NOT = 's'
               DISPLAY "ORIGMST NAO CRIADO - NADA GRAVADO."
           ELSE
               OPEN OUTPUT ORIGIN-FILE
               CLOSE ORIGIN-FILE
               OPEN I-O ORIGIN-FILE
               IF ORIG-FILE-STATUS-OK
                   SET ORIG-ABERTO TO TRUE
                   DISPLAY "ORIGMST CRIADO."
               ELSE
                   DISPLAY "ERRO AO CRIAR ORIGMST, STATUS="
                       WS-ORIG-FILE-STATUS
               END-IF
           END-IF.

      * the flags are checked before anything is written, since the
      * batch programs read a flag that is neither S nor listed as a
      * refusal. PARMHIST gets an "OG" row when the flags, count
      * limit or op codes change and an "OH" row when the hash limit
      * changes, the old values blank on an include.
       9720-UPDATE-ORIGIN.
           DISPLAY "DIGITE O ID DA ORIGEM (8 POSICOES): "
           ACCEPT WS-ORIG-ID
           DISPLAY "DESCRICAO: "
           ACCEPT WS-ORIG-DESC
           DISPLAY "ATIVA (S/N): "
           ACCEPT WS-ORIG-ATIVA
           DISPLAY "PROGRAMAS (C=CALCULADORA S=SECOND A=AMBOS): "
           ACCEPT WS-ORIG-PROGS
           DISPLAY "OPERACOES PERMITIDAS (EX: 125; BRANCO=TODAS): "
           ACCEPT WS-ORIG-OPS
           DISPLAY "MAXIMO DE REGISTROS POR DIA (0=SEM LIMITE): "
           ACCEPT WS-ORIG-MAX-CNT
           DISPLAY "MAXIMO DE VALOR POR DIA (EX: 50000.00; 0=SEM"
           DISPLAY "LIMITE): "
           ACCEPT WS-ORIG-TEXTO
           DISPLAY "ORIGEM INTERNA, ISENTA DE LIMITES (S/N): "
           ACCEPT WS-ORIG-INTERNA
           IF WS-ORIG-ID = SPACES
                   OR NOT ORIG-ATIVA-OK
                   OR NOT ORIG-PROGS-OK
                   OR NOT ORIG-INTERNA-OK
               DISPLAY "VALOR INVALIDO - NADA GRAVADO."
           ELSE
               IF NOT ORIG-ABERTO
                   PERFORM 9715-CREATE-ORIGIN-FILE
               END-IF
               IF ORIG-ABERTO
                   PERFORM 9722-WRITE-ORIGIN
               END-IF
           END-IF.

       9722-WRITE-ORIGIN.
           COMPUTE WS-ORIG-MAX-VAL = FUNCTION NUMVAL (WS-ORIG-TEXTO)
           MOVE WS-ORIG-ID TO OR-ORIGIN-ID
           READ ORIGIN-FILE
               INVALID KEY
                   MOVE SPACES TO WS-ORIG-ANT-LIMITES
                   MOVE SPACES TO WS-ORIG-ANT-VALOR
                   PERFORM 9725-MOVE-ORIGIN-FIELDS
                   WRITE ORIGIN-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR A ORIGEM."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 9750-FORMAT-ORIGIN-HIST
                   MOVE WS-VALUE-INFORMADO TO WS-ORIG-ANT-LIMITES
                   MOVE OR-MAX-HASH TO WS-ORIG-VAL-EDIT
                   MOVE SPACES TO WS-ORIG-ANT-VALOR
                   MOVE WS-ORIG-VAL-EDIT TO WS-ORIG-ANT-VALOR
                   PERFORM 9725-MOVE-ORIGIN-FIELDS
                   REWRITE ORIGIN-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR A ORIGEM."
                   END-REWRITE
           END-READ
           PERFORM 9750-FORMAT-ORIGIN-HIST
           IF WS-VALUE-INFORMADO NOT = WS-ORIG-ANT-LIMITES
               MOVE SPACES TO WS-KEY-INFORMADA
               STRING "OG" WS-ORIG-ID
                   DELIMITED BY SIZE INTO WS-KEY-INFORMADA
               MOVE WS-ORIG-ANT-LIMITES TO WS-VALOR-ANTERIOR
               PERFORM 3500-WRITE-HISTORY
           END-IF
           MOVE OR-MAX-HASH TO WS-ORIG-VAL-EDIT
           MOVE SPACES TO WS-VALUE-INFORMADO
           MOVE WS-ORIG-VAL-EDIT TO WS-VALUE-INFORMADO
           IF WS-VALUE-INFORMADO NOT = WS-ORIG-ANT-VALOR
               MOVE SPACES TO WS-KEY-INFORMADA
               STRING "OH" WS-ORIG-ID
                   DELIMITED BY SIZE INTO WS-KEY-INFORMADA
               MOVE WS-ORIG-ANT-VALOR TO WS-VALOR-ANTERIOR
               PERFORM 3500-WRITE-HISTORY
           END-IF
           DISPLAY "ORIGEM GRAVADA COM SUCESSO.".

       9725-MOVE-ORIGIN-FIELDS.
           MOVE WS-ORIG-DESC TO OR-DESC
           MOVE WS-ORIG-ATIVA TO OR-ACTIVE-FLAG
           MOVE WS-ORIG-PROGS TO OR-PROGRAMS
           MOVE WS-ORIG-OPS TO OR-OP-CODES
           MOVE WS-ORIG-MAX-CNT TO OR-MAX-COUNT
           MOVE WS-ORIG-MAX-VAL TO OR-MAX-HASH
           MOVE WS-ORIG-INTERNA TO OR-INTERNAL-FLAG.

       9730-VIEW-ORIGIN.
           DISPLAY "DIGITE O ID DA ORIGEM (8 POSICOES): "
           ACCEPT WS-ORIG-ID
           MOVE WS-ORIG-ID TO OR-ORIGIN-ID
           READ ORIGIN-FILE
               INVALID KEY
                   DISPLAY "ORIGEM NAO CADASTRADA."
               NOT INVALID KEY
                   MOVE OR-MAX-COUNT TO WS-ORIG-CNT-EDIT
                   MOVE OR-MAX-HASH TO WS-ORIG-VAL-EDIT
                   DISPLAY "DESCRICAO.: " OR-DESC
                   DISPLAY "ATIVA.....: " OR-ACTIVE-FLAG
                   DISPLAY "PROGRAMAS.: " OR-PROGRAMS
                   DISPLAY "OPERACOES.: " OR-OP-CODES
                   DISPLAY "MAX REGS..: " WS-ORIG-CNT-EDIT
                   DISPLAY "MAX VALOR.: " WS-ORIG-VAL-EDIT
                   DISPLAY "INTERNA...: " OR-INTERNAL-FLAG
           END-READ.

       9740-LIST-ORIGINS.
           MOVE 0 TO WS-ORIG-LISTADAS
           MOVE 'N' TO WS-ORIG-EOF-IND
           MOVE LOW-VALUES TO OR-ORIGIN-ID
           START ORIGIN-FILE KEY IS >= OR-ORIGIN-ID
               INVALID KEY
                   SET ORIG-EOF TO TRUE
           END-START
           DISPLAY "ORIGEM   AT PG OPERACOES  MAX REGS     MAX VALOR IN"
           PERFORM UNTIL ORIG-EOF
               READ ORIGIN-FILE NEXT RECORD
                   AT END
                       SET ORIG-EOF TO TRUE
                   NOT AT END
                       MOVE OR-MAX-COUNT TO WS-ORIG-CNT-EDIT
                       MOVE OR-MAX-HASH TO WS-ORIG-VAL-EDIT
                       DISPLAY OR-ORIGIN-ID " " OR-ACTIVE-FLAG "  "
                           OR-PROGRAMS "  " OR-OP-CODES " "
                           WS-ORIG-CNT-EDIT " " WS-ORIG-VAL-EDIT " "
                           OR-INTERNAL-FLAG
                       ADD 1 TO WS-ORIG-LISTADAS
               END-READ
           END-PERFORM
           DISPLAY "ORIGENS LISTADAS: " WS-ORIG-LISTADAS.

      * PARMHIST value for the "OG" row: active, programs and
      * internal flags, the count limit and the first nine op codes.
       9750-FORMAT-ORIGIN-HIST.
           MOVE SPACES TO WS-VALUE-INFORMADO
           STRING OR-ACTIVE-FLAG OR-PROGRAMS OR-INTERNAL-FLAG " "
               OR-MAX-COUNT " " OR-OP-CODES (1:9)
               DELIMITED BY SIZE INTO WS-VALUE-INFORMADO.

      * every queued change takes the next PENDSEQ number from
      * CTLPARM (a counter, not a parameter, so it is kept directly)
      * and waits in PENDAPR with the signed-on operator as maker.
      * The caller has already filled the type, summary and payload.
       9800-QUEUE-CHANGE.
           PERFORM 9810-NEXT-PEND-SEQ
           MOVE WS-PEND-SEQ TO PA-PEND-ID
           MOVE 'P' TO PA-STATUS
           MOVE WS-OPERADOR TO PA-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO PA-MAKER-TS
           MOVE SPACES TO PA-CHECKER-ID
           MOVE SPACES TO PA-CHECKER-TS
           WRITE PEND-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PENDENCIA "
                       WS-PEND-SEQ "."
               NOT INVALID KEY
                   DISPLAY "ALTERACAO " WS-PEND-SEQ
                       " AGUARDANDO APROVACAO DE OUTRO OPERADOR."
           END-WRITE.

       9810-NEXT-PEND-SEQ.
           MOVE "PENDSEQ" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   MOVE 1 TO WS-PEND-SEQ
                   MOVE SPACES TO CP-PARM-VALUE
                   MOVE WS-PEND-SEQ TO CP-PARM-VALUE (1:6)
                   MOVE "ULTIMA PENDENCIA DE APROVACAO (NAO EDITAR)"
                       TO CP-PARM-DESC
                   WRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR PENDSEQ."
                   END-WRITE
               NOT INVALID KEY
                   IF CP-PARM-VALUE (1:6) NUMERIC
                       MOVE CP-PARM-VALUE (1:6) TO WS-PEND-SEQ
                   ELSE
                       MOVE 0 TO WS-PEND-SEQ
                   END-IF
                   ADD 1 TO WS-PEND-SEQ
                   MOVE WS-PEND-SEQ TO CP-PARM-VALUE (1:6)
                   REWRITE CTL-PARAM-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR PENDSEQ."
                   END-REWRITE
           END-READ.
