       IDENTIFICATION DIVISION.
       PROGRAM-ID. revisavalor.

      *****************************************************
      * REVISAO DE VALORES ALTOS - reviewer front-end for *
      * the calculadora results held in the REVQUEUE file  *
      * (REVQUEUE.cpy) because they came out above the     *
      * REVLIMn threshold of their op code.                *
      *                                                     *
      * Entry is protected by the shared sign-on check      *
      * (validaoper, OPERLNK.cpy) with function REVISAO.    *
      * The reviewer lists the items still held, looks at   *
      * one, and releases or refuses it:                    *
      *  - a released item is posted to RESULTLOG exactly   *
      *    as calculadora would have posted it, under the   *
      *    next RESULTSEQ and with its own batch ID and     *
      *    business date, plus its RESXREF link when it     *
      *    came from a resubmission batch and its DUPHIST   *
      *    entry while DUPCHECK is on;                      *
      *  - a refused item is written to AUDITLOG under the  *
      *    next AUDITSEQ as reason E007, so corrigerej      *
      *    offers it for correction like any other reject.  *
      * Either way the queue row keeps the reviewer, the    *
      * time, the sequence number it produced and an        *
      * optional note, and can no longer be decided again.  *
      * The decision is also acknowledged back to the origin *
      * of the batch in the ACKRET return file (ACKREC.cpy), *
      * as a follow-up to the row calculadora acknowledged   *
      * as held - for an item of a resubmission batch, to    *
      * the origin of the reject it corrected (REJXREF.cpy). *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "REVQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT CTL-PARAM-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PARM-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT SHARED-RESULT-FILE ASSIGN TO "RESULTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RESULT-XREF-FILE ASSIGN TO "RESXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT REJECT-XREF-FILE ASSIGN TO "REJXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJX-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT DUP-HIST-FILE ASSIGN TO "DUPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       COPY "copybooks/REVQUEUE.cpy".

       FD  CTL-PARAM-FILE.
       COPY "copybooks/CTLPARM.cpy".

       FD  SHARED-RESULT-FILE.
       COPY "copybooks/RESLTREC.cpy".

       FD  AUDIT-FILE.
       COPY "copybooks/AUDITREC.cpy".

       FD  RESULT-XREF-FILE.
       COPY "copybooks/RESXREF.cpy".

       FD  REJECT-XREF-FILE.
       COPY "copybooks/REJXREF.cpy".

       FD  ACK-FILE.
       COPY "copybooks/ACKREC.cpy".

       FD  DUP-HIST-FILE.
       COPY "copybooks/DUPHIST.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPCAO                 PIC X.
       01  WS-CONTINUA              PIC X VALUE 'Y'.
           88 CONTINUA-LOOP         VALUE 'Y'.
       01  WS-CONFIRMA              PIC X.
       01  WS-REV-FILE-STATUS       PIC XX.
           88 REV-FILE-STATUS-OK    VALUE "00".
           88 REV-FILE-NOT-FOUND    VALUE "35".
       01  WS-CTL-FILE-STATUS       PIC XX.
           88 CTL-FILE-STATUS-OK    VALUE "00".
           88 CTL-FILE-NOT-FOUND    VALUE "35".
       01  WS-RESULT-FILE-STATUS    PIC XX.
           88 RESULT-FILE-NOT-FOUND VALUE "35".
       01  WS-AUDIT-FILE-STATUS     PIC XX.
           88 AUDIT-FILE-NOT-FOUND  VALUE "35".
       01  WS-XREF-FILE-STATUS      PIC XX.
           88 XREF-FILE-NOT-FOUND   VALUE "35".
       01  WS-DUP-FILE-STATUS       PIC XX.
           88 DUP-FILE-STATUS-OK    VALUE "00".
       01  WS-RJX-FILE-STATUS       PIC XX.
           88 RJX-FILE-STATUS-OK    VALUE "00".
       01  WS-ACK-FILE-STATUS       PIC XX.
           88 ACK-FILE-NOT-FOUND    VALUE "35".

       01  WS-OPERADOR              PIC X(8).
       01  WS-LOTE-INFORMADO        PIC X(8).
       01  WS-ITEM-INFORMADO        PIC 9(6).
       01  WS-NOTA-INFORMADA        PIC X(30).
       01  WS-DECISAO               PIC X(8).
       01  WS-REV-EOF-IND           PIC X.
           88 REV-EOF               VALUE 'Y'.
       01  WS-ITEM-FOUND-IND        PIC X.
           88 ITEM-FOUND            VALUE 'Y'.
       01  WS-DUP-CHECK-IND         PIC X VALUE 'N'.
           88 DUP-CHECK-ON          VALUE 'S'.
       01  WS-ITENS-LISTADOS        PIC 9(4).
       01  WS-VALOR-RETIDO          PIC S9(14)V99.
       01  WS-RESULT-SEQ            PIC 9(6).
       01  WS-AUDIT-SEQ             PIC 9(6).
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-DISPLAY-A             PIC ZZZZZ9.99.
       01  WS-DISPLAY-B             PIC ZZZZZ9.99.
       01  WS-EDIT-LIMITE           PIC Z(9)9.99.
       01  WS-EDIT-TOTAL            PIC -Z(13)9.99.
       01  WS-RJX-EOF-IND           PIC X.
           88 RJX-EOF               VALUE 'Y'.
       01  WS-ACK-ORIGIN            PIC X(8).
       01  WS-ACK-BATCH-ID          PIC X(8).
       01  WS-ACK-PRIOR-AU-SEQ      PIC 9(6).

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
                       PERFORM 2000-LIST-HELD
                   WHEN '2'
                       PERFORM 3000-VIEW-ITEM
                   WHEN '3'
                       MOVE "LIBERADO" TO WS-DECISAO
                       PERFORM 3500-DECIDE-ITEM
                   WHEN '4'
                       MOVE "RECUSADO" TO WS-DECISAO
                       PERFORM 3500-DECIDE-ITEM
                   WHEN '0'
                       SET WS-CONTINUA TO 'N'
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM
           CLOSE REVIEW-FILE
           CLOSE CTL-PARAM-FILE
           STOP RUN.

      * CTLPARM and REVQUEUE are created on first use the way the
      * other interactive programs create their indexed files; the
      * logs are only opened, EXTEND with the OUTPUT fallback, when
      * a decision is recorded.
       0100-OPEN-FILES.
           OPEN I-O CTL-PARAM-FILE
           IF CTL-FILE-NOT-FOUND
               OPEN OUTPUT CTL-PARAM-FILE
               CLOSE CTL-PARAM-FILE
               OPEN I-O CTL-PARAM-FILE
               DISPLAY "CTLPARM NAO EXISTIA - ARQUIVO CRIADO."
           END-IF
           IF NOT CTL-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR CTLPARM, STATUS="
                   WS-CTL-FILE-STATUS
           END-IF
           OPEN I-O REVIEW-FILE
           IF REV-FILE-NOT-FOUND
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE
           END-IF
           IF NOT REV-FILE-STATUS-OK
               DISPLAY "ERRO AO ABRIR REVQUEUE, STATUS="
                   WS-REV-FILE-STATUS
           END-IF
           MOVE "DUPCHECK" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (1:1) TO WS-DUP-CHECK-IND
           END-READ.

       0200-SIGN-ON.
           DISPLAY "DIGITE O ID DO OPERADOR: "
           ACCEPT OC-OPER-ID
           DISPLAY "DIGITE A SENHA: "
           ACCEPT OC-PASSWORD
           MOVE "REVISAO" TO OC-FUNCTION
           MOVE "REVISAVALOR" TO OC-PROGRAM
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
           DISPLAY "REVISAO DE VALORES ALTOS"
           DISPLAY "=============================="
           DISPLAY "1 - LISTAR VALORES RETIDOS"
           DISPLAY "2 - CONSULTAR ITEM"
           DISPLAY "3 - LIBERAR ITEM"
           DISPLAY "4 - RECUSAR ITEM"
           DISPLAY "0 - SAIR"
           DISPLAY "DIGITE A OPCAO: ".

       2000-LIST-HELD.
           MOVE 0 TO WS-ITENS-LISTADOS
           MOVE 0 TO WS-VALOR-RETIDO
           MOVE 'N' TO WS-REV-EOF-IND
           MOVE LOW-VALUES TO RQ-KEY
           START REVIEW-FILE KEY IS >= RQ-KEY
               INVALID KEY
                   SET REV-EOF TO TRUE
           END-START
           DISPLAY "LOTE     ITEM   DATA     ORIGEM   OP    RESULTADO"
           PERFORM UNTIL REV-EOF
               READ REVIEW-FILE NEXT RECORD
                   AT END
                       SET REV-EOF TO TRUE
                   NOT AT END
                       IF RQ-HELD
                           DISPLAY RQ-BATCH-ID " " RQ-READ-SEQ " "
                               RQ-BUSINESS-DATE " " RQ-ORIGIN " "
                               RQ-OP-NAME " " RQ-RESULT-EDIT
                           ADD 1 TO WS-ITENS-LISTADOS
                           ADD RQ-RESULT TO WS-VALOR-RETIDO
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-VALOR-RETIDO TO WS-EDIT-TOTAL
           DISPLAY "ITENS RETIDOS: " WS-ITENS-LISTADOS
               " VALOR: " WS-EDIT-TOTAL.

       2200-READ-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-IND
           DISPLAY "DIGITE O LOTE: "
           ACCEPT WS-LOTE-INFORMADO
           DISPLAY "DIGITE O ITEM: "
           ACCEPT WS-ITEM-INFORMADO
           MOVE WS-LOTE-INFORMADO TO RQ-BATCH-ID
           MOVE WS-ITEM-INFORMADO TO RQ-READ-SEQ
           READ REVIEW-FILE
               INVALID KEY
                   DISPLAY "ITEM NAO ENCONTRADO NA FILA."
               NOT INVALID KEY
                   SET ITEM-FOUND TO TRUE
           END-READ.

       3000-VIEW-ITEM.
           PERFORM 2200-READ-ITEM
           IF ITEM-FOUND
               PERFORM 3100-SHOW-ITEM
           END-IF.

       3100-SHOW-ITEM.
           MOVE RQ-OPERAND-A TO WS-DISPLAY-A
           MOVE RQ-OPERAND-B TO WS-DISPLAY-B
           MOVE RQ-THRESHOLD TO WS-EDIT-LIMITE
           DISPLAY "LOTE........: " RQ-BATCH-ID " SEQ " RQ-BATCH-SEQ
           DISPLAY "DATA........: " RQ-BUSINESS-DATE
           DISPLAY "ORIGEM......: " RQ-ORIGIN
           DISPLAY "OPERACAO....: " RQ-OP-CODE " " RQ-OP-NAME
           DISPLAY "OPERANDO A..: " WS-DISPLAY-A
           IF RQ-OPERAND-B-KEYED (1:1) = 'R'
               DISPLAY "OPERANDO B..: " WS-DISPLAY-B " (TAXA "
                   RQ-OPERAND-B-KEYED (2:6) ")"
           ELSE
               DISPLAY "OPERANDO B..: " WS-DISPLAY-B
           END-IF
           DISPLAY "RESULTADO...: " RQ-RESULT-EDIT
           DISPLAY "LIMITE......: " WS-EDIT-LIMITE
           DISPLAY "RETIDO EM...: " RQ-HELD-TS
           DISPLAY "SITUACAO....: " RQ-STATUS
           IF NOT RQ-HELD
               DISPLAY "REVISADO POR: " RQ-REVIEWER-ID " EM "
                   RQ-REVIEW-TS
               DISPLAY "OBSERVACAO..: " RQ-REVIEW-NOTE
               IF RQ-RELEASED
                   DISPLAY "SEQ RESULTLOG: " RQ-RESULT-SEQ
               ELSE
                   DISPLAY "SEQ AUDITLOG.: " RQ-AUDIT-SEQ
               END-IF
           END-IF.

      * release and refuse share the same guard: only an item still
      * held can be decided, and only once.
       3500-DECIDE-ITEM.
           PERFORM 2200-READ-ITEM
           EVALUATE TRUE
               WHEN NOT ITEM-FOUND
                   CONTINUE
               WHEN NOT RQ-HELD
                   DISPLAY "ITEM JA REVISADO."
               WHEN OTHER
                   PERFORM 3100-SHOW-ITEM
                   DISPLAY "OBSERVACAO (OPCIONAL): "
                   ACCEPT WS-NOTA-INFORMADA
                   DISPLAY "CONFIRMA " WS-DECISAO " (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 3600-RECORD-DECISION
                   ELSE
                       DISPLAY "NADA ALTERADO."
                   END-IF
           END-EVALUATE.

       3600-RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF WS-DECISAO = "LIBERADO"
               PERFORM 4000-POST-RESULT
               MOVE 'L' TO RQ-STATUS
               MOVE WS-RESULT-SEQ TO RQ-RESULT-SEQ
           ELSE
               PERFORM 5000-WRITE-AUDIT-REJECT
               MOVE 'R' TO RQ-STATUS
               MOVE WS-AUDIT-SEQ TO RQ-AUDIT-SEQ
           END-IF
           MOVE WS-OPERADOR TO RQ-REVIEWER-ID
           MOVE WS-TIMESTAMP TO RQ-REVIEW-TS
           MOVE WS-NOTA-INFORMADA TO RQ-REVIEW-NOTE
           REWRITE REVIEW-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ITEM NA FILA."
           END-REWRITE
           PERFORM 6000-WRITE-DECISION-ACK
           IF RQ-RELEASED
               DISPLAY "ITEM LIBERADO - RESULTLOG SEQ "
                   RQ-RESULT-SEQ "."
           ELSE
               DISPLAY "ITEM RECUSADO - AUDITLOG SEQ "
                   RQ-AUDIT-SEQ " (E007)."
           END-IF.

      * the row calculadora's 2750-WRITE-RESULT-ROW would have
      * written, with the result as it was computed and held.
       4000-POST-RESULT.
           PERFORM 4100-NEXT-RESULT-SEQ
           OPEN EXTEND SHARED-RESULT-FILE
           IF RESULT-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-RESULT-FILE
           END-IF
           MOVE "CALCULADORA" TO SR-SOURCE-PROGRAM
           MOVE WS-RESULT-SEQ TO SR-SEQ-NUM
           MOVE RQ-OPERAND-A TO WS-DISPLAY-A
           MOVE WS-DISPLAY-A TO SR-INPUT-1
           MOVE RQ-OPERAND-B TO WS-DISPLAY-B
           MOVE WS-DISPLAY-B TO SR-INPUT-2
           MOVE RQ-OP-NAME TO SR-OP-OR-CLASS
           MOVE RQ-RESULT-EDIT TO SR-RESULT-VALUE
           MOVE WS-TIMESTAMP TO SR-TIMESTAMP
           MOVE RQ-BATCH-ID TO SR-BATCH-ID
           MOVE RQ-BUSINESS-DATE TO SR-BUSINESS-DATE
           WRITE SHARED-RESULT-RECORD
           CLOSE SHARED-RESULT-FILE
           IF RQ-BATCH-ID (1:2) = "RC"
               PERFORM 4200-WRITE-RESULT-XREF
           END-IF
           IF DUP-CHECK-ON AND RQ-ORIGIN NOT = "CORRIGRJ"
               PERFORM 4300-RECORD-DUP-HIST
           END-IF.

       4100-NEXT-RESULT-SEQ.
           MOVE "RESULTSEQ" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   MOVE 1 TO WS-RESULT-SEQ
                   MOVE WS-RESULT-SEQ TO CP-PARM-VALUE (1:6)
                   MOVE "ULTIMA SEQUENCIA GRAVADA EM RESULTLOG"
                       TO CP-PARM-DESC
                   WRITE CTL-PARAM-RECORD
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (1:6) TO WS-RESULT-SEQ
                   ADD 1 TO WS-RESULT-SEQ
                   MOVE WS-RESULT-SEQ TO CP-PARM-VALUE (1:6)
                   REWRITE CTL-PARAM-RECORD
           END-READ.

      * a held row of a resubmission batch gets the same RESXREF
      * link calculadora writes, so rastrearej still follows the
      * corrected reject through to its result.
       4200-WRITE-RESULT-XREF.
           OPEN EXTEND RESULT-XREF-FILE
           IF XREF-FILE-NOT-FOUND
               OPEN OUTPUT RESULT-XREF-FILE
           END-IF
           MOVE RQ-BATCH-ID TO RX-BATCH-ID
           MOVE RQ-BATCH-SEQ TO RX-BATCH-SEQ
           MOVE WS-RESULT-SEQ TO RX-RESULT-SEQ
           MOVE WS-TIMESTAMP TO RX-TIMESTAMP
           WRITE RESULT-XREF-RECORD
           CLOSE RESULT-XREF-FILE.

      * the posting is what the duplicate check remembers; a site
      * that never created DUPHIST has nothing to record.
       4300-RECORD-DUP-HIST.
           OPEN I-O DUP-HIST-FILE
           IF DUP-FILE-STATUS-OK
               MOVE RQ-ORIGIN TO DH-ORIGIN
               MOVE "CALCULADORA" TO DH-SOURCE-PROGRAM
               MOVE RQ-OP-CODE TO DH-OP-CODE
               MOVE RQ-OPERAND-A TO DH-OPERAND-A
               MOVE RQ-OPERAND-B-KEYED TO DH-OPERAND-B
               MOVE RQ-BUSINESS-DATE TO DH-BUSINESS-DATE
               MOVE RQ-BATCH-ID TO DH-BATCH-ID
               MOVE WS-RESULT-SEQ TO DH-RESULT-SEQ
               MOVE WS-TIMESTAMP TO DH-TIMESTAMP
               WRITE DUP-HIST-RECORD
                   INVALID KEY
                       REWRITE DUP-HIST-RECORD
               END-WRITE
               CLOSE DUP-HIST-FILE
           END-IF.

      * a refused item becomes an ordinary unresolved reject of its
      * batch: operand B as it was keyed (a rate code stays 'R' +
      * code, as in E005/E006) and the op code in the reason text,
      * so corrigerej can correct and resubmit it.
       5000-WRITE-AUDIT-REJECT.
           PERFORM 5100-NEXT-AUDIT-SEQ
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WS-AUDIT-SEQ TO AU-SEQ-NUM
           MOVE "CALCULADORA" TO AU-SOURCE-PROGRAM
           MOVE "E007" TO AU-REASON-CODE
           MOVE SPACES TO AU-REASON-TEXT
           STRING "VALOR RECUSADO NA REVISAO OP " RQ-OP-CODE
               DELIMITED BY SIZE INTO AU-REASON-TEXT
           MOVE RQ-OPERAND-A TO WS-DISPLAY-A
           MOVE WS-DISPLAY-A TO AU-INPUT-1
           IF RQ-OPERAND-B-KEYED (1:1) = 'R'
               MOVE RQ-OPERAND-B-KEYED TO AU-INPUT-2
           ELSE
               MOVE RQ-OPERAND-B TO WS-DISPLAY-B
               MOVE WS-DISPLAY-B TO AU-INPUT-2
           END-IF
           MOVE WS-TIMESTAMP TO AU-TIMESTAMP
           MOVE 'N' TO AU-RESOLVED-FLAG
           MOVE RQ-BATCH-ID TO AU-BATCH-ID
           MOVE RQ-BUSINESS-DATE TO AU-BUSINESS-DATE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       5100-NEXT-AUDIT-SEQ.
           MOVE "AUDITSEQ" TO CP-PARM-KEY
           READ CTL-PARAM-FILE
               INVALID KEY
                   MOVE 1 TO WS-AUDIT-SEQ
                   MOVE WS-AUDIT-SEQ TO CP-PARM-VALUE (1:6)
                   MOVE "ULTIMA SEQUENCIA GRAVADA EM AUDITLOG"
                       TO CP-PARM-DESC
                   WRITE CTL-PARAM-RECORD
               NOT INVALID KEY
                   MOVE CP-PARM-VALUE (1:6) TO WS-AUDIT-SEQ
                   ADD 1 TO WS-AUDIT-SEQ
                   MOVE WS-AUDIT-SEQ TO CP-PARM-VALUE (1:6)
                   REWRITE CTL-PARAM-RECORD
           END-READ.

      * the follow-up row for the decided item, on the batch and
      * CT-SEQ-NUM calculadora acknowledged as held: released, with
      * its RESULTLOG sequence and result, or refused, with its
      * AUDITLOG sequence and E007. An item of a resubmission batch
      * answers instead to the batch and origin of the reject it
      * corrects, found through REJXREF; without that link it gets
      * no follow-up, as calculadora's own rows do not.
       6000-WRITE-DECISION-ACK.
           MOVE RQ-ORIGIN TO WS-ACK-ORIGIN
           MOVE RQ-BATCH-ID TO WS-ACK-BATCH-ID
           MOVE 0 TO WS-ACK-PRIOR-AU-SEQ
           IF RQ-ORIGIN = "CORRIGRJ"
               MOVE SPACES TO WS-ACK-ORIGIN
               PERFORM 6100-FIND-ORIGINAL-REJECT
           END-IF
           IF WS-ACK-ORIGIN NOT = SPACES
               OPEN EXTEND ACK-FILE
               IF ACK-FILE-NOT-FOUND
                   OPEN OUTPUT ACK-FILE
               END-IF
               MOVE SPACES TO ACK-RECORD
               MOVE WS-ACK-ORIGIN TO AK-ORIGIN
               MOVE WS-ACK-BATCH-ID TO AK-BATCH-ID
               MOVE 'F' TO AK-RECORD-TYPE
               MOVE RQ-BUSINESS-DATE TO AK-BUSINESS-DATE
               MOVE "REVISAVALOR" TO AK-PROGRAM
               MOVE WS-TIMESTAMP TO AK-TIMESTAMP
               IF RQ-ORIGIN = "CORRIGRJ"
                   MOVE 0 TO AK-DETAIL-SEQ
                   MOVE RQ-BATCH-ID TO AK-VIA-BATCH-ID
                   MOVE RQ-BATCH-SEQ TO AK-VIA-SEQ
               ELSE
                   MOVE RQ-BATCH-SEQ TO AK-DETAIL-SEQ
                   MOVE 0 TO AK-VIA-SEQ
               END-IF
               IF RQ-RELEASED
                   MOVE 'P' TO AK-DETAIL-STATUS
                   MOVE RQ-RESULT-SEQ TO AK-ASSIGNED-SEQ
                   MOVE RQ-RESULT-EDIT TO AK-RESULT
               ELSE
                   MOVE 'R' TO AK-DETAIL-STATUS
                   MOVE RQ-AUDIT-SEQ TO AK-ASSIGNED-SEQ
                   MOVE "E007" TO AK-REASON-CODE
               END-IF
               MOVE WS-ACK-PRIOR-AU-SEQ TO AK-PRIOR-AU-SEQ
               WRITE ACK-RECORD
               CLOSE ACK-FILE
           END-IF.

       6100-FIND-ORIGINAL-REJECT.
           OPEN INPUT REJECT-XREF-FILE
           IF RJX-FILE-STATUS-OK
               MOVE 'N' TO WS-RJX-EOF-IND
               PERFORM 6150-READ-REJECT-XREF UNTIL RJX-EOF
               CLOSE REJECT-XREF-FILE
           END-IF.

       6150-READ-REJECT-XREF.
           READ REJECT-XREF-FILE
               AT END
                   SET RJX-EOF TO TRUE
               NOT AT END
                   IF XR-RESUB-BATCH-ID = RQ-BATCH-ID
                           AND XR-RESUB-SEQ = RQ-BATCH-SEQ
                       MOVE XR-ORIG-ORIGIN TO WS-ACK-ORIGIN
                       MOVE XR-ORIG-BATCH-ID TO WS-ACK-BATCH-ID
                       MOVE XR-AUDIT-SEQ TO WS-ACK-PRIOR-AU-SEQ
                       SET RJX-EOF TO TRUE
                   END-IF
           END-READ.
