      * deciding operator's userid and date, so the close package
      * can show who released every million-euro instruction. An
      * entry already decided is shown as such and left alone.
      *
      * An entry PAYHOLD parked on a watch-list hit (status S) is
      * not the desk's to decide: it is shown, but refused, until
      * compliance has worked its screening case on SCRNDISP - a
      * cleared payment comes back as an ordinary P entry if it
      * still needs a second operator.
      *
      * An entry PAYHOLD parked because it takes its ordering
      * customer over a daily or rolling payment limit shows the
      * ordering customer and says so, so the operator approving
      * it knows the limit is being overridden. One parked because
      * the ordering customer's new email or phone is not yet
      * proven says that instead, so the operator calls the
      * customer back on the details held before the change.
      *
      * Every decision is also queued on VAUD as a privileged action
      * under the deciding userid, hashed over the beneficiary IBAN, so
      * the nightly PRIVRPT review can tell when an operator approves a
      * payment to a beneficiary they keyed in on PAYREPR.
      *
      * Every decision is entered on the PAYEVNT payment event log
      * as well - APPROVED or DECLINED, the deciding userid as the
      * actor and the reason it was held as the reference - written
      * straight to the KSDS in PROVEN-PAY-EVENT.cob's layout, so
      * the PAYTRACE screen shows who let the payment go. A
      * decision the log cannot take still stands; the operator is
      * told the log was not written.
      *================================================================

       IDENTIFICATION DIVISION.
          05 HLDFL                     PIC S9(4) COMP.
          05 HLDFF                     PIC X.
          05 HLDFI                     PIC X(8).
          05 CUSFL                     PIC S9(4) COMP.
          05 CUSFF                     PIC X.
          05 CUSFI                     PIC X(36).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 HLDFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 CUSFO                     PIC X(36).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors PAYHOLD.cob's PAYPEND-RECORD field for field
             88 PP-IS-PENDING          VALUE "P".
             88 PP-IS-APPROVED         VALUE "A".
             88 PP-IS-REJECTED         VALUE "R".
             88 PP-IS-SCREEN-HELD      VALUE "S".
          05 PP-DECIDED-BY             PIC X(8).
          05 PP-DECIDED-DATE           PIC 9(8).
          05 PP-APPROVAL-NEEDED        PIC X(1).
          05 PP-BENEF-NAME             PIC X(70).
          05 PP-BENEF-ADDR-LINE        PIC X(70).
          05 PP-BENEF-TOWN             PIC X(35).
          05 PP-BENEF-COUNTRY          PIC X(2).
          05 PP-ORDER-CUSTOMER-ID      PIC X(36).
          05 PP-DEBIT-IBAN             PIC X(34).
          05 PP-LIMIT-HOLD             PIC X(1).
             88 PP-IS-LIMIT-HELD       VALUE "D" "R" "U".
             88 PP-IS-CONTACT-HELD     VALUE "C".

      * Mirrors PROVEN-PAY-EVENT.cob's PAY-EVENT-RECORD field for
      * field
       01 PAY-EVENT-RECORD.
          05 PE-KEY.
             10 PE-PAYMENT-ID          PIC X(12).
             10 PE-EVENT-TS            PIC X(21).
             10 PE-SEQUENCE            PIC 9(4).
          05 PE-EVENT-CODE             PIC X(8).
          05 PE-SOURCE                 PIC X(8).
          05 PE-ACTOR                  PIC X(8).
          05 PE-REFERENCE              PIC X(35).
          05 PE-DETAIL                 PIC X(60).
          05 PE-CURRENCY               PIC X(3).
          05 PE-AMOUNT-MINOR           PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 FILLER                    PIC X(25).

       01 WS-EVENT-STATE               PIC X VALUE "N".
          88 WS-EVENT-PENDING          VALUE "N".
          88 WS-EVENT-WRITTEN          VALUE "W".
          88 WS-EVENT-FAILED           VALUE "F".

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-PEND-KEY                  PIC X(12).
          88 WS-ACTION-IS-APPROVE      VALUE "A".
          88 WS-ACTION-IS-REJECT       VALUE "R".

      * HASH-SHA256 call fields (SAFE-CRYPTO)
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * One privileged-action entry on the VAUD transient data
      * queue, drained by AUDDRAIN onto the chained audit trail -
      * mirrors PAYREPR's WS-TDQ-AUDIT-RECORD field for field
       01 WS-TDQ-AUDIT-RECORD.
          05 TD-CALLING-PROGRAM        PIC X(16).
          05 TD-VALIDATOR-NAME         PIC X(30).
          05 TD-INPUT-HASH             PIC X(64).
          05 TD-RESULT-SIGN            PIC X(1).
          05 TD-RESULT-DIGITS          PIC 9(4).
          05 TD-ERROR-MSG              PIC X(80).
       01 WS-TDQ-AUDIT-LENGTH          PIC S9(4) COMP VALUE +195.

      * When it was done, by whom, what and to which record, in the
      * fixed columns PRIVRPT reads back off the audit trail (the
      * trail's own timestamp is AUDDRAIN's, not the action's) -
      * the entry's hash is taken over WS-PA-HASH-SUBJECT
       01 WS-PRIV-ACTION-MSG.
          05 WS-PA-ACTED-AT            PIC X(14).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-USERID              PIC X(8).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-ACTION              PIC X(1).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-OBJECT              PIC X(8).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-KEY                 PIC X(36).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-RAISED-BY           PIC X(8).
       01 WS-PA-HASH-SUBJECT           PIC X(64).

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).

           MOVE SPACES TO AMTFO
           MOVE SPACES TO BASFO
           MOVE SPACES TO HLDFO
           MOVE SPACES TO CUSFO

           IF PIDFI = SPACES
              MOVE "PAYMENT ID IS REQUIRED" TO WS-MSG
           MOVE PP-BASE-MINOR TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO BASFO
           MOVE PP-HELD-DATE TO HLDFO
           MOVE PP-ORDER-CUSTOMER-ID TO CUSFO

           IF PP-IS-SCREEN-HELD
              EXEC CICS UNLOCK DATASET('PAYPEND') END-EXEC
              MOVE "HELD ON SANCTIONS SCREENING - CASE NOT CLEARED"
                 TO WS-MSG
              GO TO PROCESS-DECISION-EXIT
           END-IF

           IF NOT PP-IS-PENDING
              EXEC CICS UNLOCK DATASET('PAYPEND') END-EXEC
              GO TO PROCESS-DECISION-EXIT
           END-IF

      *    Hashed over the beneficiary IBAN, so PRIVRPT can match
      *    an approval to a beneficiary the same user keyed on PAYREPR
           IF WS-ACTION-IS-APPROVE
              MOVE "A" TO WS-PA-ACTION
           ELSE
              MOVE "J" TO WS-PA-ACTION
           END-IF
           MOVE "PAYPEND" TO WS-PA-OBJECT
           MOVE PP-PAYMENT-ID TO WS-PA-KEY
           MOVE SPACES TO WS-PA-RAISED-BY
           MOVE FUNCTION UPPER-CASE(PP-BENEF-IBAN)
              TO WS-PA-HASH-SUBJECT
           PERFORM QUEUE-PRIVILEGED-ACTION
           PERFORM LOG-DECISION-EVENT

           IF WS-ACTION-IS-APPROVE
              IF PP-IS-LIMIT-HELD
                 MOVE "APPROVED OVER CUSTOMER LIMIT - RELEASED NEXT RUN"
                    TO WS-MSG
              END-IF
              IF PP-IS-CONTACT-HELD
                 MOVE "APPROVED - CONTACT UNPROVEN - RELEASED NEXT RUN"
                    TO WS-MSG
              END-IF
              IF NOT PP-IS-LIMIT-HELD AND NOT PP-IS-CONTACT-HELD
                 MOVE "PAYMENT APPROVED - RELEASED AT NEXT RUN"
                    TO WS-MSG
              END-IF
           ELSE
              MOVE "PAYMENT REJECTED - REMOVED AT NEXT RUN"
                 TO WS-MSG
           END-IF

           IF WS-EVENT-FAILED
              MOVE "DECISION RECORDED - PAYMENT EVENT LOG NOT WRITTEN"
                 TO WS-MSG
           END-IF.

       PROCESS-DECISION-EXIT.
       SEND-RESULT-MAP-EXIT.
           EXIT.

      *================================================================
      * QUEUE-PRIVILEGED-ACTION: put the action just completed on
      * the VAUD queue for the audit trail - who did it (WS-USERID),
      * what (WS-PA-ACTION) to which record (WS-PA-OBJECT and
      * WS-PA-KEY), and who raised it where someone else did
      *================================================================
       QUEUE-PRIVILEGED-ACTION SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-PA-HASH-SUBJECT TO WS-HASH-INPUT(1:64)
           COMPUTE WS-HASH-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-PA-HASH-SUBJECT TRAILING))
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PA-ACTED-AT
           MOVE WS-USERID TO WS-PA-USERID
           MOVE "PAYAPPRV" TO TD-CALLING-PROGRAM
           MOVE "PRIVILEGED-ACTION" TO TD-VALIDATOR-NAME
           MOVE WS-HASH-OUTPUT(1:64) TO TD-INPUT-HASH
           MOVE "+" TO TD-RESULT-SIGN
           MOVE 0 TO TD-RESULT-DIGITS
           MOVE WS-PRIV-ACTION-MSG TO TD-ERROR-MSG

           EXEC CICS WRITEQ TD QUEUE('VAUD')
                FROM(WS-TDQ-AUDIT-RECORD)
                LENGTH(WS-TDQ-AUDIT-LENGTH)
           END-EXEC.

       QUEUE-PRIVILEGED-ACTION-EXIT.
           EXIT.

      *================================================================
      * LOG-DECISION-EVENT: the decision just recorded as one event
      * on the PAYEVNT log; the sequence breaks a tie with another
      * event for the payment in the same hundredth of a second
      * Output: WS-EVENT-STATE
      *================================================================
       LOG-DECISION-EVENT SECTION.
           MOVE SPACES TO PAY-EVENT-RECORD
           MOVE PP-PAYMENT-ID TO PE-PAYMENT-ID
           MOVE FUNCTION CURRENT-DATE TO PE-EVENT-TS
           IF WS-ACTION-IS-APPROVE
              MOVE "APPROVED" TO PE-EVENT-CODE
           ELSE
              MOVE "DECLINED" TO PE-EVENT-CODE
           END-IF
           MOVE "PAYAPPRV" TO PE-SOURCE
           MOVE WS-USERID TO PE-ACTOR
           EVALUATE TRUE
              WHEN PP-IS-LIMIT-HELD
                 MOVE "OVER CUSTOMER LIMIT" TO PE-REFERENCE
              WHEN PP-IS-CONTACT-HELD
                 MOVE "CONTACT NOT VERIFIED" TO PE-REFERENCE
              WHEN OTHER
                 MOVE "OVER THRESHOLD" TO PE-REFERENCE
           END-EVALUATE
           MOVE "DECIDED ON THE PAYA RELEASE-QUEUE SCREEN"
              TO PE-DETAIL
           MOVE PP-CURRENCY TO PE-CURRENCY
           MOVE PP-AMOUNT-MINOR TO PE-AMOUNT-MINOR

           MOVE "N" TO WS-EVENT-STATE
           PERFORM VARYING PE-SEQUENCE FROM 1 BY 1
                   UNTIL PE-SEQUENCE > 9 OR NOT WS-EVENT-PENDING
              EXEC CICS WRITE DATASET('PAYEVNT')
                   FROM(PAY-EVENT-RECORD)
                   RIDFLD(PE-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE "W" TO WS-EVENT-STATE
              ELSE
                 IF WS-RESP NOT = DFHRESP(DUPREC)
                    MOVE "F" TO WS-EVENT-STATE
                 END-IF
              END-IF
           END-PERFORM

           IF WS-EVENT-PENDING
              MOVE "F" TO WS-EVENT-STATE
           END-IF.

       LOG-DECISION-EVENT-EXIT.
           EXIT.

      *================================================================
      * ABEND-EXIT
      *================================================================
