      * itself the night the instruction shows up. Still-open items
      * are aged at 7/30/90 days on the RETAGRPT report, worst
      * first, and any open item sets COND code 4.
      *
      * The match is a sorted two-file pass, not a table, so the
      * night's release volume no longer bounds it: BANKRET and
      * PAYGOOD both arrive in payment-ID order (the SORT step
      * ahead of this one), PAYGOOD is read forward to meet each
      * return, and the suspense browse - which runs in payment-ID
      * key order anyway - is matched against a second forward
      * pass of PAYGOOD. Cleared suspense records are deleted as
      * the browse meets them, the browse repositioning past the
      * deleted key. Both inputs are read through once to prove
      * their order before any reversal is posted; an unsorted
      * file stops the run with COND code 8 and nothing posted.
      *
      * Each reversal posts as a balanced journal voucher: the
      * negated amount on PAYRETRN and its offset on the CLRPAYRT
      * returned-payments clearing account, written together or
      * not at all.
      *
      * Every posted reversal queues a PAYRET notification through
      * NOTIFY-EVENT, so the customer hears their payment came back
      * and why instead of finding out from the beneficiary. The
      * customer told is the instruction's ordering customer; a
      * returned house payment, which has none, queues nothing.
      *
      * Each reversal posted is entered on the PAYEVNT payment event
      * log (PAY-EVENT-WRITE, see PROVEN-PAY-EVENT.cob) as RETURNED,
      * with the bank's reason code, whether the return matched on
      * the night or cleared out of suspense later.
      *================================================================

       IDENTIFICATION DIVISION.
           05 RT-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

      * Released instructions in the 332-byte layout PAYVALD writes
      * (see PAYIN-RECORD in PAYVALD.cob)
       FD  PAYGOOD-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYGOOD-RECORD.
           05 PY-PAYMENT-ID             PIC X(12).
           05 PY-BENEF-IBAN             PIC X(34).
           05 PY-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PY-EXEC-DATE              PIC 9(8).
           05 PY-BENEF-NAME             PIC X(70).
           05 PY-BENEF-ADDR-LINE        PIC X(70).
           05 PY-BENEF-TOWN             PIC X(35).
           05 PY-BENEF-COUNTRY          PIC X(2).
           05 PY-ORDER-CUSTOMER-ID      PIC X(36).
           05 PY-DEBIT-IBAN             PIC X(34).
           05 PY-LIMIT-HOLD             PIC X(1).

      * Suspense KSDS - one record per return still unmatched, in
      * the REJRECYC suspense mould
       01 WS-AGED-7-COUNT              PIC 9(8) VALUE 0.
       01 WS-AGED-30-COUNT             PIC 9(8) VALUE 0.
       01 WS-AGED-90-COUNT             PIC 9(8) VALUE 0.

      * The PAYGOOD side of the match: the payment ID the file is
      * positioned on (HIGH-VALUES once it is exhausted), and the
      * matched instruction's currency and amount saved for the
      * reversal
       01 WS-PG-CURRENT-ID             PIC X(12).
       01 WS-RELEASED-FOUND            PIC 9 VALUE 0.
       01 WS-MATCH-PAYMENT-ID          PIC X(12).
       01 WS-MATCH-CURRENCY            PIC X(3).
       01 WS-MATCH-AMOUNT-MINOR        PIC S9(15) COMP-3.
       01 WS-MATCH-REASON              PIC X(4).
       01 WS-MATCH-CUSTOMER-ID         PIC X(36).

      * Order proof taken on both inputs before anything posts
       01 WS-PREV-SEQ-ID               PIC X(12).
       01 WS-SEQ-RECORDS-CHECKED       PIC 9(8) VALUE 0.

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8)
          VALUE "PAYRETRN".
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRPAYRT".
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * NOTIFY-EVENT call fields (see PROVEN-NOTIFY.cob)
       01 WS-NT-EVENT-TYPE             PIC X(8) VALUE "PAYRET".
       01 WS-NT-CUSTOMER-ID            PIC X(36).
       01 WS-NT-REFERENCE              PIC X(35).
       01 WS-NT-DETAIL                 PIC X(60).
       01 WS-NT-SOURCE                 PIC X(8) VALUE "PAYRET".
       01 WS-NT-RESULT                 PIC 9.
       01 WS-NT-ERROR-MSG              PIC X(50).
       01 WS-NT-AMOUNT                 PIC Z(12)9.99.
       01 WS-NOTICE-FAIL-COUNT         PIC 9(8) VALUE 0.

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "PAYRET".
       01 WS-CW-UNMATCHED              PIC 9(8).
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-AMOUNT                 PIC S9(15)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PE-SOURCE                 PIC X(8) VALUE "PAYRET".
       01 WS-PE-ACTOR                  PIC X(8) VALUE SPACES.
       01 WS-PE-REFERENCE              PIC X(35).
       01 WS-PE-DETAIL                 PIC X(60).
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-ERROR-MSG              PIC X(50).
       01 WS-PE-FAIL-COUNT             PIC 9(6) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: prove the inputs' order, match tonight's
      * returns to the released instructions, retry the carried
      * suspense against tonight's releases, age what is left, and
      * report
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE WS-TODAY(7:2) TO WS-JD-DAY
           PERFORM CALCULATE-JULIAN-DAY
           MOVE WS-JULIAN-DAY TO WS-TODAY-JULIAN
           PERFORM CHECK-INPUT-SEQUENCE
           PERFORM REWIND-RELEASED-INSTRUCTIONS

           PERFORM UNTIL WS-AT-BR-EOF
              READ BANKRET-FILE
              END-READ
           END-PERFORM

           PERFORM REWIND-RELEASED-INSTRUCTIONS
           PERFORM RETRY-AND-AGE-SUSPENSE
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           EVALUATE TRUE
              WHEN WS-POST-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-SUSPENSE-OPEN-COUNT > 0
                 OR WS-SUSPENSE-NEW-COUNT > 0
           EXIT.

      *================================================================
      * CHECK-INPUT-SEQUENCE: the match needs BANKRET and PAYGOOD in
      * payment-ID order; each is read through once to prove it
      * before any reversal is posted, then BANKRET is reopened for
      * the match itself
      *================================================================
       CHECK-INPUT-SEQUENCE SECTION.
           MOVE LOW-VALUES TO WS-PREV-SEQ-ID
           MOVE 0 TO WS-SEQ-RECORDS-CHECKED
           PERFORM UNTIL WS-AT-BR-EOF
              READ BANKRET-FILE
                 AT END
                    MOVE 1 TO WS-BR-EOF
                 NOT AT END
                    ADD 1 TO WS-SEQ-RECORDS-CHECKED
                    IF RT-PAYMENT-ID < WS-PREV-SEQ-ID
                       DISPLAY "PAYRET: BANKRET out of payment-ID "
                          "sequence at record " WS-SEQ-RECORDS-CHECKED
                          " (" RT-PAYMENT-ID ") - sort it by payment "
                          "ID; nothing posted"
                       PERFORM ABANDON-UNSORTED-INPUT
                    END-IF
                    MOVE RT-PAYMENT-ID TO WS-PREV-SEQ-ID
              END-READ
           END-PERFORM

           MOVE LOW-VALUES TO WS-PREV-SEQ-ID
           MOVE 0 TO WS-SEQ-RECORDS-CHECKED
           PERFORM UNTIL WS-AT-PG-EOF
              READ PAYGOOD-FILE
                 AT END
                    MOVE 1 TO WS-PG-EOF
                 NOT AT END
                    ADD 1 TO WS-SEQ-RECORDS-CHECKED
                    IF PY-PAYMENT-ID < WS-PREV-SEQ-ID
                       DISPLAY "PAYRET: PAYGOOD out of payment-ID "
                          "sequence at record " WS-SEQ-RECORDS-CHECKED
                          " (" PY-PAYMENT-ID ") - sort it by payment "
                          "ID; nothing posted"
                       PERFORM ABANDON-UNSORTED-INPUT
                    END-IF
                    MOVE PY-PAYMENT-ID TO WS-PREV-SEQ-ID
              END-READ
           END-PERFORM

           CLOSE BANKRET-FILE
           OPEN INPUT BANKRET-FILE
           MOVE 0 TO WS-BR-EOF.

       CHECK-INPUT-SEQUENCE-EXIT.
           EXIT.

      *================================================================
      * ABANDON-UNSORTED-INPUT: COND code 8 before anything posts
      *================================================================
       ABANDON-UNSORTED-INPUT SECTION.
           PERFORM CLOSE-FILES
           CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       ABANDON-UNSORTED-INPUT-EXIT.
           EXIT.

      *================================================================
      * REWIND-RELEASED-INSTRUCTIONS: start a fresh forward pass of
      * PAYGOOD - once for the returns, once for the suspense browse
      *================================================================
       REWIND-RELEASED-INSTRUCTIONS SECTION.
           CLOSE PAYGOOD-FILE
           OPEN INPUT PAYGOOD-FILE
           MOVE 0 TO WS-PG-EOF
           PERFORM READ-NEXT-RELEASED.

       REWIND-RELEASED-INSTRUCTIONS-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-RELEASED: advance the PAYGOOD side of the match
      *================================================================
       READ-NEXT-RELEASED SECTION.
           IF WS-AT-PG-EOF
              MOVE HIGH-VALUES TO WS-PG-CURRENT-ID
              GO TO READ-NEXT-RELEASED-EXIT
           END-IF

           READ PAYGOOD-FILE
              AT END
                 MOVE 1 TO WS-PG-EOF
                 MOVE HIGH-VALUES TO WS-PG-CURRENT-ID
              NOT AT END
                 MOVE PY-PAYMENT-ID TO WS-PG-CURRENT-ID
           END-READ.

       READ-NEXT-RELEASED-EXIT.
           EXIT.

      *================================================================
           ADD 1 TO WS-RETURNS-READ

           MOVE RT-PAYMENT-ID TO WS-MATCH-PAYMENT-ID
           MOVE RT-RETURN-REASON TO WS-MATCH-REASON
           PERFORM FIND-RELEASED-INSTRUCTION

           IF WS-RELEASED-FOUND = 1
           EXIT.

      *================================================================
      * FIND-RELEASED-INSTRUCTION: move PAYGOOD forward to
      * WS-MATCH-PAYMENT-ID - the callers present payment IDs in
      * ascending order, so the file never has to back up
      * Output: WS-RELEASED-FOUND, WS-MATCH-CURRENCY,
      *         WS-MATCH-AMOUNT-MINOR, WS-MATCH-CUSTOMER-ID
      *================================================================
       FIND-RELEASED-INSTRUCTION SECTION.
           PERFORM READ-NEXT-RELEASED
              UNTIL WS-PG-CURRENT-ID NOT < WS-MATCH-PAYMENT-ID

           MOVE 0 TO WS-RELEASED-FOUND
           MOVE SPACES TO WS-MATCH-CUSTOMER-ID
           IF WS-PG-CURRENT-ID = WS-MATCH-PAYMENT-ID
              MOVE 1 TO WS-RELEASED-FOUND
              MOVE PY-CURRENCY TO WS-MATCH-CURRENCY
              MOVE PY-AMOUNT-MINOR TO WS-MATCH-AMOUNT-MINOR
              MOVE PY-ORDER-CUSTOMER-ID TO WS-MATCH-CUSTOMER-ID
           END-IF.

       FIND-RELEASED-INSTRUCTION-EXIT.
      * sequence number and reconciles like everything else
      *================================================================
       POST-REVERSING-ENTRY SECTION.
           MOVE WS-MATCH-PAYMENT-ID TO WS-GP-TRANS-ID
           MOVE WS-MATCH-CURRENCY TO WS-GP-CURRENCY
           COMPUTE WS-GP-AMOUNT-MINOR = 0 - WS-MATCH-AMOUNT-MINOR

           PERFORM POST-BALANCED-VOUCHER

           IF WS-GP-RESULT-STATUS = 0
              ADD 1 TO WS-REVERSED-COUNT
              PERFORM QUEUE-RETURN-NOTICE
              MOVE WS-MATCH-AMOUNT-MINOR TO WS-PE-AMOUNT
              MOVE "RETURNED" TO WS-PE-EVENT-CODE
              MOVE WS-MATCH-REASON TO WS-PE-REFERENCE
              MOVE "RETURNED BY THE BANK - REVERSAL POSTED TO PAYRETRN"
                 TO WS-PE-DETAIL
              PERFORM LOG-PAYMENT-EVENT
           ELSE
              ADD 1 TO WS-POST-FAIL-COUNT
              DISPLAY "PAYRET: reversal not posted for "
       POST-REVERSING-ENTRY-EXIT.
           EXIT.

      *================================================================
      * QUEUE-RETURN-NOTICE: tell the ordering customer the payment
      * came back, with the bank's reason and the amount
      *================================================================
       QUEUE-RETURN-NOTICE SECTION.
           IF WS-MATCH-CUSTOMER-ID = SPACES
              GO TO QUEUE-RETURN-NOTICE-EXIT
           END-IF
           MOVE WS-MATCH-CUSTOMER-ID TO WS-NT-CUSTOMER-ID
           MOVE WS-MATCH-PAYMENT-ID TO WS-NT-REFERENCE
           COMPUTE WS-NT-AMOUNT = WS-MATCH-AMOUNT-MINOR / 100
           MOVE SPACES TO WS-NT-DETAIL
           STRING "Reason " DELIMITED BY SIZE
                  WS-MATCH-REASON DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MATCH-CURRENCY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NT-AMOUNT) DELIMITED BY SIZE
              INTO WS-NT-DETAIL
           END-STRING

           CALL "NOTIFY-EVENT" USING WS-NT-EVENT-TYPE
               WS-NT-CUSTOMER-ID WS-NT-REFERENCE WS-NT-DETAIL
               WS-NT-SOURCE WS-NT-RESULT WS-NT-ERROR-MSG

           IF WS-NT-RESULT NOT = 1
              ADD 1 TO WS-NOTICE-FAIL-COUNT
              DISPLAY "PAYRET: return notice not queued for "
                 WS-MATCH-PAYMENT-ID " - " WS-NT-ERROR-MSG
           END-IF.

       QUEUE-RETURN-NOTICE-EXIT.
           EXIT.

      *================================================================
      * POST-BALANCED-VOUCHER: the WS-GP- amount as a journal
      * voucher of two legs - the business leg on WS-GP-ACCOUNT-CODE
      * and its negation on the clearing account - posted together
      * through GL-POST, or refused together
      * Output: WS-GP-RESULT-STATUS, WS-GP-ERROR-MSG
      *================================================================
       POST-BALANCED-VOUCHER SECTION.
           MOVE WS-GP-TRANS-ID TO WS-GP-VOUCHER-ID
           CALL "GL-VOUCHER-OPEN" USING WS-GP-VOUCHER-ID
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-BALANCED-VOUCHER-EXIT
           END-IF

           CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

           COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
           CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-OFFSET-MINOR WS-GP-OFFSET-ACCOUNT
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

      *    A refused leg comes back from the close as the reason
      *    the whole voucher was rejected
           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG.

       POST-BALANCED-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * MERGE-INTO-SUSPENSE: first sighting opens a suspense record
      * stamped today/today; a repeat refreshes last-seen and bumps
      *================================================================
      * RETRY-AND-AGE-SUSPENSE: browse the suspense KSDS end to end.
      * A carried item whose instruction arrived tonight is reversed
      * and deleted on the spot; everything else is aged onto the
      * report at 7/30/90 days since first seen.
      *================================================================
       RETRY-AND-AGE-SUSPENSE SECTION.
      *================================================================
       RETRY-ONE-SUSPENSE-ITEM SECTION.
           MOVE RS-PAYMENT-ID TO WS-MATCH-PAYMENT-ID
           MOVE RS-RETURN-REASON TO WS-MATCH-REASON
           PERFORM FIND-RELEASED-INSTRUCTION

           IF WS-RELEASED-FOUND = 1
              PERFORM POST-REVERSING-ENTRY
              ADD 1 TO WS-SUSPENSE-CLEARED-COUNT
              PERFORM DELETE-RESOLVED-RECORD
              GO TO RETRY-ONE-SUSPENSE-ITEM-EXIT
           END-IF

           EXIT.

      *================================================================
      * DELETE-RESOLVED-RECORD: the suspense record just reversed is
      * deleted, and the browse is repositioned past its key so the
      * next read-next carries on from the following record
      *================================================================
       DELETE-RESOLVED-RECORD SECTION.
           DELETE RETSUSP-FILE
              INVALID KEY
                 DISPLAY "PAYRET: delete from RETSUSP failed, "
                    "status=" WS-RS-FILE-STATUS " for "
                    RS-PAYMENT-ID
           END-DELETE

           MOVE WS-MATCH-PAYMENT-ID TO RS-PAYMENT-ID
           START RETSUSP-FILE KEY GREATER THAN RS-PAYMENT-ID
              INVALID KEY
                 MOVE 1 TO WS-RS-EOF
           END-START.

       DELETE-RESOLVED-RECORD-EXIT.
           EXIT.

      *================================================================
      * LOG-PAYMENT-EVENT: one WS-PE-EVENT-CODE event for the
      * payment on the PAYEVNT log; a failure is shown, never
      * allowed to stop the payment
      *================================================================
       LOG-PAYMENT-EVENT SECTION.
           CALL "PAY-EVENT-WRITE" USING WS-MATCH-PAYMENT-ID
               WS-PE-EVENT-CODE WS-PE-SOURCE WS-PE-ACTOR
               WS-PE-REFERENCE WS-PE-DETAIL WS-MATCH-CURRENCY
               WS-PE-AMOUNT WS-PE-RESULT WS-PE-ERROR-MSG

           IF WS-PE-RESULT NOT = 1
              ADD 1 TO WS-PE-FAIL-COUNT
              DISPLAY "PAYRET: event " WS-PE-EVENT-CODE
                 " not logged for " WS-MATCH-PAYMENT-ID " - "
                 WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
           MOVE WS-POST-FAIL-COUNT TO WS-RPT-COUNT
           WRITE RETAGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RETURN NOTICES NOT QUEUED" TO WS-RPT-LABEL
           MOVE WS-NOTICE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE RETAGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NEW SUSPENSE RECORDS" TO WS-RPT-LABEL
           MOVE WS-SUSPENSE-NEW-COUNT TO WS-RPT-COUNT
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE BANKRET-FILE
           CLOSE PAYGOOD-FILE
           CLOSE RETSUSP-FILE
           CLOSE RETAGRPT-FILE.

