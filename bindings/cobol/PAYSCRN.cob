      * blocks the 11-character branch forms built on it.
      *
      * Clean instructions pass through to PAYSOUT in the unchanged
      * 332-byte layout. Hits set COND code 4 via STATUS-TO-RC.
      *
      * Each instruction's outcome goes on the PAYEVNT payment event
      * log (PAY-EVENT-WRITE, see PROVEN-PAY-EVENT.cob): SCREENED
      * when it passes to PAYSOUT, REJECTED with NEG001 and the
      * listing reason when it is diverted.
      *================================================================

       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
      * Validated instructions in the 332-byte layout PAYVALD
      * releases (see PAYIN-RECORD in PAYVALD.cob)
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

      * One blocked identifier per line, maintained by the fraud
      * desk
           05 NG-LISTED-DATE            PIC 9(8).

       FD  PAYSOUT-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYSOUT-RECORD               PIC X(332).

      * Diverted hits in the PAYREJ layout PAYVALD writes, so the
      * same downstream handling applies
       FD  PAYREJ-FILE
           RECORD CONTAINS 388 CHARACTERS.
       01  PAYREJ-RECORD.
           05 PR-INSTRUCTION            PIC X(332).
           05 PR-REJECT-REASON          PIC X(50).
           05 PR-REJECT-CODE            PIC X(6).

       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-SOURCE                 PIC X(8) VALUE "PAYSCRN".
       01 WS-PE-ACTOR                  PIC X(8) VALUE SPACES.
       01 WS-PE-REFERENCE              PIC X(35).
       01 WS-PE-DETAIL                 PIC X(60).
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-ERROR-MSG              PIC X(50).
       01 WS-PE-FAIL-COUNT             PIC 9(6) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
              MOVE PAYGOOD-RECORD TO PAYSOUT-RECORD
              WRITE PAYSOUT-RECORD
              ADD 1 TO WS-PASSED-COUNT
              MOVE "SCREENED" TO WS-PE-EVENT-CODE
              MOVE "CLEAR OF THE NEGATIVE FILE" TO WS-PE-DETAIL
              PERFORM LOG-PAYMENT-EVENT
           END-IF.

       SCREEN-ONE-INSTRUCTION-EXIT.
           MOVE "NEG001" TO PR-REJECT-CODE
           WRITE PAYREJ-RECORD

           MOVE "REJECTED" TO WS-PE-EVENT-CODE
           MOVE "NEG001" TO WS-PE-REFERENCE
           MOVE WS-REJECT-REASON TO WS-PE-DETAIL
           PERFORM LOG-PAYMENT-EVENT

           MOVE SPACES TO WS-HIT-LINE
           MOVE PY-PAYMENT-ID TO WS-HT-PAYMENT-ID
           EVALUATE WS-HIT-KIND
       DIVERT-HIT-EXIT.
           EXIT.

      *================================================================
      * LOG-PAYMENT-EVENT: one WS-PE-EVENT-CODE event for the
      * payment on the PAYEVNT log; a failure is shown, never
      * allowed to stop the payment
      *================================================================
       LOG-PAYMENT-EVENT SECTION.
           CALL "PAY-EVENT-WRITE" USING PY-PAYMENT-ID
               WS-PE-EVENT-CODE WS-PE-SOURCE WS-PE-ACTOR
               WS-PE-REFERENCE WS-PE-DETAIL PY-CURRENCY
               PY-AMOUNT-MINOR WS-PE-RESULT WS-PE-ERROR-MSG

           IF WS-PE-RESULT NOT = 1
              ADD 1 TO WS-PE-FAIL-COUNT
              DISPLAY "PAYSCRN: event " WS-PE-EVENT-CODE
                 " not logged for " PY-PAYMENT-ID " - " WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
