      * exactly which value dates moved and by how many days. Any
      * adjustment sets COND code 4.
      *
      * Output (PAYVOUT) is the unchanged 332-byte PAYGOOD layout,
      * so the rest of the payment chain needs no change.
      *
      * Each instruction's settlement date is entered on the PAYEVNT
      * payment event log (PAY-EVENT-WRITE, see
      * PROVEN-PAY-EVENT.cob): DATEOK when it stood, DATEROLL with
      * the date it moved from and to when it was rolled.
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

       FD  PAYVOUT-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYVOUT-RECORD               PIC X(332).

       FD  PAYVDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-SOURCE                 PIC X(8) VALUE "PAYVDATE".
       01 WS-PE-ACTOR                  PIC X(8) VALUE SPACES.
       01 WS-PE-REFERENCE              PIC X(35).
       01 WS-PE-DETAIL                 PIC X(60).
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-ERROR-MSG              PIC X(50).
       01 WS-PE-FAIL-COUNT             PIC 9(6) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.

           IF WS-ROLLED-DATE = PY-EXEC-DATE
              ADD 1 TO WS-UNCHANGED-COUNT
              MOVE "DATEOK" TO WS-PE-EVENT-CODE
              MOVE PY-EXEC-DATE TO WS-PE-REFERENCE
              MOVE "EXECUTION DATE IS A SETTLEMENT DAY"
                 TO WS-PE-DETAIL
           ELSE
              ADD 1 TO WS-ADJUSTED-COUNT
              PERFORM WRITE-DRIFT-LINE
              MOVE "DATEROLL" TO WS-PE-EVENT-CODE
              MOVE WS-ROLLED-DATE TO WS-PE-REFERENCE
              STRING "EXECUTION DATE ROLLED FROM " PY-EXEC-DATE
                 " TO " WS-ROLLED-DATE
                 DELIMITED BY SIZE INTO WS-PE-DETAIL
              MOVE WS-ROLLED-DATE TO PY-EXEC-DATE
           END-IF

           MOVE PAYGOOD-RECORD TO PAYVOUT-RECORD
           WRITE PAYVOUT-RECORD
           PERFORM LOG-PAYMENT-EVENT.

       ROLL-ONE-INSTRUCTION-EXIT.
           EXIT.
       WRITE-DRIFT-LINE-EXIT.
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
              DISPLAY "PAYVDATE: event " WS-PE-EVENT-CODE
                 " not logged for " PY-PAYMENT-ID " - " WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
