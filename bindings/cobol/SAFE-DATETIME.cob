       FX-VALUE-DATE-ROLL-EXIT.
           EXIT.

      *================================================================
      * CURRENCY-DATE-ROLL: Roll a date forward to the first day the
      * one currency's own settlement centre is open - for money
      * moving in a single currency (a payment, a collection, a
      * nostro movement), where New York has no say. A currency
      * without a listed calendar rolls past weekends only. A date
      * already good comes back unchanged.
      * Input:  LS-CURRENCY-1, LS-YEAR, LS-MONTH, LS-DAY
      * Output: LS-YEAR, LS-MONTH, LS-DAY (the first good day on or
      *         after the one given), LS-RESULT
      *================================================================
       CURRENCY-DATE-ROLL SECTION.
           ENTRY "CURRENCY-DATE-ROLL" USING LS-CURRENCY-1
                 LS-YEAR LS-MONTH LS-DAY LS-RESULT.

           MOVE 1 TO LS-RESULT
           MOVE LS-YEAR TO WS-YEAR
           MOVE LS-MONTH TO WS-MONTH
           MOVE LS-DAY TO WS-DAY
           PERFORM CALCULATE-JULIAN-DAY

           MOVE LS-CURRENCY-1 TO WS-FX-SEEK-CCY
           PERFORM LOOK-UP-SETTLEMENT-CALENDAR
           MOVE WS-FX-SEEK-CAL TO WS-FX-CAL-A
           MOVE WS-FX-SEEK-CAL TO WS-FX-CAL-B

           PERFORM CHECK-SETTLEMENT-DAY-GOOD
           PERFORM UNTIL WS-FX-DAY-IS-GOOD = 1
              ADD 1 TO WS-JULIAN-DAY
              PERFORM JULIAN-TO-CALENDAR
              PERFORM CHECK-SETTLEMENT-DAY-GOOD
           END-PERFORM

           MOVE WS-YEAR TO LS-YEAR
           MOVE WS-MONTH TO LS-MONTH
           MOVE WS-DAY TO LS-DAY

           GOBACK.

       CURRENCY-DATE-ROLL-EXIT.
           EXIT.

      *================================================================
      * CALENDAR-COVERAGE: Report how far a currency's settlement
      * calendar extends, for the calendar-horizon audit - the
