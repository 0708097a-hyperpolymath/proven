      * Julian-day arithmetic DAYS-BETWEEN uses. An amount that will
      * not fit comes back as PROVEN-ERR-OVERFLOW (-3, see
      * PROVENH.cpy), never as a silently truncated number.
      *
      * The same accrual drives the loan amortization entry points
      * that retire the lending team's repayment spreadsheet.
      * AMORT-PAYMENT gives the level annuity instalment for a
      * principal, rate and term; AMORT-ANNUITY, AMORT-LEVEL-
      * PRINCIPAL and AMORT-INTEREST-ONLY build the whole repayment
      * schedule - level instalments, level principal with the
      * interest on top, or interest only with the principal repaid
      * as a balloon in the last instalment. Each instalment's
      * interest is ACCRUED-INTEREST on the balance outstanding over
      * its own period under the loan's day-count convention and
      * rounding mode, the periods running between the unadjusted
      * scheduled dates (the first from drawdown); the date the
      * instalment falls due is the scheduled date rolled forward to
      * the loan currency's next business day by CURRENCY-DATE-ROLL
      * (SAFE-DATETIME). Every amount is whole minor units, and the
      * last instalment repays exactly the balance left - so, as
      * with MONEY-ALLOCATE in SAFE-CURRENCY, the principal repaid
      * always sums exactly to the amount lent and no rounding
      * difference is ever left standing.
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-FRACTION-MICRO           PIC 9(6).
       01 WS-RAW-NEGATIVE             PIC 9 VALUE 0.

      * One accrual as the shared accrual sections see it -
      * ACCRUED-INTEREST fills it from its caller's arguments, the
      * amortization entry points once per instalment
       01 WS-ACC-PRINCIPAL            PIC S9(15) COMP-3.
       01 WS-ACC-RATE                 PIC 9(3)V9(6).
       01 WS-ACC-START-YEAR           PIC 9(4).
       01 WS-ACC-START-MONTH          PIC 9(2).
       01 WS-ACC-START-DAY            PIC 9(2).
       01 WS-ACC-END-YEAR             PIC 9(4).
       01 WS-ACC-END-MONTH            PIC 9(2).
       01 WS-ACC-END-DAY              PIC 9(2).
       01 WS-ACC-CONVENTION           PIC 9.
          88 WS-ACC-CONV-30-360       VALUE 0.
          88 WS-ACC-CONV-ACT-360      VALUE 1.
          88 WS-ACC-CONV-ACT-365      VALUE 2.
          88 WS-ACC-CONV-ACT-ACT      VALUE 3.
       01 WS-ACC-ROUNDING             PIC 9.
       01 WS-ACC-INTEREST             PIC S9(18) COMP-3.
       01 WS-ACC-STATUS               PIC S9(4) COMP.
       01 WS-ACC-ERROR-MSG            PIC X(50).

      * Amortization state - the schedule being built, the
      * scheduled-date walk, and the level annuity arithmetic
       01 WS-AMORT-METHOD             PIC X(1).
          88 WS-AMORT-ANNUITY         VALUE "A".
          88 WS-AMORT-LEVEL-PRINCIPAL VALUE "P".
          88 WS-AMORT-INTEREST-ONLY   VALUE "I".
       01 WS-INST-IDX                 PIC 9(3) COMP.
       01 WS-BALANCE                  PIC S9(15) COMP-3.
       01 WS-LEVEL-PRINCIPAL          PIC S9(15) COMP-3.
       01 WS-INST-PRINCIPAL           PIC S9(15) COMP-3.
       01 WS-INST-INTEREST            PIC S9(15) COMP-3.
       01 WS-DRAWDOWN-DATE            PIC 9(8).
       01 WS-FIRST-DUE-DATE           PIC 9(8).
       01 WS-ANCHOR-DAY               PIC 9(2).
       01 WS-STEP-YEAR                PIC 9(4).
       01 WS-STEP-MONTH               PIC 9(2).
       01 WS-STEP-DAY                 PIC 9(2).
       01 WS-MONTH-LENGTH             PIC 9(2).
       01 WS-PERIOD-RATE              PIC S9(3)V9(15) COMP-3.
       01 WS-GROWTH                   PIC S9(9)V9(15) COMP-3.
       01 WS-GROWTH-LESS-ONE          PIC S9(9)V9(15) COMP-3.

      * Days in each month of a common year; February is lengthened
      * for a leap year as it is read
       01 WS-MONTH-LENGTHS-DATA       PIC X(24)
          VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTHS-DATA.
          05 WS-MONTH-DAYS            PIC 9(2) OCCURS 12 TIMES.

      * VALIDATE-DATE and CURRENCY-DATE-ROLL call fields (see
      * SAFE-DATETIME.cob)
       01 WS-DT-YEAR                  PIC 9(4).
       01 WS-DT-MONTH                 PIC 9(2).
       01 WS-DT-DAY                   PIC 9(2).
       01 WS-DT-RESULT                PIC 9.
       01 WS-DT-ERROR-MSG             PIC X(50).

       LINKAGE SECTION.
       01 LS-PRINCIPAL-MINOR          PIC S9(15) COMP-3.
       01 LS-ANNUAL-RATE              PIC 9(3)V9(6).
       01 LS-INTEREST-MINOR           PIC S9(18) COMP-3.
       01 LS-RESULT-STATUS            PIC S9(4) COMP.
       01 LS-ERROR-MSG                PIC X(50).
       01 LS-CURRENCY-CODE            PIC X(3).
       01 LS-INSTALMENT-COUNT         PIC 9(3).
       01 LS-FREQUENCY-MONTHS         PIC 9(2).
       01 LS-LEVEL-AMOUNT             PIC S9(15) COMP-3.
      * One repayment schedule, up to thirty years of monthly
      * instalments: the due date (rolled to a business day), the
      * unadjusted period the interest accrued over, the interest,
      * principal and whole instalment, and the balance left after
      * it
       01 LS-AMORT-SCHEDULE.
          05 LS-AS-ENTRY OCCURS 360 TIMES.
             10 LS-AS-DUE-DATE        PIC 9(8).
             10 LS-AS-ACCRUAL-START   PIC 9(8).
             10 LS-AS-ACCRUAL-END     PIC 9(8).
             10 LS-AS-INTEREST        PIC S9(15) COMP-3.
             10 LS-AS-PRINCIPAL       PIC S9(15) COMP-3.
             10 LS-AS-INSTALMENT      PIC S9(15) COMP-3.
             10 LS-AS-BALANCE         PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

                 LS-ROUNDING-MODE LS-INTEREST-MINOR
                 LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE LS-PRINCIPAL-MINOR TO WS-ACC-PRINCIPAL
           MOVE LS-ANNUAL-RATE TO WS-ACC-RATE
           MOVE LS-YEAR TO WS-ACC-START-YEAR
           MOVE LS-MONTH TO WS-ACC-START-MONTH
           MOVE LS-DAY TO WS-ACC-START-DAY
           MOVE LS-YEAR2 TO WS-ACC-END-YEAR
           MOVE LS-MONTH2 TO WS-ACC-END-MONTH
           MOVE LS-DAY2 TO WS-ACC-END-DAY
           MOVE LS-CONVENTION TO WS-ACC-CONVENTION
           MOVE LS-ROUNDING-MODE TO WS-ACC-ROUNDING

           PERFORM COMPUTE-ACCRUAL

           MOVE WS-ACC-INTEREST TO LS-INTEREST-MINOR
           MOVE WS-ACC-STATUS TO LS-RESULT-STATUS
           MOVE WS-ACC-ERROR-MSG TO LS-ERROR-MSG
           GOBACK.

       ACCRUED-INTEREST-EXIT.
           EXIT.

      *================================================================
      * AMORT-PAYMENT: the level instalment that repays a principal
      * with interest over a number of equal periods - the annuity
      * formula P * r / (1 - (1 + r) ** -n) on the nominal periodic
      * rate (annual rate * months per period / 12), rounded to
      * whole minor units under the caller's rounding mode. A zero
      * rate repays the principal in equal parts.
      * Input:  LS-PRINCIPAL-MINOR, LS-ANNUAL-RATE (percent),
      *         LS-INSTALMENT-COUNT (1-360), LS-FREQUENCY-MONTHS
      *         (1, 3, 6 or 12), LS-ROUNDING-MODE
      * Output: LS-LEVEL-AMOUNT, LS-RESULT-STATUS (0=ok,
      *         -3=overflow, -7=validation failure), LS-ERROR-MSG
      *================================================================
       AMORT-PAYMENT SECTION.
           ENTRY "AMORT-PAYMENT" USING LS-PRINCIPAL-MINOR
                 LS-ANNUAL-RATE LS-INSTALMENT-COUNT
                 LS-FREQUENCY-MONTHS LS-ROUNDING-MODE
                 LS-LEVEL-AMOUNT LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE 0 TO LS-LEVEL-AMOUNT
           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG

           PERFORM CHECK-LOAN-TERMS
           IF LS-RESULT-STATUS NOT = 0
              GOBACK
           END-IF

           PERFORM COMPUTE-LEVEL-PAYMENT
           GOBACK.

       AMORT-PAYMENT-EXIT.
           EXIT.

      *================================================================
      * AMORT-ANNUITY: repayment schedule of level instalments - each
      * instalment the AMORT-PAYMENT amount, its interest accrued on
      * the balance over its own period and the rest repaying
      * principal; the last instalment repays the balance left
      * Input:  LS-PRINCIPAL-MINOR, LS-ANNUAL-RATE (percent),
      *         LS-CONVENTION, LS-ROUNDING-MODE, LS-CURRENCY-CODE
      *         (whose calendar the due dates roll on),
      *         LS-YEAR/MONTH/DAY (drawdown - interest runs from
      *         here), LS-YEAR2/MONTH2/DAY2 (first scheduled date;
      *         the rest fall on the same day of the month, or the
      *         month's last day where it is shorter),
      *         LS-INSTALMENT-COUNT (1-360), LS-FREQUENCY-MONTHS
      *         (1, 3, 6 or 12)
      * Output: LS-LEVEL-AMOUNT (the level instalment),
      *         LS-AMORT-SCHEDULE (entries 1 to LS-INSTALMENT-
      *         COUNT), LS-RESULT-STATUS (0=ok, -3=overflow,
      *         -7=validation failure), LS-ERROR-MSG
      *================================================================
       AMORT-ANNUITY SECTION.
           ENTRY "AMORT-ANNUITY" USING LS-PRINCIPAL-MINOR
                 LS-ANNUAL-RATE LS-CONVENTION LS-ROUNDING-MODE
                 LS-CURRENCY-CODE LS-YEAR LS-MONTH LS-DAY
                 LS-YEAR2 LS-MONTH2 LS-DAY2 LS-INSTALMENT-COUNT
                 LS-FREQUENCY-MONTHS LS-LEVEL-AMOUNT
                 LS-AMORT-SCHEDULE LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE "A" TO WS-AMORT-METHOD
           PERFORM BUILD-AMORT-SCHEDULE
           GOBACK.

       AMORT-ANNUITY-EXIT.
           EXIT.

      *================================================================
      * AMORT-LEVEL-PRINCIPAL: repayment schedule of equal principal
      * parts (the principal divided by the instalment count, in
      * whole minor units) with each period's interest on top; the
      * last instalment repays the balance left, remainder included
      * Input:  as AMORT-ANNUITY
      * Output: LS-LEVEL-AMOUNT (the level principal part),
      *         LS-AMORT-SCHEDULE, LS-RESULT-STATUS, LS-ERROR-MSG
      *================================================================
       AMORT-LEVEL-PRINCIPAL SECTION.
           ENTRY "AMORT-LEVEL-PRINCIPAL" USING LS-PRINCIPAL-MINOR
                 LS-ANNUAL-RATE LS-CONVENTION LS-ROUNDING-MODE
                 LS-CURRENCY-CODE LS-YEAR LS-MONTH LS-DAY
                 LS-YEAR2 LS-MONTH2 LS-DAY2 LS-INSTALMENT-COUNT
                 LS-FREQUENCY-MONTHS LS-LEVEL-AMOUNT
                 LS-AMORT-SCHEDULE LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE "P" TO WS-AMORT-METHOD
           PERFORM BUILD-AMORT-SCHEDULE
           GOBACK.

       AMORT-LEVEL-PRINCIPAL-EXIT.
           EXIT.

      *================================================================
      * AMORT-INTEREST-ONLY: repayment schedule of each period's
      * interest alone, the whole principal repaid as a balloon with
      * the last instalment's interest
      * Input:  as AMORT-ANNUITY
      * Output: LS-LEVEL-AMOUNT (zero - there is no level part),
      *         LS-AMORT-SCHEDULE, LS-RESULT-STATUS, LS-ERROR-MSG
      *================================================================
       AMORT-INTEREST-ONLY SECTION.
           ENTRY "AMORT-INTEREST-ONLY" USING LS-PRINCIPAL-MINOR
                 LS-ANNUAL-RATE LS-CONVENTION LS-ROUNDING-MODE
                 LS-CURRENCY-CODE LS-YEAR LS-MONTH LS-DAY
                 LS-YEAR2 LS-MONTH2 LS-DAY2 LS-INSTALMENT-COUNT
                 LS-FREQUENCY-MONTHS LS-LEVEL-AMOUNT
                 LS-AMORT-SCHEDULE LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE "I" TO WS-AMORT-METHOD
           PERFORM BUILD-AMORT-SCHEDULE
           GOBACK.

       AMORT-INTEREST-ONLY-EXIT.
           EXIT.

      *================================================================
      * COMPUTE-ACCRUAL: the WS-ACC- accrual - the dates turned to
      * Julian days, the convention's day count applied, and the
      * result rounded to minor units
      * Output: WS-ACC-INTEREST, WS-ACC-STATUS, WS-ACC-ERROR-MSG
      *================================================================
       COMPUTE-ACCRUAL SECTION.
           MOVE 0 TO WS-ACC-INTEREST
           MOVE 0 TO WS-ACC-STATUS
           INITIALIZE WS-ACC-ERROR-MSG

           IF WS-ACC-CONVENTION > 3
              MOVE -7 TO WS-ACC-STATUS
              MOVE "Unknown day-count convention" TO WS-ACC-ERROR-MSG
              GO TO COMPUTE-ACCRUAL-EXIT
           END-IF

           MOVE WS-ACC-START-YEAR TO WS-JD-YEAR
           MOVE WS-ACC-START-MONTH TO WS-JD-MONTH
           MOVE WS-ACC-START-DAY TO WS-JD-DAY
           PERFORM CALCULATE-JULIAN-DAY
           MOVE WS-JULIAN-DAY TO WS-START-JULIAN

           MOVE WS-ACC-END-YEAR TO WS-JD-YEAR
           MOVE WS-ACC-END-MONTH TO WS-JD-MONTH
           MOVE WS-ACC-END-DAY TO WS-JD-DAY
           PERFORM CALCULATE-JULIAN-DAY
           MOVE WS-JULIAN-DAY TO WS-END-JULIAN

           IF WS-END-JULIAN < WS-START-JULIAN
              MOVE -7 TO WS-ACC-STATUS
              MOVE "End date precedes start date" TO WS-ACC-ERROR-MSG
              GO TO COMPUTE-ACCRUAL-EXIT
           END-IF

           MOVE 0 TO WS-ACCRUED-RAW

           EVALUATE TRUE
              WHEN WS-ACC-CONV-30-360
                 PERFORM ACCRUE-THIRTY-360
              WHEN WS-ACC-CONV-ACT-360
                 MOVE 360 TO WS-BASE-DAYS
                 PERFORM ACCRUE-ACTUAL-FIXED
              WHEN WS-ACC-CONV-ACT-365
                 MOVE 365 TO WS-BASE-DAYS
                 PERFORM ACCRUE-ACTUAL-FIXED
              WHEN WS-ACC-CONV-ACT-ACT
                 PERFORM ACCRUE-ACTUAL-ACTUAL
           END-EVALUATE

           IF WS-ACC-STATUS NOT = 0
              GO TO COMPUTE-ACCRUAL-EXIT
           END-IF

           PERFORM ROUND-ACCRUAL-TO-MINOR.

       COMPUTE-ACCRUAL-EXIT.
           EXIT.

      *================================================================
      * with the standard end-of-month adjustments
      *================================================================
       ACCRUE-THIRTY-360 SECTION.
           MOVE WS-ACC-START-DAY TO WS-D1
           MOVE WS-ACC-END-DAY TO WS-D2
           IF WS-D1 = 31
              MOVE 30 TO WS-D1
           END-IF
           END-IF

           COMPUTE WS-DAYS =
              (WS-ACC-END-YEAR - WS-ACC-START-YEAR) * 360
              + (WS-ACC-END-MONTH - WS-ACC-START-MONTH) * 30
              + (WS-D2 - WS-D1)

           IF WS-DAYS < 0
      * by that year's own length (365 or 366)
      *================================================================
       ACCRUE-ACTUAL-ACTUAL SECTION.
           PERFORM VARYING WS-LOOP-YEAR FROM WS-ACC-START-YEAR BY 1
                   UNTIL WS-LOOP-YEAR > WS-ACC-END-YEAR
                      OR WS-ACC-STATUS NOT = 0

              MOVE WS-LOOP-YEAR TO WS-JD-YEAR
              MOVE 1 TO WS-JD-MONTH
      *================================================================
       ACCRUE-ONE-SEGMENT SECTION.
           COMPUTE WS-SEGMENT-RAW =
              (WS-ACC-PRINCIPAL * WS-ACC-RATE * WS-DAYS)
              / (100 * WS-BASE-DAYS)
              ON SIZE ERROR
                 MOVE -3 TO WS-ACC-STATUS
                 MOVE "Overflow in interest accrual"
                    TO WS-ACC-ERROR-MSG
                 GO TO ACCRUE-ONE-SEGMENT-EXIT
           END-COMPUTE

           COMPUTE WS-ACCRUED-RAW = WS-ACCRUED-RAW + WS-SEGMENT-RAW
              ON SIZE ERROR
                 MOVE -3 TO WS-ACC-STATUS
                 MOVE "Overflow in interest accrual"
                    TO WS-ACC-ERROR-MSG
           END-COMPUTE.

       ACCRUE-ONE-SEGMENT-EXIT.

      *================================================================
      * ROUND-ACCRUAL-TO-MINOR: collapse the six-decimal accrual to
      * whole minor units in WS-ACC-INTEREST under the caller's
      * rounding mode (same mode codes as MONEY-DIVIDE in
      * SAFE-CURRENCY)
      *================================================================
       ROUND-ACCRUAL-TO-MINOR SECTION.
           IF WS-ACCRUED-RAW < 0
           COMPUTE WS-FRACTION-MICRO =
              (WS-ACCRUED-RAW - WS-INTEGER-PART) * 1000000

           EVALUATE WS-ACC-ROUNDING
              WHEN 0
      *          Half-up: ties round away from zero
                 IF WS-FRACTION-MICRO >= 500000
           END-EVALUATE

           IF WS-RAW-NEGATIVE = 1
              COMPUTE WS-ACC-INTEREST = 0 - WS-INTEGER-PART
           ELSE
              MOVE WS-INTEGER-PART TO WS-ACC-INTEREST
           END-IF.

       ROUND-ACCRUAL-TO-MINOR-EXIT.
           EXIT.

      *================================================================
      * CHECK-LOAN-TERMS: the terms every amortization entry point
      * shares - a principal to repay, and a term of 1 to 360
      * instalments a whole number of months apart
      * Output: LS-RESULT-STATUS (-7 on a refusal), LS-ERROR-MSG
      *================================================================
       CHECK-LOAN-TERMS SECTION.
           IF LS-PRINCIPAL-MINOR NOT > 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Principal must be greater than zero"
                 TO LS-ERROR-MSG
              GO TO CHECK-LOAN-TERMS-EXIT
           END-IF

           IF LS-INSTALMENT-COUNT = 0 OR LS-INSTALMENT-COUNT > 360
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Instalment count must be 1 to 360" TO LS-ERROR-MSG
              GO TO CHECK-LOAN-TERMS-EXIT
           END-IF

           IF LS-FREQUENCY-MONTHS NOT = 1 AND NOT = 3
              AND NOT = 6 AND NOT = 12
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Frequency must be 1, 3, 6 or 12 months"
                 TO LS-ERROR-MSG
           END-IF.

       CHECK-LOAN-TERMS-EXIT.
           EXIT.

      *================================================================
      * COMPUTE-LEVEL-PAYMENT: the annuity instalment on the nominal
      * periodic rate, rounded under the caller's rounding mode. The
      * growth factor and its excess over one are held apart so the
      * division is made on the full-precision divisor.
      * Output: LS-LEVEL-AMOUNT, LS-RESULT-STATUS, LS-ERROR-MSG
      *================================================================
       COMPUTE-LEVEL-PAYMENT SECTION.
           COMPUTE WS-PERIOD-RATE =
              LS-ANNUAL-RATE * LS-FREQUENCY-MONTHS / 1200

           MOVE 0 TO WS-GROWTH-LESS-ONE
           IF WS-PERIOD-RATE > 0
              COMPUTE WS-GROWTH =
                 (1 + WS-PERIOD-RATE) ** LS-INSTALMENT-COUNT
                 ON SIZE ERROR
                    MOVE -3 TO LS-RESULT-STATUS
                    MOVE "Overflow in level instalment"
                       TO LS-ERROR-MSG
                    GO TO COMPUTE-LEVEL-PAYMENT-EXIT
              END-COMPUTE
              COMPUTE WS-GROWTH-LESS-ONE = WS-GROWTH - 1
           END-IF

           IF WS-GROWTH-LESS-ONE > 0
              COMPUTE WS-ACCRUED-RAW =
                 LS-PRINCIPAL-MINOR * WS-PERIOD-RATE * WS-GROWTH
                 / WS-GROWTH-LESS-ONE
                 ON SIZE ERROR
                    MOVE -3 TO LS-RESULT-STATUS
                    MOVE "Overflow in level instalment"
                       TO LS-ERROR-MSG
                    GO TO COMPUTE-LEVEL-PAYMENT-EXIT
              END-COMPUTE
           ELSE
      *       No interest: the principal in equal parts
              COMPUTE WS-ACCRUED-RAW =
                 LS-PRINCIPAL-MINOR / LS-INSTALMENT-COUNT
           END-IF

           MOVE LS-ROUNDING-MODE TO WS-ACC-ROUNDING
           PERFORM ROUND-ACCRUAL-TO-MINOR
           MOVE WS-ACC-INTEREST TO LS-LEVEL-AMOUNT.

       COMPUTE-LEVEL-PAYMENT-EXIT.
           EXIT.

      *================================================================
      * BUILD-AMORT-SCHEDULE: check the loan's terms and dates, fix
      * the level amount WS-AMORT-METHOD calls for, then build each
      * instalment in turn on the balance the last one left
      * Output: LS-LEVEL-AMOUNT, LS-AMORT-SCHEDULE,
      *         LS-RESULT-STATUS, LS-ERROR-MSG
      *================================================================
       BUILD-AMORT-SCHEDULE SECTION.
           MOVE 0 TO LS-LEVEL-AMOUNT
           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           INITIALIZE LS-AMORT-SCHEDULE

           PERFORM CHECK-LOAN-TERMS
           IF LS-RESULT-STATUS NOT = 0
              GO TO BUILD-AMORT-SCHEDULE-EXIT
           END-IF

           IF LS-CONVENTION > 3
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Unknown day-count convention" TO LS-ERROR-MSG
              GO TO BUILD-AMORT-SCHEDULE-EXIT
           END-IF

           IF LS-CURRENCY-CODE = SPACES
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Currency code is required" TO LS-ERROR-MSG
              GO TO BUILD-AMORT-SCHEDULE-EXIT
           END-IF

           CALL "VALIDATE-DATE" USING LS-YEAR LS-MONTH LS-DAY
               WS-DT-RESULT WS-DT-ERROR-MSG
           IF WS-DT-RESULT NOT = 1
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Drawdown date is not a valid date" TO LS-ERROR-MSG
              GO TO BUILD-AMORT-SCHEDULE-EXIT
           END-IF

           CALL "VALIDATE-DATE" USING LS-YEAR2 LS-MONTH2 LS-DAY2
               WS-DT-RESULT WS-DT-ERROR-MSG
           IF WS-DT-RESULT NOT = 1
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "First instalment date is not a valid date"
                 TO LS-ERROR-MSG
              GO TO BUILD-AMORT-SCHEDULE-EXIT
           END-IF

           COMPUTE WS-DRAWDOWN-DATE =
              LS-YEAR * 10000 + LS-MONTH * 100 + LS-DAY
           COMPUTE WS-FIRST-DUE-DATE =
              LS-YEAR2 * 10000 + LS-MONTH2 * 100 + LS-DAY2
           IF WS-FIRST-DUE-DATE NOT > WS-DRAWDOWN-DATE
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "First instalment must fall after drawdown"
                 TO LS-ERROR-MSG
              GO TO BUILD-AMORT-SCHEDULE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-AMORT-ANNUITY
                 PERFORM COMPUTE-LEVEL-PAYMENT
                 IF LS-RESULT-STATUS NOT = 0
                    GO TO BUILD-AMORT-SCHEDULE-EXIT
                 END-IF
              WHEN WS-AMORT-LEVEL-PRINCIPAL
                 COMPUTE WS-LEVEL-PRINCIPAL =
                    LS-PRINCIPAL-MINOR / LS-INSTALMENT-COUNT
                 MOVE WS-LEVEL-PRINCIPAL TO LS-LEVEL-AMOUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

      *    Interest runs from drawdown to the first scheduled date,
      *    then from each scheduled date to the next
           MOVE LS-PRINCIPAL-MINOR TO WS-BALANCE
           MOVE LS-ANNUAL-RATE TO WS-ACC-RATE
           MOVE LS-CONVENTION TO WS-ACC-CONVENTION
           MOVE LS-ROUNDING-MODE TO WS-ACC-ROUNDING
           MOVE LS-YEAR TO WS-ACC-START-YEAR
           MOVE LS-MONTH TO WS-ACC-START-MONTH
           MOVE LS-DAY TO WS-ACC-START-DAY
           MOVE LS-YEAR2 TO WS-STEP-YEAR
           MOVE LS-MONTH2 TO WS-STEP-MONTH
           MOVE LS-DAY2 TO WS-STEP-DAY
           MOVE LS-DAY2 TO WS-ANCHOR-DAY

           PERFORM BUILD-ONE-INSTALMENT
              VARYING WS-INST-IDX FROM 1 BY 1
              UNTIL WS-INST-IDX > LS-INSTALMENT-COUNT
                 OR LS-RESULT-STATUS NOT = 0.

       BUILD-AMORT-SCHEDULE-EXIT.
           EXIT.

      *================================================================
      * BUILD-ONE-INSTALMENT: the interest on the balance over the
      * period to this scheduled date, the principal the method
      * repays out of it (the whole balance in the last instalment),
      * and the due date rolled to the currency's next business day
      *================================================================
       BUILD-ONE-INSTALMENT SECTION.
           IF WS-INST-IDX > 1
              PERFORM ADVANCE-SCHEDULED-DATE
           END-IF
           MOVE WS-STEP-YEAR TO WS-ACC-END-YEAR
           MOVE WS-STEP-MONTH TO WS-ACC-END-MONTH
           MOVE WS-STEP-DAY TO WS-ACC-END-DAY

           MOVE WS-BALANCE TO WS-ACC-PRINCIPAL
           PERFORM COMPUTE-ACCRUAL
           IF WS-ACC-STATUS NOT = 0
              MOVE WS-ACC-STATUS TO LS-RESULT-STATUS
              MOVE WS-ACC-ERROR-MSG TO LS-ERROR-MSG
              GO TO BUILD-ONE-INSTALMENT-EXIT
           END-IF
           COMPUTE WS-INST-INTEREST = WS-ACC-INTEREST
              ON SIZE ERROR
                 MOVE -3 TO LS-RESULT-STATUS
                 MOVE "Overflow in instalment interest"
                    TO LS-ERROR-MSG
                 GO TO BUILD-ONE-INSTALMENT-EXIT
           END-COMPUTE

           IF WS-INST-IDX = LS-INSTALMENT-COUNT
              MOVE WS-BALANCE TO WS-INST-PRINCIPAL
           ELSE
              EVALUATE TRUE
                 WHEN WS-AMORT-ANNUITY
                    COMPUTE WS-INST-PRINCIPAL =
                       LS-LEVEL-AMOUNT - WS-INST-INTEREST
                    IF WS-INST-PRINCIPAL < 0
                       MOVE 0 TO WS-INST-PRINCIPAL
                    END-IF
                 WHEN WS-AMORT-LEVEL-PRINCIPAL
                    MOVE WS-LEVEL-PRINCIPAL TO WS-INST-PRINCIPAL
                 WHEN OTHER
                    MOVE 0 TO WS-INST-PRINCIPAL
              END-EVALUATE
              IF WS-INST-PRINCIPAL > WS-BALANCE
                 MOVE WS-BALANCE TO WS-INST-PRINCIPAL
              END-IF
           END-IF
           SUBTRACT WS-INST-PRINCIPAL FROM WS-BALANCE

           COMPUTE LS-AS-ACCRUAL-START(WS-INST-IDX) =
              WS-ACC-START-YEAR * 10000 + WS-ACC-START-MONTH * 100
              + WS-ACC-START-DAY
           COMPUTE LS-AS-ACCRUAL-END(WS-INST-IDX) =
              WS-STEP-YEAR * 10000 + WS-STEP-MONTH * 100
              + WS-STEP-DAY
           MOVE WS-INST-INTEREST TO LS-AS-INTEREST(WS-INST-IDX)
           MOVE WS-INST-PRINCIPAL TO LS-AS-PRINCIPAL(WS-INST-IDX)
           COMPUTE LS-AS-INSTALMENT(WS-INST-IDX) =
              WS-INST-PRINCIPAL + WS-INST-INTEREST
              ON SIZE ERROR
                 MOVE -3 TO LS-RESULT-STATUS
                 MOVE "Overflow in instalment amount"
                    TO LS-ERROR-MSG
                 GO TO BUILD-ONE-INSTALMENT-EXIT
           END-COMPUTE
           MOVE WS-BALANCE TO LS-AS-BALANCE(WS-INST-IDX)

           MOVE WS-STEP-YEAR TO WS-DT-YEAR
           MOVE WS-STEP-MONTH TO WS-DT-MONTH
           MOVE WS-STEP-DAY TO WS-DT-DAY
           CALL "CURRENCY-DATE-ROLL" USING LS-CURRENCY-CODE
               WS-DT-YEAR WS-DT-MONTH WS-DT-DAY WS-DT-RESULT
           COMPUTE LS-AS-DUE-DATE(WS-INST-IDX) =
              WS-DT-YEAR * 10000 + WS-DT-MONTH * 100 + WS-DT-DAY

           MOVE WS-STEP-YEAR TO WS-ACC-START-YEAR
           MOVE WS-STEP-MONTH TO WS-ACC-START-MONTH
           MOVE WS-STEP-DAY TO WS-ACC-START-DAY.

       BUILD-ONE-INSTALMENT-EXIT.
           EXIT.

      *================================================================
      * ADVANCE-SCHEDULED-DATE: the next scheduled date, the
      * frequency's months on, on the first date's day of the month
      * or the month's last day where the month is shorter
      *================================================================
       ADVANCE-SCHEDULED-DATE SECTION.
           ADD LS-FREQUENCY-MONTHS TO WS-STEP-MONTH
           IF WS-STEP-MONTH > 12
              SUBTRACT 12 FROM WS-STEP-MONTH
              ADD 1 TO WS-STEP-YEAR
           END-IF

           MOVE WS-MONTH-DAYS(WS-STEP-MONTH) TO WS-MONTH-LENGTH
           IF WS-STEP-MONTH = 2
              MOVE WS-STEP-YEAR TO WS-JD-YEAR
              PERFORM CHECK-LEAP-YEAR
              IF WS-IS-LEAP = 1
                 MOVE 29 TO WS-MONTH-LENGTH
              END-IF
           END-IF

           IF WS-ANCHOR-DAY > WS-MONTH-LENGTH
              MOVE WS-MONTH-LENGTH TO WS-STEP-DAY
           ELSE
              MOVE WS-ANCHOR-DAY TO WS-STEP-DAY
           END-IF.

       ADVANCE-SCHEDULED-DATE-EXIT.
           EXIT.

      *================================================================
      * CHECK-LEAP-YEAR: set WS-IS-LEAP for WS-JD-YEAR
      *================================================================
