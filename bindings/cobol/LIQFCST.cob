      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven LiqForecast - multi-currency cash-flow and nostro
      * liquidity forecast by business day for COBOL
      *

      *================================================================
      * Treasury funds the nostros each morning before cut-off. This
      * job projects, per currency, the money the system already
      * knows is coming in and going out on each of the next N
      * business days (JCL PARM 'YYYYMMDD,NN' - the business date,
      * default today, and the horizon, default 10, at most 30),
      * starts each currency from what its nostros hold tonight,
      * and flags every day the projected balance goes short, so
      * funding is arranged before the overdraft rather than after.
      *
      * The opening position is the closing booked balance on each
      * nostro's latest camt.053 statement, as CAMTIN lays it on
      * NOSTBAL - the newest balance per account, summed by
      * currency. The flows are:
      *
      *   - out: every active STORDMST standing order's occurrences
      *     from its last-run date through the horizon, walked with
      *     NEXT-RUN-DATE exactly as STANDORD fires them (the
      *     master read is the one the day's STANDORD run has
      *     already advanced, so what fired today is counted once,
      *     on PAYGOOD);
      *   - out: validated instructions on PAYGOOD, on their
      *     execution dates;
      *   - out: instructions held on PAYPEND awaiting a decision
      *     or already approved (a rejected one will never go);
      *   - in:  approved direct-debit collections on COLLOK, on
      *     their collection dates;
      *   - in and out: the two legs of every open FXDEAL deal on
      *     its value date - or, where none was captured, the spot
      *     date FX-SETTLEMENT-DATE gives the trade date.
      *
      * Each flow's date is rolled forward to a day its currency's
      * own settlement centre is open (CURRENCY-DATE-ROLL, SAFE-
      * DATETIME) and lands on the first forecast day on or after
      * it; the forecast days themselves step by ADD-BUSINESS-DAYS
      * from the business date. Anything dated before the business
      * date is overdue and lands on day one; anything past the
      * horizon is counted, not projected.
      *
      * LIQFRPT lists each currency day by day - inflows, outflows,
      * net, projected closing - with the short days marked, and
      * ends with a funding summary of every currency that goes
      * short, its first short day and its deepest shortfall. Any
      * short day is COND code 4; a currency or balance table that
      * overflows leaves the forecast incomplete (COND code 8).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQFCST.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSTBAL-FILE ASSIGN TO "NOSTBAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NB-FILE-STATUS.

           SELECT STORDMST-FILE ASSIGN TO "STORDMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-FILE-STATUS.

           SELECT PAYGOOD-FILE ASSIGN TO "PAYGOOD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PG-FILE-STATUS.

           SELECT PAYPEND-FILE ASSIGN TO "PAYPEND"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PP-PAYMENT-ID
              FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT COLLOK-FILE ASSIGN TO "COLLOK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT FXDEAL-FILE ASSIGN TO "FXDEAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DL-DEAL-ID
              FILE STATUS IS WS-DL-FILE-STATUS.

           SELECT LIQFRPT-FILE ASSIGN TO "LIQFRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One closing booked balance per statement (see NOSTBAL-RECORD
      * in CAMTIN.cob)
       FD  NOSTBAL-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  NOSTBAL-RECORD.
           05 NB-ACCOUNT-IBAN           PIC X(34).
           05 NB-CURRENCY               PIC X(3).
           05 NB-CLOSING-MINOR          PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 NB-BALANCE-DATE           PIC 9(8).
           05 NB-STATEMENT-ID           PIC X(35).

      * Standing-instruction master (see STORDMST-RECORD in
      * STANDORD.cob)
       FD  STORDMST-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  STORDMST-RECORD.
           05 SO-ORDER-ID               PIC X(12).
           05 SO-BENEF-IBAN             PIC X(34).
           05 SO-BENEF-BIC              PIC X(11).
           05 SO-CURRENCY               PIC X(3).
           05 SO-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SO-RULE-FREQUENCY         PIC X(1).
           05 SO-RULE-ANCHOR-DAY        PIC 9(2).
           05 SO-RULE-WEEKDAY           PIC 9(1).
           05 SO-RULE-ORDINAL           PIC 9(1).
           05 SO-RULE-ADJUSTMENT        PIC X(1).
           05 SO-LAST-RUN-DATE          PIC 9(8).
           05 SO-ACTIVE                 PIC 9(1).
              88 SO-IS-ACTIVE           VALUE 1.
           05 SO-CUSTOMER-ID            PIC X(36).
           05 SO-BENEF-NAME             PIC X(70).
           05 SO-BENEF-ADDR-LINE        PIC X(70).
           05 SO-BENEF-TOWN             PIC X(35).
           05 SO-BENEF-COUNTRY          PIC X(2).

      * Validated instructions in the 332-byte layout PAYVALD
      * releases (see PAYIN-RECORD in PAYVALD.cob)
       FD  PAYGOOD-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYGOOD-RECORD.
           05 PY-PAYMENT-ID             PIC X(12).
           05 PY-BENEF-IBAN             PIC X(34).
           05 PY-BENEF-BIC              PIC X(11).
           05 PY-CURRENCY               PIC X(3).
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

      * Pending-release KSDS (see PAYPEND-RECORD in PAYHOLD.cob)
       FD  PAYPEND-FILE
           RECORD CONTAINS 374 CHARACTERS.
       01  PAYPEND-RECORD.
           05 PP-PAYMENT-ID             PIC X(12).
           05 PP-BENEF-IBAN             PIC X(34).
           05 PP-BENEF-BIC              PIC X(11).
           05 PP-CURRENCY               PIC X(3).
           05 PP-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PP-EXEC-DATE              PIC 9(8).
           05 PP-BASE-MINOR             PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PP-HELD-DATE              PIC 9(8).
           05 PP-STATUS                 PIC X(1).
              88 PP-IS-PENDING          VALUE "P".
              88 PP-IS-APPROVED         VALUE "A".
              88 PP-IS-REJECTED         VALUE "R".
              88 PP-IS-SCREEN-HELD      VALUE "S".
           05 PP-DECIDED-BY             PIC X(8).
           05 PP-DECIDED-DATE           PIC 9(8).
           05 PP-APPROVAL-NEEDED        PIC X(1).
              88 PP-NEEDS-APPROVAL      VALUE "Y".
           05 PP-BENEF-NAME             PIC X(70).
           05 PP-BENEF-ADDR-LINE        PIC X(70).
           05 PP-BENEF-TOWN             PIC X(35).
           05 PP-BENEF-COUNTRY          PIC X(2).
           05 PP-ORDER-CUSTOMER-ID      PIC X(36).
           05 PP-DEBIT-IBAN             PIC X(34).
           05 PP-LIMIT-HOLD             PIC X(1).

      * Approved collections (see COLLIN-RECORD in COLLVALD.cob)
       FD  COLLOK-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  COLLOK-RECORD.
           05 CL-COLLECTION-ID          PIC X(12).
           05 CL-MANDATE-ID             PIC X(16).
           05 CL-DEBTOR-IBAN            PIC X(34).
           05 CL-CURRENCY               PIC X(3).
           05 CL-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CL-COLLECT-DATE           PIC 9(8).

      * FX deal master (see FXDEAL-RECORD in FXDEALMT.cob)
       FD  FXDEAL-FILE
           RECORD CONTAINS 480 CHARACTERS.
       01  FXDEAL-RECORD.
           05 DL-DEAL-ID                PIC X(10).
           05 DL-CPTY-ID                PIC X(12).
           05 DL-CPTY-NAME              PIC X(70).
           05 DL-CPTY-ADDR-LINE         PIC X(70).
           05 DL-CPTY-TOWN              PIC X(35).
           05 DL-CPTY-COUNTRY           PIC X(2).
           05 DL-BUY-CURRENCY           PIC X(3).
           05 DL-BUY-AMOUNT-MINOR       PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DL-SELL-CURRENCY          PIC X(3).
           05 DL-SELL-AMOUNT-MINOR      PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DL-DEAL-RATE              PIC 9(5)V9(8).
           05 DL-TRADE-DATE             PIC 9(8).
           05 DL-VALUE-DATE             PIC 9(8).
           05 DL-CPTY-IBAN              PIC X(34).
           05 DL-CPTY-BIC               PIC X(11).
           05 DL-NOSTRO-IBAN            PIC X(34).
           05 DL-NOSTRO-BIC             PIC X(11).
           05 DL-STATUS                 PIC X(1).
              88 DL-IS-OPEN             VALUE "O".
              88 DL-IS-SETTLED          VALUE "S".
              88 DL-IS-CANCELLED        VALUE "C".
           05 DL-CONF-STATUS            PIC X(1).
              88 DL-CONF-AWAITED        VALUE "U".
              88 DL-CONF-MATCHED        VALUE "M".
              88 DL-CONF-DISPUTED       VALUE "X".
           05 DL-CONF-REF               PIC X(16).
           05 DL-CONF-DATE              PIC 9(8).
           05 DL-SETTLED-DATE           PIC 9(8).
           05 DL-AMEND-COUNT            PIC 9(3).
           05 DL-LAST-CHANGED-DATE      PIC 9(8).
           05 DL-LAST-CHANGED-BY        PIC X(8).
           05 DL-PRICING-TIER           PIC X(1).
           05 DL-MID-RATE               PIC 9(6)V9(8).
           05 DL-MARGIN-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DL-MARGIN-GL-ACCOUNT      PIC X(8).
           05 FILLER                    PIC X(32).

       FD  LIQFRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LIQFRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-NB-FILE-STATUS            PIC X(2).
       01 WS-SM-FILE-STATUS            PIC X(2).
       01 WS-PG-FILE-STATUS            PIC X(2).
       01 WS-PP-FILE-STATUS            PIC X(2).
       01 WS-CL-FILE-STATUS            PIC X(2).
       01 WS-DL-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-EOF                       PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-BALANCES-READ             PIC 9(6) VALUE 0.
       01 WS-ORDER-FLOWS               PIC 9(6) VALUE 0.
       01 WS-PAYGOOD-FLOWS             PIC 9(6) VALUE 0.
       01 WS-PAYPEND-FLOWS             PIC 9(6) VALUE 0.
       01 WS-COLLECTION-FLOWS          PIC 9(6) VALUE 0.
       01 WS-FX-LEG-FLOWS              PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT             PIC 9(6) VALUE 0.
       01 WS-BEYOND-HORIZON-COUNT      PIC 9(6) VALUE 0.
       01 WS-UNREADABLE-COUNT          PIC 9(6) VALUE 0.
       01 WS-BAD-RULE-COUNT            PIC 9(6) VALUE 0.
       01 WS-SHORT-CURRENCY-COUNT      PIC 9(6) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(6) VALUE 0.

      * Business date and horizon, from the JCL PARM
       01 WS-PARM                      PIC X(11).
       01 WS-BUSINESS-DATE             PIC 9(8).
       01 WS-HORIZON                   PIC 9(2) VALUE 10.
       01 WS-HORIZON-MAX               PIC 9(2) VALUE 30.

      * The forecast days - day one is the business date itself,
      * each later day the next business day after the one before
       01 WS-FORECAST-DAYS.
          05 WS-FD-DATE                PIC 9(8) OCCURS 30 TIMES.
       01 WS-LAST-FORECAST-DATE        PIC 9(8).
       01 WS-DAY-IDX                   PIC 9(2).
       01 WS-SEEK-IDX                  PIC 9(2).

      * Newest closing balance per nostro account
       01 WS-NOSTRO-TABLE.
          05 WS-NO-ENTRY OCCURS 500 TIMES.
             10 WS-NO-IBAN             PIC X(34).
             10 WS-NO-CURRENCY         PIC X(3).
             10 WS-NO-BALANCE          PIC S9(17) COMP-3.
             10 WS-NO-DATE             PIC 9(8).
       01 WS-NOSTRO-COUNT              PIC 9(4) VALUE 0.
       01 WS-NOSTRO-MAX                PIC 9(4) VALUE 500.
       01 WS-NO-IDX                    PIC 9(4).
       01 WS-NO-FOUND                  PIC 9(4).

      * The forecast itself, one entry per currency
       01 WS-CURRENCY-TABLE.
          05 WS-CC-ENTRY OCCURS 40 TIMES.
             10 WS-CC-CURRENCY         PIC X(3).
             10 WS-CC-HAS-BALANCE      PIC 9.
             10 WS-CC-OPENING          PIC S9(17) COMP-3.
             10 WS-CC-BALANCE-DATE     PIC 9(8).
             10 WS-CC-BEYOND           PIC 9(6).
             10 WS-CC-SHORT-DAYS       PIC 9(2).
             10 WS-CC-FIRST-SHORT      PIC 9(8).
             10 WS-CC-WORST            PIC S9(17) COMP-3.
             10 WS-CC-WORST-DATE       PIC 9(8).
             10 WS-CC-DAY OCCURS 30 TIMES.
                15 WS-CC-IN            PIC S9(17) COMP-3.
                15 WS-CC-OUT           PIC S9(17) COMP-3.
       01 WS-CURRENCY-COUNT            PIC 9(2) VALUE 0.
       01 WS-CURRENCY-MAX              PIC 9(2) VALUE 40.
       01 WS-CC-IDX                    PIC 9(2).
       01 WS-CC-FOUND                  PIC 9(2).

      * One flow on its way into the forecast
       01 WS-FL-CURRENCY               PIC X(3).
       01 WS-FL-DATE                   PIC 9(8).
       01 WS-FL-AMOUNT                 PIC S9(17) COMP-3.
       01 WS-FL-DIRECTION              PIC X(1).
          88 WS-FL-IS-INFLOW           VALUE "I".
          88 WS-FL-IS-OUTFLOW          VALUE "O".
       01 WS-FL-ACCEPTED               PIC 9.

      * Running position while a currency is printed
       01 WS-RUNNING                   PIC S9(17) COMP-3.
       01 WS-DAY-NET                   PIC S9(17) COMP-3.

      * Date-routine call fields (see SAFE-DATETIME.cob)
       01 WS-DT-YEAR                   PIC 9(4).
       01 WS-DT-MONTH                  PIC 9(2).
       01 WS-DT-DAY                    PIC 9(2).
       01 WS-DT-DAYS                   PIC S9(8) COMP-3.
       01 WS-DT-RESULT                 PIC 9.
       01 WS-DT-CURRENCY-1             PIC X(3).
       01 WS-DT-CURRENCY-2             PIC X(3).
       01 WS-ROLLED-DATE               PIC 9(8).

      * Standing-order occurrence walk
       01 WS-NEXT-DATE                 PIC 9(8).
       01 WS-WALK-DONE                 PIC 9 VALUE 0.
       01 WS-WALK-STEPS                PIC 9(3).
       01 WS-WALK-CAP                  PIC 9(3) VALUE 60.

      * FX deal value date
       01 WS-DEAL-VALUE-DATE           PIC 9(8).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-CURRENCY-LINE.
          05 FILLER                    PIC X(2).
          05 WS-CL-LABEL               PIC X(9).
          05 WS-CL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(3).
          05 WS-CL-TEXT                PIC X(25).
          05 WS-CL-OPENING             PIC -Z(16)9.
          05 FILLER                    PIC X(3).
          05 WS-CL-NOTE                PIC X(70).

       01 WS-DAY-LINE.
          05 FILLER                    PIC X(4).
          05 WS-DL-DAY                 PIC Z9.
          05 FILLER                    PIC X(2).
          05 WS-DL-DATE                PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-INFLOWS             PIC -Z(16)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-OUTFLOWS            PIC -Z(16)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-NET                 PIC -Z(16)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-CLOSING             PIC -Z(16)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-NOTE                PIC X(36).

       01 WS-SHORT-LINE.
          05 FILLER                    PIC X(4).
          05 WS-SH-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(4).
          05 WS-SH-DAYS                PIC Z9.
          05 FILLER                    PIC X(4).
          05 WS-SH-FIRST               PIC 9(8).
          05 FILLER                    PIC X(4).
          05 WS-SH-WORST-DATE          PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-SH-WORST               PIC -Z(16)9.
          05 FILLER                    PIC X(76).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-FORECAST-PARM
           PERFORM OPEN-FILES
           PERFORM BUILD-FORECAST-DAYS

           PERFORM LOAD-NOSTRO-BALANCES
           PERFORM PROJECT-STANDING-ORDERS
           PERFORM PROJECT-RELEASED-PAYMENTS
           PERFORM PROJECT-HELD-PAYMENTS
           PERFORM PROJECT-COLLECTIONS
           PERFORM PROJECT-FX-DEALS

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CURRENCY-COUNT
              PERFORM REPORT-ONE-CURRENCY
           END-PERFORM
           PERFORM WRITE-FUNDING-SUMMARY
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "LIQFCST: " WS-CURRENCY-COUNT " currenc(y/ies) "
              "forecast over " WS-HORIZON " business day(s) from "
              WS-BUSINESS-DATE ", " WS-SHORT-CURRENCY-COUNT
              " going short"

           EVALUATE TRUE
              WHEN WS-OVERFLOW-COUNT > 0
                 DISPLAY "LIQFCST: forecast incomplete - "
                    WS-OVERFLOW-COUNT " item(s) did not fit"
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-SHORT-CURRENCY-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
                 CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-EVALUATE
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * READ-FORECAST-PARM: 'YYYYMMDD,NN' - a numeric business date
      * (default today) and a numeric horizon in business days
      * (default 10, held to 1 through 30)
      *================================================================
       READ-FORECAST-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:8) IS NUMERIC
              MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           IF WS-PARM(10:2) IS NUMERIC
              MOVE WS-PARM(10:2) TO WS-HORIZON
           END-IF
           IF WS-HORIZON = 0
              MOVE 10 TO WS-HORIZON
           END-IF
           IF WS-HORIZON > WS-HORIZON-MAX
              DISPLAY "LIQFCST: horizon " WS-HORIZON
                 " held to " WS-HORIZON-MAX " business days"
              MOVE WS-HORIZON-MAX TO WS-HORIZON
           END-IF.

       READ-FORECAST-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT NOSTBAL-FILE
           IF WS-NB-FILE-STATUS NOT = "00"
              DISPLAY "LIQFCST: cannot open NOSTBAL, status="
                 WS-NB-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT STORDMST-FILE
           IF WS-SM-FILE-STATUS NOT = "00"
              DISPLAY "LIQFCST: cannot open STORDMST, status="
                 WS-SM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PAYGOOD-FILE
           IF WS-PG-FILE-STATUS NOT = "00"
              DISPLAY "LIQFCST: cannot open PAYGOOD, status="
                 WS-PG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PAYPEND-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
              DISPLAY "LIQFCST: cannot open PAYPEND, status="
                 WS-PP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT COLLOK-FILE
           IF WS-CL-FILE-STATUS NOT = "00"
              DISPLAY "LIQFCST: cannot open COLLOK, status="
                 WS-CL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FXDEAL-FILE
           IF WS-DL-FILE-STATUS NOT = "00"
              DISPLAY "LIQFCST: cannot open FXDEAL, status="
                 WS-DL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LIQFRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "LIQFCST: cannot open LIQFRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * BUILD-FORECAST-DAYS: the business date, then each next
      * business day by ADD-BUSINESS-DAYS
      *================================================================
       BUILD-FORECAST-DAYS SECTION.
           MOVE WS-BUSINESS-DATE TO WS-FD-DATE(1)
           MOVE WS-BUSINESS-DATE(1:4) TO WS-DT-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-DT-MONTH
           MOVE WS-BUSINESS-DATE(7:2) TO WS-DT-DAY
           MOVE 1 TO WS-DT-DAYS

           PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                   UNTIL WS-DAY-IDX > WS-HORIZON
              CALL "ADD-BUSINESS-DAYS" USING WS-DT-YEAR WS-DT-MONTH
                  WS-DT-DAY WS-DT-DAYS WS-DT-RESULT
              COMPUTE WS-FD-DATE(WS-DAY-IDX) = WS-DT-YEAR * 10000
                 + WS-DT-MONTH * 100 + WS-DT-DAY
           END-PERFORM

           MOVE WS-FD-DATE(WS-HORIZON) TO WS-LAST-FORECAST-DATE.

       BUILD-FORECAST-DAYS-EXIT.
           EXIT.

      *================================================================
      * LOAD-NOSTRO-BALANCES: the newest closing balance for each
      * nostro account, then summed into its currency's opening
      * position
      *================================================================
       LOAD-NOSTRO-BALANCES SECTION.
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
              READ NOSTBAL-FILE
                 AT END
                    MOVE 1 TO WS-EOF
                 NOT AT END
                    PERFORM HOLD-ONE-BALANCE
              END-READ
           END-PERFORM

           PERFORM VARYING WS-NO-IDX FROM 1 BY 1
                   UNTIL WS-NO-IDX > WS-NOSTRO-COUNT
              MOVE WS-NO-CURRENCY(WS-NO-IDX) TO WS-FL-CURRENCY
              PERFORM FIND-CURRENCY-ENTRY
              IF WS-CC-FOUND > 0
                 ADD WS-NO-BALANCE(WS-NO-IDX)
                    TO WS-CC-OPENING(WS-CC-FOUND)
                 MOVE 1 TO WS-CC-HAS-BALANCE(WS-CC-FOUND)
                 IF WS-NO-DATE(WS-NO-IDX)
                    > WS-CC-BALANCE-DATE(WS-CC-FOUND)
                    MOVE WS-NO-DATE(WS-NO-IDX)
                       TO WS-CC-BALANCE-DATE(WS-CC-FOUND)
                 END-IF
              END-IF
           END-PERFORM.

       LOAD-NOSTRO-BALANCES-EXIT.
           EXIT.

      *================================================================
      * HOLD-ONE-BALANCE: a later statement for an account already
      * held replaces the earlier one
      *================================================================
       HOLD-ONE-BALANCE SECTION.
           ADD 1 TO WS-BALANCES-READ
           IF NB-CURRENCY = SPACES OR NB-CLOSING-MINOR IS NOT NUMERIC
              ADD 1 TO WS-UNREADABLE-COUNT
              GO TO HOLD-ONE-BALANCE-EXIT
           END-IF

           MOVE 0 TO WS-NO-FOUND
           PERFORM VARYING WS-NO-IDX FROM 1 BY 1
                   UNTIL WS-NO-IDX > WS-NOSTRO-COUNT
                      OR WS-NO-FOUND > 0
              IF WS-NO-IBAN(WS-NO-IDX) = NB-ACCOUNT-IBAN
                 AND WS-NO-CURRENCY(WS-NO-IDX) = NB-CURRENCY
                 MOVE WS-NO-IDX TO WS-NO-FOUND
              END-IF
           END-PERFORM

           IF WS-NO-FOUND = 0
              IF WS-NOSTRO-COUNT >= WS-NOSTRO-MAX
                 ADD 1 TO WS-OVERFLOW-COUNT
                 DISPLAY "LIQFCST: nostro table full - balance for "
                    NB-ACCOUNT-IBAN " left out"
                 GO TO HOLD-ONE-BALANCE-EXIT
              END-IF
              ADD 1 TO WS-NOSTRO-COUNT
              MOVE WS-NOSTRO-COUNT TO WS-NO-FOUND
              MOVE NB-ACCOUNT-IBAN TO WS-NO-IBAN(WS-NO-FOUND)
              MOVE NB-CURRENCY TO WS-NO-CURRENCY(WS-NO-FOUND)
              MOVE 0 TO WS-NO-DATE(WS-NO-FOUND)
           END-IF

           IF NB-BALANCE-DATE >= WS-NO-DATE(WS-NO-FOUND)
              MOVE NB-CLOSING-MINOR TO WS-NO-BALANCE(WS-NO-FOUND)
              MOVE NB-BALANCE-DATE TO WS-NO-DATE(WS-NO-FOUND)
           END-IF.

       HOLD-ONE-BALANCE-EXIT.
           EXIT.

      *================================================================
      * PROJECT-STANDING-ORDERS
      *================================================================
       PROJECT-STANDING-ORDERS SECTION.
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
              READ STORDMST-FILE
                 AT END
                    MOVE 1 TO WS-EOF
                 NOT AT END
                    IF SO-IS-ACTIVE
                       PERFORM WALK-ONE-ORDER
                    END-IF
              END-READ
           END-PERFORM.

       PROJECT-STANDING-ORDERS-EXIT.
           EXIT.

      *================================================================
      * WALK-ONE-ORDER: the order's occurrences after its last-run
      * date through the horizon's last day - a brand-new order
      * walks from the day before the business date, as STANDORD
      * seeds it
      *================================================================
       WALK-ONE-ORDER SECTION.
           IF SO-AMOUNT-MINOR IS NOT NUMERIC
              OR SO-LAST-RUN-DATE IS NOT NUMERIC
              ADD 1 TO WS-UNREADABLE-COUNT
              GO TO WALK-ONE-ORDER-EXIT
           END-IF

           IF SO-LAST-RUN-DATE = 0
              MOVE WS-BUSINESS-DATE(1:4) TO WS-DT-YEAR
              MOVE WS-BUSINESS-DATE(5:2) TO WS-DT-MONTH
              MOVE WS-BUSINESS-DATE(7:2) TO WS-DT-DAY
              MOVE -1 TO WS-DT-DAYS
              CALL "ADD-DAYS" USING WS-DT-YEAR WS-DT-MONTH
                  WS-DT-DAY WS-DT-DAYS WS-DT-RESULT
           ELSE
              MOVE SO-LAST-RUN-DATE(1:4) TO WS-DT-YEAR
              MOVE SO-LAST-RUN-DATE(5:2) TO WS-DT-MONTH
              MOVE SO-LAST-RUN-DATE(7:2) TO WS-DT-DAY
           END-IF

           MOVE 0 TO WS-WALK-DONE
           MOVE 0 TO WS-WALK-STEPS
           PERFORM UNTIL WS-WALK-DONE = 1
              CALL "NEXT-RUN-DATE" USING SO-RULE-FREQUENCY
                  SO-RULE-ANCHOR-DAY SO-RULE-WEEKDAY
                  SO-RULE-ORDINAL SO-RULE-ADJUSTMENT
                  WS-DT-YEAR WS-DT-MONTH WS-DT-DAY WS-DT-RESULT
              ADD 1 TO WS-WALK-STEPS
              IF WS-DT-RESULT NOT = 1
                 ADD 1 TO WS-BAD-RULE-COUNT
                 MOVE 1 TO WS-WALK-DONE
              ELSE
                 COMPUTE WS-NEXT-DATE = WS-DT-YEAR * 10000
                    + WS-DT-MONTH * 100 + WS-DT-DAY
                 IF WS-NEXT-DATE > WS-LAST-FORECAST-DATE
                    OR WS-WALK-STEPS > WS-WALK-CAP
                    MOVE 1 TO WS-WALK-DONE
                 ELSE
                    MOVE SO-CURRENCY TO WS-FL-CURRENCY
                    MOVE WS-NEXT-DATE TO WS-FL-DATE
                    MOVE SO-AMOUNT-MINOR TO WS-FL-AMOUNT
                    MOVE "O" TO WS-FL-DIRECTION
                    PERFORM ADD-FLOW
                    ADD WS-FL-ACCEPTED TO WS-ORDER-FLOWS
                 END-IF
              END-IF
           END-PERFORM.

       WALK-ONE-ORDER-EXIT.
           EXIT.

      *================================================================
      * PROJECT-RELEASED-PAYMENTS: validated instructions on their
      * execution dates
      *================================================================
       PROJECT-RELEASED-PAYMENTS SECTION.
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
              READ PAYGOOD-FILE
                 AT END
                    MOVE 1 TO WS-EOF
                 NOT AT END
                    MOVE PY-CURRENCY TO WS-FL-CURRENCY
                    MOVE PY-EXEC-DATE TO WS-FL-DATE
                    MOVE "O" TO WS-FL-DIRECTION
                    IF PY-AMOUNT-MINOR IS NUMERIC
                       MOVE PY-AMOUNT-MINOR TO WS-FL-AMOUNT
                       PERFORM ADD-FLOW
                       ADD WS-FL-ACCEPTED TO WS-PAYGOOD-FLOWS
                    ELSE
                       ADD 1 TO WS-UNREADABLE-COUNT
                    END-IF
              END-READ
           END-PERFORM.

       PROJECT-RELEASED-PAYMENTS-EXIT.
           EXIT.

      *================================================================
      * PROJECT-HELD-PAYMENTS: every instruction on the release
      * queue that can still go - pending, screening-held or
      * approved; a rejected one never leaves
      *================================================================
       PROJECT-HELD-PAYMENTS SECTION.
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
              READ PAYPEND-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-EOF
                 NOT AT END
                    IF NOT PP-IS-REJECTED
                       MOVE PP-CURRENCY TO WS-FL-CURRENCY
                       MOVE PP-EXEC-DATE TO WS-FL-DATE
                       MOVE PP-AMOUNT-MINOR TO WS-FL-AMOUNT
                       MOVE "O" TO WS-FL-DIRECTION
                       PERFORM ADD-FLOW
                       ADD WS-FL-ACCEPTED TO WS-PAYPEND-FLOWS
                    END-IF
              END-READ
           END-PERFORM.

       PROJECT-HELD-PAYMENTS-EXIT.
           EXIT.

      *================================================================
      * PROJECT-COLLECTIONS: approved direct debits on their
      * collection dates
      *================================================================
       PROJECT-COLLECTIONS SECTION.
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
              READ COLLOK-FILE
                 AT END
                    MOVE 1 TO WS-EOF
                 NOT AT END
                    MOVE CL-CURRENCY TO WS-FL-CURRENCY
                    MOVE CL-COLLECT-DATE TO WS-FL-DATE
                    MOVE "I" TO WS-FL-DIRECTION
                    IF CL-AMOUNT-MINOR IS NUMERIC
                       MOVE CL-AMOUNT-MINOR TO WS-FL-AMOUNT
                       PERFORM ADD-FLOW
                       ADD WS-FL-ACCEPTED TO WS-COLLECTION-FLOWS
                    ELSE
                       ADD 1 TO WS-UNREADABLE-COUNT
                    END-IF
              END-READ
           END-PERFORM.

       PROJECT-COLLECTIONS-EXIT.
           EXIT.

      *================================================================
      * PROJECT-FX-DEALS: each open deal's bought currency comes in
      * and its sold currency goes out on the value date
      *================================================================
       PROJECT-FX-DEALS SECTION.
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
              READ FXDEAL-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-EOF
                 NOT AT END
                    IF DL-IS-OPEN
                       PERFORM PROJECT-ONE-DEAL
                    END-IF
              END-READ
           END-PERFORM.

       PROJECT-FX-DEALS-EXIT.
           EXIT.

      *================================================================
      * PROJECT-ONE-DEAL: a deal captured without a value date
      * settles spot from its trade date
      *================================================================
       PROJECT-ONE-DEAL SECTION.
           MOVE DL-VALUE-DATE TO WS-DEAL-VALUE-DATE
           IF WS-DEAL-VALUE-DATE = 0
              AND DL-TRADE-DATE IS NUMERIC
              AND DL-TRADE-DATE > 0
              MOVE DL-BUY-CURRENCY TO WS-DT-CURRENCY-1
              MOVE DL-SELL-CURRENCY TO WS-DT-CURRENCY-2
              MOVE DL-TRADE-DATE(1:4) TO WS-DT-YEAR
              MOVE DL-TRADE-DATE(5:2) TO WS-DT-MONTH
              MOVE DL-TRADE-DATE(7:2) TO WS-DT-DAY
              CALL "FX-SETTLEMENT-DATE" USING WS-DT-CURRENCY-1
                  WS-DT-CURRENCY-2 WS-DT-YEAR WS-DT-MONTH
                  WS-DT-DAY WS-DT-RESULT
              COMPUTE WS-DEAL-VALUE-DATE = WS-DT-YEAR * 10000
                 + WS-DT-MONTH * 100 + WS-DT-DAY
           END-IF

           MOVE DL-BUY-CURRENCY TO WS-FL-CURRENCY
           MOVE WS-DEAL-VALUE-DATE TO WS-FL-DATE
           MOVE DL-BUY-AMOUNT-MINOR TO WS-FL-AMOUNT
           MOVE "I" TO WS-FL-DIRECTION
           PERFORM ADD-FLOW
           ADD WS-FL-ACCEPTED TO WS-FX-LEG-FLOWS

           MOVE DL-SELL-CURRENCY TO WS-FL-CURRENCY
           MOVE WS-DEAL-VALUE-DATE TO WS-FL-DATE
           MOVE DL-SELL-AMOUNT-MINOR TO WS-FL-AMOUNT
           MOVE "O" TO WS-FL-DIRECTION
           PERFORM ADD-FLOW
           ADD WS-FL-ACCEPTED TO WS-FX-LEG-FLOWS.

       PROJECT-ONE-DEAL-EXIT.
           EXIT.

      *================================================================
      * ADD-FLOW: WS-FL-AMOUNT in WS-FL-CURRENCY, in or out, onto
      * the forecast day its currency can actually move it on
      * Output: WS-FL-ACCEPTED (1=projected, 0=not)
      *================================================================
       ADD-FLOW SECTION.
           MOVE 0 TO WS-FL-ACCEPTED
           IF WS-FL-CURRENCY = SPACES
              OR WS-FL-DATE IS NOT NUMERIC
              OR WS-FL-DATE = 0
              ADD 1 TO WS-UNREADABLE-COUNT
              GO TO ADD-FLOW-EXIT
           END-IF

           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CC-FOUND = 0
              GO TO ADD-FLOW-EXIT
           END-IF

      *    Overdue money is still due - it lands on day one
           IF WS-FL-DATE < WS-BUSINESS-DATE
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE 1 TO WS-DAY-IDX
              PERFORM BOOK-FLOW-ON-DAY
              GO TO ADD-FLOW-EXIT
           END-IF

           MOVE WS-FL-DATE(1:4) TO WS-DT-YEAR
           MOVE WS-FL-DATE(5:2) TO WS-DT-MONTH
           MOVE WS-FL-DATE(7:2) TO WS-DT-DAY
           CALL "CURRENCY-DATE-ROLL" USING WS-FL-CURRENCY
               WS-DT-YEAR WS-DT-MONTH WS-DT-DAY WS-DT-RESULT
           COMPUTE WS-ROLLED-DATE = WS-DT-YEAR * 10000
              + WS-DT-MONTH * 100 + WS-DT-DAY

           IF WS-ROLLED-DATE > WS-LAST-FORECAST-DATE
              ADD 1 TO WS-BEYOND-HORIZON-COUNT
              ADD 1 TO WS-CC-BEYOND(WS-CC-FOUND)
              GO TO ADD-FLOW-EXIT
           END-IF

           MOVE 0 TO WS-DAY-IDX
           PERFORM VARYING WS-SEEK-IDX FROM 1 BY 1
                   UNTIL WS-SEEK-IDX > WS-HORIZON OR WS-DAY-IDX > 0
              IF WS-FD-DATE(WS-SEEK-IDX) >= WS-ROLLED-DATE
                 MOVE WS-SEEK-IDX TO WS-DAY-IDX
              END-IF
           END-PERFORM
           PERFORM BOOK-FLOW-ON-DAY.

       ADD-FLOW-EXIT.
           EXIT.

      *================================================================
      * BOOK-FLOW-ON-DAY: the flow onto forecast day WS-DAY-IDX of
      * currency WS-CC-FOUND
      *================================================================
       BOOK-FLOW-ON-DAY SECTION.
           IF WS-FL-IS-INFLOW
              ADD WS-FL-AMOUNT TO WS-CC-IN(WS-CC-FOUND, WS-DAY-IDX)
           ELSE
              ADD WS-FL-AMOUNT TO WS-CC-OUT(WS-CC-FOUND, WS-DAY-IDX)
           END-IF
           MOVE 1 TO WS-FL-ACCEPTED.

       BOOK-FLOW-ON-DAY-EXIT.
           EXIT.

      *================================================================
      * FIND-CURRENCY-ENTRY: WS-FL-CURRENCY's forecast entry, opened
      * empty the first time the currency is seen
      * Output: WS-CC-FOUND (0 when the table is full)
      *================================================================
       FIND-CURRENCY-ENTRY SECTION.
           MOVE 0 TO WS-CC-FOUND
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CURRENCY-COUNT
                      OR WS-CC-FOUND > 0
              IF WS-CC-CURRENCY(WS-CC-IDX) = WS-FL-CURRENCY
                 MOVE WS-CC-IDX TO WS-CC-FOUND
              END-IF
           END-PERFORM
           IF WS-CC-FOUND > 0
              GO TO FIND-CURRENCY-ENTRY-EXIT
           END-IF

           IF WS-CURRENCY-COUNT >= WS-CURRENCY-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              DISPLAY "LIQFCST: currency table full - "
                 WS-FL-CURRENCY " left out"
              GO TO FIND-CURRENCY-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-CURRENCY-COUNT
           MOVE WS-CURRENCY-COUNT TO WS-CC-FOUND
           MOVE WS-FL-CURRENCY TO WS-CC-CURRENCY(WS-CC-FOUND)
           MOVE 0 TO WS-CC-HAS-BALANCE(WS-CC-FOUND)
           MOVE 0 TO WS-CC-OPENING(WS-CC-FOUND)
           MOVE 0 TO WS-CC-BALANCE-DATE(WS-CC-FOUND)
           MOVE 0 TO WS-CC-BEYOND(WS-CC-FOUND)
           MOVE 0 TO WS-CC-SHORT-DAYS(WS-CC-FOUND)
           MOVE 0 TO WS-CC-FIRST-SHORT(WS-CC-FOUND)
           MOVE 0 TO WS-CC-WORST(WS-CC-FOUND)
           MOVE 0 TO WS-CC-WORST-DATE(WS-CC-FOUND)
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-HORIZON-MAX
              MOVE 0 TO WS-CC-IN(WS-CC-FOUND, WS-DAY-IDX)
              MOVE 0 TO WS-CC-OUT(WS-CC-FOUND, WS-DAY-IDX)
           END-PERFORM.

       FIND-CURRENCY-ENTRY-EXIT.
           EXIT.

      *================================================================
      * REPORT-ONE-CURRENCY: the opening position, then day by day
      * the flows and the projected closing, short days marked
      *================================================================
       REPORT-ONE-CURRENCY SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-CURRENCY-LINE
           MOVE "CURRENCY" TO WS-CL-LABEL
           MOVE WS-CC-CURRENCY(WS-CC-IDX) TO WS-CL-CURRENCY
           MOVE "OPENING NOSTRO BALANCE" TO WS-CL-TEXT
           MOVE WS-CC-OPENING(WS-CC-IDX) TO WS-CL-OPENING
           IF WS-CC-HAS-BALANCE(WS-CC-IDX) = 1
              STRING "AS AT " WS-CC-BALANCE-DATE(WS-CC-IDX)
                 DELIMITED BY SIZE INTO WS-CL-NOTE
           ELSE
              MOVE "NO NOSTRO BALANCE ON NOSTBAL - STARTS FROM ZERO"
                 TO WS-CL-NOTE
           END-IF
           WRITE LIQFRPT-RECORD FROM WS-CURRENCY-LINE

           MOVE WS-CC-OPENING(WS-CC-IDX) TO WS-RUNNING
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-HORIZON
              COMPUTE WS-DAY-NET = WS-CC-IN(WS-CC-IDX, WS-DAY-IDX)
                 - WS-CC-OUT(WS-CC-IDX, WS-DAY-IDX)
              ADD WS-DAY-NET TO WS-RUNNING

              MOVE SPACES TO WS-DAY-LINE
              MOVE WS-DAY-IDX TO WS-DL-DAY
              MOVE WS-FD-DATE(WS-DAY-IDX) TO WS-DL-DATE
              MOVE WS-CC-IN(WS-CC-IDX, WS-DAY-IDX) TO WS-DL-INFLOWS
              MOVE WS-CC-OUT(WS-CC-IDX, WS-DAY-IDX)
                 TO WS-DL-OUTFLOWS
              MOVE WS-DAY-NET TO WS-DL-NET
              MOVE WS-RUNNING TO WS-DL-CLOSING
              IF WS-RUNNING < 0
                 MOVE "SHORT - FUND BEFORE CUT-OFF" TO WS-DL-NOTE
                 ADD 1 TO WS-CC-SHORT-DAYS(WS-CC-IDX)
                 IF WS-CC-FIRST-SHORT(WS-CC-IDX) = 0
                    MOVE WS-FD-DATE(WS-DAY-IDX)
                       TO WS-CC-FIRST-SHORT(WS-CC-IDX)
                 END-IF
                 IF WS-RUNNING < WS-CC-WORST(WS-CC-IDX)
                    MOVE WS-RUNNING TO WS-CC-WORST(WS-CC-IDX)
                    MOVE WS-FD-DATE(WS-DAY-IDX)
                       TO WS-CC-WORST-DATE(WS-CC-IDX)
                 END-IF
              END-IF
              WRITE LIQFRPT-RECORD FROM WS-DAY-LINE
           END-PERFORM

           IF WS-CC-SHORT-DAYS(WS-CC-IDX) > 0
              ADD 1 TO WS-SHORT-CURRENCY-COUNT
           END-IF

           IF WS-CC-BEYOND(WS-CC-IDX) > 0
              MOVE SPACES TO WS-HEADING-LINE
              MOVE WS-CC-BEYOND(WS-CC-IDX) TO WS-RPT-COUNT
              STRING "        " WS-RPT-COUNT
                 " FLOW(S) DUE AFTER THE HORIZON NOT PROJECTED"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
              WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE
           END-IF.

       REPORT-ONE-CURRENCY-EXIT.
           EXIT.

      *================================================================
      * WRITE-FUNDING-SUMMARY: every currency that goes short, with
      * its first short day and its deepest shortfall
      *================================================================
       WRITE-FUNDING-SUMMARY SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "FUNDING REQUIRED" TO WS-HL-TEXT
           WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE

           IF WS-SHORT-CURRENCY-COUNT = 0
              MOVE SPACES TO WS-HEADING-LINE
              MOVE "    NO CURRENCY GOES SHORT OVER THE HORIZON"
                 TO WS-HL-TEXT
              WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE
              GO TO WRITE-FUNDING-SUMMARY-EXIT
           END-IF

           MOVE SPACES TO WS-HEADING-LINE
           STRING "    CCY  DAYS    FIRST SHORT DEEPEST ON "
              "        SHORTFALL"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CURRENCY-COUNT
              IF WS-CC-SHORT-DAYS(WS-CC-IDX) > 0
                 MOVE SPACES TO WS-SHORT-LINE
                 MOVE WS-CC-CURRENCY(WS-CC-IDX) TO WS-SH-CURRENCY
                 MOVE WS-CC-SHORT-DAYS(WS-CC-IDX) TO WS-SH-DAYS
                 MOVE WS-CC-FIRST-SHORT(WS-CC-IDX) TO WS-SH-FIRST
                 MOVE WS-CC-WORST-DATE(WS-CC-IDX) TO WS-SH-WORST-DATE
                 MOVE WS-CC-WORST(WS-CC-IDX) TO WS-SH-WORST
                 WRITE LIQFRPT-RECORD FROM WS-SHORT-LINE
              END-IF
           END-PERFORM.

       WRITE-FUNDING-SUMMARY-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "LIQFCST - NOSTRO LIQUIDITY FORECAST FROM "
              WS-BUSINESS-DATE " OVER " WS-HORIZON
              " BUSINESS DAYS (AMOUNTS IN MINOR UNITS)"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "   DAY  DATE                 INFLOWS  "
              "          OUTFLOWS                 NET  "
              " PROJECTED CLOSING  NOTE"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE LIQFRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NOSTRO BALANCES READ" TO WS-RPT-LABEL
           MOVE WS-BALANCES-READ TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STANDING-ORDER OCCURRENCES" TO WS-RPT-LABEL
           MOVE WS-ORDER-FLOWS TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYGOOD INSTRUCTIONS" TO WS-RPT-LABEL
           MOVE WS-PAYGOOD-FLOWS TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYPEND HELD INSTRUCTIONS" TO WS-RPT-LABEL
           MOVE WS-PAYPEND-FLOWS TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "COLLOK COLLECTIONS" TO WS-RPT-LABEL
           MOVE WS-COLLECTION-FLOWS TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FX DEAL LEGS" TO WS-RPT-LABEL
           MOVE WS-FX-LEG-FLOWS TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "OVERDUE, PUT ON DAY ONE" TO WS-RPT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BEYOND THE HORIZON" TO WS-RPT-LABEL
           MOVE WS-BEYOND-HORIZON-COUNT TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "UNREADABLE, LEFT OUT" TO WS-RPT-LABEL
           MOVE WS-UNREADABLE-COUNT TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ORDERS WITH UNUSABLE RULES" TO WS-RPT-LABEL
           MOVE WS-BAD-RULE-COUNT TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CURRENCIES GOING SHORT" TO WS-RPT-LABEL
           MOVE WS-SHORT-CURRENCY-COUNT TO WS-RPT-COUNT
           WRITE LIQFRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE NOSTBAL-FILE
           CLOSE STORDMST-FILE
           CLOSE PAYGOOD-FILE
           CLOSE PAYPEND-FILE
           CLOSE COLLOK-FILE
           CLOSE FXDEAL-FILE
           CLOSE LIQFRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM LIQFCST.
