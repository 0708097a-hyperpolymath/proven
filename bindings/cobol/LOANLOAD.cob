      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven LoanLoad - loan master loader and repayment schedule
      * print for COBOL
      *

      *================================================================
      * The lending team books a loan by card rather than by
      * spreadsheet. This loader, in the ACCTLMLD mould, lands the
      * LOANCARD control file onto the LOANMAST loan master KSDS
      * that LOANBILL bills instalments from, one record per loan
      * keyed on the nine-byte loan ID.
      *
      * Each card carries the loan's account (which must be open on
      * the ACCTMAST account master, in the loan's currency - the
      * customer is taken from the account), the principal lent in
      * minor units, the fixed annual rate in percent, the day-count
      * convention and MONEY-ROUNDING-MODE code, the repayment
      * method (A level annuity, P level principal, I interest only
      * with a balloon), the number of instalments and the months
      * between them, the drawdown date and the first scheduled
      * instalment date, and how the instalments are billed - D by
      * direct debit under the mandate and debtor IBAN the card
      * names, or I by invoice. The schedule is built by the SAFE-
      * INTEREST entry point for the method (AMORT-ANNUITY, AMORT-
      * LEVEL-PRINCIPAL or AMORT-INTEREST-ONLY); a card whose
      * schedule cannot be built is refused with the reason, and
      * every loan loaded has its whole schedule printed on LOANRPT
      * for the lending team to check against the offer letter.
      *
      * A loan already on file is replaced outright while nothing
      * has been billed on it. Once LOANBILL has billed an
      * instalment only the billing details may change - a card
      * that changes the terms of a loan in repayment is refused,
      * since the instalments already billed were billed on the old
      * schedule. Any refusal sets COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANLOAD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANCARD-FILE ASSIGN TO "LOANCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT LOANMAST-FILE ASSIGN TO "LOANMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-LOAN-ID
              FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT LOANRPT-FILE ASSIGN TO "LOANRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One loan per card: its terms, then how it is billed (the
      * mandate and debtor IBAN for direct debit only)
       FD  LOANCARD-FILE
           RECORD CONTAINS 123 CHARACTERS.
       01  LOANCARD-RECORD.
           05 LC-LOAN-ID                PIC X(9).
           05 LC-ACCOUNT-ID             PIC X(12).
           05 LC-CURRENCY               PIC X(3).
           05 LC-PRINCIPAL-TEXT         PIC X(15).
           05 LC-ANNUAL-RATE            PIC 9(3)V9(6).
           05 LC-CONVENTION             PIC 9(1).
           05 LC-ROUNDING-MODE          PIC 9(1).
           05 LC-METHOD                 PIC X(1).
           05 LC-INSTALMENT-COUNT       PIC 9(3).
           05 LC-FREQUENCY-MONTHS       PIC 9(2).
           05 LC-DRAWDOWN-DATE          PIC 9(8).
           05 LC-FIRST-DUE-DATE         PIC 9(8).
           05 LC-BILLING-METHOD         PIC X(1).
           05 LC-MANDATE-ID             PIC X(16).
           05 LC-DEBTOR-IBAN            PIC X(34).

      * The loan master LOANBILL bills from
       FD  LOANMAST-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  LOANMAST-RECORD.
           05 LN-LOAN-ID                PIC X(9).
           05 LN-ACCOUNT-ID             PIC X(12).
           05 LN-CUSTOMER-ID            PIC X(36).
           05 LN-CURRENCY               PIC X(3).
           05 LN-PRINCIPAL-MINOR        PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 LN-ANNUAL-RATE            PIC 9(3)V9(6).
           05 LN-CONVENTION             PIC 9(1).
           05 LN-ROUNDING-MODE          PIC 9(1).
           05 LN-METHOD                 PIC X(1).
              88 LN-ANNUITY             VALUE "A".
              88 LN-LEVEL-PRINCIPAL     VALUE "P".
              88 LN-INTEREST-ONLY       VALUE "I".
           05 LN-INSTALMENT-COUNT       PIC 9(3).
           05 LN-FREQUENCY-MONTHS       PIC 9(2).
           05 LN-DRAWDOWN-DATE          PIC 9(8).
           05 LN-FIRST-DUE-DATE         PIC 9(8).
           05 LN-LEVEL-AMOUNT           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 LN-BILLING-METHOD         PIC X(1).
              88 LN-BILL-DIRECT-DEBIT   VALUE "D".
              88 LN-BILL-INVOICE        VALUE "I".
           05 LN-MANDATE-ID             PIC X(16).
           05 LN-DEBTOR-IBAN            PIC X(34).
           05 LN-STATUS                 PIC X(1).
              88 LN-ACTIVE              VALUE "A".
              88 LN-FULLY-BILLED        VALUE "P".
           05 LN-LAST-BILLED-NUMBER     PIC 9(3).
           05 LN-LAST-BILLED-DATE       PIC 9(8).
           05 LN-BILLED-PRINCIPAL       PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 LN-BILLED-INTEREST        PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 LN-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(22).

      * Account master KSDS as ACCTMNT maintains it
       FD  ACCTMAST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  ACCTMAST-RECORD.
           05 AM-ACCOUNT-ID             PIC X(12).
           05 AM-CUSTOMER-ID            PIC X(36).
           05 AM-PRODUCT-CODE           PIC X(8).
           05 AM-BASE-CURRENCY          PIC X(3).
           05 AM-OPEN-DATE              PIC 9(8).
           05 AM-CLOSE-DATE             PIC 9(8).
           05 AM-STATUS                 PIC X(1).
              88 AM-IS-OPEN             VALUE "O".
              88 AM-IS-CLOSED           VALUE "C".
           05 AM-LAST-CHANGED-DATE      PIC 9(8).
           05 AM-LAST-CHANGED-BY        PIC X(8).
           05 FILLER                    PIC X(28).

       FD  LOANRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOANRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-LC-FILE-STATUS            PIC X(2).
       01 WS-LN-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-LC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-CARDS-READ                PIC 9(6) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(6) VALUE 0.
       01 WS-BILLING-CHANGED-COUNT     PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(6) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(6) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-LOAN-ON-FILE              PIC 9 VALUE 0.
       01 WS-REFUSAL-REASON            PIC X(50).
       01 WS-PRINCIPAL-MINOR           PIC S9(15) COMP-3.

      * SAFE-INTEREST schedule call fields (see AMORT-ANNUITY in
      * SAFE-INTEREST.cob); the schedule mirrors LS-AMORT-SCHEDULE
      * field for field
       01 WS-SC-PRINCIPAL              PIC S9(15) COMP-3.
       01 WS-SC-RATE                   PIC 9(3)V9(6).
       01 WS-SC-CONVENTION             PIC 9.
       01 WS-SC-ROUNDING               PIC 9.
       01 WS-SC-CURRENCY               PIC X(3).
       01 WS-SC-DRAW-YEAR              PIC 9(4).
       01 WS-SC-DRAW-MONTH             PIC 9(2).
       01 WS-SC-DRAW-DAY               PIC 9(2).
       01 WS-SC-FIRST-YEAR             PIC 9(4).
       01 WS-SC-FIRST-MONTH            PIC 9(2).
       01 WS-SC-FIRST-DAY              PIC 9(2).
       01 WS-SC-COUNT                  PIC 9(3).
       01 WS-SC-FREQUENCY              PIC 9(2).
       01 WS-SC-LEVEL-AMOUNT           PIC S9(15) COMP-3.
       01 WS-SC-STATUS                 PIC S9(4) COMP.
       01 WS-SC-ERROR-MSG              PIC X(50).
       01 WS-SC-SCHEDULE.
          05 WS-SC-ENTRY OCCURS 360 TIMES.
             10 WS-SC-DUE-DATE         PIC 9(8).
             10 WS-SC-ACCRUAL-START    PIC 9(8).
             10 WS-SC-ACCRUAL-END      PIC 9(8).
             10 WS-SC-INTEREST         PIC S9(15) COMP-3.
             10 WS-SC-INST-PRINCIPAL   PIC S9(15) COMP-3.
             10 WS-SC-INSTALMENT       PIC S9(15) COMP-3.
             10 WS-SC-BALANCE          PIC S9(15) COMP-3.
       01 WS-SC-IDX                    PIC 9(3) VALUE 0.
       01 WS-TOTAL-INTEREST            PIC S9(15) COMP-3.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-LOAN-LINE.
          05 FILLER                    PIC X(2).
          05 WS-LL-LOAN-ID             PIC X(9).
          05 FILLER                    PIC X(2).
          05 WS-LL-ACCOUNT             PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-LL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-LL-PRINCIPAL           PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-LL-METHOD              PIC X(1).
          05 FILLER                    PIC X(2).
          05 WS-LL-LEVEL               PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-LL-NOTE                PIC X(50).
          05 FILLER                    PIC X(13).

       01 WS-SCHEDULE-LINE.
          05 FILLER                    PIC X(6).
          05 WS-SL-NUMBER              PIC ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-DUE-DATE            PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-SL-ACCRUAL-START       PIC 9(8).
          05 FILLER                    PIC X(1).
          05 WS-SL-ACCRUAL-END         PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-SL-INTEREST            PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-SL-PRINCIPAL           PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-SL-INSTALMENT          PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-SL-BALANCE             PIC -(14)9.
          05 FILLER                    PIC X(23).

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
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-EOF
              READ LOANCARD-FILE
                 AT END
                    MOVE 1 TO WS-LC-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-LOAN
              END-READ
           END-PERFORM

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "LOANLOAD: " WS-CARDS-READ " card(s), "
              WS-LOADED-COUNT " loaded, " WS-BILLING-CHANGED-COUNT
              " billing changed, " WS-REFUSED-COUNT " refused, "
              WS-WRITE-FAIL-COUNT " failed"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REFUSED-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT LOANCARD-FILE
           IF WS-LC-FILE-STATUS NOT = "00"
              DISPLAY "LOANLOAD: cannot open LOANCARD, status="
                 WS-LC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O LOANMAST-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
              AND WS-LN-FILE-STATUS NOT = "05"
              AND WS-LN-FILE-STATUS NOT = "97"
              DISPLAY "LOANLOAD: cannot open LOANMAST, status="
                 WS-LN-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "LOANLOAD: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LOANRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "LOANLOAD: cannot open LOANRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-LOAN: check the card, then either replace the
      * billing details of a loan in repayment or (re)load the loan
      * on its newly built schedule
      *================================================================
       LOAD-ONE-LOAN SECTION.
           IF LC-LOAN-ID = SPACES
              GO TO LOAD-ONE-LOAN-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           PERFORM CHECK-LOAN-CARD
           IF WS-REFUSAL-REASON NOT = SPACES
              PERFORM REPORT-REFUSAL
              GO TO LOAD-ONE-LOAN-EXIT
           END-IF

           MOVE 0 TO WS-LOAN-ON-FILE
           MOVE LC-LOAN-ID TO LN-LOAN-ID
           READ LOANMAST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WS-LOAN-ON-FILE
           END-READ

      *    Billing has started: the schedule is fixed
           IF WS-LOAN-ON-FILE = 1 AND LN-LAST-BILLED-NUMBER > 0
              PERFORM REPLACE-BILLING-DETAILS
              GO TO LOAD-ONE-LOAN-EXIT
           END-IF

           PERFORM BUILD-LOAN-SCHEDULE
           IF WS-SC-STATUS NOT = 0
              MOVE WS-SC-ERROR-MSG TO WS-REFUSAL-REASON
              PERFORM REPORT-REFUSAL
              GO TO LOAD-ONE-LOAN-EXIT
           END-IF

           MOVE SPACES TO LOANMAST-RECORD
           MOVE LC-LOAN-ID TO LN-LOAN-ID
           MOVE LC-ACCOUNT-ID TO LN-ACCOUNT-ID
           MOVE AM-CUSTOMER-ID TO LN-CUSTOMER-ID
           MOVE WS-SC-CURRENCY TO LN-CURRENCY
           MOVE WS-SC-PRINCIPAL TO LN-PRINCIPAL-MINOR
           MOVE LC-ANNUAL-RATE TO LN-ANNUAL-RATE
           MOVE LC-CONVENTION TO LN-CONVENTION
           MOVE LC-ROUNDING-MODE TO LN-ROUNDING-MODE
           MOVE FUNCTION UPPER-CASE(LC-METHOD) TO LN-METHOD
           MOVE LC-INSTALMENT-COUNT TO LN-INSTALMENT-COUNT
           MOVE LC-FREQUENCY-MONTHS TO LN-FREQUENCY-MONTHS
           MOVE LC-DRAWDOWN-DATE TO LN-DRAWDOWN-DATE
           MOVE LC-FIRST-DUE-DATE TO LN-FIRST-DUE-DATE
           MOVE WS-SC-LEVEL-AMOUNT TO LN-LEVEL-AMOUNT
           PERFORM MOVE-BILLING-DETAILS
           MOVE "A" TO LN-STATUS
           MOVE 0 TO LN-LAST-BILLED-NUMBER
           MOVE 0 TO LN-LAST-BILLED-DATE
           MOVE 0 TO LN-BILLED-PRINCIPAL
           MOVE 0 TO LN-BILLED-INTEREST
           MOVE WS-TODAY TO LN-LOADED-DATE

           IF WS-LOAN-ON-FILE = 1
              REWRITE LOANMAST-RECORD
                 INVALID KEY
                    PERFORM REPORT-WRITE-FAILURE
                    GO TO LOAD-ONE-LOAN-EXIT
              END-REWRITE
           ELSE
              WRITE LOANMAST-RECORD
                 INVALID KEY
                    PERFORM REPORT-WRITE-FAILURE
                    GO TO LOAD-ONE-LOAN-EXIT
              END-WRITE
           END-IF

           ADD 1 TO WS-LOADED-COUNT
           PERFORM PRINT-LOAN-SCHEDULE.

       LOAD-ONE-LOAN-EXIT.
           EXIT.

      *================================================================
      * CHECK-LOAN-CARD: the card's own fields, then its account on
      * the account master
      * Output: WS-REFUSAL-REASON (spaces = card accepted)
      *================================================================
       CHECK-LOAN-CARD SECTION.
           MOVE SPACES TO WS-REFUSAL-REASON

           IF LC-ACCOUNT-ID = SPACES OR LC-CURRENCY = SPACES
              MOVE "Account and currency are required"
                 TO WS-REFUSAL-REASON
              GO TO CHECK-LOAN-CARD-EXIT
           END-IF

           IF LC-PRINCIPAL-TEXT IS NOT NUMERIC
              OR LC-ANNUAL-RATE IS NOT NUMERIC
              OR LC-CONVENTION IS NOT NUMERIC
              OR LC-ROUNDING-MODE IS NOT NUMERIC
              OR LC-INSTALMENT-COUNT IS NOT NUMERIC
              OR LC-FREQUENCY-MONTHS IS NOT NUMERIC
              OR LC-DRAWDOWN-DATE IS NOT NUMERIC
              OR LC-FIRST-DUE-DATE IS NOT NUMERIC
              MOVE "Loan terms and dates must be numeric"
                 TO WS-REFUSAL-REASON
              GO TO CHECK-LOAN-CARD-EXIT
           END-IF

           IF FUNCTION UPPER-CASE(LC-METHOD) NOT = "A"
              AND FUNCTION UPPER-CASE(LC-METHOD) NOT = "P"
              AND FUNCTION UPPER-CASE(LC-METHOD) NOT = "I"
              MOVE "Repayment method must be A, P or I"
                 TO WS-REFUSAL-REASON
              GO TO CHECK-LOAN-CARD-EXIT
           END-IF

           EVALUATE FUNCTION UPPER-CASE(LC-BILLING-METHOD)
              WHEN "D"
                 IF LC-MANDATE-ID = SPACES OR LC-DEBTOR-IBAN = SPACES
                    MOVE "Direct debit needs a mandate and IBAN"
                       TO WS-REFUSAL-REASON
                    GO TO CHECK-LOAN-CARD-EXIT
                 END-IF
              WHEN "I"
                 CONTINUE
              WHEN OTHER
                 MOVE "Billing method must be D or I"
                    TO WS-REFUSAL-REASON
                 GO TO CHECK-LOAN-CARD-EXIT
           END-EVALUATE

      *    The account master decides whether the account may carry
      *    a loan
           MOVE LC-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 MOVE "Account not on ACCTMAST" TO WS-REFUSAL-REASON
                 GO TO CHECK-LOAN-CARD-EXIT
           END-READ

           IF NOT AM-IS-OPEN
              MOVE "Account is closed" TO WS-REFUSAL-REASON
              GO TO CHECK-LOAN-CARD-EXIT
           END-IF

           IF FUNCTION UPPER-CASE(LC-CURRENCY) NOT = AM-BASE-CURRENCY
              MOVE "Loan currency is not the account's currency"
                 TO WS-REFUSAL-REASON
           END-IF.

       CHECK-LOAN-CARD-EXIT.
           EXIT.

      *================================================================
      * REPLACE-BILLING-DETAILS: a loan in repayment may change how
      * it is billed, never what it repays
      *================================================================
       REPLACE-BILLING-DETAILS SECTION.
           MOVE LC-PRINCIPAL-TEXT TO WS-PRINCIPAL-MINOR
           IF LN-ACCOUNT-ID NOT = LC-ACCOUNT-ID
              OR LN-CURRENCY NOT = FUNCTION UPPER-CASE(LC-CURRENCY)
              OR LN-PRINCIPAL-MINOR NOT = WS-PRINCIPAL-MINOR
              OR LN-ANNUAL-RATE NOT = LC-ANNUAL-RATE
              OR LN-CONVENTION NOT = LC-CONVENTION
              OR LN-ROUNDING-MODE NOT = LC-ROUNDING-MODE
              OR LN-METHOD NOT = FUNCTION UPPER-CASE(LC-METHOD)
              OR LN-INSTALMENT-COUNT NOT = LC-INSTALMENT-COUNT
              OR LN-FREQUENCY-MONTHS NOT = LC-FREQUENCY-MONTHS
              OR LN-DRAWDOWN-DATE NOT = LC-DRAWDOWN-DATE
              OR LN-FIRST-DUE-DATE NOT = LC-FIRST-DUE-DATE
              MOVE "Loan in repayment - terms may not change"
                 TO WS-REFUSAL-REASON
              PERFORM REPORT-REFUSAL
              GO TO REPLACE-BILLING-DETAILS-EXIT
           END-IF

           PERFORM MOVE-BILLING-DETAILS
           REWRITE LOANMAST-RECORD
              INVALID KEY
                 PERFORM REPORT-WRITE-FAILURE
                 GO TO REPLACE-BILLING-DETAILS-EXIT
           END-REWRITE

           ADD 1 TO WS-BILLING-CHANGED-COUNT
           PERFORM FILL-LOAN-LINE
           MOVE "BILLING DETAILS REPLACED" TO WS-LL-NOTE
           WRITE LOANRPT-RECORD FROM WS-LOAN-LINE.

       REPLACE-BILLING-DETAILS-EXIT.
           EXIT.

      *================================================================
      * MOVE-BILLING-DETAILS: the card's billing method onto the
      * master record - the mandate and IBAN for direct debit only
      *================================================================
       MOVE-BILLING-DETAILS SECTION.
           MOVE FUNCTION UPPER-CASE(LC-BILLING-METHOD)
              TO LN-BILLING-METHOD
           IF LN-BILL-DIRECT-DEBIT
              MOVE LC-MANDATE-ID TO LN-MANDATE-ID
              MOVE LC-DEBTOR-IBAN TO LN-DEBTOR-IBAN
           ELSE
              MOVE SPACES TO LN-MANDATE-ID
              MOVE SPACES TO LN-DEBTOR-IBAN
           END-IF.

       MOVE-BILLING-DETAILS-EXIT.
           EXIT.

      *================================================================
      * BUILD-LOAN-SCHEDULE: the card's terms through the SAFE-
      * INTEREST entry point for its repayment method
      * Output: WS-SC-SCHEDULE, WS-SC-LEVEL-AMOUNT, WS-SC-STATUS,
      *         WS-SC-ERROR-MSG
      *================================================================
       BUILD-LOAN-SCHEDULE SECTION.
           MOVE LC-PRINCIPAL-TEXT TO WS-SC-PRINCIPAL
           MOVE LC-ANNUAL-RATE TO WS-SC-RATE
           MOVE LC-CONVENTION TO WS-SC-CONVENTION
           MOVE LC-ROUNDING-MODE TO WS-SC-ROUNDING
           MOVE FUNCTION UPPER-CASE(LC-CURRENCY) TO WS-SC-CURRENCY
           MOVE LC-DRAWDOWN-DATE(1:4) TO WS-SC-DRAW-YEAR
           MOVE LC-DRAWDOWN-DATE(5:2) TO WS-SC-DRAW-MONTH
           MOVE LC-DRAWDOWN-DATE(7:2) TO WS-SC-DRAW-DAY
           MOVE LC-FIRST-DUE-DATE(1:4) TO WS-SC-FIRST-YEAR
           MOVE LC-FIRST-DUE-DATE(5:2) TO WS-SC-FIRST-MONTH
           MOVE LC-FIRST-DUE-DATE(7:2) TO WS-SC-FIRST-DAY
           MOVE LC-INSTALMENT-COUNT TO WS-SC-COUNT
           MOVE LC-FREQUENCY-MONTHS TO WS-SC-FREQUENCY

           EVALUATE FUNCTION UPPER-CASE(LC-METHOD)
              WHEN "A"
                 CALL "AMORT-ANNUITY" USING WS-SC-PRINCIPAL
                     WS-SC-RATE WS-SC-CONVENTION WS-SC-ROUNDING
                     WS-SC-CURRENCY WS-SC-DRAW-YEAR WS-SC-DRAW-MONTH
                     WS-SC-DRAW-DAY WS-SC-FIRST-YEAR
                     WS-SC-FIRST-MONTH WS-SC-FIRST-DAY WS-SC-COUNT
                     WS-SC-FREQUENCY WS-SC-LEVEL-AMOUNT
                     WS-SC-SCHEDULE WS-SC-STATUS WS-SC-ERROR-MSG
              WHEN "P"
                 CALL "AMORT-LEVEL-PRINCIPAL" USING WS-SC-PRINCIPAL
                     WS-SC-RATE WS-SC-CONVENTION WS-SC-ROUNDING
                     WS-SC-CURRENCY WS-SC-DRAW-YEAR WS-SC-DRAW-MONTH
                     WS-SC-DRAW-DAY WS-SC-FIRST-YEAR
                     WS-SC-FIRST-MONTH WS-SC-FIRST-DAY WS-SC-COUNT
                     WS-SC-FREQUENCY WS-SC-LEVEL-AMOUNT
                     WS-SC-SCHEDULE WS-SC-STATUS WS-SC-ERROR-MSG
              WHEN OTHER
                 CALL "AMORT-INTEREST-ONLY" USING WS-SC-PRINCIPAL
                     WS-SC-RATE WS-SC-CONVENTION WS-SC-ROUNDING
                     WS-SC-CURRENCY WS-SC-DRAW-YEAR WS-SC-DRAW-MONTH
                     WS-SC-DRAW-DAY WS-SC-FIRST-YEAR
                     WS-SC-FIRST-MONTH WS-SC-FIRST-DAY WS-SC-COUNT
                     WS-SC-FREQUENCY WS-SC-LEVEL-AMOUNT
                     WS-SC-SCHEDULE WS-SC-STATUS WS-SC-ERROR-MSG
           END-EVALUATE.

       BUILD-LOAN-SCHEDULE-EXIT.
           EXIT.

      *================================================================
      * PRINT-LOAN-SCHEDULE: the loan line, every instalment, and
      * the interest the loan will cost over its term
      *================================================================
       PRINT-LOAN-SCHEDULE SECTION.
           PERFORM FILL-LOAN-LINE
           MOVE "LOADED" TO WS-LL-NOTE
           WRITE LOANRPT-RECORD FROM WS-LOAN-LINE

           MOVE 0 TO WS-TOTAL-INTEREST
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > LN-INSTALMENT-COUNT
              MOVE SPACES TO WS-SCHEDULE-LINE
              MOVE WS-SC-IDX TO WS-SL-NUMBER
              MOVE WS-SC-DUE-DATE(WS-SC-IDX) TO WS-SL-DUE-DATE
              MOVE WS-SC-ACCRUAL-START(WS-SC-IDX)
                 TO WS-SL-ACCRUAL-START
              MOVE "-" TO WS-SCHEDULE-LINE(30:1)
              MOVE WS-SC-ACCRUAL-END(WS-SC-IDX) TO WS-SL-ACCRUAL-END
              MOVE WS-SC-INTEREST(WS-SC-IDX) TO WS-SL-INTEREST
              MOVE WS-SC-INST-PRINCIPAL(WS-SC-IDX) TO WS-SL-PRINCIPAL
              MOVE WS-SC-INSTALMENT(WS-SC-IDX) TO WS-SL-INSTALMENT
              MOVE WS-SC-BALANCE(WS-SC-IDX) TO WS-SL-BALANCE
              WRITE LOANRPT-RECORD FROM WS-SCHEDULE-LINE
              ADD WS-SC-INTEREST(WS-SC-IDX) TO WS-TOTAL-INTEREST
           END-PERFORM

           MOVE SPACES TO WS-SCHEDULE-LINE
           MOVE WS-TOTAL-INTEREST TO WS-SL-INTEREST
           MOVE LN-PRINCIPAL-MINOR TO WS-SL-PRINCIPAL
           COMPUTE WS-SL-INSTALMENT =
              WS-TOTAL-INTEREST + LN-PRINCIPAL-MINOR
           MOVE "TOTAL" TO WS-SCHEDULE-LINE(7:5)
           WRITE LOANRPT-RECORD FROM WS-SCHEDULE-LINE.

       PRINT-LOAN-SCHEDULE-EXIT.
           EXIT.

      *================================================================
      * FILL-LOAN-LINE: the common columns of a loan's report line
      * from the master record; the caller supplies the note
      *================================================================
       FILL-LOAN-LINE SECTION.
           MOVE SPACES TO WS-LOAN-LINE
           MOVE LN-LOAN-ID TO WS-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID TO WS-LL-ACCOUNT
           MOVE LN-CURRENCY TO WS-LL-CURRENCY
           MOVE LN-PRINCIPAL-MINOR TO WS-LL-PRINCIPAL
           MOVE LN-METHOD TO WS-LL-METHOD
           MOVE LN-LEVEL-AMOUNT TO WS-LL-LEVEL.

       FILL-LOAN-LINE-EXIT.
           EXIT.

      *================================================================
      * REPORT-REFUSAL: list a refused card with its reason
      *================================================================
       REPORT-REFUSAL SECTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO WS-LOAN-LINE
           MOVE LC-LOAN-ID TO WS-LL-LOAN-ID
           MOVE LC-ACCOUNT-ID TO WS-LL-ACCOUNT
           MOVE LC-CURRENCY TO WS-LL-CURRENCY
           MOVE 0 TO WS-LL-PRINCIPAL
           IF LC-PRINCIPAL-TEXT IS NUMERIC
              MOVE LC-PRINCIPAL-TEXT TO WS-PRINCIPAL-MINOR
              MOVE WS-PRINCIPAL-MINOR TO WS-LL-PRINCIPAL
           END-IF
           MOVE LC-METHOD TO WS-LL-METHOD
           MOVE 0 TO WS-LL-LEVEL
           MOVE WS-REFUSAL-REASON TO WS-LL-NOTE
           WRITE LOANRPT-RECORD FROM WS-LOAN-LINE

           DISPLAY "LOANLOAD: card " WS-CARDS-READ " ("
              FUNCTION TRIM(LC-LOAN-ID) ") refused - "
              FUNCTION TRIM(WS-REFUSAL-REASON).

       REPORT-REFUSAL-EXIT.
           EXIT.

      *================================================================
      * REPORT-WRITE-FAILURE
      *================================================================
       REPORT-WRITE-FAILURE SECTION.
           ADD 1 TO WS-WRITE-FAIL-COUNT
           PERFORM FILL-LOAN-LINE
           MOVE "LOANMAST WRITE FAILED" TO WS-LL-NOTE
           WRITE LOANRPT-RECORD FROM WS-LOAN-LINE
           DISPLAY "LOANLOAD: write failed, status="
              WS-LN-FILE-STATUS " for " FUNCTION TRIM(LN-LOAN-ID).

       REPORT-WRITE-FAILURE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "LOANLOAD - LOAN MASTER LOAD " WS-TODAY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE LOANRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  LOAN       ACCOUNT       CCY        PRINCIPAL  M     
      -       "      LEVEL  NOTE"
              TO WS-HL-TEXT
           WRITE LOANRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "       NO  DUE DATE  ACCRUAL PERIOD            INTEREST
      -       "        PRINCIPAL       INSTALMENT          BALANCE"
              TO WS-HL-TEXT
           WRITE LOANRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CARDS READ" TO WS-RPT-LABEL
           MOVE WS-CARDS-READ TO WS-RPT-COUNT
           WRITE LOANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LOANS LOADED" TO WS-RPT-LABEL
           MOVE WS-LOADED-COUNT TO WS-RPT-COUNT
           WRITE LOANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BILLING DETAILS REPLACED" TO WS-RPT-LABEL
           MOVE WS-BILLING-CHANGED-COUNT TO WS-RPT-COUNT
           WRITE LOANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CARDS REFUSED" TO WS-RPT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT
           WRITE LOANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LOANMAST WRITES FAILED" TO WS-RPT-LABEL
           MOVE WS-WRITE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE LOANRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE LOANCARD-FILE
           CLOSE LOANMAST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE LOANRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM LOANLOAD.
