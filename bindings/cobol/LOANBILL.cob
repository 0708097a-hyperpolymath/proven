      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven LoanBill - monthly loan instalment billing through the
      * shared GL writer for COBOL
      *

      *================================================================
      * The monthly run that bills the instalments LOANLOAD's loans
      * fall due for. For each active loan on the LOANMAST master
      * the job rebuilds the repayment schedule through the SAFE-
      * INTEREST entry point for the loan's method (AMORT-ANNUITY,
      * AMORT-LEVEL-PRINCIPAL or AMORT-INTEREST-ONLY) - the same
      * call on the same terms LOANLOAD printed the schedule from -
      * and bills, in order, every instalment after the last one
      * billed whose due date falls on or before the billing
      * horizon. The horizon is the JCL PARM ('YYYYMMDD') or, by
      * default, the last day of the month after the business date
      * (BUSDATE-GET, else today), so each instalment is billed a
      * clear month ahead of its due date - time enough for COLLFMT's
      * pre-notification lead and for an invoice to reach the
      * customer.
      *
      * Each instalment posts as one balanced journal voucher,
      * numbered by loan ID and instalment number, through GL-POST
      * (PROVEN-GL-POST): the principal billed out of LOANPRIN, the
      * interest billed to LOANINT income, and each against the
      * CLRLOANB billed-instalments clearing account - written
      * together or not at all. A refused voucher bills nothing for
      * that instalment or any later one on the loan, and sets COND
      * code 8; the next run picks the loan up where it stopped.
      *
      * A loan billed by direct debit has each instalment written to
      * LOANCOLL as a collection in the COLLIN layout (see COLLIN-
      * RECORD in COLLVALD.cob) - the collection ID is the voucher
      * number, collected on the due date under the loan's mandate -
      * for COLLVALD to validate with the rest of the day's
      * collections. A loan billed by invoice has each instalment
      * written to LOANINV for the statement print. The master then
      * records the instalment as billed, and a loan whose last
      * instalment has been billed is marked fully billed and
      * skipped from then on.
      *
      * A loan whose account the ACCTMAST account master does not
      * know, or has closed, or whose schedule cannot be rebuilt, is
      * listed as an exception on LOANBRPT and not billed; any
      * exception sets COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBILL.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LOANCOLL-FILE ASSIGN TO "LOANCOLL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LCO-FILE-STATUS.

           SELECT LOANINV-FILE ASSIGN TO "LOANINV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIV-FILE-STATUS.

           SELECT LOANBRPT-FILE ASSIGN TO "LOANBRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Loan master KSDS as LOANLOAD lays it down
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

      * One direct-debit collection per instalment, in the layout
      * COLLVALD reads its COLLIN file in
       FD  LOANCOLL-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  LOANCOLL-RECORD.
           05 CL-COLLECTION-ID          PIC X(12).
           05 CL-MANDATE-ID             PIC X(16).
           05 CL-DEBTOR-IBAN            PIC X(34).
           05 CL-CURRENCY               PIC X(3).
           05 CL-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CL-COLLECT-DATE           PIC 9(8).

      * One invoiced instalment per line for the statement print
       FD  LOANINV-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  LOANINV-RECORD.
           05 LI-LOAN-ID                PIC X(9).
           05 LI-INSTALMENT-NUMBER      PIC 9(3).
           05 LI-ACCOUNT-ID             PIC X(12).
           05 LI-CUSTOMER-ID            PIC X(36).
           05 LI-CURRENCY               PIC X(3).
           05 LI-DUE-DATE               PIC 9(8).
           05 LI-PRINCIPAL-MINOR        PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 LI-INTEREST-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 LI-INSTALMENT-MINOR       PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 LI-BALANCE-MINOR          PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 LI-BILLED-DATE            PIC 9(8).
           05 FILLER                    PIC X(7).

       FD  LOANBRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LOANBRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-LN-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-LCO-FILE-STATUS           PIC X(2).
       01 WS-LIV-FILE-STATUS           PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-LN-EOF                    PIC 9 VALUE 0.
          88 WS-AT-LN-EOF              VALUE 1.

      * Control counts
       01 WS-LOANS-READ                PIC 9(6) VALUE 0.
       01 WS-LOANS-BILLED              PIC 9(6) VALUE 0.
       01 WS-INSTALMENTS-BILLED        PIC 9(6) VALUE 0.
       01 WS-COLLECTIONS-WRITTEN       PIC 9(6) VALUE 0.
       01 WS-INVOICES-WRITTEN          PIC 9(6) VALUE 0.
       01 WS-LOANS-COMPLETED           PIC 9(6) VALUE 0.
       01 WS-NO-ACCOUNT-COUNT          PIC 9(6) VALUE 0.
       01 WS-CLOSED-ACCOUNT-COUNT      PIC 9(6) VALUE 0.
       01 WS-SCHEDULE-FAIL-COUNT       PIC 9(6) VALUE 0.
       01 WS-POST-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(6) VALUE 0.

      * The business date and the billing horizon from the JCL
      * PARM; by default the horizon is the last day of the month
      * after the business date
       01 WS-PARM                      PIC X(10).
       01 WS-BUSINESS-DATE             PIC 9(8).
       01 WS-HORIZON-DATE              PIC 9(8).
       01 WS-HZ-YEAR                   PIC 9(4).
       01 WS-HZ-MONTH                  PIC 9(2).
       01 WS-HZ-FIRST-DATE             PIC 9(8).

      * BUSDATE-GET call fields (see PROVEN-BUSDATE.cob)
       01 WS-BD-BUSINESS-DATE          PIC 9(8).
       01 WS-BD-STATUS                 PIC S9(4) COMP.
       01 WS-BD-MSG                    PIC X(50).

      * Per-loan billing state
       01 WS-LOAN-BILLED               PIC 9 VALUE 0.
       01 WS-LOAN-STOPPED              PIC 9 VALUE 0.
       01 WS-FIRST-UNBILLED            PIC 9(3).
       01 WS-NOTE                      PIC X(30).

      * The voucher number and collection ID: loan ID and
      * instalment number
       01 WS-BILL-REF.
          05 WS-BR-LOAN-ID             PIC X(9).
          05 WS-BR-NUMBER              PIC 9(3).

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

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8).
       01 WS-GP-PRINCIPAL-ACCOUNT      PIC X(8)
          VALUE "LOANPRIN".
       01 WS-GP-INTEREST-ACCOUNT       PIC X(8)
          VALUE "LOANINT".
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRLOANB".
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-BILL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-BL-LOAN-ID             PIC X(9).
          05 FILLER                    PIC X(2).
          05 WS-BL-NUMBER              PIC ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-BL-ACCOUNT             PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-BL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-BL-DUE-DATE            PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-BL-PRINCIPAL           PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-BL-INTEREST            PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-BL-INSTALMENT          PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-BL-NOTE                PIC X(30).
          05 FILLER                    PIC X(4).

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
           PERFORM READ-BILLING-HORIZON
           PERFORM OPEN-FILES
           PERFORM READ-ENTITY-CODE
           PERFORM WRITE-REPORT-HEADINGS

           MOVE LOW-VALUES TO LN-LOAN-ID
           START LOANMAST-FILE KEY NOT LESS THAN LN-LOAN-ID
              INVALID KEY
                 MOVE 1 TO WS-LN-EOF
           END-START

           PERFORM UNTIL WS-AT-LN-EOF
              READ LOANMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-LN-EOF
                 NOT AT END
                    PERFORM BILL-ONE-LOAN
              END-READ
           END-PERFORM

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "LOANBILL: " WS-LOANS-READ " loan(s), "
              WS-INSTALMENTS-BILLED " instalment(s) billed through "
              WS-HORIZON-DATE ", " WS-POST-FAIL-COUNT
              " voucher(s) refused"

           EVALUATE TRUE
              WHEN WS-POST-FAIL-COUNT > 0 OR WS-WRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-NO-ACCOUNT-COUNT > 0
                 OR WS-CLOSED-ACCOUNT-COUNT > 0
                 OR WS-SCHEDULE-FAIL-COUNT > 0
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
      * READ-BILLING-HORIZON: the business date is BUSDCTRL's, or
      * today's if BUSDCTRL cannot be read; an eight-digit JCL PARM
      * names the horizon, which otherwise is the last day of the
      * month after the business date
      *================================================================
       READ-BILLING-HORIZON SECTION.
           CALL "BUSDATE-GET" USING WS-BD-BUSINESS-DATE
              WS-BD-STATUS WS-BD-MSG
           IF WS-BD-STATUS = 0
              MOVE WS-BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:8) IS NUMERIC
              MOVE WS-PARM(1:8) TO WS-HORIZON-DATE
              GO TO READ-BILLING-HORIZON-EXIT
           END-IF

      *    The first of the month two on, less a day
           MOVE WS-BUSINESS-DATE(1:4) TO WS-HZ-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-HZ-MONTH
           ADD 2 TO WS-HZ-MONTH
           IF WS-HZ-MONTH > 12
              SUBTRACT 12 FROM WS-HZ-MONTH
              ADD 1 TO WS-HZ-YEAR
           END-IF
           COMPUTE WS-HZ-FIRST-DATE =
              WS-HZ-YEAR * 10000 + WS-HZ-MONTH * 100 + 1
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-HZ-FIRST-DATE) - 1).

       READ-BILLING-HORIZON-EXIT.
           EXIT.

      *================================================================
      * READ-ENTITY-CODE: the booking entity this run posts under,
      * from the PROVEN_ENTITY environment setting the scheduler
      * exports per stream - defaulted for the single-entity runs
      *================================================================
       READ-ENTITY-CODE SECTION.
           DISPLAY "PROVEN_ENTITY" UPON ENVIRONMENT-NAME
           ACCEPT WS-GP-ENTITY FROM ENVIRONMENT-VALUE
           IF WS-GP-ENTITY = SPACES OR WS-GP-ENTITY = LOW-VALUES
              MOVE "E001" TO WS-GP-ENTITY
           END-IF.

       READ-ENTITY-CODE-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN I-O LOANMAST-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
              DISPLAY "LOANBILL: cannot open LOANMAST, status="
                 WS-LN-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "LOANBILL: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LOANCOLL-FILE
           IF WS-LCO-FILE-STATUS NOT = "00"
              DISPLAY "LOANBILL: cannot open LOANCOLL, status="
                 WS-LCO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LOANINV-FILE
           IF WS-LIV-FILE-STATUS NOT = "00"
              DISPLAY "LOANBILL: cannot open LOANINV, status="
                 WS-LIV-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LOANBRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "LOANBILL: cannot open LOANBRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * BILL-ONE-LOAN: check the loan's account, rebuild its
      * schedule, and bill each instalment due by the horizon that
      * has not been billed yet
      *================================================================
       BILL-ONE-LOAN SECTION.
           ADD 1 TO WS-LOANS-READ
           IF NOT LN-ACTIVE
              GO TO BILL-ONE-LOAN-EXIT
           END-IF

      *    The account master decides whether the account is billed
           MOVE LN-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-ACCOUNT-COUNT
                 MOVE "ACCOUNT NOT ON ACCTMAST" TO WS-NOTE
                 PERFORM WRITE-LOAN-EXCEPTION
                 GO TO BILL-ONE-LOAN-EXIT
           END-READ

           IF NOT AM-IS-OPEN
              ADD 1 TO WS-CLOSED-ACCOUNT-COUNT
              MOVE "ACCOUNT CLOSED - NOT BILLED" TO WS-NOTE
              PERFORM WRITE-LOAN-EXCEPTION
              GO TO BILL-ONE-LOAN-EXIT
           END-IF

           PERFORM BUILD-LOAN-SCHEDULE
           IF WS-SC-STATUS NOT = 0
              ADD 1 TO WS-SCHEDULE-FAIL-COUNT
              MOVE WS-SC-ERROR-MSG(1:30) TO WS-NOTE
              PERFORM WRITE-LOAN-EXCEPTION
              GO TO BILL-ONE-LOAN-EXIT
           END-IF

           MOVE 0 TO WS-LOAN-BILLED
           MOVE 0 TO WS-LOAN-STOPPED
           COMPUTE WS-FIRST-UNBILLED = LN-LAST-BILLED-NUMBER + 1
           PERFORM BILL-ONE-INSTALMENT
              VARYING WS-SC-IDX FROM WS-FIRST-UNBILLED BY 1
              UNTIL WS-SC-IDX > LN-INSTALMENT-COUNT
                 OR WS-LOAN-STOPPED = 1

           IF WS-LOAN-BILLED = 1
              ADD 1 TO WS-LOANS-BILLED
           END-IF.

       BILL-ONE-LOAN-EXIT.
           EXIT.

      *================================================================
      * BUILD-LOAN-SCHEDULE: the loan's terms through the SAFE-
      * INTEREST entry point for its repayment method, as LOANLOAD
      * built it
      * Output: WS-SC-SCHEDULE, WS-SC-LEVEL-AMOUNT, WS-SC-STATUS,
      *         WS-SC-ERROR-MSG
      *================================================================
       BUILD-LOAN-SCHEDULE SECTION.
           MOVE LN-PRINCIPAL-MINOR TO WS-SC-PRINCIPAL
           MOVE LN-ANNUAL-RATE TO WS-SC-RATE
           MOVE LN-CONVENTION TO WS-SC-CONVENTION
           MOVE LN-ROUNDING-MODE TO WS-SC-ROUNDING
           MOVE LN-CURRENCY TO WS-SC-CURRENCY
           MOVE LN-DRAWDOWN-DATE(1:4) TO WS-SC-DRAW-YEAR
           MOVE LN-DRAWDOWN-DATE(5:2) TO WS-SC-DRAW-MONTH
           MOVE LN-DRAWDOWN-DATE(7:2) TO WS-SC-DRAW-DAY
           MOVE LN-FIRST-DUE-DATE(1:4) TO WS-SC-FIRST-YEAR
           MOVE LN-FIRST-DUE-DATE(5:2) TO WS-SC-FIRST-MONTH
           MOVE LN-FIRST-DUE-DATE(7:2) TO WS-SC-FIRST-DAY
           MOVE LN-INSTALMENT-COUNT TO WS-SC-COUNT
           MOVE LN-FREQUENCY-MONTHS TO WS-SC-FREQUENCY

           EVALUATE TRUE
              WHEN LN-ANNUITY
                 CALL "AMORT-ANNUITY" USING WS-SC-PRINCIPAL
                     WS-SC-RATE WS-SC-CONVENTION WS-SC-ROUNDING
                     WS-SC-CURRENCY WS-SC-DRAW-YEAR WS-SC-DRAW-MONTH
                     WS-SC-DRAW-DAY WS-SC-FIRST-YEAR
                     WS-SC-FIRST-MONTH WS-SC-FIRST-DAY WS-SC-COUNT
                     WS-SC-FREQUENCY WS-SC-LEVEL-AMOUNT
                     WS-SC-SCHEDULE WS-SC-STATUS WS-SC-ERROR-MSG
              WHEN LN-LEVEL-PRINCIPAL
                 CALL "AMORT-LEVEL-PRINCIPAL" USING WS-SC-PRINCIPAL
                     WS-SC-RATE WS-SC-CONVENTION WS-SC-ROUNDING
                     WS-SC-CURRENCY WS-SC-DRAW-YEAR WS-SC-DRAW-MONTH
                     WS-SC-DRAW-DAY WS-SC-FIRST-YEAR
                     WS-SC-FIRST-MONTH WS-SC-FIRST-DAY WS-SC-COUNT
                     WS-SC-FREQUENCY WS-SC-LEVEL-AMOUNT
                     WS-SC-SCHEDULE WS-SC-STATUS WS-SC-ERROR-MSG
              WHEN LN-INTEREST-ONLY
                 CALL "AMORT-INTEREST-ONLY" USING WS-SC-PRINCIPAL
                     WS-SC-RATE WS-SC-CONVENTION WS-SC-ROUNDING
                     WS-SC-CURRENCY WS-SC-DRAW-YEAR WS-SC-DRAW-MONTH
                     WS-SC-DRAW-DAY WS-SC-FIRST-YEAR
                     WS-SC-FIRST-MONTH WS-SC-FIRST-DAY WS-SC-COUNT
                     WS-SC-FREQUENCY WS-SC-LEVEL-AMOUNT
                     WS-SC-SCHEDULE WS-SC-STATUS WS-SC-ERROR-MSG
              WHEN OTHER
                 MOVE -7 TO WS-SC-STATUS
                 MOVE "Unknown repayment method" TO WS-SC-ERROR-MSG
           END-EVALUATE.

       BUILD-LOAN-SCHEDULE-EXIT.
           EXIT.

      *================================================================
      * BILL-ONE-INSTALMENT: post the instalment's voucher, raise
      * its collection or invoice, and record it billed on the
      * master. A refused voucher or a master that cannot be
      * updated stops the loan's billing at this instalment.
      *================================================================
       BILL-ONE-INSTALMENT SECTION.
      *    Instalments bill in order: the first one not yet due
      *    ends the loan's billing for this run
           IF WS-SC-DUE-DATE(WS-SC-IDX) > WS-HORIZON-DATE
              MOVE 1 TO WS-LOAN-STOPPED
              GO TO BILL-ONE-INSTALMENT-EXIT
           END-IF

           MOVE LN-LOAN-ID TO WS-BR-LOAN-ID
           MOVE WS-SC-IDX TO WS-BR-NUMBER

           IF WS-SC-INSTALMENT(WS-SC-IDX) NOT = 0
              PERFORM POST-INSTALMENT-VOUCHER
              IF WS-GP-RESULT-STATUS NOT = 0
                 ADD 1 TO WS-POST-FAIL-COUNT
                 MOVE 1 TO WS-LOAN-STOPPED
                 MOVE WS-GP-ERROR-MSG(1:30) TO WS-NOTE
                 PERFORM WRITE-INSTALMENT-LINE
                 GO TO BILL-ONE-INSTALMENT-EXIT
              END-IF
              PERFORM WRITE-INSTALMENT-BILL
           ELSE
              MOVE "NOTHING DUE - NOT BILLED" TO WS-NOTE
           END-IF

           MOVE WS-SC-IDX TO LN-LAST-BILLED-NUMBER
           MOVE WS-BUSINESS-DATE TO LN-LAST-BILLED-DATE
           ADD WS-SC-INST-PRINCIPAL(WS-SC-IDX) TO LN-BILLED-PRINCIPAL
           ADD WS-SC-INTEREST(WS-SC-IDX) TO LN-BILLED-INTEREST
           IF WS-SC-IDX = LN-INSTALMENT-COUNT
              MOVE "P" TO LN-STATUS
           END-IF

           REWRITE LOANMAST-RECORD
              INVALID KEY
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 MOVE 1 TO WS-LOAN-STOPPED
                 DISPLAY "LOANBILL: LOANMAST rewrite failed, status="
                    WS-LN-FILE-STATUS " for " WS-BILL-REF
                    " - instalment posted but not marked billed"
                 MOVE "POSTED - LOANMAST NOT UPDATED" TO WS-NOTE
                 PERFORM WRITE-INSTALMENT-LINE
                 GO TO BILL-ONE-INSTALMENT-EXIT
           END-REWRITE

           ADD 1 TO WS-INSTALMENTS-BILLED
           MOVE 1 TO WS-LOAN-BILLED
           IF LN-FULLY-BILLED
              ADD 1 TO WS-LOANS-COMPLETED
           END-IF
           PERFORM WRITE-INSTALMENT-LINE.

       BILL-ONE-INSTALMENT-EXIT.
           EXIT.

      *================================================================
      * POST-INSTALMENT-VOUCHER: the principal out of the loan and
      * the interest to income, each against the billed-instalments
      * clearing account, posted together through GL-POST or
      * refused together; a zero part posts no legs
      * Output: WS-GP-RESULT-STATUS, WS-GP-ERROR-MSG
      *================================================================
       POST-INSTALMENT-VOUCHER SECTION.
           MOVE WS-BILL-REF TO WS-GP-VOUCHER-ID
           MOVE WS-BILL-REF TO WS-GP-TRANS-ID
           MOVE LN-CURRENCY TO WS-GP-CURRENCY
           CALL "GL-VOUCHER-OPEN" USING WS-GP-VOUCHER-ID
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-INSTALMENT-VOUCHER-EXIT
           END-IF

      *    The principal billed, out of the loan balance
           IF WS-SC-INST-PRINCIPAL(WS-SC-IDX) NOT = 0
              COMPUTE WS-GP-AMOUNT-MINOR =
                 0 - WS-SC-INST-PRINCIPAL(WS-SC-IDX)
              MOVE WS-GP-PRINCIPAL-ACCOUNT TO WS-GP-ACCOUNT-CODE
              CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
                  WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
                  WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
              COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
              CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID
                  WS-GP-CURRENCY WS-GP-OFFSET-MINOR
                  WS-GP-OFFSET-ACCOUNT WS-GP-ENTITY
                  WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           END-IF

      *    The interest billed, to interest income
           IF WS-SC-INTEREST(WS-SC-IDX) NOT = 0
              COMPUTE WS-GP-AMOUNT-MINOR =
                 0 - WS-SC-INTEREST(WS-SC-IDX)
              MOVE WS-GP-INTEREST-ACCOUNT TO WS-GP-ACCOUNT-CODE
              CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
                  WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
                  WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
              COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
              CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID
                  WS-GP-CURRENCY WS-GP-OFFSET-MINOR
                  WS-GP-OFFSET-ACCOUNT WS-GP-ENTITY
                  WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           END-IF

      *    A refused leg comes back from the close as the reason
      *    the whole voucher was rejected
           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG.

       POST-INSTALMENT-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * WRITE-INSTALMENT-BILL: the instalment as a collection under
      * the loan's mandate, or as an invoice line. The voucher has
      * posted by now, so a write that fails is reported for the
      * collection or invoice to be raised by hand, and the
      * instalment still counts as billed.
      *================================================================
       WRITE-INSTALMENT-BILL SECTION.
           IF LN-BILL-DIRECT-DEBIT
              MOVE SPACES TO LOANCOLL-RECORD
              MOVE WS-BILL-REF TO CL-COLLECTION-ID
              MOVE LN-MANDATE-ID TO CL-MANDATE-ID
              MOVE LN-DEBTOR-IBAN TO CL-DEBTOR-IBAN
              MOVE LN-CURRENCY TO CL-CURRENCY
              MOVE WS-SC-INSTALMENT(WS-SC-IDX) TO CL-AMOUNT-MINOR
              MOVE WS-SC-DUE-DATE(WS-SC-IDX) TO CL-COLLECT-DATE
              WRITE LOANCOLL-RECORD
              IF WS-LCO-FILE-STATUS NOT = "00"
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 MOVE "COLLECTION NOT WRITTEN" TO WS-NOTE
              ELSE
                 ADD 1 TO WS-COLLECTIONS-WRITTEN
                 MOVE "DIRECT DEBIT" TO WS-NOTE
              END-IF
              GO TO WRITE-INSTALMENT-BILL-EXIT
           END-IF

           MOVE SPACES TO LOANINV-RECORD
           MOVE LN-LOAN-ID TO LI-LOAN-ID
           MOVE WS-SC-IDX TO LI-INSTALMENT-NUMBER
           MOVE LN-ACCOUNT-ID TO LI-ACCOUNT-ID
           MOVE LN-CUSTOMER-ID TO LI-CUSTOMER-ID
           MOVE LN-CURRENCY TO LI-CURRENCY
           MOVE WS-SC-DUE-DATE(WS-SC-IDX) TO LI-DUE-DATE
           MOVE WS-SC-INST-PRINCIPAL(WS-SC-IDX) TO LI-PRINCIPAL-MINOR
           MOVE WS-SC-INTEREST(WS-SC-IDX) TO LI-INTEREST-MINOR
           MOVE WS-SC-INSTALMENT(WS-SC-IDX) TO LI-INSTALMENT-MINOR
           MOVE WS-SC-BALANCE(WS-SC-IDX) TO LI-BALANCE-MINOR
           MOVE WS-BUSINESS-DATE TO LI-BILLED-DATE
           WRITE LOANINV-RECORD
           IF WS-LIV-FILE-STATUS NOT = "00"
              ADD 1 TO WS-WRITE-FAIL-COUNT
              MOVE "INVOICE NOT WRITTEN" TO WS-NOTE
           ELSE
              ADD 1 TO WS-INVOICES-WRITTEN
              MOVE "INVOICE" TO WS-NOTE
           END-IF.

       WRITE-INSTALMENT-BILL-EXIT.
           EXIT.

      *================================================================
      * WRITE-INSTALMENT-LINE: one instalment's report line with the
      * note WS-NOTE carries
      *================================================================
       WRITE-INSTALMENT-LINE SECTION.
           MOVE SPACES TO WS-BILL-LINE
           MOVE LN-LOAN-ID TO WS-BL-LOAN-ID
           MOVE WS-SC-IDX TO WS-BL-NUMBER
           MOVE LN-ACCOUNT-ID TO WS-BL-ACCOUNT
           MOVE LN-CURRENCY TO WS-BL-CURRENCY
           MOVE WS-SC-DUE-DATE(WS-SC-IDX) TO WS-BL-DUE-DATE
           MOVE WS-SC-INST-PRINCIPAL(WS-SC-IDX) TO WS-BL-PRINCIPAL
           MOVE WS-SC-INTEREST(WS-SC-IDX) TO WS-BL-INTEREST
           MOVE WS-SC-INSTALMENT(WS-SC-IDX) TO WS-BL-INSTALMENT
           MOVE WS-NOTE TO WS-BL-NOTE
           WRITE LOANBRPT-RECORD FROM WS-BILL-LINE.

       WRITE-INSTALMENT-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-LOAN-EXCEPTION: a loan not billed, with the reason
      * WS-NOTE carries
      *================================================================
       WRITE-LOAN-EXCEPTION SECTION.
           MOVE SPACES TO WS-BILL-LINE
           MOVE LN-LOAN-ID TO WS-BL-LOAN-ID
           MOVE 0 TO WS-BL-NUMBER
           MOVE LN-ACCOUNT-ID TO WS-BL-ACCOUNT
           MOVE LN-CURRENCY TO WS-BL-CURRENCY
           MOVE 0 TO WS-BL-DUE-DATE
           MOVE 0 TO WS-BL-PRINCIPAL
           MOVE 0 TO WS-BL-INTEREST
           MOVE 0 TO WS-BL-INSTALMENT
           MOVE WS-NOTE TO WS-BL-NOTE
           WRITE LOANBRPT-RECORD FROM WS-BILL-LINE.

       WRITE-LOAN-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "LOANBILL - LOAN INSTALMENT BILLING BUSINESS DATE "
              WS-BUSINESS-DATE " DUE THROUGH " WS-HORIZON-DATE
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE LOANBRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  LOAN        NO  ACCOUNT       CCY  DUE DATE        PR
      -       "INCIPAL         INTEREST       INSTALMENT  NOTE"
              TO WS-HL-TEXT
           WRITE LOANBRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LOANS READ" TO WS-RPT-LABEL
           MOVE WS-LOANS-READ TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LOANS BILLED" TO WS-RPT-LABEL
           MOVE WS-LOANS-BILLED TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "INSTALMENTS BILLED" TO WS-RPT-LABEL
           MOVE WS-INSTALMENTS-BILLED TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DIRECT-DEBIT COLLECTIONS" TO WS-RPT-LABEL
           MOVE WS-COLLECTIONS-WRITTEN TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "INVOICES" TO WS-RPT-LABEL
           MOVE WS-INVOICES-WRITTEN TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LOANS NOW FULLY BILLED" TO WS-RPT-LABEL
           MOVE WS-LOANS-COMPLETED TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ACCOUNTS NOT ON ACCTMAST" TO WS-RPT-LABEL
           MOVE WS-NO-ACCOUNT-COUNT TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CLOSED ACCOUNTS NOT BILLED" TO WS-RPT-LABEL
           MOVE WS-CLOSED-ACCOUNT-COUNT TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "SCHEDULES NOT REBUILT" TO WS-RPT-LABEL
           MOVE WS-SCHEDULE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "VOUCHERS REFUSED" TO WS-RPT-LABEL
           MOVE WS-POST-FAIL-COUNT TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WRITES FAILED" TO WS-RPT-LABEL
           MOVE WS-WRITE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE LOANBRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE LOANMAST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE LOANCOLL-FILE
           CLOSE LOANINV-FILE
           CLOSE LOANBRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM LOANBILL.
