      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven GlConsolidate - legal-entity consolidation with FX
      * translation and intercompany elimination for COBOL
      *

      *================================================================
      * Group finance used to consolidate the entities' trial
      * balances in a spreadsheet. This run builds the consolidated
      * trial balance for one fiscal period straight off GLTXN (JCL
      * PARM 'YYYY PP CCC' - the fiscal year and period, as
      * CLOSEPKG takes them, and the group reporting currency,
      * default USD). Each posting's fiscal period comes from
      * GET-FISCAL-PERIOD (SAFE-DATETIME); postings in later
      * periods are passed over.
      *
      * Every entity's trial balance (GP-ENTITY, account, currency)
      * is translated into the group currency the way the COAMAST
      * account type says:
      *
      *   - balance-sheet accounts (types A, L, Q, and any account
      *     not on the chart) at the period-end rate - the newest
      *     valid EXCHRATE rate stamped in or before the period;
      *   - profit-and-loss accounts (types I and E) at the average
      *     rate of the period each posting falls in - the mean of
      *     the valid EXCHRATE rates stamped in that period, the
      *     period-end rate standing in for a period with none.
      *     Profit and loss from earlier fiscal years is carried
      *     on the retained-earnings line (RETEARNS) at the rates
      *     of its own periods.
      *
      * A pair quoted only the other way round on EXCHRATE is
      * inverted. Because every voucher nets to zero per currency
      * within its entity, whatever the entity's translated trial
      * balance fails to net by is the translation difference; it
      * is booked, per entity, to the cumulative translation
      * adjustment account (FXCTARSV).
      *
      * Intercompany accounts are those COAMAST gives a partner
      * entity and a mirror account. Each entity's balance on such
      * an account is eliminated against the partner's balance on
      * the mirror account, pairwise; the two translated sides
      * should cancel, and any mismatch is reported with both sides
      * and carried to the intercompany elimination difference
      * account (ICELMDIF) so the consolidated trial balance still
      * proves. The three house accounts must be on COAMAST.
      *
      * CONSRPT lists each entity's translated trial balance, the
      * eliminations and mismatches, and the consolidated trial
      * balance with its proof; CONSTB carries the consolidated
      * trial balance, one account per line, for the group ledger.
      * An intercompany mismatch is COND code 4; a currency with no
      * usable rate, or a table that overflows, leaves the
      * consolidation unfit to use (COND code 8).
      *
      * COAMAST is now the chart-of-accounts KSDS maintained online,
      * read here in key order. An account deactivated since stays
      * on the chart, so its type and intercompany pairing still
      * govern the periods it held balances in.
      *
      * Year-end closing legs carry their own leg roles on GLTXN
      * (C for the closing entry, B for its retained-earnings
      * balance) and are taken in fiscal period 13 of the year
      * they close, whatever period the closing date falls in, so
      * a period-12 consolidation shows the year's profit and loss
      * before it is closed and a period-13 run shows it closed.
      * Closing legs are still translated at the average rate of
      * the period their date falls in.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCONSOL.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "GLTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CA-ACCOUNT-CODE
              FILE STATUS IS WS-CA-FILE-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ER-KEY
              FILE STATUS IS WS-ER-FILE-STATUS.

           SELECT CONSTB-FILE ASSIGN TO "CONSTB"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT CONSRPT-FILE ASSIGN TO "CONSRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Postings in the extended GLTXN layout PROVEN-GL-POST writes
       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  TRANSACTION-RECORD.
           05 TX-TRANS-ID                PIC X(12).
           05 TX-CURRENCY                PIC X(3).
           05 TX-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 TX-SEQUENCE                PIC 9(8).
           05 TX-POSTING-DATE            PIC 9(8).
           05 TX-ACCOUNT-CODE            PIC X(8).
           05 TX-ENTITY                  PIC X(4).
           05 TX-VOUCHER-ID              PIC X(12).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".
              88 TX-LEG-IS-CLOSING       VALUE "C" "B".

      * Chart of accounts (see CHART-OF-ACCOUNTS-RECORD in
      * PROVEN-GL-POST.cob)
       FD  CHART-OF-ACCOUNTS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CHART-OF-ACCOUNTS-RECORD.
           05 CA-ACCOUNT-CODE           PIC X(8).
           05 CA-DESCRIPTION            PIC X(30).
           05 CA-ACCOUNT-TYPE           PIC X(1).
              88 CA-IS-PROFIT-AND-LOSS  VALUE "I" "E".
           05 CA-IC-PARTNER-ENTITY      PIC X(4).
           05 CA-IC-MIRROR-ACCOUNT      PIC X(8).
           05 FILLER                    PIC X(69).

      * Mirrors FXRATELD.cob's EXCHANGE-RATE-VSAM-RECORD field for
      * field
       FD  EXCHANGE-RATE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  EXCHANGE-RATE-VSAM-RECORD.
           05 ER-KEY.
              10 ER-FROM-CURRENCY       PIC X(3).
              10 ER-TO-CURRENCY         PIC X(3).
              10 ER-TIMESTAMP           PIC 9(14).
           05 ER-RATE                   PIC 9(6)V9(8).
           05 ER-VALID                  PIC 9.
              88 ER-RATE-VALID          VALUE 1.
           05 ER-SOURCE                 PIC X(1).

      * The consolidated trial balance, one account per line, in
      * the group currency's minor units
       FD  CONSTB-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  CONSTB-RECORD.
           05 CT-FISCAL-YEAR            PIC 9(4).
           05 CT-FISCAL-PERIOD          PIC 9(2).
           05 CT-ACCOUNT-CODE           PIC X(8).
           05 CT-CURRENCY               PIC X(3).
           05 CT-TRANSLATED-MINOR       PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CT-ELIMINATED-MINOR       PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CT-CONSOLIDATED-MINOR     PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

       FD  CONSRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONSRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-CA-FILE-STATUS            PIC X(2).
       01 WS-ER-FILE-STATUS            PIC X(2).
       01 WS-CT-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TX-EOF              VALUE 1.
       01 WS-CA-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CA-EOF              VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

      * Control counts
       01 WS-POSTINGS-READ             PIC 9(8) VALUE 0.
       01 WS-POSTINGS-USED             PIC 9(8) VALUE 0.
       01 WS-LATER-PERIOD-COUNT        PIC 9(8) VALUE 0.
       01 WS-BAD-DATE-COUNT            PIC 9(8) VALUE 0.
       01 WS-AVERAGE-FALLBACK-COUNT    PIC 9(8) VALUE 0.
       01 WS-NO-RATE-COUNT             PIC 9(6) VALUE 0.
       01 WS-MISMATCH-COUNT            PIC 9(6) VALUE 0.
       01 WS-PAIRS-ELIMINATED          PIC 9(6) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(6) VALUE 0.

      * The target period and group currency, from the JCL PARM
       01 WS-PARM                      PIC X(11).
       01 WS-TARGET-FISCAL-YEAR        PIC 9(4).
       01 WS-TARGET-FISCAL-PERIOD      PIC 9(2).
       01 WS-TARGET-PERIOD-KEY         PIC 9(6).
       01 WS-GROUP-CURRENCY            PIC X(3) VALUE "USD".
       01 WS-GROUP-DECIMALS            PIC 9.
       01 WS-GROUP-SCALE               PIC 9(9).

      * House accounts the consolidation books to
       01 WS-CTA-ACCOUNT               PIC X(8) VALUE "FXCTARSV".
       01 WS-RETAINED-ACCOUNT          PIC X(8) VALUE "RETEARNS".
       01 WS-IC-DIFF-ACCOUNT           PIC X(8) VALUE "ICELMDIF".

      * The chart, with its types and intercompany pairings
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 500 TIMES.
             10 CH-ACCOUNT-CODE        PIC X(8).
             10 CH-DESCRIPTION         PIC X(30).
             10 CH-ACCOUNT-TYPE        PIC X(1).
             10 CH-IC-PARTNER-ENTITY   PIC X(4).
             10 CH-IC-MIRROR-ACCOUNT   PIC X(8).
       01 WS-CHART-COUNT               PIC 9(3) VALUE 0.
       01 WS-CHART-MAX                 PIC 9(3) VALUE 500.
       01 WS-CHART-IDX                 PIC 9(3) VALUE 0.
       01 WS-CHART-FOUND               PIC 9(3) VALUE 0.
       01 WS-SEEK-ACCOUNT              PIC X(8).

      * Fiscal period of the last date looked up - postings come in
      * date runs, so one GET-FISCAL-PERIOD call serves many
       01 WS-FP-YEAR                   PIC 9(4).
       01 WS-FP-MONTH                  PIC 9(2).
       01 WS-FP-DAY                    PIC 9(2).
       01 WS-FISCAL-YEAR               PIC 9(4).
       01 WS-FISCAL-PERIOD             PIC 9(2).
       01 WS-FP-RESULT                 PIC 9.
       01 WS-FP-DATE                   PIC 9(8).
       01 WS-FP-CACHED-DATE            PIC 9(8) VALUE 0.
       01 WS-FP-CACHED-YEAR            PIC 9(4) VALUE 0.
       01 WS-FP-CACHED-PERIOD          PIC 9(2) VALUE 0.
       01 WS-FP-CACHED-RESULT          PIC 9 VALUE 0.
       01 WS-PERIOD-KEY                PIC 9(6).
       01 WS-POSTING-PERIOD-KEY        PIC 9(6).
      * A year-end closing leg belongs to its fiscal year's closing
      * period, whatever period its date falls in
       01 WS-CLOSING-PERIOD            PIC 9(2) VALUE 13.

      * One entry per entity/account/currency/class - class B is
      * balance sheet, P this year's profit and loss, R earlier
      * years' profit and loss, C the translation adjustment
       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY OCCURS 2000 TIMES.
             10 LN-ENTITY              PIC X(4).
             10 LN-ACCOUNT-CODE        PIC X(8).
             10 LN-CURRENCY            PIC X(3).
             10 LN-CLASS               PIC X(1).
             10 LN-LOCAL-MINOR         PIC S9(17) COMP-3.
             10 LN-TRANSLATED-MINOR    PIC S9(17) COMP-3.
             10 LN-RATE-MISSING        PIC 9.
       01 WS-LINE-COUNT                PIC 9(4) VALUE 0.
       01 WS-LINE-MAX                  PIC 9(4) VALUE 2000.
       01 WS-LN-IDX                    PIC 9(4) VALUE 0.
       01 WS-LN-FOUND                  PIC 9(4) VALUE 0.
       01 WS-LN-ENTITY                 PIC X(4).
       01 WS-LN-ACCOUNT                PIC X(8).
       01 WS-LN-CURRENCY               PIC X(3).
       01 WS-LN-CLASS                  PIC X(1).

      * Entities seen, with the translation adjustment each needs
       01 WS-ENTITY-TABLE.
          05 WS-ENTITY-ENTRY OCCURS 20 TIMES.
             10 EN-ENTITY              PIC X(4).
             10 EN-TRANSLATED-NET      PIC S9(17) COMP-3.
       01 WS-ENTITY-COUNT              PIC 9(2) VALUE 0.
       01 WS-ENTITY-MAX                PIC 9(2) VALUE 20.
       01 WS-EN-IDX                    PIC 9(2) VALUE 0.
       01 WS-EN-FOUND                  PIC 9(2) VALUE 0.

      * Per currency: decimals and the period-end rate into the
      * group currency
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 40 TIMES.
             10 RC-CURRENCY            PIC X(3).
             10 RC-DECIMALS            PIC 9.
             10 RC-SCALE               PIC 9(9).
             10 RC-CLOSING-FOUND       PIC 9.
             10 RC-CLOSING-RATE        PIC 9(8)V9(10).
             10 RC-INVERTED            PIC 9.
       01 WS-RATE-COUNT                PIC 9(2) VALUE 0.
       01 WS-RATE-MAX                  PIC 9(2) VALUE 40.
       01 WS-RC-IDX                    PIC 9(2) VALUE 0.
       01 WS-RC-FOUND                  PIC 9(2) VALUE 0.

      * Per currency and fiscal period: the rates stamped in it
       01 WS-AVERAGE-TABLE.
          05 WS-AVERAGE-ENTRY OCCURS 1000 TIMES.
             10 AV-CURRENCY            PIC X(3).
             10 AV-PERIOD-KEY          PIC 9(6).
             10 AV-RATE-SUM            PIC 9(12)V9(10) COMP-3.
             10 AV-RATE-COUNT          PIC 9(6).
       01 WS-AVERAGE-COUNT             PIC 9(4) VALUE 0.
       01 WS-AVERAGE-MAX               PIC 9(4) VALUE 1000.
       01 WS-AV-IDX                    PIC 9(4) VALUE 0.
       01 WS-AV-FOUND                  PIC 9(4) VALUE 0.

      * Rate browse and translation work fields
       01 WS-BROWSE-FROM               PIC X(3).
       01 WS-BROWSE-TO                 PIC X(3).
       01 WS-RATE-SEEN                 PIC 9 VALUE 0.
       01 WS-ONE-RATE                  PIC 9(8)V9(10).
       01 WS-APPLY-RATE                PIC 9(8)V9(10).
       01 WS-APPLY-AMOUNT              PIC S9(17) COMP-3.
       01 WS-APPLY-RESULT              PIC S9(17) COMP-3.
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.

      * Consolidated trial balance, one entry per account
       01 WS-CONS-TABLE.
          05 WS-CONS-ENTRY OCCURS 500 TIMES.
             10 CS-ACCOUNT-CODE        PIC X(8).
             10 CS-TRANSLATED-MINOR    PIC S9(17) COMP-3.
             10 CS-ELIMINATED-MINOR    PIC S9(17) COMP-3.
       01 WS-CONS-COUNT                PIC 9(3) VALUE 0.
       01 WS-CONS-MAX                  PIC 9(3) VALUE 500.
       01 WS-CS-IDX                    PIC 9(3) VALUE 0.
       01 WS-CS-FOUND                  PIC 9(3) VALUE 0.

      * Intercompany pairing: entity/account sides already
      * eliminated, so a pair is taken once from whichever side
      * is met first
       01 WS-DONE-TABLE.
          05 WS-DONE-SIDE OCCURS 400 TIMES PIC X(12).
       01 WS-DONE-COUNT                PIC 9(3) VALUE 0.
       01 WS-DONE-MAX                  PIC 9(3) VALUE 400.
       01 WS-DONE-IDX                  PIC 9(3) VALUE 0.
       01 WS-DONE-FOUND                PIC 9 VALUE 0.
       01 WS-SIDE-KEY.
          05 WS-SIDE-ENTITY            PIC X(4).
          05 WS-SIDE-ACCOUNT           PIC X(8).
       01 WS-SIDE-BALANCE              PIC S9(17) COMP-3.
       01 WS-SIDE-PRESENT              PIC 9.
       01 WS-SIDE-IDX                  PIC 9(4).
       01 WS-OWN-ENTITY                PIC X(4).
       01 WS-OWN-ACCOUNT               PIC X(8).
       01 WS-OWN-BALANCE               PIC S9(17) COMP-3.
       01 WS-PARTNER-ENTITY            PIC X(4).
       01 WS-PARTNER-ACCOUNT           PIC X(8).
       01 WS-PARTNER-BALANCE           PIC S9(17) COMP-3.
       01 WS-MISMATCH-MINOR            PIC S9(17) COMP-3.

       01 WS-TOTAL-MINOR               PIC S9(17) COMP-3.
       01 WS-NET-MINOR                 PIC S9(17) COMP-3.
       01 WS-DESCRIPTION               PIC X(30).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-ENTITY-LINE.
          05 FILLER                    PIC X(1).
          05 WS-EL-ACCOUNT             PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-EL-DESCRIPTION         PIC X(26).
          05 FILLER                    PIC X(1).
          05 WS-EL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-EL-CLASS               PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-EL-LOCAL               PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-EL-TRANSLATED          PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-EL-NOTE                PIC X(50).

       01 WS-MISMATCH-LINE.
          05 FILLER                    PIC X(1).
          05 WS-ML-OWN-ENTITY          PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-ML-OWN-ACCOUNT         PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-ML-OWN-BALANCE         PIC -(16)9.
          05 FILLER                    PIC X(2).
          05 WS-ML-PARTNER-ENTITY      PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-ML-PARTNER-ACCOUNT     PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-ML-PARTNER-BALANCE     PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-ML-MISMATCH            PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-ML-NOTE                PIC X(30).

       01 WS-CONS-LINE.
          05 FILLER                    PIC X(1).
          05 WS-CL-ACCOUNT             PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-CL-DESCRIPTION         PIC X(26).
          05 FILLER                    PIC X(1).
          05 WS-CL-TRANSLATED          PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-CL-ELIMINATED          PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-CL-CONSOLIDATED        PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-CL-NOTE                PIC X(20).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-PARSE                  PIC S9(4) COMP VALUE -6.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-CONSOLIDATION-PARM
           PERFORM OPEN-FILES
           PERFORM LOAD-CHART-OF-ACCOUNTS

           PERFORM UNTIL WS-AT-TX-EOF
              READ TRANSACTION-FILE
                 AT END
                    MOVE 1 TO WS-TX-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-POSTING
              END-READ
           END-PERFORM

           PERFORM TRANSLATE-BALANCE-SHEET
           PERFORM BOOK-TRANSLATION-ADJUSTMENTS
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENTITY-COUNT
              PERFORM WRITE-ENTITY-TRIAL-BALANCE
           END-PERFORM

           PERFORM BUILD-CONSOLIDATION
           PERFORM ELIMINATE-INTERCOMPANY
           PERFORM WRITE-CONSOLIDATED-BALANCE
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "GLCONSOL: " WS-ENTITY-COUNT " entit(y/ies), "
              WS-CONS-COUNT " account(s) consolidated for "
              WS-TARGET-FISCAL-YEAR "/" WS-TARGET-FISCAL-PERIOD
              " in " WS-GROUP-CURRENCY ", " WS-MISMATCH-COUNT
              " intercompany mismatch(es)"

           EVALUATE TRUE
              WHEN WS-OVERFLOW-COUNT > 0 OR WS-NO-RATE-COUNT > 0
                 DISPLAY "GLCONSOL: consolidation is not fit to use"
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-MISMATCH-COUNT > 0
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
      * READ-CONSOLIDATION-PARM: 'YYYY PP CCC' - the fiscal year
      * and period are required; the group currency defaults to USD
      *================================================================
       READ-CONSOLIDATION-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           IF WS-PARM(1:4) IS NOT NUMERIC
              OR WS-PARM(6:2) IS NOT NUMERIC
              DISPLAY "GLCONSOL: PARM must be 'YYYY PP CCC'"
              CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-PARM(1:4) TO WS-TARGET-FISCAL-YEAR
           MOVE WS-PARM(6:2) TO WS-TARGET-FISCAL-PERIOD
           COMPUTE WS-TARGET-PERIOD-KEY =
              WS-TARGET-FISCAL-YEAR * 100 + WS-TARGET-FISCAL-PERIOD
           IF WS-PARM(9:3) NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-PARM(9:3))
                 TO WS-GROUP-CURRENCY
           END-IF

           CALL "GET-DECIMAL-PLACES" USING WS-GROUP-CURRENCY
               WS-GROUP-DECIMALS WS-DP-RESULT
           IF WS-DP-RESULT NOT = 1
              DISPLAY "GLCONSOL: group currency " WS-GROUP-CURRENCY
                 " is not a known currency"
              CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-GROUP-SCALE = 10 ** WS-GROUP-DECIMALS.

       READ-CONSOLIDATION-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "GLCONSOL: cannot open GLTXN, status="
                 WS-TX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-CA-FILE-STATUS NOT = "00"
              DISPLAY "GLCONSOL: cannot open COAMAST, status="
                 WS-CA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
              DISPLAY "GLCONSOL: cannot open EXCHRATE, status="
                 WS-ER-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONSTB-FILE
           IF WS-CT-FILE-STATUS NOT = "00"
              DISPLAY "GLCONSOL: cannot open CONSTB, status="
                 WS-CT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONSRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "GLCONSOL: cannot open CONSRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-CHART-OF-ACCOUNTS
      *================================================================
       LOAD-CHART-OF-ACCOUNTS SECTION.
           PERFORM UNTIL WS-AT-CA-EOF
              READ CHART-OF-ACCOUNTS-FILE
                 AT END
                    MOVE 1 TO WS-CA-EOF
                 NOT AT END
                    IF CA-ACCOUNT-CODE NOT = SPACES
                       IF WS-CHART-COUNT < WS-CHART-MAX
                          ADD 1 TO WS-CHART-COUNT
                          MOVE CA-ACCOUNT-CODE
                             TO CH-ACCOUNT-CODE(WS-CHART-COUNT)
                          MOVE CA-DESCRIPTION
                             TO CH-DESCRIPTION(WS-CHART-COUNT)
                          MOVE CA-ACCOUNT-TYPE
                             TO CH-ACCOUNT-TYPE(WS-CHART-COUNT)
                          MOVE CA-IC-PARTNER-ENTITY
                             TO CH-IC-PARTNER-ENTITY(WS-CHART-COUNT)
                          MOVE CA-IC-MIRROR-ACCOUNT
                             TO CH-IC-MIRROR-ACCOUNT(WS-CHART-COUNT)
                       ELSE
                          ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CHART-OF-ACCOUNTS-FILE.

       LOAD-CHART-OF-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-POSTING: a posting in or before the target period
      * joins its entity/account/currency line; profit and loss is
      * translated as it comes, at its own period's average rate
      *================================================================
       TAKE-ONE-POSTING SECTION.
           ADD 1 TO WS-POSTINGS-READ

           MOVE TX-POSTING-DATE TO WS-FP-DATE
           PERFORM RESOLVE-FISCAL-PERIOD
           IF WS-FP-RESULT NOT = 1
              ADD 1 TO WS-BAD-DATE-COUNT
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF
           MOVE WS-PERIOD-KEY TO WS-POSTING-PERIOD-KEY
           IF TX-LEG-IS-CLOSING
              COMPUTE WS-PERIOD-KEY =
                 WS-FISCAL-YEAR * 100 + WS-CLOSING-PERIOD
           END-IF
           IF WS-PERIOD-KEY > WS-TARGET-PERIOD-KEY
              ADD 1 TO WS-LATER-PERIOD-COUNT
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF
           ADD 1 TO WS-POSTINGS-USED

           MOVE TX-ACCOUNT-CODE TO WS-SEEK-ACCOUNT
           PERFORM FIND-CHART-ENTRY

           MOVE TX-ENTITY TO WS-LN-ENTITY
           MOVE TX-ACCOUNT-CODE TO WS-LN-ACCOUNT
           MOVE TX-CURRENCY TO WS-LN-CURRENCY
           MOVE "B" TO WS-LN-CLASS
           IF WS-CHART-FOUND > 0
              IF CH-ACCOUNT-TYPE(WS-CHART-FOUND) = "I"
                 OR CH-ACCOUNT-TYPE(WS-CHART-FOUND) = "E"
                 IF WS-FISCAL-YEAR < WS-TARGET-FISCAL-YEAR
                    MOVE "R" TO WS-LN-CLASS
                    MOVE WS-RETAINED-ACCOUNT TO WS-LN-ACCOUNT
                 ELSE
                    MOVE "P" TO WS-LN-CLASS
                 END-IF
              END-IF
           END-IF

           PERFORM FIND-ENTITY-ENTRY
           PERFORM FIND-RATE-ENTRY
           IF WS-RC-FOUND = 0
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF
           PERFORM FIND-LINE-ENTRY
           IF WS-LN-FOUND = 0
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

           ADD TX-AMOUNT-MINOR TO LN-LOCAL-MINOR(WS-LN-FOUND)

           IF WS-LN-CLASS = "P" OR WS-LN-CLASS = "R"
              MOVE TX-AMOUNT-MINOR TO WS-APPLY-AMOUNT
              PERFORM FIND-AVERAGE-RATE
              PERFORM APPLY-RATE
              ADD WS-APPLY-RESULT TO LN-TRANSLATED-MINOR(WS-LN-FOUND)
           END-IF.

       TAKE-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-FISCAL-PERIOD: WS-FP-DATE's fiscal year and period
      * Output: WS-FISCAL-YEAR, WS-FISCAL-PERIOD, WS-PERIOD-KEY,
      *         WS-FP-RESULT
      *================================================================
       RESOLVE-FISCAL-PERIOD SECTION.
           IF WS-FP-DATE = WS-FP-CACHED-DATE
              MOVE WS-FP-CACHED-YEAR TO WS-FISCAL-YEAR
              MOVE WS-FP-CACHED-PERIOD TO WS-FISCAL-PERIOD
              MOVE WS-FP-CACHED-RESULT TO WS-FP-RESULT
           ELSE
              MOVE 0 TO WS-FP-RESULT
              IF WS-FP-DATE IS NUMERIC
                 MOVE WS-FP-DATE(1:4) TO WS-FP-YEAR
                 MOVE WS-FP-DATE(5:2) TO WS-FP-MONTH
                 MOVE WS-FP-DATE(7:2) TO WS-FP-DAY
                 CALL "GET-FISCAL-PERIOD" USING WS-FP-YEAR
                     WS-FP-MONTH WS-FP-DAY WS-FISCAL-YEAR
                     WS-FISCAL-PERIOD WS-FP-RESULT
              END-IF
              MOVE WS-FP-DATE TO WS-FP-CACHED-DATE
              MOVE WS-FISCAL-YEAR TO WS-FP-CACHED-YEAR
              MOVE WS-FISCAL-PERIOD TO WS-FP-CACHED-PERIOD
              MOVE WS-FP-RESULT TO WS-FP-CACHED-RESULT
           END-IF
           COMPUTE WS-PERIOD-KEY =
              WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD.

       RESOLVE-FISCAL-PERIOD-EXIT.
           EXIT.

      *================================================================
      * FIND-CHART-ENTRY: WS-SEEK-ACCOUNT on the chart
      * Output: WS-CHART-FOUND (0 = not on the chart)
      *================================================================
       FIND-CHART-ENTRY SECTION.
           MOVE 0 TO WS-CHART-FOUND
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
                      OR WS-CHART-FOUND > 0
              IF CH-ACCOUNT-CODE(WS-CHART-IDX) = WS-SEEK-ACCOUNT
                 MOVE WS-CHART-IDX TO WS-CHART-FOUND
              END-IF
           END-PERFORM.

       FIND-CHART-ENTRY-EXIT.
           EXIT.

      *================================================================
      * FIND-ENTITY-ENTRY: WS-LN-ENTITY's entry, added when new
      * Output: WS-EN-FOUND (0 when the table is full)
      *================================================================
       FIND-ENTITY-ENTRY SECTION.
           MOVE 0 TO WS-EN-FOUND
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENTITY-COUNT
                      OR WS-EN-FOUND > 0
              IF EN-ENTITY(WS-EN-IDX) = WS-LN-ENTITY
                 MOVE WS-EN-IDX TO WS-EN-FOUND
              END-IF
           END-PERFORM
           IF WS-EN-FOUND > 0
              GO TO FIND-ENTITY-ENTRY-EXIT
           END-IF

           IF WS-ENTITY-COUNT >= WS-ENTITY-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO FIND-ENTITY-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-ENTITY-COUNT
           MOVE WS-ENTITY-COUNT TO WS-EN-FOUND
           MOVE WS-LN-ENTITY TO EN-ENTITY(WS-EN-FOUND)
           MOVE 0 TO EN-TRANSLATED-NET(WS-EN-FOUND).

       FIND-ENTITY-ENTRY-EXIT.
           EXIT.

      *================================================================
      * FIND-LINE-ENTRY: the entity/account/currency/class line,
      * added when new
      * Output: WS-LN-FOUND (0 when the table is full)
      *================================================================
       FIND-LINE-ENTRY SECTION.
           MOVE 0 TO WS-LN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
                      OR WS-LN-FOUND > 0
              IF LN-ENTITY(WS-LN-IDX) = WS-LN-ENTITY
                 AND LN-ACCOUNT-CODE(WS-LN-IDX) = WS-LN-ACCOUNT
                 AND LN-CURRENCY(WS-LN-IDX) = WS-LN-CURRENCY
                 AND LN-CLASS(WS-LN-IDX) = WS-LN-CLASS
                 MOVE WS-LN-IDX TO WS-LN-FOUND
              END-IF
           END-PERFORM
           IF WS-LN-FOUND > 0
              GO TO FIND-LINE-ENTRY-EXIT
           END-IF

           IF WS-LINE-COUNT >= WS-LINE-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              DISPLAY "GLCONSOL: line table full at " WS-LINE-MAX
                 " - " WS-LN-ENTITY "/" WS-LN-ACCOUNT "/"
                 WS-LN-CURRENCY " not consolidated"
              GO TO FIND-LINE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-LN-FOUND
           MOVE WS-LN-ENTITY TO LN-ENTITY(WS-LN-FOUND)
           MOVE WS-LN-ACCOUNT TO LN-ACCOUNT-CODE(WS-LN-FOUND)
           MOVE WS-LN-CURRENCY TO LN-CURRENCY(WS-LN-FOUND)
           MOVE WS-LN-CLASS TO LN-CLASS(WS-LN-FOUND)
           MOVE 0 TO LN-LOCAL-MINOR(WS-LN-FOUND)
           MOVE 0 TO LN-TRANSLATED-MINOR(WS-LN-FOUND)
           MOVE 0 TO LN-RATE-MISSING(WS-LN-FOUND).

       FIND-LINE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * FIND-RATE-ENTRY: WS-LN-CURRENCY's rate entry; the first
      * time a currency is met its decimals are looked up and its
      * EXCHRATE history into the group currency is gathered
      * Output: WS-RC-FOUND (0 when the table is full)
      *================================================================
       FIND-RATE-ENTRY SECTION.
           MOVE 0 TO WS-RC-FOUND
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RATE-COUNT
                      OR WS-RC-FOUND > 0
              IF RC-CURRENCY(WS-RC-IDX) = WS-LN-CURRENCY
                 MOVE WS-RC-IDX TO WS-RC-FOUND
              END-IF
           END-PERFORM
           IF WS-RC-FOUND > 0
              GO TO FIND-RATE-ENTRY-EXIT
           END-IF

           IF WS-RATE-COUNT >= WS-RATE-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO FIND-RATE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-RATE-COUNT TO WS-RC-FOUND
           MOVE WS-LN-CURRENCY TO RC-CURRENCY(WS-RC-FOUND)
           MOVE 0 TO RC-CLOSING-FOUND(WS-RC-FOUND)
           MOVE 0 TO RC-CLOSING-RATE(WS-RC-FOUND)
           MOVE 0 TO RC-INVERTED(WS-RC-FOUND)

           CALL "GET-DECIMAL-PLACES" USING WS-LN-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT
           IF WS-DP-RESULT NOT = 1
              MOVE 2 TO WS-DP-DECIMALS
           END-IF
           MOVE WS-DP-DECIMALS TO RC-DECIMALS(WS-RC-FOUND)
           COMPUTE RC-SCALE(WS-RC-FOUND) = 10 ** WS-DP-DECIMALS

           IF WS-LN-CURRENCY = WS-GROUP-CURRENCY
              MOVE 1 TO RC-CLOSING-FOUND(WS-RC-FOUND)
              MOVE 1 TO RC-CLOSING-RATE(WS-RC-FOUND)
              GO TO FIND-RATE-ENTRY-EXIT
           END-IF

           MOVE WS-LN-CURRENCY TO WS-BROWSE-FROM
           MOVE WS-GROUP-CURRENCY TO WS-BROWSE-TO
           PERFORM GATHER-RATE-HISTORY
           IF WS-RATE-SEEN = 0
              MOVE 1 TO RC-INVERTED(WS-RC-FOUND)
              MOVE WS-GROUP-CURRENCY TO WS-BROWSE-FROM
              MOVE WS-LN-CURRENCY TO WS-BROWSE-TO
              PERFORM GATHER-RATE-HISTORY
           END-IF.

       FIND-RATE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * GATHER-RATE-HISTORY: every valid rate for the pair stamped
      * in or before the target period, in timestamp order - the
      * last is the period-end rate, and each joins its own
      * period's average; an inverted pair is taken as 1 / rate
      * Output: WS-RATE-SEEN, RC-CLOSING-RATE, the average table
      *================================================================
       GATHER-RATE-HISTORY SECTION.
           MOVE 0 TO WS-RATE-SEEN
           MOVE WS-BROWSE-FROM TO ER-FROM-CURRENCY
           MOVE WS-BROWSE-TO TO ER-TO-CURRENCY
           MOVE 0 TO ER-TIMESTAMP
           MOVE 0 TO WS-BROWSE-DONE

           START EXCHANGE-RATE-FILE KEY NOT LESS THAN ER-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ EXCHANGE-RATE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF ER-FROM-CURRENCY NOT = WS-BROWSE-FROM
                       OR ER-TO-CURRENCY NOT = WS-BROWSE-TO
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF ER-RATE-VALID AND ER-RATE > 0
                          PERFORM TAKE-ONE-RATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       GATHER-RATE-HISTORY-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-RATE: one valid rate into the period-end rate and
      * its period's average
      *================================================================
       TAKE-ONE-RATE SECTION.
           MOVE ER-TIMESTAMP(1:8) TO WS-FP-DATE
           PERFORM RESOLVE-FISCAL-PERIOD
           IF WS-FP-RESULT NOT = 1
              GO TO TAKE-ONE-RATE-EXIT
           END-IF
           IF WS-PERIOD-KEY > WS-TARGET-PERIOD-KEY
              MOVE 1 TO WS-BROWSE-DONE
              GO TO TAKE-ONE-RATE-EXIT
           END-IF

           IF RC-INVERTED(WS-RC-FOUND) = 1
              COMPUTE WS-ONE-RATE ROUNDED = 1 / ER-RATE
           ELSE
              MOVE ER-RATE TO WS-ONE-RATE
           END-IF
           MOVE 1 TO WS-RATE-SEEN
           MOVE 1 TO RC-CLOSING-FOUND(WS-RC-FOUND)
           MOVE WS-ONE-RATE TO RC-CLOSING-RATE(WS-RC-FOUND)

           MOVE 0 TO WS-AV-FOUND
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AVERAGE-COUNT
                      OR WS-AV-FOUND > 0
              IF AV-CURRENCY(WS-AV-IDX) = WS-LN-CURRENCY
                 AND AV-PERIOD-KEY(WS-AV-IDX) = WS-PERIOD-KEY
                 MOVE WS-AV-IDX TO WS-AV-FOUND
              END-IF
           END-PERFORM
           IF WS-AV-FOUND = 0
              IF WS-AVERAGE-COUNT >= WS-AVERAGE-MAX
                 ADD 1 TO WS-OVERFLOW-COUNT
                 GO TO TAKE-ONE-RATE-EXIT
              END-IF
              ADD 1 TO WS-AVERAGE-COUNT
              MOVE WS-AVERAGE-COUNT TO WS-AV-FOUND
              MOVE WS-LN-CURRENCY TO AV-CURRENCY(WS-AV-FOUND)
              MOVE WS-PERIOD-KEY TO AV-PERIOD-KEY(WS-AV-FOUND)
              MOVE 0 TO AV-RATE-SUM(WS-AV-FOUND)
              MOVE 0 TO AV-RATE-COUNT(WS-AV-FOUND)
           END-IF
           ADD WS-ONE-RATE TO AV-RATE-SUM(WS-AV-FOUND)
           ADD 1 TO AV-RATE-COUNT(WS-AV-FOUND).

       TAKE-ONE-RATE-EXIT.
           EXIT.

      *================================================================
      * FIND-AVERAGE-RATE: the average rate of the posting's period
      * for WS-RC-FOUND's currency, the period-end rate standing in
      * when the period has no rates of its own
      * Output: WS-APPLY-RATE (0 when there is no rate at all)
      *================================================================
       FIND-AVERAGE-RATE SECTION.
           MOVE RC-CLOSING-RATE(WS-RC-FOUND) TO WS-APPLY-RATE
           IF LN-CURRENCY(WS-LN-FOUND) = WS-GROUP-CURRENCY
              GO TO FIND-AVERAGE-RATE-EXIT
           END-IF

           MOVE 0 TO WS-AV-FOUND
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AVERAGE-COUNT
                      OR WS-AV-FOUND > 0
              IF AV-CURRENCY(WS-AV-IDX) = LN-CURRENCY(WS-LN-FOUND)
                 AND AV-PERIOD-KEY(WS-AV-IDX) = WS-POSTING-PERIOD-KEY
                 MOVE WS-AV-IDX TO WS-AV-FOUND
              END-IF
           END-PERFORM

           IF WS-AV-FOUND > 0
              COMPUTE WS-APPLY-RATE ROUNDED =
                 AV-RATE-SUM(WS-AV-FOUND) / AV-RATE-COUNT(WS-AV-FOUND)
           ELSE
              ADD 1 TO WS-AVERAGE-FALLBACK-COUNT
           END-IF.

       FIND-AVERAGE-RATE-EXIT.
           EXIT.

      *================================================================
      * APPLY-RATE: WS-APPLY-AMOUNT in line WS-LN-FOUND's currency
      * to group-currency minor units at WS-APPLY-RATE; a line with
      * no rate is marked and translates to nothing
      * Output: WS-APPLY-RESULT
      *================================================================
       APPLY-RATE SECTION.
           MOVE 0 TO WS-APPLY-RESULT
           IF WS-APPLY-RATE = 0
              IF LN-RATE-MISSING(WS-LN-FOUND) = 0
                 MOVE 1 TO LN-RATE-MISSING(WS-LN-FOUND)
                 ADD 1 TO WS-NO-RATE-COUNT
              END-IF
              GO TO APPLY-RATE-EXIT
           END-IF

           COMPUTE WS-APPLY-RESULT ROUNDED =
              WS-APPLY-AMOUNT * WS-APPLY-RATE * WS-GROUP-SCALE
              / RC-SCALE(WS-RC-FOUND).

       APPLY-RATE-EXIT.
           EXIT.

      *================================================================
      * TRANSLATE-BALANCE-SHEET: balance-sheet lines at the
      * period-end rate
      *================================================================
       TRANSLATE-BALANCE-SHEET SECTION.
           PERFORM VARYING WS-LN-FOUND FROM 1 BY 1
                   UNTIL WS-LN-FOUND > WS-LINE-COUNT
              IF LN-CLASS(WS-LN-FOUND) = "B"
                 MOVE LN-CURRENCY(WS-LN-FOUND) TO WS-LN-CURRENCY
                 PERFORM FIND-RATE-ENTRY
                 MOVE 0 TO WS-APPLY-RATE
                 IF WS-RC-FOUND > 0
                    MOVE RC-CLOSING-RATE(WS-RC-FOUND) TO WS-APPLY-RATE
                 END-IF
                 MOVE LN-LOCAL-MINOR(WS-LN-FOUND) TO WS-APPLY-AMOUNT
                 PERFORM APPLY-RATE
                 MOVE WS-APPLY-RESULT
                    TO LN-TRANSLATED-MINOR(WS-LN-FOUND)
              END-IF
           END-PERFORM.

       TRANSLATE-BALANCE-SHEET-EXIT.
           EXIT.

      *================================================================
      * BOOK-TRANSLATION-ADJUSTMENTS: what each entity's translated
      * lines fail to net by goes to its CTA line
      *================================================================
       BOOK-TRANSLATION-ADJUSTMENTS SECTION.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
              MOVE LN-ENTITY(WS-LN-IDX) TO WS-LN-ENTITY
              PERFORM FIND-ENTITY-ENTRY
              ADD LN-TRANSLATED-MINOR(WS-LN-IDX)
                 TO EN-TRANSLATED-NET(WS-EN-FOUND)
           END-PERFORM

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENTITY-COUNT
              IF EN-TRANSLATED-NET(WS-EN-IDX) NOT = 0
                 MOVE EN-ENTITY(WS-EN-IDX) TO WS-LN-ENTITY
                 MOVE WS-CTA-ACCOUNT TO WS-LN-ACCOUNT
                 MOVE WS-GROUP-CURRENCY TO WS-LN-CURRENCY
                 MOVE "C" TO WS-LN-CLASS
                 PERFORM FIND-LINE-ENTRY
                 IF WS-LN-FOUND > 0
                    COMPUTE LN-TRANSLATED-MINOR(WS-LN-FOUND) =
                       0 - EN-TRANSLATED-NET(WS-EN-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       BOOK-TRANSLATION-ADJUSTMENTS-EXIT.
           EXIT.

      *================================================================
      * WRITE-ENTITY-TRIAL-BALANCE: entity WS-EN-IDX's lines, local
      * and translated
      *================================================================
       WRITE-ENTITY-TRIAL-BALANCE SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING "ENTITY " EN-ENTITY(WS-EN-IDX)
              " - TRANSLATED TRIAL BALANCE"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE

           MOVE 0 TO WS-TOTAL-MINOR
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
              IF LN-ENTITY(WS-LN-IDX) = EN-ENTITY(WS-EN-IDX)
                 MOVE LN-ACCOUNT-CODE(WS-LN-IDX) TO WS-SEEK-ACCOUNT
                 PERFORM DESCRIBE-ACCOUNT
                 MOVE SPACES TO WS-ENTITY-LINE
                 MOVE LN-ACCOUNT-CODE(WS-LN-IDX) TO WS-EL-ACCOUNT
                 MOVE WS-DESCRIPTION TO WS-EL-DESCRIPTION
                 MOVE LN-CURRENCY(WS-LN-IDX) TO WS-EL-CURRENCY
                 EVALUATE LN-CLASS(WS-LN-IDX)
                    WHEN "B"
                       MOVE "BS" TO WS-EL-CLASS
                    WHEN "P"
                       MOVE "P&L" TO WS-EL-CLASS
                    WHEN "R"
                       MOVE "RE" TO WS-EL-CLASS
                    WHEN OTHER
                       MOVE "CTA" TO WS-EL-CLASS
                 END-EVALUATE
                 IF LN-CLASS(WS-LN-IDX) NOT = "C"
                    MOVE LN-LOCAL-MINOR(WS-LN-IDX) TO WS-EL-LOCAL
                 END-IF
                 MOVE LN-TRANSLATED-MINOR(WS-LN-IDX)
                    TO WS-EL-TRANSLATED
                 EVALUATE TRUE
                    WHEN LN-RATE-MISSING(WS-LN-IDX) = 1
                       MOVE "NO USABLE RATE - NOT TRANSLATED"
                          TO WS-EL-NOTE
                    WHEN LN-CLASS(WS-LN-IDX) = "B"
                       MOVE "PERIOD-END RATE" TO WS-EL-NOTE
                    WHEN LN-CLASS(WS-LN-IDX) = "C"
                       MOVE "TRANSLATION ADJUSTMENT" TO WS-EL-NOTE
                    WHEN OTHER
                       MOVE "PERIOD-AVERAGE RATES" TO WS-EL-NOTE
                 END-EVALUATE
                 WRITE CONSRPT-RECORD FROM WS-ENTITY-LINE
                 ADD LN-TRANSLATED-MINOR(WS-LN-IDX) TO WS-TOTAL-MINOR
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-ENTITY-LINE
           MOVE "TOTAL" TO WS-EL-ACCOUNT
           MOVE WS-GROUP-CURRENCY TO WS-EL-CURRENCY
           MOVE WS-TOTAL-MINOR TO WS-EL-TRANSLATED
           IF WS-TOTAL-MINOR = 0
              MOVE "PROVED" TO WS-EL-NOTE
           ELSE
              MOVE "OUT OF BALANCE" TO WS-EL-NOTE
           END-IF
           WRITE CONSRPT-RECORD FROM WS-ENTITY-LINE.

       WRITE-ENTITY-TRIAL-BALANCE-EXIT.
           EXIT.

      *================================================================
      * DESCRIBE-ACCOUNT: WS-SEEK-ACCOUNT's chart description
      * Output: WS-DESCRIPTION
      *================================================================
       DESCRIBE-ACCOUNT SECTION.
           PERFORM FIND-CHART-ENTRY
           IF WS-CHART-FOUND > 0
              MOVE CH-DESCRIPTION(WS-CHART-FOUND) TO WS-DESCRIPTION
           ELSE
              MOVE "UNCLASSIFIED - NOT ON CHART" TO WS-DESCRIPTION
           END-IF.

       DESCRIBE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * BUILD-CONSOLIDATION: every entity's translated lines summed
      * by account
      *================================================================
       BUILD-CONSOLIDATION SECTION.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
              MOVE LN-ACCOUNT-CODE(WS-LN-IDX) TO WS-SEEK-ACCOUNT
              PERFORM FIND-CONSOLIDATED-ENTRY
              IF WS-CS-FOUND > 0
                 ADD LN-TRANSLATED-MINOR(WS-LN-IDX)
                    TO CS-TRANSLATED-MINOR(WS-CS-FOUND)
              END-IF
           END-PERFORM.

       BUILD-CONSOLIDATION-EXIT.
           EXIT.

      *================================================================
      * FIND-CONSOLIDATED-ENTRY: WS-SEEK-ACCOUNT's consolidated
      * entry, added when new
      * Output: WS-CS-FOUND (0 when the table is full)
      *================================================================
       FIND-CONSOLIDATED-ENTRY SECTION.
           MOVE 0 TO WS-CS-FOUND
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CONS-COUNT
                      OR WS-CS-FOUND > 0
              IF CS-ACCOUNT-CODE(WS-CS-IDX) = WS-SEEK-ACCOUNT
                 MOVE WS-CS-IDX TO WS-CS-FOUND
              END-IF
           END-PERFORM
           IF WS-CS-FOUND > 0
              GO TO FIND-CONSOLIDATED-ENTRY-EXIT
           END-IF

           IF WS-CONS-COUNT >= WS-CONS-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO FIND-CONSOLIDATED-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-CONS-COUNT
           MOVE WS-CONS-COUNT TO WS-CS-FOUND
           MOVE WS-SEEK-ACCOUNT TO CS-ACCOUNT-CODE(WS-CS-FOUND)
           MOVE 0 TO CS-TRANSLATED-MINOR(WS-CS-FOUND)
           MOVE 0 TO CS-ELIMINATED-MINOR(WS-CS-FOUND).

       FIND-CONSOLIDATED-ENTRY-EXIT.
           EXIT.

      *================================================================
      * ELIMINATE-INTERCOMPANY: for every entity holding a balance
      * on an intercompany account, that side against the partner's
      * side on the mirror account
      *================================================================
       ELIMINATE-INTERCOMPANY SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "INTERCOMPANY ELIMINATIONS" TO WS-HL-TEXT
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING " ENTY ACCOUNT          OWN SIDE  "
              "ENTY ACCOUNT      PARTNER SIDE          MISMATCH"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
              MOVE LN-ACCOUNT-CODE(WS-LN-IDX) TO WS-SEEK-ACCOUNT
              PERFORM FIND-CHART-ENTRY
              IF WS-CHART-FOUND > 0
                 IF CH-IC-PARTNER-ENTITY(WS-CHART-FOUND) NOT = SPACES
                    AND CH-IC-PARTNER-ENTITY(WS-CHART-FOUND)
                        NOT = LN-ENTITY(WS-LN-IDX)
                    PERFORM ELIMINATE-ONE-PAIR
                 END-IF
              END-IF
           END-PERFORM.

       ELIMINATE-INTERCOMPANY-EXIT.
           EXIT.

      *================================================================
      * ELIMINATE-ONE-PAIR: line WS-LN-IDX's entity and account
      * against its partner and mirror, once per pair
      *================================================================
       ELIMINATE-ONE-PAIR SECTION.
           MOVE LN-ENTITY(WS-LN-IDX) TO WS-OWN-ENTITY
           MOVE LN-ACCOUNT-CODE(WS-LN-IDX) TO WS-OWN-ACCOUNT
           MOVE CH-IC-PARTNER-ENTITY(WS-CHART-FOUND)
              TO WS-PARTNER-ENTITY
           MOVE CH-IC-MIRROR-ACCOUNT(WS-CHART-FOUND)
              TO WS-PARTNER-ACCOUNT

           MOVE WS-OWN-ENTITY TO WS-SIDE-ENTITY
           MOVE WS-OWN-ACCOUNT TO WS-SIDE-ACCOUNT
           PERFORM CHECK-SIDE-DONE
           IF WS-DONE-FOUND = 1
              GO TO ELIMINATE-ONE-PAIR-EXIT
           END-IF
           PERFORM MARK-SIDE-DONE
           PERFORM SUM-SIDE-BALANCE
           MOVE WS-SIDE-BALANCE TO WS-OWN-BALANCE

           MOVE WS-PARTNER-ENTITY TO WS-SIDE-ENTITY
           MOVE WS-PARTNER-ACCOUNT TO WS-SIDE-ACCOUNT
           PERFORM MARK-SIDE-DONE
           PERFORM SUM-SIDE-BALANCE
           MOVE WS-SIDE-BALANCE TO WS-PARTNER-BALANCE

           ADD 1 TO WS-PAIRS-ELIMINATED
           COMPUTE WS-MISMATCH-MINOR =
              WS-OWN-BALANCE + WS-PARTNER-BALANCE

      *    Both sides come out of the group; whatever they fail to
      *    cancel by stays in on the elimination difference account
           MOVE WS-OWN-ACCOUNT TO WS-SEEK-ACCOUNT
           PERFORM FIND-CONSOLIDATED-ENTRY
           IF WS-CS-FOUND > 0
              SUBTRACT WS-OWN-BALANCE
                 FROM CS-ELIMINATED-MINOR(WS-CS-FOUND)
           END-IF
           IF WS-PARTNER-BALANCE NOT = 0
              MOVE WS-PARTNER-ACCOUNT TO WS-SEEK-ACCOUNT
              PERFORM FIND-CONSOLIDATED-ENTRY
              IF WS-CS-FOUND > 0
                 SUBTRACT WS-PARTNER-BALANCE
                    FROM CS-ELIMINATED-MINOR(WS-CS-FOUND)
              END-IF
           END-IF
           IF WS-MISMATCH-MINOR NOT = 0
              ADD 1 TO WS-MISMATCH-COUNT
              MOVE WS-IC-DIFF-ACCOUNT TO WS-SEEK-ACCOUNT
              PERFORM FIND-CONSOLIDATED-ENTRY
              IF WS-CS-FOUND > 0
                 ADD WS-MISMATCH-MINOR
                    TO CS-ELIMINATED-MINOR(WS-CS-FOUND)
              END-IF
           END-IF

           MOVE SPACES TO WS-MISMATCH-LINE
           MOVE WS-OWN-ENTITY TO WS-ML-OWN-ENTITY
           MOVE WS-OWN-ACCOUNT TO WS-ML-OWN-ACCOUNT
           MOVE WS-OWN-BALANCE TO WS-ML-OWN-BALANCE
           MOVE WS-PARTNER-ENTITY TO WS-ML-PARTNER-ENTITY
           MOVE WS-PARTNER-ACCOUNT TO WS-ML-PARTNER-ACCOUNT
           MOVE WS-PARTNER-BALANCE TO WS-ML-PARTNER-BALANCE
           MOVE WS-MISMATCH-MINOR TO WS-ML-MISMATCH
           EVALUATE TRUE
              WHEN WS-MISMATCH-MINOR = 0
                 MOVE "ELIMINATED" TO WS-ML-NOTE
              WHEN WS-SIDE-PRESENT = 0
                 MOVE "MISMATCH - PARTNER SIDE MISSING" TO WS-ML-NOTE
              WHEN OTHER
                 MOVE "MISMATCH - SIDES DO NOT AGREE" TO WS-ML-NOTE
           END-EVALUATE
           WRITE CONSRPT-RECORD FROM WS-MISMATCH-LINE.

       ELIMINATE-ONE-PAIR-EXIT.
           EXIT.

      *================================================================
      * CHECK-SIDE-DONE: has WS-SIDE-KEY been eliminated already?
      * Output: WS-DONE-FOUND
      *================================================================
       CHECK-SIDE-DONE SECTION.
           MOVE 0 TO WS-DONE-FOUND
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
                      OR WS-DONE-FOUND = 1
              IF WS-DONE-SIDE(WS-DONE-IDX) = WS-SIDE-KEY
                 MOVE 1 TO WS-DONE-FOUND
              END-IF
           END-PERFORM.

       CHECK-SIDE-DONE-EXIT.
           EXIT.

      *================================================================
      * MARK-SIDE-DONE
      *================================================================
       MARK-SIDE-DONE SECTION.
           PERFORM CHECK-SIDE-DONE
           IF WS-DONE-FOUND = 1
              GO TO MARK-SIDE-DONE-EXIT
           END-IF
           IF WS-DONE-COUNT >= WS-DONE-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO MARK-SIDE-DONE-EXIT
           END-IF
           ADD 1 TO WS-DONE-COUNT
           MOVE WS-SIDE-KEY TO WS-DONE-SIDE(WS-DONE-COUNT).

       MARK-SIDE-DONE-EXIT.
           EXIT.

      *================================================================
      * SUM-SIDE-BALANCE: WS-SIDE-KEY's translated balance over all
      * its currencies
      * Output: WS-SIDE-BALANCE, WS-SIDE-PRESENT
      *================================================================
       SUM-SIDE-BALANCE SECTION.
           MOVE 0 TO WS-SIDE-BALANCE
           MOVE 0 TO WS-SIDE-PRESENT
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > WS-LINE-COUNT
              IF LN-ENTITY(WS-SIDE-IDX) = WS-SIDE-ENTITY
                 AND LN-ACCOUNT-CODE(WS-SIDE-IDX) = WS-SIDE-ACCOUNT
                 ADD LN-TRANSLATED-MINOR(WS-SIDE-IDX)
                    TO WS-SIDE-BALANCE
                 MOVE 1 TO WS-SIDE-PRESENT
              END-IF
           END-PERFORM.

       SUM-SIDE-BALANCE-EXIT.
           EXIT.

      *================================================================
      * WRITE-CONSOLIDATED-BALANCE: translated, eliminated and
      * consolidated per account, on the report and on CONSTB, and
      * the proof that the group nets to zero
      *================================================================
       WRITE-CONSOLIDATED-BALANCE SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING "CONSOLIDATED TRIAL BALANCE - FISCAL YEAR "
              WS-TARGET-FISCAL-YEAR " PERIOD "
              WS-TARGET-FISCAL-PERIOD " IN " WS-GROUP-CURRENCY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING " ACCOUNT  DESCRIPTION                       "
              "TRANSLATED        ELIMINATED      CONSOLIDATED"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE

           MOVE 0 TO WS-TOTAL-MINOR
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CONS-COUNT
              COMPUTE WS-NET-MINOR = CS-TRANSLATED-MINOR(WS-CS-IDX)
                 + CS-ELIMINATED-MINOR(WS-CS-IDX)
              ADD WS-NET-MINOR TO WS-TOTAL-MINOR

              MOVE CS-ACCOUNT-CODE(WS-CS-IDX) TO WS-SEEK-ACCOUNT
              PERFORM DESCRIBE-ACCOUNT
              MOVE SPACES TO WS-CONS-LINE
              MOVE CS-ACCOUNT-CODE(WS-CS-IDX) TO WS-CL-ACCOUNT
              MOVE WS-DESCRIPTION TO WS-CL-DESCRIPTION
              MOVE CS-TRANSLATED-MINOR(WS-CS-IDX) TO WS-CL-TRANSLATED
              MOVE CS-ELIMINATED-MINOR(WS-CS-IDX) TO WS-CL-ELIMINATED
              MOVE WS-NET-MINOR TO WS-CL-CONSOLIDATED
              WRITE CONSRPT-RECORD FROM WS-CONS-LINE

              MOVE WS-TARGET-FISCAL-YEAR TO CT-FISCAL-YEAR
              MOVE WS-TARGET-FISCAL-PERIOD TO CT-FISCAL-PERIOD
              MOVE CS-ACCOUNT-CODE(WS-CS-IDX) TO CT-ACCOUNT-CODE
              MOVE WS-GROUP-CURRENCY TO CT-CURRENCY
              MOVE CS-TRANSLATED-MINOR(WS-CS-IDX)
                 TO CT-TRANSLATED-MINOR
              MOVE CS-ELIMINATED-MINOR(WS-CS-IDX)
                 TO CT-ELIMINATED-MINOR
              MOVE WS-NET-MINOR TO CT-CONSOLIDATED-MINOR
              WRITE CONSTB-RECORD
           END-PERFORM

           MOVE SPACES TO WS-CONS-LINE
           MOVE "TOTAL" TO WS-CL-ACCOUNT
           MOVE WS-TOTAL-MINOR TO WS-CL-CONSOLIDATED
           IF WS-TOTAL-MINOR = 0
              MOVE "PROVED" TO WS-CL-NOTE
           ELSE
              MOVE "OUT OF BALANCE" TO WS-CL-NOTE
           END-IF
           WRITE CONSRPT-RECORD FROM WS-CONS-LINE.

       WRITE-CONSOLIDATED-BALANCE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "GLCONSOL - LEGAL-ENTITY CONSOLIDATION, FISCAL YEAR "
              WS-TARGET-FISCAL-YEAR " PERIOD " WS-TARGET-FISCAL-PERIOD
              ", GROUP CURRENCY " WS-GROUP-CURRENCY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING " ACCOUNT  DESCRIPTION                CCY CLAS"
              "             LOCAL        TRANSLATED"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE CONSRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS ON FILE" TO WS-RPT-LABEL
           MOVE WS-POSTINGS-READ TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS CONSOLIDATED" TO WS-RPT-LABEL
           MOVE WS-POSTINGS-USED TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS IN LATER PERIODS" TO WS-RPT-LABEL
           MOVE WS-LATER-PERIOD-COUNT TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS WITH UNREADABLE DATES" TO WS-RPT-LABEL
           MOVE WS-BAD-DATE-COUNT TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "P&L AT PERIOD-END FOR AVERAGE" TO WS-RPT-LABEL
           MOVE WS-AVERAGE-FALLBACK-COUNT TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LINES WITH NO USABLE RATE" TO WS-RPT-LABEL
           MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "INTERCOMPANY PAIRS ELIMINATED" TO WS-RPT-LABEL
           MOVE WS-PAIRS-ELIMINATED TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "INTERCOMPANY MISMATCHES" TO WS-RPT-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "TABLE OVERFLOWS" TO WS-RPT-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
           WRITE CONSRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE TRANSACTION-FILE
           CLOSE EXCHANGE-RATE-FILE
           CLOSE CONSTB-FILE
           CLOSE CONSRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM GLCONSOL.
