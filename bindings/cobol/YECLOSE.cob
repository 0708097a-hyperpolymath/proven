      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven YearEndClose - fiscal year-end GL close with
      * retained-earnings closing entries for COBOL
      *

      *================================================================
      * The closed-period lock and CLOSEPKG take care of month end,
      * but the year-end journal that sweeps every income and
      * expense account into retained earnings was still worked out
      * by hand from a trial balance and keyed in. This job
      * generates it. Run with PARM='YYYY CLOSE' once CLOSEPKG has
      * closed the fiscal year's final period (period 12), it
      * reads the ledger (DD GLTXN - the ledger and the day's
      * posting file concatenated, so nothing posted since the
      * last merge is missed) up to the last day of the fiscal
      * year, which it finds through GET-FISCAL-PERIOD
      * (SAFE-DATETIME), and nets every account, currency and
      * booking entity. Balance-forward records left by GLARCHIV
      * net like any posting.
      *
      * Each account whose COAMAST type is income or expense
      * (CA-IS-PROFIT-AND-LOSS) is cleared to zero by a closing
      * leg, and the sum of those legs is booked to the
      * retained-earnings account (RETEARNS, which must be on the
      * chart as equity) in the same entity and currency - one
      * voucher per entity and currency, more when an entity
      * carries more income and expense accounts in a currency
      * than one voucher will hold. The vouchers go through
      * GL-POST like any other (voucher and transaction ID
      * YEyyyynnnnnn), marked as closing vouchers: GL-POST dates
      * their legs the year's last day and holds them against the
      * year's closing period - fiscal period 13 on PERSTAT -
      * rather than period 12, which is already closed, and writes
      * them with leg roles of their own (C for a closing leg, B
      * for its retained-earnings balance) so that GLCONSOL and
      * GLARCHIV put them in period 13 as well. Year-end
      * adjusting entries can be posted into the closing period
      * ahead of the sweep from the YEADJ feed (GLTXN layout, legs
      * of one voucher together under its voucher ID, the leg role
      * saying which are the offsets); the sweep then takes them in.
      *
      * The balance sheet is then carried forward: every asset,
      * liability and equity balance, with retained earnings as
      * the closing entries leave it, is written to OPENBAL as the
      * new fiscal year's opening balance, and the report proves,
      * per entity and currency, that the opening balance sheet
      * equals the closing trial balance - the same debits, the
      * same credits, and nothing left on an income or expense
      * account. Only when every voucher has posted and every
      * entity and currency proves is the closing period marked
      * closed on PERSTAT; otherwise the step ends COND code 8 and
      * a rerun sweeps whatever is still left.
      *
      * Late audit adjustments take a controlled reopen. PARM=
      * 'YYYY REOPEN reference' reopens the closed closing period
      * (status R on PERSTAT, stamped with the date and the audit
      * request's reference) and nothing else; period 12 stays
      * closed, so the adjustments can only arrive as closing
      * vouchers through this job. PARM='YYYY REPOST' then posts
      * the YEADJ adjustments into period 13, sweeps what they
      * leave on income and expense into retained earnings,
      * rewrites the opening balances, proves them and closes the
      * period again. Every close, reopen and repost is appended
      * to the YECLHST history with its date, time, reference and
      * outcome.
      *
      * Condition codes: 4 for ledger records whose dates cannot be
      * read, balances on accounts the chart does not carry
      * (carried forward as balance sheet) or an entity and
      * currency whose trial balance does not net to zero; 8 when
      * a voucher is refused, a table overflows, the proof fails,
      * PERSTAT or YECLHST cannot be written, or the run is asked
      * for something the closing period's status does not allow
      * (nothing is then done); 16 for a bad PARM or a file that
      * cannot be opened.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "GLTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "YEADJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AJ-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CA-ACCOUNT-CODE
              FILE STATUS IS WS-CA-FILE-STATUS.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PS-KEY
              FILE STATUS IS WS-PS-FILE-STATUS.

           SELECT OPENING-BALANCE-FILE ASSIGN TO "OPENBAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OB-FILE-STATUS.

           SELECT CLOSE-HISTORY-FILE ASSIGN TO "YECLHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YH-FILE-STATUS.

           SELECT YECLRPT-FILE ASSIGN TO "YECLRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Postings in the extended GLTXN layout PROVEN-GL-POST writes;
      * a closing voucher's ID is YE, the fiscal year and a serial
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
           05 TX-CLOSING-VOUCHER-ID REDEFINES TX-VOUCHER-ID.
              10 TX-CV-PREFIX            PIC X(2).
              10 TX-CV-YEAR              PIC X(4).
              10 TX-CV-SERIAL            PIC X(6).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".

      * Year-end adjusting legs in the same layout - the sequence
      * and posting date are GL-POST's to stamp and are not read
       FD  ADJUSTMENT-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  ADJUSTMENT-RECORD.
           05 AJ-TRANS-ID                PIC X(12).
           05 AJ-CURRENCY                PIC X(3).
           05 AJ-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 AJ-SEQUENCE                PIC 9(8).
           05 AJ-POSTING-DATE            PIC 9(8).
           05 AJ-ACCOUNT-CODE            PIC X(8).
           05 AJ-ENTITY                  PIC X(4).
           05 AJ-VOUCHER-ID              PIC X(12).
           05 AJ-LEG-ROLE                PIC X(1).
              88 AJ-LEG-IS-OFFSET        VALUE "O".

      * Chart-of-accounts master KSDS (mirrors PROVEN-GL-POST.cob's
      * CHART-OF-ACCOUNTS-RECORD field for field)
       FD  CHART-OF-ACCOUNTS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CHART-OF-ACCOUNTS-RECORD.
           05 CA-ACCOUNT-CODE           PIC X(8).
           05 CA-DESCRIPTION            PIC X(30).
           05 CA-ACCOUNT-TYPE           PIC X(1).
              88 CA-IS-PROFIT-AND-LOSS  VALUE "I" "E".
              88 CA-IS-EQUITY           VALUE "Q".
           05 CA-IC-PARTNER-ENTITY      PIC X(4).
           05 CA-IC-MIRROR-ACCOUNT      PIC X(8).
           05 CA-EFFECTIVE-DATE         PIC 9(8).
           05 CA-CLOSED-DATE            PIC 9(8).
           05 CA-LAST-CHANGED           PIC 9(8).
           05 CA-CHANGED-BY             PIC X(8).
           05 CA-BALANCE-AS-OF          PIC 9(8).
           05 CA-OPEN-BALANCES          PIC 9(3).
           05 FILLER                    PIC X(26).

      * Period-status KSDS (see PERSTAT-RECORD in CLOSEPKG.cob).
      * Period 13 is a fiscal year's closing period: C once this
      * job has closed the year, R while it is reopened for late
      * adjustments - PS-CLOSED-BY then carries the reference of
      * the audit request it was reopened for.
       FD  PERIOD-STATUS-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  PERIOD-STATUS-RECORD.
           05 PS-KEY.
              10 PS-FISCAL-YEAR         PIC 9(4).
              10 PS-FISCAL-PERIOD       PIC 9(2).
           05 PS-STATUS                 PIC X(1).
              88 PS-IS-CLOSED           VALUE "C".
              88 PS-IS-REOPENED         VALUE "R".
           05 PS-CLOSED-DATE            PIC 9(8).
           05 PS-CLOSED-BY              PIC X(8).

      * The new fiscal year's opening balance sheet - one record per
      * balance-sheet account, entity and currency with a balance
      * at the close of the year before
       FD  OPENING-BALANCE-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  OPENING-BALANCE-RECORD.
           05 OB-FISCAL-YEAR            PIC 9(4).
           05 OB-ENTITY                 PIC X(4).
           05 OB-ACCOUNT-CODE           PIC X(8).
           05 OB-ACCOUNT-TYPE           PIC X(1).
           05 OB-CURRENCY               PIC X(3).
           05 OB-BALANCE-MINOR          PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 OB-AS-AT-DATE             PIC 9(8).
           05 OB-RUN-DATE               PIC 9(8).
           05 FILLER                    PIC X(8).

      * One record per close, reopen or repost of a fiscal year
       FD  CLOSE-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-HISTORY-RECORD.
           05 YH-FISCAL-YEAR            PIC 9(4).
           05 YH-ACTION                 PIC X(6).
           05 YH-RUN-DATE               PIC 9(8).
           05 YH-RUN-TIME               PIC 9(6).
           05 YH-REFERENCE              PIC X(8).
           05 YH-CLOSING-DATE           PIC 9(8).
           05 YH-ADJUSTMENTS-POSTED     PIC 9(6).
           05 YH-CLOSINGS-POSTED        PIC 9(6).
           05 YH-VOUCHERS-REFUSED       PIC 9(6).
           05 YH-OUTCOME                PIC X(8).
           05 FILLER                    PIC X(14).

       FD  YECLRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  YECLRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-AJ-FILE-STATUS            PIC X(2).
       01 WS-CA-FILE-STATUS            PIC X(2).
       01 WS-PS-FILE-STATUS            PIC X(2).
       01 WS-OB-FILE-STATUS            PIC X(2).
       01 WS-YH-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TX-EOF              VALUE 1.
       01 WS-AJ-EOF                    PIC 9 VALUE 0.
          88 WS-AT-AJ-EOF              VALUE 1.
       01 WS-CA-EOF                    PIC 9 VALUE 0.
       01 WS-OPENBAL-OPEN              PIC 9 VALUE 0.
       01 WS-YEADJ-OPEN                PIC 9 VALUE 0.

      * The run, from the JCL PARM: 'YYYY CLOSE', 'YYYY REOPEN ref'
      * or 'YYYY REPOST'
       01 WS-PARM                      PIC X(24).
       01 WS-TARGET-YEAR               PIC 9(4).
       01 WS-NEW-YEAR                  PIC 9(4).
       01 WS-RUN-MODE                  PIC X(6).
          88 WS-MODE-CLOSE             VALUE "CLOSE".
          88 WS-MODE-REOPEN            VALUE "REOPEN".
          88 WS-MODE-REPOST            VALUE "REPOST".
       01 WS-REFERENCE                 PIC X(8).
       01 WS-TODAY                     PIC 9(8).
       01 WS-NOW-TIME                  PIC 9(6).

      * The year's final and closing periods, and their status on
      * PERSTAT (space when PERSTAT has no record)
       01 WS-FINAL-PERIOD              PIC 9(2) VALUE 12.
       01 WS-CLOSING-PERIOD            PIC 9(2) VALUE 13.
       01 WS-FINAL-STATUS              PIC X(1) VALUE SPACE.
       01 WS-CLOSING-STATUS            PIC X(1) VALUE SPACE.
       01 WS-CLOSING-STATUS-DATE       PIC 9(8) VALUE 0.
       01 WS-CLOSING-STATUS-BY         PIC X(8) VALUE SPACES.
       01 WS-NEW-STATUS                PIC X(1).
       01 WS-MARK-BY                   PIC X(8).
       01 WS-PERIOD-MARKED             PIC 9 VALUE 0.
       01 WS-RUN-REFUSED               PIC 9 VALUE 0.
          88 WS-RUN-IS-REFUSED         VALUE 1.
       01 WS-REFUSAL-TEXT              PIC X(80) VALUE SPACES.

      * The last day of the fiscal year, found by stepping back from
      * the calendar year's end until GET-FISCAL-PERIOD puts a day
      * in the year's final period
       01 WS-CLOSING-DATE              PIC 9(8) VALUE 0.
       01 WS-PROBE-INT                 PIC 9(7).
       01 WS-PROBE-DATE                PIC 9(8).
       01 WS-PROBE-TRIES               PIC 9(3).

      * GET-FISCAL-PERIOD call fields (see SAFE-DATETIME.cob)
       01 WS-FP-YEAR                   PIC 9(4).
       01 WS-FP-MONTH                  PIC 9(2).
       01 WS-FP-DAY                    PIC 9(2).
       01 WS-FISCAL-YEAR               PIC 9(4).
       01 WS-FISCAL-PERIOD             PIC 9(2).
       01 WS-FP-RESULT                 PIC 9.

      * Chart of accounts - each account's type
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 500 TIMES.
             10 CH-ACCOUNT-CODE        PIC X(8).
             10 CH-ACCOUNT-TYPE        PIC X(1).
       01 WS-CHART-COUNT               PIC 9(3) VALUE 0.
       01 WS-CHART-MAX                 PIC 9(3) VALUE 500.
       01 WS-CHART-IDX                 PIC 9(3) VALUE 0.
       01 WS-CHART-FOUND               PIC 9(3) VALUE 0.
       01 WS-RETAINED-EARNINGS         PIC X(8) VALUE "RETEARNS".
       01 WS-RE-ON-CHART               PIC 9 VALUE 0.

      * Balances at the year's close, per account, entity and
      * currency: as the ledger holds them, the adjustments posted
      * into the closing period tonight, and the closing legs
      * posted tonight
       01 WS-BALANCE-TABLE.
          05 WS-BALANCE-ENTRY OCCURS 2000 TIMES.
             10 BL-ACCOUNT-CODE        PIC X(8).
             10 BL-ENTITY              PIC X(4).
             10 BL-CURRENCY            PIC X(3).
             10 BL-ACCOUNT-TYPE        PIC X(1).
                88 BL-IS-PROFIT-AND-LOSS VALUE "I" "E".
             10 BL-LEDGER-MINOR        PIC S9(17) COMP-3.
             10 BL-ADJUSTED-MINOR      PIC S9(17) COMP-3.
             10 BL-CLOSING-MINOR       PIC S9(17) COMP-3.
       01 WS-BALANCE-COUNT             PIC 9(4) VALUE 0.
       01 WS-BALANCE-MAX               PIC 9(4) VALUE 2000.
       01 WS-BL-IDX                    PIC 9(4) VALUE 0.
       01 WS-BL-FOUND                  PIC 9(4) VALUE 0.
       01 WS-BL-ACCOUNT                PIC X(8).
       01 WS-BL-ENTITY                 PIC X(4).
       01 WS-BL-CURRENCY               PIC X(3).
       01 WS-NET-MINOR                 PIC S9(17) COMP-3.

      * Every entity and currency with income or expense to sweep
       01 WS-SWEEP-TABLE.
          05 WS-SWEEP-ENTRY OCCURS 100 TIMES.
             10 SW-ENTITY              PIC X(4).
             10 SW-CURRENCY            PIC X(3).
       01 WS-SWEEP-COUNT               PIC 9(3) VALUE 0.
       01 WS-SWEEP-MAX                 PIC 9(3) VALUE 100.
       01 WS-SW-IDX                    PIC 9(3) VALUE 0.
       01 WS-SW-FOUND                  PIC 9(3) VALUE 0.

      * The closing voucher being built - its income and expense
      * legs, each clearing one balance, and their sum, which the
      * retained-earnings leg books the other way
       01 WS-CLOSING-LEG-TABLE.
          05 WS-CLOSING-LEG OCCURS 99 TIMES.
             10 CL-BL-IDX              PIC 9(4).
             10 CL-AMOUNT-MINOR        PIC S9(15) COMP-3.
       01 WS-CL-COUNT                  PIC 9(3) VALUE 0.
       01 WS-CL-MAX                    PIC 9(3) VALUE 99.
       01 WS-CL-IDX                    PIC 9(3) VALUE 0.
       01 WS-CL-SWEPT-MINOR            PIC S9(17) COMP-3.
       01 WS-CL-RE-IDX                 PIC 9(4) VALUE 0.
       01 WS-LEG-LIMIT                 PIC S9(17) COMP-3
          VALUE +999999999999999.
       01 WS-NEG-LEG-LIMIT             PIC S9(17) COMP-3
          VALUE -999999999999999.

      * The closing voucher ID - serials carry on from the highest
      * already on the ledger for the year
       01 WS-CLOSING-VOUCHER-ID.
          05 WS-CV-PREFIX              PIC X(2) VALUE "YE".
          05 WS-CV-YEAR                PIC 9(4).
          05 WS-CV-SERIAL              PIC 9(6).
       01 WS-VOUCHER-SERIAL            PIC 9(6) VALUE 0.

      * The adjustment voucher being read - its legs held until the
      * next voucher ID or the end of the feed
       01 WS-ADJ-LEG-TABLE.
          05 WS-ADJ-LEG OCCURS 100 TIMES.
             10 AL-TRANS-ID            PIC X(12).
             10 AL-CURRENCY            PIC X(3).
             10 AL-AMOUNT-MINOR        PIC S9(15) COMP-3.
             10 AL-ACCOUNT-CODE        PIC X(8).
             10 AL-ENTITY              PIC X(4).
             10 AL-LEG-ROLE            PIC X(1).
       01 WS-AL-COUNT                  PIC 9(3) VALUE 0.
       01 WS-AL-MAX                    PIC 9(3) VALUE 100.
       01 WS-AL-IDX                    PIC 9(3) VALUE 0.
       01 WS-AL-TOO-MANY               PIC 9 VALUE 0.
       01 WS-ADJ-VOUCHER-ID            PIC X(12) VALUE SPACES.
       01 WS-ADJ-DEBIT-MINOR           PIC S9(17) COMP-3.

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8).
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).

      * Proof per entity and currency - the closing trial balance
      * against the opening balance sheet written
       01 WS-PROOF-TABLE.
          05 WS-PROOF-ENTRY OCCURS 100 TIMES.
             10 PF-ENTITY              PIC X(4).
             10 PF-CURRENCY            PIC X(3).
             10 PF-TB-DEBITS           PIC S9(17) COMP-3.
             10 PF-TB-CREDITS          PIC S9(17) COMP-3.
             10 PF-OB-DEBITS           PIC S9(17) COMP-3.
             10 PF-OB-CREDITS          PIC S9(17) COMP-3.
             10 PF-PL-RESIDUAL         PIC S9(17) COMP-3.
       01 WS-PROOF-COUNT               PIC 9(3) VALUE 0.
       01 WS-PROOF-MAX                 PIC 9(3) VALUE 100.
       01 WS-PF-IDX                    PIC 9(3) VALUE 0.
       01 WS-PF-FOUND                  PIC 9(3) VALUE 0.

      * Control counts
       01 WS-RECORDS-READ              PIC 9(8) VALUE 0.
       01 WS-IN-YEAR-COUNT             PIC 9(8) VALUE 0.
       01 WS-LATER-COUNT               PIC 9(8) VALUE 0.
       01 WS-BAD-DATE-COUNT            PIC 9(8) VALUE 0.
       01 WS-ADJ-LEGS-READ             PIC 9(8) VALUE 0.
       01 WS-ADJ-POSTED                PIC 9(6) VALUE 0.
       01 WS-CLOSINGS-POSTED           PIC 9(6) VALUE 0.
       01 WS-CLOSING-LEGS-POSTED       PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(6) VALUE 0.
       01 WS-OB-WRITTEN                PIC 9(8) VALUE 0.
       01 WS-OFF-CHART-COUNT           PIC 9(6) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(6) VALUE 0.
       01 WS-UNPROVEN-COUNT            PIC 9(4) VALUE 0.
       01 WS-UNBALANCED-COUNT          PIC 9(4) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(4) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-VOUCHER-LINE.
          05 FILLER                    PIC X(1).
          05 WS-VL-KIND                PIC X(10).
          05 FILLER                    PIC X(1).
          05 WS-VL-VOUCHER-ID          PIC X(12).
          05 FILLER                    PIC X(1).
          05 WS-VL-ENTITY              PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-VL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-VL-LEGS                PIC ZZ9.
          05 FILLER                    PIC X(1).
          05 WS-VL-AMOUNT              PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-VL-NOTE                PIC X(50).
          05 FILLER                    PIC X(26).

       01 WS-PROOF-LINE.
          05 FILLER                    PIC X(1).
          05 WS-FL-ENTITY              PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-FL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-FL-TB-DEBITS           PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-FL-TB-CREDITS          PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-FL-OB-DEBITS           PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-FL-OB-CREDITS          PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-FL-PL-RESIDUAL         PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-FL-NOTE                PIC X(20).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-PARSE                  PIC S9(4) COMP VALUE -6.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM READ-RUN-PARM
           PERFORM OPEN-REPORT
           PERFORM READ-PERIOD-STATUS
           PERFORM WRITE-RUN-HEADING

           IF WS-MODE-REOPEN
              PERFORM REOPEN-CLOSING-PERIOD
              GO TO MAIN-CONTROL-FINISH
           END-IF

      *    Refused before anything is posted when the closing
      *    period's status, the calendar or the chart will not allow
      *    the run
           PERFORM CHECK-CLOSE-ALLOWED
           IF WS-RUN-IS-REFUSED
              GO TO MAIN-CONTROL-FINISH
           END-IF
           PERFORM FIND-CLOSING-DATE
           IF WS-RUN-IS-REFUSED
              GO TO MAIN-CONTROL-FINISH
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           IF WS-RUN-IS-REFUSED
              GO TO MAIN-CONTROL-FINISH
           END-IF
           PERFORM OPEN-CLOSE-FILES

      *    The ledger to the year's last day; nothing is posted if
      *    its balances will not all fit
           PERFORM UNTIL WS-AT-TX-EOF
              READ TRANSACTION-FILE
                 AT END
                    MOVE 1 TO WS-TX-EOF
                 NOT AT END
                    PERFORM GATHER-ONE-POSTING
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE

           IF WS-OVERFLOW-COUNT > 0
              MOVE "BALANCE TABLE OVERFLOW - NOTHING POSTED, CLOSING PE
      -       "RIOD LEFT AS IT WAS" TO WS-REFUSAL-TEXT
              MOVE 1 TO WS-RUN-REFUSED
              GO TO MAIN-CONTROL-FINISH
           END-IF

           PERFORM POST-ADJUSTMENTS
           PERFORM POST-CLOSING-ENTRIES
           PERFORM WRITE-OPENING-BALANCES
           PERFORM WRITE-PROOF

           IF WS-REFUSED-COUNT = 0
              AND WS-OVERFLOW-COUNT = 0
              AND WS-UNPROVEN-COUNT = 0
              AND WS-WRITE-FAIL-COUNT = 0
              MOVE "C" TO WS-NEW-STATUS
              MOVE "YECLOSE" TO WS-MARK-BY
              PERFORM MARK-CLOSING-PERIOD
           END-IF
           PERFORM WRITE-CLOSE-HISTORY.

       MAIN-CONTROL-FINISH.
           IF WS-RUN-IS-REFUSED
              MOVE SPACES TO WS-HEADING-LINE
              MOVE WS-REFUSAL-TEXT TO WS-HL-TEXT
              WRITE YECLRPT-RECORD FROM WS-HEADING-LINE
              DISPLAY "YECLOSE: " WS-REFUSAL-TEXT
           END-IF
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "YECLOSE: " WS-RUN-MODE " " WS-TARGET-YEAR ", "
              WS-ADJ-POSTED " adjustment(s) and " WS-CLOSINGS-POSTED
              " closing voucher(s) posted, " WS-REFUSED-COUNT
              " refused, " WS-OB-WRITTEN " opening balance(s), "
              WS-UNPROVEN-COUNT " entity/currency total(s) not proved"

           EVALUATE TRUE
              WHEN WS-RUN-IS-REFUSED
                 OR WS-REFUSED-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
                 OR WS-UNPROVEN-COUNT > 0 OR WS-WRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-BAD-DATE-COUNT > 0 OR WS-OFF-CHART-COUNT > 0
                 OR WS-UNBALANCED-COUNT > 0
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
      * READ-RUN-PARM: 'YYYY CLOSE', 'YYYY REOPEN reference' or
      * 'YYYY REPOST'; a reopen without the audit request's
      * reference fails the step like a missing PARM
      *================================================================
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           MOVE WS-PARM(6:6) TO WS-RUN-MODE
           MOVE WS-PARM(13:8) TO WS-REFERENCE
           IF WS-PARM(1:4) IS NOT NUMERIC
              OR NOT (WS-MODE-CLOSE OR WS-MODE-REOPEN
                      OR WS-MODE-REPOST)
              OR (WS-MODE-REOPEN AND WS-REFERENCE = SPACES)
              DISPLAY "YECLOSE: PARM must be 'YYYY CLOSE', "
                 "'YYYY REOPEN reference' or 'YYYY REPOST'"
              CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-PARM(1:4) TO WS-TARGET-YEAR
           COMPUTE WS-NEW-YEAR = WS-TARGET-YEAR + 1
           IF WS-REFERENCE = SPACES
              MOVE "YECLOSE" TO WS-REFERENCE
           END-IF.

       READ-RUN-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-REPORT: aborts with COND code 16 if the report cannot
      * be opened
      *================================================================
       OPEN-REPORT SECTION.
           OPEN OUTPUT YECLRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "YECLOSE: cannot open YECLRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-REPORT-EXIT.
           EXIT.

      *================================================================
      * READ-PERIOD-STATUS: the year's final and closing periods as
      * PERSTAT has them. Without PERSTAT no period has been closed
      * and there is nothing the year-end close can do, so a file
      * that will not open is COND code 16.
      *================================================================
       READ-PERIOD-STATUS SECTION.
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PS-FILE-STATUS NOT = "00"
              DISPLAY "YECLOSE: cannot open PERSTAT, status="
                 WS-PS-FILE-STATUS
              CLOSE YECLRPT-FILE
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TARGET-YEAR TO PS-FISCAL-YEAR
           MOVE WS-FINAL-PERIOD TO PS-FISCAL-PERIOD
           READ PERIOD-STATUS-FILE
              INVALID KEY
                 MOVE SPACE TO WS-FINAL-STATUS
              NOT INVALID KEY
                 MOVE PS-STATUS TO WS-FINAL-STATUS
           END-READ

           MOVE WS-TARGET-YEAR TO PS-FISCAL-YEAR
           MOVE WS-CLOSING-PERIOD TO PS-FISCAL-PERIOD
           READ PERIOD-STATUS-FILE
              INVALID KEY
                 MOVE SPACE TO WS-CLOSING-STATUS
              NOT INVALID KEY
                 MOVE PS-STATUS TO WS-CLOSING-STATUS
                 MOVE PS-CLOSED-DATE TO WS-CLOSING-STATUS-DATE
                 MOVE PS-CLOSED-BY TO WS-CLOSING-STATUS-BY
           END-READ

           CLOSE PERIOD-STATUS-FILE.

       READ-PERIOD-STATUS-EXIT.
           EXIT.

      *================================================================
      * WRITE-RUN-HEADING: the year, the run and where the closing
      * period stood when it started
      *================================================================
       WRITE-RUN-HEADING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "YECLOSE - FISCAL YEAR-END CLOSE " DELIMITED BY SIZE
              WS-TARGET-YEAR DELIMITED BY SIZE
              "   RUN " DELIMITED BY SIZE
              WS-RUN-MODE DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-REFERENCE DELIMITED BY SPACE
              "   ON " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           EVALUATE WS-CLOSING-STATUS
              WHEN "C"
                 STRING "CLOSING PERIOD 13 CLOSED " DELIMITED BY SIZE
                    WS-CLOSING-STATUS-DATE DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE
                    WS-CLOSING-STATUS-BY DELIMITED BY SIZE
                    INTO WS-HL-TEXT
              WHEN "R"
                 STRING "CLOSING PERIOD 13 REOPENED " DELIMITED BY SIZE
                    WS-CLOSING-STATUS-DATE DELIMITED BY SIZE
                    " FOR " DELIMITED BY SIZE
                    WS-CLOSING-STATUS-BY DELIMITED BY SIZE
                    INTO WS-HL-TEXT
              WHEN OTHER
                 MOVE "CLOSING PERIOD 13 NOT YET CLOSED"
                    TO WS-HL-TEXT
           END-EVALUATE
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-RUN-HEADING-EXIT.
           EXIT.

      *================================================================
      * CHECK-CLOSE-ALLOWED: a close needs period 12 closed and the
      * closing period never closed; a repost needs period 12
      * closed and the closing period reopened. Anything else ends
      * the run here with nothing done (COND code 8).
      *================================================================
       CHECK-CLOSE-ALLOWED SECTION.
           IF WS-FINAL-STATUS NOT = "C"
              MOVE "FISCAL PERIOD 12 IS NOT CLOSED - RUN CLOSEPKG FOR I
      -       "T FIRST; NOTHING POSTED" TO WS-REFUSAL-TEXT
              MOVE 1 TO WS-RUN-REFUSED
              GO TO CHECK-CLOSE-ALLOWED-EXIT
           END-IF

           IF WS-MODE-CLOSE
              EVALUATE WS-CLOSING-STATUS
                 WHEN "C"
                    MOVE "YEAR ALREADY CLOSED - REOPEN IT FOR LATE ADJ
      -             "USTMENTS; NOTHING POSTED" TO WS-REFUSAL-TEXT
                    MOVE 1 TO WS-RUN-REFUSED
                    GO TO CHECK-CLOSE-ALLOWED-EXIT
                 WHEN "R"
                    MOVE "CLOSING PERIOD IS REOPENED - RUN REPOST; NOT
      -             "HING POSTED" TO WS-REFUSAL-TEXT
                    MOVE 1 TO WS-RUN-REFUSED
                    GO TO CHECK-CLOSE-ALLOWED-EXIT
              END-EVALUATE
           END-IF

           IF WS-MODE-REPOST
              AND WS-CLOSING-STATUS NOT = "R"
              MOVE "CLOSING PERIOD IS NOT REOPENED - NOTHING REPOSTED"
                 TO WS-REFUSAL-TEXT
              MOVE 1 TO WS-RUN-REFUSED
              GO TO CHECK-CLOSE-ALLOWED-EXIT
           END-IF.

       CHECK-CLOSE-ALLOWED-EXIT.
           EXIT.

      *================================================================
      * FIND-CLOSING-DATE: the last day of the fiscal year - the
      * latest date GET-FISCAL-PERIOD puts in the year's final
      * period, looking back at most 400 days from 31 December
      * Output: WS-CLOSING-DATE
      *================================================================
       FIND-CLOSING-DATE SECTION.
           MOVE 0 TO WS-CLOSING-DATE
           COMPUTE WS-PROBE-INT =
              FUNCTION INTEGER-OF-DATE(WS-TARGET-YEAR * 10000 + 1231)

           PERFORM VARYING WS-PROBE-TRIES FROM 1 BY 1
                   UNTIL WS-PROBE-TRIES > 400
                      OR WS-CLOSING-DATE > 0
              COMPUTE WS-PROBE-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
              MOVE WS-PROBE-DATE(1:4) TO WS-FP-YEAR
              MOVE WS-PROBE-DATE(5:2) TO WS-FP-MONTH
              MOVE WS-PROBE-DATE(7:2) TO WS-FP-DAY
              CALL "GET-FISCAL-PERIOD" USING WS-FP-YEAR WS-FP-MONTH
                  WS-FP-DAY WS-FISCAL-YEAR WS-FISCAL-PERIOD
                  WS-FP-RESULT
              IF WS-FP-RESULT = 1
                 AND WS-FISCAL-YEAR = WS-TARGET-YEAR
                 AND WS-FISCAL-PERIOD = WS-FINAL-PERIOD
                 MOVE WS-PROBE-DATE TO WS-CLOSING-DATE
              END-IF
              SUBTRACT 1 FROM WS-PROBE-INT
           END-PERFORM

           IF WS-CLOSING-DATE = 0
              MOVE "THE FISCAL CALENDAR HAS NO FINAL PERIOD FOR THIS YE
      -       "AR - NOTHING POSTED" TO WS-REFUSAL-TEXT
              MOVE 1 TO WS-RUN-REFUSED
              GO TO FIND-CLOSING-DATE-EXIT
           END-IF

           MOVE SPACES TO WS-HEADING-LINE
           STRING "CLOSING ENTRIES DATED " DELIMITED BY SIZE
              WS-CLOSING-DATE DELIMITED BY SIZE
              ", THE YEAR'S LAST DAY; RETAINED EARNINGS ACCOUNT "
                 DELIMITED BY SIZE
              WS-RETAINED-EARNINGS DELIMITED BY SPACE
              "; OPENING BALANCES FOR " DELIMITED BY SIZE
              WS-NEW-YEAR DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE.

       FIND-CLOSING-DATE-EXIT.
           EXIT.

      *================================================================
      * LOAD-CHART-OF-ACCOUNTS: every account's type from COAMAST.
      * The retained-earnings account must be on the chart as
      * equity, or nothing can be swept into it.
      *================================================================
       LOAD-CHART-OF-ACCOUNTS SECTION.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-CA-FILE-STATUS NOT = "00"
              DISPLAY "YECLOSE: cannot open COAMAST, status="
                 WS-CA-FILE-STATUS
              CLOSE YECLRPT-FILE
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO WS-CA-EOF
           PERFORM UNTIL WS-CA-EOF = 1
              READ CHART-OF-ACCOUNTS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-CA-EOF
                 NOT AT END
                    IF CA-ACCOUNT-CODE = WS-RETAINED-EARNINGS
                       AND CA-IS-EQUITY
                       MOVE 1 TO WS-RE-ON-CHART
                    END-IF
                    IF CA-ACCOUNT-CODE NOT = SPACES
                       IF WS-CHART-COUNT < WS-CHART-MAX
                          ADD 1 TO WS-CHART-COUNT
                          MOVE CA-ACCOUNT-CODE
                             TO CH-ACCOUNT-CODE(WS-CHART-COUNT)
                          MOVE CA-ACCOUNT-TYPE
                             TO CH-ACCOUNT-TYPE(WS-CHART-COUNT)
                       ELSE
                          ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE

           IF WS-RE-ON-CHART = 0
              MOVE "RETAINED EARNINGS ACCOUNT RETEARNS IS NOT ON COAMAS
      -       "T AS EQUITY - NOTHING POSTED" TO WS-REFUSAL-TEXT
              MOVE 1 TO WS-RUN-REFUSED
              GO TO LOAD-CHART-OF-ACCOUNTS-EXIT
           END-IF.

       LOAD-CHART-OF-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * OPEN-CLOSE-FILES: the ledger, the opening-balance file and
      * the history, before anything is posted - aborts with COND
      * code 16 if any cannot be opened. A missing YEADJ simply
      * means no adjustments.
      *================================================================
       OPEN-CLOSE-FILES SECTION.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "YECLOSE: cannot open GLTXN, status="
                 WS-TX-FILE-STATUS
              CLOSE YECLRPT-FILE
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT OPENING-BALANCE-FILE
           IF WS-OB-FILE-STATUS NOT = "00"
              DISPLAY "YECLOSE: cannot open OPENBAL, status="
                 WS-OB-FILE-STATUS
              CLOSE YECLRPT-FILE
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO WS-OPENBAL-OPEN

           OPEN INPUT ADJUSTMENT-FILE
           IF WS-AJ-FILE-STATUS = "00"
              MOVE 1 TO WS-YEADJ-OPEN
           ELSE
              MOVE 1 TO WS-AJ-EOF
           END-IF.

       OPEN-CLOSE-FILES-EXIT.
           EXIT.

      *================================================================
      * GATHER-ONE-POSTING: a ledger record dated on or before the
      * year's last day joins its account, entity and currency's
      * balance; a closing voucher already on the ledger moves the
      * serial on
      *================================================================
       GATHER-ONE-POSTING SECTION.
           ADD 1 TO WS-RECORDS-READ

           IF TX-CV-PREFIX = WS-CV-PREFIX
              AND TX-CV-YEAR = WS-PARM(1:4)
              AND TX-CV-SERIAL IS NUMERIC
              IF TX-CV-SERIAL > WS-VOUCHER-SERIAL
                 MOVE TX-CV-SERIAL TO WS-VOUCHER-SERIAL
              END-IF
           END-IF

           IF TX-POSTING-DATE IS NOT NUMERIC
              ADD 1 TO WS-BAD-DATE-COUNT
              GO TO GATHER-ONE-POSTING-EXIT
           END-IF
           IF TX-POSTING-DATE > WS-CLOSING-DATE
              ADD 1 TO WS-LATER-COUNT
              GO TO GATHER-ONE-POSTING-EXIT
           END-IF

           ADD 1 TO WS-IN-YEAR-COUNT
           MOVE TX-ACCOUNT-CODE TO WS-BL-ACCOUNT
           MOVE TX-ENTITY TO WS-BL-ENTITY
           MOVE TX-CURRENCY TO WS-BL-CURRENCY
           PERFORM FIND-BALANCE-ENTRY
           IF WS-BL-FOUND > 0
              ADD TX-AMOUNT-MINOR TO BL-LEDGER-MINOR(WS-BL-FOUND)
           END-IF.

       GATHER-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      * FIND-BALANCE-ENTRY: WS-BL-ACCOUNT/ENTITY/CURRENCY's balance,
      * added with the account's chart type when new
      * Output: WS-BL-FOUND (0 when the table is full)
      *================================================================
       FIND-BALANCE-ENTRY SECTION.
           MOVE 0 TO WS-BL-FOUND
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BALANCE-COUNT
                      OR WS-BL-FOUND > 0
              IF BL-ACCOUNT-CODE(WS-BL-IDX) = WS-BL-ACCOUNT
                 AND BL-ENTITY(WS-BL-IDX) = WS-BL-ENTITY
                 AND BL-CURRENCY(WS-BL-IDX) = WS-BL-CURRENCY
                 MOVE WS-BL-IDX TO WS-BL-FOUND
              END-IF
           END-PERFORM
           IF WS-BL-FOUND > 0
              GO TO FIND-BALANCE-ENTRY-EXIT
           END-IF

           IF WS-BALANCE-COUNT >= WS-BALANCE-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO FIND-BALANCE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-BALANCE-COUNT
           MOVE WS-BALANCE-COUNT TO WS-BL-FOUND
           MOVE WS-BL-ACCOUNT TO BL-ACCOUNT-CODE(WS-BL-FOUND)
           MOVE WS-BL-ENTITY TO BL-ENTITY(WS-BL-FOUND)
           MOVE WS-BL-CURRENCY TO BL-CURRENCY(WS-BL-FOUND)
           MOVE SPACE TO BL-ACCOUNT-TYPE(WS-BL-FOUND)
           MOVE 0 TO BL-LEDGER-MINOR(WS-BL-FOUND)
           MOVE 0 TO BL-ADJUSTED-MINOR(WS-BL-FOUND)
           MOVE 0 TO BL-CLOSING-MINOR(WS-BL-FOUND)

           MOVE 0 TO WS-CHART-FOUND
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
                      OR WS-CHART-FOUND > 0
              IF CH-ACCOUNT-CODE(WS-CHART-IDX) = WS-BL-ACCOUNT
                 MOVE WS-CHART-IDX TO WS-CHART-FOUND
              END-IF
           END-PERFORM
           IF WS-CHART-FOUND > 0
              MOVE CH-ACCOUNT-TYPE(WS-CHART-FOUND)
                 TO BL-ACCOUNT-TYPE(WS-BL-FOUND)
           END-IF.

       FIND-BALANCE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * POST-ADJUSTMENTS: the YEADJ legs, one voucher per run of
      * records under the same voucher ID, each posted into the
      * closing period
      *================================================================
       POST-ADJUSTMENTS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING " KIND       VOUCHER      ENTY CCY LEGS"
              "    AMOUNT (MINOR) RESULT"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE

           MOVE 0 TO WS-AL-COUNT
           MOVE 0 TO WS-AL-TOO-MANY
           PERFORM UNTIL WS-AT-AJ-EOF
              READ ADJUSTMENT-FILE
                 AT END
                    MOVE 1 TO WS-AJ-EOF
                 NOT AT END
                    PERFORM HOLD-ONE-ADJUSTMENT
              END-READ
           END-PERFORM
           IF WS-AL-COUNT > 0
              PERFORM POST-ADJUSTMENT-VOUCHER
           END-IF
           IF WS-YEADJ-OPEN = 1
              CLOSE ADJUSTMENT-FILE
           END-IF.

       POST-ADJUSTMENTS-EXIT.
           EXIT.

      *================================================================
      * HOLD-ONE-ADJUSTMENT: a new voucher ID posts the voucher held
      * so far; the leg then joins the voucher being read
      *================================================================
       HOLD-ONE-ADJUSTMENT SECTION.
           ADD 1 TO WS-ADJ-LEGS-READ
           IF WS-AL-COUNT > 0
              AND AJ-VOUCHER-ID NOT = WS-ADJ-VOUCHER-ID
              PERFORM POST-ADJUSTMENT-VOUCHER
           END-IF
           MOVE AJ-VOUCHER-ID TO WS-ADJ-VOUCHER-ID

           IF WS-AL-COUNT >= WS-AL-MAX
              MOVE 1 TO WS-AL-TOO-MANY
              GO TO HOLD-ONE-ADJUSTMENT-EXIT
           END-IF
           ADD 1 TO WS-AL-COUNT
           MOVE AJ-TRANS-ID TO AL-TRANS-ID(WS-AL-COUNT)
           MOVE AJ-CURRENCY TO AL-CURRENCY(WS-AL-COUNT)
           MOVE AJ-AMOUNT-MINOR TO AL-AMOUNT-MINOR(WS-AL-COUNT)
           MOVE AJ-ACCOUNT-CODE TO AL-ACCOUNT-CODE(WS-AL-COUNT)
           MOVE AJ-ENTITY TO AL-ENTITY(WS-AL-COUNT)
           MOVE AJ-LEG-ROLE TO AL-LEG-ROLE(WS-AL-COUNT).

       HOLD-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *================================================================
      * POST-ADJUSTMENT-VOUCHER: the held legs as one closing
      * voucher through GL-POST - posted whole, or refused whole
      * and reported; a posted voucher's legs join the balances
      *================================================================
       POST-ADJUSTMENT-VOUCHER SECTION.
           MOVE 0 TO WS-ADJ-DEBIT-MINOR
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
              IF AL-AMOUNT-MINOR(WS-AL-IDX) > 0
                 ADD AL-AMOUNT-MINOR(WS-AL-IDX) TO WS-ADJ-DEBIT-MINOR
              END-IF
           END-PERFORM

           IF WS-AL-TOO-MANY = 1
              MOVE -3 TO WS-GP-RESULT-STATUS
              MOVE "Voucher has too many legs" TO WS-GP-ERROR-MSG
              GO TO POST-ADJUSTMENT-VOUCHER-REPORT
           END-IF

           MOVE WS-ADJ-VOUCHER-ID TO WS-GP-VOUCHER-ID
           CALL "GL-VOUCHER-OPEN" USING WS-GP-VOUCHER-ID
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-ADJUSTMENT-VOUCHER-REPORT
           END-IF
           CALL "GL-VOUCHER-CLOSING" USING WS-CLOSING-DATE
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
              MOVE AL-TRANS-ID(WS-AL-IDX) TO WS-GP-TRANS-ID
              MOVE AL-CURRENCY(WS-AL-IDX) TO WS-GP-CURRENCY
              MOVE AL-AMOUNT-MINOR(WS-AL-IDX) TO WS-GP-AMOUNT-MINOR
              MOVE AL-ACCOUNT-CODE(WS-AL-IDX) TO WS-GP-ACCOUNT-CODE
              MOVE AL-ENTITY(WS-AL-IDX) TO WS-GP-ENTITY
              IF AL-LEG-ROLE(WS-AL-IDX) = "O"
                 CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID
                     WS-GP-CURRENCY WS-GP-AMOUNT-MINOR
                     WS-GP-ACCOUNT-CODE WS-GP-ENTITY
                     WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
              ELSE
                 CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
                     WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
                     WS-GP-ENTITY WS-GP-RESULT-STATUS
                     WS-GP-ERROR-MSG
              END-IF
           END-PERFORM

      *    A refused leg comes back from the close as the reason
      *    the whole voucher was rejected
           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-ADJUSTMENT-VOUCHER-REPORT
           END-IF

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
              MOVE AL-ACCOUNT-CODE(WS-AL-IDX) TO WS-BL-ACCOUNT
              MOVE AL-ENTITY(WS-AL-IDX) TO WS-BL-ENTITY
              MOVE AL-CURRENCY(WS-AL-IDX) TO WS-BL-CURRENCY
              PERFORM FIND-BALANCE-ENTRY
              IF WS-BL-FOUND > 0
                 ADD AL-AMOUNT-MINOR(WS-AL-IDX)
                    TO BL-ADJUSTED-MINOR(WS-BL-FOUND)
              END-IF
           END-PERFORM.

       POST-ADJUSTMENT-VOUCHER-REPORT.
           MOVE SPACES TO WS-VOUCHER-LINE
           MOVE "ADJUSTMENT" TO WS-VL-KIND
           MOVE WS-ADJ-VOUCHER-ID TO WS-VL-VOUCHER-ID
           MOVE AL-ENTITY(1) TO WS-VL-ENTITY
           MOVE AL-CURRENCY(1) TO WS-VL-CURRENCY
           MOVE WS-AL-COUNT TO WS-VL-LEGS
           MOVE WS-ADJ-DEBIT-MINOR TO WS-VL-AMOUNT
           IF WS-GP-RESULT-STATUS = 0
              ADD 1 TO WS-ADJ-POSTED
              MOVE "POSTED INTO CLOSING PERIOD" TO WS-VL-NOTE
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE WS-GP-ERROR-MSG TO WS-VL-NOTE
           END-IF
           WRITE YECLRPT-RECORD FROM WS-VOUCHER-LINE

           MOVE 0 TO WS-AL-COUNT
           MOVE 0 TO WS-AL-TOO-MANY.

       POST-ADJUSTMENT-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * POST-CLOSING-ENTRIES: every entity and currency with income
      * or expense left on it after the adjustments - each with its
      * retained-earnings balance in the table before anything
      * posts, so an overflow stops the sweep before it starts
      *================================================================
       POST-CLOSING-ENTRIES SECTION.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BALANCE-COUNT
              COMPUTE WS-NET-MINOR = BL-LEDGER-MINOR(WS-BL-IDX)
                 + BL-ADJUSTED-MINOR(WS-BL-IDX)
              IF BL-IS-PROFIT-AND-LOSS(WS-BL-IDX)
                 AND WS-NET-MINOR NOT = 0
                 MOVE 0 TO WS-SW-FOUND
                 PERFORM VARYING WS-SW-IDX FROM 1 BY 1
                         UNTIL WS-SW-IDX > WS-SWEEP-COUNT
                            OR WS-SW-FOUND > 0
                    IF SW-ENTITY(WS-SW-IDX) = BL-ENTITY(WS-BL-IDX)
                       AND SW-CURRENCY(WS-SW-IDX)
                       = BL-CURRENCY(WS-BL-IDX)
                       MOVE WS-SW-IDX TO WS-SW-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-SW-FOUND = 0
                    IF WS-SWEEP-COUNT < WS-SWEEP-MAX
                       ADD 1 TO WS-SWEEP-COUNT
                       MOVE BL-ENTITY(WS-BL-IDX)
                          TO SW-ENTITY(WS-SWEEP-COUNT)
                       MOVE BL-CURRENCY(WS-BL-IDX)
                          TO SW-CURRENCY(WS-SWEEP-COUNT)
                    ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-SW-IDX FROM 1 BY 1
                   UNTIL WS-SW-IDX > WS-SWEEP-COUNT
              MOVE WS-RETAINED-EARNINGS TO WS-BL-ACCOUNT
              MOVE SW-ENTITY(WS-SW-IDX) TO WS-BL-ENTITY
              MOVE SW-CURRENCY(WS-SW-IDX) TO WS-BL-CURRENCY
              PERFORM FIND-BALANCE-ENTRY
           END-PERFORM

           IF WS-OVERFLOW-COUNT > 0
              MOVE "TABLE OVERFLOW - NO CLOSING ENTRIES POSTED"
                 TO WS-REFUSAL-TEXT
              MOVE 1 TO WS-RUN-REFUSED
              GO TO POST-CLOSING-ENTRIES-EXIT
           END-IF

           PERFORM VARYING WS-SW-IDX FROM 1 BY 1
                   UNTIL WS-SW-IDX > WS-SWEEP-COUNT
              PERFORM SWEEP-ONE-ENTITY-CURRENCY
           END-PERFORM.

       POST-CLOSING-ENTRIES-EXIT.
           EXIT.

      *================================================================
      * SWEEP-ONE-ENTITY-CURRENCY: a closing leg for each income
      * and expense balance of the entity and currency, posted a
      * voucher at a time as the legs fill one
      *================================================================
       SWEEP-ONE-ENTITY-CURRENCY SECTION.
           MOVE WS-RETAINED-EARNINGS TO WS-BL-ACCOUNT
           MOVE SW-ENTITY(WS-SW-IDX) TO WS-BL-ENTITY
           MOVE SW-CURRENCY(WS-SW-IDX) TO WS-BL-CURRENCY
           PERFORM FIND-BALANCE-ENTRY
           MOVE WS-BL-FOUND TO WS-CL-RE-IDX

           MOVE 0 TO WS-CL-COUNT
           MOVE 0 TO WS-CL-SWEPT-MINOR
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BALANCE-COUNT
              COMPUTE WS-NET-MINOR = BL-LEDGER-MINOR(WS-BL-IDX)
                 + BL-ADJUSTED-MINOR(WS-BL-IDX)
              IF BL-IS-PROFIT-AND-LOSS(WS-BL-IDX)
                 AND BL-ENTITY(WS-BL-IDX) = SW-ENTITY(WS-SW-IDX)
                 AND BL-CURRENCY(WS-BL-IDX) = SW-CURRENCY(WS-SW-IDX)
                 AND WS-NET-MINOR NOT = 0
                 IF WS-NET-MINOR > WS-LEG-LIMIT
                    OR WS-NET-MINOR < WS-NEG-LEG-LIMIT
                    ADD 1 TO WS-OVERFLOW-COUNT
                 ELSE
                    IF WS-CL-COUNT >= WS-CL-MAX
                       PERFORM POST-CLOSING-VOUCHER
                    END-IF
                    ADD 1 TO WS-CL-COUNT
                    MOVE WS-BL-IDX TO CL-BL-IDX(WS-CL-COUNT)
                    COMPUTE CL-AMOUNT-MINOR(WS-CL-COUNT) =
                       0 - WS-NET-MINOR
                    ADD WS-NET-MINOR TO WS-CL-SWEPT-MINOR
                 END-IF
              END-IF
           END-PERFORM

           IF WS-CL-COUNT > 0
              PERFORM POST-CLOSING-VOUCHER
           END-IF.

       SWEEP-ONE-ENTITY-CURRENCY-EXIT.
           EXIT.

      *================================================================
      * POST-CLOSING-VOUCHER: the held closing legs and their
      * retained-earnings offset as one closing voucher through
      * GL-POST; once posted, the legs join the balances
      *================================================================
       POST-CLOSING-VOUCHER SECTION.
           ADD 1 TO WS-VOUCHER-SERIAL
           MOVE WS-TARGET-YEAR TO WS-CV-YEAR
           MOVE WS-VOUCHER-SERIAL TO WS-CV-SERIAL
           MOVE WS-CLOSING-VOUCHER-ID TO WS-GP-VOUCHER-ID
           MOVE WS-CLOSING-VOUCHER-ID TO WS-GP-TRANS-ID
           MOVE SW-ENTITY(WS-SW-IDX) TO WS-GP-ENTITY
           MOVE SW-CURRENCY(WS-SW-IDX) TO WS-GP-CURRENCY

           IF WS-CL-SWEPT-MINOR > WS-LEG-LIMIT
              OR WS-CL-SWEPT-MINOR < WS-NEG-LEG-LIMIT
              MOVE -8 TO WS-GP-RESULT-STATUS
              MOVE "Retained-earnings leg too large for one voucher"
                 TO WS-GP-ERROR-MSG
              GO TO POST-CLOSING-VOUCHER-REPORT
           END-IF

           CALL "GL-VOUCHER-OPEN" USING WS-GP-VOUCHER-ID
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-CLOSING-VOUCHER-REPORT
           END-IF
           CALL "GL-VOUCHER-CLOSING" USING WS-CLOSING-DATE
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

      *    Each income and expense balance cleared ...
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
              MOVE CL-AMOUNT-MINOR(WS-CL-IDX) TO WS-GP-AMOUNT-MINOR
              MOVE BL-ACCOUNT-CODE(CL-BL-IDX(WS-CL-IDX))
                 TO WS-GP-ACCOUNT-CODE
              CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
                  WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
                  WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           END-PERFORM

      *    ... and the net of them to retained earnings
           MOVE WS-CL-SWEPT-MINOR TO WS-GP-AMOUNT-MINOR
           MOVE WS-RETAINED-EARNINGS TO WS-GP-ACCOUNT-CODE
           CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE WS-GP-ENTITY
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-CLOSING-VOUCHER-REPORT
           END-IF

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
              ADD CL-AMOUNT-MINOR(WS-CL-IDX)
                 TO BL-CLOSING-MINOR(CL-BL-IDX(WS-CL-IDX))
           END-PERFORM
           ADD WS-CL-SWEPT-MINOR TO BL-CLOSING-MINOR(WS-CL-RE-IDX)
           COMPUTE WS-CLOSING-LEGS-POSTED =
              WS-CLOSING-LEGS-POSTED + WS-CL-COUNT + 1.

       POST-CLOSING-VOUCHER-REPORT.
           MOVE SPACES TO WS-VOUCHER-LINE
           MOVE "CLOSING" TO WS-VL-KIND
           MOVE WS-GP-VOUCHER-ID TO WS-VL-VOUCHER-ID
           MOVE WS-GP-ENTITY TO WS-VL-ENTITY
           MOVE WS-GP-CURRENCY TO WS-VL-CURRENCY
           COMPUTE WS-VL-LEGS = WS-CL-COUNT + 1
           MOVE WS-CL-SWEPT-MINOR TO WS-VL-AMOUNT
           IF WS-GP-RESULT-STATUS = 0
              ADD 1 TO WS-CLOSINGS-POSTED
              MOVE "POSTED - NET SWEPT TO RETAINED EARNINGS"
                 TO WS-VL-NOTE
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE WS-GP-ERROR-MSG TO WS-VL-NOTE
           END-IF
           WRITE YECLRPT-RECORD FROM WS-VOUCHER-LINE

           MOVE 0 TO WS-CL-COUNT
           MOVE 0 TO WS-CL-SWEPT-MINOR.

       POST-CLOSING-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * WRITE-OPENING-BALANCES: every balance as the close leaves it
      * goes into its entity and currency's closing trial balance;
      * a balance-sheet balance is also written to OPENBAL and goes
      * into the opening balance sheet, an income or expense one
      * into what the close failed to clear
      *================================================================
       WRITE-OPENING-BALANCES SECTION.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BALANCE-COUNT
              COMPUTE WS-NET-MINOR = BL-LEDGER-MINOR(WS-BL-IDX)
                 + BL-ADJUSTED-MINOR(WS-BL-IDX)
                 + BL-CLOSING-MINOR(WS-BL-IDX)
              PERFORM FIND-PROOF-ENTRY
              IF WS-PF-FOUND > 0
                 PERFORM CARRY-ONE-BALANCE
              END-IF
           END-PERFORM.

       WRITE-OPENING-BALANCES-EXIT.
           EXIT.

      *================================================================
      * CARRY-ONE-BALANCE: WS-BL-IDX's balance (WS-NET-MINOR) into
      * the proof entry WS-PF-FOUND, and onto OPENBAL when it is
      * a balance-sheet balance
      *================================================================
       CARRY-ONE-BALANCE SECTION.
           IF WS-NET-MINOR < 0
              SUBTRACT WS-NET-MINOR FROM PF-TB-CREDITS(WS-PF-FOUND)
           ELSE
              ADD WS-NET-MINOR TO PF-TB-DEBITS(WS-PF-FOUND)
           END-IF

           IF BL-IS-PROFIT-AND-LOSS(WS-BL-IDX)
              ADD WS-NET-MINOR TO PF-PL-RESIDUAL(WS-PF-FOUND)
              GO TO CARRY-ONE-BALANCE-EXIT
           END-IF

           IF WS-NET-MINOR = 0
              GO TO CARRY-ONE-BALANCE-EXIT
           END-IF
           IF BL-ACCOUNT-TYPE(WS-BL-IDX) = SPACE
              ADD 1 TO WS-OFF-CHART-COUNT
           END-IF
           IF WS-NET-MINOR > WS-LEG-LIMIT
              OR WS-NET-MINOR < WS-NEG-LEG-LIMIT
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO CARRY-ONE-BALANCE-EXIT
           END-IF

           MOVE SPACES TO OPENING-BALANCE-RECORD
           MOVE WS-NEW-YEAR TO OB-FISCAL-YEAR
           MOVE BL-ENTITY(WS-BL-IDX) TO OB-ENTITY
           MOVE BL-ACCOUNT-CODE(WS-BL-IDX) TO OB-ACCOUNT-CODE
           MOVE BL-ACCOUNT-TYPE(WS-BL-IDX) TO OB-ACCOUNT-TYPE
           MOVE BL-CURRENCY(WS-BL-IDX) TO OB-CURRENCY
           MOVE WS-NET-MINOR TO OB-BALANCE-MINOR
           MOVE WS-CLOSING-DATE TO OB-AS-AT-DATE
           MOVE WS-TODAY TO OB-RUN-DATE
           WRITE OPENING-BALANCE-RECORD
           IF WS-OB-FILE-STATUS NOT = "00"
              ADD 1 TO WS-WRITE-FAIL-COUNT
              GO TO CARRY-ONE-BALANCE-EXIT
           END-IF

           ADD 1 TO WS-OB-WRITTEN
           IF OB-BALANCE-MINOR < 0
              SUBTRACT OB-BALANCE-MINOR FROM PF-OB-CREDITS(WS-PF-FOUND)
           ELSE
              ADD OB-BALANCE-MINOR TO PF-OB-DEBITS(WS-PF-FOUND)
           END-IF.

       CARRY-ONE-BALANCE-EXIT.
           EXIT.

      *================================================================
      * FIND-PROOF-ENTRY: WS-BL-IDX's entity and currency's proof
      * totals, added when new
      * Output: WS-PF-FOUND (0 when the table is full)
      *================================================================
       FIND-PROOF-ENTRY SECTION.
           MOVE 0 TO WS-PF-FOUND
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PROOF-COUNT
                      OR WS-PF-FOUND > 0
              IF PF-ENTITY(WS-PF-IDX) = BL-ENTITY(WS-BL-IDX)
                 AND PF-CURRENCY(WS-PF-IDX) = BL-CURRENCY(WS-BL-IDX)
                 MOVE WS-PF-IDX TO WS-PF-FOUND
              END-IF
           END-PERFORM
           IF WS-PF-FOUND > 0
              GO TO FIND-PROOF-ENTRY-EXIT
           END-IF

           IF WS-PROOF-COUNT >= WS-PROOF-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO FIND-PROOF-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-PROOF-COUNT
           MOVE WS-PROOF-COUNT TO WS-PF-FOUND
           MOVE BL-ENTITY(WS-BL-IDX) TO PF-ENTITY(WS-PF-FOUND)
           MOVE BL-CURRENCY(WS-BL-IDX) TO PF-CURRENCY(WS-PF-FOUND)
           MOVE 0 TO PF-TB-DEBITS(WS-PF-FOUND)
           MOVE 0 TO PF-TB-CREDITS(WS-PF-FOUND)
           MOVE 0 TO PF-OB-DEBITS(WS-PF-FOUND)
           MOVE 0 TO PF-OB-CREDITS(WS-PF-FOUND)
           MOVE 0 TO PF-PL-RESIDUAL(WS-PF-FOUND).

       FIND-PROOF-ENTRY-EXIT.
           EXIT.

      *================================================================
      * WRITE-PROOF: per entity and currency, the opening balance
      * sheet must carry exactly the closing trial balance's debits
      * and credits with nothing left on income or expense. A trial
      * balance whose debits and credits differ is noted as well -
      * the books did not balance before the close.
      *================================================================
       WRITE-PROOF SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "PROOF: OPENING BALANCE SHEET AGAINST CLOSING TRIAL BAL
      -    "ANCE, PER ENTITY AND CURRENCY" TO WS-HL-TEXT
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING " ENTY CCY         TB DEBITS        TB CREDITS"
              "    OPENING DEBITS   OPENING CREDITS"
              "   P&L NOT CLEARED"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PROOF-COUNT
              MOVE SPACES TO WS-PROOF-LINE
              MOVE PF-ENTITY(WS-PF-IDX) TO WS-FL-ENTITY
              MOVE PF-CURRENCY(WS-PF-IDX) TO WS-FL-CURRENCY
              MOVE PF-TB-DEBITS(WS-PF-IDX) TO WS-FL-TB-DEBITS
              MOVE PF-TB-CREDITS(WS-PF-IDX) TO WS-FL-TB-CREDITS
              MOVE PF-OB-DEBITS(WS-PF-IDX) TO WS-FL-OB-DEBITS
              MOVE PF-OB-CREDITS(WS-PF-IDX) TO WS-FL-OB-CREDITS
              MOVE PF-PL-RESIDUAL(WS-PF-IDX) TO WS-FL-PL-RESIDUAL
              IF PF-OB-DEBITS(WS-PF-IDX) = PF-TB-DEBITS(WS-PF-IDX)
                 AND PF-OB-CREDITS(WS-PF-IDX)
                 = PF-TB-CREDITS(WS-PF-IDX)
                 AND PF-PL-RESIDUAL(WS-PF-IDX) = 0
                 IF PF-TB-DEBITS(WS-PF-IDX)
                    = PF-TB-CREDITS(WS-PF-IDX)
                    MOVE "PROVED" TO WS-FL-NOTE
                 ELSE
                    MOVE "PROVED - TB UNEVEN" TO WS-FL-NOTE
                    ADD 1 TO WS-UNBALANCED-COUNT
                 END-IF
              ELSE
                 MOVE "NOT PROVED" TO WS-FL-NOTE
                 ADD 1 TO WS-UNPROVEN-COUNT
              END-IF
              WRITE YECLRPT-RECORD FROM WS-PROOF-LINE
           END-PERFORM

           MOVE SPACES TO WS-HEADING-LINE
           IF WS-UNPROVEN-COUNT = 0 AND WS-OVERFLOW-COUNT = 0
              AND WS-WRITE-FAIL-COUNT = 0
              MOVE "PROOF: OPENING BALANCE SHEET EQUALS THE CLOSING TRI
      -       "AL BALANCE EVERYWHERE" TO WS-HL-TEXT
           ELSE
              MOVE "PROOF FAILED: OPENBAL IS NOT THE NEW YEAR'S OPENING
      -       " BALANCE SHEET" TO WS-HL-TEXT
           END-IF
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-PROOF-EXIT.
           EXIT.

      *================================================================
      * REOPEN-CLOSING-PERIOD: a closed year's closing period goes
      * back to R for the audit request named on the PARM; a year
      * that is not closed is left alone (COND code 8)
      *================================================================
       REOPEN-CLOSING-PERIOD SECTION.
           IF WS-CLOSING-STATUS NOT = "C"
              MOVE "YEAR IS NOT CLOSED - NOTHING TO REOPEN"
                 TO WS-REFUSAL-TEXT
              MOVE 1 TO WS-RUN-REFUSED
              GO TO REOPEN-CLOSING-PERIOD-EXIT
           END-IF

           MOVE "R" TO WS-NEW-STATUS
           MOVE WS-REFERENCE TO WS-MARK-BY
           PERFORM MARK-CLOSING-PERIOD
           PERFORM WRITE-CLOSE-HISTORY

           MOVE SPACES TO WS-HEADING-LINE
           IF WS-PERIOD-MARKED = 1
              STRING "CLOSING PERIOD 13 REOPENED FOR " DELIMITED BY SIZE
                 WS-REFERENCE DELIMITED BY SPACE
                 " - POST THE ADJUSTMENTS WITH REPOST"
                    DELIMITED BY SIZE
                 INTO WS-HL-TEXT
           ELSE
              MOVE "CLOSING PERIOD 13 COULD NOT BE REOPENED"
                 TO WS-HL-TEXT
           END-IF
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE.

       REOPEN-CLOSING-PERIOD-EXIT.
           EXIT.

      *================================================================
      * MARK-CLOSING-PERIOD: stamp the year's closing period on
      * PERSTAT with WS-NEW-STATUS, today and WS-MARK-BY
      * Output: WS-PERIOD-MARKED
      *================================================================
       MARK-CLOSING-PERIOD SECTION.
           MOVE 0 TO WS-PERIOD-MARKED
           OPEN I-O PERIOD-STATUS-FILE
           IF WS-PS-FILE-STATUS NOT = "00"
              AND WS-PS-FILE-STATUS NOT = "05"
              AND WS-PS-FILE-STATUS NOT = "97"
              DISPLAY "YECLOSE: cannot open PERSTAT, status="
                 WS-PS-FILE-STATUS " - closing period NOT marked"
              ADD 1 TO WS-WRITE-FAIL-COUNT
              GO TO MARK-CLOSING-PERIOD-EXIT
           END-IF

           MOVE WS-TARGET-YEAR TO PS-FISCAL-YEAR
           MOVE WS-CLOSING-PERIOD TO PS-FISCAL-PERIOD
           MOVE WS-NEW-STATUS TO PS-STATUS
           MOVE WS-TODAY TO PS-CLOSED-DATE
           MOVE WS-MARK-BY TO PS-CLOSED-BY
           MOVE 1 TO WS-PERIOD-MARKED

           WRITE PERIOD-STATUS-RECORD
              INVALID KEY
                 REWRITE PERIOD-STATUS-RECORD
                    INVALID KEY
                       DISPLAY "YECLOSE: PERSTAT write failed, "
                          "status=" WS-PS-FILE-STATUS
                          " - closing period NOT marked"
                       MOVE 0 TO WS-PERIOD-MARKED
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                 END-REWRITE
           END-WRITE

           CLOSE PERIOD-STATUS-FILE

           IF WS-PERIOD-MARKED = 1
              DISPLAY "YECLOSE: closing period " WS-TARGET-YEAR "/"
                 WS-CLOSING-PERIOD " marked " WS-NEW-STATUS
           END-IF.

       MARK-CLOSING-PERIOD-EXIT.
           EXIT.

      *================================================================
      * WRITE-CLOSE-HISTORY: one YECLHST record for tonight's close,
      * reopen or repost and how it ended
      *================================================================
       WRITE-CLOSE-HISTORY SECTION.
           OPEN EXTEND CLOSE-HISTORY-FILE
           IF WS-YH-FILE-STATUS = "35" OR WS-YH-FILE-STATUS = "05"
              OPEN OUTPUT CLOSE-HISTORY-FILE
           END-IF
           IF WS-YH-FILE-STATUS NOT = "00"
              DISPLAY "YECLOSE: cannot open YECLHST, status="
                 WS-YH-FILE-STATUS " - history NOT written"
              ADD 1 TO WS-WRITE-FAIL-COUNT
              GO TO WRITE-CLOSE-HISTORY-EXIT
           END-IF

           MOVE SPACES TO CLOSE-HISTORY-RECORD
           MOVE WS-TARGET-YEAR TO YH-FISCAL-YEAR
           MOVE WS-RUN-MODE TO YH-ACTION
           MOVE WS-TODAY TO YH-RUN-DATE
           MOVE WS-NOW-TIME TO YH-RUN-TIME
           MOVE WS-REFERENCE TO YH-REFERENCE
           MOVE WS-CLOSING-DATE TO YH-CLOSING-DATE
           MOVE WS-ADJ-POSTED TO YH-ADJUSTMENTS-POSTED
           MOVE WS-CLOSINGS-POSTED TO YH-CLOSINGS-POSTED
           MOVE WS-REFUSED-COUNT TO YH-VOUCHERS-REFUSED
           EVALUATE TRUE
              WHEN WS-PERIOD-MARKED = 1 AND WS-MODE-REOPEN
                 MOVE "REOPENED" TO YH-OUTCOME
              WHEN WS-PERIOD-MARKED = 1
                 MOVE "CLOSED" TO YH-OUTCOME
              WHEN OTHER
                 MOVE "FAILED" TO YH-OUTCOME
           END-EVALUATE
           WRITE CLOSE-HISTORY-RECORD
           IF WS-YH-FILE-STATUS NOT = "00"
              DISPLAY "YECLOSE: YECLHST write failed, status="
                 WS-YH-FILE-STATUS
              ADD 1 TO WS-WRITE-FAIL-COUNT
           END-IF
           CLOSE CLOSE-HISTORY-FILE.

       WRITE-CLOSE-HISTORY-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE YECLRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LEDGER RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-RECORDS-READ TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS TO THE YEAR'S CLOSE" TO WS-RPT-LABEL
           MOVE WS-IN-YEAR-COUNT TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS DATED AFTER THE CLOSE" TO WS-RPT-LABEL
           MOVE WS-LATER-COUNT TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS WITH UNREADABLE DATES" TO WS-RPT-LABEL
           MOVE WS-BAD-DATE-COUNT TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ADJUSTMENT LEGS READ" TO WS-RPT-LABEL
           MOVE WS-ADJ-LEGS-READ TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ADJUSTMENT VOUCHERS POSTED" TO WS-RPT-LABEL
           MOVE WS-ADJ-POSTED TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CLOSING VOUCHERS POSTED" TO WS-RPT-LABEL
           MOVE WS-CLOSINGS-POSTED TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CLOSING LEGS POSTED" TO WS-RPT-LABEL
           MOVE WS-CLOSING-LEGS-POSTED TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "VOUCHERS REFUSED" TO WS-RPT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "OPENING BALANCES WRITTEN" TO WS-RPT-LABEL
           MOVE WS-OB-WRITTEN TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BALANCES ON OFF-CHART ACCOUNTS" TO WS-RPT-LABEL
           MOVE WS-OFF-CHART-COUNT TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "TABLE OVERFLOWS" TO WS-RPT-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WRITE FAILURES" TO WS-RPT-LABEL
           MOVE WS-WRITE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE YECLRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE YECLRPT-FILE
           IF WS-OPENBAL-OPEN = 1
              CLOSE OPENING-BALANCE-FILE
           END-IF.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM YECLOSE.
