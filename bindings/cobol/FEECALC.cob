      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FeeCalc - nightly fee and charges engine for COBOL
      *

      *================================================================
      * Retires the fee spreadsheet and the hand-keyed fee journal.
      * Each night this step prices every released payment on
      * PAYRELSD (fee type PAYT) and every bank return on BANKRET -
      * the same return file PAYRET matches (fee type RETN) - and,
      * on the last business date of the month, every account open
      * on the ACCTMAST account master (fee type MNTH, priced by the
      * account's product and base currency). A PARM of 'MONTHEND'
      * forces the account pass on any other date, for a month-end
      * that has to be re-run after the business date has rolled.
      *
      * The price comes from the FEESCHED master FEESCHLD loads: the
      * newest entry for the fee type, product and currency dated on
      * or before the business date, falling back to the entry with
      * a blank product when the product has none of its own.
      * Payments and returns carry no product and always take the
      * blank-product entry. A flat entry charges its flat amount; a
      * percentage entry charges that percent of the payment or
      * return amount, multiplied through MONEY-MULTIPLY and brought
      * back to minor units through MONEY-DIVIDE under the entry's
      * MONEY-ROUNDING-MODE code (SAFE-CURRENCY), never by a
      * COMPUTE ROUNDED of our own; a tiered entry finds the band
      * the amount falls in and charges that band's flat amount plus
      * its percentage. The entry's minimum and maximum charge are
      * applied last. Account maintenance fees are priced on a zero
      * base, so only their flat or minimum amounts apply.
      *
      * Each fee posts through GL-POST (PROVEN-GL-POST) as a
      * balanced journal voucher: the fee on the schedule entry's
      * fee-income account and its offset on the CLRFEEDR
      * fees-receivable clearing account, written together or not
      * at all, under a fee transaction ID of 'F', the business
      * date as YYMMDD and a five-digit run sequence. A fee whose
      * voucher posts and whose customer is known is also written
      * to FEEDTL in the STMTTXN layout - customer, fee transaction
      * ID, currency and the fee as a charge (negative) - which the
      * statement SORT step takes in beside the month's postings so
      * STMTGEN prints it on the customer's statement. A payment
      * fee is charged to the instruction's ordering customer; a
      * bank return names no customer, so its fee is posted but
      * reaches no statement.
      *
      * Everything priced is listed on FEERPT. An item with no
      * schedule entry, or whose fee cannot be computed, is listed
      * as an exception and sets COND code 4; a voucher GL-POST
      * refuses sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECALC.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYRELSD-FILE ASSIGN TO "PAYRELSD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT BANKRET-FILE ASSIGN TO "BANKRET"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RT-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-KEY
              FILE STATUS IS WS-FS-FILE-STATUS.

           SELECT FEEDTL-FILE ASSIGN TO "FEEDTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FE-FILE-STATUS.

           SELECT FEERPT-FILE ASSIGN TO "FEERPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Released instructions in the 332-byte layout PAYHOLD writes
      * (see PAYIN-RECORD in PAYVALD.cob)
       FD  PAYRELSD-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYRELSD-RECORD.
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

      * The bank's return file, as PAYRET reads it
       FD  BANKRET-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  BANKRET-RECORD.
           05 RT-PAYMENT-ID             PIC X(12).
           05 RT-RETURN-REASON          PIC X(4).
           05 RT-RETURN-DATE            PIC 9(8).
           05 RT-CURRENCY               PIC X(3).
           05 RT-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

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

      * Fee-schedule KSDS as FEESCHLD lays it down
       FD  FEESCHED-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  FEESCHED-RECORD.
           05 FS-KEY.
              10 FS-FEE-TYPE            PIC X(4).
              10 FS-PRODUCT-CODE        PIC X(8).
              10 FS-CURRENCY            PIC X(3).
              10 FS-EFFECTIVE-DATE      PIC 9(8).
           05 FS-CALC-METHOD            PIC X(1).
           05 FS-FLAT-MINOR             PIC 9(15).
           05 FS-PERCENT                PIC 9(3)V9(4).
           05 FS-MIN-MINOR              PIC 9(15).
           05 FS-MAX-MINOR              PIC 9(15).
           05 FS-ROUNDING-MODE          PIC 9(1).
           05 FS-TIER OCCURS 5 TIMES.
              10 FS-TIER-UPTO-MINOR     PIC 9(15).
              10 FS-TIER-FLAT-MINOR     PIC 9(15).
              10 FS-TIER-PERCENT        PIC 9(3)V9(4).
           05 FS-GL-ACCOUNT             PIC X(8).
           05 FS-DESCRIPTION            PIC X(30).

      * Fee statement lines in the 67-byte STMTTXN layout STMTGEN
      * reads (see STMTTXN-RECORD in STMTGEN.cob)
       FD  FEEDTL-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  FEEDTL-RECORD.
           05 FE-CUSTOMER-ID            PIC X(36).
           05 FE-TRANS-ID               PIC X(12).
           05 FE-CURRENCY               PIC X(3).
           05 FE-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

       FD  FEERPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FEERPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-PR-FILE-STATUS            PIC X(2).
       01 WS-RT-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-FS-FILE-STATUS            PIC X(2).
       01 WS-FE-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-PR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PR-EOF              VALUE 1.
       01 WS-RT-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RT-EOF              VALUE 1.
       01 WS-AM-EOF                    PIC 9 VALUE 0.
          88 WS-AT-AM-EOF              VALUE 1.

      * Control counts
       01 WS-PAYMENTS-READ             PIC 9(6) VALUE 0.
       01 WS-RETURNS-READ              PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-PRICED           PIC 9(6) VALUE 0.
       01 WS-FEES-POSTED               PIC 9(6) VALUE 0.
       01 WS-ZERO-FEE-COUNT            PIC 9(6) VALUE 0.
       01 WS-NO-SCHEDULE-COUNT         PIC 9(6) VALUE 0.
       01 WS-CALC-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-POST-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-DETAIL-COUNT              PIC 9(6) VALUE 0.

      * The run's business date, and whether it closes a month
       01 WS-PARM                      PIC X(8).
       01 WS-BUSINESS-DATE             PIC 9(8).
       01 WS-NEXT-DATE                 PIC 9(8).
       01 WS-MONTH-END                 PIC 9 VALUE 0.
          88 WS-IS-MONTH-END           VALUE 1.

      * BUSDATE-GET call fields (see PROVEN-BUSDATE.cob)
       01 WS-BD-BUSINESS-DATE          PIC 9(8).
       01 WS-BD-STATUS                 PIC S9(4) COMP.
       01 WS-BD-MSG                    PIC X(50).

      * The item being priced
       01 WS-SEEK-FEE-TYPE             PIC X(4).
       01 WS-SEEK-PRODUCT              PIC X(8).
       01 WS-SEEK-CURRENCY             PIC X(3).
       01 WS-FEE-REFERENCE             PIC X(12).
       01 WS-FEE-CUSTOMER              PIC X(36).
       01 WS-FEE-BASE                  PIC S9(18) COMP-3.
       01 WS-FEE-MINOR                 PIC S9(18) COMP-3.
       01 WS-FEE-RESOLVED              PIC 9 VALUE 0.
       01 WS-FEE-FAIL-REASON           PIC X(40).
       01 WS-FEE-SEQUENCE              PIC 9(5) VALUE 0.

      * Schedule resolution state
       01 WS-TRY-PRODUCT               PIC X(8).
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
       01 WS-SCHEDULE-FOUND            PIC 9 VALUE 0.
       01 WS-TIER-IDX                  PIC 9(2) VALUE 0.
       01 WS-TIER-FOUND                PIC 9 VALUE 0.

      * The schedule entry in force, held apart from the record
      * area the browse reads past it into
       01 WS-SCHEDULE-ENTRY.
          05 SE-KEY.
             10 SE-FEE-TYPE            PIC X(4).
             10 SE-PRODUCT-CODE        PIC X(8).
             10 SE-CURRENCY            PIC X(3).
             10 SE-EFFECTIVE-DATE      PIC 9(8).
          05 SE-CALC-METHOD            PIC X(1).
          05 SE-FLAT-MINOR             PIC 9(15).
          05 SE-PERCENT                PIC 9(3)V9(4).
          05 SE-MIN-MINOR              PIC 9(15).
          05 SE-MAX-MINOR              PIC 9(15).
          05 SE-ROUNDING-MODE          PIC 9(1).
          05 SE-TIER OCCURS 5 TIMES.
             10 SE-TIER-UPTO-MINOR     PIC 9(15).
             10 SE-TIER-FLAT-MINOR     PIC 9(15).
             10 SE-TIER-PERCENT        PIC 9(3)V9(4).
          05 SE-GL-ACCOUNT             PIC X(8).
          05 SE-DESCRIPTION            PIC X(30).

      * MONEY-MULTIPLY / MONEY-DIVIDE call fields (see
      * SAFE-CURRENCY.cob). A percent with four decimals is carried
      * as a whole multiplier scaled by 10,000, so the product is
      * brought back to minor units by dividing by 1,000,000.
       01 WS-PCT-RATE                  PIC 9(3)V9(4).
       01 WS-PCT-MINOR                 PIC S9(18) COMP-3.
       01 WS-MM-MULTIPLIER             PIC S9(9) COMP-3.
       01 WS-MM-DIVISOR                PIC S9(9) COMP-3
          VALUE +1000000.
       01 WS-MM-PRODUCT                PIC S9(18) COMP-3.
       01 WS-MM-ROUNDING               PIC 9.
       01 WS-MM-STATUS                 PIC 9.
       01 WS-MM-ERROR-MSG              PIC X(50).

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8).
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRFEEDR".
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-FEE-LINE.
          05 FILLER                    PIC X(2).
          05 WS-FL-FEE-TYPE            PIC X(4).
          05 FILLER                    PIC X(2).
          05 WS-FL-REFERENCE           PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-FL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-FL-BASE                PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-FL-FEE                 PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-FL-TRANS-ID            PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-FL-NOTE                PIC X(40).
          05 FILLER                    PIC X(17).

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
           PERFORM READ-RUN-PARM
           PERFORM OPEN-FILES
           PERFORM READ-ENTITY-CODE
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-PR-EOF
              READ PAYRELSD-FILE
                 AT END
                    MOVE 1 TO WS-PR-EOF
                 NOT AT END
                    PERFORM PRICE-ONE-PAYMENT
              END-READ
           END-PERFORM

           PERFORM UNTIL WS-AT-RT-EOF
              READ BANKRET-FILE
                 AT END
                    MOVE 1 TO WS-RT-EOF
                 NOT AT END
                    PERFORM PRICE-ONE-RETURN
              END-READ
           END-PERFORM

           IF WS-IS-MONTH-END
              PERFORM PRICE-MONTH-END-ACCOUNTS
           END-IF

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "FEECALC: " WS-PAYMENTS-READ " payment(s), "
              WS-RETURNS-READ " return(s), " WS-ACCOUNTS-PRICED
              " account(s), " WS-FEES-POSTED " fee(s) posted, "
              WS-NO-SCHEDULE-COUNT " without a schedule, "
              WS-POST-FAIL-COUNT " refused"

           EVALUATE TRUE
              WHEN WS-POST-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-NO-SCHEDULE-COUNT > 0 OR WS-CALC-FAIL-COUNT > 0
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
      * READ-RUN-PARM: the business date from BUSDCTRL (today's
      * date if it cannot be read), and whether the account pass
      * runs - on the last day of the business month, or on any
      * date when the PARM says 'MONTHEND'
      *================================================================
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           CALL "BUSDATE-GET" USING WS-BD-BUSINESS-DATE
              WS-BD-STATUS WS-BD-MSG
           IF WS-BD-STATUS = 0
              MOVE WS-BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)

           IF WS-NEXT-DATE(5:2) NOT = WS-BUSINESS-DATE(5:2)
              OR FUNCTION UPPER-CASE(WS-PARM) = "MONTHEND"
              MOVE 1 TO WS-MONTH-END
           END-IF.

       READ-RUN-PARM-EXIT.
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
      * opened - the account master only matters to a month-end run
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT PAYRELSD-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "FEECALC: cannot open PAYRELSD, status="
                 WS-PR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT BANKRET-FILE
           IF WS-RT-FILE-STATUS NOT = "00"
              DISPLAY "FEECALC: cannot open BANKRET, status="
                 WS-RT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEESCHED-FILE
           IF WS-FS-FILE-STATUS NOT = "00"
              DISPLAY "FEECALC: cannot open FEESCHED, status="
                 WS-FS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-MONTH-END
              OPEN INPUT ACCTMAST-FILE
              IF WS-AM-FILE-STATUS NOT = "00"
                 DISPLAY "FEECALC: cannot open ACCTMAST, status="
                    WS-AM-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT FEEDTL-FILE
           IF WS-FE-FILE-STATUS NOT = "00"
              DISPLAY "FEECALC: cannot open FEEDTL, status="
                 WS-FE-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FEERPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "FEECALC: cannot open FEERPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * PRICE-ONE-PAYMENT: the payment fee on a released instruction
      *================================================================
       PRICE-ONE-PAYMENT SECTION.
           IF PY-PAYMENT-ID = SPACES
              GO TO PRICE-ONE-PAYMENT-EXIT
           END-IF
           ADD 1 TO WS-PAYMENTS-READ

           MOVE "PAYT" TO WS-SEEK-FEE-TYPE
           MOVE SPACES TO WS-SEEK-PRODUCT
           MOVE PY-CURRENCY TO WS-SEEK-CURRENCY
           MOVE PY-PAYMENT-ID TO WS-FEE-REFERENCE
           MOVE PY-ORDER-CUSTOMER-ID TO WS-FEE-CUSTOMER
           MOVE PY-AMOUNT-MINOR TO WS-FEE-BASE
           IF WS-FEE-BASE < 0
              COMPUTE WS-FEE-BASE = 0 - WS-FEE-BASE
           END-IF

           PERFORM PRICE-AND-POST-FEE.

       PRICE-ONE-PAYMENT-EXIT.
           EXIT.

      *================================================================
      * PRICE-ONE-RETURN: the return fee on a bank return
      *================================================================
       PRICE-ONE-RETURN SECTION.
           IF RT-PAYMENT-ID = SPACES
              GO TO PRICE-ONE-RETURN-EXIT
           END-IF
           ADD 1 TO WS-RETURNS-READ

           MOVE "RETN" TO WS-SEEK-FEE-TYPE
           MOVE SPACES TO WS-SEEK-PRODUCT
           MOVE RT-CURRENCY TO WS-SEEK-CURRENCY
           MOVE RT-PAYMENT-ID TO WS-FEE-REFERENCE
           MOVE SPACES TO WS-FEE-CUSTOMER
           MOVE RT-AMOUNT-MINOR TO WS-FEE-BASE
           IF WS-FEE-BASE < 0
              COMPUTE WS-FEE-BASE = 0 - WS-FEE-BASE
           END-IF

           PERFORM PRICE-AND-POST-FEE.

       PRICE-ONE-RETURN-EXIT.
           EXIT.

      *================================================================
      * PRICE-MONTH-END-ACCOUNTS: the maintenance fee on every
      * account the master holds open on the business date, in
      * account-ID order
      *================================================================
       PRICE-MONTH-END-ACCOUNTS SECTION.
           MOVE LOW-VALUES TO AM-ACCOUNT-ID
           START ACCTMAST-FILE KEY NOT LESS THAN AM-ACCOUNT-ID
              INVALID KEY
                 MOVE 1 TO WS-AM-EOF
           END-START

           PERFORM UNTIL WS-AT-AM-EOF
              READ ACCTMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-AM-EOF
                 NOT AT END
                    IF AM-IS-OPEN
                       AND AM-OPEN-DATE NOT > WS-BUSINESS-DATE
                       PERFORM PRICE-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       PRICE-MONTH-END-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * PRICE-ONE-ACCOUNT: the account's maintenance fee, priced by
      * its product and base currency on a zero base
      *================================================================
       PRICE-ONE-ACCOUNT SECTION.
           ADD 1 TO WS-ACCOUNTS-PRICED

           MOVE "MNTH" TO WS-SEEK-FEE-TYPE
           MOVE AM-PRODUCT-CODE TO WS-SEEK-PRODUCT
           MOVE AM-BASE-CURRENCY TO WS-SEEK-CURRENCY
           MOVE AM-ACCOUNT-ID TO WS-FEE-REFERENCE
           MOVE AM-CUSTOMER-ID TO WS-FEE-CUSTOMER
           MOVE 0 TO WS-FEE-BASE

           PERFORM PRICE-AND-POST-FEE.

       PRICE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * PRICE-AND-POST-FEE: resolve the schedule entry, compute the
      * fee, post it as a voucher and, where the customer is known,
      * write its statement line
      * Input:  WS-SEEK-FEE-TYPE, WS-SEEK-PRODUCT, WS-SEEK-CURRENCY,
      *         WS-FEE-REFERENCE, WS-FEE-CUSTOMER, WS-FEE-BASE
      *================================================================
       PRICE-AND-POST-FEE SECTION.
           PERFORM RESOLVE-FEE-SCHEDULE

           IF WS-SCHEDULE-FOUND = 0
              ADD 1 TO WS-NO-SCHEDULE-COUNT
              PERFORM WRITE-FEE-LINE-NOTE
              MOVE "NO FEE SCHEDULE IN FORCE" TO WS-FL-NOTE
              WRITE FEERPT-RECORD FROM WS-FEE-LINE
              GO TO PRICE-AND-POST-FEE-EXIT
           END-IF

           PERFORM COMPUTE-FEE

           IF WS-FEE-RESOLVED = 0
              ADD 1 TO WS-CALC-FAIL-COUNT
              PERFORM WRITE-FEE-LINE-NOTE
              MOVE WS-FEE-FAIL-REASON TO WS-FL-NOTE
              WRITE FEERPT-RECORD FROM WS-FEE-LINE
              GO TO PRICE-AND-POST-FEE-EXIT
           END-IF

           IF WS-FEE-MINOR = 0
              ADD 1 TO WS-ZERO-FEE-COUNT
              GO TO PRICE-AND-POST-FEE-EXIT
           END-IF

           ADD 1 TO WS-FEE-SEQUENCE
           MOVE SPACES TO WS-GP-TRANS-ID
           STRING "F" WS-BUSINESS-DATE(3:6) WS-FEE-SEQUENCE
              DELIMITED BY SIZE INTO WS-GP-TRANS-ID
           MOVE WS-SEEK-CURRENCY TO WS-GP-CURRENCY
           MOVE WS-FEE-MINOR TO WS-GP-AMOUNT-MINOR
           MOVE SE-GL-ACCOUNT TO WS-GP-ACCOUNT-CODE

           PERFORM POST-BALANCED-VOUCHER

           IF WS-GP-RESULT-STATUS NOT = 0
              ADD 1 TO WS-POST-FAIL-COUNT
              PERFORM WRITE-FEE-LINE-NOTE
              MOVE WS-FEE-MINOR TO WS-FL-FEE
              MOVE WS-GP-TRANS-ID TO WS-FL-TRANS-ID
              MOVE WS-GP-ERROR-MSG(1:40) TO WS-FL-NOTE
              WRITE FEERPT-RECORD FROM WS-FEE-LINE
              GO TO PRICE-AND-POST-FEE-EXIT
           END-IF

           ADD 1 TO WS-FEES-POSTED
           PERFORM WRITE-FEE-LINE-NOTE
           MOVE WS-FEE-MINOR TO WS-FL-FEE
           MOVE WS-GP-TRANS-ID TO WS-FL-TRANS-ID
           MOVE SE-DESCRIPTION TO WS-FL-NOTE
           WRITE FEERPT-RECORD FROM WS-FEE-LINE

      *    The customer sees the fee as a charge on the statement
           IF WS-FEE-CUSTOMER NOT = SPACES
              MOVE WS-FEE-CUSTOMER TO FE-CUSTOMER-ID
              MOVE WS-GP-TRANS-ID TO FE-TRANS-ID
              MOVE WS-GP-CURRENCY TO FE-CURRENCY
              COMPUTE FE-AMOUNT-MINOR = 0 - WS-FEE-MINOR
              WRITE FEEDTL-RECORD
              ADD 1 TO WS-DETAIL-COUNT
           END-IF.

       PRICE-AND-POST-FEE-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-FEE-SCHEDULE: the entry for the item's own product
      * if there is one, else the blank-product entry
      * Output: WS-SCHEDULE-FOUND (1=WS-SCHEDULE-ENTRY set)
      *================================================================
       RESOLVE-FEE-SCHEDULE SECTION.
           MOVE WS-SEEK-PRODUCT TO WS-TRY-PRODUCT
           PERFORM BROWSE-FEE-SCHEDULE

           IF WS-SCHEDULE-FOUND = 0 AND WS-SEEK-PRODUCT NOT = SPACES
              MOVE SPACES TO WS-TRY-PRODUCT
              PERFORM BROWSE-FEE-SCHEDULE
           END-IF.

       RESOLVE-FEE-SCHEDULE-EXIT.
           EXIT.

      *================================================================
      * BROWSE-FEE-SCHEDULE: the newest entry for the fee type,
      * WS-TRY-PRODUCT and currency dated on or before the business
      * date
      * Output: WS-SCHEDULE-FOUND (1=WS-SCHEDULE-ENTRY set)
      *================================================================
       BROWSE-FEE-SCHEDULE SECTION.
           MOVE 0 TO WS-SCHEDULE-FOUND
           MOVE WS-SEEK-FEE-TYPE TO FS-FEE-TYPE
           MOVE WS-TRY-PRODUCT TO FS-PRODUCT-CODE
           MOVE WS-SEEK-CURRENCY TO FS-CURRENCY
           MOVE 0 TO FS-EFFECTIVE-DATE
           MOVE 0 TO WS-BROWSE-DONE

           START FEESCHED-FILE KEY NOT LESS THAN FS-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ FEESCHED-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF FS-FEE-TYPE NOT = WS-SEEK-FEE-TYPE
                       OR FS-PRODUCT-CODE NOT = WS-TRY-PRODUCT
                       OR FS-CURRENCY NOT = WS-SEEK-CURRENCY
                       OR FS-EFFECTIVE-DATE > WS-BUSINESS-DATE
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       MOVE 1 TO WS-SCHEDULE-FOUND
                       MOVE FEESCHED-RECORD TO WS-SCHEDULE-ENTRY
                    END-IF
              END-READ
           END-PERFORM.

       BROWSE-FEE-SCHEDULE-EXIT.
           EXIT.

      *================================================================
      * COMPUTE-FEE: price WS-FEE-BASE under the entry in force,
      * then hold the result between its minimum and maximum
      * Output: WS-FEE-RESOLVED (1=WS-FEE-MINOR set, 0=see
      *         WS-FEE-FAIL-REASON)
      *================================================================
       COMPUTE-FEE SECTION.
           MOVE 0 TO WS-FEE-MINOR
           MOVE 0 TO WS-FEE-RESOLVED
           MOVE SPACES TO WS-FEE-FAIL-REASON

           EVALUATE SE-CALC-METHOD
              WHEN "F"
                 MOVE SE-FLAT-MINOR TO WS-FEE-MINOR
              WHEN "P"
                 MOVE SE-PERCENT TO WS-PCT-RATE
                 PERFORM APPLY-PERCENTAGE
                 IF WS-FEE-FAIL-REASON NOT = SPACES
                    GO TO COMPUTE-FEE-EXIT
                 END-IF
                 MOVE WS-PCT-MINOR TO WS-FEE-MINOR
              WHEN "T"
                 PERFORM FIND-FEE-TIER
                 IF WS-TIER-FOUND = 0
                    MOVE "AMOUNT ABOVE THE HIGHEST FEE TIER"
                       TO WS-FEE-FAIL-REASON
                    GO TO COMPUTE-FEE-EXIT
                 END-IF
                 MOVE SE-TIER-PERCENT(WS-TIER-IDX) TO WS-PCT-RATE
                 PERFORM APPLY-PERCENTAGE
                 IF WS-FEE-FAIL-REASON NOT = SPACES
                    GO TO COMPUTE-FEE-EXIT
                 END-IF
                 COMPUTE WS-FEE-MINOR =
                    SE-TIER-FLAT-MINOR(WS-TIER-IDX) + WS-PCT-MINOR
              WHEN OTHER
                 MOVE "SCHEDULE CALC METHOD UNKNOWN"
                    TO WS-FEE-FAIL-REASON
                 GO TO COMPUTE-FEE-EXIT
           END-EVALUATE

           IF WS-FEE-MINOR < SE-MIN-MINOR
              MOVE SE-MIN-MINOR TO WS-FEE-MINOR
           END-IF
           IF SE-MAX-MINOR > 0 AND WS-FEE-MINOR > SE-MAX-MINOR
              MOVE SE-MAX-MINOR TO WS-FEE-MINOR
           END-IF

           IF WS-FEE-MINOR > 999999999999999
              MOVE "FEE TOO LARGE TO POST" TO WS-FEE-FAIL-REASON
              GO TO COMPUTE-FEE-EXIT
           END-IF

           MOVE 1 TO WS-FEE-RESOLVED.

       COMPUTE-FEE-EXIT.
           EXIT.

      *================================================================
      * FIND-FEE-TIER: the first band whose upper bound is at or
      * above the base; a zero bound is open-ended
      * Output: WS-TIER-FOUND (1=WS-TIER-IDX set)
      *================================================================
       FIND-FEE-TIER SECTION.
           MOVE 0 TO WS-TIER-FOUND
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 5
                      OR WS-TIER-FOUND = 1
              IF SE-TIER-UPTO-MINOR(WS-TIER-IDX) = 0
                 OR WS-FEE-BASE NOT > SE-TIER-UPTO-MINOR(WS-TIER-IDX)
                 MOVE 1 TO WS-TIER-FOUND
              END-IF
           END-PERFORM

           IF WS-TIER-FOUND = 1
              SUBTRACT 1 FROM WS-TIER-IDX
           END-IF.

       FIND-FEE-TIER-EXIT.
           EXIT.

      *================================================================
      * APPLY-PERCENTAGE: WS-PCT-RATE percent of WS-FEE-BASE in
      * minor units, rounded under the entry's rounding mode
      * Output: WS-PCT-MINOR, or WS-FEE-FAIL-REASON on failure
      *================================================================
       APPLY-PERCENTAGE SECTION.
           MOVE 0 TO WS-PCT-MINOR
           IF WS-PCT-RATE = 0 OR WS-FEE-BASE = 0
              GO TO APPLY-PERCENTAGE-EXIT
           END-IF

           COMPUTE WS-MM-MULTIPLIER = WS-PCT-RATE * 10000
           CALL "MONEY-MULTIPLY" USING WS-FEE-BASE WS-MM-MULTIPLIER
               WS-MM-PRODUCT WS-MM-STATUS WS-MM-ERROR-MSG
           IF WS-MM-STATUS NOT = 1
              MOVE WS-MM-ERROR-MSG(1:40) TO WS-FEE-FAIL-REASON
              GO TO APPLY-PERCENTAGE-EXIT
           END-IF

           MOVE SE-ROUNDING-MODE TO WS-MM-ROUNDING
           CALL "MONEY-DIVIDE" USING WS-MM-PRODUCT WS-MM-DIVISOR
               WS-MM-ROUNDING WS-PCT-MINOR WS-MM-STATUS
               WS-MM-ERROR-MSG
           IF WS-MM-STATUS NOT = 1
              MOVE WS-MM-ERROR-MSG(1:40) TO WS-FEE-FAIL-REASON
           END-IF.

       APPLY-PERCENTAGE-EXIT.
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
      * WRITE-FEE-LINE-NOTE: fill the common columns of one report
      * line; the caller supplies the fee, transaction and note
      *================================================================
       WRITE-FEE-LINE-NOTE SECTION.
           MOVE SPACES TO WS-FEE-LINE
           MOVE WS-SEEK-FEE-TYPE TO WS-FL-FEE-TYPE
           MOVE WS-FEE-REFERENCE TO WS-FL-REFERENCE
           MOVE WS-SEEK-CURRENCY TO WS-FL-CURRENCY
           MOVE WS-FEE-BASE TO WS-FL-BASE
           MOVE 0 TO WS-FL-FEE.

       WRITE-FEE-LINE-NOTE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           IF WS-IS-MONTH-END
              STRING "FEECALC - FEES AND CHARGES FOR "
                 WS-BUSINESS-DATE " (WITH MONTH-END ACCOUNT FEES)"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
           ELSE
              STRING "FEECALC - FEES AND CHARGES FOR "
                 WS-BUSINESS-DATE
                 DELIMITED BY SIZE INTO WS-HL-TEXT
           END-IF
           WRITE FEERPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  TYPE  REFERENCE     CCY"
              "             BASE              FEE"
              "  TRANS ID      NOTE"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE FEERPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYMENTS PRICED" TO WS-RPT-LABEL
           MOVE WS-PAYMENTS-READ TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RETURNS PRICED" TO WS-RPT-LABEL
           MOVE WS-RETURNS-READ TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ACCOUNTS PRICED" TO WS-RPT-LABEL
           MOVE WS-ACCOUNTS-PRICED TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FEES POSTED" TO WS-RPT-LABEL
           MOVE WS-FEES-POSTED TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STATEMENT FEE LINES WRITTEN" TO WS-RPT-LABEL
           MOVE WS-DETAIL-COUNT TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ZERO FEES (NOT POSTED)" TO WS-RPT-LABEL
           MOVE WS-ZERO-FEE-COUNT TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ITEMS WITHOUT A SCHEDULE" TO WS-RPT-LABEL
           MOVE WS-NO-SCHEDULE-COUNT TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FEES NOT COMPUTED" TO WS-RPT-LABEL
           MOVE WS-CALC-FAIL-COUNT TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS FAILED" TO WS-RPT-LABEL
           MOVE WS-POST-FAIL-COUNT TO WS-RPT-COUNT
           WRITE FEERPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE PAYRELSD-FILE
           CLOSE BANKRET-FILE
           CLOSE FEESCHED-FILE
           IF WS-IS-MONTH-END
              CLOSE ACCTMAST-FILE
           END-IF
           CLOSE FEEDTL-FILE
           CLOSE FEERPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM FEECALC.
