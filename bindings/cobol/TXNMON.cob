      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven TxnMonitor - rule-based transaction monitoring over
      * customer activity, released payments and incoming credits
      * for COBOL
      *

      *================================================================
      * STRUCDET looks for one pattern; the rest of the typologies
      * compliance asks about were left to whoever happened to read
      * the postings. This step runs a table of monitoring rules
      * over the day's money movement and raises every hit as an
      * alert case. The TMRULE file holds one rule per line - rule
      * ID, rule type, active flag, lookback window in days, a
      * threshold in whole USD, a minimum item count, a rule factor
      * and the date the rule was last changed - so a threshold is
      * tuned by editing a line, not by a program change. Four rule
      * types are understood:
      *
      *   R  rapid in-and-out: money in over the window at or over
      *      the threshold, and money out at least the factor's
      *      percentage of it (default 90) - funds passing straight
      *      through the account
      *   N  round amounts: at least the minimum count (default 3)
      *      of postings that are exact multiples of the factor in
      *      whole currency units (default 1000), totalling at or
      *      over the threshold
      *   D  dormant then active: activity at or over the threshold
      *      inside the window from a customer whose previous
      *      activity was older than the DORMRULE dormancy period
      *      for their country (the ESCHEAT rules, ZZ the default)
      *   H  high-risk jurisdiction: a released payment whose
      *      beneficiary IBAN or BIC country, or an incoming credit
      *      whose remitter IBAN country, is rated high risk or
      *      enhanced due diligence, or is under embargo, on the
      *      CTRYVSAM country-risk master as of today, at or over
      *      the threshold
      *
      * Every amount is measured in USD, converted at the newest
      * valid EXCHRATE rate through MONEY-CONVERT exactly as
      * STRUCDET does it. A posting that cannot be converted is
      * counted and never measured; a high-risk payment or credit
      * that cannot be converted is alerted regardless of the
      * threshold - an unmeasured item is not a cleared one.
      *
      * Customer activity comes from the ACTVTXN feed (the GLTXN
      * transaction fields joined to their customer - a bare GLTXN
      * posting carries no customer), sorted by customer and
      * concatenated back as far as the longest dormancy period so
      * the D rule can see the previous activity; a positive
      * amount is money in, a negative one money out. CUSTGOOD,
      * sorted the same way, is read forward beside it for the
      * customer's country. Either file out of customer order
      * stops the run with COND code 8. The H rule reads the
      * PAYRELSD payments PAYHOLD released and the CREDIN credits
      * RECVIN matched; a credit is attributed to the customer
      * through the RMTRIDX remitter registry RECVIN laid down
      * ahead of this step. A released payment is attributed to
      * its ordering customer; one that names none (house money
      * from FXSETTLE) is raised against the payment ("PAYMENT "
      * and the payment ID), as is a credit from an unregistered
      * remitter ("CREDIT " and the credit ID).
      *
      * Alerts are case-managed beside the sanctions hits: each
      * subject/rule pair has a SCRNCASE record whose listed name
      * is "TXN MONITOR RULE " and the rule ID, opened at first
      * sight and worked on the SCRNDISP screen. A case
      * dispositioned FALSE POSITIVE suppresses the rule's re-alert
      * on that subject UNLESS the rule has been changed since the
      * reviewer saw it (the rule's changed date plays the part
      * the list date plays for SANCSCRN), which reopens the case.
      * A case compliance confirms is picked up by SAROPEN like any
      * confirmed screening case.
      *
      * Unsuppressed alerts go to the TXNALERT file and the
      * TXNMRPT report with the rule, subject, item and measured
      * amount; the report closes with each rule's alert and
      * suppression counts. Coverage goes through COUNT-WRITE (the
      * alerts are the "rejected" figure) and any alert sets COND
      * code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNMON.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TMRULE-FILE ASSIGN TO "TMRULE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT COUNTRY-RISK-FILE ASSIGN TO "CTRYVSAM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CY-KEY
              FILE STATUS IS WS-CY-FILE-STATUS.

           SELECT DORMRULE-FILE ASSIGN TO "DORMRULE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT CUSTGOOD-FILE ASSIGN TO "CUSTGOOD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT PAYRELSD-FILE ASSIGN TO "PAYRELSD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PY-FILE-STATUS.

           SELECT CREDIN-FILE ASSIGN TO "CREDIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CI-FILE-STATUS.

           SELECT RMTRIDX-FILE ASSIGN TO "RMTRIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RX-REMIT-IBAN
              FILE STATUS IS WS-RX-FILE-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ER-KEY
              FILE STATUS IS WS-ER-FILE-STATUS.

           SELECT SCRNCASE-FILE ASSIGN TO "SCRNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT TXNALERT-FILE ASSIGN TO "TXNALERT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TA-FILE-STATUS.

           SELECT TXNMRPT-FILE ASSIGN TO "TXNMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One monitoring rule per line; a line whose rule ID is blank
      * or starts with an asterisk is a comment
       FD  TMRULE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TMRULE-RECORD.
           05 TR-RULE-ID                PIC X(8).
           05 TR-RULE-TYPE              PIC X(1).
           05 TR-ACTIVE                 PIC X(1).
              88 TR-IS-ACTIVE           VALUE "Y".
           05 TR-WINDOW-DAYS            PIC 9(3).
           05 TR-THRESHOLD-USD          PIC 9(11).
           05 TR-MIN-COUNT              PIC 9(4).
           05 TR-FACTOR                 PIC 9(5).
           05 TR-CHANGED-DATE           PIC 9(8).
           05 TR-DESCRIPTION            PIC X(39).

      * Country-risk and embargo master, maintained through TBLMAINT
      * and TBLAPPRV - one dated entry per country and effective day
       FD  COUNTRY-RISK-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  COUNTRY-RISK-RECORD.
           05 CY-KEY.
              10 CY-COUNTRY             PIC X(2).
              10 CY-EFFECTIVE           PIC 9(8).
           05 CY-EXPIRES                PIC 9(8).
           05 CY-RATING                 PIC X(1).
           05 CY-EMBARGO                PIC X(1).
           05 CY-ACTIVE                 PIC 9.
              88 CY-IS-ACTIVE           VALUE 1.
           05 CY-LAST-CHANGED           PIC 9(8).
           05 CY-CHANGED-BY             PIC X(8).

      * Dormancy rules exactly as ESCHEAT reads them: country and
      * years of inactivity, ZZ the default for unlisted countries
       FD  DORMRULE-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  DORMRULE-RECORD.
           05 DR-COUNTRY                PIC X(2).
           05 DR-YEARS                  PIC 9(2).

      * Customer-keyed activity, exactly as ESCHEAT reads it: the
      * STMTTXN shape plus the posting date, one record per posting
       FD  ACTIVITY-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  ACTIVITY-RECORD.
           05 AX-CUSTOMER-ID            PIC X(36).
           05 AX-TRANS-ID               PIC X(12).
           05 AX-CURRENCY               PIC X(3).
           05 AX-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 AX-POSTING-DATE           PIC 9(8).

      * CUSTGOOD record layout - must match what CUSTVALD writes
      * (see CUSTGOOD-RECORD in copybooks/CUSTMAST.cpy)
       FD  CUSTGOOD-FILE
           RECORD CONTAINS 546 CHARACTERS.
       01  CUSTGOOD-RECORD.
           05 CG-CUSTOMER-ID            PIC X(36).
           05 CG-CUSTOMER-NAME          PIC X(60).
           05 CG-EMAIL-ADDRESS          PIC X(254).
           05 CG-PHONE-NUMBER           PIC X(30).
           05 CG-PHONE-COUNTRY-CODE     PIC 9(4).
           05 CG-ADDR-LINE-1            PIC X(40).
           05 CG-ADDR-LINE-2            PIC X(40).
           05 CG-CITY                   PIC X(30).
           05 CG-REGION                 PIC X(20).
           05 CG-POSTAL-CODE            PIC X(10).
           05 CG-COUNTRY                PIC X(2).
           05 CG-PHONE-E164             PIC X(20).

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

      * Incoming credits as RECVIN reads them
       FD  CREDIN-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  CREDIN-RECORD.
           05 CI-CREDIT-ID              PIC X(12).
           05 CI-REMIT-IBAN             PIC X(34).
           05 CI-REFERENCE              PIC X(40).
           05 CI-CURRENCY               PIC X(3).
           05 CI-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CI-VALUE-DATE             PIC 9(8).
           05 CI-STRUCT-REFERENCE       PIC X(35).

      * The remitter registry keyed by upper-cased IBAN, as RECVIN
      * last laid it down
       FD  RMTRIDX-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  RMTRIDX-RECORD.
           05 RX-REMIT-IBAN             PIC X(34).
           05 RX-CUSTOMER-ID            PIC X(36).

      * Exchange-rate KSDS as FXRATELD lays it down (see
      * EXCHANGE-RATE-RECORD in SAFECURR.cpy)
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

      * Case KSDS shared with SANCSCRN - one record per
      * subject/listed-name pair; the SCRNDISP CICS screen works
      * the dispositions
       FD  SCRNCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  SCRNCASE-RECORD.
           05 SC-KEY.
              10 SC-CUSTOMER-ID         PIC X(36).
              10 SC-LISTED-NAME         PIC X(60).
           05 SC-STATUS                 PIC X(1).
              88 SC-IS-OPEN             VALUE "O".
              88 SC-IS-FALSE-POSITIVE   VALUE "F".
              88 SC-IS-CONFIRMED        VALUE "C".
           05 SC-REVIEWED-BY            PIC X(8).
           05 SC-REVIEWED-TS            PIC X(21).
           05 SC-LIST-DATE-SEEN         PIC 9(8).

      * Machine-readable alerts, one per unsuppressed hit
       FD  TXNALERT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  TXNALERT-RECORD.
           05 TA-ALERT-DATE             PIC 9(8).
           05 TA-RULE-ID                PIC X(8).
           05 TA-RULE-TYPE              PIC X(1).
           05 TA-SUBJECT-ID             PIC X(36).
           05 TA-SOURCE                 PIC X(1).
              88 TA-FROM-ACTIVITY       VALUE "A".
              88 TA-FROM-PAYMENT        VALUE "P".
              88 TA-FROM-CREDIT         VALUE "C".
           05 TA-ITEM-REF               PIC X(12).
           05 TA-COUNTRY                PIC X(2).
           05 TA-AMOUNT-USD-MINOR       PIC 9(15).
           05 TA-ITEM-COUNT             PIC 9(6).
           05 TA-WINDOW-DAYS            PIC 9(3).
           05 TA-THRESHOLD-USD          PIC 9(11).
           05 TA-UNCONVERTED            PIC X(1).
           05 FILLER                    PIC X(6).

       FD  TXNMRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TXNMRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-TR-FILE-STATUS            PIC X(2).
       01 WS-DR-FILE-STATUS            PIC X(2).
       01 WS-AC-FILE-STATUS            PIC X(2).
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-PY-FILE-STATUS            PIC X(2).
       01 WS-CI-FILE-STATUS            PIC X(2).
       01 WS-RX-FILE-STATUS            PIC X(2).
       01 WS-ER-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-TA-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-TR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TR-EOF              VALUE 1.

      * Country-risk lookup - LOOKUP-COUNTRY-RISK takes the country
      * in WS-CY-CHECK-COUNTRY and returns the entry in force today
       01 WS-CY-FILE-STATUS            PIC X(2).
       01 WS-CY-TODAY                  PIC 9(8) VALUE 0.
       01 WS-CY-CHECK-COUNTRY          PIC X(2).
       01 WS-CY-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-CY-FOUND                  PIC 9 VALUE 0.
          88 WS-CY-IS-FOUND            VALUE 1.
       01 WS-CY-RATING                 PIC X(1).
          88 WS-CY-IS-MEDIUM           VALUE "M".
          88 WS-CY-IS-HIGH             VALUE "H".
          88 WS-CY-IS-EDD              VALUE "E".
       01 WS-CY-EMBARGO                PIC X(1).
          88 WS-CY-IS-EMBARGOED        VALUE "Y".
       01 WS-DR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-DR-EOF              VALUE 1.
       01 WS-AC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-AC-EOF              VALUE 1.
       01 WS-CG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CG-EOF              VALUE 1.
       01 WS-PY-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PY-EOF              VALUE 1.
       01 WS-CI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CI-EOF              VALUE 1.
       01 WS-RX-OPEN                   PIC 9 VALUE 0.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

      * Control counts
       01 WS-ACTIVITY-READ             PIC 9(8) VALUE 0.
       01 WS-CUSTOMERS-MONITORED       PIC 9(8) VALUE 0.
       01 WS-PAYMENTS-READ             PIC 9(8) VALUE 0.
       01 WS-CREDITS-READ              PIC 9(8) VALUE 0.
       01 WS-HIGH-RISK-ITEMS           PIC 9(8) VALUE 0.
       01 WS-UNCONVERTED-COUNT         PIC 9(8) VALUE 0.
       01 WS-ALERT-COUNT               PIC 9(8) VALUE 0.
       01 WS-SUPPRESSED-COUNT          PIC 9(8) VALUE 0.
       01 WS-CASES-OPENED              PIC 9(8) VALUE 0.
       01 WS-CASES-REOPENED            PIC 9(8) VALUE 0.
       01 WS-CW-TOTAL-READ             PIC 9(8) VALUE 0.

      * The rule table. The per-customer accumulators beside each
      * rule are cleared at the start of every customer's run of
      * activity.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 20 TIMES.
             10 RT-RULE-ID             PIC X(8).
             10 RT-RULE-TYPE           PIC X(1).
                88 RT-IS-RAPID-IN-OUT  VALUE "R".
                88 RT-IS-ROUND-AMOUNT  VALUE "N".
                88 RT-IS-DORMANT       VALUE "D".
                88 RT-IS-HIGH-RISK     VALUE "H".
             10 RT-ACTIVE              PIC X(1).
                88 RT-IS-ACTIVE        VALUE "Y".
             10 RT-WINDOW-DAYS         PIC 9(3).
             10 RT-THRESHOLD-USD       PIC 9(11).
             10 RT-THRESHOLD-MINOR     PIC S9(15) COMP-3.
             10 RT-MIN-COUNT           PIC 9(4).
             10 RT-FACTOR              PIC 9(5).
             10 RT-CHANGED-DATE        PIC 9(8).
             10 RT-DESCRIPTION         PIC X(39).
             10 RT-ALERTS              PIC 9(6).
             10 RT-SUPPRESSED          PIC 9(6).
             10 RT-IN-MINOR            PIC S9(17) COMP-3.
             10 RT-OUT-MINOR           PIC S9(17) COMP-3.
             10 RT-SUM-MINOR           PIC S9(17) COMP-3.
             10 RT-ITEM-COUNT          PIC 9(6).
             10 RT-LAST-BEFORE         PIC 9(7).
             10 RT-UNCONVERTED         PIC 9.
       01 WS-RULE-COUNT                PIC 9(2) VALUE 0.
       01 WS-RULE-MAX                  PIC 9(2) VALUE 20.
       01 WS-RULE-IDX                  PIC 9(2) VALUE 0.
       01 WS-ACTIVE-RULES              PIC 9(2) VALUE 0.
       01 WS-ACTIVE-HIGH-RISK          PIC 9(2) VALUE 0.

      * The case's listed-name slot for a monitoring alert: this
      * label followed by the rule ID
       01 WS-MONITOR-LABEL             PIC X(17)
                                       VALUE "TXN MONITOR RULE ".

      * High-risk jurisdictions
       01 WS-CHECK-COUNTRY             PIC X(2).
       01 WS-COUNTRY-IS-HIGH-RISK      PIC 9 VALUE 0.
       01 WS-ITEM-COUNTRY              PIC X(2).

      * Dormancy rules, with the default years applied to unlisted
      * countries
       01 WS-DORM-TABLE.
          05 WS-DORM-ENTRY OCCURS 50 TIMES.
             10 DT-COUNTRY             PIC X(2).
             10 DT-YEARS               PIC 9(2).
       01 WS-DORM-COUNT                PIC 9(2) VALUE 0.
       01 WS-DORM-IDX                  PIC 9(2) VALUE 0.
       01 WS-DEFAULT-YEARS             PIC 9(2) VALUE 5.
       01 WS-DORMANT-YEARS             PIC 9(2).
       01 WS-DORMANT-DAYS              PIC 9(5).

      * The match: the customer the activity file is positioned on
      * (HIGH-VALUES once exhausted), the customer whose run is
      * being monitored, and where CUSTGOOD stands
       01 WS-AC-CURRENT-ID             PIC X(36).
       01 WS-PREV-AC-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-CG-CURRENT-ID             PIC X(36).
       01 WS-PREV-CG-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-CUSTOMER-ID               PIC X(36).
       01 WS-CUSTOMER-COUNTRY          PIC X(2).

      * Dates
       01 WS-BASE-CURRENCY             PIC X(3) VALUE "USD".
       01 WS-TODAY                     PIC 9(8).
       01 WS-TODAY-JULIAN              PIC 9(7).
       01 WS-POSTING-JULIAN            PIC 9(7).
       01 WS-POSTING-AGE               PIC S9(6) COMP-3.
       01 WS-WINDOW-START              PIC S9(8) COMP-3.
       01 WS-IDLE-DAYS                 PIC S9(8) COMP-3.

      * The item being measured, and whether it has been converted
      * yet on this pass over the rules
       01 WS-CV-CURRENCY               PIC X(3).
       01 WS-CV-AMOUNT-MINOR           PIC S9(15).
       01 WS-CV-DONE                   PIC 9 VALUE 0.
       01 WS-CONVERT-OK                PIC 9 VALUE 0.
       01 WS-CONVERTED-ABS             PIC S9(18) COMP-3.

      * Round-amount test
       01 WS-ROUND-UNIT                PIC S9(15) COMP-3.
       01 WS-ROUND-REMAINDER           PIC S9(15) COMP-3.
       01 WS-IS-ROUND                  PIC 9 VALUE 0.

      * Newest valid rate found for the item's currency
       01 WS-RATE-FOUND                PIC 9 VALUE 0.
       01 WS-RATE-VALUE                PIC 9(6)V9(8).
       01 WS-RATE-TIMESTAMP            PIC 9(14).

      * MONEY-CONVERT call fields (see SAFE-CURRENCY.cob)
       01 WS-MC-FROM-CURRENCY          PIC X(3).
       01 WS-MC-TO-CURRENCY            PIC X(3).
       01 WS-MC-EXCH-FROM              PIC X(3).
       01 WS-MC-EXCH-TO                PIC X(3).
       01 WS-MC-AMOUNT-MINOR           PIC S9(18) COMP-3.
       01 WS-MC-EXCH-VALID             PIC 9.
       01 WS-MC-RESULT-MINOR           PIC S9(18) COMP-3.
       01 WS-MC-RESULT-STATUS          PIC 9.
       01 WS-MC-ERROR-MSG              PIC X(50).

      * GET-DECIMAL-PLACES call fields (see SAFE-CURRENCY.cob)
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.

      * The alert being raised
       01 WS-SUBJECT-ID                PIC X(36).
       01 WS-ALERT-SOURCE              PIC X(1).
       01 WS-ALERT-ITEM-REF            PIC X(12).
       01 WS-ALERT-COUNTRY             PIC X(2).
       01 WS-ALERT-AMOUNT              PIC S9(17) COMP-3.
       01 WS-ALERT-ITEMS               PIC 9(6).
       01 WS-ALERT-UNCONVERTED         PIC 9 VALUE 0.
       01 WS-ALERT-SUPPRESSED          PIC 9 VALUE 0.
       01 WS-RULE-HIT                  PIC 9 VALUE 0.

      * Julian-day scratch fields (same algorithm SAFE-DATETIME
      * uses; mirrored here since bindings/cobol programs are
      * self-contained)
       01 WS-JD-YEAR                   PIC 9(4).
       01 WS-JD-MONTH                  PIC 9(2).
       01 WS-JD-DAY                    PIC 9(2).
       01 WS-JULIAN-DAY                PIC 9(7).
       01 WS-JULIAN-A                  PIC S9(8) COMP-3.
       01 WS-JULIAN-Y                  PIC S9(8) COMP-3.
       01 WS-JULIAN-M                  PIC S9(8) COMP-3.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-ALERT-LINE.
          05 FILLER                    PIC X(2).
          05 WS-AL-RULE-ID             PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-AL-RULE-TYPE           PIC X(1).
          05 FILLER                    PIC X(2).
          05 WS-AL-SUBJECT-ID          PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-AL-SOURCE              PIC X(1).
          05 FILLER                    PIC X(2).
          05 WS-AL-ITEM-REF            PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-AL-COUNTRY             PIC X(2).
          05 FILLER                    PIC X(2).
          05 WS-AL-AMOUNT              PIC -(16)9.
          05 FILLER                    PIC X(2).
          05 WS-AL-COUNT               PIC ZZZZZ9.
          05 FILLER                    PIC X(2).
          05 WS-AL-NOTE                PIC X(20).
          05 FILLER                    PIC X(11).

       01 WS-RULE-LINE.
          05 FILLER                    PIC X(2).
          05 WS-RL-RULE-ID             PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-RL-RULE-TYPE           PIC X(1).
          05 FILLER                    PIC X(2).
          05 WS-RL-ACTIVE              PIC X(1).
          05 FILLER                    PIC X(2).
          05 WS-RL-WINDOW              PIC ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-RL-THRESHOLD           PIC Z(10)9.
          05 FILLER                    PIC X(2).
          05 WS-RL-ALERTS              PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-RL-SUPPRESSED          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-RL-DESCRIPTION         PIC X(39).
          05 FILLER                    PIC X(39).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "TXNMON".
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: customer activity run by run, then the day's
      * released payments and incoming credits
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-JD-YEAR
           MOVE WS-TODAY(5:2) TO WS-JD-MONTH
           MOVE WS-TODAY(7:2) TO WS-JD-DAY
           PERFORM CALCULATE-JULIAN-DAY
           MOVE WS-JULIAN-DAY TO WS-TODAY-JULIAN

           PERFORM LOAD-MONITORING-RULES
           PERFORM LOAD-DORMANCY-RULES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-CUSTOMER
           PERFORM READ-NEXT-ACTIVITY
           PERFORM UNTIL WS-AC-CURRENT-ID = HIGH-VALUES
              PERFORM MONITOR-ONE-CUSTOMER
           END-PERFORM

           PERFORM SCAN-RELEASED-PAYMENTS
           PERFORM SCAN-INCOMING-CREDITS

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "TXNMON: " WS-ACTIVE-RULES " active rule(s) over "
              WS-CUSTOMERS-MONITORED " customer(s), "
              WS-PAYMENTS-READ " payment(s), " WS-CREDITS-READ
              " credit(s)"
           DISPLAY "TXNMON: " WS-ALERT-COUNT " alert(s), "
              WS-SUPPRESSED-COUNT " suppressed, " WS-CASES-OPENED
              " case(s) opened, " WS-CASES-REOPENED " reopened"
           IF WS-UNCONVERTED-COUNT > 0
              DISPLAY "TXNMON: " WS-UNCONVERTED-COUNT
                 " item(s) with no valid USD rate - not measured"
           END-IF

           EVALUATE TRUE
              WHEN WS-ALERT-COUNT > 0 OR WS-ACTIVE-RULES = 0
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
      * OPEN-FILES: aborts with COND code 16 if any file but the
      * remitter registry cannot be opened; without the registry
      * every credit is monitored under its own credit ID
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT TMRULE-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open TMRULE, status="
                 WS-TR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT COUNTRY-RISK-FILE
           IF WS-CY-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open CTRYVSAM, status="
                 WS-CY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CY-TODAY

           OPEN INPUT DORMRULE-FILE
           IF WS-DR-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open DORMRULE, status="
                 WS-DR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACTIVITY-FILE
           IF WS-AC-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open ACTVTXN, status="
                 WS-AC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTGOOD-FILE
           IF WS-CG-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open CUSTGOOD, status="
                 WS-CG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PAYRELSD-FILE
           IF WS-PY-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open PAYRELSD, status="
                 WS-PY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CREDIN-FILE
           IF WS-CI-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open CREDIN, status="
                 WS-CI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT RMTRIDX-FILE
           IF WS-RX-FILE-STATUS = "00" OR WS-RX-FILE-STATUS = "97"
              MOVE 1 TO WS-RX-OPEN
           ELSE
              DISPLAY "TXNMON: no RMTRIDX registry (status="
                 WS-RX-FILE-STATUS ") - credits are monitored by "
                 "credit ID"
           END-IF

           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
              AND WS-ER-FILE-STATUS NOT = "97"
              DISPLAY "TXNMON: cannot open EXCHRATE, status="
                 WS-ER-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O SCRNCASE-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
              AND WS-SC-FILE-STATUS NOT = "05"
              AND WS-SC-FILE-STATUS NOT = "97"
              DISPLAY "TXNMON: cannot open SCRNCASE, status="
                 WS-SC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TXNALERT-FILE
           IF WS-TA-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open TXNALERT, status="
                 WS-TA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TXNMRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "TXNMON: cannot open TXNMRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-MONITORING-RULES: the rule table, with the defaults for
      * an unset count or factor applied and the threshold carried
      * in USD minor units
      *================================================================
       LOAD-MONITORING-RULES SECTION.
           PERFORM UNTIL WS-AT-TR-EOF
              READ TMRULE-FILE
                 AT END
                    MOVE 1 TO WS-TR-EOF
                 NOT AT END
                    IF TR-RULE-ID NOT = SPACES
                       AND TR-RULE-ID(1:1) NOT = "*"
                       PERFORM TABLE-ONE-RULE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TMRULE-FILE

           IF WS-ACTIVE-RULES = 0
              DISPLAY "TXNMON: no active rule on TMRULE - nothing "
                 "is monitored"
           END-IF.

       LOAD-MONITORING-RULES-EXIT.
           EXIT.

      *================================================================
      * TABLE-ONE-RULE: a rule of an unknown type, or past the
      * table's capacity, is reported and left out
      *================================================================
       TABLE-ONE-RULE SECTION.
           IF TR-RULE-TYPE NOT = "R" AND TR-RULE-TYPE NOT = "N"
              AND TR-RULE-TYPE NOT = "D" AND TR-RULE-TYPE NOT = "H"
              DISPLAY "TXNMON: rule " TR-RULE-ID " has unknown type "
                 TR-RULE-TYPE " - ignored"
              GO TO TABLE-ONE-RULE-EXIT
           END-IF
           IF WS-RULE-COUNT >= WS-RULE-MAX
              DISPLAY "TXNMON: rule table full at " WS-RULE-MAX
                 " - rule " TR-RULE-ID " ignored"
              GO TO TABLE-ONE-RULE-EXIT
           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-COUNT TO WS-RULE-IDX
           MOVE TR-RULE-ID TO RT-RULE-ID(WS-RULE-IDX)
           MOVE TR-RULE-TYPE TO RT-RULE-TYPE(WS-RULE-IDX)
           MOVE TR-ACTIVE TO RT-ACTIVE(WS-RULE-IDX)
           MOVE TR-WINDOW-DAYS TO RT-WINDOW-DAYS(WS-RULE-IDX)
           MOVE TR-THRESHOLD-USD TO RT-THRESHOLD-USD(WS-RULE-IDX)
           MOVE TR-MIN-COUNT TO RT-MIN-COUNT(WS-RULE-IDX)
           MOVE TR-FACTOR TO RT-FACTOR(WS-RULE-IDX)
           MOVE TR-CHANGED-DATE TO RT-CHANGED-DATE(WS-RULE-IDX)
           MOVE TR-DESCRIPTION TO RT-DESCRIPTION(WS-RULE-IDX)
           MOVE 0 TO RT-ALERTS(WS-RULE-IDX)
           MOVE 0 TO RT-SUPPRESSED(WS-RULE-IDX)
           COMPUTE RT-THRESHOLD-MINOR(WS-RULE-IDX) =
              TR-THRESHOLD-USD * 100

           IF RT-WINDOW-DAYS(WS-RULE-IDX) = 0
              MOVE 1 TO RT-WINDOW-DAYS(WS-RULE-IDX)
           END-IF
           IF RT-MIN-COUNT(WS-RULE-IDX) = 0
              IF RT-IS-ROUND-AMOUNT(WS-RULE-IDX)
                 MOVE 3 TO RT-MIN-COUNT(WS-RULE-IDX)
              ELSE
                 MOVE 1 TO RT-MIN-COUNT(WS-RULE-IDX)
              END-IF
           END-IF
           IF RT-FACTOR(WS-RULE-IDX) = 0
              EVALUATE TRUE
                 WHEN RT-IS-RAPID-IN-OUT(WS-RULE-IDX)
                    MOVE 90 TO RT-FACTOR(WS-RULE-IDX)
                 WHEN RT-IS-ROUND-AMOUNT(WS-RULE-IDX)
                    MOVE 1000 TO RT-FACTOR(WS-RULE-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF RT-IS-ACTIVE(WS-RULE-IDX)
              ADD 1 TO WS-ACTIVE-RULES
              IF RT-IS-HIGH-RISK(WS-RULE-IDX)
                 ADD 1 TO WS-ACTIVE-HIGH-RISK
              END-IF
           END-IF.

       TABLE-ONE-RULE-EXIT.
           EXIT.

      *================================================================
      * LOAD-DORMANCY-RULES: the ZZ entry, when present, replaces
      * the built-in five-year default
      *================================================================
       LOAD-DORMANCY-RULES SECTION.
           PERFORM UNTIL WS-AT-DR-EOF
              READ DORMRULE-FILE
                 AT END
                    MOVE 1 TO WS-DR-EOF
                 NOT AT END
                    IF DR-COUNTRY = "ZZ"
                       MOVE DR-YEARS TO WS-DEFAULT-YEARS
                    ELSE
                       IF DR-COUNTRY NOT = SPACES
                          AND WS-DORM-COUNT < 50
                          ADD 1 TO WS-DORM-COUNT
                          MOVE DR-COUNTRY
                             TO DT-COUNTRY(WS-DORM-COUNT)
                          MOVE DR-YEARS
                             TO DT-YEARS(WS-DORM-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DORMRULE-FILE.

       LOAD-DORMANCY-RULES-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-ACTIVITY: advance the activity side of the match,
      * proving the customer order as it goes
      *================================================================
       READ-NEXT-ACTIVITY SECTION.
           IF WS-AT-AC-EOF
              MOVE HIGH-VALUES TO WS-AC-CURRENT-ID
              GO TO READ-NEXT-ACTIVITY-EXIT
           END-IF

           READ ACTIVITY-FILE
              AT END
                 MOVE 1 TO WS-AC-EOF
                 MOVE HIGH-VALUES TO WS-AC-CURRENT-ID
                 GO TO READ-NEXT-ACTIVITY-EXIT
           END-READ

           ADD 1 TO WS-ACTIVITY-READ
           IF AX-CUSTOMER-ID < WS-PREV-AC-ID
              DISPLAY "TXNMON: ACTVTXN out of customer sequence "
                 "at record " WS-ACTIVITY-READ " (" AX-CUSTOMER-ID
                 ") - sort it by customer"
              PERFORM ABANDON-UNSORTED-INPUT
           END-IF
           MOVE AX-CUSTOMER-ID TO WS-PREV-AC-ID
           MOVE AX-CUSTOMER-ID TO WS-AC-CURRENT-ID.

       READ-NEXT-ACTIVITY-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-CUSTOMER: advance the CUSTGOOD side of the match
      *================================================================
       READ-NEXT-CUSTOMER SECTION.
           IF WS-AT-CG-EOF
              MOVE HIGH-VALUES TO WS-CG-CURRENT-ID
              GO TO READ-NEXT-CUSTOMER-EXIT
           END-IF

           READ CUSTGOOD-FILE
              AT END
                 MOVE 1 TO WS-CG-EOF
                 MOVE HIGH-VALUES TO WS-CG-CURRENT-ID
                 GO TO READ-NEXT-CUSTOMER-EXIT
           END-READ

           IF CG-CUSTOMER-ID < WS-PREV-CG-ID
              DISPLAY "TXNMON: CUSTGOOD out of customer sequence "
                 "at " CG-CUSTOMER-ID " - sort it by customer"
              PERFORM ABANDON-UNSORTED-INPUT
           END-IF
           MOVE CG-CUSTOMER-ID TO WS-PREV-CG-ID
           MOVE CG-CUSTOMER-ID TO WS-CG-CURRENT-ID.

       READ-NEXT-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * ABANDON-UNSORTED-INPUT: COND code 8 - a match against an
      * unsorted file would split customers' activity into pieces
      * no rule could add up
      *================================================================
       ABANDON-UNSORTED-INPUT SECTION.
           PERFORM CLOSE-FILES
           CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       ABANDON-UNSORTED-INPUT-EXIT.
           EXIT.

      *================================================================
      * MONITOR-ONE-CUSTOMER: one customer's run of activity through
      * every active activity rule
      *================================================================
       MONITOR-ONE-CUSTOMER SECTION.
           MOVE WS-AC-CURRENT-ID TO WS-CUSTOMER-ID
           ADD 1 TO WS-CUSTOMERS-MONITORED

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              MOVE 0 TO RT-IN-MINOR(WS-RULE-IDX)
              MOVE 0 TO RT-OUT-MINOR(WS-RULE-IDX)
              MOVE 0 TO RT-SUM-MINOR(WS-RULE-IDX)
              MOVE 0 TO RT-ITEM-COUNT(WS-RULE-IDX)
              MOVE 0 TO RT-LAST-BEFORE(WS-RULE-IDX)
              MOVE 0 TO RT-UNCONVERTED(WS-RULE-IDX)
           END-PERFORM

           PERFORM FIND-CUSTOMER-COUNTRY

           PERFORM UNTIL WS-AC-CURRENT-ID NOT = WS-CUSTOMER-ID
              PERFORM ACCUMULATE-ONE-POSTING
              PERFORM READ-NEXT-ACTIVITY
           END-PERFORM

           PERFORM EVALUATE-CUSTOMER-RULES.

       MONITOR-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * FIND-CUSTOMER-COUNTRY: bring CUSTGOOD up to the customer and
      * take the dormancy period for their country - a customer not
      * on CUSTGOOD takes the default
      * Output: WS-CUSTOMER-COUNTRY, WS-DORMANT-DAYS
      *================================================================
       FIND-CUSTOMER-COUNTRY SECTION.
           PERFORM READ-NEXT-CUSTOMER
              UNTIL WS-CG-CURRENT-ID NOT < WS-CUSTOMER-ID

           MOVE SPACES TO WS-CUSTOMER-COUNTRY
           IF WS-CG-CURRENT-ID = WS-CUSTOMER-ID
              MOVE CG-COUNTRY TO WS-CUSTOMER-COUNTRY
           END-IF

           MOVE WS-DEFAULT-YEARS TO WS-DORMANT-YEARS
           PERFORM VARYING WS-DORM-IDX FROM 1 BY 1
                   UNTIL WS-DORM-IDX > WS-DORM-COUNT
              IF DT-COUNTRY(WS-DORM-IDX) = WS-CUSTOMER-COUNTRY
                 MOVE DT-YEARS(WS-DORM-IDX) TO WS-DORMANT-YEARS
              END-IF
           END-PERFORM
           COMPUTE WS-DORMANT-DAYS = WS-DORMANT-YEARS * 365.

       FIND-CUSTOMER-COUNTRY-EXIT.
           EXIT.

      *================================================================
      * ACCUMULATE-ONE-POSTING: inside a rule's window the posting
      * is measured for the rule; before it, it only moves the
      * rule's last-previous-activity date
      *================================================================
       ACCUMULATE-ONE-POSTING SECTION.
           MOVE AX-POSTING-DATE(1:4) TO WS-JD-YEAR
           MOVE AX-POSTING-DATE(5:2) TO WS-JD-MONTH
           MOVE AX-POSTING-DATE(7:2) TO WS-JD-DAY
           PERFORM CALCULATE-JULIAN-DAY
           MOVE WS-JULIAN-DAY TO WS-POSTING-JULIAN
           COMPUTE WS-POSTING-AGE =
              WS-TODAY-JULIAN - WS-POSTING-JULIAN
           IF WS-POSTING-AGE < 0
              GO TO ACCUMULATE-ONE-POSTING-EXIT
           END-IF

           MOVE AX-CURRENCY TO WS-CV-CURRENCY
           MOVE AX-AMOUNT-MINOR TO WS-CV-AMOUNT-MINOR
           MOVE 0 TO WS-CV-DONE

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              IF RT-IS-ACTIVE(WS-RULE-IDX)
                 AND NOT RT-IS-HIGH-RISK(WS-RULE-IDX)
                 IF WS-POSTING-AGE < RT-WINDOW-DAYS(WS-RULE-IDX)
                    PERFORM ACCUMULATE-FOR-RULE
                 ELSE
                    IF WS-POSTING-JULIAN
                       > RT-LAST-BEFORE(WS-RULE-IDX)
                       MOVE WS-POSTING-JULIAN
                          TO RT-LAST-BEFORE(WS-RULE-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       ACCUMULATE-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      * ACCUMULATE-FOR-RULE: one in-window posting into the
      * WS-RULE-IDX rule's accumulators; the posting is converted
      * once, on the first rule that needs it
      *================================================================
       ACCUMULATE-FOR-RULE SECTION.
           IF WS-CV-DONE = 0
              MOVE 1 TO WS-CV-DONE
              PERFORM CONVERT-ITEM-TO-BASE
              IF WS-CONVERT-OK = 0
                 ADD 1 TO WS-UNCONVERTED-COUNT
              END-IF
           END-IF
           IF WS-CONVERT-OK = 0
              MOVE 1 TO RT-UNCONVERTED(WS-RULE-IDX)
              GO TO ACCUMULATE-FOR-RULE-EXIT
           END-IF

           COMPUTE WS-CONVERTED-ABS =
              FUNCTION ABS(WS-MC-RESULT-MINOR)

           EVALUATE TRUE
              WHEN RT-IS-RAPID-IN-OUT(WS-RULE-IDX)
                 ADD 1 TO RT-ITEM-COUNT(WS-RULE-IDX)
                 IF WS-MC-RESULT-MINOR > 0
                    ADD WS-CONVERTED-ABS TO RT-IN-MINOR(WS-RULE-IDX)
                 ELSE
                    ADD WS-CONVERTED-ABS
                       TO RT-OUT-MINOR(WS-RULE-IDX)
                 END-IF
              WHEN RT-IS-ROUND-AMOUNT(WS-RULE-IDX)
                 PERFORM CHECK-ROUND-AMOUNT
                 IF WS-IS-ROUND = 1
                    ADD 1 TO RT-ITEM-COUNT(WS-RULE-IDX)
                    ADD WS-CONVERTED-ABS
                       TO RT-SUM-MINOR(WS-RULE-IDX)
                 END-IF
              WHEN RT-IS-DORMANT(WS-RULE-IDX)
                 ADD 1 TO RT-ITEM-COUNT(WS-RULE-IDX)
                 ADD WS-CONVERTED-ABS TO RT-SUM-MINOR(WS-RULE-IDX)
           END-EVALUATE.

       ACCUMULATE-FOR-RULE-EXIT.
           EXIT.

      *================================================================
      * CHECK-ROUND-AMOUNT: is the posting, in its own currency, an
      * exact multiple of the rule factor in whole units? The
      * currency's minor-unit exponent comes from GET-DECIMAL-PLACES
      * Output: WS-IS-ROUND
      *================================================================
       CHECK-ROUND-AMOUNT SECTION.
           MOVE 0 TO WS-IS-ROUND
           IF AX-AMOUNT-MINOR = 0
              GO TO CHECK-ROUND-AMOUNT-EXIT
           END-IF

           CALL "GET-DECIMAL-PLACES" USING AX-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT
           IF WS-DP-RESULT NOT = 1
              MOVE 2 TO WS-DP-DECIMALS
           END-IF

           COMPUTE WS-ROUND-UNIT =
              RT-FACTOR(WS-RULE-IDX) * (10 ** WS-DP-DECIMALS)
           COMPUTE WS-ROUND-REMAINDER = FUNCTION MOD(
              FUNCTION ABS(AX-AMOUNT-MINOR), WS-ROUND-UNIT)
           IF WS-ROUND-REMAINDER = 0
              MOVE 1 TO WS-IS-ROUND
           END-IF.

       CHECK-ROUND-AMOUNT-EXIT.
           EXIT.

      *================================================================
      * EVALUATE-CUSTOMER-RULES: each active activity rule against
      * the customer's window
      *================================================================
       EVALUATE-CUSTOMER-RULES SECTION.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              IF RT-IS-ACTIVE(WS-RULE-IDX)
                 AND NOT RT-IS-HIGH-RISK(WS-RULE-IDX)
                 PERFORM TEST-CUSTOMER-RULE
                 IF WS-RULE-HIT = 1
                    MOVE WS-CUSTOMER-ID TO WS-SUBJECT-ID
                    MOVE "A" TO WS-ALERT-SOURCE
                    MOVE SPACES TO WS-ALERT-ITEM-REF
                    MOVE WS-CUSTOMER-COUNTRY TO WS-ALERT-COUNTRY
                    MOVE RT-ITEM-COUNT(WS-RULE-IDX)
                       TO WS-ALERT-ITEMS
                    MOVE RT-UNCONVERTED(WS-RULE-IDX)
                       TO WS-ALERT-UNCONVERTED
                    PERFORM RAISE-ALERT
                 END-IF
              END-IF
           END-PERFORM.

       EVALUATE-CUSTOMER-RULES-EXIT.
           EXIT.

      *================================================================
      * TEST-CUSTOMER-RULE: the WS-RULE-IDX rule's condition over
      * the customer's accumulators
      * Output: WS-RULE-HIT, WS-ALERT-AMOUNT
      *================================================================
       TEST-CUSTOMER-RULE SECTION.
           MOVE 0 TO WS-RULE-HIT
           MOVE 0 TO WS-ALERT-AMOUNT
           IF RT-ITEM-COUNT(WS-RULE-IDX) < RT-MIN-COUNT(WS-RULE-IDX)
              GO TO TEST-CUSTOMER-RULE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN RT-IS-RAPID-IN-OUT(WS-RULE-IDX)
      *          In at or over the threshold, and out again at the
      *          factor's percentage of it or more
                 IF RT-IN-MINOR(WS-RULE-IDX) > 0
                    AND RT-IN-MINOR(WS-RULE-IDX)
                        >= RT-THRESHOLD-MINOR(WS-RULE-IDX)
                    AND RT-OUT-MINOR(WS-RULE-IDX) * 100
                        >= RT-IN-MINOR(WS-RULE-IDX)
                           * RT-FACTOR(WS-RULE-IDX)
                    MOVE 1 TO WS-RULE-HIT
                    MOVE RT-IN-MINOR(WS-RULE-IDX) TO WS-ALERT-AMOUNT
                 END-IF
              WHEN RT-IS-ROUND-AMOUNT(WS-RULE-IDX)
                 IF RT-SUM-MINOR(WS-RULE-IDX)
                    >= RT-THRESHOLD-MINOR(WS-RULE-IDX)
                    MOVE 1 TO WS-RULE-HIT
                    MOVE RT-SUM-MINOR(WS-RULE-IDX) TO WS-ALERT-AMOUNT
                 END-IF
              WHEN RT-IS-DORMANT(WS-RULE-IDX)
      *          A customer with no activity before the window is
      *          new, not dormant
                 IF RT-LAST-BEFORE(WS-RULE-IDX) = 0
                    GO TO TEST-CUSTOMER-RULE-EXIT
                 END-IF
                 COMPUTE WS-WINDOW-START = WS-TODAY-JULIAN
                    - RT-WINDOW-DAYS(WS-RULE-IDX) + 1
                 COMPUTE WS-IDLE-DAYS = WS-WINDOW-START
                    - RT-LAST-BEFORE(WS-RULE-IDX)
                 IF WS-IDLE-DAYS >= WS-DORMANT-DAYS
                    AND RT-SUM-MINOR(WS-RULE-IDX)
                        >= RT-THRESHOLD-MINOR(WS-RULE-IDX)
                    MOVE 1 TO WS-RULE-HIT
                    MOVE RT-SUM-MINOR(WS-RULE-IDX) TO WS-ALERT-AMOUNT
                 END-IF
           END-EVALUATE.

       TEST-CUSTOMER-RULE-EXIT.
           EXIT.

      *================================================================
      * SCAN-RELEASED-PAYMENTS: every released payment's beneficiary
      * country - the IBAN's, or the BIC's when the IBAN's is not
      * listed - against the high-risk list
      *================================================================
       SCAN-RELEASED-PAYMENTS SECTION.
           PERFORM UNTIL WS-AT-PY-EOF
              READ PAYRELSD-FILE
                 AT END
                    MOVE 1 TO WS-PY-EOF
                 NOT AT END
                    ADD 1 TO WS-PAYMENTS-READ
                    IF WS-ACTIVE-HIGH-RISK > 0
                       PERFORM MONITOR-ONE-PAYMENT
                    END-IF
              END-READ
           END-PERFORM.

       SCAN-RELEASED-PAYMENTS-EXIT.
           EXIT.

      *================================================================
      * MONITOR-ONE-PAYMENT
      *================================================================
       MONITOR-ONE-PAYMENT SECTION.
           MOVE FUNCTION UPPER-CASE(PY-BENEF-IBAN(1:2))
              TO WS-CHECK-COUNTRY
           PERFORM CHECK-HIGH-RISK-COUNTRY
           IF WS-COUNTRY-IS-HIGH-RISK = 0
              MOVE FUNCTION UPPER-CASE(PY-BENEF-BIC(5:2))
                 TO WS-CHECK-COUNTRY
              PERFORM CHECK-HIGH-RISK-COUNTRY
           END-IF
           IF WS-COUNTRY-IS-HIGH-RISK = 0
              GO TO MONITOR-ONE-PAYMENT-EXIT
           END-IF
           ADD 1 TO WS-HIGH-RISK-ITEMS
           MOVE WS-CHECK-COUNTRY TO WS-ITEM-COUNTRY

           MOVE SPACES TO WS-SUBJECT-ID
           IF PY-ORDER-CUSTOMER-ID NOT = SPACES
              MOVE PY-ORDER-CUSTOMER-ID TO WS-SUBJECT-ID
           ELSE
              STRING "PAYMENT " DELIMITED BY SIZE
                     PY-PAYMENT-ID DELIMITED BY SIZE
                     INTO WS-SUBJECT-ID
              END-STRING
           END-IF
           MOVE "P" TO WS-ALERT-SOURCE
           MOVE PY-PAYMENT-ID TO WS-ALERT-ITEM-REF
           MOVE PY-CURRENCY TO WS-CV-CURRENCY
           MOVE PY-AMOUNT-MINOR TO WS-CV-AMOUNT-MINOR
           PERFORM TEST-HIGH-RISK-ITEM.

       MONITOR-ONE-PAYMENT-EXIT.
           EXIT.

      *================================================================
      * SCAN-INCOMING-CREDITS: every incoming credit's remitter IBAN
      * country against the high-risk list
      *================================================================
       SCAN-INCOMING-CREDITS SECTION.
           PERFORM UNTIL WS-AT-CI-EOF
              READ CREDIN-FILE
                 AT END
                    MOVE 1 TO WS-CI-EOF
                 NOT AT END
                    ADD 1 TO WS-CREDITS-READ
                    IF WS-ACTIVE-HIGH-RISK > 0
                       PERFORM MONITOR-ONE-CREDIT
                    END-IF
              END-READ
           END-PERFORM.

       SCAN-INCOMING-CREDITS-EXIT.
           EXIT.

      *================================================================
      * MONITOR-ONE-CREDIT: a credit from a registered remitter IBAN
      * is the registered customer's alert
      *================================================================
       MONITOR-ONE-CREDIT SECTION.
           MOVE FUNCTION UPPER-CASE(CI-REMIT-IBAN(1:2))
              TO WS-CHECK-COUNTRY
           PERFORM CHECK-HIGH-RISK-COUNTRY
           IF WS-COUNTRY-IS-HIGH-RISK = 0
              GO TO MONITOR-ONE-CREDIT-EXIT
           END-IF
           ADD 1 TO WS-HIGH-RISK-ITEMS
           MOVE WS-CHECK-COUNTRY TO WS-ITEM-COUNTRY

           MOVE SPACES TO WS-SUBJECT-ID
           IF WS-RX-OPEN = 1
              MOVE FUNCTION UPPER-CASE(CI-REMIT-IBAN)
                 TO RX-REMIT-IBAN
              READ RMTRIDX-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RX-CUSTOMER-ID TO WS-SUBJECT-ID
              END-READ
           END-IF
           IF WS-SUBJECT-ID = SPACES
              STRING "CREDIT " DELIMITED BY SIZE
                     CI-CREDIT-ID DELIMITED BY SIZE
                     INTO WS-SUBJECT-ID
              END-STRING
           END-IF

           MOVE "C" TO WS-ALERT-SOURCE
           MOVE CI-CREDIT-ID TO WS-ALERT-ITEM-REF
           MOVE CI-CURRENCY TO WS-CV-CURRENCY
           MOVE CI-AMOUNT-MINOR TO WS-CV-AMOUNT-MINOR
           PERFORM TEST-HIGH-RISK-ITEM.

       MONITOR-ONE-CREDIT-EXIT.
           EXIT.

      *================================================================
      * CHECK-HIGH-RISK-COUNTRY: high risk is the CTRYVSAM entry in
      * force today rated H or E, or under embargo
      * Input:  WS-CHECK-COUNTRY
      * Output: WS-COUNTRY-IS-HIGH-RISK
      *================================================================
       CHECK-HIGH-RISK-COUNTRY SECTION.
           MOVE 0 TO WS-COUNTRY-IS-HIGH-RISK
           IF WS-CHECK-COUNTRY = SPACES
              GO TO CHECK-HIGH-RISK-COUNTRY-EXIT
           END-IF

           MOVE WS-CHECK-COUNTRY TO WS-CY-CHECK-COUNTRY
           PERFORM LOOKUP-COUNTRY-RISK
           IF WS-CY-IS-HIGH OR WS-CY-IS-EDD OR WS-CY-IS-EMBARGOED
              MOVE 1 TO WS-COUNTRY-IS-HIGH-RISK
           END-IF.

       CHECK-HIGH-RISK-COUNTRY-EXIT.
           EXIT.

      *================================================================
      * LOOKUP-COUNTRY-RISK: find the CTRYVSAM entry in force today
      * for WS-CY-CHECK-COUNTRY - of the active entries whose
      * effective date has arrived and whose end date has not
      * passed, the latest. A deactivated re-rating therefore falls
      * back to the entry before it. A country with no entry in
      * force is neither rated nor embargoed.
      * Output: WS-CY-FOUND, WS-CY-RATING, WS-CY-EMBARGO
      *================================================================
       LOOKUP-COUNTRY-RISK SECTION.
           MOVE 0 TO WS-CY-FOUND
           MOVE SPACE TO WS-CY-RATING
           MOVE "N" TO WS-CY-EMBARGO
           MOVE 0 TO WS-CY-BROWSE-DONE
           IF WS-CY-CHECK-COUNTRY = SPACES
              GO TO LOOKUP-COUNTRY-RISK-EXIT
           END-IF

           MOVE WS-CY-CHECK-COUNTRY TO CY-COUNTRY
           MOVE 0 TO CY-EFFECTIVE
           START COUNTRY-RISK-FILE KEY NOT LESS THAN CY-KEY
              INVALID KEY
                 MOVE 1 TO WS-CY-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-CY-BROWSE-DONE = 1
              READ COUNTRY-RISK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-CY-BROWSE-DONE
                 NOT AT END
                    IF CY-COUNTRY NOT = WS-CY-CHECK-COUNTRY
                       OR CY-EFFECTIVE > WS-CY-TODAY
                       MOVE 1 TO WS-CY-BROWSE-DONE
                    ELSE
                       IF CY-IS-ACTIVE
                          AND CY-EXPIRES NOT < WS-CY-TODAY
                          MOVE 1 TO WS-CY-FOUND
                          MOVE CY-RATING TO WS-CY-RATING
                          MOVE CY-EMBARGO TO WS-CY-EMBARGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       LOOKUP-COUNTRY-RISK-EXIT.
           EXIT.

      *================================================================
      * TEST-HIGH-RISK-ITEM: a high-risk payment or credit through
      * each active H rule - at or over the threshold, or not
      * measurable at all
      *================================================================
       TEST-HIGH-RISK-ITEM SECTION.
           PERFORM CONVERT-ITEM-TO-BASE
           IF WS-CONVERT-OK = 0
              ADD 1 TO WS-UNCONVERTED-COUNT
              MOVE 0 TO WS-ALERT-AMOUNT
              MOVE 1 TO WS-ALERT-UNCONVERTED
           ELSE
              COMPUTE WS-ALERT-AMOUNT =
                 FUNCTION ABS(WS-MC-RESULT-MINOR)
              MOVE 0 TO WS-ALERT-UNCONVERTED
           END-IF
           MOVE WS-ITEM-COUNTRY TO WS-ALERT-COUNTRY
           MOVE 1 TO WS-ALERT-ITEMS

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              IF RT-IS-ACTIVE(WS-RULE-IDX)
                 AND RT-IS-HIGH-RISK(WS-RULE-IDX)
                 IF WS-CONVERT-OK = 0
                    OR WS-ALERT-AMOUNT
                       >= RT-THRESHOLD-MINOR(WS-RULE-IDX)
                    PERFORM RAISE-ALERT
                 END-IF
              END-IF
           END-PERFORM.

       TEST-HIGH-RISK-ITEM-EXIT.
           EXIT.

      *================================================================
      * CONVERT-ITEM-TO-BASE: WS-CV-AMOUNT-MINOR in WS-CV-CURRENCY to
      * USD at the newest valid rate, the STRUCDET lookup
      * Output: WS-CONVERT-OK, WS-MC-RESULT-MINOR
      *================================================================
       CONVERT-ITEM-TO-BASE SECTION.
           MOVE 0 TO WS-CONVERT-OK

           IF WS-CV-CURRENCY = WS-BASE-CURRENCY
              MOVE WS-CV-AMOUNT-MINOR TO WS-MC-RESULT-MINOR
              MOVE 1 TO WS-CONVERT-OK
              GO TO CONVERT-ITEM-TO-BASE-EXIT
           END-IF

           PERFORM FIND-NEWEST-VALID-RATE
           IF WS-RATE-FOUND = 0
              GO TO CONVERT-ITEM-TO-BASE-EXIT
           END-IF

           MOVE WS-CV-CURRENCY TO WS-MC-FROM-CURRENCY
           MOVE WS-CV-CURRENCY TO WS-MC-EXCH-FROM
           MOVE WS-BASE-CURRENCY TO WS-MC-EXCH-TO
           MOVE WS-BASE-CURRENCY TO WS-MC-TO-CURRENCY
           MOVE WS-CV-AMOUNT-MINOR TO WS-MC-AMOUNT-MINOR
           MOVE 1 TO WS-MC-EXCH-VALID

           CALL "MONEY-CONVERT" USING WS-MC-FROM-CURRENCY
               WS-MC-AMOUNT-MINOR WS-MC-EXCH-FROM WS-MC-EXCH-TO
               WS-RATE-VALUE WS-RATE-TIMESTAMP WS-MC-EXCH-VALID
               WS-MC-TO-CURRENCY WS-MC-RESULT-MINOR
               WS-MC-RESULT-STATUS WS-MC-ERROR-MSG

           IF WS-MC-RESULT-STATUS = 1
              MOVE 1 TO WS-CONVERT-OK
           END-IF.

       CONVERT-ITEM-TO-BASE-EXIT.
           EXIT.

      *================================================================
      * FIND-NEWEST-VALID-RATE: partial browse of the rate KSDS for
      * the newest valid WS-CV-CURRENCY/USD rate
      *================================================================
       FIND-NEWEST-VALID-RATE SECTION.
           MOVE 0 TO WS-RATE-FOUND
           MOVE 0 TO WS-RATE-VALUE
           MOVE 0 TO WS-RATE-TIMESTAMP

           MOVE WS-CV-CURRENCY TO ER-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO ER-TO-CURRENCY
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
                    IF ER-FROM-CURRENCY NOT = WS-CV-CURRENCY
                       OR ER-TO-CURRENCY NOT = WS-BASE-CURRENCY
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF ER-RATE-VALID
                          AND ER-TIMESTAMP >= WS-RATE-TIMESTAMP
                          MOVE 1 TO WS-RATE-FOUND
                          MOVE ER-RATE TO WS-RATE-VALUE
                          MOVE ER-TIMESTAMP TO WS-RATE-TIMESTAMP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       FIND-NEWEST-VALID-RATE-EXIT.
           EXIT.

      *================================================================
      * RAISE-ALERT: the WS-RULE-IDX rule has hit WS-SUBJECT-ID -
      * suppressed by a standing false-positive disposition, or
      * reported and written out
      *================================================================
       RAISE-ALERT SECTION.
           PERFORM CHECK-CASE-DISPOSITION
           IF WS-ALERT-SUPPRESSED = 1
              ADD 1 TO WS-SUPPRESSED-COUNT
              ADD 1 TO RT-SUPPRESSED(WS-RULE-IDX)
              GO TO RAISE-ALERT-EXIT
           END-IF

           ADD 1 TO WS-ALERT-COUNT
           ADD 1 TO RT-ALERTS(WS-RULE-IDX)

           MOVE WS-TODAY TO TA-ALERT-DATE
           MOVE RT-RULE-ID(WS-RULE-IDX) TO TA-RULE-ID
           MOVE RT-RULE-TYPE(WS-RULE-IDX) TO TA-RULE-TYPE
           MOVE WS-SUBJECT-ID TO TA-SUBJECT-ID
           MOVE WS-ALERT-SOURCE TO TA-SOURCE
           MOVE WS-ALERT-ITEM-REF TO TA-ITEM-REF
           MOVE WS-ALERT-COUNTRY TO TA-COUNTRY
           MOVE WS-ALERT-AMOUNT TO TA-AMOUNT-USD-MINOR
           MOVE WS-ALERT-ITEMS TO TA-ITEM-COUNT
           MOVE RT-WINDOW-DAYS(WS-RULE-IDX) TO TA-WINDOW-DAYS
           MOVE RT-THRESHOLD-USD(WS-RULE-IDX) TO TA-THRESHOLD-USD
           IF WS-ALERT-UNCONVERTED = 1
              MOVE "Y" TO TA-UNCONVERTED
           ELSE
              MOVE "N" TO TA-UNCONVERTED
           END-IF
           WRITE TXNALERT-RECORD

           MOVE SPACES TO WS-ALERT-LINE
           MOVE RT-RULE-ID(WS-RULE-IDX) TO WS-AL-RULE-ID
           MOVE RT-RULE-TYPE(WS-RULE-IDX) TO WS-AL-RULE-TYPE
           MOVE WS-SUBJECT-ID TO WS-AL-SUBJECT-ID
           MOVE WS-ALERT-SOURCE TO WS-AL-SOURCE
           MOVE WS-ALERT-ITEM-REF TO WS-AL-ITEM-REF
           MOVE WS-ALERT-COUNTRY TO WS-AL-COUNTRY
           MOVE WS-ALERT-AMOUNT TO WS-AL-AMOUNT
           MOVE WS-ALERT-ITEMS TO WS-AL-COUNT
           IF WS-ALERT-UNCONVERTED = 1
              MOVE "NOT ALL MEASURED" TO WS-AL-NOTE
           END-IF
           WRITE TXNMRPT-RECORD FROM WS-ALERT-LINE.

       RAISE-ALERT-EXIT.
           EXIT.

      *================================================================
      * CHECK-CASE-DISPOSITION: the subject/rule SCRNCASE record
      * decides whether this alert is worth compliance's time
      * again. No case yet opens one (status O). A FALSE POSITIVE
      * case suppresses the alert unless the rule was changed after
      * the date the reviewer saw - that reopens the case.
      * Output: WS-ALERT-SUPPRESSED
      *================================================================
       CHECK-CASE-DISPOSITION SECTION.
           MOVE 0 TO WS-ALERT-SUPPRESSED

           MOVE WS-SUBJECT-ID TO SC-CUSTOMER-ID
           MOVE SPACES TO SC-LISTED-NAME
           STRING WS-MONITOR-LABEL DELIMITED BY SIZE
                  RT-RULE-ID(WS-RULE-IDX) DELIMITED BY SIZE
                  INTO SC-LISTED-NAME
           END-STRING
           READ SCRNCASE-FILE
              INVALID KEY
                 MOVE "O" TO SC-STATUS
                 MOVE SPACES TO SC-REVIEWED-BY
                 MOVE SPACES TO SC-REVIEWED-TS
                 MOVE RT-CHANGED-DATE(WS-RULE-IDX)
                    TO SC-LIST-DATE-SEEN
                 WRITE SCRNCASE-RECORD
                    INVALID KEY
                       DISPLAY "TXNMON: write to SCRNCASE "
                          "failed, status=" WS-SC-FILE-STATUS
                 END-WRITE
                 ADD 1 TO WS-CASES-OPENED
                 GO TO CHECK-CASE-DISPOSITION-EXIT
           END-READ

           IF SC-IS-FALSE-POSITIVE
              IF RT-CHANGED-DATE(WS-RULE-IDX) > SC-LIST-DATE-SEEN
      *          The rule changed since the review - the
      *          disposition no longer covers it
                 MOVE "O" TO SC-STATUS
                 MOVE RT-CHANGED-DATE(WS-RULE-IDX)
                    TO SC-LIST-DATE-SEEN
                 REWRITE SCRNCASE-RECORD
                    INVALID KEY
                       DISPLAY "TXNMON: rewrite to SCRNCASE "
                          "failed, status=" WS-SC-FILE-STATUS
                 END-REWRITE
                 ADD 1 TO WS-CASES-REOPENED
              ELSE
                 MOVE 1 TO WS-ALERT-SUPPRESSED
              END-IF
           END-IF.

       CHECK-CASE-DISPOSITION-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "TXNMON - TRANSACTION MONITORING ALERTS (USD MINOR)"
              TO WS-HL-TEXT
           WRITE TXNMRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  RULE      T  SUBJECT"
                  "                               S  ITEM REF    "
                  "  CO             AMOUNT   COUNT  NOTE"
                  DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE TXNMRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS: the rule table as run, then the run's
      * coverage
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE TXNMRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING "  RULE      T  A  WIN    THRESHOLD   ALERTS"
                  "   SUPPR  DESCRIPTION"
                  DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE TXNMRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              MOVE SPACES TO WS-RULE-LINE
              MOVE RT-RULE-ID(WS-RULE-IDX) TO WS-RL-RULE-ID
              MOVE RT-RULE-TYPE(WS-RULE-IDX) TO WS-RL-RULE-TYPE
              MOVE RT-ACTIVE(WS-RULE-IDX) TO WS-RL-ACTIVE
              MOVE RT-WINDOW-DAYS(WS-RULE-IDX) TO WS-RL-WINDOW
              MOVE RT-THRESHOLD-USD(WS-RULE-IDX) TO WS-RL-THRESHOLD
              MOVE RT-ALERTS(WS-RULE-IDX) TO WS-RL-ALERTS
              MOVE RT-SUPPRESSED(WS-RULE-IDX) TO WS-RL-SUPPRESSED
              MOVE RT-DESCRIPTION(WS-RULE-IDX) TO WS-RL-DESCRIPTION
              WRITE TXNMRPT-RECORD FROM WS-RULE-LINE
           END-PERFORM

           MOVE SPACES TO WS-HEADING-LINE
           WRITE TXNMRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ACTIVITY RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-ACTIVITY-READ TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTOMERS MONITORED" TO WS-RPT-LABEL
           MOVE WS-CUSTOMERS-MONITORED TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RELEASED PAYMENTS READ" TO WS-RPT-LABEL
           MOVE WS-PAYMENTS-READ TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "INCOMING CREDITS READ" TO WS-RPT-LABEL
           MOVE WS-CREDITS-READ TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HIGH-RISK COUNTRY ITEMS" TO WS-RPT-LABEL
           MOVE WS-HIGH-RISK-ITEMS TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NOT MEASURED - NO USD RATE" TO WS-RPT-LABEL
           MOVE WS-UNCONVERTED-COUNT TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ALERTS RAISED" TO WS-RPT-LABEL
           MOVE WS-ALERT-COUNT TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "SUPPRESSED - FALSE POSITIVE" TO WS-RPT-LABEL
           MOVE WS-SUPPRESSED-COUNT TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CASES OPENED" TO WS-RPT-LABEL
           MOVE WS-CASES-OPENED TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CASES REOPENED - RULE CHANGED" TO WS-RPT-LABEL
           MOVE WS-CASES-REOPENED TO WS-RPT-COUNT
           WRITE TXNMRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: monitoring coverage into the shared
      * end-of-day count file (see PROVENCNT.cpy) - alerts are the
      * "rejected" figure, so an alert shows up in DAILYSUM
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           COMPUTE WS-CW-TOTAL-READ = WS-ACTIVITY-READ
              + WS-PAYMENTS-READ + WS-CREDITS-READ

           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME
                WS-CW-TOTAL-READ WS-ALERT-COUNT
                ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "TXNMON: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CALCULATE-JULIAN-DAY: convert WS-JD-YEAR/MONTH/DAY to a
      * Julian day number in WS-JULIAN-DAY
      *================================================================
       CALCULATE-JULIAN-DAY SECTION.
           COMPUTE WS-JULIAN-A = (14 - WS-JD-MONTH) / 12
           COMPUTE WS-JULIAN-Y = WS-JD-YEAR + 4800 - WS-JULIAN-A
           COMPUTE WS-JULIAN-M = WS-JD-MONTH + 12 * WS-JULIAN-A - 3

           COMPUTE WS-JULIAN-DAY =
              WS-JD-DAY +
              (153 * WS-JULIAN-M + 2) / 5 +
              365 * WS-JULIAN-Y +
              WS-JULIAN-Y / 4 -
              WS-JULIAN-Y / 100 +
              WS-JULIAN-Y / 400 -
              32045.

       CALCULATE-JULIAN-DAY-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE ACTIVITY-FILE
           CLOSE CUSTGOOD-FILE
           CLOSE PAYRELSD-FILE
           CLOSE CREDIN-FILE
           IF WS-RX-OPEN = 1
              CLOSE RMTRIDX-FILE
           END-IF
           CLOSE EXCHANGE-RATE-FILE
           CLOSE SCRNCASE-FILE
           CLOSE TXNALERT-FILE
           CLOSE TXNMRPT-FILE
           CLOSE COUNTRY-RISK-FILE.

       CLOSE-FILES-EXIT.
           EXIT.
