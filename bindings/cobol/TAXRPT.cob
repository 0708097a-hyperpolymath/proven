      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven TaxReport - year-end FATCA and CRS reportable-account
      * returns for COBOL
      *

      *================================================================
      * The annual FATCA and CRS returns were compiled by hand. This
      * run compiles them from the tax residencies TAXRMNT keeps on
      * the TAXRES master, for the reporting year given as
      * PARM='YYYY' (default the year before the run date).
      *
      * Each customer's residencies as at 31 December are taken -
      * declared by then and not ended by then - and held against
      * the bank's home jurisdiction, PARMMSTR entry
      * TAX-HOME-COUNTRY (the entry TAXINDC sweeps under):
      *
      *   FATCA  a US residency, when home is not the US
      *   CRS    every other residency outside the home
      *          jurisdiction; the US takes no part in CRS
      *
      * A reportable customer's accounts come from ACCTMAST through
      * its customer-keyed alternate index - every account open at
      * any time in the year. Each is reported once per currency
      * it holds, with:
      *
      *   - the year-end balance from BALANCES, pointed at the
      *     positions POSLEDGR wrote on the year's last business
      *     night. A negative balance is reported as zero, and an
      *     account closed in the year as closed with a zero
      *     balance, as both schemas require
      *   - the interest paid in the year: the business legs
      *     ACCRURUN posted on INTACCRU with a posting date in the
      *     year, keyed by account; offset legs are skipped as
      *     POSLEDGR skips them
      *
      * Balances and interest are gathered first onto the TAXRWRK
      * REUSE work KSDS, keyed by account and currency, so the size
      * of the book does not bound the run. A GLARCHIV balance-
      * forward record on INTACCRU for a period of the year means
      * that period's postings have been archived and cannot be
      * told apart by account; such records are counted and set
      * COND code 4 - rerun with GLTXN pointed at the GLRESTOR
      * restore of the year.
      *
      * FATCAXML carries the FATCA XML (urn:oecd:ties:fatca:v2) for
      * the US, CRSXML the CRS XML (urn:oecd:ties:crs:v2) for the
      * home authority to exchange onward. Both always carry the
      * declaration, message header and reporting-institution
      * block, so a year with nothing to report still produces a
      * well-formed return. Name, address, account number and TIN
      * go through ESCAPE-XML-STRING (SAFE-XML) before they are
      * strung into markup, as SARFILE escapes its filing; amounts
      * are scaled under GET-DECIMAL-PLACES (SAFE-CURRENCY). The
      * customer master holds a single name field, so it is
      * reported as the last name under the schemas' NFN (no first
      * name) convention. A residency without a TIN is reported
      * with the schemas' unknown-TIN marker and counted.
      *
      * TAXRRPT lists every account reported. COND code 4 when a
      * reportable residency has no TIN or interest has been
      * archived, 8 when the work file could not be written, 16
      * when the PARM or TAX-HOME-COUNTRY is not usable.
      *
      * Both returns are signed the way PAYFMT's pain.001 file is,
      * with an XML comment carrying the HMAC-SHA256 signature after
      * the root element, under the keys PARMMSTR entries
      * MACKEY-FATCAXML and MACKEY-CRSXML name. PROVEN-FILE-MAC
      * keeps one chain at a time and the two returns are written
      * side by side, customer by customer, so each is signed once
      * it is closed: read back line by line into its own chain and
      * the comment appended. MACVERIF PARM='XML' then proves each
      * before it is sent. A return with no MACKEY- entry goes
      * unsigned; a key that is set up but cannot be used, or a
      * return that cannot be read back, sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCES-FILE ASSIGN TO "BALANCES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "GLTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT TAXRWRK-FILE ASSIGN TO "TAXRWRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TW-KEY
              FILE STATUS IS WS-TW-FILE-STATUS.

           SELECT CUSTGOOD-FILE ASSIGN TO "CUSTGOOD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT TAXRES-FILE ASSIGN TO "TAXRES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT FATCAXML-FILE ASSIGN TO "FATCAXML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT CRSXML-FILE ASSIGN TO "CRSXML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CX-FILE-STATUS.

           SELECT TAXRRPT-FILE ASSIGN TO "TAXRRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Year-end positions - mirrors POSLEDGR.cob's BALANCES-RECORD
       FD  BALANCES-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  BALANCES-RECORD.
           05 BL-ACCOUNT-ID             PIC X(12).
           05 BL-CURRENCY               PIC X(3).
           05 BL-POSITION-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

      * Postings in the extended GLTXN layout PROVEN-GL-POST writes
       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  TRANSACTION-RECORD.
           05 TX-TRANS-ID                PIC X(12).
           05 TX-BALFWD-ID REDEFINES TX-TRANS-ID.
              10 TX-BALFWD-MARKER        PIC X(6).
                 88 TX-IS-BALANCE-FORWARD VALUE "BALFWD".
              10 TX-BALFWD-PERIOD        PIC 9(6).
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

      * Work file: year-end balance and interest for the year per
      * account and currency
       FD  TAXRWRK-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  TAXRWRK-RECORD.
           05 TW-KEY.
              10 TW-ACCOUNT-ID          PIC X(12).
              10 TW-CURRENCY            PIC X(3).
           05 TW-BALANCE-MINOR          PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 TW-INTEREST-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 TW-INTEREST-POSTINGS      PIC 9(6).
           05 FILLER                    PIC X(11).

      * Validated customer master - mirrors CUSTVALD.cob's
      * CUSTGOOD-RECORD field for field
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

      * Tax-residency KSDS - mirrors TAXRMNT.cob's TAXRES-RECORD
      * field for field
       FD  TAXRES-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  TAXRES-RECORD.
           05 TR-KEY.
              10 TR-CUSTOMER-ID         PIC X(36).
              10 TR-COUNTRY             PIC X(2).
           05 TR-TIN                    PIC X(20).
           05 TR-TIN-STATUS             PIC X(1).
              88 TR-TIN-VERIFIED        VALUE "V".
              88 TR-TIN-UNVERIFIED      VALUE "U".
              88 TR-TIN-NONE            VALUE "N".
           05 TR-NO-TIN-REASON          PIC X(1).
           05 TR-SELF-CERT-DATE         PIC 9(8).
           05 TR-STATUS                 PIC X(1).
              88 TR-IS-ACTIVE           VALUE "A".
              88 TR-IS-ENDED            VALUE "E".
           05 TR-START-DATE             PIC 9(8).
           05 TR-END-DATE               PIC 9(8).
           05 TR-LAST-CHANGED-DATE      PIC 9(8).
           05 TR-LAST-CHANGED-BY        PIC X(8).
           05 FILLER                    PIC X(19).

      * Account master - mirrors ACCTMNT.cob's ACCTMAST-RECORD
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

       FD  FATCAXML-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  FATCAXML-RECORD              PIC X(600).

       FD  CRSXML-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  CRSXML-RECORD                PIC X(600).

       FD  TAXRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TAXRRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status, end-of-file and browse switches
       01 WS-BL-FILE-STATUS            PIC X(2).
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-TW-FILE-STATUS            PIC X(2).
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-TR-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-FX-FILE-STATUS            PIC X(2).
       01 WS-CX-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-INPUT-EOF                 PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
       01 WS-AM-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-TW-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-WORK-ENTRY-NEW            PIC 9 VALUE 0.

      * Reporting year from the JCL PARM
       01 WS-PARM                      PIC X(8).
       01 WS-REPORT-YEAR               PIC 9(4).
       01 WS-YEAR-START                PIC 9(8).
       01 WS-YEAR-END                  PIC 9(8).
       01 WS-TODAY                     PIC 9(8).
       01 WS-NOW-STAMP                 PIC X(14).
       01 WS-TIMESTAMP                 PIC X(19).
       01 WS-PERIOD-DATE               PIC X(10).
       01 WS-HOME-COUNTRY              PIC X(2).

      * Message and document references
       01 WS-FATCA-MSG-REF             PIC X(30).
       01 WS-CRS-MSG-REF               PIC X(30).
       01 WS-DOC-SEQ                   PIC 9(6) VALUE 0.
       01 WS-DOC-REF                   PIC X(40).

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16)
          VALUE "TAX-HOME-COUNTRY".
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).

      * IS-VALID-COUNTRY call fields (see SAFE-COUNTRY.cob)
       01 WS-ISO-RESULT                PIC 9.
       01 WS-ISO-ACTIVE                PIC 9.

      * The customer's residencies at year end
       01 WS-RES-COUNT                 PIC 9(2) VALUE 0.
       01 WS-RES-MAX                   PIC 9(2) VALUE 20.
       01 WS-RES-TABLE.
          05 WS-RES-ENTRY OCCURS 20 TIMES.
             10 WS-RES-COUNTRY         PIC X(2).
             10 WS-RES-TIN             PIC X(20).
             10 WS-RES-TIN-STATUS      PIC X(1).
             10 WS-RES-REPORTABLE      PIC X(1).
                88 WS-RES-IS-FATCA     VALUE "F".
                88 WS-RES-IS-CRS       VALUE "C".
       01 WS-RES-IDX                   PIC 9(2).
       01 WS-FATCA-IDX                 PIC 9(2).
       01 WS-CRS-COUNT                 PIC 9(2).
       01 WS-NO-TIN-FOUND              PIC 9.
       01 WS-REGIME-TEXT               PIC X(20).
       01 WS-REGIME-PTR                PIC 9(3).

      * The account being reported
       01 WS-ACCOUNT-CLOSED            PIC 9.
       01 WS-ACCOUNT-CURRENCIES        PIC 9(3).
       01 WS-REPORT-CURRENCY           PIC X(3).
       01 WS-REPORT-BALANCE            PIC S9(15).
       01 WS-REPORT-INTEREST           PIC S9(15).
       01 WS-BALANCE-TEXT              PIC X(30).
       01 WS-BALANCE-TEXT-LEN          PIC 9(2).
       01 WS-INTEREST-TEXT             PIC X(30).
       01 WS-INTEREST-TEXT-LEN         PIC 9(2).

      * Which return a line is for, and its element prefixes
       01 WS-TARGET                    PIC X(1).
          88 WS-TARGET-IS-FATCA        VALUE "F".
          88 WS-TARGET-IS-CRS          VALUE "C".
       01 WS-NS-BODY                   PIC X(3).
       01 WS-NS-TYPE                   PIC X(3).
       01 WS-XML-LINE                  PIC X(600).

      * The customer's escaped name and address, and the escaped
      * account number and TIN
       01 WS-X-NAME                    PIC X(400).
       01 WS-X-NAME-LEN                PIC 9(6).
       01 WS-X-STREET                  PIC X(500).
       01 WS-X-STREET-LEN              PIC 9(6).
       01 WS-X-POSTCODE                PIC X(60).
       01 WS-X-POSTCODE-LEN            PIC 9(6).
       01 WS-X-CITY                    PIC X(180).
       01 WS-X-CITY-LEN                PIC 9(6).
       01 WS-X-REGION                  PIC X(120).
       01 WS-X-REGION-LEN              PIC 9(6).
       01 WS-X-ACCOUNT                 PIC X(72).
       01 WS-X-ACCOUNT-LEN             PIC 9(6).
       01 WS-X-TIN                     PIC X(120).
       01 WS-X-TIN-LEN                 PIC 9(6).
       01 WS-STREET-TEXT               PIC X(82).

      * ESCAPE-XML-STRING call fields (see SAFE-XML.cob)
       01 WS-ESC-INPUT                 PIC X(4096).
       01 WS-ESC-INPUT-LEN             PIC 9(6).
       01 WS-ESC-OUTPUT                PIC X(8192).
       01 WS-ESC-OUTPUT-LEN            PIC 9(6).
       01 WS-ESC-RESULT                PIC 9.
       01 WS-ESC-ERROR-MSG             PIC X(100).

      * GET-DECIMAL-PLACES call fields (see SAFE-CURRENCY.cob)
       01 WS-DP-CURRENCY               PIC X(3).
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.

      * Amount-text assembly: minor units split into integer and
      * decimal parts under the currency's decimal places
       01 WS-AMT-MINOR                 PIC S9(15).
       01 WS-AMT-ABS                   PIC 9(15).
       01 WS-AMT-FACTOR                PIC 9(9).
       01 WS-AMT-INTEGER               PIC 9(15).
       01 WS-AMT-DECIMAL               PIC 9(9).
       01 WS-AMT-DECIMAL-TEXT          PIC X(9).
       01 WS-AMT-INT-EDIT              PIC Z(14)9.
       01 WS-AMT-SIGN                  PIC X(1).
       01 WS-AMOUNT-TEXT               PIC X(30).
       01 WS-AMOUNT-TEXT-LEN           PIC 9(2).

      * Control counts
       01 WS-BALANCES-READ             PIC 9(8) VALUE 0.
       01 WS-POSTINGS-READ             PIC 9(8) VALUE 0.
       01 WS-INTEREST-TAKEN            PIC 9(8) VALUE 0.
       01 WS-ARCHIVED-INTEREST         PIC 9(8) VALUE 0.
       01 WS-CUSTOMERS-READ            PIC 9(8) VALUE 0.
       01 WS-FATCA-CUSTOMERS           PIC 9(8) VALUE 0.
       01 WS-CRS-CUSTOMERS             PIC 9(8) VALUE 0.
       01 WS-FATCA-REPORTS             PIC 9(8) VALUE 0.
       01 WS-CRS-REPORTS               PIC 9(8) VALUE 0.
       01 WS-NO-TIN-COUNT              PIC 9(8) VALUE 0.
       01 WS-WORK-FAIL-COUNT           PIC 9(8) VALUE 0.

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "TAXRPT".
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-ACCOUNT-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-AL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-AL-ACCOUNT-ID          PIC X(12).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-AL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-AL-BALANCE             PIC X(20) JUSTIFIED RIGHT.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-AL-INTEREST            PIC X(20) JUSTIFIED RIGHT.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-AL-REGIME              PIC X(20).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-AL-NOTE                PIC X(7).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob); each return is read back through
      * WS-MAC-EOF once written
       01 WS-MAC-FILE-ID               PIC X(8).
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 600.
       01 WS-MAC-SIGNATURE             PIC X(96).
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.
       01 WS-MAC-EOF                   PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-INVAL                  PIC S9(4) COMP VALUE -2.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: gather balances and interest, then report each
      * reportable customer's accounts
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           PERFORM READ-YEAR-PARM
           PERFORM GET-HOME-COUNTRY
           PERFORM OPEN-FILES

           PERFORM LOAD-BALANCES
           PERFORM LOAD-INTEREST

           PERFORM WRITE-FATCA-HEADER
           PERFORM WRITE-CRS-HEADER
           PERFORM WRITE-REPORT-HEADING

           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ CUSTGOOD-FILE
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    PERFORM REPORT-ONE-CUSTOMER
              END-READ
           END-PERFORM

           PERFORM WRITE-FATCA-TRAILER
           PERFORM WRITE-CRS-TRAILER
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES
           PERFORM SIGN-FATCA-RETURN
           PERFORM SIGN-CRS-RETURN

           DISPLAY "TAXRPT: " WS-REPORT-YEAR " - " WS-FATCA-REPORTS
              " FATCA and " WS-CRS-REPORTS " CRS account report(s), "
              WS-NO-TIN-COUNT " without TIN, " WS-ARCHIVED-INTEREST
              " archived interest record(s)"

           EVALUATE TRUE
              WHEN WS-WORK-FAIL-COUNT > 0
                 OR WS-MAC-FAILED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-NO-TIN-COUNT > 0
                 OR WS-ARCHIVED-INTEREST > 0
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
      * READ-YEAR-PARM: PARM='YYYY', or the year before today's
      *================================================================
       READ-YEAR-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           IF WS-PARM = SPACES
              COMPUTE WS-REPORT-YEAR = WS-TODAY / 10000 - 1
           ELSE
              IF WS-PARM(1:4) IS NOT NUMERIC
                 OR WS-PARM(5:4) NOT = SPACES
                 OR WS-PARM(1:4) < "1900"
                 DISPLAY "TAXRPT: PARM must be the reporting year "
                    "YYYY, found " WS-PARM
                 CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM(1:4) TO WS-REPORT-YEAR
           END-IF

           COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-REPORT-YEAR * 10000 + 1231

           MOVE SPACES TO WS-PERIOD-DATE
           STRING WS-REPORT-YEAR "-12-31"
              DELIMITED BY SIZE INTO WS-PERIOD-DATE

           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2) "-"
              WS-NOW-STAMP(7:2) "T" WS-NOW-STAMP(9:2) ":"
              WS-NOW-STAMP(11:2) ":" WS-NOW-STAMP(13:2)
              DELIMITED BY SIZE INTO WS-TIMESTAMP.

       READ-YEAR-PARM-EXIT.
           EXIT.

      *================================================================
      * GET-HOME-COUNTRY: the TAX-HOME-COUNTRY entry in force today,
      * which must be a current ISO 3166 code
      *================================================================
       GET-HOME-COUNTRY SECTION.
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY WS-PG-VALUE
               WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS NOT = 0
              DISPLAY "TAXRPT: PARMMSTR entry TAX-HOME-COUNTRY "
                 "not in force - " WS-PG-MSG
              CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-PG-VALUE(1:2))
              TO WS-HOME-COUNTRY
           CALL "IS-VALID-COUNTRY" USING WS-HOME-COUNTRY
               WS-ISO-RESULT WS-ISO-ACTIVE
           IF WS-ISO-RESULT NOT = 1 OR WS-ISO-ACTIVE NOT = 1
              OR WS-PG-VALUE(3:14) NOT = SPACES
              DISPLAY "TAXRPT: TAX-HOME-COUNTRY " WS-PG-VALUE
                 " is not a current ISO 3166 code"
              CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-FATCA-MSG-REF
           STRING WS-HOME-COUNTRY WS-REPORT-YEAR "FATCA" WS-NOW-STAMP
              DELIMITED BY SIZE INTO WS-FATCA-MSG-REF
           MOVE SPACES TO WS-CRS-MSG-REF
           STRING WS-HOME-COUNTRY WS-REPORT-YEAR "CRS" WS-NOW-STAMP
              DELIMITED BY SIZE INTO WS-CRS-MSG-REF.

       GET-HOME-COUNTRY-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT BALANCES-FILE
           IF WS-BL-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot open BALANCES, status="
                 WS-BL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot open GLTXN, status="
                 WS-TX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    The work file starts every run empty
           OPEN OUTPUT TAXRWRK-FILE
           IF WS-TW-FILE-STATUS = "00"
              CLOSE TAXRWRK-FILE
              OPEN I-O TAXRWRK-FILE
           END-IF
           IF WS-TW-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot open TAXRWRK, status="
                 WS-TW-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTGOOD-FILE
           IF WS-CG-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot open CUSTGOOD, status="
                 WS-CG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TAXRES-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
              AND WS-TR-FILE-STATUS NOT = "97"
              DISPLAY "TAXRPT: cannot open TAXRES, status="
                 WS-TR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              AND WS-AM-FILE-STATUS NOT = "97"
              DISPLAY "TAXRPT: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FATCAXML-FILE
           IF WS-FX-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot open FATCAXML, status="
                 WS-FX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CRSXML-FILE
           IF WS-CX-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot open CRSXML, status="
                 WS-CX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TAXRRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot open TAXRRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-BALANCES: every year-end position onto the work file
      *================================================================
       LOAD-BALANCES SECTION.
           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ BALANCES-FILE
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    ADD 1 TO WS-BALANCES-READ
                    MOVE BL-ACCOUNT-ID TO TW-ACCOUNT-ID
                    MOVE BL-CURRENCY TO TW-CURRENCY
                    PERFORM FIND-WORK-ENTRY
                    ADD BL-POSITION-MINOR TO TW-BALANCE-MINOR
                    PERFORM SAVE-WORK-ENTRY
              END-READ
           END-PERFORM.

       LOAD-BALANCES-EXIT.
           EXIT.

      *================================================================
      * LOAD-INTEREST: the year's INTACCRU business legs onto the
      * work file by account; a balance-forward record for a period
      * of the year is interest that can no longer be attributed
      *================================================================
       LOAD-INTEREST SECTION.
           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ TRANSACTION-FILE
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    ADD 1 TO WS-POSTINGS-READ
                    PERFORM TAKE-ONE-POSTING
              END-READ
           END-PERFORM.

       LOAD-INTEREST-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-POSTING: interest credited from the INTACCRU
      * business legs; offset legs and the year-end close's legs
      * credit no account
      *================================================================
       TAKE-ONE-POSTING SECTION.
           IF TX-ACCOUNT-CODE NOT = "INTACCRU" OR TX-LEG-IS-OFFSET
              OR TX-LEG-IS-CLOSING
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

           IF TX-IS-BALANCE-FORWARD
              IF TX-BALFWD-PERIOD(1:4) = WS-REPORT-YEAR
                 ADD 1 TO WS-ARCHIVED-INTEREST
                 DISPLAY "TAXRPT: INTACCRU period " TX-BALFWD-PERIOD
                    " is archived - its interest is not attributed"
              END-IF
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

           IF TX-POSTING-DATE < WS-YEAR-START
              OR TX-POSTING-DATE > WS-YEAR-END
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

           ADD 1 TO WS-INTEREST-TAKEN
           MOVE TX-TRANS-ID TO TW-ACCOUNT-ID
           MOVE TX-CURRENCY TO TW-CURRENCY
           PERFORM FIND-WORK-ENTRY
           ADD TX-AMOUNT-MINOR TO TW-INTEREST-MINOR
           ADD 1 TO TW-INTEREST-POSTINGS
           PERFORM SAVE-WORK-ENTRY.

       TAKE-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      * FIND-WORK-ENTRY: read the TW-KEY entry, or start a new one
      * at zero
      *================================================================
       FIND-WORK-ENTRY SECTION.
           READ TAXRWRK-FILE
              INVALID KEY
                 MOVE 0 TO TW-BALANCE-MINOR
                 MOVE 0 TO TW-INTEREST-MINOR
                 MOVE 0 TO TW-INTEREST-POSTINGS
           END-READ
           IF WS-TW-FILE-STATUS = "00"
              MOVE 0 TO WS-WORK-ENTRY-NEW
           ELSE
              MOVE 1 TO WS-WORK-ENTRY-NEW
           END-IF.

       FIND-WORK-ENTRY-EXIT.
           EXIT.

      *================================================================
      * SAVE-WORK-ENTRY: write a new entry, rewrite one on file
      *================================================================
       SAVE-WORK-ENTRY SECTION.
           IF WS-WORK-ENTRY-NEW = 1
              WRITE TAXRWRK-RECORD
                 INVALID KEY
                    ADD 1 TO WS-WORK-FAIL-COUNT
              END-WRITE
           ELSE
              REWRITE TAXRWRK-RECORD
                 INVALID KEY
                    ADD 1 TO WS-WORK-FAIL-COUNT
              END-REWRITE
           END-IF.

       SAVE-WORK-ENTRY-EXIT.
           EXIT.

      *================================================================
      * WRITE-FATCA-HEADER: declaration, root, message header and
      * the reporting institution, then the reporting group opened
      *================================================================
       WRITE-FATCA-HEADER SECTION.
           MOVE "F" TO WS-TARGET
           MOVE "ftc" TO WS-NS-BODY
           MOVE "sfa" TO WS-NS-TYPE

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<ftc:FATCA_OECD xmlns:ftc="urn:oecd:ties:fatca:v2"'
              ' xmlns:sfa="urn:oecd:ties:stffatcatypes:v2"'
              ' version="2.0">'
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE " <ftc:MessageSpec>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <sfa:TransmittingCountry>" WS-HOME-COUNTRY
              "</sfa:TransmittingCountry>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE "  <sfa:ReceivingCountry>US</sfa:ReceivingCountry>"
              TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE "  <sfa:MessageType>FATCA</sfa:MessageType>"
              TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <sfa:MessageRefId>"
              FUNCTION TRIM(WS-FATCA-MSG-REF) "</sfa:MessageRefId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <sfa:ReportingPeriod>" WS-PERIOD-DATE
              "</sfa:ReportingPeriod>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <sfa:Timestamp>" WS-TIMESTAMP "</sfa:Timestamp>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE " </ftc:MessageSpec>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE " <ftc:FATCA>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           PERFORM WRITE-REPORTING-FI
           MOVE "  <ftc:ReportingGroup>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE.

       WRITE-FATCA-HEADER-EXIT.
           EXIT.

      *================================================================
      * WRITE-CRS-HEADER: the same for the CRS return
      *================================================================
       WRITE-CRS-HEADER SECTION.
           MOVE "C" TO WS-TARGET
           MOVE "crs" TO WS-NS-BODY
           MOVE "crs" TO WS-NS-TYPE

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<crs:CRS_OECD xmlns:crs="urn:oecd:ties:crs:v2"'
              ' xmlns:stf="urn:oecd:ties:crsstf:v5"'
              ' version="2.0">'
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE " <crs:MessageSpec>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <crs:TransmittingCountry>" WS-HOME-COUNTRY
              "</crs:TransmittingCountry>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <crs:ReceivingCountry>" WS-HOME-COUNTRY
              "</crs:ReceivingCountry>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE "  <crs:MessageType>CRS</crs:MessageType>"
              TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <crs:MessageRefId>"
              FUNCTION TRIM(WS-CRS-MSG-REF) "</crs:MessageRefId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE "  <crs:MessageTypeIndic>CRS701</crs:MessageTypeIndic>"
              TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <crs:ReportingPeriod>" WS-PERIOD-DATE
              "</crs:ReportingPeriod>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <crs:Timestamp>" WS-TIMESTAMP "</crs:Timestamp>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE " </crs:MessageSpec>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE " <crs:CrsBody>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           PERFORM WRITE-REPORTING-FI
           MOVE "  <crs:ReportingGroup>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE.

       WRITE-CRS-HEADER-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORTING-FI: the reporting institution block, under
      * the current target's prefixes
      *================================================================
       WRITE-REPORTING-FI SECTION.
           MOVE SPACES TO WS-XML-LINE
           STRING "  <" WS-NS-BODY ":ReportingFI>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "   <" WS-NS-TYPE ":ResCountryCode>" WS-HOME-COUNTRY
              "</" WS-NS-TYPE ":ResCountryCode>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE SPACES TO WS-DOC-REF
           IF WS-TARGET-IS-FATCA
              STRING FUNCTION TRIM(WS-FATCA-MSG-REF) "-FI"
                 DELIMITED BY SIZE INTO WS-DOC-REF
           ELSE
              STRING FUNCTION TRIM(WS-CRS-MSG-REF) "-FI"
                 DELIMITED BY SIZE INTO WS-DOC-REF
           END-IF
           PERFORM WRITE-DOC-SPEC

           MOVE SPACES TO WS-XML-LINE
           STRING "  </" WS-NS-BODY ":ReportingFI>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE.

       WRITE-REPORTING-FI-EXIT.
           EXIT.

      *================================================================
      * WRITE-DOC-SPEC: a DocSpec marking WS-DOC-REF as new data
      *================================================================
       WRITE-DOC-SPEC SECTION.
           MOVE SPACES TO WS-XML-LINE
           IF WS-TARGET-IS-FATCA
              STRING "   <ftc:DocSpec><ftc:DocTypeIndic>FATCA1"
                 "</ftc:DocTypeIndic><ftc:DocRefId>"
                 FUNCTION TRIM(WS-DOC-REF)
                 "</ftc:DocRefId></ftc:DocSpec>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
           ELSE
              STRING "   <crs:DocSpec><stf:DocTypeIndic>OECD1"
                 "</stf:DocTypeIndic><stf:DocRefId>"
                 FUNCTION TRIM(WS-DOC-REF)
                 "</stf:DocRefId></crs:DocSpec>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
           END-IF
           PERFORM PUT-XML-LINE.

       WRITE-DOC-SPEC-EXIT.
           EXIT.

      *================================================================
      * PUT-XML-LINE: WS-XML-LINE to the current target's return
      *================================================================
       PUT-XML-LINE SECTION.
           IF WS-TARGET-IS-FATCA
              MOVE WS-XML-LINE TO FATCAXML-RECORD
              WRITE FATCAXML-RECORD
           ELSE
              MOVE WS-XML-LINE TO CRSXML-RECORD
              WRITE CRSXML-RECORD
           END-IF.

       PUT-XML-LINE-EXIT.
           EXIT.

      *================================================================
      * REPORT-ONE-CUSTOMER: a customer with a reportable residency
      * at year end has each of the year's accounts reported
      *================================================================
       REPORT-ONE-CUSTOMER SECTION.
           ADD 1 TO WS-CUSTOMERS-READ
           PERFORM LOAD-YEAR-END-RESIDENCIES
           IF WS-FATCA-IDX = 0 AND WS-CRS-COUNT = 0
              GO TO REPORT-ONE-CUSTOMER-EXIT
           END-IF

           IF WS-FATCA-IDX > 0
              ADD 1 TO WS-FATCA-CUSTOMERS
           END-IF
           IF WS-CRS-COUNT > 0
              ADD 1 TO WS-CRS-CUSTOMERS
           END-IF
           IF WS-NO-TIN-FOUND = 1
              ADD 1 TO WS-NO-TIN-COUNT
           END-IF

           PERFORM ESCAPE-CUSTOMER-FIELDS

           MOVE 0 TO WS-AM-BROWSE-DONE
           MOVE CG-CUSTOMER-ID TO AM-CUSTOMER-ID
           START ACCTMAST-FILE KEY IS EQUAL TO AM-CUSTOMER-ID
              INVALID KEY
                 GO TO REPORT-ONE-CUSTOMER-EXIT
           END-START

           PERFORM UNTIL WS-AM-BROWSE-DONE = 1
              READ ACCTMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-AM-BROWSE-DONE
                 NOT AT END
                    IF AM-CUSTOMER-ID NOT = CG-CUSTOMER-ID
                       MOVE 1 TO WS-AM-BROWSE-DONE
                    ELSE
                       IF AM-OPEN-DATE <= WS-YEAR-END
                          AND (AM-CLOSE-DATE = 0
                             OR AM-CLOSE-DATE >= WS-YEAR-START)
                          PERFORM REPORT-ONE-ACCOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       REPORT-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * LOAD-YEAR-END-RESIDENCIES: the residencies in force on 31
      * December - started by then, and either still active or
      * ended after it - each marked FATCA, CRS or not reportable
      *================================================================
       LOAD-YEAR-END-RESIDENCIES SECTION.
           MOVE 0 TO WS-RES-COUNT
           MOVE 0 TO WS-FATCA-IDX
           MOVE 0 TO WS-CRS-COUNT
           MOVE 0 TO WS-NO-TIN-FOUND
           MOVE SPACES TO WS-REGIME-TEXT
           MOVE 1 TO WS-REGIME-PTR
           MOVE CG-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE LOW-VALUES TO TR-COUNTRY
           MOVE 0 TO WS-BROWSE-DONE

           START TAXRES-FILE KEY IS NOT LESS THAN TR-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ TAXRES-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF TR-CUSTOMER-ID NOT = CG-CUSTOMER-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF TR-START-DATE <= WS-YEAR-END
                          AND (TR-IS-ACTIVE
                             OR TR-END-DATE > WS-YEAR-END)
                          PERFORM TAKE-ONE-RESIDENCY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       LOAD-YEAR-END-RESIDENCIES-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-RESIDENCY
      *================================================================
       TAKE-ONE-RESIDENCY SECTION.
           IF TR-COUNTRY = WS-HOME-COUNTRY
              OR WS-RES-COUNT NOT < WS-RES-MAX
              GO TO TAKE-ONE-RESIDENCY-EXIT
           END-IF

           ADD 1 TO WS-RES-COUNT
           MOVE TR-COUNTRY TO WS-RES-COUNTRY(WS-RES-COUNT)
           MOVE TR-TIN TO WS-RES-TIN(WS-RES-COUNT)
           MOVE TR-TIN-STATUS TO WS-RES-TIN-STATUS(WS-RES-COUNT)
           IF TR-COUNTRY = "US"
              MOVE "F" TO WS-RES-REPORTABLE(WS-RES-COUNT)
              MOVE WS-RES-COUNT TO WS-FATCA-IDX
           ELSE
              MOVE "C" TO WS-RES-REPORTABLE(WS-RES-COUNT)
              ADD 1 TO WS-CRS-COUNT
           END-IF

           IF TR-TIN-NONE OR TR-TIN = SPACES
              MOVE 1 TO WS-NO-TIN-FOUND
           END-IF

           IF WS-REGIME-PTR < 18
              STRING TR-COUNTRY " " DELIMITED BY SIZE
                 INTO WS-REGIME-TEXT WITH POINTER WS-REGIME-PTR
           END-IF.

       TAKE-ONE-RESIDENCY-EXIT.
           EXIT.

      *================================================================
      * ESCAPE-CUSTOMER-FIELDS: name and address through
      * ESCAPE-XML-STRING once per customer
      *================================================================
       ESCAPE-CUSTOMER-FIELDS SECTION.
           MOVE SPACES TO WS-ESC-INPUT
           MOVE CG-CUSTOMER-NAME TO WS-ESC-INPUT(1:60)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(CG-CUSTOMER-NAME TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:400) TO WS-X-NAME
           MOVE WS-ESC-OUTPUT-LEN TO WS-X-NAME-LEN

           MOVE SPACES TO WS-STREET-TEXT
           IF CG-ADDR-LINE-2 = SPACES
              MOVE CG-ADDR-LINE-1 TO WS-STREET-TEXT
           ELSE
              STRING FUNCTION TRIM(CG-ADDR-LINE-1 TRAILING) ", "
                 FUNCTION TRIM(CG-ADDR-LINE-2 TRAILING)
                 DELIMITED BY SIZE INTO WS-STREET-TEXT
           END-IF
           MOVE SPACES TO WS-ESC-INPUT
           MOVE WS-STREET-TEXT TO WS-ESC-INPUT(1:82)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-STREET-TEXT TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:500) TO WS-X-STREET
           MOVE WS-ESC-OUTPUT-LEN TO WS-X-STREET-LEN

           MOVE SPACES TO WS-ESC-INPUT
           MOVE CG-POSTAL-CODE TO WS-ESC-INPUT(1:10)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(CG-POSTAL-CODE TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:60) TO WS-X-POSTCODE
           MOVE WS-ESC-OUTPUT-LEN TO WS-X-POSTCODE-LEN

           MOVE SPACES TO WS-ESC-INPUT
           MOVE CG-CITY TO WS-ESC-INPUT(1:30)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(CG-CITY TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:180) TO WS-X-CITY
           MOVE WS-ESC-OUTPUT-LEN TO WS-X-CITY-LEN

           MOVE SPACES TO WS-ESC-INPUT
           MOVE CG-REGION TO WS-ESC-INPUT(1:20)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(CG-REGION TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:120) TO WS-X-REGION
           MOVE WS-ESC-OUTPUT-LEN TO WS-X-REGION-LEN.

       ESCAPE-CUSTOMER-FIELDS-EXIT.
           EXIT.

      *================================================================
      * REPORT-ONE-ACCOUNT: one account report per currency the
      * account holds on the work file; an account with no position
      * and no interest is still reported, at zero in its base
      * currency
      *================================================================
       REPORT-ONE-ACCOUNT SECTION.
           MOVE 0 TO WS-ACCOUNT-CLOSED
           IF AM-CLOSE-DATE NOT = 0
              AND AM-CLOSE-DATE <= WS-YEAR-END
              MOVE 1 TO WS-ACCOUNT-CLOSED
           END-IF

           MOVE SPACES TO WS-ESC-INPUT
           MOVE AM-ACCOUNT-ID TO WS-ESC-INPUT(1:12)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(AM-ACCOUNT-ID TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:72) TO WS-X-ACCOUNT
           MOVE WS-ESC-OUTPUT-LEN TO WS-X-ACCOUNT-LEN

           MOVE 0 TO WS-ACCOUNT-CURRENCIES
           MOVE 0 TO WS-TW-BROWSE-DONE
           MOVE AM-ACCOUNT-ID TO TW-ACCOUNT-ID
           MOVE LOW-VALUES TO TW-CURRENCY
           START TAXRWRK-FILE KEY IS NOT LESS THAN TW-KEY
              INVALID KEY
                 MOVE 1 TO WS-TW-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-TW-BROWSE-DONE = 1
              READ TAXRWRK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-TW-BROWSE-DONE
                 NOT AT END
                    IF TW-ACCOUNT-ID NOT = AM-ACCOUNT-ID
                       MOVE 1 TO WS-TW-BROWSE-DONE
                    ELSE
                       ADD 1 TO WS-ACCOUNT-CURRENCIES
                       MOVE TW-CURRENCY TO WS-REPORT-CURRENCY
                       MOVE TW-BALANCE-MINOR TO WS-REPORT-BALANCE
                       MOVE TW-INTEREST-MINOR TO WS-REPORT-INTEREST
                       PERFORM REPORT-ONE-POSITION
                    END-IF
              END-READ
           END-PERFORM

           IF WS-ACCOUNT-CURRENCIES = 0
              MOVE AM-BASE-CURRENCY TO WS-REPORT-CURRENCY
              MOVE 0 TO WS-REPORT-BALANCE
              MOVE 0 TO WS-REPORT-INTEREST
              PERFORM REPORT-ONE-POSITION
           END-IF.

       REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * REPORT-ONE-POSITION: the account report in each return the
      * customer is reportable under, and the listing line
      *================================================================
       REPORT-ONE-POSITION SECTION.
           IF WS-REPORT-BALANCE < 0 OR WS-ACCOUNT-CLOSED = 1
              MOVE 0 TO WS-REPORT-BALANCE
           END-IF

           MOVE WS-REPORT-CURRENCY TO WS-DP-CURRENCY
           MOVE WS-REPORT-BALANCE TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT TO WS-BALANCE-TEXT
           MOVE WS-AMOUNT-TEXT-LEN TO WS-BALANCE-TEXT-LEN
           MOVE WS-REPORT-INTEREST TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT TO WS-INTEREST-TEXT
           MOVE WS-AMOUNT-TEXT-LEN TO WS-INTEREST-TEXT-LEN

           IF WS-FATCA-IDX > 0
              MOVE "F" TO WS-TARGET
              MOVE "ftc" TO WS-NS-BODY
              MOVE "sfa" TO WS-NS-TYPE
              PERFORM WRITE-ACCOUNT-REPORT
              ADD 1 TO WS-FATCA-REPORTS
           END-IF

           IF WS-CRS-COUNT > 0
              MOVE "C" TO WS-TARGET
              MOVE "crs" TO WS-NS-BODY
              MOVE "crs" TO WS-NS-TYPE
              PERFORM WRITE-ACCOUNT-REPORT
              ADD 1 TO WS-CRS-REPORTS
           END-IF

           MOVE CG-CUSTOMER-ID TO WS-AL-CUSTOMER-ID
           MOVE AM-ACCOUNT-ID TO WS-AL-ACCOUNT-ID
           MOVE WS-REPORT-CURRENCY TO WS-AL-CURRENCY
           MOVE WS-BALANCE-TEXT(1:WS-BALANCE-TEXT-LEN)
              TO WS-AL-BALANCE
           MOVE WS-INTEREST-TEXT(1:WS-INTEREST-TEXT-LEN)
              TO WS-AL-INTEREST
           MOVE WS-REGIME-TEXT TO WS-AL-REGIME
           MOVE SPACES TO WS-AL-NOTE
           EVALUATE TRUE
              WHEN WS-ACCOUNT-CLOSED = 1 AND WS-NO-TIN-FOUND = 1
                 MOVE "CLS NTN" TO WS-AL-NOTE
              WHEN WS-ACCOUNT-CLOSED = 1
                 MOVE "CLOSED" TO WS-AL-NOTE
              WHEN WS-NO-TIN-FOUND = 1
                 MOVE "NO TIN" TO WS-AL-NOTE
           END-EVALUATE
           WRITE TAXRRPT-RECORD FROM WS-ACCOUNT-LINE.

       REPORT-ONE-POSITION-EXIT.
           EXIT.

      *================================================================
      * WRITE-ACCOUNT-REPORT: one AccountReport under the current
      * target - the FATCA report names the US residency, the CRS
      * report every other reportable one
      *================================================================
       WRITE-ACCOUNT-REPORT SECTION.
           MOVE SPACES TO WS-XML-LINE
           STRING "   <" WS-NS-BODY ":AccountReport>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           ADD 1 TO WS-DOC-SEQ
           MOVE SPACES TO WS-DOC-REF
           IF WS-TARGET-IS-FATCA
              STRING FUNCTION TRIM(WS-FATCA-MSG-REF) "-" WS-DOC-SEQ
                 DELIMITED BY SIZE INTO WS-DOC-REF
           ELSE
              STRING FUNCTION TRIM(WS-CRS-MSG-REF) "-" WS-DOC-SEQ
                 DELIMITED BY SIZE INTO WS-DOC-REF
           END-IF
           PERFORM WRITE-DOC-SPEC

           MOVE SPACES TO WS-XML-LINE
           STRING "    <" WS-NS-BODY ":AccountNumber>"
              WS-X-ACCOUNT(1:WS-X-ACCOUNT-LEN)
              "</" WS-NS-BODY ":AccountNumber>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           IF WS-ACCOUNT-CLOSED = 1
              MOVE SPACES TO WS-XML-LINE
              STRING "    <" WS-NS-BODY ":AccountClosed>true</"
                 WS-NS-BODY ":AccountClosed>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
              PERFORM PUT-XML-LINE
           END-IF

           MOVE SPACES TO WS-XML-LINE
           STRING "    <" WS-NS-BODY ":AccountHolder><" WS-NS-BODY
              ":Individual>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           IF WS-TARGET-IS-FATCA
              MOVE WS-FATCA-IDX TO WS-RES-IDX
              PERFORM WRITE-RESIDENCY-LINES
           ELSE
              PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                      UNTIL WS-RES-IDX > WS-RES-COUNT
                 IF WS-RES-IS-CRS(WS-RES-IDX)
                    PERFORM WRITE-RESIDENCY-LINES
                 END-IF
              END-PERFORM
           END-IF

           PERFORM WRITE-NAME-ADDRESS

           MOVE SPACES TO WS-XML-LINE
           STRING "    </" WS-NS-BODY ":Individual></" WS-NS-BODY
              ":AccountHolder>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "    <" WS-NS-BODY ':AccountBalance currCode="'
              WS-REPORT-CURRENCY '">'
              WS-BALANCE-TEXT(1:WS-BALANCE-TEXT-LEN)
              "</" WS-NS-BODY ":AccountBalance>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           IF WS-REPORT-INTEREST NOT = 0
              MOVE SPACES TO WS-XML-LINE
              IF WS-TARGET-IS-FATCA
                 STRING "    <ftc:Payment><ftc:Type>FATCA502"
                    "</ftc:Type>"
                    DELIMITED BY SIZE INTO WS-XML-LINE
              ELSE
                 STRING "    <crs:Payment><crs:Type>CRS502"
                    "</crs:Type>"
                    DELIMITED BY SIZE INTO WS-XML-LINE
              END-IF
              PERFORM PUT-XML-LINE
              MOVE SPACES TO WS-XML-LINE
              STRING "     <" WS-NS-BODY ':PaymentAmnt currCode="'
                 WS-REPORT-CURRENCY '">'
                 WS-INTEREST-TEXT(1:WS-INTEREST-TEXT-LEN)
                 "</" WS-NS-BODY ":PaymentAmnt></" WS-NS-BODY
                 ":Payment>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
              PERFORM PUT-XML-LINE
           END-IF

           MOVE SPACES TO WS-XML-LINE
           STRING "   </" WS-NS-BODY ":AccountReport>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE.

       WRITE-ACCOUNT-REPORT-EXIT.
           EXIT.

      *================================================================
      * WRITE-RESIDENCY-LINES: the residency at WS-RES-IDX as its
      * country code and TIN; no TIN is reported with the unknown
      * marker - the IRS's nine A's for FATCA, NOTIN for CRS
      *================================================================
       WRITE-RESIDENCY-LINES SECTION.
           MOVE SPACES TO WS-XML-LINE
           STRING "     <" WS-NS-TYPE ":ResCountryCode>"
              WS-RES-COUNTRY(WS-RES-IDX)
              "</" WS-NS-TYPE ":ResCountryCode>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE SPACES TO WS-XML-LINE
           IF WS-RES-TIN(WS-RES-IDX) = SPACES
              IF WS-TARGET-IS-FATCA
                 STRING '     <sfa:TIN issuedBy="US">AAAAAAAAA'
                    "</sfa:TIN>"
                    DELIMITED BY SIZE INTO WS-XML-LINE
              ELSE
                 STRING '     <crs:TIN issuedBy="'
                    WS-RES-COUNTRY(WS-RES-IDX)
                    '" unknown="true">NOTIN</crs:TIN>'
                    DELIMITED BY SIZE INTO WS-XML-LINE
              END-IF
           ELSE
              MOVE SPACES TO WS-ESC-INPUT
              MOVE WS-RES-TIN(WS-RES-IDX) TO WS-ESC-INPUT(1:20)
              COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-RES-TIN(WS-RES-IDX) TRAILING))
              PERFORM ESCAPE-CURRENT-FIELD
              MOVE WS-ESC-OUTPUT(1:120) TO WS-X-TIN
              MOVE WS-ESC-OUTPUT-LEN TO WS-X-TIN-LEN
              STRING "     <" WS-NS-TYPE ':TIN issuedBy="'
                 WS-RES-COUNTRY(WS-RES-IDX) '">'
                 WS-X-TIN(1:WS-X-TIN-LEN)
                 "</" WS-NS-TYPE ":TIN>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
           END-IF
           PERFORM PUT-XML-LINE.

       WRITE-RESIDENCY-LINES-EXIT.
           EXIT.

      *================================================================
      * WRITE-NAME-ADDRESS: the holder's escaped name and address
      *================================================================
       WRITE-NAME-ADDRESS SECTION.
           MOVE SPACES TO WS-XML-LINE
           STRING "     <" WS-NS-TYPE ":Name><" WS-NS-TYPE
              ":FirstName>NFN</" WS-NS-TYPE ":FirstName><"
              WS-NS-TYPE ":LastName>" WS-X-NAME(1:WS-X-NAME-LEN)
              "</" WS-NS-TYPE ":LastName></" WS-NS-TYPE ":Name>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "     <" WS-NS-TYPE ":Address><" WS-NS-TYPE
              ":CountryCode>" CG-COUNTRY "</" WS-NS-TYPE
              ":CountryCode><" WS-NS-TYPE ":AddressFix>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "      <" WS-NS-TYPE ":Street>"
              WS-X-STREET(1:WS-X-STREET-LEN)
              "</" WS-NS-TYPE ":Street>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "      <" WS-NS-TYPE ":PostCode>"
              WS-X-POSTCODE(1:WS-X-POSTCODE-LEN)
              "</" WS-NS-TYPE ":PostCode><" WS-NS-TYPE ":City>"
              WS-X-CITY(1:WS-X-CITY-LEN)
              "</" WS-NS-TYPE ":City>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE

           IF CG-REGION NOT = SPACES
              MOVE SPACES TO WS-XML-LINE
              STRING "      <" WS-NS-TYPE ":CountrySubentity>"
                 WS-X-REGION(1:WS-X-REGION-LEN)
                 "</" WS-NS-TYPE ":CountrySubentity>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
              PERFORM PUT-XML-LINE
           END-IF

           MOVE SPACES TO WS-XML-LINE
           STRING "     </" WS-NS-TYPE ":AddressFix></" WS-NS-TYPE
              ":Address>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           PERFORM PUT-XML-LINE.

       WRITE-NAME-ADDRESS-EXIT.
           EXIT.

      *================================================================
      * ESCAPE-CURRENT-FIELD: one field through ESCAPE-XML-STRING,
      * zero-length-protected the way PAYFMT protects its fields
      *================================================================
       ESCAPE-CURRENT-FIELD SECTION.
           CALL "ESCAPE-XML-STRING" USING WS-ESC-INPUT
               WS-ESC-INPUT-LEN WS-ESC-OUTPUT WS-ESC-OUTPUT-LEN
               WS-ESC-RESULT WS-ESC-ERROR-MSG

           IF WS-ESC-RESULT NOT = 1
              MOVE SPACES TO WS-ESC-OUTPUT
              MOVE 0 TO WS-ESC-OUTPUT-LEN
              DISPLAY "TAXRPT: escape failed for customer "
                 CG-CUSTOMER-ID ", " WS-ESC-ERROR-MSG
           END-IF

           IF WS-ESC-OUTPUT-LEN = 0
              MOVE 1 TO WS-ESC-OUTPUT-LEN
              MOVE SPACES TO WS-ESC-OUTPUT
           END-IF.

       ESCAPE-CURRENT-FIELD-EXIT.
           EXIT.

      *================================================================
      * BUILD-AMOUNT-TEXT: scale WS-AMT-MINOR into decimal text under
      * WS-DP-CURRENCY's GET-DECIMAL-PLACES answer, as SARFILE does
      *================================================================
       BUILD-AMOUNT-TEXT SECTION.
           CALL "GET-DECIMAL-PLACES" USING WS-DP-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT
           IF WS-DP-RESULT NOT = 1
              MOVE 2 TO WS-DP-DECIMALS
           END-IF

           MOVE SPACES TO WS-AMT-SIGN
           IF WS-AMT-MINOR < 0
              MOVE "-" TO WS-AMT-SIGN
           END-IF

           COMPUTE WS-AMT-FACTOR = 10 ** WS-DP-DECIMALS
           MOVE WS-AMT-MINOR TO WS-AMT-ABS
           COMPUTE WS-AMT-INTEGER = WS-AMT-ABS / WS-AMT-FACTOR
           COMPUTE WS-AMT-DECIMAL =
              FUNCTION MOD(WS-AMT-ABS WS-AMT-FACTOR)

           MOVE WS-AMT-INTEGER TO WS-AMT-INT-EDIT
           MOVE SPACES TO WS-AMOUNT-TEXT
           IF WS-DP-DECIMALS = 0
              STRING FUNCTION TRIM(WS-AMT-SIGN)
                 FUNCTION TRIM(WS-AMT-INT-EDIT)
                 DELIMITED BY SIZE INTO WS-AMOUNT-TEXT
           ELSE
              MOVE WS-AMT-DECIMAL TO WS-AMT-DECIMAL-TEXT
              STRING FUNCTION TRIM(WS-AMT-SIGN)
                 FUNCTION TRIM(WS-AMT-INT-EDIT) "."
                 WS-AMT-DECIMAL-TEXT(10 - WS-DP-DECIMALS:
                    WS-DP-DECIMALS)
                 DELIMITED BY SIZE INTO WS-AMOUNT-TEXT
           END-IF
           COMPUTE WS-AMOUNT-TEXT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-AMOUNT-TEXT TRAILING)).

       BUILD-AMOUNT-TEXT-EXIT.
           EXIT.

      *================================================================
      * WRITE-FATCA-TRAILER / WRITE-CRS-TRAILER: close the reporting
      * group, body and root
      *================================================================
       WRITE-FATCA-TRAILER SECTION.
           MOVE "F" TO WS-TARGET
           MOVE "  </ftc:ReportingGroup>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE " </ftc:FATCA>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE "</ftc:FATCA_OECD>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE.

       WRITE-FATCA-TRAILER-EXIT.
           EXIT.

       WRITE-CRS-TRAILER SECTION.
           MOVE "C" TO WS-TARGET
           MOVE "  </crs:ReportingGroup>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE " </crs:CrsBody>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE
           MOVE "</crs:CRS_OECD>" TO WS-XML-LINE
           PERFORM PUT-XML-LINE.

       WRITE-CRS-TRAILER-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADING
      *================================================================
       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "TAXRPT - FATCA AND CRS REPORTABLE ACCOUNTS FOR "
              WS-REPORT-YEAR "  HOME JURISDICTION " WS-HOME-COUNTRY
              "  RUN " WS-TODAY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXRRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  CUSTOMER                              ACCOUNT"
              "       CCY          YEAR-END BALANCE"
              "        INTEREST PAID  RESIDENCIES"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXRRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BALANCES READ" TO WS-RPT-LABEL
           MOVE WS-BALANCES-READ TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "INTEREST POSTINGS TAKEN" TO WS-RPT-LABEL
           MOVE WS-INTEREST-TAKEN TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ARCHIVED INTEREST PERIODS" TO WS-RPT-LABEL
           MOVE WS-ARCHIVED-INTEREST TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTOMERS READ" TO WS-RPT-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FATCA CUSTOMERS" TO WS-RPT-LABEL
           MOVE WS-FATCA-CUSTOMERS TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FATCA ACCOUNT REPORTS" TO WS-RPT-LABEL
           MOVE WS-FATCA-REPORTS TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CRS CUSTOMERS" TO WS-RPT-LABEL
           MOVE WS-CRS-CUSTOMERS TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CRS ACCOUNT REPORTS" TO WS-RPT-LABEL
           MOVE WS-CRS-REPORTS TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTOMERS WITHOUT A TIN" TO WS-RPT-LABEL
           MOVE WS-NO-TIN-COUNT TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WORK FILE FAILURES" TO WS-RPT-LABEL
           MOVE WS-WORK-FAIL-COUNT TO WS-RPT-COUNT
           WRITE TAXRRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: customers read, those reported without
      * a TIN as rejects
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME WS-CUSTOMERS-READ
                WS-NO-TIN-COUNT ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "TAXRPT: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE BALANCES-FILE
           CLOSE TRANSACTION-FILE
           CLOSE TAXRWRK-FILE
           CLOSE CUSTGOOD-FILE
           CLOSE TAXRES-FILE
           CLOSE ACCTMAST-FILE
           CLOSE FATCAXML-FILE
           CLOSE CRSXML-FILE
           CLOSE TAXRRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

      *================================================================
      * SIGN-FATCA-RETURN: read the closed FATCA return back into its
      * signature chain, then append the signature comment
      *================================================================
       SIGN-FATCA-RETURN SECTION.
           MOVE "FATCAXML" TO WS-MAC-FILE-ID
           PERFORM START-FILE-SIGNING
           IF WS-MAC-STATUS NOT = 0
              GO TO SIGN-FATCA-RETURN-EXIT
           END-IF

           OPEN INPUT FATCAXML-FILE
           IF WS-FX-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot reread FATCAXML, status="
                 WS-FX-FILE-STATUS
              MOVE 1 TO WS-MAC-FAILED
              CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
                  WS-MAC-SIGNATURE-LEN
              GO TO SIGN-FATCA-RETURN-EXIT
           END-IF
           MOVE 0 TO WS-MAC-EOF
           PERFORM UNTIL WS-MAC-EOF = 1
              READ FATCAXML-FILE
                 AT END
                    MOVE 1 TO WS-MAC-EOF
                 NOT AT END
                    MOVE FATCAXML-RECORD TO WS-MAC-RECORD
                    CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
                        WS-MAC-RECORD-LEN
              END-READ
           END-PERFORM
           CLOSE FATCAXML-FILE

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           OPEN EXTEND FATCAXML-FILE
           IF WS-FX-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot sign FATCAXML, status="
                 WS-FX-FILE-STATUS
              MOVE 1 TO WS-MAC-FAILED
              GO TO SIGN-FATCA-RETURN-EXIT
           END-IF
           MOVE SPACES TO FATCAXML-RECORD
           STRING "<!-- " WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN)
              " -->" DELIMITED BY SIZE INTO FATCAXML-RECORD
           WRITE FATCAXML-RECORD
           CLOSE FATCAXML-FILE.

       SIGN-FATCA-RETURN-EXIT.
           EXIT.

      *================================================================
      * SIGN-CRS-RETURN: read the closed CRS return back into its
      * signature chain, then append the signature comment
      *================================================================
       SIGN-CRS-RETURN SECTION.
           MOVE "CRSXML" TO WS-MAC-FILE-ID
           PERFORM START-FILE-SIGNING
           IF WS-MAC-STATUS NOT = 0
              GO TO SIGN-CRS-RETURN-EXIT
           END-IF

           OPEN INPUT CRSXML-FILE
           IF WS-CX-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot reread CRSXML, status="
                 WS-CX-FILE-STATUS
              MOVE 1 TO WS-MAC-FAILED
              CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
                  WS-MAC-SIGNATURE-LEN
              GO TO SIGN-CRS-RETURN-EXIT
           END-IF
           MOVE 0 TO WS-MAC-EOF
           PERFORM UNTIL WS-MAC-EOF = 1
              READ CRSXML-FILE
                 AT END
                    MOVE 1 TO WS-MAC-EOF
                 NOT AT END
                    MOVE CRSXML-RECORD TO WS-MAC-RECORD
                    CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
                        WS-MAC-RECORD-LEN
              END-READ
           END-PERFORM
           CLOSE CRSXML-FILE

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           OPEN EXTEND CRSXML-FILE
           IF WS-CX-FILE-STATUS NOT = "00"
              DISPLAY "TAXRPT: cannot sign CRSXML, status="
                 WS-CX-FILE-STATUS
              MOVE 1 TO WS-MAC-FAILED
              GO TO SIGN-CRS-RETURN-EXIT
           END-IF
           MOVE SPACES TO CRSXML-RECORD
           STRING "<!-- " WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN)
              " -->" DELIMITED BY SIZE INTO CRSXML-RECORD
           WRITE CRSXML-RECORD
           CLOSE CRSXML-FILE.

       SIGN-CRS-RETURN-EXIT.
           EXIT.

      *================================================================
      * START-FILE-SIGNING: start the signature chain under the key
      * set up for the return named in WS-MAC-FILE-ID - none set up
      * leaves it unsigned, a key that cannot be used fails the step
      * with COND code 8
      *================================================================
       START-FILE-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "TAXRPT: " FUNCTION TRIM(WS-MAC-FILE-ID)
                    " not signed - " FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "TAXRPT: " FUNCTION TRIM(WS-MAC-FILE-ID)
                    " CANNOT BE SIGNED - " FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-FILE-SIGNING-EXIT.
           EXIT.

       END PROGRAM TAXRPT.
