      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven TaxStatement - year-end interest tax statements and
      * the withholding-tax filing for COBOL
      *

      *================================================================
      * ACCRURUN posts interest net of withholding tax: the gross
      * interest on INTACCRU and the tax withheld as an offset leg on
      * the WHTLIAB liability account, both under the account's
      * number. This run turns a year of those postings into a
      * statement for every customer who was paid interest or had
      * tax withheld, and into the file the tax authority takes
      * electronically, for the year given as PARM='YYYY' (default
      * the year before the run date).
      *
      * The year's postings under the run's booking entity
      * (PROVEN_ENTITY, default E001) are gathered first onto the
      * TAXSWRK REUSE work KSDS, keyed by account and currency, as
      * TAXRPT gathers onto TAXRWRK:
      *
      *   - interest paid: INTACCRU business legs above zero; a
      *     negative accrual is interest charged and is not stated
      *   - tax withheld: WHTLIAB offset legs, sign reversed; a
      *     business leg on WHTLIAB is the remittance to the
      *     authority and is not the customer's
      *
      * A GLARCHIV balance-forward record on INTACCRU or WHTLIAB for
      * a period of the year means those postings can no longer be
      * told apart by account; such records are counted and set COND
      * code 4 - rerun with GLTXN pointed at the GLRESTOR restore of
      * the year.
      *
      * Each CUSTGOOD customer's accounts come from ACCTMAST through
      * its customer-keyed alternate index. The statement on TAXSOUT
      * carries the name and the FORMAT-ADDRESS (SAFE-ADDRESS)
      * mailing block, the tax status the customer held at 31
      * December, decided from TAXRES exactly as ACCRURUN decides it
      * (R resident, N non-resident, B backup withholding), the TIN
      * masked to its last four characters, one line per account and
      * currency with the interest paid, tax withheld and net, and a
      * total per currency. Amounts are scaled under
      * GET-DECIMAL-PLACES (SAFE-CURRENCY).
      *
      * TAXFILE is the filing: a header naming the entity, home
      * jurisdiction (PARMMSTR entry TAX-HOME-COUNTRY) and year, one
      * detail record per customer and currency with the customer's
      * name, TIN, residence and status and the gross interest and
      * tax withheld in minor units, and a trailer with the record
      * counts and hash totals of both amounts.
      *
      * Work-file entries no statement claimed - an account the
      * master does not know, or whose customer is not on CUSTGOOD -
      * are listed on TAXSRPT after the customers and counted.
      *
      * COND code 4 when interest has been archived, a customer is on
      * backup withholding, or postings were not stated; 8 when the
      * work file could not be written or a customer held more
      * currencies than a statement totals; 16 when the PARM or
      * TAX-HOME-COUNTRY is not usable or a file cannot be opened.
      *
      * TAXFILE is signed the way the table extracts are: every
      * record is folded into the HMAC-SHA256 chain PROVEN-FILE-MAC
      * keeps under the key PARMMSTR entry MACKEY-TAXFILE names, and
      * an "*M" control record after the trailer carries the
      * signature, so MACVERIF can prove before the filing is sent
      * that it is the file this run wrote. No MACKEY-TAXFILE entry
      * leaves the filing unsigned; a key that is set up but cannot
      * be used sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSTMT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "GLTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT TAXSWRK-FILE ASSIGN TO "TAXSWRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TS-KEY
              FILE STATUS IS WS-TS-FILE-STATUS.

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

           SELECT TAXSOUT-FILE ASSIGN TO "TAXSOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT TAXFILE-FILE ASSIGN TO "TAXFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TF-FILE-STATUS.

           SELECT TAXSRPT-FILE ASSIGN TO "TAXSRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * Work file: interest paid and tax withheld in the year per
      * account and currency
       FD  TAXSWRK-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  TAXSWRK-RECORD.
           05 TS-KEY.
              10 TS-ACCOUNT-ID          PIC X(12).
              10 TS-CURRENCY            PIC X(3).
           05 TS-INTEREST-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 TS-WITHHELD-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 TS-POSTINGS               PIC 9(6).
           05 TS-STATED                 PIC X(1).
              88 TS-IS-STATED           VALUE "Y".
           05 FILLER                    PIC X(10).

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

       FD  TAXSOUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TAXSOUT-RECORD               PIC X(132).

       FD  TAXFILE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  TAXFILE-RECORD               PIC X(200).

       FD  TAXSRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TAXSRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status, end-of-file and browse switches
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-TS-FILE-STATUS            PIC X(2).
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-TR-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-SO-FILE-STATUS            PIC X(2).
       01 WS-TF-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-INPUT-EOF                 PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
       01 WS-AM-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-TS-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-WORK-ENTRY-NEW            PIC 9 VALUE 0.

      * Which pass over the customer's accounts: totals first, then
      * the statement lines
       01 WS-PASS                      PIC 9 VALUE 0.
          88 WS-PASS-TOTALS            VALUE 1.
          88 WS-PASS-STATEMENT         VALUE 2.

      * Reporting year from the JCL PARM
       01 WS-PARM                      PIC X(8).
       01 WS-REPORT-YEAR               PIC 9(4).
       01 WS-YEAR-START                PIC 9(8).
       01 WS-YEAR-END                  PIC 9(8).
       01 WS-TODAY                     PIC 9(8).
       01 WS-NOW-STAMP                 PIC X(14).
       01 WS-TIMESTAMP                 PIC X(19).
       01 WS-HOME-COUNTRY              PIC X(2).
       01 WS-ENTITY                    PIC X(4).

      * GL accounts the interest and the tax are posted on
       01 WS-INTEREST-ACCOUNT          PIC X(8) VALUE "INTACCRU".
       01 WS-WHT-ACCOUNT               PIC X(8) VALUE "WHTLIAB".

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16)
          VALUE "TAX-HOME-COUNTRY".
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).

      * IS-VALID-COUNTRY call fields (see SAFE-COUNTRY.cob)
       01 WS-ISO-RESULT                PIC 9.
       01 WS-ISO-ACTIVE                PIC 9.

      * VALIDATE-TAXID call fields (see SAFE-TAXID.cob)
       01 WS-TX-TIN-LENGTH             PIC 9(2).
       01 WS-TX-STATUS                 PIC S9(4) COMP.
       01 WS-TX-ERROR-MSG              PIC X(50).
       01 WS-TX-UNSUPPORTED-MSG        PIC X(50)
          VALUE "Tax registry not supported".

      * The customer's tax status at year end, decided as ACCRURUN
      * decides it, and the TIN that goes with it
       01 WS-HOME-FOUND                PIC 9 VALUE 0.
       01 WS-HOME-TIN                  PIC X(20).
       01 WS-HOME-TIN-STATUS           PIC X(1).
       01 WS-FOREIGN-COUNTRY           PIC X(2).
       01 WS-FOREIGN-TIN               PIC X(20).
       01 WS-FOREIGN-TIN-STATUS        PIC X(1).
       01 WS-TAX-STATUS                PIC X(1).
          88 WS-TAX-RESIDENT           VALUE "R".
          88 WS-TAX-NON-RESIDENT       VALUE "N".
          88 WS-TAX-BACKUP             VALUE "B".
       01 WS-TAX-STATUS-TEXT           PIC X(18).
       01 WS-TAX-COUNTRY               PIC X(2).
       01 WS-TAX-TIN                   PIC X(20).
       01 WS-TAX-TIN-STATUS            PIC X(1).
       01 WS-MASKED-TIN                PIC X(20).
       01 WS-TIN-LENGTH                PIC 9(2).

      * FORMAT-ADDRESS call fields (see SAFE-ADDRESS.cob) - the
      * statement's mailing block in the country's own order
       01 WS-ADDRESS-BLOCK.
          05 WS-AB-LINE                OCCURS 4 TIMES PIC X(40).
       01 WS-AB-LINE-COUNT             PIC 9(1).
       01 WS-AB-IDX                    PIC 9(1).

      * The statement's totals by currency
       01 WS-CCY-COUNT                 PIC 9(2) VALUE 0.
       01 WS-CCY-MAX                   PIC 9(2) VALUE 20.
       01 WS-CCY-IDX                   PIC 9(2).
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 20 TIMES.
             10 WS-CT-CURRENCY         PIC X(3).
             10 WS-CT-INTEREST-MINOR   PIC S9(15) COMP-3.
             10 WS-CT-WITHHELD-MINOR   PIC S9(15) COMP-3.
       01 WS-CCY-OVERFLOW              PIC 9 VALUE 0.

      * The amounts on one statement line
       01 WS-LINE-INTEREST             PIC S9(15).
       01 WS-LINE-WITHHELD             PIC S9(15).
       01 WS-LINE-CURRENCY             PIC X(3).

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

      * Control counts and filing hash totals
       01 WS-POSTINGS-READ             PIC 9(8) VALUE 0.
       01 WS-INTEREST-TAKEN            PIC 9(8) VALUE 0.
       01 WS-WITHHOLDING-TAKEN         PIC 9(8) VALUE 0.
       01 WS-ARCHIVED-COUNT            PIC 9(8) VALUE 0.
       01 WS-CUSTOMERS-READ            PIC 9(8) VALUE 0.
       01 WS-STATEMENTS-WRITTEN        PIC 9(8) VALUE 0.
       01 WS-RESIDENT-COUNT            PIC 9(8) VALUE 0.
       01 WS-NON-RESIDENT-COUNT        PIC 9(8) VALUE 0.
       01 WS-BACKUP-COUNT              PIC 9(8) VALUE 0.
       01 WS-UNSTATED-COUNT            PIC 9(8) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(8) VALUE 0.
       01 WS-WORK-FAIL-COUNT           PIC 9(8) VALUE 0.
       01 WS-DETAIL-COUNT              PIC 9(8) VALUE 0.
       01 WS-INTEREST-HASH             PIC S9(17) COMP-3 VALUE 0.
       01 WS-WITHHELD-HASH             PIC S9(17) COMP-3 VALUE 0.

      * Filing records
       01 WS-FILE-HEADER.
          05 WS-FH-TYPE                PIC X(1) VALUE "H".
          05 WS-FH-ENTITY              PIC X(4).
          05 WS-FH-COUNTRY             PIC X(2).
          05 WS-FH-YEAR                PIC 9(4).
          05 WS-FH-TIMESTAMP           PIC X(19).
          05 WS-FH-PROGRAM             PIC X(8) VALUE "TAXSTMT".
          05 FILLER                    PIC X(162) VALUE SPACES.

       01 WS-FILE-DETAIL.
          05 WS-FD-TYPE                PIC X(1) VALUE "D".
          05 WS-FD-CUSTOMER-ID         PIC X(36).
          05 WS-FD-NAME                PIC X(60).
          05 WS-FD-TIN                 PIC X(20).
          05 WS-FD-TIN-STATUS          PIC X(1).
          05 WS-FD-RES-COUNTRY         PIC X(2).
          05 WS-FD-TAX-STATUS          PIC X(1).
          05 WS-FD-CURRENCY            PIC X(3).
          05 WS-FD-INTEREST-MINOR      PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 WS-FD-WITHHELD-MINOR      PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 FILLER                    PIC X(44) VALUE SPACES.

       01 WS-FILE-TRAILER.
          05 WS-FT-TYPE                PIC X(1) VALUE "T".
          05 WS-FT-DETAIL-COUNT        PIC 9(8).
          05 WS-FT-CUSTOMER-COUNT      PIC 9(8).
          05 WS-FT-INTEREST-HASH       PIC S9(17)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 WS-FT-WITHHELD-HASH       PIC S9(17)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 FILLER                    PIC X(147) VALUE SPACES.

      * Statement and report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-STATEMENT-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-SL-ACCOUNT-ID          PIC X(12).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-SL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-SL-INTEREST            PIC X(20) JUSTIFIED RIGHT.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-SL-WITHHELD            PIC X(20) JUSTIFIED RIGHT.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-SL-NET                 PIC X(20) JUSTIFIED RIGHT.
          05 FILLER                    PIC X(47) VALUE SPACES.

       01 WS-CONTROL-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 WS-CL-TAX-STATUS          PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-TAX-COUNTRY         PIC X(2).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-INTEREST            PIC X(20) JUSTIFIED RIGHT.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-WITHHELD            PIC X(20) JUSTIFIED RIGHT.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-NOTE                PIC X(20).
          05 FILLER                    PIC X(15) VALUE SPACES.

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob)
       01 WS-MAC-FILE-ID               PIC X(8) VALUE "TAXFILE".
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 200.
       01 WS-MAC-SIGNATURE             PIC X(96).
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-INVAL                  PIC S9(4) COMP VALUE -2.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: gather the year's interest and withholding,
      * then state each customer's and file it
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           PERFORM READ-YEAR-PARM
           PERFORM GET-HOME-COUNTRY
           PERFORM READ-ENTITY-CODE
           PERFORM OPEN-FILES
           PERFORM START-FILE-SIGNING

           PERFORM LOAD-POSTINGS

           PERFORM WRITE-FILE-HEADER
           PERFORM WRITE-REPORT-HEADING

           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ CUSTGOOD-FILE
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    PERFORM STATE-ONE-CUSTOMER
              END-READ
           END-PERFORM

           PERFORM LIST-UNSTATED-ENTRIES
           PERFORM WRITE-FILE-TRAILER
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "TAXSTMT: " WS-REPORT-YEAR " - "
              WS-STATEMENTS-WRITTEN " statement(s), "
              WS-DETAIL-COUNT " filing record(s), "
              WS-BACKUP-COUNT " on backup withholding, "
              WS-ARCHIVED-COUNT " archived period(s)"

           EVALUATE TRUE
              WHEN WS-WORK-FAIL-COUNT > 0
                 OR WS-OVERFLOW-COUNT > 0
                 OR WS-MAC-FAILED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-ARCHIVED-COUNT > 0
                 OR WS-BACKUP-COUNT > 0
                 OR WS-UNSTATED-COUNT > 0
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
                 DISPLAY "TAXSTMT: PARM must be the tax year "
                    "YYYY, found " WS-PARM
                 CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM(1:4) TO WS-REPORT-YEAR
           END-IF

           COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-REPORT-YEAR * 10000 + 1231

           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2) "-"
              WS-NOW-STAMP(7:2) "T" WS-NOW-STAMP(9:2) ":"
              WS-NOW-STAMP(11:2) ":" WS-NOW-STAMP(13:2)
              DELIMITED BY SIZE INTO WS-TIMESTAMP.

       READ-YEAR-PARM-EXIT.
           EXIT.

      *================================================================
      * GET-HOME-COUNTRY: the TAX-HOME-COUNTRY entry in force at year
      * end, which must be a current ISO 3166 code
      *================================================================
       GET-HOME-COUNTRY SECTION.
           CALL "PARM-GET" USING WS-PG-KEY WS-YEAR-END WS-PG-VALUE
               WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS NOT = 0
              DISPLAY "TAXSTMT: PARMMSTR entry TAX-HOME-COUNTRY "
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
              DISPLAY "TAXSTMT: TAX-HOME-COUNTRY " WS-PG-VALUE
                 " is not a current ISO 3166 code"
              CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       GET-HOME-COUNTRY-EXIT.
           EXIT.

      *================================================================
      * READ-ENTITY-CODE: the booking entity whose postings are
      * stated, from the PROVEN_ENTITY environment setting ACCRURUN
      * posts under - defaulted for the single-entity runs
      *================================================================
       READ-ENTITY-CODE SECTION.
           DISPLAY "PROVEN_ENTITY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENTITY FROM ENVIRONMENT-VALUE
           IF WS-ENTITY = SPACES OR WS-ENTITY = LOW-VALUES
              MOVE "E001" TO WS-ENTITY
           END-IF.

       READ-ENTITY-CODE-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "TAXSTMT: cannot open GLTXN, status="
                 WS-TX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    The work file starts every run empty
           OPEN OUTPUT TAXSWRK-FILE
           IF WS-TS-FILE-STATUS = "00"
              CLOSE TAXSWRK-FILE
              OPEN I-O TAXSWRK-FILE
           END-IF
           IF WS-TS-FILE-STATUS NOT = "00"
              DISPLAY "TAXSTMT: cannot open TAXSWRK, status="
                 WS-TS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTGOOD-FILE
           IF WS-CG-FILE-STATUS NOT = "00"
              DISPLAY "TAXSTMT: cannot open CUSTGOOD, status="
                 WS-CG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TAXRES-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
              AND WS-TR-FILE-STATUS NOT = "97"
              DISPLAY "TAXSTMT: cannot open TAXRES, status="
                 WS-TR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              AND WS-AM-FILE-STATUS NOT = "97"
              DISPLAY "TAXSTMT: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TAXSOUT-FILE
           IF WS-SO-FILE-STATUS NOT = "00"
              DISPLAY "TAXSTMT: cannot open TAXSOUT, status="
                 WS-SO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TAXFILE-FILE
           IF WS-TF-FILE-STATUS NOT = "00"
              DISPLAY "TAXSTMT: cannot open TAXFILE, status="
                 WS-TF-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TAXSRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "TAXSTMT: cannot open TAXSRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-POSTINGS: the year's interest and withholding onto the
      * work file by account
      *================================================================
       LOAD-POSTINGS SECTION.
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

       LOAD-POSTINGS-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-POSTING: interest paid from the INTACCRU business
      * legs, tax withheld from the WHTLIAB offset legs; a balance-
      * forward record on either for a period of the year is a
      * posting that can no longer be attributed
      *================================================================
       TAKE-ONE-POSTING SECTION.
           IF TX-ACCOUNT-CODE NOT = WS-INTEREST-ACCOUNT
              AND TX-ACCOUNT-CODE NOT = WS-WHT-ACCOUNT
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

      *    The year-end close's legs pay and withhold nothing
           IF TX-LEG-IS-CLOSING
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

           IF TX-ENTITY NOT = WS-ENTITY
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

           IF TX-IS-BALANCE-FORWARD
              IF TX-BALFWD-PERIOD(1:4) = WS-REPORT-YEAR
                 ADD 1 TO WS-ARCHIVED-COUNT
                 DISPLAY "TAXSTMT: " TX-ACCOUNT-CODE " period "
                    TX-BALFWD-PERIOD " is archived - not attributed"
              END-IF
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

           IF TX-POSTING-DATE < WS-YEAR-START
              OR TX-POSTING-DATE > WS-YEAR-END
              GO TO TAKE-ONE-POSTING-EXIT
           END-IF

           EVALUATE TRUE
              WHEN TX-ACCOUNT-CODE = WS-INTEREST-ACCOUNT
                 AND NOT TX-LEG-IS-OFFSET
                 AND TX-AMOUNT-MINOR > 0
                 ADD 1 TO WS-INTEREST-TAKEN
                 MOVE TX-TRANS-ID TO TS-ACCOUNT-ID
                 MOVE TX-CURRENCY TO TS-CURRENCY
                 PERFORM FIND-WORK-ENTRY
                 ADD TX-AMOUNT-MINOR TO TS-INTEREST-MINOR
                 ADD 1 TO TS-POSTINGS
                 PERFORM SAVE-WORK-ENTRY
              WHEN TX-ACCOUNT-CODE = WS-WHT-ACCOUNT
                 AND TX-LEG-IS-OFFSET
                 ADD 1 TO WS-WITHHOLDING-TAKEN
                 MOVE TX-TRANS-ID TO TS-ACCOUNT-ID
                 MOVE TX-CURRENCY TO TS-CURRENCY
                 PERFORM FIND-WORK-ENTRY
                 SUBTRACT TX-AMOUNT-MINOR FROM TS-WITHHELD-MINOR
                 ADD 1 TO TS-POSTINGS
                 PERFORM SAVE-WORK-ENTRY
           END-EVALUATE.

       TAKE-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      * FIND-WORK-ENTRY: read the TS-KEY entry, or start a new one
      * at zero
      *================================================================
       FIND-WORK-ENTRY SECTION.
           READ TAXSWRK-FILE
              INVALID KEY
                 MOVE 0 TO TS-INTEREST-MINOR
                 MOVE 0 TO TS-WITHHELD-MINOR
                 MOVE 0 TO TS-POSTINGS
                 MOVE SPACES TO TS-STATED
           END-READ
           IF WS-TS-FILE-STATUS = "00"
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
              WRITE TAXSWRK-RECORD
                 INVALID KEY
                    ADD 1 TO WS-WORK-FAIL-COUNT
              END-WRITE
           ELSE
              REWRITE TAXSWRK-RECORD
                 INVALID KEY
                    ADD 1 TO WS-WORK-FAIL-COUNT
              END-REWRITE
           END-IF.

       SAVE-WORK-ENTRY-EXIT.
           EXIT.

      *================================================================
      * WRITE-FILE-HEADER: the filing's header record
      *================================================================
       WRITE-FILE-HEADER SECTION.
           MOVE WS-ENTITY TO WS-FH-ENTITY
           MOVE WS-HOME-COUNTRY TO WS-FH-COUNTRY
           MOVE WS-REPORT-YEAR TO WS-FH-YEAR
           MOVE WS-TIMESTAMP TO WS-FH-TIMESTAMP
           MOVE WS-FILE-HEADER TO TAXFILE-RECORD
           PERFORM WRITE-TAXFILE-RECORD.

       WRITE-FILE-HEADER-EXIT.
           EXIT.

      *================================================================
      * STATE-ONE-CUSTOMER: total the customer's accounts; one with
      * interest paid or tax withheld in the year is stated, filed
      * and listed
      *================================================================
       STATE-ONE-CUSTOMER SECTION.
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE 0 TO WS-CCY-COUNT
           MOVE 0 TO WS-CCY-OVERFLOW

           MOVE 1 TO WS-PASS
           PERFORM BROWSE-CUSTOMER-ACCOUNTS
           IF WS-CCY-COUNT = 0
              GO TO STATE-ONE-CUSTOMER-EXIT
           END-IF

           PERFORM RESOLVE-TAX-STATUS
           EVALUATE TRUE
              WHEN WS-TAX-RESIDENT
                 ADD 1 TO WS-RESIDENT-COUNT
                 MOVE "RESIDENT" TO WS-TAX-STATUS-TEXT
              WHEN WS-TAX-NON-RESIDENT
                 ADD 1 TO WS-NON-RESIDENT-COUNT
                 MOVE "NON-RESIDENT" TO WS-TAX-STATUS-TEXT
              WHEN OTHER
                 ADD 1 TO WS-BACKUP-COUNT
                 MOVE "BACKUP WITHHOLDING" TO WS-TAX-STATUS-TEXT
           END-EVALUATE
           PERFORM BUILD-MASKED-TIN

           ADD 1 TO WS-STATEMENTS-WRITTEN
           PERFORM WRITE-STATEMENT-HEADER
           MOVE 2 TO WS-PASS
           PERFORM BROWSE-CUSTOMER-ACCOUNTS

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
              PERFORM STATE-ONE-CURRENCY
           END-PERFORM

           IF WS-CCY-OVERFLOW = 1
              ADD 1 TO WS-OVERFLOW-COUNT
              MOVE SPACES TO WS-HEADING-LINE
              STRING "  FURTHER CURRENCIES ARE LISTED ABOVE BUT NOT "
                 "TOTALLED OR FILED"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
              WRITE TAXSOUT-RECORD FROM WS-HEADING-LINE
              DISPLAY "TAXSTMT: customer " CG-CUSTOMER-ID
                 " holds more than " WS-CCY-MAX " currencies"
           END-IF.

       STATE-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * BROWSE-CUSTOMER-ACCOUNTS: every account the customer holds,
      * through ACCTMAST's customer-keyed alternate index
      *================================================================
       BROWSE-CUSTOMER-ACCOUNTS SECTION.
           MOVE 0 TO WS-AM-BROWSE-DONE
           MOVE CG-CUSTOMER-ID TO AM-CUSTOMER-ID
           START ACCTMAST-FILE KEY IS EQUAL TO AM-CUSTOMER-ID
              INVALID KEY
                 GO TO BROWSE-CUSTOMER-ACCOUNTS-EXIT
           END-START

           PERFORM UNTIL WS-AM-BROWSE-DONE = 1
              READ ACCTMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-AM-BROWSE-DONE
                 NOT AT END
                    IF AM-CUSTOMER-ID NOT = CG-CUSTOMER-ID
                       MOVE 1 TO WS-AM-BROWSE-DONE
                    ELSE
                       PERFORM BROWSE-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       BROWSE-CUSTOMER-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * BROWSE-ONE-ACCOUNT: the account's work-file entries, one per
      * currency - totalled on the first pass, stated and marked on
      * the second
      *================================================================
       BROWSE-ONE-ACCOUNT SECTION.
           MOVE 0 TO WS-TS-BROWSE-DONE
           MOVE AM-ACCOUNT-ID TO TS-ACCOUNT-ID
           MOVE LOW-VALUES TO TS-CURRENCY
           START TAXSWRK-FILE KEY IS NOT LESS THAN TS-KEY
              INVALID KEY
                 MOVE 1 TO WS-TS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-TS-BROWSE-DONE = 1
              READ TAXSWRK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-TS-BROWSE-DONE
                 NOT AT END
                    IF TS-ACCOUNT-ID NOT = AM-ACCOUNT-ID
                       MOVE 1 TO WS-TS-BROWSE-DONE
                    ELSE
                       IF TS-INTEREST-MINOR NOT = 0
                          OR TS-WITHHELD-MINOR NOT = 0
                          IF WS-PASS-TOTALS
                             PERFORM ADD-CURRENCY-TOTAL
                          ELSE
                             PERFORM WRITE-STATEMENT-LINE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       BROWSE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * ADD-CURRENCY-TOTAL: the entry into its currency's total
      *================================================================
       ADD-CURRENCY-TOTAL SECTION.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
              IF WS-CT-CURRENCY(WS-CCY-IDX) = TS-CURRENCY
                 ADD TS-INTEREST-MINOR
                    TO WS-CT-INTEREST-MINOR(WS-CCY-IDX)
                 ADD TS-WITHHELD-MINOR
                    TO WS-CT-WITHHELD-MINOR(WS-CCY-IDX)
                 GO TO ADD-CURRENCY-TOTAL-EXIT
              END-IF
           END-PERFORM

           IF WS-CCY-COUNT NOT < WS-CCY-MAX
              MOVE 1 TO WS-CCY-OVERFLOW
              GO TO ADD-CURRENCY-TOTAL-EXIT
           END-IF

           ADD 1 TO WS-CCY-COUNT
           MOVE TS-CURRENCY TO WS-CT-CURRENCY(WS-CCY-COUNT)
           MOVE TS-INTEREST-MINOR TO WS-CT-INTEREST-MINOR(WS-CCY-COUNT)
           MOVE TS-WITHHELD-MINOR TO WS-CT-WITHHELD-MINOR(WS-CCY-COUNT).

       ADD-CURRENCY-TOTAL-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-TAX-STATUS: the customer's tax status from the
      * residencies in force on 31 December, as ACCRURUN resolves it
      * at each accrual
      * Output: WS-TAX-STATUS, WS-TAX-COUNTRY, WS-TAX-TIN,
      *         WS-TAX-TIN-STATUS
      *================================================================
       RESOLVE-TAX-STATUS SECTION.
           MOVE 0 TO WS-HOME-FOUND
           MOVE SPACES TO WS-HOME-TIN WS-HOME-TIN-STATUS
           MOVE SPACES TO WS-FOREIGN-COUNTRY
           MOVE SPACES TO WS-FOREIGN-TIN WS-FOREIGN-TIN-STATUS

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
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-HOME-FOUND = 1
                 MOVE WS-HOME-COUNTRY TO WS-TAX-COUNTRY
                 MOVE WS-HOME-TIN TO WS-TAX-TIN
                 MOVE WS-HOME-TIN-STATUS TO WS-TAX-TIN-STATUS
                 PERFORM CHECK-HOME-TIN
              WHEN WS-FOREIGN-COUNTRY NOT = SPACES
                 MOVE "N" TO WS-TAX-STATUS
                 MOVE WS-FOREIGN-COUNTRY TO WS-TAX-COUNTRY
                 MOVE WS-FOREIGN-TIN TO WS-TAX-TIN
                 MOVE WS-FOREIGN-TIN-STATUS TO WS-TAX-TIN-STATUS
              WHEN OTHER
                 MOVE "B" TO WS-TAX-STATUS
                 MOVE WS-HOME-COUNTRY TO WS-TAX-COUNTRY
                 MOVE SPACES TO WS-TAX-TIN
                 MOVE "N" TO WS-TAX-TIN-STATUS
           END-EVALUATE.

       RESOLVE-TAX-STATUS-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-RESIDENCY: note the home residency's TIN, or the
      * first residency abroad and its TIN
      *================================================================
       TAKE-ONE-RESIDENCY SECTION.
           IF TR-COUNTRY = WS-HOME-COUNTRY
              MOVE 1 TO WS-HOME-FOUND
              MOVE TR-TIN TO WS-HOME-TIN
              MOVE TR-TIN-STATUS TO WS-HOME-TIN-STATUS
           ELSE
              IF WS-FOREIGN-COUNTRY = SPACES
                 MOVE TR-COUNTRY TO WS-FOREIGN-COUNTRY
                 MOVE TR-TIN TO WS-FOREIGN-TIN
                 MOVE TR-TIN-STATUS TO WS-FOREIGN-TIN-STATUS
              END-IF
           END-IF.

       TAKE-ONE-RESIDENCY-EXIT.
           EXIT.

      *================================================================
      * CHECK-HOME-TIN: a home TIN VALIDATE-TAXID accepts - or one
      * for a registry it does not know, held unverified as TAXRMNT
      * holds it - makes the customer resident; no TIN, or one it
      * rejects, means backup withholding
      * Output: WS-TAX-STATUS
      *================================================================
       CHECK-HOME-TIN SECTION.
           MOVE "B" TO WS-TAX-STATUS
           IF WS-HOME-TIN-STATUS = "N" OR WS-HOME-TIN = SPACES
              GO TO CHECK-HOME-TIN-EXIT
           END-IF

           COMPUTE WS-TX-TIN-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(WS-HOME-TIN TRAILING))
           CALL "VALIDATE-TAXID" USING WS-HOME-COUNTRY WS-HOME-TIN
               WS-TX-TIN-LENGTH WS-TX-STATUS WS-TX-ERROR-MSG

           IF WS-TX-STATUS = 0
              OR WS-TX-ERROR-MSG = WS-TX-UNSUPPORTED-MSG
              MOVE "R" TO WS-TAX-STATUS
           END-IF.

       CHECK-HOME-TIN-EXIT.
           EXIT.

      *================================================================
      * BUILD-MASKED-TIN: the TIN as the statement shows it - all
      * but the last four characters starred, NONE when there is
      * none
      *================================================================
       BUILD-MASKED-TIN SECTION.
           MOVE SPACES TO WS-MASKED-TIN
           IF WS-TAX-TIN = SPACES
              MOVE "NONE" TO WS-MASKED-TIN
              GO TO BUILD-MASKED-TIN-EXIT
           END-IF

           COMPUTE WS-TIN-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(WS-TAX-TIN TRAILING))
           MOVE ALL "*" TO WS-MASKED-TIN(1:WS-TIN-LENGTH)
           IF WS-TIN-LENGTH > 4
              MOVE WS-TAX-TIN(WS-TIN-LENGTH - 3:4)
                 TO WS-MASKED-TIN(WS-TIN-LENGTH - 3:4)
           END-IF.

       BUILD-MASKED-TIN-EXIT.
           EXIT.

      *================================================================
      * WRITE-STATEMENT-HEADER: name, mailing block, tax status and
      * masked TIN, and the column heading
      *================================================================
       WRITE-STATEMENT-HEADER SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE TAXSOUT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "INTEREST TAX STATEMENT " WS-REPORT-YEAR " FOR "
              CG-CUSTOMER-NAME
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXSOUT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "CUSTOMER " CG-CUSTOMER-ID
              "  COUNTRY " CG-COUNTRY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXSOUT-RECORD FROM WS-HEADING-LINE

           CALL "FORMAT-ADDRESS" USING CG-ADDR-LINE-1
               CG-ADDR-LINE-2 CG-CITY CG-REGION
               CG-POSTAL-CODE CG-COUNTRY
               WS-ADDRESS-BLOCK WS-AB-LINE-COUNT
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-LINE-COUNT
              MOVE SPACES TO WS-HEADING-LINE
              MOVE WS-AB-LINE(WS-AB-IDX) TO WS-HL-TEXT
              WRITE TAXSOUT-RECORD FROM WS-HEADING-LINE
           END-PERFORM

           MOVE SPACES TO WS-HEADING-LINE
           STRING "TAX STATUS " WS-TAX-STATUS-TEXT
              "  TAX COUNTRY " WS-TAX-COUNTRY
              "  TIN " WS-MASKED-TIN
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXSOUT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  ACCOUNT       CCY         INTEREST PAID"
              "          TAX WITHHELD          NET INTEREST"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXSOUT-RECORD FROM WS-HEADING-LINE.

       WRITE-STATEMENT-HEADER-EXIT.
           EXIT.

      *================================================================
      * WRITE-STATEMENT-LINE: one account and currency on the
      * statement, and the work-file entry marked as stated
      *================================================================
       WRITE-STATEMENT-LINE SECTION.
           MOVE TS-CURRENCY TO WS-LINE-CURRENCY
           MOVE TS-INTEREST-MINOR TO WS-LINE-INTEREST
           MOVE TS-WITHHELD-MINOR TO WS-LINE-WITHHELD
           MOVE SPACES TO WS-STATEMENT-LINE
           MOVE AM-ACCOUNT-ID TO WS-SL-ACCOUNT-ID
           PERFORM WRITE-AMOUNT-LINE

           MOVE "Y" TO TS-STATED
           REWRITE TAXSWRK-RECORD
              INVALID KEY
                 ADD 1 TO WS-WORK-FAIL-COUNT
           END-REWRITE.

       WRITE-STATEMENT-LINE-EXIT.
           EXIT.

      *================================================================
      * STATE-ONE-CURRENCY: the statement's total for the currency at
      * WS-CCY-IDX, its filing detail record and its listing line
      *================================================================
       STATE-ONE-CURRENCY SECTION.
           MOVE WS-CT-CURRENCY(WS-CCY-IDX) TO WS-LINE-CURRENCY
           MOVE WS-CT-INTEREST-MINOR(WS-CCY-IDX) TO WS-LINE-INTEREST
           MOVE WS-CT-WITHHELD-MINOR(WS-CCY-IDX) TO WS-LINE-WITHHELD
           MOVE SPACES TO WS-STATEMENT-LINE
           MOVE "TOTAL" TO WS-SL-ACCOUNT-ID
           PERFORM WRITE-AMOUNT-LINE

           MOVE CG-CUSTOMER-ID TO WS-FD-CUSTOMER-ID
           MOVE CG-CUSTOMER-NAME TO WS-FD-NAME
           MOVE WS-TAX-TIN TO WS-FD-TIN
           MOVE WS-TAX-TIN-STATUS TO WS-FD-TIN-STATUS
           MOVE WS-TAX-COUNTRY TO WS-FD-RES-COUNTRY
           MOVE WS-TAX-STATUS TO WS-FD-TAX-STATUS
           MOVE WS-LINE-CURRENCY TO WS-FD-CURRENCY
           MOVE WS-LINE-INTEREST TO WS-FD-INTEREST-MINOR
           MOVE WS-LINE-WITHHELD TO WS-FD-WITHHELD-MINOR
           MOVE WS-FILE-DETAIL TO TAXFILE-RECORD
           PERFORM WRITE-TAXFILE-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-LINE-INTEREST TO WS-INTEREST-HASH
           ADD WS-LINE-WITHHELD TO WS-WITHHELD-HASH

           MOVE CG-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
           MOVE WS-TAX-STATUS TO WS-CL-TAX-STATUS
           MOVE WS-TAX-COUNTRY TO WS-CL-TAX-COUNTRY
           MOVE WS-LINE-CURRENCY TO WS-CL-CURRENCY
           MOVE WS-SL-INTEREST TO WS-CL-INTEREST
           MOVE WS-SL-WITHHELD TO WS-CL-WITHHELD
           MOVE SPACES TO WS-CL-NOTE
           IF WS-TAX-BACKUP
              IF WS-TAX-TIN = SPACES
                 MOVE "BACKUP - NO TIN" TO WS-CL-NOTE
              ELSE
                 MOVE "BACKUP - TIN INVALID" TO WS-CL-NOTE
              END-IF
           END-IF
           WRITE TAXSRPT-RECORD FROM WS-CONTROL-LINE.

       STATE-ONE-CURRENCY-EXIT.
           EXIT.

      *================================================================
      * WRITE-AMOUNT-LINE: WS-LINE- interest, tax and net into the
      * statement line and out to TAXSOUT
      *================================================================
       WRITE-AMOUNT-LINE SECTION.
           MOVE WS-LINE-CURRENCY TO WS-SL-CURRENCY
           MOVE WS-LINE-CURRENCY TO WS-DP-CURRENCY

           MOVE WS-LINE-INTEREST TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN) TO WS-SL-INTEREST

           MOVE WS-LINE-WITHHELD TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN) TO WS-SL-WITHHELD

           COMPUTE WS-AMT-MINOR = WS-LINE-INTEREST - WS-LINE-WITHHELD
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN) TO WS-SL-NET

           WRITE TAXSOUT-RECORD FROM WS-STATEMENT-LINE.

       WRITE-AMOUNT-LINE-EXIT.
           EXIT.

      *================================================================
      * LIST-UNSTATED-ENTRIES: work-file entries no statement took -
      * interest or tax on an account no CUSTGOOD customer holds
      *================================================================
       LIST-UNSTATED-ENTRIES SECTION.
           MOVE 0 TO WS-TS-BROWSE-DONE
           MOVE LOW-VALUES TO TS-KEY
           START TAXSWRK-FILE KEY IS NOT LESS THAN TS-KEY
              INVALID KEY
                 MOVE 1 TO WS-TS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-TS-BROWSE-DONE = 1
              READ TAXSWRK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-TS-BROWSE-DONE
                 NOT AT END
                    IF NOT TS-IS-STATED
                       AND (TS-INTEREST-MINOR NOT = 0
                          OR TS-WITHHELD-MINOR NOT = 0)
                       PERFORM LIST-ONE-UNSTATED
                    END-IF
              END-READ
           END-PERFORM.

       LIST-UNSTATED-ENTRIES-EXIT.
           EXIT.

      *================================================================
      * LIST-ONE-UNSTATED
      *================================================================
       LIST-ONE-UNSTATED SECTION.
           ADD 1 TO WS-UNSTATED-COUNT
           MOVE SPACES TO WS-CONTROL-LINE
           MOVE TS-ACCOUNT-ID TO WS-CL-CUSTOMER-ID
           MOVE TS-CURRENCY TO WS-CL-CURRENCY
           MOVE TS-CURRENCY TO WS-DP-CURRENCY
           MOVE TS-INTEREST-MINOR TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN) TO WS-CL-INTEREST
           MOVE TS-WITHHELD-MINOR TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN) TO WS-CL-WITHHELD
           MOVE "ACCOUNT NOT STATED" TO WS-CL-NOTE
           WRITE TAXSRPT-RECORD FROM WS-CONTROL-LINE.

       LIST-ONE-UNSTATED-EXIT.
           EXIT.

      *================================================================
      * BUILD-AMOUNT-TEXT: scale WS-AMT-MINOR into decimal text under
      * WS-DP-CURRENCY's GET-DECIMAL-PLACES answer, as TAXRPT does
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
      * WRITE-FILE-TRAILER: the filing's record counts and hash
      * totals, then the signature
      *================================================================
       WRITE-FILE-TRAILER SECTION.
           MOVE WS-DETAIL-COUNT TO WS-FT-DETAIL-COUNT
           MOVE WS-STATEMENTS-WRITTEN TO WS-FT-CUSTOMER-COUNT
           MOVE WS-INTEREST-HASH TO WS-FT-INTEREST-HASH
           MOVE WS-WITHHELD-HASH TO WS-FT-WITHHELD-HASH
           MOVE WS-FILE-TRAILER TO TAXFILE-RECORD
           PERFORM WRITE-TAXFILE-RECORD

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           IF WS-MAC-SIGNATURE-LEN > 0
              MOVE SPACES TO TAXFILE-RECORD
              MOVE "*M" TO TAXFILE-RECORD(1:2)
              MOVE WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN)
                 TO TAXFILE-RECORD(3:WS-MAC-SIGNATURE-LEN)
              WRITE TAXFILE-RECORD
           END-IF.

       WRITE-FILE-TRAILER-EXIT.
           EXIT.

      *================================================================
      * WRITE-TAXFILE-RECORD: write the filing record built in
      * TAXFILE-RECORD and fold it into the file's signature
      *================================================================
       WRITE-TAXFILE-RECORD SECTION.
           WRITE TAXFILE-RECORD
           MOVE TAXFILE-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-TAXFILE-RECORD-EXIT.
           EXIT.

      *================================================================
      * START-FILE-SIGNING: start the signature chain under the key
      * set up for TAXFILE - none set up leaves the filing unsigned,
      * a key that cannot be used fails the step with COND code 8
      *================================================================
       START-FILE-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "TAXSTMT: TAXFILE not signed - "
                    FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "TAXSTMT: TAXFILE CANNOT BE SIGNED - "
                    FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-FILE-SIGNING-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADING
      *================================================================
       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "TAXSTMT - INTEREST TAX STATEMENTS FOR "
              WS-REPORT-YEAR "  ENTITY " WS-ENTITY
              "  HOME JURISDICTION " WS-HOME-COUNTRY
              "  RUN " WS-TODAY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXSRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  CUSTOMER                             ST  CT  CCY"
              "         INTEREST PAID          TAX WITHHELD  NOTE"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXSRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS READ" TO WS-RPT-LABEL
           MOVE WS-POSTINGS-READ TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "INTEREST POSTINGS TAKEN" TO WS-RPT-LABEL
           MOVE WS-INTEREST-TAKEN TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WITHHOLDING POSTINGS TAKEN" TO WS-RPT-LABEL
           MOVE WS-WITHHOLDING-TAKEN TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ARCHIVED PERIODS" TO WS-RPT-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTOMERS READ" TO WS-RPT-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STATEMENTS WRITTEN" TO WS-RPT-LABEL
           MOVE WS-STATEMENTS-WRITTEN TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  RESIDENT" TO WS-RPT-LABEL
           MOVE WS-RESIDENT-COUNT TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  NON-RESIDENT" TO WS-RPT-LABEL
           MOVE WS-NON-RESIDENT-COUNT TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  BACKUP WITHHOLDING" TO WS-RPT-LABEL
           MOVE WS-BACKUP-COUNT TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FILING DETAIL RECORDS" TO WS-RPT-LABEL
           MOVE WS-DETAIL-COUNT TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ENTRIES NOT STATED" TO WS-RPT-LABEL
           MOVE WS-UNSTATED-COUNT TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CURRENCY TABLE OVERFLOWS" TO WS-RPT-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WORK FILE FAILURES" TO WS-RPT-LABEL
           MOVE WS-WORK-FAIL-COUNT TO WS-RPT-COUNT
           WRITE TAXSRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE TRANSACTION-FILE
           CLOSE TAXSWRK-FILE
           CLOSE CUSTGOOD-FILE
           CLOSE TAXRES-FILE
           CLOSE ACCTMAST-FILE
           CLOSE TAXSOUT-FILE
           CLOSE TAXFILE-FILE
           CLOSE TAXSRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM TAXSTMT.
