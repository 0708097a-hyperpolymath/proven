      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven DomFormat - NACHA and BACS Standard 18 domestic
      * clearing file builder for COBOL
      *

      *================================================================
      * PAYFMT builds the ISO 20022 file for every released
      * instruction paid to an IBAN, and leaves the domestic ones -
      * an ABA routing number or UK sort code in the beneficiary
      * field, the account number behind it - for the domestic
      * channel. This program is that channel, replacing the bank
      * portal they used to be keyed into. It reads the same
      * PAYHOLD release (PAYRELSD) as PAYFMT, in the same stream.
      *
      * Each domestic instruction is routed by its clearing code
      * and currency:
      *
      *   - a nine-digit ABA routing number paid in USD goes on the
      *     NACHA file: file header, one PPD/CCD batch per
      *     effective entry date (the execution date), an entry
      *     detail per payment - transaction code 22 to a checking
      *     account, 32 to savings ("/S" behind the account) - each
      *     batch control carrying its entry hash (the sum of the
      *     receiving banks' eight-digit routing numbers, last ten
      *     digits kept) and credit total, the file control summing
      *     the batches, and the file padded with all-nines records
      *     to a whole number of ten-record blocks;
      *   - a sort code paid in GBP goes on the BACS Standard 18
      *     file, multi-processing-day: VOL1, HDR1, HDR2 and UHL1
      *     labels, a credit (transaction code 99) per payment with
      *     its processing day, a contra debiting our own account
      *     for each day's credits, then EOF1, EOF2 and the UTL1
      *     user trailer with the debit and credit values and
      *     counts.
      *
      * Originator details - the NACHA immediate destination and
      * origin, company name and ID, originating bank and SEC code,
      * the BACS service user number, our sort code, account and
      * user name - come from the one-line DOMCARD control file. A
      * scheme the card leaves blank builds no file, and its
      * payments are listed as exceptions.
      *
      * A domestic instruction that cannot go on either file - no
      * account number behind the code, a currency other than its
      * scheme's, an amount not positive or too large for the
      * record, no originator for its scheme - is listed on
      * DOMFRPT for the portal and sets COND code 4.
      *
      * The payments are laid onto the DOMWRK work KSDS keyed by
      * scheme, execution date and payment ID, and read back in
      * that order, so each NACHA batch and each BACS contra covers
      * one day. DOMFRPT closes by reconciling each scheme's file
      * back to the release: the count and amount of domestic
      * payments released must equal what went on the file plus
      * what was listed as an exception. A scheme that does not
      * reconcile - a payment lost between the release and the
      * file - sets COND code 8, and the file must not be sent.
      *
      * Before any of it, the release is held against the handoff
      * PAYHOLD registered for the business date (HANDOFF-VERIFY,
      * see PROVEN-HANDOFF.cob, with the HANDOFF DD pointed at the
      * same PAYRELSD dataset): a count or currency amount total
      * that does not come back exactly, or a release nobody
      * registered, ends the step with COND code 8 and no file.
      *
      * Each domestic instruction's outcome is entered on the
      * PAYEVNT payment event log (PAY-EVENT-WRITE, see
      * PROVEN-PAY-EVENT.cob): SENT with its NACHA trace number or
      * its BACS processing day, NOTSENT with the exception that
      * kept it off the file.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMFMT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYGOOD-FILE ASSIGN TO "PAYGOOD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PG-FILE-STATUS.

           SELECT DOMCARD-FILE ASSIGN TO "DOMCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT DOMWRK-FILE ASSIGN TO "DOMWRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WK-KEY
              FILE STATUS IS WS-WK-FILE-STATUS.

           SELECT NACHAOUT-FILE ASSIGN TO "NACHAOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NA-FILE-STATUS.

           SELECT BACSOUT-FILE ASSIGN TO "BACSOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BA-FILE-STATUS.

           SELECT DOMFRPT-FILE ASSIGN TO "DOMFRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Released instructions in the 332-byte layout PAYVALD
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

      * Originator details for both schemes - one card
       FD  DOMCARD-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  DOMCARD-RECORD.
           05 DC-ACH-DEST-ROUTING       PIC X(9).
           05 DC-ACH-DEST-NAME          PIC X(23).
           05 DC-ACH-ORIGIN-ID          PIC X(10).
           05 DC-ACH-ORIGIN-NAME        PIC X(23).
           05 DC-ACH-COMPANY-NAME       PIC X(16).
           05 DC-ACH-COMPANY-ID         PIC X(10).
           05 DC-ACH-ODFI               PIC X(8).
           05 DC-ACH-SEC-CODE           PIC X(3).
           05 DC-ACH-ENTRY-DESC         PIC X(10).
           05 DC-BACS-SUN               PIC X(6).
           05 DC-BACS-SORT-CODE         PIC X(6).
           05 DC-BACS-ACCOUNT           PIC X(8).
           05 DC-BACS-USER-NAME         PIC X(18).

      * Payments taken onto this run's files, in the order the
      * files carry them - a work KSDS, emptied when the run opens
      * it
       FD  DOMWRK-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  DOMWRK-RECORD.
           05 WK-KEY.
              10 WK-SCHEME              PIC X(1).
                 88 WK-IS-BACS          VALUE "B".
                 88 WK-IS-NACHA         VALUE "N".
              10 WK-EXEC-DATE           PIC 9(8).
              10 WK-PAYMENT-ID          PIC X(12).
           05 WK-CURRENCY               PIC X(3).
           05 WK-AMOUNT-MINOR           PIC 9(15).
           05 WK-CLEARING-CODE          PIC X(9).
           05 WK-ACCOUNT                PIC X(17).
           05 WK-ACCOUNT-TYPE           PIC X(1).
              88 WK-IS-SAVINGS          VALUE "S".
           05 WK-BENEF-NAME             PIC X(70).
           05 FILLER                    PIC X(4).

       FD  NACHAOUT-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  NACHAOUT-RECORD              PIC X(94).

       FD  BACSOUT-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01  BACSOUT-RECORD               PIC X(106).

       FD  DOMFRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DOMFRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-PG-FILE-STATUS            PIC X(2).
       01 WS-DC-FILE-STATUS            PIC X(2).
       01 WS-WK-FILE-STATUS            PIC X(2).
       01 WS-NA-FILE-STATUS            PIC X(2).
       01 WS-BA-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-PG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PG-EOF              VALUE 1.
       01 WS-WK-EOF                    PIC 9 VALUE 0.
          88 WS-AT-WK-EOF              VALUE 1.

      * Control counts
       01 WS-TOTAL-READ                PIC 9(8) VALUE 0.
       01 WS-ISO-COUNT                 PIC 9(8) VALUE 0.
       01 WS-EXCEPTION-COUNT           PIC 9(8) VALUE 0.
       01 WS-WORK-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-UNRECONCILED-COUNT        PIC 9(2) VALUE 0.

      * Which schemes the control card lets us originate
       01 WS-NACHA-READY               PIC 9 VALUE 0.
       01 WS-BACS-READY                PIC 9 VALUE 0.
       01 WS-SEC-CODE                  PIC X(3).
       01 WS-ENTRY-DESC                PIC X(10).

      * The instruction in hand: its scheme, clearing code and
      * account, split from the beneficiary field
       01 WS-SCHEME                    PIC X(1).
       01 WS-SCHEME-IDX                PIC 9.
       01 WS-BENEF-TRIMMED-LEN         PIC 9(2).
       01 WS-CODE-LEN                  PIC 9(2).
       01 WS-ALL-DIGITS                PIC 9.
       01 WS-SCAN-IDX                  PIC 9(2).
       01 WS-CLEARING-CODE             PIC X(9).
       01 WS-CODE-DIGITS               PIC 9(2).
       01 WS-ACCOUNT                   PIC X(17).
       01 WS-ACCOUNT-LEN               PIC 9(2).
       01 WS-ACCOUNT-TYPE              PIC X(1).
       01 WS-EXCEPTION-NOTE            PIC X(40).

      * Reconciliation per scheme (1 NACHA, 2 BACS): released from
      * PAYRELSD, put on the file, listed as exceptions
       01 WS-RECON-TABLE.
          05 WS-RECON-ENTRY OCCURS 2 TIMES.
             10 RC-SCHEME-NAME         PIC X(8).
             10 RC-RELEASED-COUNT      PIC 9(8).
             10 RC-RELEASED-MINOR      PIC S9(17) COMP-3.
             10 RC-FILE-COUNT          PIC 9(8).
             10 RC-FILE-MINOR          PIC S9(17) COMP-3.
             10 RC-EXCEPTION-COUNT     PIC 9(8).
             10 RC-EXCEPTION-MINOR     PIC S9(17) COMP-3.
       01 WS-RECON-IDX                 PIC 9.
       01 WS-RECON-DIFF-COUNT          PIC S9(8).
       01 WS-RECON-DIFF-MINOR          PIC S9(17) COMP-3.

      * The run clock and the dates the files carry
       01 WS-NOW-STAMP                 PIC X(14).
       01 WS-TODAY                     PIC 9(8).
       01 WS-YYMMDD                    PIC X(6).
       01 WS-JULIAN-FROM               PIC 9(8).
       01 WS-JULIAN-FROM-PARTS REDEFINES WS-JULIAN-FROM.
          05 WS-JULIAN-FROM-YEAR       PIC 9(4).
          05 FILLER                    PIC 9(4).
       01 WS-JULIAN-DATE               PIC X(6).
       01 WS-JULIAN-DAY                PIC 9(3).
       01 WS-JULIAN-YEAR-START         PIC 9(8).

      * NACHA file state
       01 WS-NACHA-OPEN                PIC 9 VALUE 0.
       01 WS-BATCH-OPEN                PIC 9 VALUE 0.
       01 WS-BATCH-DATE                PIC 9(8).
       01 WS-BATCH-NUMBER              PIC 9(7) VALUE 0.
       01 WS-TRACE-SEQ                 PIC 9(7) VALUE 0.
       01 WS-BATCH-ENTRY-COUNT         PIC 9(6).
       01 WS-BATCH-HASH                PIC 9(15).
       01 WS-BATCH-CREDIT              PIC 9(12).
       01 WS-FILE-ENTRY-COUNT          PIC 9(8) VALUE 0.
       01 WS-FILE-HASH                 PIC 9(15) VALUE 0.
       01 WS-FILE-CREDIT               PIC 9(12) VALUE 0.
       01 WS-NACHA-RECORDS             PIC 9(8) VALUE 0.
       01 WS-NACHA-BLOCKS              PIC 9(6).
       01 WS-HASH-10                   PIC 9(10).
       01 WS-RDFI                      PIC 9(8).

      * BACS file state
       01 WS-BACS-OPEN                 PIC 9 VALUE 0.
       01 WS-DAY-OPEN                  PIC 9 VALUE 0.
       01 WS-DAY-DATE                  PIC 9(8).
       01 WS-DAY-CREDIT                PIC 9(11).
       01 WS-BACS-CREDIT-COUNT         PIC 9(7) VALUE 0.
       01 WS-BACS-CREDIT-VALUE         PIC 9(13) VALUE 0.
       01 WS-BACS-DEBIT-COUNT          PIC 9(7) VALUE 0.
       01 WS-BACS-DEBIT-VALUE          PIC 9(13) VALUE 0.
       01 WS-VOLUME-SERIAL             PIC X(6).
       01 WS-BACS-NAME                 PIC X(18).
       01 WS-BACS-TEXT                 PIC X(18).
       01 WS-BACS-CHAR                 PIC X(1).
       01 WS-BACS-IDX                  PIC 9(2).

      * NACHA record layouts - 94 bytes each
       01 WS-ACH-FILE-HEADER.
          05 FILLER                    PIC X(1) VALUE "1".
          05 FILLER                    PIC X(2) VALUE "01".
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 AFH-DEST-ROUTING          PIC X(9).
          05 AFH-ORIGIN-ID             PIC X(10).
          05 AFH-CREATION-DATE         PIC X(6).
          05 AFH-CREATION-TIME         PIC X(4).
          05 FILLER                    PIC X(1) VALUE "A".
          05 FILLER                    PIC X(3) VALUE "094".
          05 FILLER                    PIC X(2) VALUE "10".
          05 FILLER                    PIC X(1) VALUE "1".
          05 AFH-DEST-NAME             PIC X(23).
          05 AFH-ORIGIN-NAME           PIC X(23).
          05 FILLER                    PIC X(8) VALUE SPACES.

       01 WS-ACH-BATCH-HEADER.
          05 FILLER                    PIC X(1) VALUE "5".
          05 FILLER                    PIC X(3) VALUE "220".
          05 ABH-COMPANY-NAME          PIC X(16).
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 ABH-COMPANY-ID            PIC X(10).
          05 ABH-SEC-CODE              PIC X(3).
          05 ABH-ENTRY-DESC            PIC X(10).
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 ABH-EFFECTIVE-DATE        PIC X(6).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(1) VALUE "1".
          05 ABH-ODFI                  PIC X(8).
          05 ABH-BATCH-NUMBER          PIC 9(7).

       01 WS-ACH-ENTRY-DETAIL.
          05 FILLER                    PIC X(1) VALUE "6".
          05 AED-TRANSACTION-CODE      PIC X(2).
          05 AED-RDFI                  PIC X(8).
          05 AED-CHECK-DIGIT           PIC X(1).
          05 AED-ACCOUNT               PIC X(17).
          05 AED-AMOUNT                PIC 9(10).
          05 AED-INDIVIDUAL-ID         PIC X(15).
          05 AED-INDIVIDUAL-NAME       PIC X(22).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(1) VALUE "0".
          05 AED-TRACE-ODFI            PIC X(8).
          05 AED-TRACE-SEQ             PIC 9(7).

       01 WS-ACH-BATCH-CONTROL.
          05 FILLER                    PIC X(1) VALUE "8".
          05 FILLER                    PIC X(3) VALUE "220".
          05 ABC-ENTRY-COUNT           PIC 9(6).
          05 ABC-ENTRY-HASH            PIC 9(10).
          05 ABC-DEBIT-TOTAL           PIC 9(12).
          05 ABC-CREDIT-TOTAL          PIC 9(12).
          05 ABC-COMPANY-ID            PIC X(10).
          05 FILLER                    PIC X(19) VALUE SPACES.
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 ABC-ODFI                  PIC X(8).
          05 ABC-BATCH-NUMBER          PIC 9(7).

       01 WS-ACH-FILE-CONTROL.
          05 FILLER                    PIC X(1) VALUE "9".
          05 AFC-BATCH-COUNT           PIC 9(6).
          05 AFC-BLOCK-COUNT           PIC 9(6).
          05 AFC-ENTRY-COUNT           PIC 9(8).
          05 AFC-ENTRY-HASH            PIC 9(10).
          05 AFC-DEBIT-TOTAL           PIC 9(12).
          05 AFC-CREDIT-TOTAL          PIC 9(12).
          05 FILLER                    PIC X(39) VALUE SPACES.

      * BACS Standard 18 record layouts - 80-byte labels and
      * 106-byte multi-day data records
       01 WS-BACS-VOL1.
          05 FILLER                    PIC X(4) VALUE "VOL1".
          05 BV1-SERIAL                PIC X(6).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 FILLER                    PIC X(26) VALUE SPACES.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 BV1-SUN                   PIC X(6).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 FILLER                    PIC X(28) VALUE SPACES.
          05 FILLER                    PIC X(1) VALUE "1".

       01 WS-BACS-HDR1.
          05 BH1-LABEL                 PIC X(4).
          05 BH1-FILE-ID.
             10 FILLER                 PIC X(1) VALUE "A".
             10 BH1-SUN-1              PIC X(6).
             10 FILLER                 PIC X(1) VALUE "S".
             10 FILLER                 PIC X(2) VALUE SPACES.
             10 BH1-SUN-2              PIC X(6).
             10 FILLER                 PIC X(1) VALUE SPACE.
          05 BH1-FILE-SET-ID           PIC X(6).
          05 FILLER                    PIC X(4) VALUE "0001".
          05 FILLER                    PIC X(4) VALUE "0001".
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 BH1-CREATION-DATE         PIC X(6).
          05 BH1-EXPIRATION-DATE       PIC X(6).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 FILLER                    PIC X(6) VALUE "000000".
          05 FILLER                    PIC X(13) VALUE SPACES.
          05 FILLER                    PIC X(7) VALUE SPACES.

       01 WS-BACS-HDR2.
          05 BH2-LABEL                 PIC X(4).
          05 FILLER                    PIC X(1) VALUE "F".
          05 FILLER                    PIC X(5) VALUE "02000".
          05 FILLER                    PIC X(5) VALUE "00106".
          05 FILLER                    PIC X(35) VALUE SPACES.
          05 FILLER                    PIC X(2) VALUE "00".
          05 FILLER                    PIC X(28) VALUE SPACES.

       01 WS-BACS-UHL1.
          05 FILLER                    PIC X(4) VALUE "UHL1".
          05 BU1-PROCESSING-DATE       PIC X(6).
          05 FILLER                    PIC X(10) VALUE "999999".
          05 FILLER                    PIC X(2) VALUE "00".
          05 FILLER                    PIC X(6) VALUE "000000".
          05 FILLER                    PIC X(9) VALUE "4 MULTI".
          05 FILLER                    PIC X(3) VALUE "001".
          05 FILLER                    PIC X(7) VALUE SPACES.
          05 FILLER                    PIC X(7) VALUE SPACES.
          05 FILLER                    PIC X(26) VALUE SPACES.

       01 WS-BACS-DATA.
          05 BD-DEST-SORT-CODE         PIC X(6).
          05 BD-DEST-ACCOUNT           PIC X(8).
          05 FILLER                    PIC X(1) VALUE "0".
          05 BD-TRANSACTION-CODE       PIC X(2).
          05 BD-ORIG-SORT-CODE         PIC X(6).
          05 BD-ORIG-ACCOUNT           PIC X(8).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 BD-AMOUNT                 PIC 9(11).
          05 BD-USER-NAME              PIC X(18).
          05 BD-USER-REFERENCE         PIC X(18).
          05 BD-DEST-NAME              PIC X(18).
          05 BD-PROCESSING-DATE        PIC X(6).

       01 WS-BACS-UTL1.
          05 FILLER                    PIC X(4) VALUE "UTL1".
          05 BT1-DEBIT-VALUE           PIC 9(13).
          05 BT1-CREDIT-VALUE          PIC 9(13).
          05 BT1-DEBIT-COUNT           PIC 9(7).
          05 BT1-CREDIT-COUNT          PIC 9(7).
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 FILLER                    PIC X(28) VALUE SPACES.

      * FORMAT-MONEY call fields (see SAFE-CURRENCY.cob)
       01 WS-FM-AMOUNT                 PIC S9(18) COMP-3.
       01 WS-FM-CURRENCY               PIC X(3).
       01 WS-FM-USE-SEP                PIC 9 VALUE 1.
       01 WS-FM-OUTPUT                 PIC X(30).
       01 WS-FM-OUTPUT-LEN             PIC 9(4).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DT-PAYMENT-ID          PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-DT-BENEF               PIC X(34).
          05 FILLER                    PIC X(2).
          05 WS-DT-AMOUNT              PIC X(30).
          05 FILLER                    PIC X(2).
          05 WS-DT-NOTE                PIC X(40).
          05 FILLER                    PIC X(8).

       01 WS-RECON-LINE.
          05 FILLER                    PIC X(2).
          05 WS-RL-SCHEME              PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-RL-WHAT                PIC X(12).
          05 WS-RL-COUNT               PIC -ZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-RL-AMOUNT              PIC X(30).
          05 FILLER                    PIC X(2).
          05 WS-RL-NOTE                PIC X(30).
          05 FILLER                    PIC X(33).

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
       01 WS-PE-PAYMENT-ID             PIC X(12).
       01 WS-PE-CURRENCY               PIC X(3).
       01 WS-PE-AMOUNT                 PIC S9(15)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-SOURCE                 PIC X(8) VALUE "DOMFMT".
       01 WS-PE-ACTOR                  PIC X(8) VALUE SPACES.
       01 WS-PE-REFERENCE              PIC X(35).
       01 WS-PE-DETAIL                 PIC X(60).
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-ERROR-MSG              PIC X(50).
       01 WS-PE-FAIL-COUNT             PIC 9(6) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

      * HANDOFF-VERIFY call fields (see PROVEN-HANDOFF.cob) -
      * the currency and leading-sign amount where the 332-byte
      * instruction layout carries them; the HANDOFF DD points at
      * the same PAYRELSD dataset as PAYGOOD
       01 WS-HO-DATASET                PIC X(8) VALUE "PAYRELSD".
       01 WS-HO-JOB-NAME               PIC X(8) VALUE "DOMFMT".
       01 WS-HO-CCY-POS                PIC 9(4) VALUE 58.
       01 WS-HO-AMT-POS                PIC 9(4) VALUE 61.
       01 WS-HO-AMT-LEN                PIC 9(2) VALUE 16.
       01 WS-HO-RECORD-COUNT           PIC 9(8).
       01 WS-HO-STATUS                 PIC S9(4) COMP.
       01 WS-HO-MSG                    PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: take each domestic instruction onto the work
      * file, then write the BACS and NACHA files from it in
      * scheme and date order, then reconcile both to the release
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM VERIFY-PAYRELSD-HANDOFF
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           PERFORM READ-ORIGINATOR-CARD
           PERFORM WRITE-REPORT-HEADINGS

           INITIALIZE WS-RECON-TABLE
           MOVE "NACHA" TO RC-SCHEME-NAME(1)
           MOVE "BACS" TO RC-SCHEME-NAME(2)

           PERFORM UNTIL WS-AT-PG-EOF
              READ PAYGOOD-FILE
                 AT END
                    MOVE 1 TO WS-PG-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-INSTRUCTION
              END-READ
           END-PERFORM

           MOVE LOW-VALUES TO WK-KEY
           START DOMWRK-FILE KEY IS NOT LESS THAN WK-KEY
              INVALID KEY
                 MOVE 1 TO WS-WK-EOF
           END-START

           PERFORM UNTIL WS-AT-WK-EOF
              READ DOMWRK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-WK-EOF
                 NOT AT END
                    IF WK-IS-BACS
                       PERFORM WRITE-BACS-CREDIT
                    ELSE
                       PERFORM WRITE-NACHA-ENTRY
                    END-IF
              END-READ
           END-PERFORM

           IF WS-BACS-OPEN = 1
              PERFORM CLOSE-BACS-FILE
           END-IF
           IF WS-NACHA-OPEN = 1
              PERFORM CLOSE-NACHA-FILE
           END-IF

           PERFORM WRITE-RECONCILIATION
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "DOMFMT: " WS-TOTAL-READ " instruction(s), "
              RC-FILE-COUNT(1) " NACHA, " RC-FILE-COUNT(2)
              " BACS, " WS-EXCEPTION-COUNT " exception(s), "
              WS-ISO-COUNT " left for PAYFMT"

           EVALUATE TRUE
              WHEN WS-UNRECONCILED-COUNT > 0
                   OR WS-WORK-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-EXCEPTION-COUNT > 0
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
      * VERIFY-PAYRELSD-HANDOFF: PAYRELSD read back against PAYHOLD's
      * registered handoff before any file is built
      *================================================================
       VERIFY-PAYRELSD-HANDOFF SECTION.
           CALL "HANDOFF-VERIFY" USING WS-HO-DATASET WS-HO-JOB-NAME
               WS-HO-CCY-POS WS-HO-AMT-POS WS-HO-AMT-LEN
               WS-HO-RECORD-COUNT WS-HO-STATUS WS-HO-MSG

           IF WS-HO-STATUS NOT = 0
              DISPLAY "DOMFMT: PAYRELSD handoff not proven - "
                 FUNCTION TRIM(WS-HO-MSG)
              CALL "STATUS-TO-RC" USING WS-HO-STATUS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "DOMFMT: PAYRELSD handoff balances, "
              WS-HO-RECORD-COUNT " record(s)".

       VERIFY-PAYRELSD-HANDOFF-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened; the work KSDS is emptied by opening it for output
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT PAYGOOD-FILE
           IF WS-PG-FILE-STATUS NOT = "00"
              DISPLAY "DOMFMT: cannot open PAYGOOD, status="
                 WS-PG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT DOMCARD-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
              DISPLAY "DOMFMT: cannot open DOMCARD, status="
                 WS-DC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT DOMWRK-FILE
           IF WS-WK-FILE-STATUS = "00"
              CLOSE DOMWRK-FILE
              OPEN I-O DOMWRK-FILE
           END-IF
           IF WS-WK-FILE-STATUS NOT = "00"
              DISPLAY "DOMFMT: cannot open DOMWRK, status="
                 WS-WK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NACHAOUT-FILE
           IF WS-NA-FILE-STATUS NOT = "00"
              DISPLAY "DOMFMT: cannot open NACHAOUT, status="
                 WS-NA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT BACSOUT-FILE
           IF WS-BA-FILE-STATUS NOT = "00"
              DISPLAY "DOMFMT: cannot open BACSOUT, status="
                 WS-BA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT DOMFRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "DOMFMT: cannot open DOMFRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * READ-ORIGINATOR-CARD: a scheme is ready when the card gives
      * everything its file header and batches need; the SEC code
      * defaults to CCD (corporate) and the entry description to
      * PAYMENT
      *================================================================
       READ-ORIGINATOR-CARD SECTION.
           READ DOMCARD-FILE
              AT END
                 MOVE SPACES TO DOMCARD-RECORD
           END-READ

           IF DC-ACH-DEST-ROUTING IS NUMERIC
              AND DC-ACH-ORIGIN-ID NOT = SPACES
              AND DC-ACH-COMPANY-NAME NOT = SPACES
              AND DC-ACH-COMPANY-ID NOT = SPACES
              AND DC-ACH-ODFI IS NUMERIC
              MOVE 1 TO WS-NACHA-READY
           END-IF
           MOVE FUNCTION UPPER-CASE(DC-ACH-SEC-CODE) TO WS-SEC-CODE
           IF WS-SEC-CODE NOT = "PPD"
              MOVE "CCD" TO WS-SEC-CODE
           END-IF
           MOVE DC-ACH-ENTRY-DESC TO WS-ENTRY-DESC
           IF WS-ENTRY-DESC = SPACES
              MOVE "PAYMENT" TO WS-ENTRY-DESC
           END-IF

           IF DC-BACS-SUN NOT = SPACES
              AND DC-BACS-SORT-CODE IS NUMERIC
              AND DC-BACS-ACCOUNT IS NUMERIC
              AND DC-BACS-USER-NAME NOT = SPACES
              MOVE 1 TO WS-BACS-READY
           END-IF

           IF WS-NACHA-READY = 0
              DISPLAY "DOMFMT: DOMCARD gives no NACHA originator - "
                 "ABA payments will be listed, not sent"
           END-IF
           IF WS-BACS-READY = 0
              DISPLAY "DOMFMT: DOMCARD gives no BACS originator - "
                 "sort-code payments will be listed, not sent"
           END-IF.

       READ-ORIGINATOR-CARD-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "DOMFMT CONTROL REPORT - NACHA AND BACS FILES"
              TO WS-HL-TEXT
           WRITE DOMFRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "DOMESTIC PAYMENTS NOT SENT - FOR THE PORTAL"
              TO WS-HL-TEXT
           WRITE DOMFRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-INSTRUCTION: count every released instruction,
      * leave the IBAN ones to PAYFMT, and put each domestic one on
      * the work file or the exception list
      *================================================================
       TAKE-ONE-INSTRUCTION SECTION.
           ADD 1 TO WS-TOTAL-READ

           PERFORM SPLIT-DOMESTIC-BENEF
           IF WS-SCHEME = SPACE
              ADD 1 TO WS-ISO-COUNT
              GO TO TAKE-ONE-INSTRUCTION-EXIT
           END-IF

           IF WS-SCHEME = "N"
              MOVE 1 TO WS-SCHEME-IDX
           ELSE
              MOVE 2 TO WS-SCHEME-IDX
           END-IF
           ADD 1 TO RC-RELEASED-COUNT(WS-SCHEME-IDX)
           ADD PY-AMOUNT-MINOR TO RC-RELEASED-MINOR(WS-SCHEME-IDX)

           MOVE SPACES TO WS-EXCEPTION-NOTE
           EVALUATE TRUE
              WHEN WS-ACCOUNT-LEN = 0
                 MOVE "NO ACCOUNT NUMBER BEHIND CLEARING CODE"
                    TO WS-EXCEPTION-NOTE
              WHEN WS-SCHEME = "N" AND PY-CURRENCY NOT = "USD"
                 MOVE "NACHA CARRIES USD ONLY" TO WS-EXCEPTION-NOTE
              WHEN WS-SCHEME = "B" AND PY-CURRENCY NOT = "GBP"
                 MOVE "BACS CARRIES GBP ONLY" TO WS-EXCEPTION-NOTE
              WHEN PY-AMOUNT-MINOR <= 0
                 MOVE "AMOUNT NOT POSITIVE" TO WS-EXCEPTION-NOTE
              WHEN WS-SCHEME = "N"
                   AND PY-AMOUNT-MINOR > 9999999999
                 MOVE "AMOUNT TOO LARGE FOR NACHA ENTRY"
                    TO WS-EXCEPTION-NOTE
              WHEN WS-SCHEME = "B"
                   AND PY-AMOUNT-MINOR > 99999999999
                 MOVE "AMOUNT TOO LARGE FOR BACS RECORD"
                    TO WS-EXCEPTION-NOTE
              WHEN WS-SCHEME = "N" AND WS-NACHA-READY = 0
                 MOVE "NO NACHA ORIGINATOR ON DOMCARD"
                    TO WS-EXCEPTION-NOTE
              WHEN WS-SCHEME = "B" AND WS-BACS-READY = 0
                 MOVE "NO BACS ORIGINATOR ON DOMCARD"
                    TO WS-EXCEPTION-NOTE
           END-EVALUATE
           IF WS-EXCEPTION-NOTE NOT = SPACES
              PERFORM LIST-EXCEPTION
              GO TO TAKE-ONE-INSTRUCTION-EXIT
           END-IF

           MOVE SPACES TO DOMWRK-RECORD
           MOVE WS-SCHEME TO WK-SCHEME
           MOVE PY-EXEC-DATE TO WK-EXEC-DATE
           IF WK-EXEC-DATE = 0
              MOVE WS-TODAY TO WK-EXEC-DATE
           END-IF
           MOVE PY-PAYMENT-ID TO WK-PAYMENT-ID
           MOVE PY-CURRENCY TO WK-CURRENCY
           MOVE PY-AMOUNT-MINOR TO WK-AMOUNT-MINOR
           MOVE WS-CLEARING-CODE TO WK-CLEARING-CODE
           MOVE WS-ACCOUNT TO WK-ACCOUNT
           MOVE WS-ACCOUNT-TYPE TO WK-ACCOUNT-TYPE
           MOVE PY-BENEF-NAME TO WK-BENEF-NAME
           WRITE DOMWRK-RECORD
              INVALID KEY
                 ADD 1 TO WS-WORK-FAIL-COUNT
                 DISPLAY "DOMFMT: work write failed for "
                    PY-PAYMENT-ID ", status=" WS-WK-FILE-STATUS
           END-WRITE.

       TAKE-ONE-INSTRUCTION-EXIT.
           EXIT.

      *================================================================
      * SPLIT-DOMESTIC-BENEF: the digit test PAYVALD's
      * CHECK-DOMESTIC-CLEARING makes, and the beneficiary field
      * taken apart - clearing code (hyphens dropped), account
      * number, account type (C checking unless "/S")
      * Output: WS-SCHEME (N NACHA, B BACS, space not domestic),
      *         WS-CLEARING-CODE, WS-ACCOUNT, WS-ACCOUNT-LEN,
      *         WS-ACCOUNT-TYPE
      *================================================================
       SPLIT-DOMESTIC-BENEF SECTION.
           MOVE SPACE TO WS-SCHEME
           MOVE SPACES TO WS-CLEARING-CODE
           MOVE SPACES TO WS-ACCOUNT
           MOVE 0 TO WS-ACCOUNT-LEN
           MOVE "C" TO WS-ACCOUNT-TYPE
           COMPUTE WS-BENEF-TRIMMED-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(PY-BENEF-IBAN TRAILING))
           IF WS-BENEF-TRIMMED-LEN = 0
              GO TO SPLIT-DOMESTIC-BENEF-EXIT
           END-IF

           MOVE WS-BENEF-TRIMMED-LEN TO WS-CODE-LEN
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-BENEF-TRIMMED-LEN
              IF PY-BENEF-IBAN(WS-SCAN-IDX:1) = "/"
                 COMPUTE WS-CODE-LEN = WS-SCAN-IDX - 1
                 MOVE WS-BENEF-TRIMMED-LEN TO WS-SCAN-IDX
              END-IF
           END-PERFORM
           IF WS-CODE-LEN = 0
              GO TO SPLIT-DOMESTIC-BENEF-EXIT
           END-IF

           MOVE 1 TO WS-ALL-DIGITS
           MOVE 0 TO WS-CODE-DIGITS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CODE-LEN
                      OR WS-ALL-DIGITS = 0
              EVALUATE TRUE
                 WHEN PY-BENEF-IBAN(WS-SCAN-IDX:1) >= "0"
                      AND PY-BENEF-IBAN(WS-SCAN-IDX:1) <= "9"
                    IF WS-CODE-DIGITS < 9
                       ADD 1 TO WS-CODE-DIGITS
                       MOVE PY-BENEF-IBAN(WS-SCAN-IDX:1)
                          TO WS-CLEARING-CODE(WS-CODE-DIGITS:1)
                    END-IF
                 WHEN PY-BENEF-IBAN(WS-SCAN-IDX:1) = "-"
                    CONTINUE
                 WHEN OTHER
                    MOVE 0 TO WS-ALL-DIGITS
              END-EVALUATE
           END-PERFORM
           IF WS-ALL-DIGITS = 0
              GO TO SPLIT-DOMESTIC-BENEF-EXIT
           END-IF

      *    PAYVALD has already held the code to its scheme's rules;
      *    only the two it accepts can reach here
           IF WS-CODE-LEN = 9
              MOVE "N" TO WS-SCHEME
           ELSE
              MOVE "B" TO WS-SCHEME
           END-IF

           PERFORM VARYING WS-SCAN-IDX FROM WS-CODE-LEN BY 1
                   UNTIL WS-SCAN-IDX >= WS-BENEF-TRIMMED-LEN
              EVALUATE TRUE
                 WHEN PY-BENEF-IBAN(WS-SCAN-IDX + 1:1) = "/"
                    IF WS-SCAN-IDX > WS-CODE-LEN
                       AND WS-SCAN-IDX + 1 < WS-BENEF-TRIMMED-LEN
                       AND PY-BENEF-IBAN(WS-SCAN-IDX + 2:1) = "S"
                       MOVE "S" TO WS-ACCOUNT-TYPE
                    END-IF
                    IF WS-SCAN-IDX > WS-CODE-LEN
                       MOVE WS-BENEF-TRIMMED-LEN TO WS-SCAN-IDX
                    END-IF
                 WHEN WS-ACCOUNT-LEN < 17
                    ADD 1 TO WS-ACCOUNT-LEN
                    MOVE PY-BENEF-IBAN(WS-SCAN-IDX + 1:1)
                       TO WS-ACCOUNT(WS-ACCOUNT-LEN:1)
              END-EVALUATE
           END-PERFORM.

       SPLIT-DOMESTIC-BENEF-EXIT.
           EXIT.

      *================================================================
      * LIST-EXCEPTION: a domestic payment neither file can carry
      *================================================================
       LIST-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO RC-EXCEPTION-COUNT(WS-SCHEME-IDX)
           ADD PY-AMOUNT-MINOR TO RC-EXCEPTION-MINOR(WS-SCHEME-IDX)

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PY-PAYMENT-ID TO WS-DT-PAYMENT-ID
           MOVE PY-BENEF-IBAN TO WS-DT-BENEF
           MOVE PY-AMOUNT-MINOR TO WS-FM-AMOUNT
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT PY-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE WS-FM-OUTPUT TO WS-DT-AMOUNT
           MOVE WS-EXCEPTION-NOTE TO WS-DT-NOTE
           WRITE DOMFRPT-RECORD FROM WS-DETAIL-LINE

           MOVE PY-PAYMENT-ID TO WS-PE-PAYMENT-ID
           MOVE PY-CURRENCY TO WS-PE-CURRENCY
           MOVE PY-AMOUNT-MINOR TO WS-PE-AMOUNT
           MOVE "NOTSENT" TO WS-PE-EVENT-CODE
           IF WS-SCHEME = "N"
              MOVE "NACHA" TO WS-PE-REFERENCE
           ELSE
              MOVE "BACS" TO WS-PE-REFERENCE
           END-IF
           MOVE WS-EXCEPTION-NOTE TO WS-PE-DETAIL
           PERFORM LOG-PAYMENT-EVENT.

       LIST-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      * WRITE-NACHA-ENTRY: one entry detail, opening the file and a
      * new batch as the effective entry date changes
      *================================================================
       WRITE-NACHA-ENTRY SECTION.
           IF WS-NACHA-OPEN = 0
              PERFORM OPEN-NACHA-FILE
           END-IF
           IF WS-BATCH-OPEN = 1
              AND WK-EXEC-DATE NOT = WS-BATCH-DATE
              PERFORM CLOSE-NACHA-BATCH
           END-IF
           IF WS-BATCH-OPEN = 0
              PERFORM OPEN-NACHA-BATCH
           END-IF

           IF WK-IS-SAVINGS
              MOVE "32" TO AED-TRANSACTION-CODE
           ELSE
              MOVE "22" TO AED-TRANSACTION-CODE
           END-IF
           MOVE WK-CLEARING-CODE(1:8) TO AED-RDFI
           MOVE WK-CLEARING-CODE(9:1) TO AED-CHECK-DIGIT
           MOVE WK-ACCOUNT TO AED-ACCOUNT
           MOVE WK-AMOUNT-MINOR TO AED-AMOUNT
           MOVE WK-PAYMENT-ID TO AED-INDIVIDUAL-ID
           MOVE FUNCTION UPPER-CASE(WK-BENEF-NAME(1:22))
              TO AED-INDIVIDUAL-NAME
           MOVE DC-ACH-ODFI TO AED-TRACE-ODFI
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-TRACE-SEQ TO AED-TRACE-SEQ
           WRITE NACHAOUT-RECORD FROM WS-ACH-ENTRY-DETAIL
           ADD 1 TO WS-NACHA-RECORDS

           MOVE WK-CLEARING-CODE(1:8) TO WS-RDFI
           ADD 1 TO WS-BATCH-ENTRY-COUNT
           ADD WS-RDFI TO WS-BATCH-HASH
           ADD WK-AMOUNT-MINOR TO WS-BATCH-CREDIT

           ADD 1 TO RC-FILE-COUNT(1)
           ADD WK-AMOUNT-MINOR TO RC-FILE-MINOR(1)

           MOVE WK-PAYMENT-ID TO WS-PE-PAYMENT-ID
           MOVE WK-CURRENCY TO WS-PE-CURRENCY
           MOVE WK-AMOUNT-MINOR TO WS-PE-AMOUNT
           MOVE "SENT" TO WS-PE-EVENT-CODE
           MOVE SPACES TO WS-PE-REFERENCE
           STRING "NACHA TRACE " AED-TRACE-ODFI AED-TRACE-SEQ
              DELIMITED BY SIZE INTO WS-PE-REFERENCE
           MOVE "ENTRY DETAIL ON THE NACHA FILE NACHAOUT"
              TO WS-PE-DETAIL
           PERFORM LOG-PAYMENT-EVENT.

       WRITE-NACHA-ENTRY-EXIT.
           EXIT.

      *================================================================
      * OPEN-NACHA-FILE: the file header record
      *================================================================
       OPEN-NACHA-FILE SECTION.
           MOVE DC-ACH-DEST-ROUTING TO AFH-DEST-ROUTING
           MOVE FUNCTION TRIM(DC-ACH-ORIGIN-ID) TO AFH-ORIGIN-ID
           IF AFH-ORIGIN-ID(10:1) = SPACE
              MOVE SPACES TO AFH-ORIGIN-ID
              STRING " " FUNCTION TRIM(DC-ACH-ORIGIN-ID)
                 DELIMITED BY SIZE INTO AFH-ORIGIN-ID
           END-IF
           MOVE WS-NOW-STAMP(3:6) TO AFH-CREATION-DATE
           MOVE WS-NOW-STAMP(9:4) TO AFH-CREATION-TIME
           MOVE FUNCTION UPPER-CASE(DC-ACH-DEST-NAME)
              TO AFH-DEST-NAME
           MOVE FUNCTION UPPER-CASE(DC-ACH-ORIGIN-NAME)
              TO AFH-ORIGIN-NAME
           WRITE NACHAOUT-RECORD FROM WS-ACH-FILE-HEADER
           ADD 1 TO WS-NACHA-RECORDS
           MOVE 1 TO WS-NACHA-OPEN.

       OPEN-NACHA-FILE-EXIT.
           EXIT.

      *================================================================
      * OPEN-NACHA-BATCH: a batch header for the entry date in hand
      *================================================================
       OPEN-NACHA-BATCH SECTION.
           ADD 1 TO WS-BATCH-NUMBER
           MOVE WK-EXEC-DATE TO WS-BATCH-DATE
           MOVE 0 TO WS-BATCH-ENTRY-COUNT
           MOVE 0 TO WS-BATCH-HASH
           MOVE 0 TO WS-BATCH-CREDIT

           MOVE FUNCTION UPPER-CASE(DC-ACH-COMPANY-NAME)
              TO ABH-COMPANY-NAME
           MOVE DC-ACH-COMPANY-ID TO ABH-COMPANY-ID
           MOVE WS-SEC-CODE TO ABH-SEC-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-DESC) TO ABH-ENTRY-DESC
           MOVE WS-BATCH-DATE(3:6) TO ABH-EFFECTIVE-DATE
           MOVE DC-ACH-ODFI TO ABH-ODFI
           MOVE WS-BATCH-NUMBER TO ABH-BATCH-NUMBER
           WRITE NACHAOUT-RECORD FROM WS-ACH-BATCH-HEADER
           ADD 1 TO WS-NACHA-RECORDS
           MOVE 1 TO WS-BATCH-OPEN.

       OPEN-NACHA-BATCH-EXIT.
           EXIT.

      *================================================================
      * CLOSE-NACHA-BATCH: the batch control record; the entry hash
      * keeps the last ten digits of the routing-number sum
      *================================================================
       CLOSE-NACHA-BATCH SECTION.
           MOVE WS-BATCH-ENTRY-COUNT TO ABC-ENTRY-COUNT
           COMPUTE WS-HASH-10 =
              FUNCTION MOD(WS-BATCH-HASH 10000000000)
           MOVE WS-HASH-10 TO ABC-ENTRY-HASH
           MOVE 0 TO ABC-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT TO ABC-CREDIT-TOTAL
           MOVE DC-ACH-COMPANY-ID TO ABC-COMPANY-ID
           MOVE DC-ACH-ODFI TO ABC-ODFI
           MOVE WS-BATCH-NUMBER TO ABC-BATCH-NUMBER
           WRITE NACHAOUT-RECORD FROM WS-ACH-BATCH-CONTROL
           ADD 1 TO WS-NACHA-RECORDS

           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           ADD WS-BATCH-HASH TO WS-FILE-HASH
           ADD WS-BATCH-CREDIT TO WS-FILE-CREDIT
           MOVE 0 TO WS-BATCH-OPEN.

       CLOSE-NACHA-BATCH-EXIT.
           EXIT.

      *================================================================
      * CLOSE-NACHA-FILE: the last batch control, the file control
      * and the all-nines padding to a whole ten-record block
      *================================================================
       CLOSE-NACHA-FILE SECTION.
           IF WS-BATCH-OPEN = 1
              PERFORM CLOSE-NACHA-BATCH
           END-IF

      *    The file control record itself is counted in the blocks
           COMPUTE WS-NACHA-BLOCKS = (WS-NACHA-RECORDS + 1 + 9) / 10
           MOVE WS-BATCH-NUMBER TO AFC-BATCH-COUNT
           MOVE WS-NACHA-BLOCKS TO AFC-BLOCK-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO AFC-ENTRY-COUNT
           COMPUTE WS-HASH-10 =
              FUNCTION MOD(WS-FILE-HASH 10000000000)
           MOVE WS-HASH-10 TO AFC-ENTRY-HASH
           MOVE 0 TO AFC-DEBIT-TOTAL
           MOVE WS-FILE-CREDIT TO AFC-CREDIT-TOTAL
           WRITE NACHAOUT-RECORD FROM WS-ACH-FILE-CONTROL
           ADD 1 TO WS-NACHA-RECORDS

           MOVE ALL "9" TO NACHAOUT-RECORD
           PERFORM UNTIL FUNCTION MOD(WS-NACHA-RECORDS 10) = 0
              WRITE NACHAOUT-RECORD
              ADD 1 TO WS-NACHA-RECORDS
           END-PERFORM.

       CLOSE-NACHA-FILE-EXIT.
           EXIT.

      *================================================================
      * WRITE-BACS-CREDIT: one credit record, opening the file with
      * its labels and closing each processing day with its contra
      *================================================================
       WRITE-BACS-CREDIT SECTION.
           IF WS-BACS-OPEN = 0
              PERFORM OPEN-BACS-FILE
           END-IF
           IF WS-DAY-OPEN = 1
              AND WK-EXEC-DATE NOT = WS-DAY-DATE
              PERFORM WRITE-BACS-CONTRA
           END-IF
           IF WS-DAY-OPEN = 0
              MOVE WK-EXEC-DATE TO WS-DAY-DATE
              MOVE 0 TO WS-DAY-CREDIT
              MOVE 1 TO WS-DAY-OPEN
           END-IF

           MOVE WK-CLEARING-CODE(1:6) TO BD-DEST-SORT-CODE
           MOVE WK-ACCOUNT(1:8) TO BD-DEST-ACCOUNT
           MOVE "99" TO BD-TRANSACTION-CODE
           MOVE DC-BACS-SORT-CODE TO BD-ORIG-SORT-CODE
           MOVE DC-BACS-ACCOUNT TO BD-ORIG-ACCOUNT
           MOVE WK-AMOUNT-MINOR TO BD-AMOUNT
           MOVE DC-BACS-USER-NAME TO WS-BACS-TEXT
           PERFORM CLEAN-BACS-TEXT
           MOVE WS-BACS-TEXT TO BD-USER-NAME
           MOVE WK-PAYMENT-ID TO WS-BACS-TEXT
           PERFORM CLEAN-BACS-TEXT
           MOVE WS-BACS-TEXT TO BD-USER-REFERENCE
           MOVE WK-BENEF-NAME(1:18) TO WS-BACS-TEXT
           PERFORM CLEAN-BACS-TEXT
           MOVE WS-BACS-TEXT TO BD-DEST-NAME
           MOVE WS-DAY-DATE TO WS-JULIAN-FROM
           PERFORM BUILD-JULIAN-DATE
           MOVE WS-JULIAN-DATE TO BD-PROCESSING-DATE
           WRITE BACSOUT-RECORD FROM WS-BACS-DATA

           ADD WK-AMOUNT-MINOR TO WS-DAY-CREDIT
           ADD 1 TO WS-BACS-CREDIT-COUNT
           ADD WK-AMOUNT-MINOR TO WS-BACS-CREDIT-VALUE

           ADD 1 TO RC-FILE-COUNT(2)
           ADD WK-AMOUNT-MINOR TO RC-FILE-MINOR(2)

           MOVE WK-PAYMENT-ID TO WS-PE-PAYMENT-ID
           MOVE WK-CURRENCY TO WS-PE-CURRENCY
           MOVE WK-AMOUNT-MINOR TO WS-PE-AMOUNT
           MOVE "SENT" TO WS-PE-EVENT-CODE
           MOVE SPACES TO WS-PE-REFERENCE
           STRING "BACS DAY " BD-PROCESSING-DATE
              DELIMITED BY SIZE INTO WS-PE-REFERENCE
           MOVE "CREDIT ON THE BACS STANDARD 18 FILE BACSOUT"
              TO WS-PE-DETAIL
           PERFORM LOG-PAYMENT-EVENT.

       WRITE-BACS-CREDIT-EXIT.
           EXIT.

      *================================================================
      * OPEN-BACS-FILE: VOL1, HDR1, HDR2 and UHL1; the UHL1
      * processing day is the first (earliest) day in the file
      *================================================================
       OPEN-BACS-FILE SECTION.
           MOVE WS-NOW-STAMP(9:6) TO WS-VOLUME-SERIAL
           MOVE WS-VOLUME-SERIAL TO BV1-SERIAL
           MOVE DC-BACS-SUN TO BV1-SUN
           MOVE SPACES TO BACSOUT-RECORD
           MOVE WS-BACS-VOL1 TO BACSOUT-RECORD(1:80)
           WRITE BACSOUT-RECORD

           MOVE WS-TODAY TO WS-JULIAN-FROM
           PERFORM BUILD-JULIAN-DATE
           MOVE "HDR1" TO BH1-LABEL
           MOVE DC-BACS-SUN TO BH1-SUN-1
           MOVE DC-BACS-SUN TO BH1-SUN-2
           MOVE WS-VOLUME-SERIAL TO BH1-FILE-SET-ID
           MOVE WS-JULIAN-DATE TO BH1-CREATION-DATE
           MOVE WS-JULIAN-DATE TO BH1-EXPIRATION-DATE
           MOVE SPACES TO BACSOUT-RECORD
           MOVE WS-BACS-HDR1 TO BACSOUT-RECORD(1:80)
           WRITE BACSOUT-RECORD

           MOVE "HDR2" TO BH2-LABEL
           MOVE SPACES TO BACSOUT-RECORD
           MOVE WS-BACS-HDR2 TO BACSOUT-RECORD(1:80)
           WRITE BACSOUT-RECORD

           MOVE WK-EXEC-DATE TO WS-JULIAN-FROM
           PERFORM BUILD-JULIAN-DATE
           MOVE WS-JULIAN-DATE TO BU1-PROCESSING-DATE
           MOVE SPACES TO BACSOUT-RECORD
           MOVE WS-BACS-UHL1 TO BACSOUT-RECORD(1:80)
           WRITE BACSOUT-RECORD

           MOVE 1 TO WS-BACS-OPEN.

       OPEN-BACS-FILE-EXIT.
           EXIT.

      *================================================================
      * WRITE-BACS-CONTRA: the debit to our own account balancing
      * the processing day's credits
      *================================================================
       WRITE-BACS-CONTRA SECTION.
           MOVE DC-BACS-SORT-CODE TO BD-DEST-SORT-CODE
           MOVE DC-BACS-ACCOUNT TO BD-DEST-ACCOUNT
           MOVE "17" TO BD-TRANSACTION-CODE
           MOVE DC-BACS-SORT-CODE TO BD-ORIG-SORT-CODE
           MOVE DC-BACS-ACCOUNT TO BD-ORIG-ACCOUNT
           MOVE WS-DAY-CREDIT TO BD-AMOUNT
           MOVE DC-BACS-USER-NAME TO WS-BACS-TEXT
           PERFORM CLEAN-BACS-TEXT
           MOVE WS-BACS-TEXT TO BD-USER-NAME
           MOVE "CONTRA" TO BD-USER-REFERENCE
           MOVE WS-BACS-TEXT TO BD-DEST-NAME
           MOVE WS-DAY-DATE TO WS-JULIAN-FROM
           PERFORM BUILD-JULIAN-DATE
           MOVE WS-JULIAN-DATE TO BD-PROCESSING-DATE
           WRITE BACSOUT-RECORD FROM WS-BACS-DATA

           ADD 1 TO WS-BACS-DEBIT-COUNT
           ADD WS-DAY-CREDIT TO WS-BACS-DEBIT-VALUE
           MOVE 0 TO WS-DAY-OPEN.

       WRITE-BACS-CONTRA-EXIT.
           EXIT.

      *================================================================
      * CLOSE-BACS-FILE: the last day's contra, EOF1, EOF2 and the
      * UTL1 user trailer
      *================================================================
       CLOSE-BACS-FILE SECTION.
           IF WS-DAY-OPEN = 1
              PERFORM WRITE-BACS-CONTRA
           END-IF

           MOVE "EOF1" TO BH1-LABEL
           MOVE SPACES TO BACSOUT-RECORD
           MOVE WS-BACS-HDR1 TO BACSOUT-RECORD(1:80)
           WRITE BACSOUT-RECORD

           MOVE "EOF2" TO BH2-LABEL
           MOVE SPACES TO BACSOUT-RECORD
           MOVE WS-BACS-HDR2 TO BACSOUT-RECORD(1:80)
           WRITE BACSOUT-RECORD

           MOVE WS-BACS-DEBIT-VALUE TO BT1-DEBIT-VALUE
           MOVE WS-BACS-CREDIT-VALUE TO BT1-CREDIT-VALUE
           MOVE WS-BACS-DEBIT-COUNT TO BT1-DEBIT-COUNT
           MOVE WS-BACS-CREDIT-COUNT TO BT1-CREDIT-COUNT
           MOVE SPACES TO BACSOUT-RECORD
           MOVE WS-BACS-UTL1 TO BACSOUT-RECORD(1:80)
           WRITE BACSOUT-RECORD.

       CLOSE-BACS-FILE-EXIT.
           EXIT.

      *================================================================
      * CLEAN-BACS-TEXT: WS-BACS-TEXT upper-cased, with anything
      * outside the BACS character set (A-Z, 0-9, space and
      * . & / -) blanked
      *================================================================
       CLEAN-BACS-TEXT SECTION.
           MOVE FUNCTION UPPER-CASE(WS-BACS-TEXT) TO WS-BACS-TEXT
           PERFORM VARYING WS-BACS-IDX FROM 1 BY 1
                   UNTIL WS-BACS-IDX > 18
              MOVE WS-BACS-TEXT(WS-BACS-IDX:1) TO WS-BACS-CHAR
              IF (WS-BACS-CHAR < "A" OR WS-BACS-CHAR > "Z")
                 AND (WS-BACS-CHAR < "0" OR WS-BACS-CHAR > "9")
                 AND WS-BACS-CHAR NOT = SPACE
                 AND WS-BACS-CHAR NOT = "."
                 AND WS-BACS-CHAR NOT = "&"
                 AND WS-BACS-CHAR NOT = "/"
                 AND WS-BACS-CHAR NOT = "-"
                 MOVE SPACE TO WS-BACS-TEXT(WS-BACS-IDX:1)
              END-IF
           END-PERFORM.

       CLEAN-BACS-TEXT-EXIT.
           EXIT.

      *================================================================
      * BUILD-JULIAN-DATE: WS-JULIAN-FROM (YYYYMMDD) as the BACS
      * " YYDDD" date in WS-JULIAN-DATE
      *================================================================
       BUILD-JULIAN-DATE SECTION.
           COMPUTE WS-JULIAN-YEAR-START =
              WS-JULIAN-FROM-YEAR * 10000 + 101
           COMPUTE WS-JULIAN-DAY =
              FUNCTION INTEGER-OF-DATE(WS-JULIAN-FROM)
              - FUNCTION INTEGER-OF-DATE(WS-JULIAN-YEAR-START) + 1
           MOVE SPACES TO WS-JULIAN-DATE
           STRING " " WS-JULIAN-FROM(3:2) WS-JULIAN-DAY
              DELIMITED BY SIZE INTO WS-JULIAN-DATE.

       BUILD-JULIAN-DATE-EXIT.
           EXIT.

      *================================================================
      * LOG-PAYMENT-EVENT: one WS-PE-EVENT-CODE event for the
      * payment on the PAYEVNT log; a failure is shown, never
      * allowed to stop the payment
      *================================================================
       LOG-PAYMENT-EVENT SECTION.
           CALL "PAY-EVENT-WRITE" USING WS-PE-PAYMENT-ID
               WS-PE-EVENT-CODE WS-PE-SOURCE WS-PE-ACTOR
               WS-PE-REFERENCE WS-PE-DETAIL WS-PE-CURRENCY
               WS-PE-AMOUNT WS-PE-RESULT WS-PE-ERROR-MSG

           IF WS-PE-RESULT NOT = 1
              ADD 1 TO WS-PE-FAIL-COUNT
              DISPLAY "DOMFMT: event " WS-PE-EVENT-CODE
                 " not logged for " WS-PE-PAYMENT-ID " - "
                 WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
      * WRITE-RECONCILIATION: each scheme's release against its
      * file and its exceptions, count and amount
      *================================================================
       WRITE-RECONCILIATION SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE DOMFRPT-RECORD FROM WS-HEADING-LINE
           MOVE "RECONCILIATION TO PAYMENTS RELEASED" TO WS-HL-TEXT
           WRITE DOMFRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                   UNTIL WS-RECON-IDX > 2
              PERFORM WRITE-ONE-RECONCILIATION
           END-PERFORM.

       WRITE-RECONCILIATION-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-RECONCILIATION
      *================================================================
       WRITE-ONE-RECONCILIATION SECTION.
           IF WS-RECON-IDX = 1
              MOVE "USD" TO WS-FM-CURRENCY
           ELSE
              MOVE "GBP" TO WS-FM-CURRENCY
           END-IF

           MOVE SPACES TO WS-RECON-LINE
           MOVE RC-SCHEME-NAME(WS-RECON-IDX) TO WS-RL-SCHEME
           MOVE "RELEASED" TO WS-RL-WHAT
           MOVE RC-RELEASED-COUNT(WS-RECON-IDX) TO WS-RL-COUNT
           MOVE RC-RELEASED-MINOR(WS-RECON-IDX) TO WS-FM-AMOUNT
           PERFORM FORMAT-RECON-AMOUNT
           WRITE DOMFRPT-RECORD FROM WS-RECON-LINE

           MOVE SPACES TO WS-RECON-LINE
           MOVE "ON FILE" TO WS-RL-WHAT
           MOVE RC-FILE-COUNT(WS-RECON-IDX) TO WS-RL-COUNT
           MOVE RC-FILE-MINOR(WS-RECON-IDX) TO WS-FM-AMOUNT
           PERFORM FORMAT-RECON-AMOUNT
           WRITE DOMFRPT-RECORD FROM WS-RECON-LINE

           MOVE SPACES TO WS-RECON-LINE
           MOVE "EXCEPTIONS" TO WS-RL-WHAT
           MOVE RC-EXCEPTION-COUNT(WS-RECON-IDX) TO WS-RL-COUNT
           MOVE RC-EXCEPTION-MINOR(WS-RECON-IDX) TO WS-FM-AMOUNT
           PERFORM FORMAT-RECON-AMOUNT
           WRITE DOMFRPT-RECORD FROM WS-RECON-LINE

           COMPUTE WS-RECON-DIFF-COUNT =
              RC-RELEASED-COUNT(WS-RECON-IDX)
              - RC-FILE-COUNT(WS-RECON-IDX)
              - RC-EXCEPTION-COUNT(WS-RECON-IDX)
           COMPUTE WS-RECON-DIFF-MINOR =
              RC-RELEASED-MINOR(WS-RECON-IDX)
              - RC-FILE-MINOR(WS-RECON-IDX)
              - RC-EXCEPTION-MINOR(WS-RECON-IDX)

           MOVE SPACES TO WS-RECON-LINE
           MOVE "DIFFERENCE" TO WS-RL-WHAT
           MOVE WS-RECON-DIFF-COUNT TO WS-RL-COUNT
           MOVE WS-RECON-DIFF-MINOR TO WS-FM-AMOUNT
           PERFORM FORMAT-RECON-AMOUNT
           IF WS-RECON-DIFF-COUNT = 0 AND WS-RECON-DIFF-MINOR = 0
              MOVE "RECONCILED" TO WS-RL-NOTE
           ELSE
              ADD 1 TO WS-UNRECONCILED-COUNT
              MOVE "DOES NOT RECONCILE - HOLD FILE" TO WS-RL-NOTE
           END-IF
           WRITE DOMFRPT-RECORD FROM WS-RECON-LINE.

       WRITE-ONE-RECONCILIATION-EXIT.
           EXIT.

      *================================================================
      * FORMAT-RECON-AMOUNT: WS-FM-AMOUNT in the scheme's currency
      *================================================================
       FORMAT-RECON-AMOUNT SECTION.
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT WS-FM-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE WS-FM-OUTPUT TO WS-RL-AMOUNT.

       FORMAT-RECON-AMOUNT-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE DOMFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "INSTRUCTIONS RELEASED" TO WS-RPT-LABEL
           MOVE WS-TOTAL-READ TO WS-RPT-COUNT
           WRITE DOMFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  LEFT FOR PAYFMT (IBAN)" TO WS-RPT-LABEL
           MOVE WS-ISO-COUNT TO WS-RPT-COUNT
           WRITE DOMFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  NACHA ENTRIES" TO WS-RPT-LABEL
           MOVE RC-FILE-COUNT(1) TO WS-RPT-COUNT
           WRITE DOMFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "    NACHA BATCHES" TO WS-RPT-LABEL
           MOVE WS-BATCH-NUMBER TO WS-RPT-COUNT
           WRITE DOMFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  BACS CREDITS" TO WS-RPT-LABEL
           MOVE WS-BACS-CREDIT-COUNT TO WS-RPT-COUNT
           WRITE DOMFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "    BACS CONTRAS" TO WS-RPT-LABEL
           MOVE WS-BACS-DEBIT-COUNT TO WS-RPT-COUNT
           WRITE DOMFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  EXCEPTIONS" TO WS-RPT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT
           WRITE DOMFRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE PAYGOOD-FILE
           CLOSE DOMCARD-FILE
           CLOSE DOMWRK-FILE
           CLOSE NACHAOUT-FILE
           CLOSE BACSOUT-FILE
           CLOSE DOMFRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM DOMFMT.
