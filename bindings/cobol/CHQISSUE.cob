      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven ChequeIssue - cheque issuance, register and
      * positive-pay run for COBOL
      *

      *================================================================
      * Suppliers and refunds still paid by cheque used to be typed
      * on a stand-alone PC with no link to GLTXN. This nightly run
      * takes the cheque-type payment instructions the payables and
      * refunds desks drop on CHQIN and issues them under control:
      *
      *   - each cheque is numbered from the drawn-on account's
      *     stock range on CHQSTOCK (loaded by CHQSTKLD), the next
      *     number moving on only once the cheque is issued, so no
      *     number is skipped or used twice;
      *   - it is entered on the CHQREG issued-cheque register,
      *     keyed by account and cheque number, status I (issued);
      *   - it is posted through GL-POST as a balanced voucher -
      *     the amount on the instruction's GL account (CHQPAYMT
      *     when the instruction names none) against the CLRCHQOS
      *     cheques-outstanding clearing account;
      *   - it is written to the CHQPRINT print file for the cheque
      *     printer: number, date, payee and address, the amount in
      *     figures through FORMAT-MONEY and in words, with the
      *     instruction ID and memo.
      *
      * An instruction that cannot be issued - amount not positive
      * or too large for a cheque, no payee, no stock for the
      * account, the account's stock in another currency, stock
      * exhausted - is listed on CHQIRPT and sets COND code 4; a
      * voucher GL-POST refuses leaves the cheque unissued and sets
      * COND code 8.
      *
      * Before anything is issued the night's stop and void
      * actions on CHQACT are applied: V voids a cheque that never
      * left the building (spoiled, cancelled), S records a stop
      * the payer has asked the bank for. Either reverses the
      * issue voucher through GL-POST and marks the register
      * entry; a cheque already cleared, stopped or voided, or not
      * on the register, is refused and listed. No CHQACT file
      * means no actions tonight.
      *
      * Last, the day's positive-pay file goes to the bank on
      * CHQPOSP: one detail per register entry issued, stopped or
      * voided since the last file - account, cheque number,
      * action, issue date, amount and payee - and a trailer with
      * the count and amount hash, so the bank pays only cheques
      * we issued, for the amount we issued them, and refuses
      * stopped and voided ones. CHQRECON reconciles what the bank
      * reports paid against the same register.
      *
      * The positive-pay file is signed the way the table extracts
      * are: every record is folded into the HMAC-SHA256 chain
      * PROVEN-FILE-MAC keeps under the key PARMMSTR entry
      * MACKEY-CHQPOSP names, and an "*M" control record after the
      * trailer carries the signature, so the bank - and MACVERIF
      * before the file is sent - can prove it came from us as
      * written. No MACKEY-CHQPOSP entry leaves the file unsigned;
      * a key that is set up but cannot be used sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQISSUE.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQIN-FILE ASSIGN TO "CHQIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CI-FILE-STATUS.

           SELECT CHQACT-FILE ASSIGN TO "CHQACT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CA-FILE-STATUS.

           SELECT CHQSTOCK-FILE ASSIGN TO "CHQSTOCK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-ACCOUNT
              FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT CHQREG-FILE ASSIGN TO "CHQREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-KEY
              FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT CHQPRINT-FILE ASSIGN TO "CHQPRINT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT CHQPOSP-FILE ASSIGN TO "CHQPOSP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT CHQIRPT-FILE ASSIGN TO "CHQIRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Cheque-type payment instructions from payables and refunds
       FD  CHQIN-FILE
           RECORD CONTAINS 287 CHARACTERS.
       01  CHQIN-RECORD.
           05 CI-INSTRUCTION-ID         PIC X(12).
           05 CI-DRAWN-ACCOUNT          PIC X(20).
           05 CI-PAYEE-NAME             PIC X(70).
           05 CI-PAYEE-ADDR-LINE        PIC X(70).
           05 CI-PAYEE-TOWN             PIC X(35).
           05 CI-PAYEE-POSTCODE         PIC X(10).
           05 CI-CURRENCY               PIC X(3).
           05 CI-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CI-ISSUE-DATE             PIC 9(8).
           05 CI-GL-ACCOUNT             PIC X(8).
           05 CI-MEMO                   PIC X(35).

      * Stop and void actions against issued cheques
       FD  CHQACT-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  CHQACT-RECORD.
           05 CA-ACCOUNT                PIC X(20).
           05 CA-CHEQUE-NUMBER          PIC 9(10).
           05 CA-ACTION                 PIC X(1).
              88 CA-IS-STOP             VALUE "S".
              88 CA-IS-VOID             VALUE "V".
           05 CA-REASON                 PIC X(20).

      * Cheque stock master (see CHQSTOCK-RECORD in CHQSTKLD.cob)
       FD  CHQSTOCK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHQSTOCK-RECORD.
           05 CS-ACCOUNT                PIC X(20).
           05 CS-RANGE-FIRST            PIC 9(10).
           05 CS-RANGE-LAST             PIC 9(10).
           05 CS-NEXT-NUMBER            PIC 9(10).
           05 CS-CURRENCY               PIC X(3).
           05 CS-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(19).

      * Issued-cheque register - one record per cheque number used,
      * from issue through clearing
       FD  CHQREG-FILE
           RECORD CONTAINS 210 CHARACTERS.
       01  CHQREG-RECORD.
           05 CR-KEY.
              10 CR-ACCOUNT             PIC X(20).
              10 CR-CHEQUE-NUMBER       PIC 9(10).
           05 CR-INSTRUCTION-ID         PIC X(12).
           05 CR-PAYEE-NAME             PIC X(70).
           05 CR-CURRENCY               PIC X(3).
           05 CR-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CR-ISSUE-DATE             PIC 9(8).
           05 CR-STATUS                 PIC X(1).
              88 CR-IS-ISSUED           VALUE "I".
              88 CR-IS-STOPPED          VALUE "S".
              88 CR-IS-VOIDED           VALUE "V".
              88 CR-IS-CLEARED          VALUE "C".
           05 CR-STATUS-DATE            PIC 9(8).
           05 CR-GL-ACCOUNT             PIC X(8).
           05 CR-POSPAY-PENDING         PIC X(1).
              88 CR-POSPAY-IS-DUE       VALUE "Y".
           05 CR-PAID-DATE              PIC 9(8).
           05 CR-PAID-AMOUNT-MINOR      PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CR-REASON                 PIC X(20).
           05 FILLER                    PIC X(9).

       FD  CHQPRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHQPRINT-RECORD              PIC X(132).

      * Positive-pay file for the bank: details, one trailer, then
      * the "*M" signature record when the file is signed
       FD  CHQPOSP-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01  CHQPOSP-RECORD.
           05 PP-RECORD-TYPE            PIC X(1).
           05 PP-DETAIL.
              10 PP-ACCOUNT             PIC X(20).
              10 PP-CHEQUE-NUMBER       PIC 9(10).
              10 PP-ACTION              PIC X(1).
              10 PP-ISSUE-DATE          PIC 9(8).
              10 PP-CURRENCY            PIC X(3).
              10 PP-AMOUNT-MINOR        PIC 9(15).
              10 PP-PAYEE-NAME          PIC X(70).
           05 PP-TRAILER REDEFINES PP-DETAIL.
              10 PT-CREATED-DATE        PIC 9(8).
              10 PT-RECORD-COUNT        PIC 9(8).
              10 PT-AMOUNT-HASH         PIC 9(18).
              10 FILLER                 PIC X(93).

       FD  CHQIRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHQIRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-CI-FILE-STATUS            PIC X(2).
       01 WS-CA-FILE-STATUS            PIC X(2).
       01 WS-CS-FILE-STATUS            PIC X(2).
       01 WS-CR-FILE-STATUS            PIC X(2).
       01 WS-CP-FILE-STATUS            PIC X(2).
       01 WS-PP-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-CI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CI-EOF              VALUE 1.
       01 WS-CA-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CA-EOF              VALUE 1.
       01 WS-CR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CR-EOF              VALUE 1.
       01 WS-ACTIONS-PRESENT           PIC 9 VALUE 0.

      * Control counts
       01 WS-INSTRUCTIONS-READ         PIC 9(8) VALUE 0.
       01 WS-ISSUED-COUNT              PIC 9(8) VALUE 0.
       01 WS-EXCEPTION-COUNT           PIC 9(8) VALUE 0.
       01 WS-EXHAUSTED-COUNT           PIC 9(8) VALUE 0.
       01 WS-ACTIONS-READ              PIC 9(6) VALUE 0.
       01 WS-STOPPED-COUNT             PIC 9(6) VALUE 0.
       01 WS-VOIDED-COUNT              PIC 9(6) VALUE 0.
       01 WS-ACTION-REFUSED-COUNT      PIC 9(6) VALUE 0.
       01 WS-POST-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-FILE-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-POSPAY-COUNT              PIC 9(8) VALUE 0.
       01 WS-POSPAY-HASH               PIC 9(18) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-EXCEPTION-NOTE            PIC X(40).
       01 WS-CHEQUE-NUMBER             PIC 9(10).

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8).
       01 WS-GP-DEFAULT-ACCOUNT        PIC X(8)
          VALUE "CHQPAYMT".
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRCHQOS".
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).

      * GET-DECIMAL-PLACES / FORMAT-MONEY call fields (see
      * SAFE-CURRENCY.cob)
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.
       01 WS-FM-AMOUNT                 PIC S9(18) COMP-3.
       01 WS-FM-USE-SEP                PIC 9 VALUE 1.
       01 WS-FM-OUTPUT                 PIC X(30).
       01 WS-FM-OUTPUT-LEN             PIC 9(4).

      * Amount in words: the amount split under the currency's
      * decimal places, taken a group of three digits at a time
       01 WS-AMT-FACTOR                PIC 9(9).
       01 WS-AMT-INTEGER               PIC 9(15).
       01 WS-AMT-DECIMAL               PIC 9(9).
       01 WS-AMT-DECIMAL-TEXT          PIC X(9).
       01 WS-AMT-GROUPS.
          05 WS-AMT-GROUP              PIC 9(3) OCCURS 5 TIMES.
       01 WS-AMT-GROUP-TEXT REDEFINES WS-AMT-GROUPS PIC 9(15).
       01 WS-GROUP-IDX                 PIC 9.
       01 WS-GROUP-VALUE               PIC 9(3).
       01 WS-GROUP-HUNDREDS            PIC 9.
       01 WS-GROUP-REST                PIC 9(2).
       01 WS-GROUP-TENS                PIC 9.
       01 WS-GROUP-UNITS               PIC 9.
       01 WS-WORDS                     PIC X(220).
       01 WS-WORDS-POS                 PIC 9(3).
       01 WS-WORDS-SPLIT               PIC 9(3).

       01 WS-UNIT-WORD-VALUES.
          05 FILLER                    PIC X(9) VALUE "ONE".
          05 FILLER                    PIC X(9) VALUE "TWO".
          05 FILLER                    PIC X(9) VALUE "THREE".
          05 FILLER                    PIC X(9) VALUE "FOUR".
          05 FILLER                    PIC X(9) VALUE "FIVE".
          05 FILLER                    PIC X(9) VALUE "SIX".
          05 FILLER                    PIC X(9) VALUE "SEVEN".
          05 FILLER                    PIC X(9) VALUE "EIGHT".
          05 FILLER                    PIC X(9) VALUE "NINE".
          05 FILLER                    PIC X(9) VALUE "TEN".
          05 FILLER                    PIC X(9) VALUE "ELEVEN".
          05 FILLER                    PIC X(9) VALUE "TWELVE".
          05 FILLER                    PIC X(9) VALUE "THIRTEEN".
          05 FILLER                    PIC X(9) VALUE "FOURTEEN".
          05 FILLER                    PIC X(9) VALUE "FIFTEEN".
          05 FILLER                    PIC X(9) VALUE "SIXTEEN".
          05 FILLER                    PIC X(9) VALUE "SEVENTEEN".
          05 FILLER                    PIC X(9) VALUE "EIGHTEEN".
          05 FILLER                    PIC X(9) VALUE "NINETEEN".
       01 WS-UNIT-WORD-TABLE REDEFINES WS-UNIT-WORD-VALUES.
          05 WS-UNIT-WORD              PIC X(9) OCCURS 19 TIMES.

       01 WS-TENS-WORD-VALUES.
          05 FILLER                    PIC X(7) VALUE "TWENTY".
          05 FILLER                    PIC X(7) VALUE "THIRTY".
          05 FILLER                    PIC X(7) VALUE "FORTY".
          05 FILLER                    PIC X(7) VALUE "FIFTY".
          05 FILLER                    PIC X(7) VALUE "SIXTY".
          05 FILLER                    PIC X(7) VALUE "SEVENTY".
          05 FILLER                    PIC X(7) VALUE "EIGHTY".
          05 FILLER                    PIC X(7) VALUE "NINETY".
       01 WS-TENS-WORD-TABLE REDEFINES WS-TENS-WORD-VALUES.
          05 WS-TENS-WORD              PIC X(7) OCCURS 8 TIMES.

       01 WS-SCALE-WORD-VALUES.
          05 FILLER                    PIC X(8) VALUE "TRILLION".
          05 FILLER                    PIC X(8) VALUE "BILLION".
          05 FILLER                    PIC X(8) VALUE "MILLION".
          05 FILLER                    PIC X(8) VALUE "THOUSAND".
          05 FILLER                    PIC X(8) VALUE SPACES.
       01 WS-SCALE-WORD-TABLE REDEFINES WS-SCALE-WORD-VALUES.
          05 WS-SCALE-WORD             PIC X(8) OCCURS 5 TIMES.

      * Cheque print lines
       01 WS-PRINT-LINE                PIC X(132).
       01 WS-ISO-DATE                  PIC X(10).
       01 WS-ISO-FROM                  PIC 9(8).
       01 WS-CHEQUE-EDIT               PIC 9(10).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DL-REFERENCE           PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-DL-ACCOUNT             PIC X(20).
          05 FILLER                    PIC X(2).
          05 WS-DL-CHEQUE-NUMBER       PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-DL-AMOUNT              PIC X(30).
          05 FILLER                    PIC X(2).
          05 WS-DL-NOTE                PIC X(40).
          05 FILLER                    PIC X(10).

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob)
       01 WS-MAC-FILE-ID               PIC X(8) VALUE "CHQPOSP".
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 128.
       01 WS-MAC-SIGNATURE             PIC X(96).
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: stops and voids first, then the night's
      * issues, then the positive-pay file covering both
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-ENTITY-CODE
           PERFORM START-FILE-SIGNING
           PERFORM WRITE-REPORT-HEADINGS

           IF WS-ACTIONS-PRESENT = 1
              PERFORM UNTIL WS-AT-CA-EOF
                 READ CHQACT-FILE
                    AT END
                       MOVE 1 TO WS-CA-EOF
                    NOT AT END
                       PERFORM APPLY-ONE-ACTION
                 END-READ
              END-PERFORM
           END-IF

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "CHEQUES ISSUED AND INSTRUCTIONS REFUSED"
              TO WS-HL-TEXT
           WRITE CHQIRPT-RECORD FROM WS-HEADING-LINE

           PERFORM UNTIL WS-AT-CI-EOF
              READ CHQIN-FILE
                 AT END
                    MOVE 1 TO WS-CI-EOF
                 NOT AT END
                    PERFORM ISSUE-ONE-CHEQUE
              END-READ
           END-PERFORM

           PERFORM WRITE-POSITIVE-PAY
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "CHQISSUE: " WS-INSTRUCTIONS-READ
              " instruction(s), " WS-ISSUED-COUNT " issued, "
              WS-EXCEPTION-COUNT " refused; " WS-STOPPED-COUNT
              " stopped, " WS-VOIDED-COUNT " voided; "
              WS-POSPAY-COUNT " on positive pay"

           EVALUATE TRUE
              WHEN WS-POST-FAIL-COUNT > 0
                   OR WS-FILE-FAIL-COUNT > 0
                   OR WS-MAC-FAILED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-EXCEPTION-COUNT > 0
                   OR WS-ACTION-REFUSED-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if any required file
      * cannot be opened. CHQACT is optional.
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT CHQIN-FILE
           IF WS-CI-FILE-STATUS NOT = "00"
              DISPLAY "CHQISSUE: cannot open CHQIN, status="
                 WS-CI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CHQACT-FILE
           IF WS-CA-FILE-STATUS = "00"
              MOVE 1 TO WS-ACTIONS-PRESENT
           END-IF

           OPEN I-O CHQSTOCK-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
              DISPLAY "CHQISSUE: cannot open CHQSTOCK, status="
                 WS-CS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O CHQREG-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
              AND WS-CR-FILE-STATUS NOT = "05"
              AND WS-CR-FILE-STATUS NOT = "97"
              DISPLAY "CHQISSUE: cannot open CHQREG, status="
                 WS-CR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CHQPRINT-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
              DISPLAY "CHQISSUE: cannot open CHQPRINT, status="
                 WS-CP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CHQPOSP-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
              DISPLAY "CHQISSUE: cannot open CHQPOSP, status="
                 WS-PP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CHQIRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "CHQISSUE: cannot open CHQIRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
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
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "CHQISSUE CONTROL REPORT - CHEQUE ISSUANCE"
              TO WS-HL-TEXT
           WRITE CHQIRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "STOP AND VOID ACTIONS" TO WS-HL-TEXT
           WRITE CHQIRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-ACTION: stop or void an issued cheque - the issue
      * voucher reversed, the register entry marked and flagged
      * for tonight's positive-pay file
      *================================================================
       APPLY-ONE-ACTION SECTION.
           IF CA-ACCOUNT = SPACES
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF
           ADD 1 TO WS-ACTIONS-READ

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CA-ACCOUNT TO WS-DL-ACCOUNT
           MOVE CA-CHEQUE-NUMBER TO WS-DL-CHEQUE-NUMBER

           IF NOT CA-IS-STOP AND NOT CA-IS-VOID
              MOVE "ACTION MUST BE S (STOP) OR V (VOID)"
                 TO WS-EXCEPTION-NOTE
              PERFORM LIST-REFUSED-ACTION
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           MOVE CA-ACCOUNT TO CR-ACCOUNT
           MOVE CA-CHEQUE-NUMBER TO CR-CHEQUE-NUMBER
           READ CHQREG-FILE
              INVALID KEY
                 MOVE "CHEQUE NOT ON REGISTER" TO WS-EXCEPTION-NOTE
                 PERFORM LIST-REFUSED-ACTION
                 GO TO APPLY-ONE-ACTION-EXIT
           END-READ
           MOVE CR-INSTRUCTION-ID TO WS-DL-REFERENCE

           EVALUATE TRUE
              WHEN CR-IS-CLEARED
                 MOVE "CHEQUE ALREADY CLEARED" TO WS-EXCEPTION-NOTE
              WHEN CR-IS-STOPPED
                 MOVE "CHEQUE ALREADY STOPPED" TO WS-EXCEPTION-NOTE
              WHEN CR-IS-VOIDED
                 MOVE "CHEQUE ALREADY VOIDED" TO WS-EXCEPTION-NOTE
              WHEN OTHER
                 MOVE SPACES TO WS-EXCEPTION-NOTE
           END-EVALUATE
           IF WS-EXCEPTION-NOTE NOT = SPACES
              PERFORM LIST-REFUSED-ACTION
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

      *    The cheque will never be paid: take it back out of the
      *    books the way it went in
           MOVE CR-INSTRUCTION-ID TO WS-GP-TRANS-ID
           MOVE CR-CURRENCY TO WS-GP-CURRENCY
           COMPUTE WS-GP-AMOUNT-MINOR = 0 - CR-AMOUNT-MINOR
           MOVE CR-GL-ACCOUNT TO WS-GP-ACCOUNT-CODE
           PERFORM POST-BALANCED-VOUCHER
           IF WS-GP-RESULT-STATUS NOT = 0
              ADD 1 TO WS-POST-FAIL-COUNT
              MOVE SPACES TO WS-EXCEPTION-NOTE
              STRING "NOT REVERSED - " WS-GP-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-EXCEPTION-NOTE
              MOVE WS-EXCEPTION-NOTE TO WS-DL-NOTE
              WRITE CHQIRPT-RECORD FROM WS-DETAIL-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           MOVE CA-ACTION TO CR-STATUS
           MOVE WS-TODAY TO CR-STATUS-DATE
           MOVE CA-REASON TO CR-REASON
           MOVE "Y" TO CR-POSPAY-PENDING
           REWRITE CHQREG-RECORD
              INVALID KEY
                 ADD 1 TO WS-FILE-FAIL-COUNT
                 DISPLAY "CHQISSUE: register not updated for "
                    CR-KEY ", status=" WS-CR-FILE-STATUS
           END-REWRITE

           MOVE CR-AMOUNT-MINOR TO WS-FM-AMOUNT
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT CR-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE WS-FM-OUTPUT TO WS-DL-AMOUNT
           IF CA-IS-STOP
              ADD 1 TO WS-STOPPED-COUNT
              MOVE "STOPPED" TO WS-DL-NOTE
           ELSE
              ADD 1 TO WS-VOIDED-COUNT
              MOVE "VOIDED" TO WS-DL-NOTE
           END-IF
           WRITE CHQIRPT-RECORD FROM WS-DETAIL-LINE.

       APPLY-ONE-ACTION-EXIT.
           EXIT.

      *================================================================
      * LIST-REFUSED-ACTION: a stop or void that cannot be applied
      *================================================================
       LIST-REFUSED-ACTION SECTION.
           ADD 1 TO WS-ACTION-REFUSED-COUNT
           MOVE WS-EXCEPTION-NOTE TO WS-DL-NOTE
           WRITE CHQIRPT-RECORD FROM WS-DETAIL-LINE.

       LIST-REFUSED-ACTION-EXIT.
           EXIT.

      *================================================================
      * ISSUE-ONE-CHEQUE: check the instruction, take the next
      * number from the account's stock, register it, post it and
      * print it. The stock moves on only once the cheque is
      * registered and posted, so a refused voucher uses no number.
      *================================================================
       ISSUE-ONE-CHEQUE SECTION.
           IF CI-INSTRUCTION-ID = SPACES
              GO TO ISSUE-ONE-CHEQUE-EXIT
           END-IF
           ADD 1 TO WS-INSTRUCTIONS-READ

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CI-INSTRUCTION-ID TO WS-DL-REFERENCE
           MOVE CI-DRAWN-ACCOUNT TO WS-DL-ACCOUNT

           IF CI-AMOUNT-MINOR <= 0
              MOVE "AMOUNT NOT POSITIVE" TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO ISSUE-ONE-CHEQUE-EXIT
           END-IF

           IF CI-PAYEE-NAME = SPACES
              MOVE "NO PAYEE NAME" TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO ISSUE-ONE-CHEQUE-EXIT
           END-IF

           MOVE CI-DRAWN-ACCOUNT TO CS-ACCOUNT
           READ CHQSTOCK-FILE
              INVALID KEY
                 MOVE "NO CHEQUE STOCK FOR ACCOUNT"
                    TO WS-EXCEPTION-NOTE
                 PERFORM LIST-EXCEPTION
                 GO TO ISSUE-ONE-CHEQUE-EXIT
           END-READ

           IF CI-CURRENCY NOT = CS-CURRENCY
              MOVE "CURRENCY NOT THE ACCOUNT'S" TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO ISSUE-ONE-CHEQUE-EXIT
           END-IF

           IF CS-NEXT-NUMBER > CS-RANGE-LAST
              ADD 1 TO WS-EXHAUSTED-COUNT
              MOVE "CHEQUE STOCK EXHAUSTED - LOAD NEW RANGE"
                 TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO ISSUE-ONE-CHEQUE-EXIT
           END-IF

           PERFORM BUILD-AMOUNT-WORDS
           IF WS-WORDS = SPACES
              MOVE "AMOUNT TOO LARGE FOR A CHEQUE"
                 TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO ISSUE-ONE-CHEQUE-EXIT
           END-IF

           MOVE CS-NEXT-NUMBER TO WS-CHEQUE-NUMBER
           MOVE WS-CHEQUE-NUMBER TO WS-DL-CHEQUE-NUMBER

           MOVE SPACES TO CHQREG-RECORD
           MOVE CI-DRAWN-ACCOUNT TO CR-ACCOUNT
           MOVE WS-CHEQUE-NUMBER TO CR-CHEQUE-NUMBER
           MOVE CI-INSTRUCTION-ID TO CR-INSTRUCTION-ID
           MOVE CI-PAYEE-NAME TO CR-PAYEE-NAME
           MOVE CI-CURRENCY TO CR-CURRENCY
           MOVE CI-AMOUNT-MINOR TO CR-AMOUNT-MINOR
           MOVE CI-ISSUE-DATE TO CR-ISSUE-DATE
           IF CR-ISSUE-DATE = 0
              MOVE WS-TODAY TO CR-ISSUE-DATE
           END-IF
           MOVE "I" TO CR-STATUS
           MOVE WS-TODAY TO CR-STATUS-DATE
           MOVE CI-GL-ACCOUNT TO CR-GL-ACCOUNT
           IF CR-GL-ACCOUNT = SPACES
              MOVE WS-GP-DEFAULT-ACCOUNT TO CR-GL-ACCOUNT
           END-IF
           MOVE "Y" TO CR-POSPAY-PENDING
           MOVE 0 TO CR-PAID-DATE
           MOVE 0 TO CR-PAID-AMOUNT-MINOR

           WRITE CHQREG-RECORD
              INVALID KEY
                 ADD 1 TO WS-FILE-FAIL-COUNT
                 DISPLAY "CHQISSUE: cheque " WS-CHEQUE-NUMBER
                    " already on register, status="
                    WS-CR-FILE-STATUS
                 MOVE "NUMBER ALREADY USED - CHECK STOCK"
                    TO WS-EXCEPTION-NOTE
                 MOVE WS-EXCEPTION-NOTE TO WS-DL-NOTE
                 WRITE CHQIRPT-RECORD FROM WS-DETAIL-LINE
                 GO TO ISSUE-ONE-CHEQUE-EXIT
           END-WRITE

           MOVE CI-INSTRUCTION-ID TO WS-GP-TRANS-ID
           MOVE CI-CURRENCY TO WS-GP-CURRENCY
           MOVE CI-AMOUNT-MINOR TO WS-GP-AMOUNT-MINOR
           MOVE CR-GL-ACCOUNT TO WS-GP-ACCOUNT-CODE
           PERFORM POST-BALANCED-VOUCHER
           IF WS-GP-RESULT-STATUS NOT = 0
              ADD 1 TO WS-POST-FAIL-COUNT
              DELETE CHQREG-FILE RECORD
                 INVALID KEY
                    ADD 1 TO WS-FILE-FAIL-COUNT
              END-DELETE
              MOVE SPACES TO WS-EXCEPTION-NOTE
              STRING "NOT ISSUED - " WS-GP-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-EXCEPTION-NOTE
              MOVE WS-EXCEPTION-NOTE TO WS-DL-NOTE
              MOVE SPACES TO WS-DL-CHEQUE-NUMBER
              WRITE CHQIRPT-RECORD FROM WS-DETAIL-LINE
              GO TO ISSUE-ONE-CHEQUE-EXIT
           END-IF

           ADD 1 TO CS-NEXT-NUMBER
           REWRITE CHQSTOCK-RECORD
              INVALID KEY
                 ADD 1 TO WS-FILE-FAIL-COUNT
                 DISPLAY "CHQISSUE: stock not moved on for "
                    CS-ACCOUNT ", status=" WS-CS-FILE-STATUS
           END-REWRITE

           PERFORM PRINT-CHEQUE

           ADD 1 TO WS-ISSUED-COUNT
           MOVE CI-AMOUNT-MINOR TO WS-FM-AMOUNT
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT CI-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE WS-FM-OUTPUT TO WS-DL-AMOUNT
           MOVE "ISSUED" TO WS-DL-NOTE
           WRITE CHQIRPT-RECORD FROM WS-DETAIL-LINE.

       ISSUE-ONE-CHEQUE-EXIT.
           EXIT.

      *================================================================
      * LIST-EXCEPTION: an instruction that cannot be issued
      *================================================================
       LIST-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-NOTE TO WS-DL-NOTE
           WRITE CHQIRPT-RECORD FROM WS-DETAIL-LINE.

       LIST-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      * POST-BALANCED-VOUCHER: the WS-GP- amount as a journal
      * voucher of two legs - the business leg on WS-GP-ACCOUNT-CODE
      * and its negation on the cheques-outstanding clearing
      * account - posted together through GL-POST, or refused
      * together
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
      * BUILD-AMOUNT-WORDS: CI-AMOUNT-MINOR in words for the cheque
      * face - "ONE THOUSAND TWO HUNDRED THIRTY-FOUR AND 56/100
      * USD", or "... ONLY" for a currency with no minor unit.
      * Leaves WS-WORDS blank for an amount of a trillion or more.
      *================================================================
       BUILD-AMOUNT-WORDS SECTION.
           MOVE SPACES TO WS-WORDS
           CALL "GET-DECIMAL-PLACES" USING CI-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT
           IF WS-DP-RESULT NOT = 1
              MOVE 2 TO WS-DP-DECIMALS
           END-IF

           COMPUTE WS-AMT-FACTOR = 10 ** WS-DP-DECIMALS
           COMPUTE WS-AMT-INTEGER = CI-AMOUNT-MINOR / WS-AMT-FACTOR
           COMPUTE WS-AMT-DECIMAL =
              FUNCTION MOD(CI-AMOUNT-MINOR WS-AMT-FACTOR)
           IF WS-AMT-INTEGER > 999999999999
              GO TO BUILD-AMOUNT-WORDS-EXIT
           END-IF

           MOVE 1 TO WS-WORDS-POS
           MOVE WS-AMT-INTEGER TO WS-AMT-GROUP-TEXT
           IF WS-AMT-INTEGER = 0
              STRING "ZERO " DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WORDS-POS
           END-IF
           PERFORM VARYING WS-GROUP-IDX FROM 2 BY 1
                   UNTIL WS-GROUP-IDX > 5
              MOVE WS-AMT-GROUP(WS-GROUP-IDX) TO WS-GROUP-VALUE
              IF WS-GROUP-VALUE > 0
                 PERFORM APPEND-GROUP-WORDS
              END-IF
           END-PERFORM

           IF WS-DP-DECIMALS = 0
              STRING "ONLY " DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WORDS-POS
           ELSE
              MOVE WS-AMT-DECIMAL TO WS-AMT-DECIMAL-TEXT
              STRING "AND "
                 WS-AMT-DECIMAL-TEXT(10 - WS-DP-DECIMALS:
                    WS-DP-DECIMALS)
                 "/1" WS-AMT-FACTOR(10 - WS-DP-DECIMALS:
                    WS-DP-DECIMALS) " "
                 DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WORDS-POS
           END-IF
           STRING CI-CURRENCY DELIMITED BY SIZE
              INTO WS-WORDS WITH POINTER WS-WORDS-POS.

       BUILD-AMOUNT-WORDS-EXIT.
           EXIT.

      *================================================================
      * APPEND-GROUP-WORDS: one group of three digits in words,
      * with its scale word (thousand, million, billion)
      *================================================================
       APPEND-GROUP-WORDS SECTION.
           DIVIDE WS-GROUP-VALUE BY 100 GIVING WS-GROUP-HUNDREDS
              REMAINDER WS-GROUP-REST

           IF WS-GROUP-HUNDREDS > 0
              STRING FUNCTION TRIM(WS-UNIT-WORD(WS-GROUP-HUNDREDS))
                 " HUNDRED " DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WORDS-POS
           END-IF

           EVALUATE TRUE
              WHEN WS-GROUP-REST = 0
                 CONTINUE
              WHEN WS-GROUP-REST < 20
                 STRING FUNCTION TRIM(WS-UNIT-WORD(WS-GROUP-REST))
                    " " DELIMITED BY SIZE
                    INTO WS-WORDS WITH POINTER WS-WORDS-POS
              WHEN OTHER
                 DIVIDE WS-GROUP-REST BY 10 GIVING WS-GROUP-TENS
                    REMAINDER WS-GROUP-UNITS
                 STRING FUNCTION TRIM(
                    WS-TENS-WORD(WS-GROUP-TENS - 1))
                    DELIMITED BY SIZE
                    INTO WS-WORDS WITH POINTER WS-WORDS-POS
                 IF WS-GROUP-UNITS > 0
                    STRING "-"
                       FUNCTION TRIM(WS-UNIT-WORD(WS-GROUP-UNITS))
                       DELIMITED BY SIZE
                       INTO WS-WORDS WITH POINTER WS-WORDS-POS
                 END-IF
                 STRING " " DELIMITED BY SIZE
                    INTO WS-WORDS WITH POINTER WS-WORDS-POS
           END-EVALUATE

           IF WS-SCALE-WORD(WS-GROUP-IDX) NOT = SPACES
              STRING FUNCTION TRIM(WS-SCALE-WORD(WS-GROUP-IDX))
                 " " DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WORDS-POS
           END-IF.

       APPEND-GROUP-WORDS-EXIT.
           EXIT.

      *================================================================
      * PRINT-CHEQUE: one cheque on the print file - number, date,
      * payee and address, amount in figures guarded with
      * asterisks, amount in words split at a word boundary, and
      * the reference and memo
      *================================================================
       PRINT-CHEQUE SECTION.
           MOVE CR-ISSUE-DATE TO WS-ISO-FROM
           PERFORM BUILD-ISO-DATE
           MOVE WS-CHEQUE-NUMBER TO WS-CHEQUE-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHEQUE NO " WS-CHEQUE-EDIT
              "   ACCOUNT " CI-DRAWN-ACCOUNT
              "   DATE " WS-ISO-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "PAY       " CI-PAYEE-NAME
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE

           IF CI-PAYEE-ADDR-LINE NOT = SPACES
              MOVE SPACES TO WS-PRINT-LINE
              STRING "          " CI-PAYEE-ADDR-LINE
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF CI-PAYEE-TOWN NOT = SPACES
              OR CI-PAYEE-POSTCODE NOT = SPACES
              MOVE SPACES TO WS-PRINT-LINE
              STRING "          " FUNCTION TRIM(CI-PAYEE-TOWN)
                 " " CI-PAYEE-POSTCODE
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE
           END-IF

           MOVE CI-AMOUNT-MINOR TO WS-FM-AMOUNT
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT CI-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AMOUNT    ***" FUNCTION TRIM(WS-FM-OUTPUT) "***"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE

      *    Split the words at the last space that fits a line
           MOVE 100 TO WS-WORDS-SPLIT
           IF WS-WORDS(101:120) NOT = SPACES
              PERFORM UNTIL WS-WORDS-SPLIT = 1
                         OR WS-WORDS(WS-WORDS-SPLIT:1) = SPACE
                 SUBTRACT 1 FROM WS-WORDS-SPLIT
              END-PERFORM
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "THE SUM   " WS-WORDS(1:WS-WORDS-SPLIT)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE
           IF WS-WORDS(WS-WORDS-SPLIT + 1:) NOT = SPACES
              MOVE SPACES TO WS-PRINT-LINE
              STRING "          "
                 WS-WORDS(WS-WORDS-SPLIT + 1:110)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           STRING "REF       " CI-INSTRUCTION-ID "   MEMO " CI-MEMO
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE

           MOVE ALL "-" TO WS-PRINT-LINE
           WRITE CHQPRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-CHEQUE-EXIT.
           EXIT.

      *================================================================
      * BUILD-ISO-DATE: WS-ISO-FROM (YYYYMMDD) as YYYY-MM-DD in
      * WS-ISO-DATE
      *================================================================
       BUILD-ISO-DATE SECTION.
           MOVE SPACES TO WS-ISO-DATE
           STRING WS-ISO-FROM(1:4) "-" WS-ISO-FROM(5:2) "-"
              WS-ISO-FROM(7:2)
              DELIMITED BY SIZE INTO WS-ISO-DATE.

       BUILD-ISO-DATE-EXIT.
           EXIT.

      *================================================================
      * WRITE-POSITIVE-PAY: every register entry issued, stopped or
      * voided since the last file, then the trailer and the
      * signature; each entry sent is cleared of its pending flag
      *================================================================
       WRITE-POSITIVE-PAY SECTION.
           MOVE LOW-VALUES TO CR-KEY
           START CHQREG-FILE KEY IS NOT LESS THAN CR-KEY
              INVALID KEY
                 MOVE 1 TO WS-CR-EOF
           END-START

           PERFORM UNTIL WS-AT-CR-EOF
              READ CHQREG-FILE NEXT
                 AT END
                    MOVE 1 TO WS-CR-EOF
                 NOT AT END
                    IF CR-POSPAY-IS-DUE
                       PERFORM WRITE-POSITIVE-PAY-DETAIL
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO CHQPOSP-RECORD
           MOVE "T" TO PP-RECORD-TYPE
           MOVE WS-TODAY TO PT-CREATED-DATE
           MOVE WS-POSPAY-COUNT TO PT-RECORD-COUNT
           MOVE WS-POSPAY-HASH TO PT-AMOUNT-HASH
           PERFORM WRITE-CHQPOSP-RECORD

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           IF WS-MAC-SIGNATURE-LEN > 0
              MOVE SPACES TO CHQPOSP-RECORD
              MOVE "*M" TO CHQPOSP-RECORD(1:2)
              MOVE WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN)
                 TO CHQPOSP-RECORD(3:WS-MAC-SIGNATURE-LEN)
              WRITE CHQPOSP-RECORD
           END-IF.

       WRITE-POSITIVE-PAY-EXIT.
           EXIT.

      *================================================================
      * WRITE-POSITIVE-PAY-DETAIL: the action is the register
      * status - I issued, S stopped, V voided
      *================================================================
       WRITE-POSITIVE-PAY-DETAIL SECTION.
           MOVE SPACES TO CHQPOSP-RECORD
           MOVE "D" TO PP-RECORD-TYPE
           MOVE CR-ACCOUNT TO PP-ACCOUNT
           MOVE CR-CHEQUE-NUMBER TO PP-CHEQUE-NUMBER
           MOVE CR-STATUS TO PP-ACTION
           MOVE CR-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CR-CURRENCY TO PP-CURRENCY
           MOVE CR-AMOUNT-MINOR TO PP-AMOUNT-MINOR
           MOVE CR-PAYEE-NAME TO PP-PAYEE-NAME
           PERFORM WRITE-CHQPOSP-RECORD

           ADD 1 TO WS-POSPAY-COUNT
           ADD PP-AMOUNT-MINOR TO WS-POSPAY-HASH

           MOVE SPACE TO CR-POSPAY-PENDING
           REWRITE CHQREG-RECORD
              INVALID KEY
                 ADD 1 TO WS-FILE-FAIL-COUNT
                 DISPLAY "CHQISSUE: positive-pay flag not cleared "
                    "for " CR-KEY ", status=" WS-CR-FILE-STATUS
           END-REWRITE.

       WRITE-POSITIVE-PAY-DETAIL-EXIT.
           EXIT.

      *================================================================
      * WRITE-CHQPOSP-RECORD: write the positive-pay record built in
      * CHQPOSP-RECORD and fold it into the file's signature
      *================================================================
       WRITE-CHQPOSP-RECORD SECTION.
           WRITE CHQPOSP-RECORD
           MOVE CHQPOSP-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-CHQPOSP-RECORD-EXIT.
           EXIT.

      *================================================================
      * START-FILE-SIGNING: start the signature chain under the key
      * set up for CHQPOSP - none set up leaves the file unsigned, a
      * key that cannot be used fails the step with COND code 8
      *================================================================
       START-FILE-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "CHQISSUE: CHQPOSP not signed - "
                    FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "CHQISSUE: CHQPOSP CANNOT BE SIGNED - "
                    FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-FILE-SIGNING-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "STOP/VOID ACTIONS READ" TO WS-RPT-LABEL
           MOVE WS-ACTIONS-READ TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  STOPPED" TO WS-RPT-LABEL
           MOVE WS-STOPPED-COUNT TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  VOIDED" TO WS-RPT-LABEL
           MOVE WS-VOIDED-COUNT TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  REFUSED" TO WS-RPT-LABEL
           MOVE WS-ACTION-REFUSED-COUNT TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "INSTRUCTIONS READ" TO WS-RPT-LABEL
           MOVE WS-INSTRUCTIONS-READ TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  CHEQUES ISSUED" TO WS-RPT-LABEL
           MOVE WS-ISSUED-COUNT TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  REFUSED" TO WS-RPT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "    STOCK EXHAUSTED" TO WS-RPT-LABEL
           MOVE WS-EXHAUSTED-COUNT TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "VOUCHERS REFUSED BY GL-POST" TO WS-RPT-LABEL
           MOVE WS-POST-FAIL-COUNT TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "POSITIVE-PAY DETAILS SENT" TO WS-RPT-LABEL
           MOVE WS-POSPAY-COUNT TO WS-RPT-COUNT
           WRITE CHQIRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CHQIN-FILE
           IF WS-ACTIONS-PRESENT = 1
              CLOSE CHQACT-FILE
           END-IF
           CLOSE CHQSTOCK-FILE
           CLOSE CHQREG-FILE
           CLOSE CHQPRINT-FILE
           CLOSE CHQPOSP-FILE
           CLOSE CHQIRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CHQISSUE.
