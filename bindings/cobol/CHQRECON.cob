      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven ChequeRecon - cleared-cheque reconciliation for
      * COBOL
      *

      *================================================================
      * The bank reports the cheques it paid each day on the CHQPAID
      * paid-items file - account, cheque number, amount paid, date
      * paid and the bank's item reference. This run matches every
      * paid item to the CHQREG issued-cheque register CHQISSUE
      * keeps, marks the cheque C (cleared) with the date and amount
      * paid, and lists what does not reconcile:
      *
      *   - a paid item with no register entry - a cheque we never
      *     issued, the first sign of a forged or altered item;
      *   - a cheque already cleared - presented twice;
      *   - a cheque paid after it was stopped or voided;
      *   - a cheque paid for other than its issued amount.
      *
      * The paid date and amount are recorded on the register in
      * every case the cheque is found, so the item can be chased
      * with the bank from the register alone. A stopped or voided
      * cheque keeps that status.
      *
      * The run closes with the cheques still outstanding (status
      * I), counted and totalled per drawn-on account, and lists
      * every one issued more than CHQ-STALE-DAYS ago (PARMMSTR,
      * default 180 days) as stale - a cheque the payee may never
      * present, for treasury to void and reissue or write back.
      * Any exception or stale cheque sets COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQRECON.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQPAID-FILE ASSIGN TO "CHQPAID"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PD-FILE-STATUS.

           SELECT CHQREG-FILE ASSIGN TO "CHQREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-KEY
              FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT CHQRRPT-FILE ASSIGN TO "CHQRRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The bank's paid items for the day
       FD  CHQPAID-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  CHQPAID-RECORD.
           05 PD-ACCOUNT                PIC X(20).
           05 PD-CHEQUE-NUMBER          PIC 9(10).
           05 PD-AMOUNT-MINOR           PIC 9(15).
           05 PD-PAID-DATE              PIC 9(8).
           05 PD-BANK-REF               PIC X(16).

      * Issued-cheque register (see CHQREG-RECORD in CHQISSUE.cob)
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

       FD  CHQRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHQRRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-PD-FILE-STATUS            PIC X(2).
       01 WS-CR-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-PD-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PD-EOF              VALUE 1.
       01 WS-CR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CR-EOF              VALUE 1.

      * Control counts
       01 WS-PAID-READ                 PIC 9(8) VALUE 0.
       01 WS-MATCHED-COUNT             PIC 9(8) VALUE 0.
       01 WS-NOT-ISSUED-COUNT          PIC 9(6) VALUE 0.
       01 WS-DUPLICATE-COUNT           PIC 9(6) VALUE 0.
       01 WS-AFTER-STOP-COUNT          PIC 9(6) VALUE 0.
       01 WS-AMOUNT-DIFF-COUNT         PIC 9(6) VALUE 0.
       01 WS-OUTSTANDING-COUNT         PIC 9(8) VALUE 0.
       01 WS-STALE-COUNT               PIC 9(6) VALUE 0.
       01 WS-REWRITE-FAIL-COUNT        PIC 9(6) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-STALE-DAYS                PIC 9(4) VALUE 180.
       01 WS-STALE-BEFORE              PIC 9(8).
       01 WS-EXCEPTION-NOTE            PIC X(40).

      * Outstanding cheques for the account in hand
       01 WS-PREV-ACCOUNT              PIC X(20) VALUE SPACES.
       01 WS-PREV-CURRENCY             PIC X(3).
       01 WS-ACCT-OUTSTANDING-COUNT    PIC 9(8) VALUE 0.
       01 WS-ACCT-OUTSTANDING-MINOR    PIC S9(18) COMP-3 VALUE 0.

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).
       01 WS-PG-VALID                  PIC 9.

      * FORMAT-MONEY call fields (see SAFE-CURRENCY.cob)
       01 WS-FM-AMOUNT                 PIC S9(18) COMP-3.
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
          05 WS-DL-ACCOUNT             PIC X(20).
          05 FILLER                    PIC X(2).
          05 WS-DL-CHEQUE-NUMBER       PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-DL-DATE                PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-AMOUNT              PIC X(30).
          05 FILLER                    PIC X(2).
          05 WS-DL-NOTE                PIC X(40).
          05 FILLER                    PIC X(14).

       01 WS-ACCOUNT-LINE.
          05 FILLER                    PIC X(2).
          05 WS-AL-ACCOUNT             PIC X(20).
          05 FILLER                    PIC X(2).
          05 WS-AL-COUNT               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(13) VALUE
             " OUTSTANDING ".
          05 WS-AL-AMOUNT              PIC X(30).
          05 FILLER                    PIC X(58).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: match the day's paid items, then report what
      * is still outstanding
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-STALE-PARM

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "CHQRECON CONTROL REPORT - CLEARED CHEQUES"
              TO WS-HL-TEXT
           WRITE CHQRRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "PAID ITEMS THAT DO NOT RECONCILE" TO WS-HL-TEXT
           WRITE CHQRRPT-RECORD FROM WS-HEADING-LINE

           PERFORM UNTIL WS-AT-PD-EOF
              READ CHQPAID-FILE
                 AT END
                    MOVE 1 TO WS-PD-EOF
                 NOT AT END
                    PERFORM MATCH-ONE-PAID-ITEM
              END-READ
           END-PERFORM

           PERFORM REPORT-OUTSTANDING
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "CHQRECON: " WS-PAID-READ " paid item(s), "
              WS-MATCHED-COUNT " cleared; " WS-OUTSTANDING-COUNT
              " outstanding, " WS-STALE-COUNT " stale"

           EVALUATE TRUE
              WHEN WS-REWRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-NOT-ISSUED-COUNT > 0
                   OR WS-DUPLICATE-COUNT > 0
                   OR WS-AFTER-STOP-COUNT > 0
                   OR WS-AMOUNT-DIFF-COUNT > 0
                   OR WS-STALE-COUNT > 0
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
           OPEN INPUT CHQPAID-FILE
           IF WS-PD-FILE-STATUS NOT = "00"
              DISPLAY "CHQRECON: cannot open CHQPAID, status="
                 WS-PD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O CHQREG-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
              DISPLAY "CHQRECON: cannot open CHQREG, status="
                 WS-CR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CHQRRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "CHQRECON: cannot open CHQRRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * READ-STALE-PARM: the age past which an outstanding cheque
      * is stale, and the issue date that makes it so; an absent
      * or unusable entry keeps the default
      *================================================================
       READ-STALE-PARM SECTION.
           MOVE "CHQ-STALE-DAYS" TO WS-PG-KEY
           MOVE 0 TO WS-PG-VALID
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
           END-IF
           IF WS-PG-VALID = 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 1000
              MOVE WS-PG-NUMBER TO WS-STALE-DAYS
           END-IF

           COMPUTE WS-STALE-BEFORE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-STALE-DAYS).

       READ-STALE-PARM-EXIT.
           EXIT.

      *================================================================
      * PARSE-PARM-NUMBER: WS-PG-VALUE as an unsigned whole number
      *================================================================
       PARSE-PARM-NUMBER SECTION.
           MOVE 0 TO WS-PG-NUMBER
           MOVE 0 TO WS-PG-VALID
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
              UNTIL WS-PG-SUB > 16
              OR WS-PG-VALUE(WS-PG-SUB:1) = SPACE
              IF WS-PG-VALUE(WS-PG-SUB:1) < "0"
                 OR WS-PG-VALUE(WS-PG-SUB:1) > "9"
                 MOVE 0 TO WS-PG-NUMBER
                 GO TO PARSE-PARM-NUMBER-EXIT
              END-IF
              COMPUTE WS-PG-NUMBER = WS-PG-NUMBER * 10
                 + FUNCTION NUMVAL(WS-PG-VALUE(WS-PG-SUB:1))
           END-PERFORM
           IF WS-PG-SUB > 1
              MOVE 1 TO WS-PG-VALID
           END-IF.

       PARSE-PARM-NUMBER-EXIT.
           EXIT.

      *================================================================
      * MATCH-ONE-PAID-ITEM: find the cheque on the register and
      * record its payment; list anything that does not reconcile
      *================================================================
       MATCH-ONE-PAID-ITEM SECTION.
           IF PD-ACCOUNT = SPACES
              GO TO MATCH-ONE-PAID-ITEM-EXIT
           END-IF
           ADD 1 TO WS-PAID-READ

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PD-ACCOUNT TO WS-DL-ACCOUNT
           MOVE PD-CHEQUE-NUMBER TO WS-DL-CHEQUE-NUMBER
           MOVE PD-PAID-DATE TO WS-DL-DATE
           MOVE SPACES TO WS-EXCEPTION-NOTE

           MOVE PD-ACCOUNT TO CR-ACCOUNT
           MOVE PD-CHEQUE-NUMBER TO CR-CHEQUE-NUMBER
           READ CHQREG-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-ISSUED-COUNT
                 MOVE PD-AMOUNT-MINOR TO WS-DL-AMOUNT
                 MOVE "NOT ISSUED - POSSIBLE FRAUD"
                    TO WS-DL-NOTE
                 WRITE CHQRRPT-RECORD FROM WS-DETAIL-LINE
                 GO TO MATCH-ONE-PAID-ITEM-EXIT
           END-READ

           MOVE PD-AMOUNT-MINOR TO WS-FM-AMOUNT
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT CR-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE WS-FM-OUTPUT TO WS-DL-AMOUNT

      *    A second presentment leaves the first payment recorded
           IF CR-IS-CLEARED
              ADD 1 TO WS-DUPLICATE-COUNT
              MOVE "ALREADY CLEARED - DUPLICATE PRESENTMENT"
                 TO WS-DL-NOTE
              WRITE CHQRRPT-RECORD FROM WS-DETAIL-LINE
              GO TO MATCH-ONE-PAID-ITEM-EXIT
           END-IF

           EVALUATE TRUE
              WHEN CR-IS-STOPPED
                 ADD 1 TO WS-AFTER-STOP-COUNT
                 MOVE "PAID AFTER STOP" TO WS-EXCEPTION-NOTE
              WHEN CR-IS-VOIDED
                 ADD 1 TO WS-AFTER-STOP-COUNT
                 MOVE "PAID AFTER VOID" TO WS-EXCEPTION-NOTE
              WHEN PD-AMOUNT-MINOR NOT = CR-AMOUNT-MINOR
                 ADD 1 TO WS-AMOUNT-DIFF-COUNT
                 MOVE "PAID AMOUNT NOT AMOUNT ISSUED"
                    TO WS-EXCEPTION-NOTE
                 MOVE "C" TO CR-STATUS
                 MOVE WS-TODAY TO CR-STATUS-DATE
              WHEN OTHER
                 ADD 1 TO WS-MATCHED-COUNT
                 MOVE "C" TO CR-STATUS
                 MOVE WS-TODAY TO CR-STATUS-DATE
           END-EVALUATE

           MOVE PD-PAID-DATE TO CR-PAID-DATE
           MOVE PD-AMOUNT-MINOR TO CR-PAID-AMOUNT-MINOR
           REWRITE CHQREG-RECORD
              INVALID KEY
                 ADD 1 TO WS-REWRITE-FAIL-COUNT
                 DISPLAY "CHQRECON: register not updated for "
                    CR-KEY ", status=" WS-CR-FILE-STATUS
           END-REWRITE

           IF WS-EXCEPTION-NOTE NOT = SPACES
              MOVE WS-EXCEPTION-NOTE TO WS-DL-NOTE
              WRITE CHQRRPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       MATCH-ONE-PAID-ITEM-EXIT.
           EXIT.

      *================================================================
      * REPORT-OUTSTANDING: browse the register in account order,
      * listing stale cheques as they come and each account's
      * outstanding count and amount when the account changes
      *================================================================
       REPORT-OUTSTANDING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE CHQRRPT-RECORD FROM WS-HEADING-LINE
           MOVE "OUTSTANDING CHEQUES - STALE ITEMS AND ACCOUNT TOTALS"
              TO WS-HL-TEXT
           WRITE CHQRRPT-RECORD FROM WS-HEADING-LINE

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
                    IF CR-IS-ISSUED
                       PERFORM TAKE-OUTSTANDING-CHEQUE
                    END-IF
              END-READ
           END-PERFORM

           IF WS-PREV-ACCOUNT NOT = SPACES
              PERFORM WRITE-ACCOUNT-TOTAL
           END-IF.

       REPORT-OUTSTANDING-EXIT.
           EXIT.

      *================================================================
      * TAKE-OUTSTANDING-CHEQUE
      *================================================================
       TAKE-OUTSTANDING-CHEQUE SECTION.
           IF CR-ACCOUNT NOT = WS-PREV-ACCOUNT
              IF WS-PREV-ACCOUNT NOT = SPACES
                 PERFORM WRITE-ACCOUNT-TOTAL
              END-IF
              MOVE CR-ACCOUNT TO WS-PREV-ACCOUNT
              MOVE CR-CURRENCY TO WS-PREV-CURRENCY
              MOVE 0 TO WS-ACCT-OUTSTANDING-COUNT
              MOVE 0 TO WS-ACCT-OUTSTANDING-MINOR
           END-IF

           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD 1 TO WS-ACCT-OUTSTANDING-COUNT
           ADD CR-AMOUNT-MINOR TO WS-ACCT-OUTSTANDING-MINOR

           IF CR-ISSUE-DATE < WS-STALE-BEFORE
              ADD 1 TO WS-STALE-COUNT
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE CR-ACCOUNT TO WS-DL-ACCOUNT
              MOVE CR-CHEQUE-NUMBER TO WS-DL-CHEQUE-NUMBER
              MOVE CR-ISSUE-DATE TO WS-DL-DATE
              MOVE CR-AMOUNT-MINOR TO WS-FM-AMOUNT
              CALL "FORMAT-MONEY" USING WS-FM-AMOUNT CR-CURRENCY
                  WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
              MOVE WS-FM-OUTPUT TO WS-DL-AMOUNT
              MOVE "STALE - VOID AND REISSUE OR WRITE BACK"
                 TO WS-DL-NOTE
              WRITE CHQRRPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       TAKE-OUTSTANDING-CHEQUE-EXIT.
           EXIT.

      *================================================================
      * WRITE-ACCOUNT-TOTAL: one account's outstanding cheques
      *================================================================
       WRITE-ACCOUNT-TOTAL SECTION.
           MOVE WS-PREV-ACCOUNT TO WS-AL-ACCOUNT
           MOVE WS-ACCT-OUTSTANDING-COUNT TO WS-AL-COUNT
           MOVE WS-ACCT-OUTSTANDING-MINOR TO WS-FM-AMOUNT
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT WS-PREV-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE WS-FM-OUTPUT TO WS-AL-AMOUNT
           WRITE CHQRRPT-RECORD FROM WS-ACCOUNT-LINE.

       WRITE-ACCOUNT-TOTAL-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "PAID ITEMS READ" TO WS-RPT-LABEL
           MOVE WS-PAID-READ TO WS-RPT-COUNT
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  CLEARED AS ISSUED" TO WS-RPT-LABEL
           MOVE WS-MATCHED-COUNT TO WS-RPT-COUNT
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  NOT ISSUED" TO WS-RPT-LABEL
           MOVE WS-NOT-ISSUED-COUNT TO WS-RPT-COUNT
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  DUPLICATE PRESENTMENT" TO WS-RPT-LABEL
           MOVE WS-DUPLICATE-COUNT TO WS-RPT-COUNT
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  PAID AFTER STOP OR VOID" TO WS-RPT-LABEL
           MOVE WS-AFTER-STOP-COUNT TO WS-RPT-COUNT
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  AMOUNT DIFFERS" TO WS-RPT-LABEL
           MOVE WS-AMOUNT-DIFF-COUNT TO WS-RPT-COUNT
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "CHEQUES OUTSTANDING" TO WS-RPT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-RPT-COUNT
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  STALE" TO WS-RPT-LABEL
           MOVE WS-STALE-COUNT TO WS-RPT-COUNT
           WRITE CHQRRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CHQPAID-FILE
           CLOSE CHQREG-FILE
           CLOSE CHQRRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CHQRECON.
