      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven AcctMaint - account master maintenance for COBOL
      *

      *================================================================
      * BALANCES, ACCRRULE, POSLEDGR and FXREVAL all key on a bare
      * twelve-byte account ID, and nothing said which customer
      * owned an account, what product it was, its base currency,
      * or whether it was still open - every job that cared worked
      * it out its own way. This job maintains the ACCTMAST KSDS
      * that answers those questions once, from the ACCTIN
      * maintenance file the account-opening desk prepares, in the
      * MANDLOAD mould: one action per line -
      *
      *   A  opens an account: owner, product, base currency and
      *      open date (default today)
      *   U  amends the owner, product or base currency of an open
      *      account - a blank field is left as it stands
      *   C  closes an account as of the line's date (default
      *      today); the record stays on file flagged closed, so a
      *      posting against it is refused as "closed", not as
      *      "never heard of it"
      *   R  reopens a closed account
      *
      * The owner's customer key is checked through PARSE-UUID
      * (SAFE-UUID), the currency through IS-VALID-CURRENCY
      * (SAFE-CURRENCY) and the date through VALIDATE-DATE
      * (SAFE-DATETIME) before anything reaches the master; a bad
      * line goes to ACCTREJ with the reason. Every field a line
      * changes is recorded through ACCT-HIST-WRITE
      * (PROVEN-ACCT-HIST), old and new value side by side, so the
      * master only ever holds current values and the history
      * holds the rest - the CUSTHIST discipline applied to
      * accounts.
      *
      * POSLEDGR refuses BALANCES positions for accounts that are
      * not open here, and ACCRURUN, ESCHEAT and STMTGEN take an
      * account's status from this master.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTIN-FILE ASSIGN TO "ACCTIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AI-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT ACCTREJ-FILE ASSIGN TO "ACCTREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One maintenance action per line
       FD  ACCTIN-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  ACCTIN-RECORD.
           05 AI-ACTION                 PIC X(1).
              88 AI-ACTION-IS-OPEN      VALUE "A".
              88 AI-ACTION-IS-UPDATE    VALUE "U".
              88 AI-ACTION-IS-CLOSE     VALUE "C".
              88 AI-ACTION-IS-REOPEN    VALUE "R".
           05 AI-ACCOUNT-ID             PIC X(12).
           05 AI-CUSTOMER-ID            PIC X(36).
           05 AI-PRODUCT-CODE           PIC X(8).
           05 AI-BASE-CURRENCY          PIC X(3).
           05 AI-EFFECTIVE-DATE         PIC 9(8).
           05 AI-REQUESTED-BY           PIC X(8).

      * Account master KSDS - one record per account, with the
      * owning customer as a non-unique alternate key so the
      * customer-keyed jobs can find a customer's accounts
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

      * Rejected maintenance lines with the failing reason
       FD  ACCTREJ-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  ACCTREJ-RECORD.
           05 AJ-ACTION-LINE            PIC X(76).
           05 AJ-REJECT-REASON          PIC X(50).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-AI-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-AJ-FILE-STATUS            PIC X(2).
       01 WS-AI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-ACTIONS-READ              PIC 9(6) VALUE 0.
       01 WS-OPENED-COUNT              PIC 9(6) VALUE 0.
       01 WS-UPDATED-COUNT             PIC 9(6) VALUE 0.
       01 WS-CLOSED-COUNT              PIC 9(6) VALUE 0.
       01 WS-REOPENED-COUNT            PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(6) VALUE 0.
       01 WS-HIST-FAIL-COUNT           PIC 9(6) VALUE 0.

       01 WS-REJECT-REASON             PIC X(50).
       01 WS-TODAY                     PIC 9(8).
       01 WS-ACTION-DATE               PIC 9(8).

      * The record as it stood before the action, for the history
       01 WS-BEFORE-RECORD             PIC X(120).
       01 WS-BEFORE-FIELDS REDEFINES WS-BEFORE-RECORD.
          05 WS-BF-ACCOUNT-ID          PIC X(12).
          05 WS-BF-CUSTOMER-ID         PIC X(36).
          05 WS-BF-PRODUCT-CODE        PIC X(8).
          05 WS-BF-BASE-CURRENCY       PIC X(3).
          05 WS-BF-OPEN-DATE           PIC 9(8).
          05 WS-BF-CLOSE-DATE          PIC 9(8).
          05 WS-BF-STATUS              PIC X(1).
          05 FILLER                    PIC X(44).

      * IS-VALID-CURRENCY call fields (see SAFE-CURRENCY.cob)
       01 WS-CCY-RESULT                PIC 9.

      * PARSE-UUID call fields (see SAFE-UUID.cob)
       01 WS-UUID-RESULT               PIC 9.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * VALIDATE-DATE call fields (see SAFE-DATETIME.cob)
       01 WS-DATE-YEAR                 PIC 9(4).
       01 WS-DATE-MONTH                PIC 9(2).
       01 WS-DATE-DAY                  PIC 9(2).
       01 WS-DATE-RESULT               PIC 9.
       01 WS-DATE-ERROR-MSG            PIC X(50).

      * ACCT-HIST-WRITE call fields (see PROVEN-ACCT-HIST.cob)
       01 WS-AH-FIELD-NAME             PIC X(20).
       01 WS-AH-OLD-VALUE              PIC X(40).
       01 WS-AH-NEW-VALUE              PIC X(40).
       01 WS-AH-SOURCE                 PIC X(8) VALUE "ACCTMNT".
       01 WS-AH-RESULT                 PIC 9.
       01 WS-AH-ERROR-MSG              PIC X(50).

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "ACCTMNT".
       01 WS-CW-REJECTED               PIC 9(8).
       01 WS-CW-READ                   PIC 9(8).
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
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM UNTIL WS-AT-EOF
              READ ACCTIN-FILE
                 AT END
                    MOVE 1 TO WS-AI-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-ACTION
              END-READ
           END-PERFORM

           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "ACCTMNT: " WS-ACTIONS-READ " action(s), "
              WS-OPENED-COUNT " opened, " WS-UPDATED-COUNT
              " updated, " WS-CLOSED-COUNT " closed, "
              WS-REOPENED-COUNT " reopened, " WS-REJECT-COUNT
              " rejected"

      *    A change the history did not capture is an unexplained
      *    change - worse than a rejected line
           EVALUATE TRUE
              WHEN WS-HIST-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REJECT-COUNT > 0
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
           OPEN INPUT ACCTIN-FILE
           IF WS-AI-FILE-STATUS NOT = "00"
              DISPLAY "ACCTMNT: cannot open ACCTIN, status="
                 WS-AI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              AND WS-AM-FILE-STATUS NOT = "05"
              AND WS-AM-FILE-STATUS NOT = "97"
              DISPLAY "ACCTMNT: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ACCTREJ-FILE
           IF WS-AJ-FILE-STATUS NOT = "00"
              DISPLAY "ACCTMNT: cannot open ACCTREJ, status="
                 WS-AJ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-ACTION: validate the line's fields, then apply it
      * to the master
      *================================================================
       APPLY-ONE-ACTION SECTION.
           ADD 1 TO WS-ACTIONS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT AI-ACTION-IS-OPEN AND NOT AI-ACTION-IS-UPDATE
              AND NOT AI-ACTION-IS-CLOSE AND NOT AI-ACTION-IS-REOPEN
              MOVE "Action must be A, U, C, or R" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF AI-ACCOUNT-ID = SPACES
              MOVE "Account ID is required" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

      *    The line's date is the open or close date; zero means
      *    today
           IF AI-EFFECTIVE-DATE IS NOT NUMERIC
              OR AI-EFFECTIVE-DATE = 0
              MOVE WS-TODAY TO WS-ACTION-DATE
           ELSE
              MOVE AI-EFFECTIVE-DATE TO WS-ACTION-DATE
           END-IF
           MOVE WS-ACTION-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-ACTION-DATE(5:2) TO WS-DATE-MONTH
           MOVE WS-ACTION-DATE(7:2) TO WS-DATE-DAY
           CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
               WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
           IF WS-DATE-RESULT NOT = 1
              MOVE WS-DATE-ERROR-MSG TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

      *    An open must carry all three account attributes; an
      *    update checks whichever it carries
           IF AI-ACTION-IS-OPEN
              IF AI-CUSTOMER-ID = SPACES OR AI-PRODUCT-CODE = SPACES
                 OR AI-BASE-CURRENCY = SPACES
                 MOVE "Owner, product and currency are required"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
           END-IF

           IF AI-CUSTOMER-ID NOT = SPACES
              CALL "PARSE-UUID" USING AI-CUSTOMER-ID WS-UUID-RESULT
                  WS-UUID-ERROR-MSG
              IF WS-UUID-RESULT NOT = 1
                 MOVE WS-UUID-ERROR-MSG TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
           END-IF

           IF AI-BASE-CURRENCY NOT = SPACES
              CALL "IS-VALID-CURRENCY" USING AI-BASE-CURRENCY
                  WS-CCY-RESULT
              IF WS-CCY-RESULT NOT = 1
                 MOVE "Base currency is not a valid ISO 4217 code"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN AI-ACTION-IS-OPEN
                 PERFORM OPEN-ACCOUNT
              WHEN AI-ACTION-IS-UPDATE
                 PERFORM UPDATE-ACCOUNT
              WHEN AI-ACTION-IS-CLOSE
                 PERFORM CLOSE-ACCOUNT
              WHEN OTHER
                 PERFORM REOPEN-ACCOUNT
           END-EVALUATE.

       APPLY-ONE-ACTION-EXIT.
           EXIT.

      *================================================================
      * OPEN-ACCOUNT
      *================================================================
       OPEN-ACCOUNT SECTION.
           MOVE SPACES TO ACCTMAST-RECORD
           MOVE AI-ACCOUNT-ID TO AM-ACCOUNT-ID
           MOVE AI-CUSTOMER-ID TO AM-CUSTOMER-ID
           MOVE AI-PRODUCT-CODE TO AM-PRODUCT-CODE
           MOVE AI-BASE-CURRENCY TO AM-BASE-CURRENCY
           MOVE WS-ACTION-DATE TO AM-OPEN-DATE
           MOVE 0 TO AM-CLOSE-DATE
           MOVE "O" TO AM-STATUS
           MOVE WS-TODAY TO AM-LAST-CHANGED-DATE
           MOVE AI-REQUESTED-BY TO AM-LAST-CHANGED-BY

           WRITE ACCTMAST-RECORD
              INVALID KEY
                 MOVE "Account already on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO OPEN-ACCOUNT-EXIT
           END-WRITE
           ADD 1 TO WS-OPENED-COUNT

           MOVE SPACES TO WS-BEFORE-RECORD
           MOVE 0 TO WS-BF-OPEN-DATE
           MOVE 0 TO WS-BF-CLOSE-DATE
           PERFORM RECORD-ACCOUNT-CHANGES.

       OPEN-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * UPDATE-ACCOUNT: a blank field on the line leaves the master
      * value as it stands; a closed account must be reopened
      * before it can be amended
      *================================================================
       UPDATE-ACCOUNT SECTION.
           MOVE AI-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 MOVE "Account not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO UPDATE-ACCOUNT-EXIT
           END-READ

           IF AM-IS-CLOSED
              MOVE "Account is closed - reopen before amending"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO UPDATE-ACCOUNT-EXIT
           END-IF

           MOVE ACCTMAST-RECORD TO WS-BEFORE-RECORD
           IF AI-CUSTOMER-ID NOT = SPACES
              MOVE AI-CUSTOMER-ID TO AM-CUSTOMER-ID
           END-IF
           IF AI-PRODUCT-CODE NOT = SPACES
              MOVE AI-PRODUCT-CODE TO AM-PRODUCT-CODE
           END-IF
           IF AI-BASE-CURRENCY NOT = SPACES
              MOVE AI-BASE-CURRENCY TO AM-BASE-CURRENCY
           END-IF
           MOVE WS-TODAY TO AM-LAST-CHANGED-DATE
           MOVE AI-REQUESTED-BY TO AM-LAST-CHANGED-BY

           REWRITE ACCTMAST-RECORD
              INVALID KEY
                 MOVE "Could not rewrite account" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO UPDATE-ACCOUNT-EXIT
           END-REWRITE
           ADD 1 TO WS-UPDATED-COUNT
           PERFORM RECORD-ACCOUNT-CHANGES.

       UPDATE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * CLOSE-ACCOUNT: flagged closed as of the line's date, never
      * deleted
      *================================================================
       CLOSE-ACCOUNT SECTION.
           MOVE AI-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 MOVE "Account not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO CLOSE-ACCOUNT-EXIT
           END-READ

           IF AM-IS-CLOSED
              MOVE "Account is already closed" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO CLOSE-ACCOUNT-EXIT
           END-IF

           IF WS-ACTION-DATE < AM-OPEN-DATE
              MOVE "Close date precedes open date"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO CLOSE-ACCOUNT-EXIT
           END-IF

           MOVE ACCTMAST-RECORD TO WS-BEFORE-RECORD
           MOVE "C" TO AM-STATUS
           MOVE WS-ACTION-DATE TO AM-CLOSE-DATE
           MOVE WS-TODAY TO AM-LAST-CHANGED-DATE
           MOVE AI-REQUESTED-BY TO AM-LAST-CHANGED-BY

           REWRITE ACCTMAST-RECORD
              INVALID KEY
                 MOVE "Could not rewrite account" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO CLOSE-ACCOUNT-EXIT
           END-REWRITE
           ADD 1 TO WS-CLOSED-COUNT
           PERFORM RECORD-ACCOUNT-CHANGES.

       CLOSE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * REOPEN-ACCOUNT: back to open, the close date cleared; the
      * history keeps the closure
      *================================================================
       REOPEN-ACCOUNT SECTION.
           MOVE AI-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 MOVE "Account not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO REOPEN-ACCOUNT-EXIT
           END-READ

           IF NOT AM-IS-CLOSED
              MOVE "Account is not closed" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO REOPEN-ACCOUNT-EXIT
           END-IF

           MOVE ACCTMAST-RECORD TO WS-BEFORE-RECORD
           MOVE "O" TO AM-STATUS
           MOVE 0 TO AM-CLOSE-DATE
           MOVE WS-TODAY TO AM-LAST-CHANGED-DATE
           MOVE AI-REQUESTED-BY TO AM-LAST-CHANGED-BY

           REWRITE ACCTMAST-RECORD
              INVALID KEY
                 MOVE "Could not rewrite account" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO REOPEN-ACCOUNT-EXIT
           END-REWRITE
           ADD 1 TO WS-REOPENED-COUNT
           PERFORM RECORD-ACCOUNT-CHANGES.

       REOPEN-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * RECORD-ACCOUNT-CHANGES: one ACCTHIST record per field whose
      * value differs between the before-image and the master
      * record as written
      *================================================================
       RECORD-ACCOUNT-CHANGES SECTION.
           IF AM-CUSTOMER-ID NOT = WS-BF-CUSTOMER-ID
              MOVE "CUSTOMER-ID" TO WS-AH-FIELD-NAME
              MOVE WS-BF-CUSTOMER-ID TO WS-AH-OLD-VALUE
              MOVE AM-CUSTOMER-ID TO WS-AH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF AM-PRODUCT-CODE NOT = WS-BF-PRODUCT-CODE
              MOVE "PRODUCT-CODE" TO WS-AH-FIELD-NAME
              MOVE WS-BF-PRODUCT-CODE TO WS-AH-OLD-VALUE
              MOVE AM-PRODUCT-CODE TO WS-AH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF AM-BASE-CURRENCY NOT = WS-BF-BASE-CURRENCY
              MOVE "BASE-CURRENCY" TO WS-AH-FIELD-NAME
              MOVE WS-BF-BASE-CURRENCY TO WS-AH-OLD-VALUE
              MOVE AM-BASE-CURRENCY TO WS-AH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF AM-OPEN-DATE NOT = WS-BF-OPEN-DATE
              MOVE "OPEN-DATE" TO WS-AH-FIELD-NAME
              MOVE WS-BF-OPEN-DATE TO WS-AH-OLD-VALUE
              MOVE AM-OPEN-DATE TO WS-AH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF AM-CLOSE-DATE NOT = WS-BF-CLOSE-DATE
              MOVE "CLOSE-DATE" TO WS-AH-FIELD-NAME
              MOVE WS-BF-CLOSE-DATE TO WS-AH-OLD-VALUE
              MOVE AM-CLOSE-DATE TO WS-AH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF AM-STATUS NOT = WS-BF-STATUS
              MOVE "STATUS" TO WS-AH-FIELD-NAME
              MOVE WS-BF-STATUS TO WS-AH-OLD-VALUE
              MOVE AM-STATUS TO WS-AH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF.

       RECORD-ACCOUNT-CHANGES-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-HISTORY
      *================================================================
       WRITE-ONE-HISTORY SECTION.
           CALL "ACCT-HIST-WRITE" USING AM-ACCOUNT-ID
               WS-AH-FIELD-NAME WS-AH-OLD-VALUE WS-AH-NEW-VALUE
               WS-AH-SOURCE WS-AH-RESULT WS-AH-ERROR-MSG

           IF WS-AH-RESULT NOT = 1
              ADD 1 TO WS-HIST-FAIL-COUNT
              DISPLAY "ACCTMNT: history not written for "
                 AM-ACCOUNT-ID " " WS-AH-FIELD-NAME " - "
                 WS-AH-ERROR-MSG
           END-IF.

       WRITE-ONE-HISTORY-EXIT.
           EXIT.

      *================================================================
      * WRITE-REJECT-LINE
      *================================================================
       WRITE-REJECT-LINE SECTION.
           MOVE ACCTIN-RECORD TO AJ-ACTION-LINE
           MOVE WS-REJECT-REASON TO AJ-REJECT-REASON
           WRITE ACCTREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-REJECT-LINE-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           MOVE WS-ACTIONS-READ TO WS-CW-READ
           MOVE WS-REJECT-COUNT TO WS-CW-REJECTED

           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME WS-CW-READ
                WS-CW-REJECTED ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "ACCTMNT: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE ACCTIN-FILE
           CLOSE ACCTMAST-FILE
           CLOSE ACCTREJ-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM ACCTMNT.
