      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven AcctLimitLoad - account overdraft-limit loader for
      * COBOL
      *

      *================================================================
      * The overdraft each account is authorized to run lives on the
      * ACCTLIM KSDS, one record per paying account, so the credit
      * desk changes a limit by changing a card rather than a
      * program. This loader, in the CUSTLMLD mould, lands the
      * ODLCARDS control file onto the KSDS, replacing an account's
      * existing limit so the new one takes effect with the next
      * PAYHOLD run.
      *
      * Each card carries the debit IBAN payments name the account
      * by, the twelve-byte account ID BALANCES and ACCTMAST key
      * it on, the account's currency and the authorized overdraft
      * in that currency's minor units. A zero overdraft means the
      * account may not go below zero at all. The KSDS is keyed on
      * the IBAN, with the account ID as a unique alternate key, so
      * an account can be limited under one IBAN only - a card
      * naming an account already limited under another IBAN is
      * refused. So is a card whose overdraft is not numeric or
      * whose IBAN, account or currency is blank; any refusal sets
      * COND code 4.
      *
      * PAYHOLD keeps the running total of what it has released
      * against each account today on the same record. Replacing a
      * limit carries that total forward, so a limit reloaded in
      * the middle of the day does not hand the account its day's
      * payments back.
      *
      * The same record carries the debit block the DUNNING ladder
      * sets on an account left overdrawn too long, and lifts once
      * the debt is cleared. Replacing a limit carries the block
      * forward too - a new overdraft is not a way out of the
      * collections ladder.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTLMLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODLCARDS-FILE ASSIGN TO "ODLCARDS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT ACCTLIM-FILE ASSIGN TO "ACCTLIM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-DEBIT-IBAN
              ALTERNATE RECORD KEY IS AL-ACCOUNT-ID
              FILE STATUS IS WS-AL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One account's overdraft limit per card
       FD  ODLCARDS-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  ODLCARDS-RECORD.
           05 LC-DEBIT-IBAN             PIC X(34).
           05 LC-ACCOUNT-ID             PIC X(12).
           05 LC-CURRENCY               PIC X(3).
           05 LC-OVERDRAFT-TEXT         PIC X(15).

      * The account-limit master PAYHOLD and OVDRRPT read
       FD  ACCTLIM-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  ACCTLIM-RECORD.
           05 AL-DEBIT-IBAN             PIC X(34).
           05 AL-ACCOUNT-ID             PIC X(12).
           05 AL-CURRENCY               PIC X(3).
           05 AL-OVERDRAFT-MINOR        PIC 9(15).
           05 AL-LOADED-DATE            PIC 9(8).
           05 AL-RELEASED-DATE          PIC 9(8).
           05 AL-RELEASED-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 AL-DEBIT-BLOCK            PIC X(1).
              88 AL-DEBITS-BLOCKED      VALUE "D".
           05 AL-BLOCKED-DATE           PIC 9(8).
           05 FILLER                    PIC X(15).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-LC-FILE-STATUS            PIC X(2).
       01 WS-AL-FILE-STATUS            PIC X(2).
       01 WS-LC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-CARDS-READ                PIC 9(6) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(6) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(6) VALUE 0.

       01 WS-TODAY                     PIC 9(8).

      * The day's release total carried over from the record being
      * replaced
       01 WS-KEEP-RELEASED-DATE        PIC 9(8).
       01 WS-KEEP-RELEASED-MINOR       PIC S9(15) COMP-3.
       01 WS-KEEP-DEBIT-BLOCK          PIC X(1).
       01 WS-KEEP-BLOCKED-DATE         PIC 9(8).
       01 WS-LIMIT-ON-FILE             PIC 9 VALUE 0.

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
              READ ODLCARDS-FILE
                 AT END
                    MOVE 1 TO WS-LC-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-LIMIT
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY "ACCTLMLD: " WS-CARDS-READ " card(s), "
              WS-LOADED-COUNT " loaded, " WS-REFUSED-COUNT
              " refused, " WS-WRITE-FAIL-COUNT " failed"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REFUSED-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if either file cannot
      * be opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT ODLCARDS-FILE
           IF WS-LC-FILE-STATUS NOT = "00"
              DISPLAY "ACCTLMLD: cannot open ODLCARDS, status="
                 WS-LC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCTLIM-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              AND WS-AL-FILE-STATUS NOT = "05"
              AND WS-AL-FILE-STATUS NOT = "97"
              DISPLAY "ACCTLMLD: cannot open ACCTLIM, status="
                 WS-AL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-LIMIT: write or replace, keeping the day's release
      * total an existing record already carries
      *================================================================
       LOAD-ONE-LIMIT SECTION.
           IF LC-DEBIT-IBAN = SPACES
              GO TO LOAD-ONE-LIMIT-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           IF LC-ACCOUNT-ID = SPACES OR LC-CURRENCY = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "ACCTLMLD: account and currency are required, "
                 "card " WS-CARDS-READ " ("
                 FUNCTION TRIM(LC-DEBIT-IBAN) ")"
              GO TO LOAD-ONE-LIMIT-EXIT
           END-IF

           IF LC-OVERDRAFT-TEXT IS NOT NUMERIC
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "ACCTLMLD: overdraft must be numeric, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(LC-DEBIT-IBAN)
                 ")"
              GO TO LOAD-ONE-LIMIT-EXIT
           END-IF

           MOVE 0 TO WS-LIMIT-ON-FILE
           MOVE 0 TO WS-KEEP-RELEASED-DATE
           MOVE 0 TO WS-KEEP-RELEASED-MINOR
           MOVE SPACE TO WS-KEEP-DEBIT-BLOCK
           MOVE 0 TO WS-KEEP-BLOCKED-DATE
           MOVE LC-DEBIT-IBAN TO AL-DEBIT-IBAN
           READ ACCTLIM-FILE KEY IS AL-DEBIT-IBAN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WS-LIMIT-ON-FILE
                 MOVE AL-RELEASED-DATE TO WS-KEEP-RELEASED-DATE
                 MOVE AL-RELEASED-MINOR TO WS-KEEP-RELEASED-MINOR
                 MOVE AL-DEBIT-BLOCK TO WS-KEEP-DEBIT-BLOCK
                 MOVE AL-BLOCKED-DATE TO WS-KEEP-BLOCKED-DATE
           END-READ

           MOVE SPACES TO ACCTLIM-RECORD
           MOVE LC-DEBIT-IBAN TO AL-DEBIT-IBAN
           MOVE LC-ACCOUNT-ID TO AL-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(LC-CURRENCY) TO AL-CURRENCY
           MOVE LC-OVERDRAFT-TEXT TO AL-OVERDRAFT-MINOR
           MOVE WS-TODAY TO AL-LOADED-DATE
           MOVE WS-KEEP-RELEASED-DATE TO AL-RELEASED-DATE
           MOVE WS-KEEP-RELEASED-MINOR TO AL-RELEASED-MINOR
           MOVE WS-KEEP-DEBIT-BLOCK TO AL-DEBIT-BLOCK
           MOVE WS-KEEP-BLOCKED-DATE TO AL-BLOCKED-DATE

           IF WS-LIMIT-ON-FILE = 1
              REWRITE ACCTLIM-RECORD
                 INVALID KEY
                    PERFORM REPORT-WRITE-FAILURE
                    GO TO LOAD-ONE-LIMIT-EXIT
              END-REWRITE
           ELSE
              WRITE ACCTLIM-RECORD
                 INVALID KEY
                    PERFORM REPORT-WRITE-FAILURE
                    GO TO LOAD-ONE-LIMIT-EXIT
              END-WRITE
           END-IF

           ADD 1 TO WS-LOADED-COUNT.

       LOAD-ONE-LIMIT-EXIT.
           EXIT.

      *================================================================
      * REPORT-WRITE-FAILURE: a duplicate on the alternate key is the
      * account already limited under another IBAN - a refusal, not
      * a file failure
      *================================================================
       REPORT-WRITE-FAILURE SECTION.
           IF WS-AL-FILE-STATUS = "22"
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "ACCTLMLD: account " AL-ACCOUNT-ID
                 " already limited under another IBAN, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(AL-DEBIT-IBAN) ")"
           ELSE
              ADD 1 TO WS-WRITE-FAIL-COUNT
              DISPLAY "ACCTLMLD: write failed, status="
                 WS-AL-FILE-STATUS " for "
                 FUNCTION TRIM(AL-DEBIT-IBAN)
           END-IF.

       REPORT-WRITE-FAILURE-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE ODLCARDS-FILE
           CLOSE ACCTLIM-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM ACCTLMLD.
