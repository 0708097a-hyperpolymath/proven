      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven OverdraftReport - daily accounts-over-limit report
      * for COBOL
      *

      *================================================================
      * PAYHOLD now holds each release to the debit account's
      * available balance, but money also leaves by other roads -
      * fees, returns, postings that never passed through PAYHOLD -
      * and an account can still end the day below its authorized
      * overdraft. Until now nobody saw it before month end. This
      * job reads the night's BALANCES, as POSLEDGR writes it, and
      * holds every position against the account's limit on the
      * ACCTLIM KSDS (see ACCTLMLD), found through its account-ID
      * alternate key:
      *
      *   - a position below minus the authorized overdraft is OVER
      *     LIMIT, listed with the overdraft and the excess;
      *   - a negative position on an account ACCTLIM does not
      *     limit, or in a currency other than the one its limit is
      *     set in, is an UNAUTHORIZED overdraft - no overdraft was
      *     ever granted for it - and is listed the same way;
      *   - a negative position inside its overdraft is counted,
      *     not listed.
      *
      * Each listed account carries its owning customer from the
      * ACCTMAST account master, so the credit desk knows whom to
      * call. OVDRRPT is the listing (business date on the JCL PARM
      * as YYYYMMDD, default today); any account over its limit
      * sets COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVDRRPT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCES-FILE ASSIGN TO "BALANCES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT ACCTLIM-FILE ASSIGN TO "ACCTLIM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-DEBIT-IBAN
              ALTERNATE RECORD KEY IS AL-ACCOUNT-ID
              FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT OVDRRPT-FILE ASSIGN TO "OVDRRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The night's account positions (see BALANCES-RECORD in
      * POSLEDGR.cob)
       FD  BALANCES-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  BALANCES-RECORD.
           05 BL-ACCOUNT-ID             PIC X(12).
           05 BL-CURRENCY               PIC X(3).
           05 BL-POSITION-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

      * Account overdraft limits (see ACCTLIM-RECORD in
      * ACCTLMLD.cob)
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
           05 FILLER                    PIC X(24).

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

       FD  OVDRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  OVDRRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-BL-FILE-STATUS            PIC X(2).
       01 WS-AL-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-BL-EOF                    PIC 9 VALUE 0.
          88 WS-AT-BL-EOF              VALUE 1.

      * Control counts
       01 WS-POSITIONS-READ            PIC 9(8) VALUE 0.
       01 WS-OVER-LIMIT-COUNT          PIC 9(8) VALUE 0.
       01 WS-UNAUTHORIZED-COUNT        PIC 9(8) VALUE 0.
       01 WS-IN-OVERDRAFT-COUNT        PIC 9(8) VALUE 0.

      * Business date: YYYYMMDD on the JCL PARM, default today
       01 WS-PARM                      PIC X(10).
       01 WS-BUSINESS-DATE             PIC 9(8).

      * The position held against its limit
       01 WS-LIMIT-FOUND               PIC 9 VALUE 0.
       01 WS-AUTHORIZED-MINOR          PIC S9(15) COMP-3.
       01 WS-EXCESS-MINOR              PIC S9(17) COMP-3.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DL-ACCOUNT-ID          PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-DL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-DL-POSITION            PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-AUTHORIZED          PIC Z(14)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-EXCESS              PIC Z(14)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-DL-NOTE                PIC X(22).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-BUSINESS-DATE-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-BL-EOF
              READ BALANCES-FILE
                 AT END
                    MOVE 1 TO WS-BL-EOF
                 NOT AT END
                    PERFORM CHECK-ONE-POSITION
              END-READ
           END-PERFORM

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "OVDRRPT: " WS-POSITIONS-READ " position(s), "
              WS-OVER-LIMIT-COUNT " over limit, "
              WS-UNAUTHORIZED-COUNT " unauthorized, "
              WS-IN-OVERDRAFT-COUNT " within overdraft"

           IF WS-OVER-LIMIT-COUNT > 0 OR WS-UNAUTHORIZED-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * READ-BUSINESS-DATE-PARM: an eight-digit JCL PARM names the
      * business date the report is headed with
      *================================================================
       READ-BUSINESS-DATE-PARM SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:8) IS NUMERIC
              MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT BALANCES-FILE
           IF WS-BL-FILE-STATUS NOT = "00"
              DISPLAY "OVDRRPT: cannot open BALANCES, status="
                 WS-BL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTLIM-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              DISPLAY "OVDRRPT: cannot open ACCTLIM, status="
                 WS-AL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "OVDRRPT: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT OVDRRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "OVDRRPT: cannot open OVDRRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-POSITION: only a negative position can be over a
      * limit; it is held against the overdraft ACCTLIM authorizes
      * in that currency, or none at all
      *================================================================
       CHECK-ONE-POSITION SECTION.
           ADD 1 TO WS-POSITIONS-READ
           IF BL-POSITION-MINOR NOT < 0
              GO TO CHECK-ONE-POSITION-EXIT
           END-IF

           MOVE 0 TO WS-LIMIT-FOUND
           MOVE 0 TO WS-AUTHORIZED-MINOR
           MOVE BL-ACCOUNT-ID TO AL-ACCOUNT-ID
           READ ACCTLIM-FILE KEY IS AL-ACCOUNT-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AL-CURRENCY = BL-CURRENCY
                    MOVE 1 TO WS-LIMIT-FOUND
                    MOVE AL-OVERDRAFT-MINOR TO WS-AUTHORIZED-MINOR
                 END-IF
           END-READ

           COMPUTE WS-EXCESS-MINOR =
              0 - BL-POSITION-MINOR - WS-AUTHORIZED-MINOR
           IF WS-EXCESS-MINOR NOT > 0
              ADD 1 TO WS-IN-OVERDRAFT-COUNT
              GO TO CHECK-ONE-POSITION-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BL-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE BL-CURRENCY TO WS-DL-CURRENCY
           MOVE BL-POSITION-MINOR TO WS-DL-POSITION
           MOVE WS-AUTHORIZED-MINOR TO WS-DL-AUTHORIZED
           MOVE WS-EXCESS-MINOR TO WS-DL-EXCESS

           MOVE BL-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE KEY IS AM-ACCOUNT-ID
              INVALID KEY
                 MOVE "(NOT ON ACCOUNT MASTER)" TO WS-DL-CUSTOMER-ID
              NOT INVALID KEY
                 MOVE AM-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           END-READ

           IF WS-LIMIT-FOUND = 1
              ADD 1 TO WS-OVER-LIMIT-COUNT
              MOVE "OVER LIMIT" TO WS-DL-NOTE
           ELSE
              ADD 1 TO WS-UNAUTHORIZED-COUNT
              MOVE "UNAUTHORIZED OVERDRAFT" TO WS-DL-NOTE
           END-IF
           WRITE OVDRRPT-RECORD FROM WS-DETAIL-LINE.

       CHECK-ONE-POSITION-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "OVDRRPT - ACCOUNTS OVER AUTHORIZED OVERDRAFT, "
              "BUSINESS DATE " WS-BUSINESS-DATE
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE OVDRRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  ACCOUNT       CCY         POSITION MINOR  "
              "   AUTHORIZED OD    EXCESS OVER OD  CUSTOMER"
              "                              DISPOSITION"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE OVDRRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE OVDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSITIONS READ" TO WS-RPT-LABEL
           MOVE WS-POSITIONS-READ TO WS-RPT-COUNT
           WRITE OVDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "OVER AUTHORIZED OVERDRAFT" TO WS-RPT-LABEL
           MOVE WS-OVER-LIMIT-COUNT TO WS-RPT-COUNT
           WRITE OVDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "UNAUTHORIZED OVERDRAFT" TO WS-RPT-LABEL
           MOVE WS-UNAUTHORIZED-COUNT TO WS-RPT-COUNT
           WRITE OVDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WITHIN AUTHORIZED OVERDRAFT" TO WS-RPT-LABEL
           MOVE WS-IN-OVERDRAFT-COUNT TO WS-RPT-COUNT
           WRITE OVDRRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE BALANCES-FILE
           CLOSE ACCTLIM-FILE
           CLOSE ACCTMAST-FILE
           CLOSE OVDRRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM OVDRRPT.
