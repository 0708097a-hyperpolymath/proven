      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven ChequeStockLoad - cheque stock range loader for
      * COBOL
      *

      *================================================================
      * Cheques are numbered from pre-printed stock the bank
      * supplies, and a number may be used once only. The stock
      * range in use on each account cheques are drawn on lives on
      * the CHQSTOCK KSDS, one record per account, with the next
      * number CHQISSUE will assign. This loader, in the SLABDLD
      * mould, lands the STKCARDS control file onto the KSDS when
      * treasury receives a new box of stock.
      *
      * Each card carries the drawn-on account, the account's
      * currency and the first and last cheque numbers of the new
      * range. A new account's range starts at its first number. An
      * account already on file moves to the new range only when
      * the range lies wholly above every number already assigned -
      * a range that would reuse a number, or whose last number is
      * below its first, is refused and sets COND code 4, and the
      * account keeps its current range.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQSTKLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STKCARDS-FILE ASSIGN TO "STKCARDS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT CHQSTOCK-FILE ASSIGN TO "CHQSTOCK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-ACCOUNT
              FILE STATUS IS WS-CS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One stock range per card
       FD  STKCARDS-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  STKCARDS-RECORD.
           05 SC-ACCOUNT                PIC X(20).
           05 SC-CURRENCY               PIC X(3).
           05 SC-RANGE-FIRST-TEXT       PIC X(10).
           05 SC-RANGE-LAST-TEXT        PIC X(10).

      * The stock master CHQISSUE numbers cheques from
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

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-CS-FILE-STATUS            PIC X(2).
       01 WS-SC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-CARDS-READ                PIC 9(6) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(6) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(6) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-ON-FILE                   PIC 9 VALUE 0.
       01 WS-NEW-FIRST                 PIC 9(10).
       01 WS-NEW-LAST                  PIC 9(10).

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
              READ STKCARDS-FILE
                 AT END
                    MOVE 1 TO WS-SC-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-RANGE
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY "CHQSTKLD: " WS-CARDS-READ " card(s), "
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
           OPEN INPUT STKCARDS-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
              DISPLAY "CHQSTKLD: cannot open STKCARDS, status="
                 WS-SC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O CHQSTOCK-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
              AND WS-CS-FILE-STATUS NOT = "05"
              AND WS-CS-FILE-STATUS NOT = "97"
              DISPLAY "CHQSTKLD: cannot open CHQSTOCK, status="
                 WS-CS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-RANGE: a new account, or a range wholly above the
      * numbers the account has already used
      *================================================================
       LOAD-ONE-RANGE SECTION.
           IF SC-ACCOUNT = SPACES
              GO TO LOAD-ONE-RANGE-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           IF SC-RANGE-FIRST-TEXT IS NOT NUMERIC
              OR SC-RANGE-LAST-TEXT IS NOT NUMERIC
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "CHQSTKLD: cheque numbers must be numeric, "
                 "card " WS-CARDS-READ " ("
                 FUNCTION TRIM(SC-ACCOUNT) ")"
              GO TO LOAD-ONE-RANGE-EXIT
           END-IF
           MOVE SC-RANGE-FIRST-TEXT TO WS-NEW-FIRST
           MOVE SC-RANGE-LAST-TEXT TO WS-NEW-LAST

           IF WS-NEW-FIRST = 0 OR WS-NEW-LAST < WS-NEW-FIRST
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "CHQSTKLD: range is empty or reversed, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(SC-ACCOUNT) ")"
              GO TO LOAD-ONE-RANGE-EXIT
           END-IF

           IF SC-CURRENCY = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "CHQSTKLD: account currency missing, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(SC-ACCOUNT) ")"
              GO TO LOAD-ONE-RANGE-EXIT
           END-IF

           MOVE 1 TO WS-ON-FILE
           MOVE SC-ACCOUNT TO CS-ACCOUNT
           READ CHQSTOCK-FILE
              INVALID KEY
                 MOVE 0 TO WS-ON-FILE
           END-READ

      *    Every number below the current next number may be on a
      *    cheque already; the new stock must start above them
           IF WS-ON-FILE = 1
              AND WS-NEW-FIRST < CS-NEXT-NUMBER
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "CHQSTKLD: range would reuse cheque numbers, "
                 "card " WS-CARDS-READ " ("
                 FUNCTION TRIM(SC-ACCOUNT) ")"
              GO TO LOAD-ONE-RANGE-EXIT
           END-IF

           MOVE SPACES TO CHQSTOCK-RECORD
           MOVE SC-ACCOUNT TO CS-ACCOUNT
           MOVE WS-NEW-FIRST TO CS-RANGE-FIRST
           MOVE WS-NEW-LAST TO CS-RANGE-LAST
           MOVE WS-NEW-FIRST TO CS-NEXT-NUMBER
           MOVE FUNCTION UPPER-CASE(SC-CURRENCY) TO CS-CURRENCY
           MOVE WS-TODAY TO CS-LOADED-DATE

           IF WS-ON-FILE = 1
              REWRITE CHQSTOCK-RECORD
                 INVALID KEY
                    ADD 1 TO WS-WRITE-FAIL-COUNT
                    DISPLAY "CHQSTKLD: rewrite failed, status="
                       WS-CS-FILE-STATUS " for "
                       FUNCTION TRIM(CS-ACCOUNT)
                    GO TO LOAD-ONE-RANGE-EXIT
              END-REWRITE
           ELSE
              WRITE CHQSTOCK-RECORD
                 INVALID KEY
                    ADD 1 TO WS-WRITE-FAIL-COUNT
                    DISPLAY "CHQSTKLD: write failed, status="
                       WS-CS-FILE-STATUS " for "
                       FUNCTION TRIM(CS-ACCOUNT)
                    GO TO LOAD-ONE-RANGE-EXIT
              END-WRITE
           END-IF

           ADD 1 TO WS-LOADED-COUNT.

       LOAD-ONE-RANGE-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE STKCARDS-FILE
           CLOSE CHQSTOCK-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CHQSTKLD.
