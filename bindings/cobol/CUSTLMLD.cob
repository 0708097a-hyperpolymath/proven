      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven CustLimitLoad - customer payment-limit loader for
      * COBOL
      *

      *================================================================
      * The outbound payment limits PAYVALD holds each ordering
      * customer to live on the CUSTLIM KSDS, one record per
      * customer, so the credit desk changes a limit by changing a
      * card rather than a program. This loader, in the SLABDLD
      * mould, lands the LIMCARDS control file onto the KSDS,
      * replacing a customer's existing limits so the new ones take
      * effect with the next PAYVALD run.
      *
      * Each card carries the customer ID, a daily limit and a
      * rolling limit - both in base-currency (USD) minor units -
      * and the rolling window in days. A zero limit means no limit
      * of that kind; a zero window takes PAYVALD's default of 30
      * days. Loading both limits as zero lifts a customer's limits
      * without deleting the record. A card whose amounts or window
      * are not numeric is refused and sets COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLMLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMCARDS-FILE ASSIGN TO "LIMCARDS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT CUSTLIM-FILE ASSIGN TO "CUSTLIM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-CUSTOMER-ID
              FILE STATUS IS WS-CL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One customer's limits per card
       FD  LIMCARDS-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  LIMCARDS-RECORD.
           05 LC-CUSTOMER-ID            PIC X(36).
           05 LC-DAILY-LIMIT-TEXT       PIC X(15).
           05 LC-ROLLING-LIMIT-TEXT     PIC X(15).
           05 LC-ROLLING-DAYS-TEXT      PIC X(3).

      * The limit master PAYVALD reads
       FD  CUSTLIM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUSTLIM-RECORD.
           05 CL-CUSTOMER-ID            PIC X(36).
           05 CL-DAILY-LIMIT-MINOR      PIC 9(15).
           05 CL-ROLLING-LIMIT-MINOR    PIC 9(15).
           05 CL-ROLLING-DAYS           PIC 9(3).
           05 CL-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(3).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-LC-FILE-STATUS            PIC X(2).
       01 WS-CL-FILE-STATUS            PIC X(2).
       01 WS-LC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-CARDS-READ                PIC 9(6) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(6) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(6) VALUE 0.

       01 WS-TODAY                     PIC 9(8).

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
              READ LIMCARDS-FILE
                 AT END
                    MOVE 1 TO WS-LC-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-LIMIT
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY "CUSTLMLD: " WS-CARDS-READ " card(s), "
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
           OPEN INPUT LIMCARDS-FILE
           IF WS-LC-FILE-STATUS NOT = "00"
              DISPLAY "CUSTLMLD: cannot open LIMCARDS, status="
                 WS-LC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O CUSTLIM-FILE
           IF WS-CL-FILE-STATUS NOT = "00"
              AND WS-CL-FILE-STATUS NOT = "05"
              AND WS-CL-FILE-STATUS NOT = "97"
              DISPLAY "CUSTLMLD: cannot open CUSTLIM, status="
                 WS-CL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-LIMIT: write or replace; a blank window is taken
      * as zero, PAYVALD's cue for its default
      *================================================================
       LOAD-ONE-LIMIT SECTION.
           IF LC-CUSTOMER-ID = SPACES
              GO TO LOAD-ONE-LIMIT-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           IF LC-ROLLING-DAYS-TEXT = SPACES
              MOVE "000" TO LC-ROLLING-DAYS-TEXT
           END-IF

           IF LC-DAILY-LIMIT-TEXT IS NOT NUMERIC
              OR LC-ROLLING-LIMIT-TEXT IS NOT NUMERIC
              OR LC-ROLLING-DAYS-TEXT IS NOT NUMERIC
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "CUSTLMLD: limits must be numeric, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(LC-CUSTOMER-ID)
                 ")"
              GO TO LOAD-ONE-LIMIT-EXIT
           END-IF

           MOVE SPACES TO CUSTLIM-RECORD
           MOVE LC-CUSTOMER-ID TO CL-CUSTOMER-ID
           MOVE LC-DAILY-LIMIT-TEXT TO CL-DAILY-LIMIT-MINOR
           MOVE LC-ROLLING-LIMIT-TEXT TO CL-ROLLING-LIMIT-MINOR
           MOVE LC-ROLLING-DAYS-TEXT TO CL-ROLLING-DAYS
           MOVE WS-TODAY TO CL-LOADED-DATE

           WRITE CUSTLIM-RECORD
              INVALID KEY
                 REWRITE CUSTLIM-RECORD
                    INVALID KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                       DISPLAY "CUSTLMLD: write failed, status="
                          WS-CL-FILE-STATUS " for "
                          FUNCTION TRIM(CL-CUSTOMER-ID)
                       GO TO LOAD-ONE-LIMIT-EXIT
                 END-REWRITE
           END-WRITE

           ADD 1 TO WS-LOADED-COUNT.

       LOAD-ONE-LIMIT-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE LIMCARDS-FILE
           CLOSE CUSTLIM-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CUSTLMLD.
