      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FeeSchedLoad - fee-schedule master loader for COBOL
      *

      *================================================================
      * Payment, return and account-maintenance fees used to be
      * worked out on a spreadsheet and keyed in by hand. The fee
      * schedule is now a master: this loader, in the RSNCATLD
      * mould, lands one schedule entry per FEESCHIN line onto the
      * FEESCHED KSDS that FEECALC prices from, replacing an
      * existing entry so a corrected line takes effect on the
      * next run.
      *
      * An entry is keyed by fee type (PAYT released payment, RETN
      * returned payment, MNTH month-end account maintenance),
      * product code (spaces = every product without its own
      * entry), currency and effective date - a price change is a
      * new dated entry, never an overwrite of the old one, so a
      * rerun for an earlier business date still prices at the
      * rates in force that day. Each entry is flat (F), a
      * percentage of the base amount (P), or tiered (T, up to
      * five bands each with its own flat and percentage part),
      * with an optional minimum and maximum charge, the
      * MONEY-ROUNDING-MODE code the percentage part is rounded
      * under, and the GL fee-income account it posts to.
      *
      * A line that fails those rules is listed and not loaded
      * (COND code 4); a line that cannot be written sets COND
      * code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESCHLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEESCHIN-FILE ASSIGN TO "FEESCHIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FI-FILE-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-KEY
              FILE STATUS IS WS-FS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One schedule entry per line, maintained by the fees desk in
      * the FEESCHED layout below
       FD  FEESCHIN-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  FEESCHIN-RECORD.
           05 FI-KEY.
              10 FI-FEE-TYPE            PIC X(4).
              10 FI-PRODUCT-CODE        PIC X(8).
              10 FI-CURRENCY            PIC X(3).
              10 FI-EFFECTIVE-DATE      PIC 9(8).
           05 FI-CALC-METHOD            PIC X(1).
           05 FI-FLAT-MINOR             PIC 9(15).
           05 FI-PERCENT                PIC 9(3)V9(4).
           05 FI-MIN-MINOR              PIC 9(15).
           05 FI-MAX-MINOR              PIC 9(15).
           05 FI-ROUNDING-MODE          PIC 9(1).
           05 FI-TIER OCCURS 5 TIMES.
              10 FI-TIER-UPTO-MINOR     PIC 9(15).
              10 FI-TIER-FLAT-MINOR     PIC 9(15).
              10 FI-TIER-PERCENT        PIC 9(3)V9(4).
           05 FI-GL-ACCOUNT             PIC X(8).
           05 FI-DESCRIPTION            PIC X(30).

      * The schedule KSDS FEECALC prices from
       FD  FEESCHED-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  FEESCHED-RECORD.
           05 FS-KEY.
              10 FS-FEE-TYPE            PIC X(4).
              10 FS-PRODUCT-CODE        PIC X(8).
              10 FS-CURRENCY            PIC X(3).
              10 FS-EFFECTIVE-DATE      PIC 9(8).
           05 FS-CALC-METHOD            PIC X(1).
           05 FS-FLAT-MINOR             PIC 9(15).
           05 FS-PERCENT                PIC 9(3)V9(4).
           05 FS-MIN-MINOR              PIC 9(15).
           05 FS-MAX-MINOR              PIC 9(15).
           05 FS-ROUNDING-MODE          PIC 9(1).
           05 FS-TIER OCCURS 5 TIMES.
              10 FS-TIER-UPTO-MINOR     PIC 9(15).
              10 FS-TIER-FLAT-MINOR     PIC 9(15).
              10 FS-TIER-PERCENT        PIC 9(3)V9(4).
           05 FS-GL-ACCOUNT             PIC X(8).
           05 FS-DESCRIPTION            PIC X(30).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-FI-FILE-STATUS            PIC X(2).
       01 WS-FS-FILE-STATUS            PIC X(2).
       01 WS-FI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-ENTRIES-READ              PIC 9(4) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(4) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(4) VALUE 0.

      * Entry checking
       01 WS-REJECT-REASON             PIC X(40).
       01 WS-TIER-IDX                  PIC 9(2) VALUE 0.
       01 WS-PRIOR-UPTO                PIC 9(15) VALUE 0.
       01 WS-OPEN-TIER-SEEN            PIC 9 VALUE 0.

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

           PERFORM UNTIL WS-AT-EOF
              READ FEESCHIN-FILE
                 AT END
                    MOVE 1 TO WS-FI-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-ENTRY
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY "FEESCHLD: " WS-ENTRIES-READ " entr(y/ies), "
              WS-LOADED-COUNT " loaded, " WS-REJECTED-COUNT
              " rejected, " WS-WRITE-FAIL-COUNT " failed"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REJECTED-COUNT > 0
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
           OPEN INPUT FEESCHIN-FILE
           IF WS-FI-FILE-STATUS NOT = "00"
              DISPLAY "FEESCHLD: cannot open FEESCHIN, status="
                 WS-FI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FEESCHED-FILE
           IF WS-FS-FILE-STATUS NOT = "00"
              AND WS-FS-FILE-STATUS NOT = "05"
              AND WS-FS-FILE-STATUS NOT = "97"
              DISPLAY "FEESCHLD: cannot open FEESCHED, status="
                 WS-FS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-ENTRY: check, then write or replace
      *================================================================
       LOAD-ONE-ENTRY SECTION.
           IF FI-FEE-TYPE = SPACES
              GO TO LOAD-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-READ

           MOVE FEESCHIN-RECORD TO FEESCHED-RECORD
           MOVE FUNCTION UPPER-CASE(FI-FEE-TYPE) TO FS-FEE-TYPE
           MOVE FUNCTION UPPER-CASE(FI-PRODUCT-CODE)
              TO FS-PRODUCT-CODE
           MOVE FUNCTION UPPER-CASE(FI-CURRENCY) TO FS-CURRENCY
           MOVE FUNCTION UPPER-CASE(FI-CALC-METHOD)
              TO FS-CALC-METHOD
           MOVE FUNCTION UPPER-CASE(FI-GL-ACCOUNT) TO FS-GL-ACCOUNT

           PERFORM CHECK-ONE-ENTRY
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY "FEESCHLD: rejected " FS-FEE-TYPE " "
                 FS-PRODUCT-CODE " " FS-CURRENCY " "
                 FI-EFFECTIVE-DATE " - " WS-REJECT-REASON
              GO TO LOAD-ONE-ENTRY-EXIT
           END-IF

           WRITE FEESCHED-RECORD
              INVALID KEY
                 REWRITE FEESCHED-RECORD
                    INVALID KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                       DISPLAY "FEESCHLD: write failed, status="
                          WS-FS-FILE-STATUS " for " FS-KEY
                       GO TO LOAD-ONE-ENTRY-EXIT
                 END-REWRITE
           END-WRITE

           ADD 1 TO WS-LOADED-COUNT.

       LOAD-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-ENTRY: an entry FEECALC could not price from is
      * kept off the master rather than failing a night's run
      * Output: WS-REJECT-REASON (spaces = entry is usable)
      *================================================================
       CHECK-ONE-ENTRY SECTION.
           MOVE SPACES TO WS-REJECT-REASON

           IF FS-FEE-TYPE NOT = "PAYT" AND FS-FEE-TYPE NOT = "RETN"
              AND FS-FEE-TYPE NOT = "MNTH"
              MOVE "FEE TYPE NOT PAYT, RETN OR MNTH"
                 TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF FS-CURRENCY = SPACES
              MOVE "CURRENCY MISSING" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF FI-EFFECTIVE-DATE IS NOT NUMERIC
              OR FI-EFFECTIVE-DATE = 0
              MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF FI-FLAT-MINOR IS NOT NUMERIC
              OR FI-PERCENT IS NOT NUMERIC
              OR FI-MIN-MINOR IS NOT NUMERIC
              OR FI-MAX-MINOR IS NOT NUMERIC
              MOVE "AMOUNT OR PERCENT NOT NUMERIC"
                 TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF FI-ROUNDING-MODE IS NOT NUMERIC
              OR FI-ROUNDING-MODE > 5
              MOVE "ROUNDING MODE NOT 0-5" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF FS-MAX-MINOR > 0 AND FS-MAX-MINOR < FS-MIN-MINOR
              MOVE "MAXIMUM CHARGE BELOW MINIMUM" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF FS-GL-ACCOUNT = SPACES
              MOVE "GL FEE ACCOUNT MISSING" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           EVALUATE FS-CALC-METHOD
              WHEN "F"
              WHEN "P"
                 CONTINUE
              WHEN "T"
                 PERFORM CHECK-TIERS
              WHEN OTHER
                 MOVE "CALC METHOD NOT F, P OR T" TO WS-REJECT-REASON
           END-EVALUATE.

       CHECK-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * CHECK-TIERS: bands are read in order; each names the upper
      * bound of the base it prices (zero = no upper bound, which
      * only the last band in use may carry), and the bounds must
      * rise. Unused trailing bands are all zero.
      *================================================================
       CHECK-TIERS SECTION.
           MOVE 0 TO WS-PRIOR-UPTO
           MOVE 0 TO WS-OPEN-TIER-SEEN

           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 5
                      OR WS-REJECT-REASON NOT = SPACES
              EVALUATE TRUE
                 WHEN FI-TIER-UPTO-MINOR(WS-TIER-IDX) IS NOT NUMERIC
                    OR FI-TIER-FLAT-MINOR(WS-TIER-IDX) IS NOT NUMERIC
                    OR FI-TIER-PERCENT(WS-TIER-IDX) IS NOT NUMERIC
                    MOVE "TIER BAND NOT NUMERIC" TO WS-REJECT-REASON
                 WHEN WS-OPEN-TIER-SEEN = 1
                    AND (FS-TIER-UPTO-MINOR(WS-TIER-IDX) NOT = 0
                      OR FS-TIER-FLAT-MINOR(WS-TIER-IDX) NOT = 0
                      OR FS-TIER-PERCENT(WS-TIER-IDX) NOT = 0)
                    MOVE "TIER BAND AFTER THE OPEN-ENDED BAND"
                       TO WS-REJECT-REASON
                 WHEN WS-OPEN-TIER-SEEN = 1
                    CONTINUE
                 WHEN FS-TIER-UPTO-MINOR(WS-TIER-IDX) = 0
                    MOVE 1 TO WS-OPEN-TIER-SEEN
                 WHEN FS-TIER-UPTO-MINOR(WS-TIER-IDX)
                      NOT > WS-PRIOR-UPTO
                    MOVE "TIER BOUNDS DO NOT RISE" TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE FS-TIER-UPTO-MINOR(WS-TIER-IDX)
                       TO WS-PRIOR-UPTO
              END-EVALUATE
           END-PERFORM

           IF WS-REJECT-REASON = SPACES AND WS-PRIOR-UPTO = 0
              AND FS-TIER-FLAT-MINOR(1) = 0
              AND FS-TIER-PERCENT(1) = 0
              MOVE "TIERED ENTRY HAS NO BANDS" TO WS-REJECT-REASON
           END-IF.

       CHECK-TIERS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE FEESCHIN-FILE
           CLOSE FEESCHED-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM FEESCHLD.
