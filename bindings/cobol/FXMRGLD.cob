      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FxMarginLoad - customer FX pricing-margin master
      * loader for COBOL
      *

      *================================================================
      * MONEY-CONVERT and FXINQ only know the raw EXCHRATE mid rate;
      * what a customer is actually quoted was the desk's own
      * arithmetic on top of it. The pricing margins are now a
      * master: this loader, in the FEESCHLD mould, lands one margin
      * entry per FXMRGIN line onto the FXMARGIN KSDS, replacing an
      * existing entry so a corrected line takes effect on the next
      * run.
      *
      * An entry is keyed by currency pair (from and to, the way
      * EXCHRATE quotes it - units of the to-currency per unit of
      * the from-currency), customer tier and effective date - a
      * margin change is a new dated entry, never an overwrite of
      * the old one. The tier is the RISKSCOR band the customer
      * sits in (L, M or H), or * for the board tier every customer
      * without an entry of their own is priced at. Each entry
      * carries up to five amount bands, each naming the upper
      * bound of the from-currency amount it prices (in minor
      * units, zero = no upper bound, which only the last band in
      * use may carry) and the margin in basis points taken off the
      * mid rate when we buy the from-currency and added to it when
      * we sell it, and the GL FX-margin income account the margin
      * earned on a customer deal posts to.
      *
      * FXRTSHT publishes the daily customer rate sheet from these
      * entries, FXINQ shows the customer rate next to the mid rate,
      * and FXDEALMT takes the income account for the margin it
      * records on each customer deal.
      *
      * A line that fails those rules is listed and not loaded
      * (COND code 4); a line that cannot be written sets COND
      * code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMRGLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXMRGIN-FILE ASSIGN TO "FXMRGIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MI-FILE-STATUS.

           SELECT FXMARGIN-FILE ASSIGN TO "FXMARGIN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MG-KEY
              FILE STATUS IS WS-MG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One margin entry per line, maintained by the FX desk in the
      * FXMARGIN layout below
       FD  FXMRGIN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  FXMRGIN-RECORD.
           05 MI-KEY.
              10 MI-FROM-CURRENCY       PIC X(3).
              10 MI-TO-CURRENCY         PIC X(3).
              10 MI-TIER                PIC X(1).
              10 MI-EFFECTIVE-DATE      PIC 9(8).
           05 MI-BAND OCCURS 5 TIMES.
              10 MI-BAND-UPTO-MINOR     PIC 9(15).
              10 MI-BAND-BUY-BPS        PIC 9(4).
              10 MI-BAND-SELL-BPS       PIC 9(4).
           05 MI-GL-ACCOUNT             PIC X(8).
           05 MI-DESCRIPTION            PIC X(30).
           05 FILLER                    PIC X(32).

      * The margin KSDS FXRTSHT, FXINQ and FXDEALMT price from
       FD  FXMARGIN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  FXMARGIN-RECORD.
           05 MG-KEY.
              10 MG-FROM-CURRENCY       PIC X(3).
              10 MG-TO-CURRENCY         PIC X(3).
              10 MG-TIER                PIC X(1).
              10 MG-EFFECTIVE-DATE      PIC 9(8).
           05 MG-BAND OCCURS 5 TIMES.
              10 MG-BAND-UPTO-MINOR     PIC 9(15).
              10 MG-BAND-BUY-BPS        PIC 9(4).
              10 MG-BAND-SELL-BPS       PIC 9(4).
           05 MG-GL-ACCOUNT             PIC X(8).
           05 MG-DESCRIPTION            PIC X(30).
           05 FILLER                    PIC X(32).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-MI-FILE-STATUS            PIC X(2).
       01 WS-MG-FILE-STATUS            PIC X(2).
       01 WS-MI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-ENTRIES-READ              PIC 9(4) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(4) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(4) VALUE 0.

      * Entry checking
       01 WS-REJECT-REASON             PIC X(40).
       01 WS-BAND-IDX                  PIC 9(2) VALUE 0.
       01 WS-PRIOR-UPTO                PIC 9(15) VALUE 0.
       01 WS-OPEN-BAND-SEEN            PIC 9 VALUE 0.

      * The widest margin a band may carry - 20 percent either side
      * of mid is a keying error, not a price
       01 WS-MAX-MARGIN-BPS            PIC 9(4) VALUE 2000.

      * IS-VALID-CURRENCY call fields (see SAFE-CURRENCY.cob)
       01 WS-CCY-RESULT                PIC 9.

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
              READ FXMRGIN-FILE
                 AT END
                    MOVE 1 TO WS-MI-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-ENTRY
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY "FXMRGLD: " WS-ENTRIES-READ " entr(y/ies), "
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
           OPEN INPUT FXMRGIN-FILE
           IF WS-MI-FILE-STATUS NOT = "00"
              DISPLAY "FXMRGLD: cannot open FXMRGIN, status="
                 WS-MI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FXMARGIN-FILE
           IF WS-MG-FILE-STATUS NOT = "00"
              AND WS-MG-FILE-STATUS NOT = "05"
              AND WS-MG-FILE-STATUS NOT = "97"
              DISPLAY "FXMRGLD: cannot open FXMARGIN, status="
                 WS-MG-FILE-STATUS
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
           IF MI-FROM-CURRENCY = SPACES
              GO TO LOAD-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-READ

           MOVE FXMRGIN-RECORD TO FXMARGIN-RECORD
           MOVE FUNCTION UPPER-CASE(MI-FROM-CURRENCY)
              TO MG-FROM-CURRENCY
           MOVE FUNCTION UPPER-CASE(MI-TO-CURRENCY)
              TO MG-TO-CURRENCY
           MOVE FUNCTION UPPER-CASE(MI-TIER) TO MG-TIER
           MOVE FUNCTION UPPER-CASE(MI-GL-ACCOUNT) TO MG-GL-ACCOUNT

           PERFORM CHECK-ONE-ENTRY
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY "FXMRGLD: rejected " MG-FROM-CURRENCY "/"
                 MG-TO-CURRENCY " tier " MG-TIER " "
                 MI-EFFECTIVE-DATE " - " WS-REJECT-REASON
              GO TO LOAD-ONE-ENTRY-EXIT
           END-IF

           WRITE FXMARGIN-RECORD
              INVALID KEY
                 REWRITE FXMARGIN-RECORD
                    INVALID KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                       DISPLAY "FXMRGLD: write failed, status="
                          WS-MG-FILE-STATUS " for " MG-KEY
                       GO TO LOAD-ONE-ENTRY-EXIT
                 END-REWRITE
           END-WRITE

           ADD 1 TO WS-LOADED-COUNT.

       LOAD-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-ENTRY: an entry the rate sheet could not price
      * from is kept off the master rather than failing a night's
      * run
      * Output: WS-REJECT-REASON (spaces = entry is usable)
      *================================================================
       CHECK-ONE-ENTRY SECTION.
           MOVE SPACES TO WS-REJECT-REASON

           CALL "IS-VALID-CURRENCY" USING MG-FROM-CURRENCY
               WS-CCY-RESULT
           IF WS-CCY-RESULT NOT = 1
              MOVE "FROM CURRENCY NOT ISO 4217" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           CALL "IS-VALID-CURRENCY" USING MG-TO-CURRENCY
               WS-CCY-RESULT
           IF WS-CCY-RESULT NOT = 1
              MOVE "TO CURRENCY NOT ISO 4217" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF MG-FROM-CURRENCY = MG-TO-CURRENCY
              MOVE "FROM AND TO CURRENCY THE SAME" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF MG-TIER NOT = "L" AND MG-TIER NOT = "M"
              AND MG-TIER NOT = "H" AND MG-TIER NOT = "*"
              MOVE "TIER NOT L, M, H OR *" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF MI-EFFECTIVE-DATE IS NOT NUMERIC
              OR MI-EFFECTIVE-DATE = 0
              MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           IF MG-GL-ACCOUNT = SPACES
              MOVE "GL MARGIN INCOME ACCOUNT MISSING"
                 TO WS-REJECT-REASON
              GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           PERFORM CHECK-BANDS.

       CHECK-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * CHECK-BANDS: bands are read in order; the bounds must rise,
      * the open-ended band ends the list, and unused trailing bands
      * are all zero. The first band must be in use - it is the
      * board rate the sheet and the screen show.
      *================================================================
       CHECK-BANDS SECTION.
           MOVE 0 TO WS-PRIOR-UPTO
           MOVE 0 TO WS-OPEN-BAND-SEEN

           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
                      OR WS-REJECT-REASON NOT = SPACES
              EVALUATE TRUE
                 WHEN MI-BAND-UPTO-MINOR(WS-BAND-IDX) IS NOT NUMERIC
                    OR MI-BAND-BUY-BPS(WS-BAND-IDX) IS NOT NUMERIC
                    OR MI-BAND-SELL-BPS(WS-BAND-IDX) IS NOT NUMERIC
                    MOVE "MARGIN BAND NOT NUMERIC" TO WS-REJECT-REASON
                 WHEN WS-OPEN-BAND-SEEN = 1
                    AND (MG-BAND-UPTO-MINOR(WS-BAND-IDX) NOT = 0
                      OR MG-BAND-BUY-BPS(WS-BAND-IDX) NOT = 0
                      OR MG-BAND-SELL-BPS(WS-BAND-IDX) NOT = 0)
                    MOVE "MARGIN BAND AFTER THE OPEN-ENDED BAND"
                       TO WS-REJECT-REASON
                 WHEN WS-OPEN-BAND-SEEN = 1
                    CONTINUE
                 WHEN MG-BAND-BUY-BPS(WS-BAND-IDX) > WS-MAX-MARGIN-BPS
                    OR MG-BAND-SELL-BPS(WS-BAND-IDX)
                       > WS-MAX-MARGIN-BPS
                    MOVE "MARGIN ABOVE 2000 BASIS POINTS"
                       TO WS-REJECT-REASON
                 WHEN MG-BAND-UPTO-MINOR(WS-BAND-IDX) = 0
                    MOVE 1 TO WS-OPEN-BAND-SEEN
                 WHEN MG-BAND-UPTO-MINOR(WS-BAND-IDX)
                      NOT > WS-PRIOR-UPTO
                    MOVE "BAND BOUNDS DO NOT RISE" TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE MG-BAND-UPTO-MINOR(WS-BAND-IDX)
                       TO WS-PRIOR-UPTO
              END-EVALUATE
           END-PERFORM

           IF WS-REJECT-REASON = SPACES AND WS-PRIOR-UPTO = 0
              AND MG-BAND-BUY-BPS(1) = 0
              AND MG-BAND-SELL-BPS(1) = 0
              MOVE "ENTRY HAS NO MARGIN BANDS" TO WS-REJECT-REASON
           END-IF.

       CHECK-BANDS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE FXMRGIN-FILE
           CLOSE FXMARGIN-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM FXMRGLD.
