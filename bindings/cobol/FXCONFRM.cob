      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FxConfirm - FX deal confirmation matching for COBOL
      *

      *================================================================
      * Every deal FXDEALMT captures has to be confirmed by the
      * counterparty before we settle it - the confirmation is the
      * only independent evidence that both sides booked the same
      * deal. The counterparties' confirmations arrive on FXCONFIN,
      * one per line, quoting our deal reference and stated from
      * their side: the currency they buy is the one we sell, and
      * the currency they sell is the one we buy. The rate is in
      * our quotation (our sold currency per unit of our bought
      * currency), as the desk agrees it on the call.
      *
      * Each confirmation is matched against the FXDEAL master on
      * the deal reference and counterparty, then term by term:
      * both currencies, both amounts, the rate, the trade and
      * value dates and the account the counterparty expects our
      * payment on. A confirmation agreeing on every term marks the
      * deal matched (its reference and date kept on the deal); one
      * that disagrees on any term marks the deal disputed, and
      * every disagreeing term is listed on FXCNFRPT ours-against-
      * theirs for the desk to chase. A confirmation quoting a deal
      * we do not hold, or one held for another counterparty, or a
      * cancelled or settled deal, is listed as unmatched. FXSETTLE
      * settles matched deals only.
      *
      * After the confirmations, the master is swept for every open
      * deal still awaiting or disputing its confirmation from a
      * trade date before today - the outstanding list the desk
      * works through with the counterparties. Disputes, unmatched
      * confirmations and outstanding deals due to settle by
      * tomorrow set COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCONFRM.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXCONFIN-FILE ASSIGN TO "FXCONFIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CF-FILE-STATUS.

           SELECT FXDEAL-FILE ASSIGN TO "FXDEAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DL-DEAL-ID
              FILE STATUS IS WS-DL-FILE-STATUS.

           SELECT FXCNFRPT-FILE ASSIGN TO "FXCNFRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One counterparty confirmation per line, in the
      * counterparty's own buy/sell terms
       FD  FXCONFIN-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01  FXCONFIN-RECORD.
           05 CF-CONF-REF               PIC X(16).
           05 CF-DEAL-ID                PIC X(10).
           05 CF-CPTY-ID                PIC X(12).
           05 CF-CPTY-BUY-CURRENCY      PIC X(3).
           05 CF-CPTY-BUY-AMOUNT-MINOR  PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CF-CPTY-SELL-CURRENCY     PIC X(3).
           05 CF-CPTY-SELL-AMOUNT-MINOR PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CF-DEAL-RATE              PIC 9(5)V9(8).
           05 CF-TRADE-DATE             PIC 9(8).
           05 CF-VALUE-DATE             PIC 9(8).
           05 CF-CPTY-IBAN              PIC X(34).

      * FX deal master KSDS (see FXDEAL-RECORD in FXDEALMT.cob)
       FD  FXDEAL-FILE
           RECORD CONTAINS 480 CHARACTERS.
       01  FXDEAL-RECORD.
           05 DL-DEAL-ID                PIC X(10).
           05 DL-CPTY-ID                PIC X(12).
           05 DL-CPTY-NAME              PIC X(70).
           05 DL-CPTY-ADDR-LINE         PIC X(70).
           05 DL-CPTY-TOWN              PIC X(35).
           05 DL-CPTY-COUNTRY           PIC X(2).
           05 DL-BUY-CURRENCY           PIC X(3).
           05 DL-BUY-AMOUNT-MINOR       PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DL-SELL-CURRENCY          PIC X(3).
           05 DL-SELL-AMOUNT-MINOR      PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DL-DEAL-RATE              PIC 9(5)V9(8).
           05 DL-TRADE-DATE             PIC 9(8).
           05 DL-VALUE-DATE             PIC 9(8).
           05 DL-CPTY-IBAN              PIC X(34).
           05 DL-CPTY-BIC               PIC X(11).
           05 DL-NOSTRO-IBAN            PIC X(34).
           05 DL-NOSTRO-BIC             PIC X(11).
           05 DL-STATUS                 PIC X(1).
              88 DL-IS-OPEN             VALUE "O".
              88 DL-IS-SETTLED          VALUE "S".
              88 DL-IS-CANCELLED        VALUE "C".
           05 DL-CONF-STATUS            PIC X(1).
              88 DL-CONF-AWAITED        VALUE "U".
              88 DL-CONF-MATCHED        VALUE "M".
              88 DL-CONF-DISPUTED       VALUE "X".
           05 DL-CONF-REF               PIC X(16).
           05 DL-CONF-DATE              PIC 9(8).
           05 DL-SETTLED-DATE           PIC 9(8).
           05 DL-AMEND-COUNT            PIC 9(3).
           05 DL-LAST-CHANGED-DATE      PIC 9(8).
           05 DL-LAST-CHANGED-BY        PIC X(8).
           05 DL-PRICING-TIER           PIC X(1).
           05 DL-MID-RATE               PIC 9(6)V9(8).
           05 DL-MARGIN-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DL-MARGIN-GL-ACCOUNT      PIC X(8).
           05 FILLER                    PIC X(32).

       FD  FXCNFRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FXCNFRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-CF-FILE-STATUS            PIC X(2).
       01 WS-DL-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-CF-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.
       01 WS-DL-EOF                    PIC 9 VALUE 0.
          88 WS-AT-DL-EOF              VALUE 1.

      * Control counts
       01 WS-CONFIRMS-READ             PIC 9(6) VALUE 0.
       01 WS-MATCHED-COUNT             PIC 9(6) VALUE 0.
       01 WS-REPEAT-COUNT              PIC 9(6) VALUE 0.
       01 WS-DISPUTED-COUNT            PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-COUNT           PIC 9(6) VALUE 0.
       01 WS-OUTSTANDING-COUNT         PIC 9(6) VALUE 0.
       01 WS-DUE-UNCONFIRMED-COUNT     PIC 9(6) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-TOMORROW                  PIC 9(8).
       01 WS-TERM-BREAKS               PIC 9(2).

      * ADD-DAYS call fields (see SAFE-DATETIME.cob)
       01 WS-AD-YEAR                   PIC 9(4).
       01 WS-AD-MONTH                  PIC 9(2).
       01 WS-AD-DAY                    PIC 9(2).
       01 WS-AD-DAYS                   PIC S9(8) COMP-3 VALUE 1.
       01 WS-AD-RESULT                 PIC 9.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-UNMATCHED-LINE.
          05 FILLER                    PIC X(2).
          05 WS-UL-CONF-REF            PIC X(16).
          05 FILLER                    PIC X(2).
          05 WS-UL-DEAL-ID             PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-UL-CPTY-ID             PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-UL-NOTE                PIC X(40).
          05 FILLER                    PIC X(46).

       01 WS-BREAK-LINE.
          05 FILLER                    PIC X(2).
          05 WS-BK-DEAL-ID             PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-BK-TERM                PIC X(14).
          05 FILLER                    PIC X(2).
          05 WS-BK-OURS                PIC X(34).
          05 FILLER                    PIC X(2).
          05 WS-BK-THEIRS              PIC X(34).
          05 FILLER                    PIC X(32).

       01 WS-OUTSTANDING-LINE.
          05 FILLER                    PIC X(2).
          05 WS-OL-DEAL-ID             PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-OL-CPTY-ID             PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-OL-BUY-CURRENCY        PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-OL-BUY-AMOUNT          PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-OL-SELL-CURRENCY       PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-OL-SELL-AMOUNT         PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-OL-TRADE-DATE          PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-OL-VALUE-DATE          PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-OL-NOTE                PIC X(24).
          05 FILLER                    PIC X(17).

      * Edited forms of a disagreeing term, ours and theirs
       01 WS-EDIT-AMOUNT               PIC -(14)9.
       01 WS-EDIT-RATE                 PIC Z(4)9.9(8).

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
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-AD-YEAR
           MOVE WS-TODAY(5:2) TO WS-AD-MONTH
           MOVE WS-TODAY(7:2) TO WS-AD-DAY
           CALL "ADD-DAYS" USING WS-AD-YEAR WS-AD-MONTH WS-AD-DAY
               WS-AD-DAYS WS-AD-RESULT
           COMPUTE WS-TOMORROW = WS-AD-YEAR * 10000
              + WS-AD-MONTH * 100 + WS-AD-DAY

           MOVE SPACES TO WS-HEADING-LINE
           STRING "FXCONFRM - FX DEAL CONFIRMATION MATCHING FOR "
              WS-TODAY DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE FXCNFRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  DEAL ID     TERM            OURS"
              TO WS-HL-TEXT
           MOVE "THEIRS" TO WS-HL-TEXT(67:6)
           WRITE FXCNFRPT-RECORD FROM WS-HEADING-LINE

           PERFORM UNTIL WS-AT-EOF
              READ FXCONFIN-FILE
                 AT END
                    MOVE 1 TO WS-CF-EOF
                 NOT AT END
                    PERFORM MATCH-ONE-CONFIRMATION
              END-READ
           END-PERFORM

           PERFORM LIST-OUTSTANDING-DEALS
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "FXCONFRM: " WS-CONFIRMS-READ " confirmation(s), "
              WS-MATCHED-COUNT " matched, " WS-DISPUTED-COUNT
              " disputed, " WS-UNMATCHED-COUNT " unmatched, "
              WS-OUTSTANDING-COUNT " deal(s) outstanding"

           IF WS-DISPUTED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
              OR WS-DUE-UNCONFIRMED-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT FXCONFIN-FILE
           IF WS-CF-FILE-STATUS NOT = "00"
              DISPLAY "FXCONFRM: cannot open FXCONFIN, status="
                 WS-CF-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FXDEAL-FILE
           IF WS-DL-FILE-STATUS NOT = "00"
              AND WS-DL-FILE-STATUS NOT = "97"
              DISPLAY "FXCONFRM: cannot open FXDEAL, status="
                 WS-DL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FXCNFRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "FXCONFRM: cannot open FXCNFRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * MATCH-ONE-CONFIRMATION: find the deal the confirmation
      * quotes, then hold its terms against ours
      *================================================================
       MATCH-ONE-CONFIRMATION SECTION.
           ADD 1 TO WS-CONFIRMS-READ

           MOVE CF-DEAL-ID TO DL-DEAL-ID
           READ FXDEAL-FILE
              INVALID KEY
                 MOVE "NO SUCH DEAL ON FILE" TO WS-UL-NOTE
                 PERFORM WRITE-UNMATCHED-LINE
                 GO TO MATCH-ONE-CONFIRMATION-EXIT
           END-READ

           IF DL-CPTY-ID NOT = CF-CPTY-ID
              MOVE "DEAL HELD FOR ANOTHER COUNTERPARTY"
                 TO WS-UL-NOTE
              PERFORM WRITE-UNMATCHED-LINE
              GO TO MATCH-ONE-CONFIRMATION-EXIT
           END-IF

           IF DL-IS-CANCELLED
              MOVE "DEAL IS CANCELLED" TO WS-UL-NOTE
              PERFORM WRITE-UNMATCHED-LINE
              GO TO MATCH-ONE-CONFIRMATION-EXIT
           END-IF

           IF DL-IS-SETTLED
              MOVE "DEAL IS ALREADY SETTLED" TO WS-UL-NOTE
              PERFORM WRITE-UNMATCHED-LINE
              GO TO MATCH-ONE-CONFIRMATION-EXIT
           END-IF

           PERFORM COMPARE-DEAL-TERMS

           IF WS-TERM-BREAKS = 0
      *       A second agreeing confirmation changes nothing
              IF DL-CONF-MATCHED
                 ADD 1 TO WS-REPEAT-COUNT
                 GO TO MATCH-ONE-CONFIRMATION-EXIT
              END-IF
              MOVE "M" TO DL-CONF-STATUS
              ADD 1 TO WS-MATCHED-COUNT
           ELSE
              MOVE "X" TO DL-CONF-STATUS
              ADD 1 TO WS-DISPUTED-COUNT
           END-IF
           MOVE CF-CONF-REF TO DL-CONF-REF
           MOVE WS-TODAY TO DL-CONF-DATE
           MOVE WS-TODAY TO DL-LAST-CHANGED-DATE
           MOVE "FXCONFRM" TO DL-LAST-CHANGED-BY

           REWRITE FXDEAL-RECORD
              INVALID KEY
                 DISPLAY "FXCONFRM: rewrite to FXDEAL failed, "
                    "status=" WS-DL-FILE-STATUS " for " DL-DEAL-ID
           END-REWRITE.

       MATCH-ONE-CONFIRMATION-EXIT.
           EXIT.

      *================================================================
      * COMPARE-DEAL-TERMS: each term the confirmation states
      * against ours, their buy side against our sell side; every
      * disagreement goes on the report
      * Output: WS-TERM-BREAKS
      *================================================================
       COMPARE-DEAL-TERMS SECTION.
           MOVE 0 TO WS-TERM-BREAKS

           IF FUNCTION UPPER-CASE(CF-CPTY-SELL-CURRENCY)
              NOT = DL-BUY-CURRENCY
              MOVE "WE BUY CCY" TO WS-BK-TERM
              MOVE DL-BUY-CURRENCY TO WS-BK-OURS
              MOVE CF-CPTY-SELL-CURRENCY TO WS-BK-THEIRS
              PERFORM WRITE-BREAK-LINE
           END-IF

           IF CF-CPTY-SELL-AMOUNT-MINOR IS NOT NUMERIC
              OR CF-CPTY-SELL-AMOUNT-MINOR NOT = DL-BUY-AMOUNT-MINOR
              MOVE "WE BUY AMOUNT" TO WS-BK-TERM
              MOVE DL-BUY-AMOUNT-MINOR TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-BK-OURS
              IF CF-CPTY-SELL-AMOUNT-MINOR IS NUMERIC
                 MOVE CF-CPTY-SELL-AMOUNT-MINOR TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT TO WS-BK-THEIRS
              ELSE
                 MOVE "NOT NUMERIC" TO WS-BK-THEIRS
              END-IF
              PERFORM WRITE-BREAK-LINE
           END-IF

           IF FUNCTION UPPER-CASE(CF-CPTY-BUY-CURRENCY)
              NOT = DL-SELL-CURRENCY
              MOVE "WE SELL CCY" TO WS-BK-TERM
              MOVE DL-SELL-CURRENCY TO WS-BK-OURS
              MOVE CF-CPTY-BUY-CURRENCY TO WS-BK-THEIRS
              PERFORM WRITE-BREAK-LINE
           END-IF

           IF CF-CPTY-BUY-AMOUNT-MINOR IS NOT NUMERIC
              OR CF-CPTY-BUY-AMOUNT-MINOR NOT = DL-SELL-AMOUNT-MINOR
              MOVE "WE SELL AMOUNT" TO WS-BK-TERM
              MOVE DL-SELL-AMOUNT-MINOR TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-BK-OURS
              IF CF-CPTY-BUY-AMOUNT-MINOR IS NUMERIC
                 MOVE CF-CPTY-BUY-AMOUNT-MINOR TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT TO WS-BK-THEIRS
              ELSE
                 MOVE "NOT NUMERIC" TO WS-BK-THEIRS
              END-IF
              PERFORM WRITE-BREAK-LINE
           END-IF

           IF CF-DEAL-RATE IS NOT NUMERIC
              OR CF-DEAL-RATE NOT = DL-DEAL-RATE
              MOVE "DEAL RATE" TO WS-BK-TERM
              MOVE DL-DEAL-RATE TO WS-EDIT-RATE
              MOVE WS-EDIT-RATE TO WS-BK-OURS
              IF CF-DEAL-RATE IS NUMERIC
                 MOVE CF-DEAL-RATE TO WS-EDIT-RATE
                 MOVE WS-EDIT-RATE TO WS-BK-THEIRS
              ELSE
                 MOVE "NOT NUMERIC" TO WS-BK-THEIRS
              END-IF
              PERFORM WRITE-BREAK-LINE
           END-IF

           IF CF-TRADE-DATE NOT = DL-TRADE-DATE
              MOVE "TRADE DATE" TO WS-BK-TERM
              MOVE DL-TRADE-DATE TO WS-BK-OURS
              MOVE CF-TRADE-DATE TO WS-BK-THEIRS
              PERFORM WRITE-BREAK-LINE
           END-IF

           IF CF-VALUE-DATE NOT = DL-VALUE-DATE
              MOVE "VALUE DATE" TO WS-BK-TERM
              MOVE DL-VALUE-DATE TO WS-BK-OURS
              MOVE CF-VALUE-DATE TO WS-BK-THEIRS
              PERFORM WRITE-BREAK-LINE
           END-IF

           IF FUNCTION UPPER-CASE(CF-CPTY-IBAN) NOT = DL-CPTY-IBAN
              MOVE "PAY TO IBAN" TO WS-BK-TERM
              MOVE DL-CPTY-IBAN TO WS-BK-OURS
              MOVE CF-CPTY-IBAN TO WS-BK-THEIRS
              PERFORM WRITE-BREAK-LINE
           END-IF.

       COMPARE-DEAL-TERMS-EXIT.
           EXIT.

      *================================================================
      * WRITE-BREAK-LINE: one disagreeing term, ours against theirs
      *================================================================
       WRITE-BREAK-LINE SECTION.
           ADD 1 TO WS-TERM-BREAKS
           MOVE DL-DEAL-ID TO WS-BK-DEAL-ID
           WRITE FXCNFRPT-RECORD FROM WS-BREAK-LINE
           MOVE SPACES TO WS-BREAK-LINE.

       WRITE-BREAK-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-UNMATCHED-LINE: a confirmation no open deal of ours
      * answers to
      *================================================================
       WRITE-UNMATCHED-LINE SECTION.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE CF-CONF-REF TO WS-UL-CONF-REF
           MOVE CF-DEAL-ID TO WS-UL-DEAL-ID
           MOVE CF-CPTY-ID TO WS-UL-CPTY-ID
           WRITE FXCNFRPT-RECORD FROM WS-UNMATCHED-LINE
           MOVE SPACES TO WS-UNMATCHED-LINE.

       WRITE-UNMATCHED-LINE-EXIT.
           EXIT.

      *================================================================
      * LIST-OUTSTANDING-DEALS: every open deal traded before today
      * and not yet matched; one due to settle by tomorrow is
      * flagged as such
      *================================================================
       LIST-OUTSTANDING-DEALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE FXCNFRPT-RECORD FROM WS-HEADING-LINE
           MOVE "FXCONFRM - DEALS AWAITING CONFIRMATION" TO WS-HL-TEXT
           WRITE FXCNFRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  DEAL ID     COUNTERPARTY  WE BUY" TO WS-HL-TEXT
           MOVE "WE SELL" TO WS-HL-TEXT(50:7)
           MOVE "TRADE     VALUE" TO WS-HL-TEXT(80:15)
           WRITE FXCNFRPT-RECORD FROM WS-HEADING-LINE

           MOVE LOW-VALUES TO DL-DEAL-ID
           START FXDEAL-FILE KEY IS NOT LESS THAN DL-DEAL-ID
              INVALID KEY
                 MOVE 1 TO WS-DL-EOF
           END-START

           PERFORM UNTIL WS-AT-DL-EOF
              READ FXDEAL-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-DL-EOF
                 NOT AT END
                    IF DL-IS-OPEN AND NOT DL-CONF-MATCHED
                       AND DL-TRADE-DATE < WS-TODAY
                       PERFORM WRITE-OUTSTANDING-LINE
                    END-IF
              END-READ
           END-PERFORM.

       LIST-OUTSTANDING-DEALS-EXIT.
           EXIT.

      *================================================================
      * WRITE-OUTSTANDING-LINE
      *================================================================
       WRITE-OUTSTANDING-LINE SECTION.
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE SPACES TO WS-OUTSTANDING-LINE
           MOVE DL-DEAL-ID TO WS-OL-DEAL-ID
           MOVE DL-CPTY-ID TO WS-OL-CPTY-ID
           MOVE DL-BUY-CURRENCY TO WS-OL-BUY-CURRENCY
           MOVE DL-BUY-AMOUNT-MINOR TO WS-OL-BUY-AMOUNT
           MOVE DL-SELL-CURRENCY TO WS-OL-SELL-CURRENCY
           MOVE DL-SELL-AMOUNT-MINOR TO WS-OL-SELL-AMOUNT
           MOVE DL-TRADE-DATE TO WS-OL-TRADE-DATE
           MOVE DL-VALUE-DATE TO WS-OL-VALUE-DATE

           EVALUATE TRUE
              WHEN DL-VALUE-DATE <= WS-TOMORROW
                 ADD 1 TO WS-DUE-UNCONFIRMED-COUNT
                 IF DL-CONF-DISPUTED
                    MOVE "DISPUTED - SETTLES SOON" TO WS-OL-NOTE
                 ELSE
                    MOVE "UNCONFIRMED - SETTLES SOON" TO WS-OL-NOTE
                 END-IF
              WHEN DL-CONF-DISPUTED
                 MOVE "DISPUTED" TO WS-OL-NOTE
              WHEN OTHER
                 MOVE "AWAITING CONFIRMATION" TO WS-OL-NOTE
           END-EVALUATE
           WRITE FXCNFRPT-RECORD FROM WS-OUTSTANDING-LINE.

       WRITE-OUTSTANDING-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE FXCNFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "CONFIRMATIONS READ" TO WS-RPT-LABEL
           MOVE WS-CONFIRMS-READ TO WS-RPT-COUNT
           WRITE FXCNFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DEALS MATCHED" TO WS-RPT-LABEL
           MOVE WS-MATCHED-COUNT TO WS-RPT-COUNT
           WRITE FXCNFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "REPEAT CONFIRMATIONS" TO WS-RPT-LABEL
           MOVE WS-REPEAT-COUNT TO WS-RPT-COUNT
           WRITE FXCNFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DEALS DISPUTED" TO WS-RPT-LABEL
           MOVE WS-DISPUTED-COUNT TO WS-RPT-COUNT
           WRITE FXCNFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CONFIRMATIONS UNMATCHED" TO WS-RPT-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-RPT-COUNT
           WRITE FXCNFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DEALS OUTSTANDING" TO WS-RPT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-RPT-COUNT
           WRITE FXCNFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "OUTSTANDING AND DUE" TO WS-RPT-LABEL
           MOVE WS-DUE-UNCONFIRMED-COUNT TO WS-RPT-COUNT
           WRITE FXCNFRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE FXCONFIN-FILE
           CLOSE FXDEAL-FILE
           CLOSE FXCNFRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM FXCONFRM.
