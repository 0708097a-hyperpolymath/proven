      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FxDealMaint - FX deal master capture and amendment for
      * COBOL
      *

      *================================================================
      * POSLEDGR carries the currency positions and FWD-RATE can
      * price a forward, but the deals themselves - who we dealt
      * with, which currency we bought and sold, at what rate, for
      * which value date - lived in the treasury desk's spreadsheet.
      * This job maintains the FXDEAL KSDS that holds them, from the
      * FXDLIN deal ticket file the desk prepares, in the MANDLOAD
      * mould: one action per line -
      *
      *   A  captures a deal: counterparty and its settlement
      *      account, the bought and sold currency and amount, the
      *      deal rate, trade date (default today) and value date,
      *      and the nostro the bought currency is to be paid into
      *   U  amends an open deal - a blank or zero field is left as
      *      it stands; an amendment to the economics (currencies,
      *      amounts, rate, dates or counterparty account) sends the
      *      deal back to awaiting confirmation, since whatever the
      *      counterparty confirmed is no longer what we hold
      *   C  cancels an open deal; the record stays on file flagged
      *      cancelled, so a late confirmation for it is reported as
      *      "cancelled", not as "never heard of it"
      *
      * The deal rate is quoted as units of the sold currency per
      * unit of the bought currency, and the two amounts must agree
      * with it to within one minor unit of the sold currency once
      * each is scaled by its GET-DECIMAL-PLACES (SAFE-CURRENCY) -
      * a ticket whose amounts and rate disagree is a keying error
      * in one of the three, and nothing downstream can tell which.
      * Currencies go through IS-VALID-CURRENCY, dates through
      * VALIDATE-DATE (SAFE-DATETIME), the counterparty and nostro
      * accounts through IS-VALID-IBAN (SAFE-IBAN) and IS-VALID-BIC
      * (SAFE-BIC); a bad line goes to FXDLREJ with the reason. A
      * settled deal can be neither amended nor cancelled.
      *
      * FXCONFRM matches the counterparties' confirmations against
      * this master and FXSETTLE settles what is confirmed on its
      * value date.
      *
      * Each deal also records what it earned over the market. The
      * ticket names the customer's pricing tier (L, M or H - the
      * RISKSCOR band the desk priced the customer at - or * for the
      * board tier, the default); when a deal is captured, or its
      * economics or tier amended, the newest valid EXCHRATE mid
      * rate for the pair is stored on it (the inverse of the
      * reverse quote when only that is on file), with the margin
      * earned - the sold amount the mid implies for the bought
      * amount, less the sold amount agreed, in the sold currency's
      * minor units - and the FX-margin income account the FXMARGIN
      * entry in force on the trade date names for the pair and
      * tier (either way round, falling back to the board tier).
      * FXSETTLE posts the margin to that account when the deal
      * settles. A deal captured with no mid rate or no income
      * account on file is kept, but listed and COND code 4 set,
      * since its margin cannot reach the GL.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXDEALMT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXDLIN-FILE ASSIGN TO "FXDLIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DI-FILE-STATUS.

           SELECT FXDEAL-FILE ASSIGN TO "FXDEAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DL-DEAL-ID
              FILE STATUS IS WS-DL-FILE-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ER-KEY
              FILE STATUS IS WS-ER-FILE-STATUS.

           SELECT FXMARGIN-FILE ASSIGN TO "FXMARGIN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MG-KEY
              FILE STATUS IS WS-MG-FILE-STATUS.

           SELECT FXDLREJ-FILE ASSIGN TO "FXDLREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One deal ticket action per line
       FD  FXDLIN-FILE
           RECORD CONTAINS 366 CHARACTERS.
       01  FXDLIN-RECORD.
           05 DI-ACTION                 PIC X(1).
              88 DI-ACTION-IS-ADD       VALUE "A".
              88 DI-ACTION-IS-AMEND     VALUE "U".
              88 DI-ACTION-IS-CANCEL    VALUE "C".
           05 DI-DEAL-ID                PIC X(10).
           05 DI-CPTY-ID                PIC X(12).
           05 DI-CPTY-NAME              PIC X(70).
           05 DI-CPTY-ADDR-LINE         PIC X(70).
           05 DI-CPTY-TOWN              PIC X(35).
           05 DI-CPTY-COUNTRY           PIC X(2).
           05 DI-BUY-CURRENCY           PIC X(3).
           05 DI-BUY-AMOUNT-MINOR       PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DI-SELL-CURRENCY          PIC X(3).
           05 DI-SELL-AMOUNT-MINOR      PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 DI-DEAL-RATE              PIC 9(5)V9(8).
           05 DI-TRADE-DATE             PIC 9(8).
           05 DI-VALUE-DATE             PIC 9(8).
           05 DI-CPTY-IBAN              PIC X(34).
           05 DI-CPTY-BIC               PIC X(11).
           05 DI-NOSTRO-IBAN            PIC X(34).
           05 DI-NOSTRO-BIC             PIC X(11).
           05 DI-REQUESTED-BY           PIC X(8).
           05 DI-PRICING-TIER           PIC X(1).

      * FX deal master KSDS - one record per deal. The counterparty
      * account receives the currency we sell; the nostro receives
      * the currency we buy. DL-CONF-STATUS is FXCONFRM's verdict,
      * DL-STATUS the deal's own life cycle
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

      * Mirrors FXRATELD.cob's EXCHANGE-RATE-VSAM-RECORD field for
      * field
       FD  EXCHANGE-RATE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  EXCHANGE-RATE-VSAM-RECORD.
           05 ER-KEY.
              10 ER-FROM-CURRENCY       PIC X(3).
              10 ER-TO-CURRENCY         PIC X(3).
              10 ER-TIMESTAMP           PIC 9(14).
           05 ER-RATE                   PIC 9(6)V9(8).
           05 ER-VALID                  PIC 9.
              88 ER-RATE-VALID          VALUE 1.
           05 ER-SOURCE                 PIC X(1).

      * Pricing-margin master (see FXMARGIN-RECORD in FXMRGLD.cob)
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

      * Rejected deal ticket lines with the failing reason
       FD  FXDLREJ-FILE
           RECORD CONTAINS 416 CHARACTERS.
       01  FXDLREJ-RECORD.
           05 DJ-ACTION-LINE            PIC X(366).
           05 DJ-REJECT-REASON          PIC X(50).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-DI-FILE-STATUS            PIC X(2).
       01 WS-DL-FILE-STATUS            PIC X(2).
       01 WS-DJ-FILE-STATUS            PIC X(2).
       01 WS-ER-FILE-STATUS            PIC X(2).
       01 WS-MG-FILE-STATUS            PIC X(2).
       01 WS-DI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-ACTIONS-READ              PIC 9(6) VALUE 0.
       01 WS-ADDED-COUNT               PIC 9(6) VALUE 0.
       01 WS-AMENDED-COUNT             PIC 9(6) VALUE 0.
       01 WS-RECONFIRM-COUNT           PIC 9(6) VALUE 0.
       01 WS-CANCELLED-COUNT           PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(6) VALUE 0.
       01 WS-NO-MID-COUNT              PIC 9(6) VALUE 0.
       01 WS-NO-MARGIN-ACCT-COUNT      PIC 9(6) VALUE 0.

       01 WS-REJECT-REASON             PIC X(50).
       01 WS-TODAY                     PIC 9(8).

      * The deal's economics before an amendment, to tell whether
      * the confirmation still stands
       01 WS-BEFORE-ECONOMICS          PIC X(112).
       01 WS-AFTER-ECONOMICS           PIC X(112).
       01 WS-BEFORE-TIER               PIC X(1).

      * Margin pricing: the pair and tier being looked up, and what
      * the EXCHRATE and FXMARGIN browses found for it
       01 WS-SEEK-FROM                 PIC X(3).
       01 WS-SEEK-TO                   PIC X(3).
       01 WS-SEEK-TIER                 PIC X(1).
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
       01 WS-MID-FOUND                 PIC 9 VALUE 0.
       01 WS-MID-FOUND-RATE            PIC 9(6)V9(8).
       01 WS-MARGIN-GL-FOUND           PIC X(8).

      * Deal rate check: the sold amount the rate implies from the
      * bought amount, in the sold currency's minor units
       01 WS-BUY-DECIMALS              PIC 9.
       01 WS-SELL-DECIMALS             PIC 9.
       01 WS-IMPLIED-SELL-MINOR        PIC S9(15) COMP-3.
       01 WS-RATE-DIFFERENCE           PIC S9(15) COMP-3.
       01 WS-RATE-TOLERANCE            PIC S9(3) COMP-3 VALUE 1.

      * IS-VALID-CURRENCY call fields (see SAFE-CURRENCY.cob)
       01 WS-CCY-RESULT                PIC 9.

      * GET-DECIMAL-PLACES call fields (see SAFE-CURRENCY.cob)
       01 WS-DP-RESULT                 PIC 9.

      * IS-VALID-IBAN call fields (see SAFE-IBAN.cob)
       01 WS-IBAN-LENGTH               PIC 9(2).
       01 WS-IBAN-RESULT               PIC 9.
       01 WS-IBAN-ERROR-MSG            PIC X(50).

      * IS-VALID-BIC call fields (see SAFE-BIC.cob)
       01 WS-BIC-LENGTH                PIC 9(2).
       01 WS-BIC-RESULT                PIC 9.
       01 WS-BIC-ERROR-MSG             PIC X(50).

      * VALIDATE-DATE call fields (see SAFE-DATETIME.cob)
       01 WS-DATE-YEAR                 PIC 9(4).
       01 WS-DATE-MONTH                PIC 9(2).
       01 WS-DATE-DAY                  PIC 9(2).
       01 WS-DATE-RESULT               PIC 9.
       01 WS-DATE-ERROR-MSG            PIC X(50).

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "FXDEALMT".
       01 WS-CW-REJECTED               PIC 9(8).
       01 WS-CW-READ                   PIC 9(8).
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

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

           PERFORM UNTIL WS-AT-EOF
              READ FXDLIN-FILE
                 AT END
                    MOVE 1 TO WS-DI-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-ACTION
              END-READ
           END-PERFORM

           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "FXDEALMT: " WS-ACTIONS-READ " action(s), "
              WS-ADDED-COUNT " captured, " WS-AMENDED-COUNT
              " amended (" WS-RECONFIRM-COUNT " to reconfirm), "
              WS-CANCELLED-COUNT " cancelled, " WS-REJECT-COUNT
              " rejected"

           IF WS-NO-MID-COUNT > 0 OR WS-NO-MARGIN-ACCT-COUNT > 0
              DISPLAY "FXDEALMT: " WS-NO-MID-COUNT " deal(s) without "
                 "a mid rate, " WS-NO-MARGIN-ACCT-COUNT " without a "
                 "margin income account"
           END-IF

           IF WS-REJECT-COUNT > 0
              OR WS-NO-MID-COUNT > 0
              OR WS-NO-MARGIN-ACCT-COUNT > 0
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
           OPEN INPUT FXDLIN-FILE
           IF WS-DI-FILE-STATUS NOT = "00"
              DISPLAY "FXDEALMT: cannot open FXDLIN, status="
                 WS-DI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FXDEAL-FILE
           IF WS-DL-FILE-STATUS NOT = "00"
              AND WS-DL-FILE-STATUS NOT = "05"
              AND WS-DL-FILE-STATUS NOT = "97"
              DISPLAY "FXDEALMT: cannot open FXDEAL, status="
                 WS-DL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
              DISPLAY "FXDEALMT: cannot open EXCHRATE, status="
                 WS-ER-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FXMARGIN-FILE
           IF WS-MG-FILE-STATUS NOT = "00"
              DISPLAY "FXDEALMT: cannot open FXMARGIN, status="
                 WS-MG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FXDLREJ-FILE
           IF WS-DJ-FILE-STATUS NOT = "00"
              DISPLAY "FXDEALMT: cannot open FXDLREJ, status="
                 WS-DJ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-ACTION: check the action and deal ID, then apply
      * the line to the master
      *================================================================
       APPLY-ONE-ACTION SECTION.
           ADD 1 TO WS-ACTIONS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT DI-ACTION-IS-ADD AND NOT DI-ACTION-IS-AMEND
              AND NOT DI-ACTION-IS-CANCEL
              MOVE "Action must be A, U, or C" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF DI-DEAL-ID = SPACES
              MOVE "Deal ID is required" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           EVALUATE TRUE
              WHEN DI-ACTION-IS-ADD
                 PERFORM ADD-DEAL
              WHEN DI-ACTION-IS-AMEND
                 PERFORM AMEND-DEAL
              WHEN OTHER
                 PERFORM CANCEL-DEAL
           END-EVALUATE.

       APPLY-ONE-ACTION-EXIT.
           EXIT.

      *================================================================
      * ADD-DEAL: a new deal carries every field; it starts open and
      * awaiting the counterparty's confirmation
      *================================================================
       ADD-DEAL SECTION.
           MOVE SPACES TO FXDEAL-RECORD
           MOVE DI-DEAL-ID TO DL-DEAL-ID
           MOVE DI-CPTY-ID TO DL-CPTY-ID
           MOVE DI-CPTY-NAME TO DL-CPTY-NAME
           MOVE DI-CPTY-ADDR-LINE TO DL-CPTY-ADDR-LINE
           MOVE DI-CPTY-TOWN TO DL-CPTY-TOWN
           MOVE FUNCTION UPPER-CASE(DI-CPTY-COUNTRY)
              TO DL-CPTY-COUNTRY
           MOVE FUNCTION UPPER-CASE(DI-BUY-CURRENCY)
              TO DL-BUY-CURRENCY
           MOVE FUNCTION UPPER-CASE(DI-SELL-CURRENCY)
              TO DL-SELL-CURRENCY
           MOVE FUNCTION UPPER-CASE(DI-CPTY-IBAN) TO DL-CPTY-IBAN
           MOVE FUNCTION UPPER-CASE(DI-CPTY-BIC) TO DL-CPTY-BIC
           MOVE FUNCTION UPPER-CASE(DI-NOSTRO-IBAN) TO DL-NOSTRO-IBAN
           MOVE FUNCTION UPPER-CASE(DI-NOSTRO-BIC) TO DL-NOSTRO-BIC
           IF DI-PRICING-TIER = SPACE
              MOVE "*" TO DL-PRICING-TIER
           ELSE
              MOVE FUNCTION UPPER-CASE(DI-PRICING-TIER)
                 TO DL-PRICING-TIER
           END-IF

           IF DI-BUY-AMOUNT-MINOR IS NUMERIC
              MOVE DI-BUY-AMOUNT-MINOR TO DL-BUY-AMOUNT-MINOR
           ELSE
              MOVE 0 TO DL-BUY-AMOUNT-MINOR
           END-IF
           IF DI-SELL-AMOUNT-MINOR IS NUMERIC
              MOVE DI-SELL-AMOUNT-MINOR TO DL-SELL-AMOUNT-MINOR
           ELSE
              MOVE 0 TO DL-SELL-AMOUNT-MINOR
           END-IF
           IF DI-DEAL-RATE IS NUMERIC
              MOVE DI-DEAL-RATE TO DL-DEAL-RATE
           ELSE
              MOVE 0 TO DL-DEAL-RATE
           END-IF

      *    The trade date defaults to today; the value date never
      *    defaults - spot or forward is the desk's decision
           IF DI-TRADE-DATE IS NOT NUMERIC OR DI-TRADE-DATE = 0
              MOVE WS-TODAY TO DL-TRADE-DATE
           ELSE
              MOVE DI-TRADE-DATE TO DL-TRADE-DATE
           END-IF
           IF DI-VALUE-DATE IS NUMERIC
              MOVE DI-VALUE-DATE TO DL-VALUE-DATE
           ELSE
              MOVE 0 TO DL-VALUE-DATE
           END-IF

           IF DL-CPTY-ID = SPACES OR DL-CPTY-NAME = SPACES
              MOVE "Counterparty ID and name are required"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO ADD-DEAL-EXIT
           END-IF

           PERFORM VALIDATE-DEAL-TERMS
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO ADD-DEAL-EXIT
           END-IF

           MOVE "O" TO DL-STATUS
           MOVE "U" TO DL-CONF-STATUS
           MOVE SPACES TO DL-CONF-REF
           MOVE 0 TO DL-CONF-DATE
           MOVE 0 TO DL-SETTLED-DATE
           MOVE 0 TO DL-AMEND-COUNT
           MOVE WS-TODAY TO DL-LAST-CHANGED-DATE
           MOVE DI-REQUESTED-BY TO DL-LAST-CHANGED-BY
           PERFORM PRICE-DEAL-MARGIN

           WRITE FXDEAL-RECORD
              INVALID KEY
                 MOVE "Deal already on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO ADD-DEAL-EXIT
           END-WRITE
           ADD 1 TO WS-ADDED-COUNT.

       ADD-DEAL-EXIT.
           EXIT.

      *================================================================
      * AMEND-DEAL: a blank or zero field on the line leaves the
      * master value as it stands; the amended deal is checked as a
      * whole, exactly as a new one would be
      *================================================================
       AMEND-DEAL SECTION.
           MOVE DI-DEAL-ID TO DL-DEAL-ID
           READ FXDEAL-FILE
              INVALID KEY
                 MOVE "Deal not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO AMEND-DEAL-EXIT
           END-READ

           IF NOT DL-IS-OPEN
              MOVE "Deal is settled or cancelled - cannot amend"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO AMEND-DEAL-EXIT
           END-IF

           PERFORM SAVE-ECONOMICS
           MOVE WS-AFTER-ECONOMICS TO WS-BEFORE-ECONOMICS
           MOVE DL-PRICING-TIER TO WS-BEFORE-TIER

           IF DI-CPTY-NAME NOT = SPACES
              MOVE DI-CPTY-NAME TO DL-CPTY-NAME
           END-IF
           IF DI-CPTY-ADDR-LINE NOT = SPACES
              MOVE DI-CPTY-ADDR-LINE TO DL-CPTY-ADDR-LINE
           END-IF
           IF DI-CPTY-TOWN NOT = SPACES
              MOVE DI-CPTY-TOWN TO DL-CPTY-TOWN
           END-IF
           IF DI-CPTY-COUNTRY NOT = SPACES
              MOVE FUNCTION UPPER-CASE(DI-CPTY-COUNTRY)
                 TO DL-CPTY-COUNTRY
           END-IF
           IF DI-BUY-CURRENCY NOT = SPACES
              MOVE FUNCTION UPPER-CASE(DI-BUY-CURRENCY)
                 TO DL-BUY-CURRENCY
           END-IF
           IF DI-SELL-CURRENCY NOT = SPACES
              MOVE FUNCTION UPPER-CASE(DI-SELL-CURRENCY)
                 TO DL-SELL-CURRENCY
           END-IF
           IF DI-BUY-AMOUNT-MINOR IS NUMERIC
              AND DI-BUY-AMOUNT-MINOR NOT = 0
              MOVE DI-BUY-AMOUNT-MINOR TO DL-BUY-AMOUNT-MINOR
           END-IF
           IF DI-SELL-AMOUNT-MINOR IS NUMERIC
              AND DI-SELL-AMOUNT-MINOR NOT = 0
              MOVE DI-SELL-AMOUNT-MINOR TO DL-SELL-AMOUNT-MINOR
           END-IF
           IF DI-DEAL-RATE IS NUMERIC AND DI-DEAL-RATE NOT = 0
              MOVE DI-DEAL-RATE TO DL-DEAL-RATE
           END-IF
           IF DI-TRADE-DATE IS NUMERIC AND DI-TRADE-DATE NOT = 0
              MOVE DI-TRADE-DATE TO DL-TRADE-DATE
           END-IF
           IF DI-VALUE-DATE IS NUMERIC AND DI-VALUE-DATE NOT = 0
              MOVE DI-VALUE-DATE TO DL-VALUE-DATE
           END-IF
           IF DI-CPTY-IBAN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(DI-CPTY-IBAN) TO DL-CPTY-IBAN
           END-IF
           IF DI-CPTY-BIC NOT = SPACES
              MOVE FUNCTION UPPER-CASE(DI-CPTY-BIC) TO DL-CPTY-BIC
           END-IF
           IF DI-NOSTRO-IBAN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(DI-NOSTRO-IBAN)
                 TO DL-NOSTRO-IBAN
           END-IF
           IF DI-NOSTRO-BIC NOT = SPACES
              MOVE FUNCTION UPPER-CASE(DI-NOSTRO-BIC) TO DL-NOSTRO-BIC
           END-IF
           IF DI-PRICING-TIER NOT = SPACE
              MOVE FUNCTION UPPER-CASE(DI-PRICING-TIER)
                 TO DL-PRICING-TIER
           END-IF

           PERFORM VALIDATE-DEAL-TERMS
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO AMEND-DEAL-EXIT
           END-IF

      *    A changed economic term voids whatever the counterparty
      *    confirmed - the deal waits for a fresh confirmation
           PERFORM SAVE-ECONOMICS
           IF WS-AFTER-ECONOMICS NOT = WS-BEFORE-ECONOMICS
              AND NOT DL-CONF-AWAITED
              MOVE "U" TO DL-CONF-STATUS
              MOVE SPACES TO DL-CONF-REF
              MOVE 0 TO DL-CONF-DATE
              ADD 1 TO WS-RECONFIRM-COUNT
           END-IF

      *    New economics or a new tier earn a different margin; an
      *    amendment to anything else leaves the margin as captured
           IF WS-AFTER-ECONOMICS NOT = WS-BEFORE-ECONOMICS
              OR DL-PRICING-TIER NOT = WS-BEFORE-TIER
              PERFORM PRICE-DEAL-MARGIN
           END-IF

           IF DL-AMEND-COUNT < 999
              ADD 1 TO DL-AMEND-COUNT
           END-IF
           MOVE WS-TODAY TO DL-LAST-CHANGED-DATE
           MOVE DI-REQUESTED-BY TO DL-LAST-CHANGED-BY

           REWRITE FXDEAL-RECORD
              INVALID KEY
                 MOVE "Could not rewrite deal" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO AMEND-DEAL-EXIT
           END-REWRITE
           ADD 1 TO WS-AMENDED-COUNT.

       AMEND-DEAL-EXIT.
           EXIT.

      *================================================================
      * CANCEL-DEAL: flagged cancelled, never deleted
      *================================================================
       CANCEL-DEAL SECTION.
           MOVE DI-DEAL-ID TO DL-DEAL-ID
           READ FXDEAL-FILE
              INVALID KEY
                 MOVE "Deal not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO CANCEL-DEAL-EXIT
           END-READ

           IF DL-IS-SETTLED
              MOVE "Deal is settled - cannot cancel"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO CANCEL-DEAL-EXIT
           END-IF

           IF DL-IS-CANCELLED
              MOVE "Deal is already cancelled" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO CANCEL-DEAL-EXIT
           END-IF

           MOVE "C" TO DL-STATUS
           MOVE WS-TODAY TO DL-LAST-CHANGED-DATE
           MOVE DI-REQUESTED-BY TO DL-LAST-CHANGED-BY

           REWRITE FXDEAL-RECORD
              INVALID KEY
                 MOVE "Could not rewrite deal" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO CANCEL-DEAL-EXIT
           END-REWRITE
           ADD 1 TO WS-CANCELLED-COUNT.

       CANCEL-DEAL-EXIT.
           EXIT.

      *================================================================
      * SAVE-ECONOMICS: the terms a confirmation vouches for, as one
      * string, into WS-AFTER-ECONOMICS
      *================================================================
       SAVE-ECONOMICS SECTION.
           MOVE SPACES TO WS-AFTER-ECONOMICS
           STRING DL-BUY-CURRENCY DL-BUY-AMOUNT-MINOR
              DL-SELL-CURRENCY DL-SELL-AMOUNT-MINOR DL-DEAL-RATE
              DL-TRADE-DATE DL-VALUE-DATE DL-CPTY-IBAN DL-CPTY-BIC
              DELIMITED BY SIZE INTO WS-AFTER-ECONOMICS.

       SAVE-ECONOMICS-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-DEAL-TERMS: the deal as it would stand on the
      * master, checked field by field and then for agreement
      * between the amounts and the rate
      * Output: WS-REJECT-REASON (spaces when the terms are good)
      *================================================================
       VALIDATE-DEAL-TERMS SECTION.
           MOVE SPACES TO WS-REJECT-REASON

           IF DL-PRICING-TIER NOT = "L" AND DL-PRICING-TIER NOT = "M"
              AND DL-PRICING-TIER NOT = "H"
              AND DL-PRICING-TIER NOT = "*"
              MOVE "Pricing tier must be L, M, H or *"
                 TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           CALL "IS-VALID-CURRENCY" USING DL-BUY-CURRENCY
               WS-CCY-RESULT
           IF WS-CCY-RESULT NOT = 1
              MOVE "Bought currency is not a valid ISO 4217 code"
                 TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           CALL "IS-VALID-CURRENCY" USING DL-SELL-CURRENCY
               WS-CCY-RESULT
           IF WS-CCY-RESULT NOT = 1
              MOVE "Sold currency is not a valid ISO 4217 code"
                 TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           IF DL-BUY-CURRENCY = DL-SELL-CURRENCY
              MOVE "Bought and sold currencies are the same"
                 TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           IF DL-BUY-AMOUNT-MINOR NOT > 0
              OR DL-SELL-AMOUNT-MINOR NOT > 0
              MOVE "Bought and sold amounts must be positive"
                 TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           IF DL-DEAL-RATE NOT > 0
              MOVE "Deal rate is required" TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           MOVE DL-TRADE-DATE(1:4) TO WS-DATE-YEAR
           MOVE DL-TRADE-DATE(5:2) TO WS-DATE-MONTH
           MOVE DL-TRADE-DATE(7:2) TO WS-DATE-DAY
           CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
               WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
           IF WS-DATE-RESULT NOT = 1
              STRING "Trade date: " WS-DATE-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           IF DL-TRADE-DATE > WS-TODAY
              MOVE "Trade date is in the future" TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           MOVE DL-VALUE-DATE(1:4) TO WS-DATE-YEAR
           MOVE DL-VALUE-DATE(5:2) TO WS-DATE-MONTH
           MOVE DL-VALUE-DATE(7:2) TO WS-DATE-DAY
           CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
               WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
           IF WS-DATE-RESULT NOT = 1
              STRING "Value date: " WS-DATE-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           IF DL-VALUE-DATE < DL-TRADE-DATE
              MOVE "Value date precedes trade date"
                 TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

      *    A value date already past could only settle late
           IF DL-VALUE-DATE < WS-TODAY
              MOVE "Value date has already passed"
                 TO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           COMPUTE WS-IBAN-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(DL-CPTY-IBAN TRAILING))
           CALL "IS-VALID-IBAN" USING DL-CPTY-IBAN WS-IBAN-LENGTH
               WS-IBAN-RESULT WS-IBAN-ERROR-MSG
           IF WS-IBAN-RESULT NOT = 1
              STRING "Counterparty " WS-IBAN-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           COMPUTE WS-BIC-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(DL-CPTY-BIC))
           CALL "IS-VALID-BIC" USING DL-CPTY-BIC WS-BIC-LENGTH
               WS-BIC-RESULT WS-BIC-ERROR-MSG
           IF WS-BIC-RESULT NOT = 1
              STRING "Counterparty " WS-BIC-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           COMPUTE WS-IBAN-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(DL-NOSTRO-IBAN TRAILING))
           CALL "IS-VALID-IBAN" USING DL-NOSTRO-IBAN WS-IBAN-LENGTH
               WS-IBAN-RESULT WS-IBAN-ERROR-MSG
           IF WS-IBAN-RESULT NOT = 1
              STRING "Nostro " WS-IBAN-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

           COMPUTE WS-BIC-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(DL-NOSTRO-BIC))
           CALL "IS-VALID-BIC" USING DL-NOSTRO-BIC WS-BIC-LENGTH
               WS-BIC-RESULT WS-BIC-ERROR-MSG
           IF WS-BIC-RESULT NOT = 1
              STRING "Nostro " WS-BIC-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO VALIDATE-DEAL-TERMS-EXIT
           END-IF

      *    Sold amount = bought amount x rate, each amount in its
      *    own currency's minor units
           CALL "GET-DECIMAL-PLACES" USING DL-BUY-CURRENCY
               WS-BUY-DECIMALS WS-DP-RESULT
           CALL "GET-DECIMAL-PLACES" USING DL-SELL-CURRENCY
               WS-SELL-DECIMALS WS-DP-RESULT
           COMPUTE WS-IMPLIED-SELL-MINOR ROUNDED =
              DL-BUY-AMOUNT-MINOR * DL-DEAL-RATE
              * (10 ** WS-SELL-DECIMALS) / (10 ** WS-BUY-DECIMALS)
              ON SIZE ERROR
                 MOVE "Deal amounts are out of range"
                    TO WS-REJECT-REASON
                 GO TO VALIDATE-DEAL-TERMS-EXIT
           END-COMPUTE
           COMPUTE WS-RATE-DIFFERENCE =
              WS-IMPLIED-SELL-MINOR - DL-SELL-AMOUNT-MINOR
           IF WS-RATE-DIFFERENCE > WS-RATE-TOLERANCE
              OR WS-RATE-DIFFERENCE < 0 - WS-RATE-TOLERANCE
              MOVE "Amounts do not agree with the deal rate"
                 TO WS-REJECT-REASON
           END-IF.

       VALIDATE-DEAL-TERMS-EXIT.
           EXIT.

      *================================================================
      * PRICE-DEAL-MARGIN: the deal's mid rate, the margin it earns
      * over it and the income account the margin posts to. Called
      * only once VALIDATE-DEAL-TERMS has passed the deal, so both
      * currencies' decimal places are in hand.
      * Output: DL-MID-RATE, DL-MARGIN-MINOR, DL-MARGIN-GL-ACCOUNT
      *================================================================
       PRICE-DEAL-MARGIN SECTION.
           MOVE 0 TO DL-MID-RATE
           MOVE 0 TO DL-MARGIN-MINOR
           MOVE SPACES TO DL-MARGIN-GL-ACCOUNT

      *    Sold currency per unit bought, as EXCHRATE quotes the
      *    pair - or the inverse of the reverse quote
           MOVE DL-BUY-CURRENCY TO WS-SEEK-FROM
           MOVE DL-SELL-CURRENCY TO WS-SEEK-TO
           PERFORM FIND-MID-RATE
           IF WS-MID-FOUND = 1
              MOVE WS-MID-FOUND-RATE TO DL-MID-RATE
           ELSE
              MOVE DL-SELL-CURRENCY TO WS-SEEK-FROM
              MOVE DL-BUY-CURRENCY TO WS-SEEK-TO
              PERFORM FIND-MID-RATE
              IF WS-MID-FOUND = 1 AND WS-MID-FOUND-RATE > 0
                 COMPUTE DL-MID-RATE ROUNDED = 1 / WS-MID-FOUND-RATE
                    ON SIZE ERROR
                       MOVE 0 TO DL-MID-RATE
                 END-COMPUTE
              END-IF
           END-IF

           IF DL-MID-RATE = 0
              ADD 1 TO WS-NO-MID-COUNT
              DISPLAY "FXDEALMT: no valid mid rate for "
                 DL-BUY-CURRENCY "/" DL-SELL-CURRENCY " - deal "
                 DL-DEAL-ID " carries no margin"
           ELSE
              COMPUTE DL-MARGIN-MINOR ROUNDED =
                 DL-BUY-AMOUNT-MINOR * DL-MID-RATE
                 * (10 ** WS-SELL-DECIMALS) / (10 ** WS-BUY-DECIMALS)
                 - DL-SELL-AMOUNT-MINOR
                 ON SIZE ERROR
                    MOVE 0 TO DL-MARGIN-MINOR
              END-COMPUTE
           END-IF

      *    The customer's own tier first, either way round, then
      *    the board tier
           MOVE SPACES TO WS-MARGIN-GL-FOUND
           MOVE DL-PRICING-TIER TO WS-SEEK-TIER
           PERFORM FIND-MARGIN-ACCOUNT-EITHER-WAY
           IF WS-MARGIN-GL-FOUND = SPACES
              AND DL-PRICING-TIER NOT = "*"
              MOVE "*" TO WS-SEEK-TIER
              PERFORM FIND-MARGIN-ACCOUNT-EITHER-WAY
           END-IF

           IF WS-MARGIN-GL-FOUND = SPACES
              ADD 1 TO WS-NO-MARGIN-ACCT-COUNT
              DISPLAY "FXDEALMT: no FXMARGIN entry for "
                 DL-BUY-CURRENCY "/" DL-SELL-CURRENCY " tier "
                 DL-PRICING-TIER " - deal " DL-DEAL-ID
                 " has no margin income account"
           ELSE
              MOVE WS-MARGIN-GL-FOUND TO DL-MARGIN-GL-ACCOUNT
           END-IF.

       PRICE-DEAL-MARGIN-EXIT.
           EXIT.

      *================================================================
      * FIND-MID-RATE: the newest valid EXCHRATE rate for
      * WS-SEEK-FROM to WS-SEEK-TO - the browse FXINQ makes
      * Output: WS-MID-FOUND, WS-MID-FOUND-RATE
      *================================================================
       FIND-MID-RATE SECTION.
           MOVE 0 TO WS-MID-FOUND
           MOVE 0 TO WS-MID-FOUND-RATE
           MOVE WS-SEEK-FROM TO ER-FROM-CURRENCY
           MOVE WS-SEEK-TO TO ER-TO-CURRENCY
           MOVE 0 TO ER-TIMESTAMP
           MOVE 0 TO WS-BROWSE-DONE

           START EXCHANGE-RATE-FILE KEY NOT LESS THAN ER-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ EXCHANGE-RATE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF ER-FROM-CURRENCY NOT = WS-SEEK-FROM
                       OR ER-TO-CURRENCY NOT = WS-SEEK-TO
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF ER-RATE-VALID
                          MOVE 1 TO WS-MID-FOUND
                          MOVE ER-RATE TO WS-MID-FOUND-RATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       FIND-MID-RATE-EXIT.
           EXIT.

      *================================================================
      * FIND-MARGIN-ACCOUNT-EITHER-WAY: the pair as bought/sold,
      * then as sold/bought, for tier WS-SEEK-TIER
      * Output: WS-MARGIN-GL-FOUND (spaces when neither is on file)
      *================================================================
       FIND-MARGIN-ACCOUNT-EITHER-WAY SECTION.
           MOVE DL-BUY-CURRENCY TO WS-SEEK-FROM
           MOVE DL-SELL-CURRENCY TO WS-SEEK-TO
           PERFORM FIND-MARGIN-ACCOUNT
           IF WS-MARGIN-GL-FOUND = SPACES
              MOVE DL-SELL-CURRENCY TO WS-SEEK-FROM
              MOVE DL-BUY-CURRENCY TO WS-SEEK-TO
              PERFORM FIND-MARGIN-ACCOUNT
           END-IF.

       FIND-MARGIN-ACCOUNT-EITHER-WAY-EXIT.
           EXIT.

      *================================================================
      * FIND-MARGIN-ACCOUNT: the income account of the FXMARGIN
      * entry for WS-SEEK-FROM/WS-SEEK-TO and WS-SEEK-TIER in force
      * on the trade date - the newest effective on or before it
      * Output: WS-MARGIN-GL-FOUND (left as it was when none)
      *================================================================
       FIND-MARGIN-ACCOUNT SECTION.
           MOVE WS-SEEK-FROM TO MG-FROM-CURRENCY
           MOVE WS-SEEK-TO TO MG-TO-CURRENCY
           MOVE WS-SEEK-TIER TO MG-TIER
           MOVE 0 TO MG-EFFECTIVE-DATE
           MOVE 0 TO WS-BROWSE-DONE

           START FXMARGIN-FILE KEY NOT LESS THAN MG-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ FXMARGIN-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF MG-FROM-CURRENCY NOT = WS-SEEK-FROM
                       OR MG-TO-CURRENCY NOT = WS-SEEK-TO
                       OR MG-TIER NOT = WS-SEEK-TIER
                       OR MG-EFFECTIVE-DATE > DL-TRADE-DATE
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       MOVE MG-GL-ACCOUNT TO WS-MARGIN-GL-FOUND
                    END-IF
              END-READ
           END-PERFORM.

       FIND-MARGIN-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * WRITE-REJECT-LINE
      *================================================================
       WRITE-REJECT-LINE SECTION.
           MOVE FXDLIN-RECORD TO DJ-ACTION-LINE
           MOVE WS-REJECT-REASON TO DJ-REJECT-REASON
           WRITE FXDLREJ-RECORD
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
              DISPLAY "FXDEALMT: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE FXDLIN-FILE
           CLOSE FXDEAL-FILE
           CLOSE EXCHANGE-RATE-FILE
           CLOSE FXMARGIN-FILE
           CLOSE FXDLREJ-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM FXDEALMT.
