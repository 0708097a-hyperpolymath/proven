      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FxSettle - value-date settlement of FX deals into the
      * payment path and the GL for COBOL
      *

      *================================================================
      * Settles the FX deals on the FXDEAL master (see FXDEALMT)
      * whose value date has come: every open deal valued on or
      * before the business date (JCL PARM YYYYMMDD, default
      * today), in the STANDORD manner. Only a deal FXCONFRM has
      * matched to the counterparty's confirmation is settled; an
      * unconfirmed or disputed deal that has reached its value
      * date is held, listed on FXSTLRPT and sets COND code 4 - it
      * is picked up by the first run after its confirmation
      * matches, and goes out dated that day.
      *
      * A settled deal produces its two settlement payment legs on
      * FXSTLPAY, in the PAYIN layout PAYVALD reads, so they go
      * through the same validation, screening and release path as
      * any keyed instruction:
      *
      *   dealid-P  the pay leg - the currency we sold, to the
      *             counterparty's settlement account
      *   dealid-R  the receive leg - the currency we bought, as an
      *             own-account transfer to the nostro the deal
      *             names, so the correspondent is told to expect
      *             and hold the counterparty's funds for us
      *
      * and both legs post to GLTXN through GL-POST as one journal
      * voucher under the deal reference: the bought currency in on
      * the nostro the deal names, the sold currency out of the
      * nostro kept for that currency, each against the CLRFXDL FX
      * settlement clearing account. The nostro accounts are those
      * NOSTACCT names for NOSTREC (statement IBAN and currency
      * against GL account code and booking entity), so the
      * reconciliation finds the postings under the leg's
      * transaction ID when the statement books the movement. The
      * business legs are what POSLEDGR lots - the currency
      * positions and realized results it carries now move with the
      * deals the desk actually did.
      *
      * The same voucher carries the margin the deal earned over the
      * mid rate, as FXDEALMT recorded it at capture: a third leg,
      * dealid-M, in the sold currency on the FX-margin income
      * account the FXMARGIN master names for the pair and tier,
      * against CLRFXDL - posted the way FEECALC posts fee income,
      * so the desk's customer spread reaches the GL as income on
      * the day the deal settles instead of sitting in clearing. A
      * deal with no margin recorded, or no income account, settles
      * without the leg and is counted on FXSTLRPT.
      *
      * A deal whose nostro cannot be found on NOSTACCT for the
      * run's booking entity is held (COND code 4); a voucher
      * GL-POST refuses leaves the deal unsettled and no payment
      * written (COND code 8). A settled deal is marked so, with its
      * settlement date, and is never picked up again.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXSETTLE.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXDEAL-FILE ASSIGN TO "FXDEAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DL-DEAL-ID
              FILE STATUS IS WS-DL-FILE-STATUS.

           SELECT NOSTACCT-FILE ASSIGN TO "NOSTACCT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NA-FILE-STATUS.

           SELECT FXSTLPAY-FILE ASSIGN TO "FXSTLPAY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SP-FILE-STATUS.

           SELECT FXSTLRPT-FILE ASSIGN TO "FXSTLRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * One nostro account per line (see NOSTACCT-RECORD in
      * NOSTREC.cob)
       FD  NOSTACCT-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  NOSTACCT-RECORD.
           05 NA-ACCOUNT-IBAN            PIC X(34).
           05 NA-CURRENCY                PIC X(3).
           05 NA-ACCOUNT-CODE            PIC X(8).
           05 NA-ENTITY                  PIC X(4).

      * Settlement payment legs in the PAYIN layout PAYVALD reads
       FD  FXSTLPAY-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  FXSTLPAY-RECORD.
           05 PY-PAYMENT-ID             PIC X(12).
           05 PY-BENEF-IBAN             PIC X(34).
           05 PY-BENEF-BIC              PIC X(11).
           05 PY-CURRENCY               PIC X(3).
           05 PY-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PY-EXEC-DATE              PIC 9(8).
           05 PY-BENEF-NAME             PIC X(70).
           05 PY-BENEF-ADDR-LINE        PIC X(70).
           05 PY-BENEF-TOWN             PIC X(35).
           05 PY-BENEF-COUNTRY          PIC X(2).
           05 PY-ORDER-CUSTOMER-ID      PIC X(36).
           05 PY-DEBIT-IBAN             PIC X(34).
           05 PY-LIMIT-HOLD             PIC X(1).

       FD  FXSTLRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FXSTLRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-DL-FILE-STATUS            PIC X(2).
       01 WS-NA-FILE-STATUS            PIC X(2).
       01 WS-SP-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-DL-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.
       01 WS-NA-EOF                    PIC 9 VALUE 0.
          88 WS-AT-NA-EOF              VALUE 1.

      * Control counts
       01 WS-DEALS-DUE                 PIC 9(6) VALUE 0.
       01 WS-SETTLED-COUNT             PIC 9(6) VALUE 0.
       01 WS-LATE-COUNT                PIC 9(6) VALUE 0.
       01 WS-UNCONFIRMED-COUNT         PIC 9(6) VALUE 0.
       01 WS-NO-NOSTRO-COUNT           PIC 9(6) VALUE 0.
       01 WS-GL-REFUSED-COUNT          PIC 9(6) VALUE 0.
       01 WS-PAYMENTS-EMITTED          PIC 9(6) VALUE 0.
       01 WS-MARGIN-POSTED-COUNT       PIC 9(6) VALUE 0.
       01 WS-MARGIN-UNPOSTED-COUNT     PIC 9(6) VALUE 0.

      * The business date being settled for, from the JCL PARM
       01 WS-PARM                      PIC X(8).
       01 WS-BUSINESS-DATE             PIC 9(8).

      * Nostro accounts from NOSTACCT
       01 WS-NOSTRO-TABLE.
          05 WS-NOSTRO-ENTRY OCCURS 500 TIMES.
             10 NT-ACCOUNT-IBAN        PIC X(34).
             10 NT-CURRENCY            PIC X(3).
             10 NT-ACCOUNT-CODE        PIC X(8).
             10 NT-ENTITY              PIC X(4).
       01 WS-NOSTRO-COUNT              PIC 9(4) VALUE 0.
       01 WS-NOSTRO-MAX                PIC 9(4) VALUE 500.
       01 WS-NOSTRO-IDX                PIC 9(4) VALUE 0.

      * The deal's two nostro accounts: where the bought currency
      * arrives and where the sold currency leaves from
       01 WS-BUY-NOSTRO-CODE           PIC X(8).
       01 WS-SELL-NOSTRO-CODE          PIC X(8).

      * Own-account transfer beneficiary name for the receive leg
       01 WS-OWN-ACCOUNT-NAME          PIC X(70)
          VALUE "OWN ACCOUNT - FX SETTLEMENT".

       01 WS-SETTLE-NOTE               PIC X(30).

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8).
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRFXDL".
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DEAL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DD-DEAL-ID             PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-DD-CPTY-ID             PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-DD-BUY-CURRENCY        PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-DD-BUY-AMOUNT          PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-DD-SELL-CURRENCY       PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-DD-SELL-AMOUNT         PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-DD-VALUE-DATE          PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-DD-NOTE                PIC X(30).
          05 FILLER                    PIC X(22).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

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
           PERFORM READ-BUSINESS-DATE-PARM
           PERFORM OPEN-FILES
           PERFORM READ-ENTITY-CODE
           PERFORM LOAD-NOSTRO-ACCOUNTS
           PERFORM WRITE-REPORT-HEADINGS

           MOVE LOW-VALUES TO DL-DEAL-ID
           START FXDEAL-FILE KEY IS NOT LESS THAN DL-DEAL-ID
              INVALID KEY
                 MOVE 1 TO WS-DL-EOF
           END-START

           PERFORM UNTIL WS-AT-EOF
              READ FXDEAL-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-DL-EOF
                 NOT AT END
                    IF DL-IS-OPEN
                       AND DL-VALUE-DATE <= WS-BUSINESS-DATE
                       PERFORM SETTLE-ONE-DEAL
                    END-IF
              END-READ
           END-PERFORM

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "FXSETTLE: " WS-DEALS-DUE " deal(s) due, "
              WS-SETTLED-COUNT " settled, " WS-PAYMENTS-EMITTED
              " payment leg(s) emitted for " WS-BUSINESS-DATE

           EVALUATE TRUE
              WHEN WS-GL-REFUSED-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-UNCONFIRMED-COUNT > 0
                 OR WS-NO-NOSTRO-COUNT > 0
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
      * READ-BUSINESS-DATE-PARM: a numeric YYYYMMDD JCL PARM names
      * the business date being settled for; default is today
      *================================================================
       READ-BUSINESS-DATE-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:8) IS NUMERIC
              MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE-PARM-EXIT.
           EXIT.

      *================================================================
      * READ-ENTITY-CODE: the booking entity this run posts under,
      * from the PROVEN_ENTITY environment setting the scheduler
      * exports per stream - defaulted for the single-entity runs
      *================================================================
       READ-ENTITY-CODE SECTION.
           DISPLAY "PROVEN_ENTITY" UPON ENVIRONMENT-NAME
           ACCEPT WS-GP-ENTITY FROM ENVIRONMENT-VALUE
           IF WS-GP-ENTITY = SPACES OR WS-GP-ENTITY = LOW-VALUES
              MOVE "E001" TO WS-GP-ENTITY
           END-IF.

       READ-ENTITY-CODE-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN I-O FXDEAL-FILE
           IF WS-DL-FILE-STATUS NOT = "00"
              AND WS-DL-FILE-STATUS NOT = "97"
              DISPLAY "FXSETTLE: cannot open FXDEAL, status="
                 WS-DL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT NOSTACCT-FILE
           IF WS-NA-FILE-STATUS NOT = "00"
              DISPLAY "FXSETTLE: cannot open NOSTACCT, status="
                 WS-NA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FXSTLPAY-FILE
           IF WS-SP-FILE-STATUS NOT = "00"
              DISPLAY "FXSETTLE: cannot open FXSTLPAY, status="
                 WS-SP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FXSTLRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "FXSETTLE: cannot open FXSTLRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-NOSTRO-ACCOUNTS: the NOSTACCT list into storage; more
      * nostro accounts than the table holds stops the run with
      * COND code 8 before anything is settled against half a list
      *================================================================
       LOAD-NOSTRO-ACCOUNTS SECTION.
           PERFORM UNTIL WS-AT-NA-EOF
              READ NOSTACCT-FILE
                 AT END
                    MOVE 1 TO WS-NA-EOF
                 NOT AT END
                    IF WS-NOSTRO-COUNT >= WS-NOSTRO-MAX
                       DISPLAY "FXSETTLE: more than " WS-NOSTRO-MAX
                          " nostro accounts on NOSTACCT"
                       CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                          WS-RC-RESULT
                       MOVE WS-RC-RESULT TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-NOSTRO-COUNT
                    MOVE FUNCTION UPPER-CASE(NA-ACCOUNT-IBAN)
                       TO NT-ACCOUNT-IBAN(WS-NOSTRO-COUNT)
                    MOVE NA-CURRENCY TO NT-CURRENCY(WS-NOSTRO-COUNT)
                    MOVE NA-ACCOUNT-CODE
                       TO NT-ACCOUNT-CODE(WS-NOSTRO-COUNT)
                    MOVE NA-ENTITY TO NT-ENTITY(WS-NOSTRO-COUNT)
              END-READ
           END-PERFORM

           CLOSE NOSTACCT-FILE.

       LOAD-NOSTRO-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * SETTLE-ONE-DEAL: a due deal is held unless it is confirmed
      * and both its nostros are known; otherwise its voucher is
      * posted and, only once the GL has it, its payment legs go
      * out and the deal is marked settled
      *================================================================
       SETTLE-ONE-DEAL SECTION.
           ADD 1 TO WS-DEALS-DUE

           IF NOT DL-CONF-MATCHED
              ADD 1 TO WS-UNCONFIRMED-COUNT
              IF DL-CONF-DISPUTED
                 MOVE "HELD - CONFIRMATION DISPUTED" TO WS-SETTLE-NOTE
              ELSE
                 MOVE "HELD - NOT CONFIRMED" TO WS-SETTLE-NOTE
              END-IF
              PERFORM WRITE-DEAL-LINE
              GO TO SETTLE-ONE-DEAL-EXIT
           END-IF

           PERFORM FIND-DEAL-NOSTROS
           IF WS-BUY-NOSTRO-CODE = SPACES
              OR WS-SELL-NOSTRO-CODE = SPACES
              ADD 1 TO WS-NO-NOSTRO-COUNT
              MOVE "HELD - NOSTRO NOT ON NOSTACCT" TO WS-SETTLE-NOTE
              PERFORM WRITE-DEAL-LINE
              GO TO SETTLE-ONE-DEAL-EXIT
           END-IF

           PERFORM POST-SETTLEMENT-VOUCHER
           IF WS-GP-RESULT-STATUS NOT = 0
              ADD 1 TO WS-GL-REFUSED-COUNT
              DISPLAY "FXSETTLE: GL-POST refused deal " DL-DEAL-ID
                 " - " WS-GP-ERROR-MSG
              MOVE "HELD - GL VOUCHER REFUSED" TO WS-SETTLE-NOTE
              PERFORM WRITE-DEAL-LINE
              GO TO SETTLE-ONE-DEAL-EXIT
           END-IF

           PERFORM EMIT-PAYMENT-LEGS

           IF DL-MARGIN-MINOR NOT = 0
              AND DL-MARGIN-GL-ACCOUNT NOT = SPACES
              ADD 1 TO WS-MARGIN-POSTED-COUNT
           ELSE
              ADD 1 TO WS-MARGIN-UNPOSTED-COUNT
           END-IF

           MOVE "S" TO DL-STATUS
           MOVE WS-BUSINESS-DATE TO DL-SETTLED-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DL-LAST-CHANGED-DATE
           MOVE "FXSETTLE" TO DL-LAST-CHANGED-BY
           REWRITE FXDEAL-RECORD
              INVALID KEY
                 DISPLAY "FXSETTLE: rewrite to FXDEAL failed, "
                    "status=" WS-DL-FILE-STATUS " for " DL-DEAL-ID
           END-REWRITE
           ADD 1 TO WS-SETTLED-COUNT

           IF DL-VALUE-DATE < WS-BUSINESS-DATE
              ADD 1 TO WS-LATE-COUNT
              MOVE "SETTLED LATE" TO WS-SETTLE-NOTE
           ELSE
              MOVE "SETTLED" TO WS-SETTLE-NOTE
           END-IF
           PERFORM WRITE-DEAL-LINE.

       SETTLE-ONE-DEAL-EXIT.
           EXIT.

      *================================================================
      * FIND-DEAL-NOSTROS: the bought currency arrives on the nostro
      * the deal names; the sold currency leaves from the first
      * nostro NOSTACCT keeps for that currency - both under the
      * run's booking entity
      * Output: WS-BUY-NOSTRO-CODE, WS-SELL-NOSTRO-CODE (spaces when
      *         not found)
      *================================================================
       FIND-DEAL-NOSTROS SECTION.
           MOVE SPACES TO WS-BUY-NOSTRO-CODE
           MOVE SPACES TO WS-SELL-NOSTRO-CODE

           PERFORM VARYING WS-NOSTRO-IDX FROM 1 BY 1
                   UNTIL WS-NOSTRO-IDX > WS-NOSTRO-COUNT
              IF NT-ENTITY(WS-NOSTRO-IDX) = WS-GP-ENTITY
                 IF WS-BUY-NOSTRO-CODE = SPACES
                    AND NT-ACCOUNT-IBAN(WS-NOSTRO-IDX) = DL-NOSTRO-IBAN
                    AND NT-CURRENCY(WS-NOSTRO-IDX) = DL-BUY-CURRENCY
                    MOVE NT-ACCOUNT-CODE(WS-NOSTRO-IDX)
                       TO WS-BUY-NOSTRO-CODE
                 END-IF
                 IF WS-SELL-NOSTRO-CODE = SPACES
                    AND NT-CURRENCY(WS-NOSTRO-IDX) = DL-SELL-CURRENCY
                    MOVE NT-ACCOUNT-CODE(WS-NOSTRO-IDX)
                       TO WS-SELL-NOSTRO-CODE
                 END-IF
              END-IF
           END-PERFORM.

       FIND-DEAL-NOSTROS-EXIT.
           EXIT.

      *================================================================
      * POST-SETTLEMENT-VOUCHER: one journal voucher under the deal
      * reference carrying both currencies - each business leg on
      * its nostro and its negation on the clearing account, so it
      * nets to zero currency by currency - posted together through
      * GL-POST, or refused together
      * Output: WS-GP-RESULT-STATUS, WS-GP-ERROR-MSG
      *================================================================
       POST-SETTLEMENT-VOUCHER SECTION.
           MOVE DL-DEAL-ID TO WS-GP-VOUCHER-ID
           CALL "GL-VOUCHER-OPEN" USING WS-GP-VOUCHER-ID
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-SETTLEMENT-VOUCHER-EXIT
           END-IF

      *    The bought currency in
           MOVE SPACES TO WS-GP-TRANS-ID
           STRING DL-DEAL-ID DELIMITED BY SPACE
              "-B" DELIMITED BY SIZE INTO WS-GP-TRANS-ID
           MOVE DL-BUY-CURRENCY TO WS-GP-CURRENCY
           MOVE DL-BUY-AMOUNT-MINOR TO WS-GP-AMOUNT-MINOR
           MOVE WS-BUY-NOSTRO-CODE TO WS-GP-ACCOUNT-CODE
           CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
           CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-OFFSET-MINOR WS-GP-OFFSET-ACCOUNT
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

      *    The sold currency out
           MOVE SPACES TO WS-GP-TRANS-ID
           STRING DL-DEAL-ID DELIMITED BY SPACE
              "-S" DELIMITED BY SIZE INTO WS-GP-TRANS-ID
           MOVE DL-SELL-CURRENCY TO WS-GP-CURRENCY
           COMPUTE WS-GP-AMOUNT-MINOR = 0 - DL-SELL-AMOUNT-MINOR
           MOVE WS-SELL-NOSTRO-CODE TO WS-GP-ACCOUNT-CODE
           CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
           CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-OFFSET-MINOR WS-GP-OFFSET-ACCOUNT
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

      *    The margin earned, out of clearing into FX-margin income
           IF DL-MARGIN-MINOR NOT = 0
              AND DL-MARGIN-GL-ACCOUNT NOT = SPACES
              MOVE SPACES TO WS-GP-TRANS-ID
              STRING DL-DEAL-ID DELIMITED BY SPACE
                 "-M" DELIMITED BY SIZE INTO WS-GP-TRANS-ID
              MOVE DL-SELL-CURRENCY TO WS-GP-CURRENCY
              MOVE DL-MARGIN-MINOR TO WS-GP-AMOUNT-MINOR
              MOVE DL-MARGIN-GL-ACCOUNT TO WS-GP-ACCOUNT-CODE
              CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
                  WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
                  WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
              COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
              CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID
                  WS-GP-CURRENCY WS-GP-OFFSET-MINOR
                  WS-GP-OFFSET-ACCOUNT WS-GP-ENTITY
                  WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           END-IF

      *    A refused leg comes back from the close as the reason
      *    the whole voucher was rejected
           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG.

       POST-SETTLEMENT-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * EMIT-PAYMENT-LEGS: the pay leg to the counterparty and the
      * receive leg to our own nostro, dated the business date. Both
      * move the house's own money, so neither names an ordering
      * customer and no customer payment limit applies to them.
      *================================================================
       EMIT-PAYMENT-LEGS SECTION.
           MOVE SPACES TO FXSTLPAY-RECORD
           STRING DL-DEAL-ID DELIMITED BY SPACE
              "-P" DELIMITED BY SIZE INTO PY-PAYMENT-ID
           MOVE DL-CPTY-IBAN TO PY-BENEF-IBAN
           MOVE DL-CPTY-BIC TO PY-BENEF-BIC
           MOVE DL-SELL-CURRENCY TO PY-CURRENCY
           MOVE DL-SELL-AMOUNT-MINOR TO PY-AMOUNT-MINOR
           MOVE WS-BUSINESS-DATE TO PY-EXEC-DATE
           MOVE DL-CPTY-NAME TO PY-BENEF-NAME
           MOVE DL-CPTY-ADDR-LINE TO PY-BENEF-ADDR-LINE
           MOVE DL-CPTY-TOWN TO PY-BENEF-TOWN
           MOVE DL-CPTY-COUNTRY TO PY-BENEF-COUNTRY
           WRITE FXSTLPAY-RECORD
           ADD 1 TO WS-PAYMENTS-EMITTED

           MOVE SPACES TO FXSTLPAY-RECORD
           STRING DL-DEAL-ID DELIMITED BY SPACE
              "-R" DELIMITED BY SIZE INTO PY-PAYMENT-ID
           MOVE DL-NOSTRO-IBAN TO PY-BENEF-IBAN
           MOVE DL-NOSTRO-BIC TO PY-BENEF-BIC
           MOVE DL-BUY-CURRENCY TO PY-CURRENCY
           MOVE DL-BUY-AMOUNT-MINOR TO PY-AMOUNT-MINOR
           MOVE WS-BUSINESS-DATE TO PY-EXEC-DATE
           MOVE WS-OWN-ACCOUNT-NAME TO PY-BENEF-NAME
           MOVE DL-NOSTRO-IBAN(1:2) TO PY-BENEF-COUNTRY
           WRITE FXSTLPAY-RECORD
           ADD 1 TO WS-PAYMENTS-EMITTED.

       EMIT-PAYMENT-LEGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-DEAL-LINE: the deal with the note in WS-SETTLE-NOTE
      *================================================================
       WRITE-DEAL-LINE SECTION.
           MOVE SPACES TO WS-DEAL-LINE
           MOVE DL-DEAL-ID TO WS-DD-DEAL-ID
           MOVE DL-CPTY-ID TO WS-DD-CPTY-ID
           MOVE DL-BUY-CURRENCY TO WS-DD-BUY-CURRENCY
           MOVE DL-BUY-AMOUNT-MINOR TO WS-DD-BUY-AMOUNT
           MOVE DL-SELL-CURRENCY TO WS-DD-SELL-CURRENCY
           MOVE DL-SELL-AMOUNT-MINOR TO WS-DD-SELL-AMOUNT
           MOVE DL-VALUE-DATE TO WS-DD-VALUE-DATE
           MOVE WS-SETTLE-NOTE TO WS-DD-NOTE
           WRITE FXSTLRPT-RECORD FROM WS-DEAL-LINE.

       WRITE-DEAL-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FXSETTLE - FX DEALS DUE FOR SETTLEMENT ON "
              WS-BUSINESS-DATE
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE FXSTLRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  DEAL ID     COUNTERPARTY  WE BUY" TO WS-HL-TEXT
           MOVE "WE SELL" TO WS-HL-TEXT(50:7)
           MOVE "VALUE" TO WS-HL-TEXT(80:5)
           WRITE FXSTLRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DEALS DUE" TO WS-RPT-LABEL
           MOVE WS-DEALS-DUE TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DEALS SETTLED" TO WS-RPT-LABEL
           MOVE WS-SETTLED-COUNT TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  OF WHICH LATE" TO WS-RPT-LABEL
           MOVE WS-LATE-COUNT TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYMENT LEGS EMITTED" TO WS-RPT-LABEL
           MOVE WS-PAYMENTS-EMITTED TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "MARGIN LEGS POSTED" TO WS-RPT-LABEL
           MOVE WS-MARGIN-POSTED-COUNT TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "SETTLED WITHOUT MARGIN LEG" TO WS-RPT-LABEL
           MOVE WS-MARGIN-UNPOSTED-COUNT TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HELD - NOT CONFIRMED" TO WS-RPT-LABEL
           MOVE WS-UNCONFIRMED-COUNT TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HELD - NOSTRO NOT KNOWN" TO WS-RPT-LABEL
           MOVE WS-NO-NOSTRO-COUNT TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HELD - GL VOUCHER REFUSED" TO WS-RPT-LABEL
           MOVE WS-GL-REFUSED-COUNT TO WS-RPT-COUNT
           WRITE FXSTLRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE FXDEAL-FILE
           CLOSE FXSTLPAY-FILE
           CLOSE FXSTLRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM FXSETTLE.
