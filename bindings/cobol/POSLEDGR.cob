      * the lot file the prior run wrote, LOTSOUT tonight's - the
      * JCL swaps them. A currency with postings but no usable
      * rate cannot be lotted and is an exception (COND code 4).
      *
      * Every position account is held against the ACCTMAST account
      * master (see ACCTMNT) before its BALANCES line is written:
      * the FXPOS-ccy accounts are opened there like any other
      * account, and a position whose account is unknown or closed
      * is refused - listed on POSLRPT and left out of BALANCES, so
      * FXREVAL and ACCRURUN never see a position no account owns
      * (COND code 4). Its lots are still carried, so opening the
      * account restores the position on the next run.
      *
      * Each realized result posts as a balanced journal voucher:
      * the result on FXREALZD and its offset on the CLRFXPOS
      * position clearing account. GLTXN now carries both legs of
      * every voucher, and only the business legs move a currency's
      * lots - an offset leg is the same movement seen from the
      * clearing side, and lotting it would net every position to
      * nothing.
      *
      * The treasury desk's FX deals reach GLTXN the same way: on
      * value date FXSETTLE posts each settled deal's bought and
      * sold currencies as business legs on the nostro accounts, so
      * the lots carried here - and the P&L realized from them -
      * follow the deals on the FXDEAL master rather than a
      * spreadsheet.
      *
      * The balance-forward records GLARCHIV leaves on GLTXN for an
      * archived period are not movements - the lots already carry
      * what they stand for - so they are passed over like the
      * offset legs.
      *
      * The year-end close's legs (leg roles C and B) move profit
      * and loss into retained earnings, not currency; they are
      * passed over like the offset legs.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT POSLRPT-FILE ASSIGN TO "POSLRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.
       FILE SECTION.
      * Postings in the extended GLTXN layout PROVEN-GL-POST writes
       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  TRANSACTION-RECORD.
           05 TX-TRANS-ID                PIC X(12).
           05 TX-BALFWD-ID REDEFINES TX-TRANS-ID.
              10 TX-BALFWD-MARKER        PIC X(6).
                 88 TX-IS-BALANCE-FORWARD VALUE "BALFWD".
              10 TX-BALFWD-PERIOD        PIC 9(6).
           05 TX-CURRENCY                PIC X(3).
           05 TX-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 TX-POSTING-DATE            PIC 9(8).
           05 TX-ACCOUNT-CODE            PIC X(8).
           05 TX-ENTITY                  PIC X(4).
           05 TX-VOUCHER-ID              PIC X(12).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".
              88 TX-LEG-IS-CLOSING       VALUE "C" "B".

      * Exchange-rate KSDS as FXRATELD lays it down (see
      * EXCHANGE-RATE-RECORD in SAFECURR.cpy)
           05 BL-POSITION-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

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

       FD  POSLRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  POSLRPT-RECORD               PIC X(132).
       01 WS-LI-FILE-STATUS            PIC X(2).
       01 WS-LO-FILE-STATUS            PIC X(2).
       01 WS-BL-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TX-EOF              VALUE 1.
       01 WS-OVERFLOW-COUNT            PIC 9(6) VALUE 0.
       01 WS-POST-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-REALIZED-POSTED           PIC 9(6) VALUE 0.
       01 WS-ACCT-REFUSED-COUNT        PIC 9(6) VALUE 0.

      * Account-master verdict for the position being written
       01 WS-ACCT-VERDICT              PIC X(1).
          88 WS-ACCT-IS-USABLE         VALUE "O".
          88 WS-ACCT-IS-UNKNOWN        VALUE "U".
          88 WS-ACCT-IS-CLOSED         VALUE "C".

       01 WS-BASE-CURRENCY             PIC X(3) VALUE "USD".
       01 WS-TODAY                     PIC 9(8).
       01 WS-BASE-DECIMALS             PIC 9.

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8)
          VALUE "FXREALZD".
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRFXPOS".
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).
              WHEN WS-OVERFLOW-COUNT > 0 OR WS-POST-FAIL-COUNT > 0
                 OR WS-LOT-OVERFLOW > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-NO-RATE-COUNT > 0 OR WS-ACCT-REFUSED-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
              STOP RUN
           END-IF

      *    Without the account master no position can be vouched
      *    for - hard stop rather than write an unchecked BALANCES
           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "POSLEDGR: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT POSLRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "POSLEDGR: cannot open POSLRPT, status="
      * APPLY-ONE-POSTING: grow or shrink the currency's lots
      *================================================================
       APPLY-ONE-POSTING SECTION.
           IF TX-LEG-IS-OFFSET OR TX-LEG-IS-CLOSING
              OR TX-IS-BALANCE-FORWARD
              GO TO APPLY-ONE-POSTING-EXIT
           END-IF

           ADD 1 TO WS-POSTINGS-READ

           MOVE TX-CURRENCY TO WS-POS-SEARCH-CURRENCY
                 DELIMITED BY SIZE INTO BL-ACCOUNT-ID
              MOVE PO-CURRENCY(WS-POS-IDX) TO BL-CURRENCY
              MOVE WS-NET-POSITION TO BL-POSITION-MINOR
              PERFORM CHECK-POSITION-ACCOUNT
              IF WS-ACCT-IS-USABLE
                 WRITE BALANCES-RECORD
              ELSE
                 ADD 1 TO WS-ACCT-REFUSED-COUNT
              END-IF

              PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                      UNTIL WS-LOT-IDX > PO-LOT-COUNT(WS-POS-IDX)
              MOVE PO-LOT-COUNT(WS-POS-IDX) TO WS-PL-LOTS
              MOVE PO-REALIZED-BASE(WS-POS-IDX) TO WS-PL-REALIZED
              EVALUATE TRUE
                 WHEN WS-ACCT-IS-UNKNOWN
                    MOVE "ACCOUNT NOT ON ACCTMAST" TO WS-PL-NOTE
                 WHEN WS-ACCT-IS-CLOSED
                    MOVE "ACCOUNT CLOSED - REFUSED" TO WS-PL-NOTE
                 WHEN PO-RATE-FOUND(WS-POS-IDX) = 0
                    MOVE "NO USABLE RATE" TO WS-PL-NOTE
                 WHEN PO-OVERFLOWED(WS-POS-IDX) = 1
       WRITE-POSITIONS-AND-LOTS-EXIT.
           EXIT.

      *================================================================
      * CHECK-POSITION-ACCOUNT: the BALANCES account must be on the
      * account master and open; a master that cannot be read
      * abends the run (COND code 16)
      * Output: WS-ACCT-VERDICT (O usable, U unknown, C closed)
      *================================================================
       CHECK-POSITION-ACCOUNT SECTION.
           MOVE BL-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 MOVE "U" TO WS-ACCT-VERDICT
                 GO TO CHECK-POSITION-ACCOUNT-EXIT
           END-READ

      *    A master that cannot be read vouches for nothing - the
      *    record area holds no verdict for this account
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "POSLEDGR: ACCTMAST read failed for "
                 BL-ACCOUNT-ID ", status=" WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF AM-IS-OPEN
              MOVE "O" TO WS-ACCT-VERDICT
           ELSE
              MOVE "C" TO WS-ACCT-VERDICT
           END-IF.

       CHECK-POSITION-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * POST-REALIZED-RESULTS: one base-currency GL posting per
      * currency with a nonzero realized result
                 MOVE WS-BASE-CURRENCY TO WS-GP-CURRENCY
                 MOVE PO-REALIZED-BASE(WS-POS-IDX)
                    TO WS-GP-AMOUNT-MINOR
                 PERFORM POST-BALANCED-VOUCHER
                 IF WS-GP-RESULT-STATUS = 0
                    ADD 1 TO WS-REALIZED-POSTED
                 ELSE
       POST-REALIZED-RESULTS-EXIT.
           EXIT.

      *================================================================
      * POST-BALANCED-VOUCHER: the WS-GP- amount as a journal
      * voucher of two legs - the business leg on WS-GP-ACCOUNT-CODE
      * and its negation on the clearing account - posted together
      * through GL-POST, or refused together
      * Output: WS-GP-RESULT-STATUS, WS-GP-ERROR-MSG
      *================================================================
       POST-BALANCED-VOUCHER SECTION.
           MOVE WS-GP-TRANS-ID TO WS-GP-VOUCHER-ID
           CALL "GL-VOUCHER-OPEN" USING WS-GP-VOUCHER-ID
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-BALANCED-VOUCHER-EXIT
           END-IF

           CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

           COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
           CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-OFFSET-MINOR WS-GP-OFFSET-ACCOUNT
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

      *    A refused leg comes back from the close as the reason
      *    the whole voucher was rejected
           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG.

       POST-BALANCED-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ARITHMETIC OVERFLOWS" TO WS-RPT-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
           WRITE POSLRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSITIONS REFUSED (ACCOUNT)" TO WS-RPT-LABEL
           MOVE WS-ACCT-REFUSED-COUNT TO WS-RPT-COUNT
           WRITE POSLRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           CLOSE EXCHANGE-RATE-FILE
           CLOSE LOTS-OUT-FILE
           CLOSE BALANCES-FILE
           CLOSE ACCTMAST-FILE
           CLOSE POSLRPT-FILE.

       CLOSE-FILES-EXIT.
