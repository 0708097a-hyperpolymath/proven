      * whose account code is not on the chart (pre-dimension
      * postings carry spaces and land in the UNCLASSIFIED line) -
      * so the GL that reconciles is also the GL we report from.
      *
      * GL-POST writes nothing but balanced journal vouchers, so
      * every currency's debits must equal its credits across the
      * whole file. Each currency's control line says whether it
      * proves, and the report closes with a proof line: debits
      * equal credits in every currency, or the number of
      * currencies that do not (COND code 4 - the ledger is out of
      * balance and sign-off waits).
      *
      * Once GLARCHIV has archived a closed period, its detail is
      * represented on GLTXN by balance-forward records - one per
      * account, currency, entity and leg role, carrying the net of
      * the postings replaced. They total like any posting, so every
      * net and every proof reads as it did before the archive; the
      * posting counts take each balance forward at the number of
      * postings it stands for. The debit and credit columns show a
      * balance forward on the side of its net.
      *
      * COAMAST is now the chart-of-accounts KSDS maintained online
      * on COAMAINT and COAAPPRV. After the report is written, each
      * chart account is stamped with today's date and the number of
      * currencies it still holds a non-zero balance in - the
      * figure the deactivation screens hold a request against, so
      * an account with money on it cannot be closed. A run whose
      * balance table overflowed stamps nothing, leaving the last
      * complete figures in place. An account whose closed date has
      * arrived but which still nets to something in a currency is
      * noted CLOSED WITH BALANCE on its line and counted at the
      * foot of the report (COND code 4).
      *
      * The year-end close's legs reach GLTXN with leg roles of
      * their own (C for a closing leg, B for its balancing leg)
      * and are summed like any other posting.
      *================================================================

       IDENTIFICATION DIVISION.
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CA-ACCOUNT-CODE
              FILE STATUS IS WS-CA-FILE-STATUS.

           SELECT TRIALRPT-FILE ASSIGN TO "TRIALRPT"
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
           05 TX-BALFWD-COUNTS REDEFINES TX-VOUCHER-ID.
              10 TX-BALFWD-POSTINGS      PIC 9(8).
              10 FILLER                  PIC X(4).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".

      * Chart of accounts as GL-POST validates against
      * - the account type (A asset, L liability, Q equity, I
      * income, E expense) and, for an intercompany account, the
      * partner entity the balance is due to or from and the
      * mirror account the partner books the other side in (see
      * GLCONSOL), its effective window, and the balance stamp
      * this run leaves on it (see CHART-OF-ACCOUNTS-RECORD in
      * PROVEN-GL-POST.cob)
       FD  CHART-OF-ACCOUNTS-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CHART-OF-ACCOUNTS-RECORD.
           05 CA-ACCOUNT-CODE           PIC X(8).
           05 CA-DESCRIPTION            PIC X(30).
           05 CA-ACCOUNT-TYPE           PIC X(1).
              88 CA-IS-PROFIT-AND-LOSS  VALUE "I" "E".
           05 CA-IC-PARTNER-ENTITY      PIC X(4).
           05 CA-IC-MIRROR-ACCOUNT      PIC X(8).
           05 CA-EFFECTIVE-DATE         PIC 9(8).
           05 CA-CLOSED-DATE            PIC 9(8).
           05 CA-LAST-CHANGED           PIC 9(8).
           05 CA-CHANGED-BY             PIC X(8).
           05 CA-BALANCE-AS-OF          PIC 9(8).
           05 CA-OPEN-BALANCES          PIC 9(3).
           05 FILLER                    PIC X(26).

       FD  TRIALRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 WS-POSTINGS-READ             PIC 9(8) VALUE 0.
       01 WS-UNKNOWN-ACCT-COUNT        PIC 9(8) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(6) VALUE 0.
       01 WS-UNPROVEN-COUNT            PIC 9(2) VALUE 0.
       01 WS-CLOSED-BAL-COUNT          PIC 9(6) VALUE 0.
       01 WS-STAMPED-COUNT             PIC 9(6) VALUE 0.
       01 WS-STAMP-FAIL-COUNT          PIC 9(6) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-OPEN-BALANCES             PIC 9(3).

      * Chart descriptions for the report
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 500 TIMES.
             10 CH-ACCOUNT-CODE        PIC X(8).
             10 CH-DESCRIPTION         PIC X(30).
             10 CH-CLOSED-DATE         PIC 9(8).
       01 WS-CHART-COUNT               PIC 9(3) VALUE 0.
       01 WS-CHART-MAX                 PIC 9(3) VALUE 500.
       01 WS-CHART-IDX                 PIC 9(3) VALUE 0.
          05 WS-BL-CREDITS             PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-BL-NET                 PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-BL-NOTE                PIC X(20).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-FILES
           PERFORM LOAD-CHART-DESCRIPTIONS

           PERFORM WRITE-TRIAL-BALANCE
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLOSE-FILES
           PERFORM STAMP-CHART-BALANCES

           DISPLAY "TRIALBAL: " WS-POSTINGS-READ " posting(s), "
              WS-TB-COUNT " account/currency line(s), "
              WS-UNKNOWN-ACCT-COUNT " off-chart posting(s), "
              WS-UNPROVEN-COUNT " currency(ies) not proved"
           DISPLAY "TRIALBAL: " WS-STAMPED-COUNT
              " chart account(s) stamped, " WS-CLOSED-BAL-COUNT
              " closed with a balance, " WS-STAMP-FAIL-COUNT
              " stamp failure(s)"

           EVALUATE TRUE
              WHEN WS-OVERFLOW-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-UNKNOWN-ACCT-COUNT > 0 OR WS-UNPROVEN-COUNT > 0
                 OR WS-CLOSED-BAL-COUNT > 0 OR WS-STAMP-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
                          TO CH-ACCOUNT-CODE(WS-CHART-COUNT)
                       MOVE CA-DESCRIPTION
                          TO CH-DESCRIPTION(WS-CHART-COUNT)
                       IF CA-CLOSED-DATE IS NUMERIC
                          AND CA-CLOSED-DATE > 0
                          MOVE CA-CLOSED-DATE
                             TO CH-CLOSED-DATE(WS-CHART-COUNT)
                       ELSE
                          MOVE 99999999
                             TO CH-CLOSED-DATE(WS-CHART-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
      * ACCUMULATE-ONE-POSTING
      *================================================================
       ACCUMULATE-ONE-POSTING SECTION.
           IF TX-IS-BALANCE-FORWARD
              ADD TX-BALFWD-POSTINGS TO WS-POSTINGS-READ
           ELSE
              ADD 1 TO WS-POSTINGS-READ
           END-IF

           MOVE 0 TO WS-TB-FOUND
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
              END-IF
           END-IF

           IF TX-IS-BALANCE-FORWARD
              ADD TX-BALFWD-POSTINGS TO TB-POSTING-COUNT(WS-TB-IDX)
           ELSE
              ADD 1 TO TB-POSTING-COUNT(WS-TB-IDX)
           END-IF
           IF TX-AMOUNT-MINOR >= 0
              ADD TX-AMOUNT-MINOR TO TB-DEBIT-TOTAL(WS-TB-IDX)
           ELSE

           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
              COMPUTE WS-NET-MINOR = TB-DEBIT-TOTAL(WS-TB-IDX)
                 - TB-CREDIT-TOTAL(WS-TB-IDX)

              MOVE SPACES TO WS-BALANCE-LINE
              MOVE SPACES TO WS-DESCRIPTION
              IF TB-ON-CHART(WS-TB-IDX) = 1
                 PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                       = TB-ACCOUNT-CODE(WS-TB-IDX)
                       MOVE CH-DESCRIPTION(WS-CHART-IDX)
                          TO WS-DESCRIPTION
                       IF CH-CLOSED-DATE(WS-CHART-IDX)
                          NOT > WS-TODAY
                          AND WS-NET-MINOR NOT = 0
                          MOVE "CLOSED WITH BALANCE" TO WS-BL-NOTE
                          ADD 1 TO WS-CLOSED-BAL-COUNT
                       END-IF
                    END-IF
                 END-PERFORM
              ELSE
                    TO WS-DESCRIPTION
              END-IF

              MOVE TB-ACCOUNT-CODE(WS-TB-IDX) TO WS-BL-ACCOUNT
              MOVE WS-DESCRIPTION TO WS-BL-DESCRIPTION
              MOVE TB-CURRENCY(WS-TB-IDX) TO WS-BL-CURRENCY
           EXIT.

      *================================================================
      * WRITE-CONTROL-TOTALS: grand debits and credits per currency,
      * the debit/credit proof, and the posting count - the
      * sign-off discipline
      *================================================================
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
              MOVE GT-DEBIT-TOTAL(WS-GT-IDX) TO WS-BL-DEBITS
              MOVE GT-CREDIT-TOTAL(WS-GT-IDX) TO WS-BL-CREDITS
              MOVE WS-NET-MINOR TO WS-BL-NET
              IF WS-NET-MINOR = 0
                 MOVE "PROVED" TO WS-BL-NOTE
              ELSE
                 MOVE "OUT OF BALANCE" TO WS-BL-NOTE
                 ADD 1 TO WS-UNPROVEN-COUNT
              END-IF
              WRITE TRIALRPT-RECORD FROM WS-BALANCE-LINE
           END-PERFORM

      *    The proof line - total debits against total credits
           MOVE SPACES TO WS-HEADING-LINE
           IF WS-UNPROVEN-COUNT = 0
              MOVE "PROOF: DEBITS EQUAL CREDITS IN EVERY CURRENCY"
                 TO WS-HL-TEXT
              WRITE TRIALRPT-RECORD FROM WS-HEADING-LINE
           ELSE
              MOVE "PROOF FAILED: DEBITS DO NOT EQUAL CREDITS"
                 TO WS-HL-TEXT
              WRITE TRIALRPT-RECORD FROM WS-HEADING-LINE
              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "CURRENCIES OUT OF BALANCE" TO WS-RPT-LABEL
              MOVE WS-UNPROVEN-COUNT TO WS-RPT-COUNT
              WRITE TRIALRPT-RECORD FROM WS-REPORT-LABEL-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS ON FILE" TO WS-RPT-LABEL
           MOVE WS-POSTINGS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "OFF-CHART POSTINGS" TO WS-RPT-LABEL
           MOVE WS-UNKNOWN-ACCT-COUNT TO WS-RPT-COUNT
           WRITE TRIALRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CLOSED ACCOUNTS WITH BALANCE" TO WS-RPT-LABEL
           MOVE WS-CLOSED-BAL-COUNT TO WS-RPT-COUNT
           WRITE TRIALRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-CONTROL-TOTALS-EXIT.
       CLOSE-FILES-EXIT.
           EXIT.

      *================================================================
      * STAMP-CHART-BALANCES: leave on every chart account today's
      * date and the number of currencies it still nets to non-zero
      * in, for the deactivation check on COAMAINT and COAAPPRV. A
      * run that could not total every posting stamps nothing.
      *================================================================
       STAMP-CHART-BALANCES SECTION.
           IF WS-OVERFLOW-COUNT > 0
              DISPLAY "TRIALBAL: balance table overflowed - chart "
                 "balance stamps left as they were"
              GO TO STAMP-CHART-BALANCES-EXIT
           END-IF

           OPEN I-O CHART-OF-ACCOUNTS-FILE
           IF WS-CA-FILE-STATUS NOT = "00"
              ADD 1 TO WS-STAMP-FAIL-COUNT
              DISPLAY "TRIALBAL: cannot open COAMAST for update, "
                 "status=" WS-CA-FILE-STATUS
              GO TO STAMP-CHART-BALANCES-EXIT
           END-IF

           MOVE 0 TO WS-CA-EOF
           PERFORM UNTIL WS-AT-CA-EOF
              READ CHART-OF-ACCOUNTS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-CA-EOF
                 NOT AT END
                    PERFORM STAMP-ONE-ACCOUNT
              END-READ
           END-PERFORM

           CLOSE CHART-OF-ACCOUNTS-FILE.

       STAMP-CHART-BALANCES-EXIT.
           EXIT.

      *================================================================
      * STAMP-ONE-ACCOUNT: count the account's currencies with a
      * non-zero net and rewrite its balance stamp
      *================================================================
       STAMP-ONE-ACCOUNT SECTION.
           MOVE 0 TO WS-OPEN-BALANCES
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
              IF TB-ACCOUNT-CODE(WS-TB-IDX) = CA-ACCOUNT-CODE
                 AND TB-DEBIT-TOTAL(WS-TB-IDX)
                 NOT = TB-CREDIT-TOTAL(WS-TB-IDX)
                 ADD 1 TO WS-OPEN-BALANCES
              END-IF
           END-PERFORM

           MOVE WS-TODAY TO CA-BALANCE-AS-OF
           MOVE WS-OPEN-BALANCES TO CA-OPEN-BALANCES
           REWRITE CHART-OF-ACCOUNTS-RECORD
           IF WS-CA-FILE-STATUS = "00"
              ADD 1 TO WS-STAMPED-COUNT
           ELSE
              ADD 1 TO WS-STAMP-FAIL-COUNT
              DISPLAY "TRIALBAL: cannot stamp " CA-ACCOUNT-CODE
                 ", status=" WS-CA-FILE-STATUS
           END-IF.

       STAMP-ONE-ACCOUNT-EXIT.
           EXIT.

       END PROGRAM TRIALBAL.
