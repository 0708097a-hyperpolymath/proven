      * in days, and items newly opened - so month-end close sees
      * "this 412.50 EUR difference has been open since the 3rd"
      * instead of fifteen disconnected daily reports.
      *
      * GL-POST now writes every posting as one leg of a balanced
      * journal voucher. The control totals on GLCTRL measure the
      * business legs, so the offset legs a feed books against its
      * clearing account are left out of the computed totals and
      * the exception listing - they still count toward the posting
      * sequence, which runs across both.
      *
      * A closed period GLARCHIV has archived stays on GLTXN as
      * balance-forward records, business and offset legs carried
      * forward separately, so the business-leg totals are exactly
      * what the detail gave. They carry sequence zero and so stay
      * out of the gap check, as the pre-sequence feeds do.
      *
      * The year-end close's legs (leg roles C and B) come from no
      * feed and are in no GLCTRL control total; like the offset
      * legs they stay out of the business-leg totals and the
      * exception listing.
      *================================================================

       IDENTIFICATION DIVISION.
      * currency, the signed minor-units amount, and the writer's
      * per-run sequence number and posting date
       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  TRANSACTION-RECORD.
           05 TX-TRANS-ID                PIC X(12).
           05 TX-CURRENCY                PIC X(3).
           05 TX-POSTING-DATE            PIC 9(8).
           05 TX-ACCOUNT-CODE            PIC X(8).
           05 TX-ENTITY                  PIC X(4).
           05 TX-VOUCHER-ID              PIC X(12).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".
              88 TX-LEG-IS-CLOSING       VALUE "C" "B".

      * One control total per entity and currency, supplied by the
      * GL feed
                 NOT AT END
                    ADD 1 TO WS-TX-READ-COUNT
                    PERFORM TRACK-POSTING-SEQUENCE
                    IF NOT TX-LEG-IS-OFFSET
                       AND NOT TX-LEG-IS-CLOSING
                       MOVE TX-ENTITY TO WS-CT-SEARCH-ENTITY
                       MOVE TX-CURRENCY TO WS-CT-SEARCH-CURRENCY
                       PERFORM FIND-OR-ADD-CURRENCY
                       IF WS-CT-IDX > 0
                          ADD TX-AMOUNT-MINOR TO
                             CT-COMPUTED-TOTAL(WS-CT-IDX)
                          MOVE 1 TO CT-HAS-POSTINGS(WS-CT-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
      * detail line if its currency is flagged out of balance
      *================================================================
       WRITE-EXCEPTION-LINE-IF-OUT-OF-BALANCE SECTION.
           IF TX-LEG-IS-OFFSET OR TX-LEG-IS-CLOSING
              GO TO WRITE-EXCEPTION-LINE-IF-OUT-OF-BALANCE-EXIT
           END-IF

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
              IF CT-CURRENCY(WS-CT-IDX) = TX-CURRENCY
