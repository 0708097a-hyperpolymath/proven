      * of one undifferentiated pot. An account the chart does not
      * carry is refused with its own message; a run that cannot
      * read the chart refuses to post at all.
      *
      * Nothing posts one-sided any more. Every posting belongs to
      * a journal voucher: the caller opens one (GL-VOUCHER-OPEN),
      * hands over its legs - GL-POST for a business leg,
      * GL-POST-OFFSET for the balancing leg a feed books against
      * its clearing account - and closes it with GL-VOUCHER-POST.
      * The legs are held here, not written, until the close
      * proves they net to zero for every currency within every
      * booking entity; only then are they all appended, each
      * carrying the voucher ID and its leg role. A voucher that
      * does not net, or that has any leg the checks above refused,
      * is rejected as a whole and nothing of it reaches GLTXN. A
      * GL-POST with no voucher open is refused - a debit with no
      * matching credit cannot be written from anywhere. Readers
      * that measure business flow (GLRECON's control totals,
      * POSLEDGR's positions, LRGTXN) pass over the offset legs;
      * TRIALBAL counts both sides and proves they agree.
      *
      * The chart is now the COAMAST KSDS the accountants maintain
      * online (COAMAINT, with a second user approving on COAAPPRV)
      * instead of a flat file only a batch reload could change.
      * Each account carries the date it starts taking postings and,
      * once deactivated, the date it stops: a leg against an
      * account not yet in effect, or closed on or before today, is
      * refused with its own message. The in-storage table is read
      * fresh from the KSDS whenever it is more than ten minutes
      * old, so an approved change reaches a job already running the
      * same day rather than the next; if the KSDS cannot be read at
      * a refresh, the table already held stays in use.
      *
      * The year-end close (YECLOSE) posts into a closing period of
      * its own - fiscal period 13 - after period 12 has been
      * closed. It marks its voucher a closing voucher
      * (GL-VOUCHER-CLOSING) with the last day of the fiscal year
      * being closed; the legs are then dated that day, not today,
      * and the voucher is held against PERSTAT's period-13 record
      * for that year instead of the period its date falls in. No
      * other voucher can reach period 13, and once the close has
      * marked it closed nothing can until it is reopened.
      *
      * A closing voucher's legs go out with leg roles of their own
      * - C for a closing leg, B for its balancing (offset) leg -
      * so that readers of GLTXN can tell the closing entries from
      * ordinary postings dated the same day and place them in
      * period 13; B still counts as an offset leg wherever offset
      * legs are told apart. Each leg's account is checked against
      * the chart's effective window on the closing date rather
      * than today, and a voucher must be marked closing before its
      * first leg is added.
      *================================================================

       IDENTIFICATION DIVISION.
              FILE STATUS IS WS-PS-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CA-ACCOUNT-CODE
              FILE STATUS IS WS-CA-FILE-STATUS.

       DATA DIVISION.
      * fields plus the per-run sequence number and posting date
      * this writer stamps (GLRECON's gap check reads them back)
       FD  GL-POST-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  GL-POST-RECORD.
           05 GP-TRANS-ID               PIC X(12).
           05 GP-CURRENCY               PIC X(3).
           05 GP-POSTING-DATE           PIC 9(8).
           05 GP-ACCOUNT-CODE           PIC X(8).
           05 GP-ENTITY                 PIC X(4).
           05 GP-VOUCHER-ID             PIC X(12).
           05 GP-LEG-ROLE               PIC X(1).
              88 GP-LEG-IS-OFFSET       VALUE "O" "B".
              88 GP-LEG-IS-CLOSING      VALUE "C" "B".

      * Period-status KSDS - one record per fiscal period, marked
      * closed by CLOSEPKG (see PERSTAT-RECORD there)
           05 PS-CLOSED-DATE            PIC 9(8).
           05 PS-CLOSED-BY              PIC X(8).

      * Chart-of-accounts master KSDS, one account per record,
      * maintained by the accountants on COAMAINT (see TRIALBAL for
      * the reporting side) - the account type (A asset, L
      * liability, Q equity, I income, E expense) and, for an
      * intercompany account, the partner entity the balance is
      * due to or from and the mirror account the partner books
      * the other side in (see GLCONSOL). The account takes
      * postings from its effective date until the day before its
      * closed date (99999999 while open); TRIALBAL stamps the
      * count of currencies it holds a balance in.
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

       WORKING-STORAGE SECTION.

      * IS-VALID-CURRENCY call field
       01 WS-CURRENCY-RESULT           PIC 9.

      * Chart of accounts, read fresh from the KSDS whenever the
      * copy held is from an earlier ten-minute slot (YYYYMMDDHHM)
       01 WS-CA-FILE-STATUS            PIC X(2).
       01 WS-CA-EOF                    PIC 9 VALUE 0.
       01 WS-CHART-LOADED              PIC 9 VALUE 0.
       01 WS-CHART-USABLE              PIC 9 VALUE 0.
       01 WS-CHART-LOADED-SLOT         PIC X(11) VALUE SPACES.
       01 WS-CURRENT-SLOT              PIC X(11).
       01 WS-LEG-DATE                  PIC 9(8).
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 500 TIMES.
             10 WS-CHART-CODE          PIC X(8).
             10 WS-CHART-EFFECTIVE     PIC 9(8).
             10 WS-CHART-CLOSED        PIC 9(8).
       01 WS-CHART-COUNT               PIC 9(3) VALUE 0.
       01 WS-CHART-MAX                 PIC 9(3) VALUE 500.
       01 WS-CHART-IDX                 PIC 9(3) VALUE 0.
       01 WS-CHART-FOUND               PIC 9 VALUE 0.

      * The open journal voucher - its legs are held here until
      * GL-VOUCHER-POST proves them and writes them together. The
      * first refused leg's status and message are kept so the
      * close can say why the voucher was rejected.
       01 WS-VOUCHER-ID                PIC X(12) VALUE SPACES.
       01 WS-VOUCHER-OPEN              PIC 9 VALUE 0.
       01 WS-VOUCHER-REFUSED           PIC 9 VALUE 0.
       01 WS-VOUCHER-REFUSE-STATUS     PIC S9(4) COMP VALUE 0.
       01 WS-VOUCHER-REFUSE-MSG        PIC X(50) VALUE SPACES.
       01 WS-LEG-ROLE                  PIC X(1).
       01 WS-LEG-TABLE.
          05 WS-LEG-ENTRY OCCURS 100 TIMES.
             10 LG-TRANS-ID            PIC X(12).
             10 LG-CURRENCY            PIC X(3).
             10 LG-AMOUNT-MINOR        PIC S9(15) COMP-3.
             10 LG-ACCOUNT-CODE        PIC X(8).
             10 LG-ENTITY              PIC X(4).
             10 LG-ROLE                PIC X(1).
       01 WS-LEG-COUNT                 PIC 9(3) VALUE 0.
       01 WS-LEG-MAX                   PIC 9(3) VALUE 100.
       01 WS-LEG-IDX                   PIC 9(3) VALUE 0.

      * The voucher's net per currency within booking entity
       01 WS-NET-TABLE.
          05 WS-NET-ENTRY OCCURS 100 TIMES.
             10 NT-CURRENCY            PIC X(3).
             10 NT-ENTITY              PIC X(4).
             10 NT-NET-MINOR           PIC S9(17) COMP-3.
       01 WS-NET-COUNT                 PIC 9(3) VALUE 0.
       01 WS-NET-IDX                   PIC 9(3) VALUE 0.
       01 WS-NET-FOUND                 PIC 9 VALUE 0.
       01 WS-VOUCHER-BALANCED          PIC 9 VALUE 0.

      * A closing voucher's fiscal year and the date its legs carry
      * - the last day of that year, in its final period
       01 WS-VOUCHER-CLOSING           PIC 9 VALUE 0.
       01 WS-CLOSING-DATE              PIC 9(8) VALUE 0.
       01 WS-CLOSING-YEAR              PIC 9(4) VALUE 0.
       01 WS-CLOSING-PERIOD            PIC 9(2) VALUE 13.
       01 WS-FINAL-PERIOD              PIC 9(2) VALUE 12.

       LINKAGE SECTION.
       01 LS-VOUCHER-ID                PIC X(12).
       01 LS-TRANS-ID                  PIC X(12).
       01 LS-CURRENCY                  PIC X(3).
       01 LS-AMOUNT-MINOR              PIC S9(15) COMP-3.
       01 LS-ENTITY                    PIC X(4).
       01 LS-RESULT-STATUS             PIC S9(4) COMP.
       01 LS-ERROR-MSG                 PIC X(50).
       01 LS-CLOSING-DATE              PIC 9(8).

       PROCEDURE DIVISION.

      *================================================================
      * GL-VOUCHER-OPEN: start a journal voucher. Any legs still
      * held from a voucher that was never posted are dropped.
      * Input:  LS-VOUCHER-ID
      * Output: LS-RESULT-STATUS (0=open, -7=voucher ID missing),
      *         LS-ERROR-MSG
      *================================================================
       GL-VOUCHER-OPEN SECTION.
           ENTRY "GL-VOUCHER-OPEN" USING LS-VOUCHER-ID
                 LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           PERFORM CLEAR-VOUCHER

           IF LS-VOUCHER-ID = SPACES
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Voucher ID missing" TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE LS-VOUCHER-ID TO WS-VOUCHER-ID
           MOVE 1 TO WS-VOUCHER-OPEN
           GOBACK.

       GL-VOUCHER-OPEN-EXIT.
           EXIT.

      *================================================================
      * GL-VOUCHER-CLOSING: make the open voucher a closing voucher
      * for the fiscal year LS-CLOSING-DATE ends - its legs are
      * dated that day and post into the year's closing period
      * Input:  LS-CLOSING-DATE (YYYYMMDD, in the year's final
      *         period)
      * Output: LS-RESULT-STATUS (0=marked, -7=no voucher open,
      *         legs already added, or the date is not in a fiscal
      *         year's final period),
      *         LS-ERROR-MSG
      *================================================================
       GL-VOUCHER-CLOSING SECTION.
           ENTRY "GL-VOUCHER-CLOSING" USING LS-CLOSING-DATE
                 LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG

           IF WS-VOUCHER-OPEN = 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "No voucher open to mark closing" TO LS-ERROR-MSG
              GOBACK
           END-IF

      *    Legs already held were checked against today's chart,
      *    not the closing date's
           IF WS-LEG-COUNT > 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Voucher already has legs" TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GOBACK
           END-IF

           MOVE 0 TO WS-FP-RESULT
           IF LS-CLOSING-DATE IS NUMERIC
              MOVE LS-CLOSING-DATE(1:4) TO WS-FP-YEAR
              MOVE LS-CLOSING-DATE(5:2) TO WS-FP-MONTH
              MOVE LS-CLOSING-DATE(7:2) TO WS-FP-DAY
              CALL "GET-FISCAL-PERIOD" USING WS-FP-YEAR WS-FP-MONTH
                  WS-FP-DAY WS-FISCAL-YEAR WS-FISCAL-PERIOD
                  WS-FP-RESULT
           END-IF
           IF WS-FP-RESULT NOT = 1
              OR WS-FISCAL-PERIOD NOT = WS-FINAL-PERIOD
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Closing date not in a year's final period"
                 TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GOBACK
           END-IF

           MOVE 1 TO WS-VOUCHER-CLOSING
           MOVE LS-CLOSING-DATE TO WS-CLOSING-DATE
           MOVE WS-FISCAL-YEAR TO WS-CLOSING-YEAR
           GOBACK.

       GL-VOUCHER-CLOSING-EXIT.
           EXIT.

      *================================================================
      * GL-POST: Add one business leg to the open voucher
      * Input:  LS-TRANS-ID, LS-CURRENCY, LS-AMOUNT-MINOR,
      *         LS-ACCOUNT-CODE, LS-ENTITY (booking entity)
      * Output: LS-RESULT-STATUS (0=leg accepted, -3=voucher full,
      *         -7=no voucher open, or currency or account
      *         invalid, -10=chart could not be read),
      *         LS-ERROR-MSG
      *================================================================
       GL-POST SECTION.
           ENTRY "GL-POST" USING LS-TRANS-ID LS-CURRENCY
                 LS-AMOUNT-MINOR LS-ACCOUNT-CODE LS-ENTITY
                 LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE "P" TO WS-LEG-ROLE
           PERFORM ADD-VOUCHER-LEG
           GOBACK.

       GL-POST-EXIT.
           EXIT.

      *================================================================
      * GL-POST-OFFSET: Add the balancing leg a feed books against
      * its clearing account - same fields and statuses as GL-POST
      *================================================================
       GL-POST-OFFSET SECTION.
           ENTRY "GL-POST-OFFSET" USING LS-TRANS-ID LS-CURRENCY
                 LS-AMOUNT-MINOR LS-ACCOUNT-CODE LS-ENTITY
                 LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE "O" TO WS-LEG-ROLE
           PERFORM ADD-VOUCHER-LEG
           GOBACK.

       GL-POST-OFFSET-EXIT.
           EXIT.

      *================================================================
      * GL-VOUCHER-POST: prove the open voucher and append all of
      * its legs to the common GLPOST file, or none of them
      * Output: LS-RESULT-STATUS (0=posted, -7=no voucher, no legs,
      *         a refused leg, or legs that do not net to zero,
      *         -8=period closed (for a closing voucher, the year's
      *         closing period), -10=file could not be read or
      *         written; a refused leg's own status comes back
      *         when that is why the voucher failed), LS-ERROR-MSG
      *================================================================
       GL-VOUCHER-POST SECTION.
           ENTRY "GL-VOUCHER-POST" USING LS-RESULT-STATUS
                 LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG

           IF WS-VOUCHER-OPEN = 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "No voucher open to post" TO LS-ERROR-MSG
              GOBACK
           END-IF

           IF WS-VOUCHER-REFUSED = 1
              MOVE WS-VOUCHER-REFUSE-STATUS TO LS-RESULT-STATUS
              MOVE WS-VOUCHER-REFUSE-MSG TO LS-ERROR-MSG
              PERFORM CLEAR-VOUCHER
              GOBACK
           END-IF

           IF WS-LEG-COUNT = 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Voucher has no legs" TO LS-ERROR-MSG
              PERFORM CLEAR-VOUCHER
              GOBACK
           END-IF

           PERFORM PROVE-VOUCHER-BALANCE
           IF WS-VOUCHER-BALANCED = 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Voucher does not net to zero" TO LS-ERROR-MSG
              PERFORM CLEAR-VOUCHER
              GOBACK
           END-IF

      *    ... nor into a period the close has signed off
           IF WS-VOUCHER-CLOSING = 1
              MOVE WS-CLOSING-DATE TO WS-POSTING-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POSTING-DATE
           END-IF
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-CLOSED = 1
              MOVE -8 TO LS-RESULT-STATUS
              IF WS-VOUCHER-CLOSING = 1
                 MOVE "Year's closing period is closed" TO LS-ERROR-MSG
              ELSE
                 MOVE "Posting date falls in a closed period"
                    TO LS-ERROR-MSG
              END-IF
              PERFORM CLEAR-VOUCHER
              GOBACK
           END-IF

           IF WS-SEQUENCE-SEEDED = 0
              PERFORM SEED-SEQUENCE-FROM-FILE
           END-IF

           OPEN EXTEND GL-POST-FILE

           IF WS-GP-FILE-STATUS = "35" OR WS-GP-FILE-STATUS = "05"
              OPEN OUTPUT GL-POST-FILE
           END-IF

           IF WS-GP-FILE-STATUS NOT = "00"
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Could not open GL posting file" TO LS-ERROR-MSG
              PERFORM CLEAR-VOUCHER
              GOBACK
           END-IF

           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
                      OR LS-RESULT-STATUS NOT = 0
              ADD 1 TO WS-RUN-SEQUENCE

              MOVE LG-TRANS-ID(WS-LEG-IDX) TO GP-TRANS-ID
              MOVE LG-CURRENCY(WS-LEG-IDX) TO GP-CURRENCY
              MOVE LG-AMOUNT-MINOR(WS-LEG-IDX) TO GP-AMOUNT-MINOR
              MOVE WS-RUN-SEQUENCE TO GP-SEQUENCE
              MOVE WS-POSTING-DATE TO GP-POSTING-DATE
              MOVE LG-ACCOUNT-CODE(WS-LEG-IDX) TO GP-ACCOUNT-CODE
              MOVE LG-ENTITY(WS-LEG-IDX) TO GP-ENTITY
              MOVE WS-VOUCHER-ID TO GP-VOUCHER-ID
              MOVE LG-ROLE(WS-LEG-IDX) TO GP-LEG-ROLE
              IF WS-VOUCHER-CLOSING = 1
                 IF GP-LEG-IS-OFFSET
                    MOVE "B" TO GP-LEG-ROLE
                 ELSE
                    MOVE "C" TO GP-LEG-ROLE
                 END-IF
              END-IF

              WRITE GL-POST-RECORD

              IF WS-GP-FILE-STATUS NOT = "00"
                 MOVE -10 TO LS-RESULT-STATUS
                 MOVE "Could not write GL posting record"
                    TO LS-ERROR-MSG
              END-IF
           END-PERFORM

           CLOSE GL-POST-FILE
           PERFORM CLEAR-VOUCHER
           GOBACK.

       GL-VOUCHER-POST-EXIT.
           EXIT.

      *================================================================
      * ADD-VOUCHER-LEG: validate one leg and hold it on the open
      * voucher with role WS-LEG-ROLE. A leg refused while a
      * voucher is open spoils the whole voucher.
      *================================================================
       ADD-VOUCHER-LEG SECTION.
           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG

           IF WS-VOUCHER-OPEN = 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "No voucher open for posting" TO LS-ERROR-MSG
              GO TO ADD-VOUCHER-LEG-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:11) TO WS-CURRENT-SLOT
           MOVE WS-CURRENT-SLOT(1:8) TO WS-LEG-DATE
           IF WS-CHART-LOADED = 0
              OR WS-CURRENT-SLOT NOT = WS-CHART-LOADED-SLOT
              PERFORM LOAD-CHART-OF-ACCOUNTS
           END-IF
      *    A closing voucher's legs are dated the closing date, and
      *    the chart is held to that day
           IF WS-VOUCHER-CLOSING = 1
              MOVE WS-CLOSING-DATE TO WS-LEG-DATE
           END-IF

      *    No posting leaves here against an account the chart
      *    does not carry
           IF WS-CHART-USABLE = 0
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Chart of accounts unavailable" TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GO TO ADD-VOUCHER-LEG-EXIT
           END-IF

           MOVE 0 TO WS-CHART-FOUND
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Unknown account code on posting"
                 TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GO TO ADD-VOUCHER-LEG-EXIT
           END-IF

      *    ... nor against one outside its effective window
           SUBTRACT 1 FROM WS-CHART-IDX
           IF WS-CHART-EFFECTIVE(WS-CHART-IDX) > WS-LEG-DATE
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Account not yet in effect on chart"
                 TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GO TO ADD-VOUCHER-LEG-EXIT
           END-IF
           IF WS-CHART-CLOSED(WS-CHART-IDX) NOT > WS-LEG-DATE
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Account closed on chart" TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GO TO ADD-VOUCHER-LEG-EXIT
           END-IF

      *    Two booking entities share this window now - a posting
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Booking entity missing on posting"
                 TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GO TO ADD-VOUCHER-LEG-EXIT
           END-IF

      *    No posting leaves here with a currency the suite does
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Unknown currency code on posting"
                 TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GO TO ADD-VOUCHER-LEG-EXIT
           END-IF

           IF WS-LEG-COUNT NOT < WS-LEG-MAX
              MOVE -3 TO LS-RESULT-STATUS
              MOVE "Voucher has too many legs" TO LS-ERROR-MSG
              PERFORM REFUSE-VOUCHER
              GO TO ADD-VOUCHER-LEG-EXIT
           END-IF

           ADD 1 TO WS-LEG-COUNT
           MOVE LS-TRANS-ID TO LG-TRANS-ID(WS-LEG-COUNT)
           MOVE LS-CURRENCY TO LG-CURRENCY(WS-LEG-COUNT)
           MOVE LS-AMOUNT-MINOR TO LG-AMOUNT-MINOR(WS-LEG-COUNT)
           MOVE LS-ACCOUNT-CODE TO LG-ACCOUNT-CODE(WS-LEG-COUNT)
           MOVE LS-ENTITY TO LG-ENTITY(WS-LEG-COUNT)
           MOVE WS-LEG-ROLE TO LG-ROLE(WS-LEG-COUNT).

       ADD-VOUCHER-LEG-EXIT.
           EXIT.

      *================================================================
      * REFUSE-VOUCHER: remember the first refused leg's status and
      * message against the open voucher
      *================================================================
       REFUSE-VOUCHER SECTION.
           IF WS-VOUCHER-REFUSED = 0
              MOVE 1 TO WS-VOUCHER-REFUSED
              MOVE LS-RESULT-STATUS TO WS-VOUCHER-REFUSE-STATUS
              MOVE LS-ERROR-MSG TO WS-VOUCHER-REFUSE-MSG
           END-IF.

       REFUSE-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * PROVE-VOUCHER-BALANCE: net the held legs per currency within
      * booking entity; every net must be zero
      * Output: WS-VOUCHER-BALANCED
      *================================================================
       PROVE-VOUCHER-BALANCE SECTION.
           MOVE 0 TO WS-NET-COUNT

           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
              MOVE 0 TO WS-NET-FOUND
              PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                      UNTIL WS-NET-IDX > WS-NET-COUNT
                         OR WS-NET-FOUND = 1
                 IF NT-CURRENCY(WS-NET-IDX)
                    = LG-CURRENCY(WS-LEG-IDX)
                    AND NT-ENTITY(WS-NET-IDX)
                    = LG-ENTITY(WS-LEG-IDX)
                    MOVE 1 TO WS-NET-FOUND
                 END-IF
              END-PERFORM

              IF WS-NET-FOUND = 1
                 SUBTRACT 1 FROM WS-NET-IDX
              ELSE
                 ADD 1 TO WS-NET-COUNT
                 MOVE WS-NET-COUNT TO WS-NET-IDX
                 MOVE LG-CURRENCY(WS-LEG-IDX)
                    TO NT-CURRENCY(WS-NET-IDX)
                 MOVE LG-ENTITY(WS-LEG-IDX) TO NT-ENTITY(WS-NET-IDX)
                 MOVE 0 TO NT-NET-MINOR(WS-NET-IDX)
              END-IF

              ADD LG-AMOUNT-MINOR(WS-LEG-IDX)
                 TO NT-NET-MINOR(WS-NET-IDX)
           END-PERFORM

           MOVE 1 TO WS-VOUCHER-BALANCED
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-COUNT
              IF NT-NET-MINOR(WS-NET-IDX) NOT = 0
                 MOVE 0 TO WS-VOUCHER-BALANCED
              END-IF
           END-PERFORM.

       PROVE-VOUCHER-BALANCE-EXIT.
           EXIT.

      *================================================================
      * CLEAR-VOUCHER: drop the held legs and close the voucher
      *================================================================
       CLEAR-VOUCHER SECTION.
           MOVE 0 TO WS-VOUCHER-OPEN
           MOVE 0 TO WS-VOUCHER-REFUSED
           MOVE 0 TO WS-VOUCHER-REFUSE-STATUS
           MOVE SPACES TO WS-VOUCHER-REFUSE-MSG
           MOVE SPACES TO WS-VOUCHER-ID
           MOVE 0 TO WS-VOUCHER-CLOSING
           MOVE 0 TO WS-LEG-COUNT.

       CLEAR-VOUCHER-EXIT.
           EXIT.

      *================================================================

      *================================================================
      * CHECK-PERIOD-OPEN: resolve WS-POSTING-DATE's fiscal period
      * and hold it against PERSTAT - for a closing voucher, the
      * closing period of its fiscal year. The file is opened on
      * the run's first posting; a missing file, an unresolvable
      * period, or no PERSTAT record all mean "open".
      * Output: WS-PERIOD-CLOSED
      *================================================================
              GO TO CHECK-PERIOD-OPEN-EXIT
           END-IF

           IF WS-VOUCHER-CLOSING = 1
              MOVE WS-CLOSING-YEAR TO WS-FISCAL-YEAR
              MOVE WS-CLOSING-PERIOD TO WS-FISCAL-PERIOD
           ELSE
              MOVE WS-POSTING-DATE(1:4) TO WS-FP-YEAR
              MOVE WS-POSTING-DATE(5:2) TO WS-FP-MONTH
              MOVE WS-POSTING-DATE(7:2) TO WS-FP-DAY
              CALL "GET-FISCAL-PERIOD" USING WS-FP-YEAR WS-FP-MONTH
                  WS-FP-DAY WS-FISCAL-YEAR WS-FISCAL-PERIOD
                  WS-FP-RESULT
              IF WS-FP-RESULT NOT = 1
                 GO TO CHECK-PERIOD-OPEN-EXIT
              END-IF
           END-IF

           MOVE WS-FISCAL-YEAR TO PS-FISCAL-YEAR
           EXIT.

      *================================================================
      * LOAD-CHART-OF-ACCOUNTS: the account codes the chart carries
      * and each one's effective window, read from the KSDS. The
      * first load that cannot read the chart leaves the run unable
      * to post (WS-CHART-USABLE stays 0); a later refresh that
      * cannot read it keeps the table already held. An effective
      * date the record does not carry means in effect from the
      * start, a closed date it does not carry means open.
      *================================================================
       LOAD-CHART-OF-ACCOUNTS SECTION.
           MOVE 1 TO WS-CHART-LOADED
           MOVE WS-CURRENT-SLOT TO WS-CHART-LOADED-SLOT

           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-CA-FILE-STATUS NOT = "00"
              GO TO LOAD-CHART-OF-ACCOUNTS-EXIT
           END-IF

           MOVE 0 TO WS-CHART-COUNT
           MOVE 0 TO WS-CA-EOF
           PERFORM UNTIL WS-CA-EOF = 1
              READ CHART-OF-ACCOUNTS-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-CA-EOF
                 NOT AT END
                       ADD 1 TO WS-CHART-COUNT
                       MOVE CA-ACCOUNT-CODE
                          TO WS-CHART-CODE(WS-CHART-COUNT)
                       IF CA-EFFECTIVE-DATE IS NUMERIC
                          MOVE CA-EFFECTIVE-DATE
                             TO WS-CHART-EFFECTIVE(WS-CHART-COUNT)
                       ELSE
                          MOVE 0 TO WS-CHART-EFFECTIVE(WS-CHART-COUNT)
                       END-IF
                       IF CA-CLOSED-DATE IS NUMERIC
                          AND CA-CLOSED-DATE > 0
                          MOVE CA-CLOSED-DATE
                             TO WS-CHART-CLOSED(WS-CHART-COUNT)
                       ELSE
                          MOVE 99999999
                             TO WS-CHART-CLOSED(WS-CHART-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CHART-COUNT > 0
              MOVE 1 TO WS-CHART-USABLE
           ELSE
              MOVE 0 TO WS-CHART-USABLE
           END-IF.

       LOAD-CHART-OF-ACCOUNTS-EXIT.
