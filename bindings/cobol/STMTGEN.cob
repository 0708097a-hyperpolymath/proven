      * keyed on the STMTRPRT screen is fulfilled by the STMTRPRN
      * batch step from the archived generation, not by re-running
      * the month's inputs.
      *
      * The statement header lists the customer's accounts as the
      * ACCTMAST account master holds them (see ACCTMNT) - read
      * through its customer-keyed alternate index - with product,
      * base currency, and whether each is open or closed and
      * since when, so the customer sees the same account status
      * every other job works from. A statement for a customer with
      * no account on the master is still produced, but counted and
      * flagged (COND code 4) for the account desk.
      *
      * The customer join is a two-file match, not a table: CUSTGOOD
      * is presented in customer-ID order like STMTTXN (the same
      * SORT step treatment), and the customer file is simply read
      * forward to each statement's customer, so the size of the
      * book no longer bounds the run. CUSTGOOD is read through once
      * to prove its order before any statement or balance is
      * touched - an unsorted customer file would print good
      * customers as unmatched and carry their balances wrongly, so
      * it stops the run with COND code 8 and nothing written.
      *
      * Every statement is rendered twice from the same data: the
      * print image on STMTOUT and an accessible HTML page on
      * STMTHTML for the electronic channel - headings, captioned
      * tables with scoped column headers, the page language from
      * the customer's country, and every amount formatted through
      * the same FORMAT-MONEY-OPTS options as the print image.
      * Everything that reaches the page from the customer record
      * or the postings (name, address lines, references, account
      * details, amounts) goes through ESCAPE-HTML (SAFE-STRING)
      * first. Each page opens with a DOCTYPE line followed by a
      * "STATEMENT CUSTOMER" comment naming its owner and period,
      * which STMTROUT keys on; STMTARCH indexes the page's lines
      * in the STMTHTML generation beside the print lines, so
      * STMTRPRN can reprint either version.
      *
      * Before anything else, CUSTGOOD is held against the handoff
      * its producer registered for the business date
      * (HANDOFF-VERIFY, see PROVEN-HANDOFF.cob, with the HANDOFF DD
      * pointed at the same dataset): a file with more or fewer
      * customers than were written, or with nothing registered,
      * stops the run with COND code 8 and nothing written.
      *
      * A statement totals at most WS-STMT-CURRENCY-MAX currencies.
      * A customer with postings in more stops the run with COND
      * code 16, naming the customer and the currency, rather than
      * print a statement whose totals leave a currency out.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT STMTHTML-FILE ASSIGN TO "STMTHTML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT STMTBAL-FILE ASSIGN TO "STMTBAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SB-KEY
              FILE STATUS IS WS-SB-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT STMTARCH-FILE ASSIGN TO "STMTARCH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           RECORD CONTAINS 132 CHARACTERS.
       01  STMTOUT-RECORD               PIC X(132).

      * The HTML rendering - one page per statement, one tag run
      * per line
       FD  STMTHTML-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  STMTHTML-RECORD              PIC X(512).

      * Balance carry-forward KSDS - one record per customer and
      * currency, the closing balance at the last statement cut-off
       FD  STMTBAL-FILE
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SB-CUTOFF-DATE            PIC 9(8).

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

      * Statement archive index - where each customer's statement
      * sits inside this run's STMTOUT generation, and where its
      * HTML page sits inside this run's STMTHTML generation
       FD  STMTARCH-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  STMTARCH-RECORD.
           05 SA-KEY.
              10 SA-CUSTOMER-ID         PIC X(36).
           05 SA-START-LINE             PIC 9(8).
           05 SA-LINE-COUNT             PIC 9(6).
           05 SA-RUN-DATE               PIC 9(8).
           05 SA-HTML-START-LINE        PIC 9(8).
           05 SA-HTML-LINE-COUNT        PIC 9(6).

       WORKING-STORAGE SECTION.

       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-SO-FILE-STATUS            PIC X(2).
       01 WS-SH-FILE-STATUS            PIC X(2).
       01 WS-SB-FILE-STATUS            PIC X(2).
       01 WS-SA-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-AM-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-STMT-ACCOUNTS             PIC 9(4) VALUE 0.
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TX-EOF              VALUE 1.
       01 WS-CG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CG-EOF              VALUE 1.

      * The CUSTGOOD side of the customer match: the customer the
      * file is positioned on (HIGH-VALUES once it is exhausted),
      * and the order proof taken before the run starts
       01 WS-CG-CURRENT-ID             PIC X(36).
       01 WS-PREV-CG-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-CG-RECORDS-CHECKED        PIC 9(8) VALUE 0.
       01 WS-CUST-FOUND                PIC 9 VALUE 0.

      * Per-country format options (see MONEY-FORMAT-OPTIONS in
             10 WS-CF-OPTIONS          PIC X(5).
       01 WS-CF-IDX                    PIC 9(1).

      * The HTML page language for each country in the format
      * table above, entry for entry
       01 WS-COUNTRY-LANGUAGES.
          05 FILLER                    PIC X(2) VALUE "en".
          05 FILLER                    PIC X(2) VALUE "de".
          05 FILLER                    PIC X(2) VALUE "fr".
          05 FILLER                    PIC X(2) VALUE "en".
          05 FILLER                    PIC X(2) VALUE "de".
          05 FILLER                    PIC X(2) VALUE "en".
       01 WS-COUNTRY-LANGUAGE-TABLE REDEFINES WS-COUNTRY-LANGUAGES.
          05 WS-CL-LANGUAGE            PIC X(2) OCCURS 6 TIMES.

      * FORMAT-MONEY-OPTS call fields (see SAFE-CURRENCY.cob)
       01 WS-FMT-OPTIONS.
          05 WS-FO-SHOW-SYMBOL         PIC 9.
             10 ST-CURRENCY            PIC X(3).
             10 ST-TOTAL-MINOR         PIC S9(17) COMP-3.
       01 WS-STMT-CURRENCY-COUNT       PIC 9(2) VALUE 0.
       01 WS-STMT-CURRENCY-MAX         PIC 9(2) VALUE 10.
       01 WS-STMT-IDX                  PIC 9(2) VALUE 0.
       01 WS-STMT-FOUND                PIC 9 VALUE 0.

       01 WS-STATEMENTS-PRINTED        PIC 9(6) VALUE 0.
       01 WS-POSTINGS-PRINTED          PIC 9(8) VALUE 0.
       01 WS-POSTINGS-UNMATCHED        PIC 9(8) VALUE 0.
       01 WS-BALANCE-FAIL-COUNT        PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-FAIL-COUNT        PIC 9(8) VALUE 0.
       01 WS-NO-ACCOUNT-COUNT          PIC 9(8) VALUE 0.

      * The statement period and the line bookkeeping behind the
      * archive index
       01 WS-STMT-PERIOD               PIC X(6).
       01 WS-LINES-WRITTEN             PIC 9(8) VALUE 0.
       01 WS-STMT-START-LINE           PIC 9(8) VALUE 0.
       01 WS-HTML-LINES-WRITTEN        PIC 9(8) VALUE 0.
       01 WS-HTML-START-LINE           PIC 9(8) VALUE 0.

      * The HTML line being assembled and the ESCAPE-HTML call
      * fields (see SAFE-STRING.cob) every customer-supplied value
      * passes through on its way onto the page
       01 WS-HTML-LINE                 PIC X(512).
       01 WS-HTML-PTR                  PIC 9(4).
       01 WS-HTML-LANGUAGE             PIC X(2).
       01 WS-HE-INPUT                  PIC X(4096).
       01 WS-HE-INPUT-LEN              PIC 9(4).
       01 WS-HE-OUTPUT                 PIC X(8192).
       01 WS-HE-OUTPUT-LEN             PIC 9(4).
       01 WS-HTML-DATE                 PIC 9(8).
       01 WS-HTML-DATE-X REDEFINES WS-HTML-DATE.
          05 WS-HD-YYYY                PIC X(4).
          05 WS-HD-MM                  PIC X(2).
          05 WS-HD-DD                  PIC X(2).
       01 WS-HT-TOTAL-TEXT             PIC X(30).
       01 WS-HT-OPENING-TEXT           PIC X(30).
       01 WS-HT-CLOSING-TEXT           PIC X(30).

      * The carry-forward arithmetic for the statement line in hand
       01 WS-OPENING-MINOR             PIC S9(15) COMP-3.
          05 WS-BA-AMOUNT              PIC X(30).
          05 FILLER                    PIC X(81).

       01 WS-ACCOUNT-LINE.
          05 FILLER                    PIC X(2).
          05 FILLER                    PIC X(8) VALUE "ACCOUNT".
          05 WS-AL-ACCOUNT-ID          PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-AL-PRODUCT             PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-AL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-AL-STATUS              PIC X(12).
          05 WS-AL-STATUS-DATE         PIC 9(8).
          05 FILLER                    PIC X(73).

       01 WS-TOTAL-LINE.
          05 FILLER                    PIC X(2).
          05 FILLER                    PIC X(12) VALUE "TOTAL".
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

      * HANDOFF-VERIFY call fields (see PROVEN-HANDOFF.cob) -
      * CUSTGOOD balances on its record count alone; the HANDOFF
      * DD points at the same dataset as CUSTGOOD
       01 WS-HO-DATASET                PIC X(8) VALUE "CUSTGOOD".
       01 WS-HO-JOB-NAME               PIC X(8) VALUE "STMTGEN".
       01 WS-HO-CCY-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-LEN                PIC 9(2) VALUE 0.
       01 WS-HO-RECORD-COUNT           PIC 9(8).
       01 WS-HO-STATUS                 PIC S9(4) COMP.
       01 WS-HO-MSG                    PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: prove the customer file's order, sweep the
      * sorted postings breaking on customer ID against it, and
      * print the run's control totals
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM VERIFY-CUSTGOOD-HANDOFF
           PERFORM READ-PERIOD-PARM
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CHECK-CUSTGOOD-SEQUENCE

           PERFORM UNTIL WS-AT-TX-EOF
              READ STMTTXN-FILE

           DISPLAY "STMTGEN: " WS-STATEMENTS-PRINTED
              " statement(s), " WS-POSTINGS-PRINTED " posting(s), "
              WS-POSTINGS-UNMATCHED " unmatched"

           EVALUATE TRUE
              WHEN WS-BALANCE-FAIL-COUNT > 0
                 OR WS-ARCHIVE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-POSTINGS-UNMATCHED > 0 OR WS-NO-ACCOUNT-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * VERIFY-CUSTGOOD-HANDOFF: CUSTGOOD read back against the
      * registered handoff before any statement is touched
      *================================================================
       VERIFY-CUSTGOOD-HANDOFF SECTION.
           CALL "HANDOFF-VERIFY" USING WS-HO-DATASET WS-HO-JOB-NAME
               WS-HO-CCY-POS WS-HO-AMT-POS WS-HO-AMT-LEN
               WS-HO-RECORD-COUNT WS-HO-STATUS WS-HO-MSG

           IF WS-HO-STATUS NOT = 0
              DISPLAY "STMTGEN: CUSTGOOD handoff not proven - "
                 FUNCTION TRIM(WS-HO-MSG)
              CALL "STATUS-TO-RC" USING WS-HO-STATUS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "STMTGEN: CUSTGOOD handoff balances, "
              WS-HO-RECORD-COUNT " record(s)".

       VERIFY-CUSTGOOD-HANDOFF-EXIT.
           EXIT.

      *================================================================
      * READ-PERIOD-PARM: 'YYYYMM' names the statement period being
      * produced; default is the current month
              STOP RUN
           END-IF

           OPEN OUTPUT STMTHTML-FILE
           IF WS-SH-FILE-STATUS NOT = "00"
              DISPLAY "STMTGEN: cannot open STMTHTML, status="
                 WS-SH-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O STMTARCH-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
              AND WS-SA-FILE-STATUS NOT = "05"
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "STMTGEN: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    A statement run that cannot see the balances would print
      *    openings of zero for the whole book - hard stop
           OPEN I-O STMTBAL-FILE
           EXIT.

      *================================================================
      * CHECK-CUSTGOOD-SEQUENCE: the match needs CUSTGOOD in
      * customer-ID order; one read-through proves it before any
      * statement or balance is written, then the file is reopened
      * and positioned on its first customer
      *================================================================
       CHECK-CUSTGOOD-SEQUENCE SECTION.
           PERFORM UNTIL WS-AT-CG-EOF
              READ CUSTGOOD-FILE
                 AT END
                    MOVE 1 TO WS-CG-EOF
                 NOT AT END
                    ADD 1 TO WS-CG-RECORDS-CHECKED
                    IF CG-CUSTOMER-ID < WS-PREV-CG-ID
                       DISPLAY "STMTGEN: CUSTGOOD out of customer-ID "
                          "sequence at record " WS-CG-RECORDS-CHECKED
                          " (" CG-CUSTOMER-ID ") - sort it by "
                          "customer ID; nothing produced"
                       PERFORM CLOSE-FILES
                       CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                            WS-RC-RESULT
                       MOVE WS-RC-RESULT TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE CG-CUSTOMER-ID TO WS-PREV-CG-ID
              END-READ
           END-PERFORM

           CLOSE CUSTGOOD-FILE
           OPEN INPUT CUSTGOOD-FILE
           MOVE 0 TO WS-CG-EOF
           PERFORM READ-NEXT-CUSTOMER.

       CHECK-CUSTGOOD-SEQUENCE-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-CUSTOMER: advance the customer side of the match
      *================================================================
       READ-NEXT-CUSTOMER SECTION.
           IF WS-AT-CG-EOF
              MOVE HIGH-VALUES TO WS-CG-CURRENT-ID
              GO TO READ-NEXT-CUSTOMER-EXIT
           END-IF

           READ CUSTGOOD-FILE
              AT END
                 MOVE 1 TO WS-CG-EOF
                 MOVE HIGH-VALUES TO WS-CG-CURRENT-ID
              NOT AT END
                 MOVE CG-CUSTOMER-ID TO WS-CG-CURRENT-ID
           END-READ.

       READ-NEXT-CUSTOMER-EXIT.
           EXIT.

      *================================================================
           ADD 1 TO WS-LINES-WRITTEN
           ADD 1 TO WS-POSTINGS-PRINTED
           ADD 1 TO WS-STMT-LINE-COUNT
           PERFORM HTML-POSTING-ROW

           PERFORM ADD-TO-STATEMENT-TOTALS.

           MOVE 0 TO WS-STMT-LINE-COUNT
           MOVE 0 TO WS-STMT-CURRENCY-COUNT

      *    Both files run in customer-ID order, so the customer
      *    file only ever moves forward to meet the postings
           PERFORM READ-NEXT-CUSTOMER
              UNTIL WS-CG-CURRENT-ID NOT < SX-CUSTOMER-ID

           MOVE 0 TO WS-CUST-FOUND
           IF WS-CG-CURRENT-ID = SX-CUSTOMER-ID
              MOVE 1 TO WS-CUST-FOUND
              MOVE CG-CUSTOMER-NAME TO WS-CURRENT-NAME
              MOVE CG-COUNTRY TO WS-CURRENT-COUNTRY
              MOVE CG-ADDR-LINE-1 TO WS-CURRENT-ADDR-1
              MOVE CG-ADDR-LINE-2 TO WS-CURRENT-ADDR-2
              MOVE CG-CITY TO WS-CURRENT-CITY
              MOVE CG-REGION TO WS-CURRENT-REGION
              MOVE CG-POSTAL-CODE TO WS-CURRENT-POSTAL
           END-IF

           IF WS-CUST-FOUND = 0
              DISPLAY "STMTGEN: no CUSTGOOD customer for "
              MOVE WS-AB-LINE(WS-AB-IDX) TO WS-HL-TEXT
              WRITE STMTOUT-RECORD FROM WS-HEADING-LINE
              ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM

           PERFORM HTML-OPEN-PAGE
           PERFORM LIST-CUSTOMER-ACCOUNTS
           PERFORM HTML-OPEN-POSTINGS.

       OPEN-NEW-STATEMENT-EXIT.
           EXIT.

      *================================================================
      * LIST-CUSTOMER-ACCOUNTS: one header line per account the
      * customer holds on the account master, with its status as
      * the master records it
      *================================================================
       LIST-CUSTOMER-ACCOUNTS SECTION.
           MOVE 0 TO WS-STMT-ACCOUNTS
           MOVE 0 TO WS-AM-BROWSE-DONE

           MOVE WS-CURRENT-CUSTOMER TO AM-CUSTOMER-ID
           START ACCTMAST-FILE KEY IS EQUAL TO AM-CUSTOMER-ID
              INVALID KEY
                 MOVE 1 TO WS-AM-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-AM-BROWSE-DONE = 1
              READ ACCTMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-AM-BROWSE-DONE
                 NOT AT END
                    IF AM-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                       MOVE 1 TO WS-AM-BROWSE-DONE
                    ELSE
                       PERFORM WRITE-ONE-ACCOUNT-LINE
                    END-IF
              END-READ
           END-PERFORM

           IF WS-STMT-ACCOUNTS = 0
              ADD 1 TO WS-NO-ACCOUNT-COUNT
              MOVE SPACES TO WS-HEADING-LINE
              MOVE "  NO ACCOUNT ON FILE FOR THIS CUSTOMER"
                 TO WS-HL-TEXT
              WRITE STMTOUT-RECORD FROM WS-HEADING-LINE
              ADD 1 TO WS-LINES-WRITTEN
              MOVE "<tr><td colspan=""4"">No account on file for this c
      -          "ustomer</td></tr>" TO WS-HTML-LINE
              PERFORM HTML-WRITE-LINE
           END-IF

           MOVE "</tbody></table>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE.

       LIST-CUSTOMER-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-ACCOUNT-LINE
      *================================================================
       WRITE-ONE-ACCOUNT-LINE SECTION.
           ADD 1 TO WS-STMT-ACCOUNTS
           MOVE AM-ACCOUNT-ID TO WS-AL-ACCOUNT-ID
           MOVE AM-PRODUCT-CODE TO WS-AL-PRODUCT
           MOVE AM-BASE-CURRENCY TO WS-AL-CURRENCY
           IF AM-IS-CLOSED
              MOVE "CLOSED" TO WS-AL-STATUS
              MOVE AM-CLOSE-DATE TO WS-AL-STATUS-DATE
           ELSE
              MOVE "OPEN SINCE" TO WS-AL-STATUS
              MOVE AM-OPEN-DATE TO WS-AL-STATUS-DATE
           END-IF
           WRITE STMTOUT-RECORD FROM WS-ACCOUNT-LINE
           ADD 1 TO WS-LINES-WRITTEN
           PERFORM HTML-ACCOUNT-ROW.

       WRITE-ONE-ACCOUNT-LINE-EXIT.
           EXIT.

      *================================================================
      * CLOSE-CURRENT-STATEMENT: the per-currency totals for the
      * statement just finished
              GO TO CLOSE-CURRENT-STATEMENT-EXIT
           END-IF

           PERFORM HTML-OPEN-BALANCES

           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-CURRENCY-COUNT
              MOVE ST-TOTAL-MINOR(WS-STMT-IDX) TO WS-FMT-AMOUNT
              MOVE WS-FMT-OUTPUT TO WS-TL-AMOUNT
              WRITE STMTOUT-RECORD FROM WS-TOTAL-LINE
              ADD 1 TO WS-LINES-WRITTEN
              MOVE WS-FMT-OUTPUT TO WS-HT-TOTAL-TEXT
              MOVE "-" TO WS-HT-OPENING-TEXT
              MOVE "-" TO WS-HT-CLOSING-TEXT
              PERFORM CARRY-FORWARD-ONE-BALANCE
              PERFORM HTML-BALANCE-ROW
           END-PERFORM

           PERFORM HTML-CLOSE-PAGE
           PERFORM INDEX-CURRENT-STATEMENT
           ADD 1 TO WS-STATEMENTS-PRINTED.

           MOVE "OPENING BAL" TO WS-BA-LABEL
           MOVE ST-CURRENCY(WS-STMT-IDX) TO WS-BA-CURRENCY
           MOVE WS-FMT-OUTPUT TO WS-BA-AMOUNT
           MOVE WS-FMT-OUTPUT TO WS-HT-OPENING-TEXT
           WRITE STMTOUT-RECORD FROM WS-BALANCE-LINE
           ADD 1 TO WS-LINES-WRITTEN

           MOVE "CLOSING BAL" TO WS-BA-LABEL
           MOVE ST-CURRENCY(WS-STMT-IDX) TO WS-BA-CURRENCY
           MOVE WS-FMT-OUTPUT TO WS-BA-AMOUNT
           MOVE WS-FMT-OUTPUT TO WS-HT-CLOSING-TEXT
           WRITE STMTOUT-RECORD FROM WS-BALANCE-LINE
           ADD 1 TO WS-LINES-WRITTEN

           COMPUTE SA-LINE-COUNT =
              WS-LINES-WRITTEN - WS-STMT-START-LINE + 1
           MOVE WS-TODAY TO SA-RUN-DATE
           MOVE WS-HTML-START-LINE TO SA-HTML-START-LINE
           COMPUTE SA-HTML-LINE-COUNT =
              WS-HTML-LINES-WRITTEN - WS-HTML-START-LINE + 1

           WRITE STMTARCH-RECORD
              INVALID KEY
       INDEX-CURRENT-STATEMENT-EXIT.
           EXIT.

      *================================================================
      * HTML-OPEN-PAGE: the head of the statement's HTML page - the
      * routing comment STMTROUT keys on, the page language, the
      * customer's name and mailing block - and the opening of the
      * accounts table
      *================================================================
       HTML-OPEN-PAGE SECTION.
           COMPUTE WS-HTML-START-LINE = WS-HTML-LINES-WRITTEN + 1
           PERFORM RESOLVE-FORMAT-OPTIONS
           MOVE WS-CL-LANGUAGE(WS-CF-IDX) TO WS-HTML-LANGUAGE

           MOVE "<!DOCTYPE html>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE

           MOVE SPACES TO WS-HTML-LINE
           STRING "<!-- STATEMENT CUSTOMER " WS-CURRENT-CUSTOMER
              " PERIOD " WS-STMT-PERIOD " -->"
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE

           MOVE SPACES TO WS-HTML-LINE
           STRING "<html lang=""" WS-HTML-LANGUAGE """>"
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE

           MOVE "<head>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<meta charset=""utf-8"">" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<meta name=""viewport"" content=""width=device-width,
      -         " initial-scale=1"">" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE

           MOVE SPACES TO WS-HTML-LINE
           STRING "<title>Statement " WS-STMT-PERIOD(1:4) "-"
              WS-STMT-PERIOD(5:2) "</title>"
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE

           MOVE "<style>body{font-family:sans-serif;margin:1em;line-hei
      -         "ght:1.4}table{border-collapse:collapse;width:100%;margi
      -         "n-bottom:1em}caption{text-align:left;font-weight:bold}t
      -         "h,td{padding:.3em;border-bottom:1px solid #999;text-ali
      -         "gn:left}td.amt{text-align:right;white-space:nowrap}</st
      -         "yle>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "</head>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<body>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<main>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE

           PERFORM HTML-BEGIN-LINE
           STRING "<h1>Statement for " DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE WS-CURRENT-NAME TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</h1>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           PERFORM HTML-WRITE-LINE

           PERFORM HTML-BEGIN-LINE
           STRING "<p>Customer " DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE WS-CURRENT-CUSTOMER TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING " &middot; period " WS-STMT-PERIOD(1:4) "-"
              WS-STMT-PERIOD(5:2) "</p>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           PERFORM HTML-WRITE-LINE

      *    The same mailing block FORMAT-ADDRESS built for print
           MOVE "<address>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-LINE-COUNT
              PERFORM HTML-BEGIN-LINE
              MOVE WS-AB-LINE(WS-AB-IDX) TO WS-HE-INPUT
              PERFORM HTML-APPEND-ESCAPED
              STRING "<br>" DELIMITED BY SIZE
                 INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
              PERFORM HTML-WRITE-LINE
           END-PERFORM
           MOVE "</address>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE

           MOVE "<h2>Your accounts</h2>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<table><caption>Accounts held</caption>"
              TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<thead><tr><th scope=""col"">Account</th><th scope=""c
      -         "ol"">Product</th><th scope=""col"">Currency</th><th sco
      -         "pe=""col"">Status</th></tr></thead><tbody>"
              TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE.

       HTML-OPEN-PAGE-EXIT.
           EXIT.

      *================================================================
      * HTML-ACCOUNT-ROW: the account line just printed, as a row
      *================================================================
       HTML-ACCOUNT-ROW SECTION.
           PERFORM HTML-BEGIN-LINE
           STRING "<tr><td>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE AM-ACCOUNT-ID TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</td><td>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE AM-PRODUCT-CODE TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</td><td>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE AM-BASE-CURRENCY TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           MOVE WS-AL-STATUS-DATE TO WS-HTML-DATE
           IF AM-IS-CLOSED
              STRING "</td><td>Closed " DELIMITED BY SIZE
                 INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           ELSE
              STRING "</td><td>Open since " DELIMITED BY SIZE
                 INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-IF
           STRING WS-HD-YYYY "-" WS-HD-MM "-" WS-HD-DD "</td></tr>"
              DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           PERFORM HTML-WRITE-LINE.

       HTML-ACCOUNT-ROW-EXIT.
           EXIT.

      *================================================================
      * HTML-OPEN-POSTINGS: the period's postings table
      *================================================================
       HTML-OPEN-POSTINGS SECTION.
           MOVE "<h2>Transactions</h2>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<table><caption>Postings this period</caption>"
              TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<thead><tr><th scope=""col"">Reference</th><th scope=""
      -         "col"">Currency</th><th scope=""col"">Amount</th></tr></
      -         "thead><tbody>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE.

       HTML-OPEN-POSTINGS-EXIT.
           EXIT.

      *================================================================
      * HTML-POSTING-ROW: the posting just printed, as a row
      *================================================================
       HTML-POSTING-ROW SECTION.
           PERFORM HTML-BEGIN-LINE
           STRING "<tr><td>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE SX-TRANS-ID TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</td><td>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE SX-CURRENCY TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</td><td class=""amt"">" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE WS-FMT-OUTPUT TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</td></tr>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           PERFORM HTML-WRITE-LINE.

       HTML-POSTING-ROW-EXIT.
           EXIT.

      *================================================================
      * HTML-OPEN-BALANCES: close the postings table and open the
      * per-currency balances table
      *================================================================
       HTML-OPEN-BALANCES SECTION.
           MOVE "</tbody></table>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<h2>Balances</h2>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<table><caption>Balances by currency</caption>"
              TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "<thead><tr><th scope=""col"">Currency</th><th scope=""c
      -         "ol"">Opening balance</th><th scope=""col"">Period total
      -         "</th><th scope=""col"">Closing balance</th></tr></thead
      -         "><tbody>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE.

       HTML-OPEN-BALANCES-EXIT.
           EXIT.

      *================================================================
      * HTML-BALANCE-ROW: one currency's opening, period total and
      * closing - a dash where the balance check withheld a figure
      *================================================================
       HTML-BALANCE-ROW SECTION.
           PERFORM HTML-BEGIN-LINE
           STRING "<tr><th scope=""row"">" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE ST-CURRENCY(WS-STMT-IDX) TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</th><td class=""amt"">" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE WS-HT-OPENING-TEXT TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</td><td class=""amt"">" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE WS-HT-TOTAL-TEXT TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</td><td class=""amt"">" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           MOVE WS-HT-CLOSING-TEXT TO WS-HE-INPUT
           PERFORM HTML-APPEND-ESCAPED
           STRING "</td></tr>" DELIMITED BY SIZE
              INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           PERFORM HTML-WRITE-LINE.

       HTML-BALANCE-ROW-EXIT.
           EXIT.

      *================================================================
      * HTML-CLOSE-PAGE
      *================================================================
       HTML-CLOSE-PAGE SECTION.
           MOVE "</tbody></table>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "</main>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "</body>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE
           MOVE "</html>" TO WS-HTML-LINE
           PERFORM HTML-WRITE-LINE.

       HTML-CLOSE-PAGE-EXIT.
           EXIT.

      *================================================================
      * HTML-BEGIN-LINE: an empty line to assemble into
      *================================================================
       HTML-BEGIN-LINE SECTION.
           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-HTML-PTR.

       HTML-BEGIN-LINE-EXIT.
           EXIT.

      *================================================================
      * HTML-APPEND-ESCAPED: WS-HE-INPUT, trailing spaces dropped,
      * through ESCAPE-HTML and onto the line being assembled
      *================================================================
       HTML-APPEND-ESCAPED SECTION.
           IF WS-HE-INPUT = SPACES
              GO TO HTML-APPEND-ESCAPED-EXIT
           END-IF

           COMPUTE WS-HE-INPUT-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-HE-INPUT TRAILING))
           CALL "ESCAPE-HTML" USING WS-HE-INPUT WS-HE-INPUT-LEN
               WS-HE-OUTPUT WS-HE-OUTPUT-LEN

           IF WS-HE-OUTPUT-LEN > 0
              STRING WS-HE-OUTPUT(1:WS-HE-OUTPUT-LEN)
                 DELIMITED BY SIZE
                 INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-IF
           MOVE SPACES TO WS-HE-INPUT.

       HTML-APPEND-ESCAPED-EXIT.
           EXIT.

      *================================================================
      * HTML-WRITE-LINE
      *================================================================
       HTML-WRITE-LINE SECTION.
           WRITE STMTHTML-RECORD FROM WS-HTML-LINE
           ADD 1 TO WS-HTML-LINES-WRITTEN
           MOVE SPACES TO WS-HTML-LINE.

       HTML-WRITE-LINE-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-FORMAT-OPTIONS: the format options for the current
      * statement's country - the blank-country entry at the end of
           EXIT.

      *================================================================
      * ADD-TO-STATEMENT-TOTALS: a currency the statement's totals
      * cannot hold abends the run
      *================================================================
       ADD-TO-STATEMENT-TOTALS SECTION.
           MOVE 0 TO WS-STMT-FOUND
           IF WS-STMT-FOUND = 1
              SUBTRACT 1 FROM WS-STMT-IDX
           ELSE
              IF WS-STMT-CURRENCY-COUNT NOT < WS-STMT-CURRENCY-MAX
                 DISPLAY "STMTGEN: customer " SX-CUSTOMER-ID
                    " has postings in more than "
                    WS-STMT-CURRENCY-MAX " currencies - "
                    SX-CURRENCY " cannot be totalled"
                 PERFORM CLOSE-FILES
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-STMT-CURRENCY-COUNT
              MOVE WS-STMT-CURRENCY-COUNT TO WS-STMT-IDX
              MOVE SX-CURRENCY TO ST-CURRENCY(WS-STMT-IDX)
              MOVE 0 TO ST-TOTAL-MINOR(WS-STMT-IDX)
           END-IF

           ADD SX-AMOUNT-MINOR TO ST-TOTAL-MINOR(WS-STMT-IDX).
           WRITE STMTOUT-RECORD FROM WS-CONTROL-LABEL-LINE

           MOVE SPACES TO WS-CONTROL-LABEL-LINE
           MOVE "BALANCE CHECK FAILURES" TO WS-CL-LABEL
           MOVE WS-BALANCE-FAIL-COUNT TO WS-CL-COUNT
           WRITE STMTOUT-RECORD FROM WS-CONTROL-LABEL-LINE

           MOVE SPACES TO WS-CONTROL-LABEL-LINE
           MOVE "STATEMENTS WITH NO ACCOUNT" TO WS-CL-LABEL
           MOVE WS-NO-ACCOUNT-COUNT TO WS-CL-COUNT
           WRITE STMTOUT-RECORD FROM WS-CONTROL-LABEL-LINE.

       WRITE-RUN-TOTALS-EXIT.
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE STMTTXN-FILE
           CLOSE CUSTGOOD-FILE
           CLOSE STMTOUT-FILE
           CLOSE STMTHTML-FILE
           CLOSE STMTBAL-FILE
           CLOSE ACCTMAST-FILE
           CLOSE STMTARCH-FILE.

       CLOSE-FILES-EXIT.
