      * statute requires. Customers with no activity on file at
      * all are listed separately - an account we cannot date is a
      * research item, not a quiet surrender.
      *
      * Whether a customer still holds anything to surrender is the
      * ACCTMAST account master's answer (see ACCTMNT): the
      * customer's accounts are read through the master's
      * customer-keyed alternate index, and only a customer with at
      * least one open account is held against the dormancy rule.
      * A customer whose accounts are all closed is listed and not
      * notified; one with no account on the master at all is a
      * research item beside the undatable ones.
      *
      * The last-activity dates are not tabled, so the size of the
      * book does not bound the sweep: ACTVTXN and CUSTGOOD both
      * arrive sorted by customer (the SORT step ahead of this
      * one), and the activity file is read forward beside the
      * customers, each customer taking the latest posting date of
      * its own run of activity. Either file found out of customer
      * order stops the sweep with COND code 8 - the customers past
      * the break would be misreported as never active. The
      * DORMRULE table does hold a fixed number of country rules
      * (WS-RULE-MAX); a file with more stops the sweep with COND
      * code 16 before anything is written, rather than leave the
      * countries past the limit on the default years.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT DORMRPT-FILE ASSIGN TO "DORMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.
           05 DR-COUNTRY                PIC X(2).
           05 DR-YEARS                  PIC 9(2).

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

       FD  DORMRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DORMRPT-RECORD               PIC X(132).
       01 WS-AC-FILE-STATUS            PIC X(2).
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-DR-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-NF-FILE-STATUS            PIC X(2).
       01 WS-AC-EOF                    PIC 9 VALUE 0.
       01 WS-DORMANT-COUNT             PIC 9(8) VALUE 0.
       01 WS-NO-ACTIVITY-COUNT         PIC 9(8) VALUE 0.
       01 WS-ACTIVE-COUNT              PIC 9(8) VALUE 0.
       01 WS-ALL-CLOSED-COUNT          PIC 9(8) VALUE 0.
       01 WS-NO-ACCOUNT-COUNT          PIC 9(8) VALUE 0.

      * The customer's accounts on the master
       01 WS-AM-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-ACCOUNTS-HELD             PIC 9(4) VALUE 0.
       01 WS-ACCOUNTS-OPEN             PIC 9(4) VALUE 0.

      * The activity side of the match: the customer the activity
      * file is positioned on (HIGH-VALUES once it is exhausted),
      * and the latest posting date found for the customer under
      * review
       01 WS-AC-CURRENT-ID             PIC X(36).
       01 WS-PREV-AC-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-PREV-CG-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-LAST-FOUND                PIC 9 VALUE 0.
       01 WS-LAST-DATE                 PIC 9(8).

      * Dormancy rules, with the default years applied to unlisted
      * countries
             10 RL-COUNTRY             PIC X(2).
             10 RL-YEARS               PIC 9(2).
       01 WS-RULE-COUNT                PIC 9(2) VALUE 0.
       01 WS-RULE-MAX                  PIC 9(2) VALUE 50.
       01 WS-RULE-IDX                  PIC 9(2) VALUE 0.
       01 WS-DEFAULT-YEARS             PIC 9(2) VALUE 5.
       01 WS-THRESHOLD-YEARS           PIC 9(2).
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-DORMANCY-RULES
           PERFORM READ-NEXT-ACTIVITY
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-CG-EOF
              END-READ
           END-PERFORM

      *    Activity for customers past the last CUSTGOOD record is
      *    still counted as read
           PERFORM READ-NEXT-ACTIVITY
              UNTIL WS-AC-CURRENT-ID = HIGH-VALUES

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES
              " with no activity on file"

           EVALUATE TRUE
              WHEN WS-DORMANT-COUNT > 0 OR WS-NO-ACTIVITY-COUNT > 0
                 OR WS-NO-ACCOUNT-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "ESCHEAT: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT DORMRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "ESCHEAT: cannot open DORMRPT, status="

      *================================================================
      * LOAD-DORMANCY-RULES: the ZZ entry, when present, replaces
      * the built-in five-year default; more country rules than the
      * table holds abend the sweep
      *================================================================
       LOAD-DORMANCY-RULES SECTION.
           PERFORM UNTIL WS-AT-DR-EOF
                       MOVE DR-YEARS TO WS-DEFAULT-YEARS
                    ELSE
                       IF DR-COUNTRY NOT = SPACES
                          IF WS-RULE-COUNT NOT < WS-RULE-MAX
                             DISPLAY "ESCHEAT: more than "
                                WS-RULE-MAX " DORMRULE entries"
                             CALL "STATUS-TO-RC" USING WS-PS-ALLOC
                                WS-RC-RESULT
                             MOVE WS-RC-RESULT TO RETURN-CODE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-RULE-COUNT
                          MOVE DR-COUNTRY
                             TO RL-COUNTRY(WS-RULE-COUNT)
           EXIT.

      *================================================================
      * READ-NEXT-ACTIVITY: advance the activity side of the match,
      * proving the customer order as it goes
      *================================================================
       READ-NEXT-ACTIVITY SECTION.
           IF WS-AT-AC-EOF
              MOVE HIGH-VALUES TO WS-AC-CURRENT-ID
              GO TO READ-NEXT-ACTIVITY-EXIT
           END-IF

           READ ACTIVITY-FILE
              AT END
                 MOVE 1 TO WS-AC-EOF
                 MOVE HIGH-VALUES TO WS-AC-CURRENT-ID
                 GO TO READ-NEXT-ACTIVITY-EXIT
           END-READ

           ADD 1 TO WS-ACTIVITY-READ
           IF AX-CUSTOMER-ID < WS-PREV-AC-ID
              DISPLAY "ESCHEAT: ACTVTXN out of customer sequence "
                 "at record " WS-ACTIVITY-READ " (" AX-CUSTOMER-ID
                 ") - sort it by customer"
              PERFORM ABANDON-UNSORTED-INPUT
           END-IF
           MOVE AX-CUSTOMER-ID TO WS-PREV-AC-ID
           MOVE AX-CUSTOMER-ID TO WS-AC-CURRENT-ID.

       READ-NEXT-ACTIVITY-EXIT.
           EXIT.

      *================================================================
      * FIND-LAST-ACTIVITY: bring the activity file up to the
      * customer under review and keep the latest posting date of
      * the customer's own activity
      * Output: WS-LAST-FOUND, WS-LAST-DATE
      *================================================================
       FIND-LAST-ACTIVITY SECTION.
           MOVE 0 TO WS-LAST-FOUND
           MOVE 0 TO WS-LAST-DATE

           PERFORM READ-NEXT-ACTIVITY
              UNTIL WS-AC-CURRENT-ID NOT < CG-CUSTOMER-ID

           PERFORM UNTIL WS-AC-CURRENT-ID NOT = CG-CUSTOMER-ID
              MOVE 1 TO WS-LAST-FOUND
              IF AX-POSTING-DATE > WS-LAST-DATE
                 MOVE AX-POSTING-DATE TO WS-LAST-DATE
              END-IF
              PERFORM READ-NEXT-ACTIVITY
           END-PERFORM.

       FIND-LAST-ACTIVITY-EXIT.
           EXIT.

      *================================================================
      * ABANDON-UNSORTED-INPUT: COND code 8 - a match against an
      * unsorted file would misreport every customer past the break
      *================================================================
       ABANDON-UNSORTED-INPUT SECTION.
           PERFORM CLOSE-FILES
           CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       ABANDON-UNSORTED-INPUT-EXIT.
           EXIT.

      *================================================================
       EXAMINE-ONE-CUSTOMER SECTION.
           ADD 1 TO WS-CUSTOMERS-READ

           IF CG-CUSTOMER-ID < WS-PREV-CG-ID
              DISPLAY "ESCHEAT: CUSTGOOD out of customer sequence "
                 "at record " WS-CUSTOMERS-READ " (" CG-CUSTOMER-ID
                 ") - sort it by customer"
              PERFORM ABANDON-UNSORTED-INPUT
           END-IF
           MOVE CG-CUSTOMER-ID TO WS-PREV-CG-ID
           PERFORM FIND-LAST-ACTIVITY

           PERFORM COUNT-CUSTOMER-ACCOUNTS
           IF WS-ACCOUNTS-HELD = 0
              ADD 1 TO WS-NO-ACCOUNT-COUNT
              MOVE SPACES TO WS-DORMANT-LINE
              MOVE CG-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
              MOVE CG-COUNTRY TO WS-DL-COUNTRY
              MOVE 0 TO WS-DL-LAST-DATE
              MOVE 0 TO WS-DL-IDLE-DAYS
              MOVE 0 TO WS-DL-OVER-DAYS
              MOVE "NO ACCOUNT ON ACCTMAST" TO WS-DL-NOTE
              WRITE DORMRPT-RECORD FROM WS-DORMANT-LINE
              GO TO EXAMINE-ONE-CUSTOMER-EXIT
           END-IF
           IF WS-ACCOUNTS-OPEN = 0
              ADD 1 TO WS-ALL-CLOSED-COUNT
              MOVE SPACES TO WS-DORMANT-LINE
              MOVE CG-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
              MOVE CG-COUNTRY TO WS-DL-COUNTRY
              MOVE 0 TO WS-DL-LAST-DATE
              MOVE 0 TO WS-DL-IDLE-DAYS
              MOVE 0 TO WS-DL-OVER-DAYS
              MOVE "ALL ACCOUNTS CLOSED" TO WS-DL-NOTE
              WRITE DORMRPT-RECORD FROM WS-DORMANT-LINE
              GO TO EXAMINE-ONE-CUSTOMER-EXIT
           END-IF

           IF WS-LAST-FOUND = 0
              ADD 1 TO WS-NO-ACTIVITY-COUNT
              WRITE DORMRPT-RECORD FROM WS-DORMANT-LINE
              GO TO EXAMINE-ONE-CUSTOMER-EXIT
           END-IF

           MOVE WS-DEFAULT-YEARS TO WS-THRESHOLD-YEARS
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
           END-PERFORM
           COMPUTE WS-THRESHOLD-DAYS = WS-THRESHOLD-YEARS * 365

           MOVE WS-LAST-DATE(1:4) TO WS-DB-YEAR-1
           MOVE WS-LAST-DATE(5:2) TO WS-DB-MONTH-1
           MOVE WS-LAST-DATE(7:2) TO WS-DB-DAY-1
           MOVE WS-TODAY(1:4) TO WS-DB-YEAR-2
           MOVE WS-TODAY(5:2) TO WS-DB-MONTH-2
           MOVE WS-TODAY(7:2) TO WS-DB-DAY-2
           MOVE SPACES TO WS-DORMANT-LINE
           MOVE CG-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE CG-COUNTRY TO WS-DL-COUNTRY
           MOVE WS-LAST-DATE TO WS-DL-LAST-DATE
           MOVE WS-IDLE-DAYS TO WS-DL-IDLE-DAYS
           MOVE WS-OVER-DAYS TO WS-DL-OVER-DAYS
           MOVE "DORMANT" TO WS-DL-NOTE
       EXAMINE-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * COUNT-CUSTOMER-ACCOUNTS: browse the customer's accounts
      * through the master's customer-keyed alternate index
      * Output: WS-ACCOUNTS-HELD, WS-ACCOUNTS-OPEN
      *================================================================
       COUNT-CUSTOMER-ACCOUNTS SECTION.
           MOVE 0 TO WS-ACCOUNTS-HELD
           MOVE 0 TO WS-ACCOUNTS-OPEN
           MOVE 0 TO WS-AM-BROWSE-DONE

           MOVE CG-CUSTOMER-ID TO AM-CUSTOMER-ID
           START ACCTMAST-FILE KEY IS EQUAL TO AM-CUSTOMER-ID
              INVALID KEY
                 GO TO COUNT-CUSTOMER-ACCOUNTS-EXIT
           END-START

           PERFORM UNTIL WS-AM-BROWSE-DONE = 1
              READ ACCTMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-AM-BROWSE-DONE
                 NOT AT END
                    IF AM-CUSTOMER-ID NOT = CG-CUSTOMER-ID
                       MOVE 1 TO WS-AM-BROWSE-DONE
                    ELSE
                       ADD 1 TO WS-ACCOUNTS-HELD
                       IF AM-IS-OPEN
                          ADD 1 TO WS-ACCOUNTS-OPEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       COUNT-CUSTOMER-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
           MOVE WS-NO-ACTIVITY-COUNT TO WS-RPT-COUNT
           WRITE DORMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ALL ACCOUNTS CLOSED" TO WS-RPT-LABEL
           MOVE WS-ALL-CLOSED-COUNT TO WS-RPT-COUNT
           WRITE DORMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NO ACCOUNT ON ACCTMAST" TO WS-RPT-LABEL
           MOVE WS-NO-ACCOUNT-COUNT TO WS-RPT-COUNT
           WRITE DORMRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ACTIVITY RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-ACTIVITY-READ TO WS-RPT-COUNT
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE ACTIVITY-FILE
           CLOSE CUSTGOOD-FILE
           CLOSE ACCTMAST-FILE
           CLOSE DORMRPT-FILE
           CLOSE ESCHNOTF-FILE.

