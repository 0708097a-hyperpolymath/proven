      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven KycSchedule - risk-based periodic KYC review
      * scheduling and the overdue worklist for COBOL
      *

      *================================================================
      * RISKSCOR gives every customer a band; this step turns the
      * band into a review obligation. The KYCREV review master
      * holds, per customer, the branch that owns the relationship,
      * the band the review cycle was set from, the last review
      * date and its outcome (who reviewed it, and who approved it
      * where a second reviewer was needed), and the next-due date.
      * Reviews are recorded online on the KYCREVW screen; this
      * step keeps the due dates honest every night:
      *
      *   - a customer new to RISKSCOR is put on the master, their
      *     first review due one cycle from today
      *   - a customer RISKSCOR has moved to another band has the
      *     next-due date worked out again from the last review
      *     (or from the day they were first scheduled, if never
      *     reviewed) under the new band's cycle - so a customer
      *     moved up to high risk eighteen months after their last
      *     review is overdue from tonight. The same happens when
      *     the cycle for a band is changed on PARMMSTR
      *   - the branch comes from the CUSTBRCH relationship feed
      *     (customer ID, branch code; sorted by customer ID and
      *     proved in sequence before anything is changed, as
      *     RISKSCOR proves SCRNHIT); a customer the feed does not
      *     mention keeps the branch already held, or UNASGN
      *   - a customer on the CUSTCLOS closure register owes no
      *     further review and is taken off the master
      *
      * The review cycle per band, in months, is read from PARMMSTR
      * through PARM-GET - KYC-CYCLE-HIGH (default 12), KYC-CYCLE-
      * MED (24) and KYC-CYCLE-LOW (36) - as is KYC-DUESOON-DAYS
      * (default 30), the look-ahead for the due-soon list. The
      * cycle in force is kept on each record, so the screen can
      * roll the due date forward when a review is recorded.
      *
      * The KYCWORK report lists the customers whose due dates
      * moved, then the worklists by branch - every review overdue
      * (with the days it is late) and every review falling due in
      * the look-ahead, reviews awaiting a second reviewer marked -
      * read off KYCREV's branch/next-due alternate key, so each
      * branch's list comes out oldest first with no sort.
      *
      * Every change to KYCREV is journaled through JRNL-WRITE so
      * REPLAY can rebuild the master on a restored backup. COND
      * code 4 when any review is overdue, 8 when a change could
      * not be written or journaled.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCSCHED.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISKSCOR-FILE ASSIGN TO "RISKSCOR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RK-CUSTOMER-ID
              FILE STATUS IS WS-RK-FILE-STATUS.

           SELECT CUSTBRCH-FILE ASSIGN TO "CUSTBRCH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT CUSTCLOS-FILE ASSIGN TO "CUSTCLOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-CUSTOMER-ID
              FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT KYCREV-FILE ASSIGN TO "KYCREV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KY-CUSTOMER-ID
              ALTERNATE RECORD KEY IS KY-WORK-KEY
                 WITH DUPLICATES
              FILE STATUS IS WS-KY-FILE-STATUS.

           SELECT KYCWORK-FILE ASSIGN TO "KYCWORK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Current score per customer as RISKSCOR maintains it
       FD  RISKSCOR-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  RISKSCOR-RECORD.
           05 RK-CUSTOMER-ID            PIC X(36).
           05 RK-SCORE                  PIC 9(5).
           05 RK-BAND                   PIC X(1).
              88 RK-BAND-HIGH           VALUE "H".
              88 RK-BAND-MEDIUM         VALUE "M".
           05 RK-PRIOR-SCORE            PIC 9(5).
           05 RK-COMPUTED-DATE          PIC 9(8).

      * Relationship branch per customer, sorted by customer ID
       FD  CUSTBRCH-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  CUSTBRCH-RECORD.
           05 BR-CUSTOMER-ID            PIC X(36).
           05 BR-BRANCH                 PIC X(6).

      * Customer closure register as OFFBOARD maintains it
       FD  CUSTCLOS-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CUSTCLOS-RECORD.
           05 CL-CUSTOMER-ID            PIC X(36).
           05 CL-STATUS                 PIC X(1).
           05 FILLER                    PIC X(113).

      * KYC review master - one record per customer, exactly one
      * journal image wide. The alternate key (branch, next-due
      * date) orders the worklists. KYCREVW.cob mirrors this
      * layout field for field.
       FD  KYCREV-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  KYCREV-RECORD.
           05 KY-CUSTOMER-ID            PIC X(36).
           05 KY-WORK-KEY.
              10 KY-BRANCH              PIC X(6).
              10 KY-NEXT-DUE-DATE       PIC 9(8).
           05 KY-RISK-BAND              PIC X(1).
           05 KY-CYCLE-MONTHS           PIC 9(3).
           05 KY-SCHEDULED-DATE         PIC 9(8).
           05 KY-LAST-REVIEW-DATE       PIC 9(8).
           05 KY-OUTCOME                PIC X(1).
           05 KY-REVIEWED-BY            PIC X(8).
           05 KY-APPROVED-BY            PIC X(8).
           05 KY-RETIERED-DATE          PIC 9(8).
           05 KY-PENDING-PART.
              10 KY-PEND-OUTCOME        PIC X(1).
              10 KY-PEND-REVIEW-DATE    PIC 9(8).
              10 KY-PEND-BY             PIC X(8).
              10 KY-PEND-DATE           PIC 9(8).
           05 KY-NOTE                   PIC X(30).
           05 FILLER                    PIC X(10).

       FD  KYCWORK-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  KYCWORK-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-RK-FILE-STATUS            PIC X(2).
       01 WS-CB-FILE-STATUS            PIC X(2).
       01 WS-CL-FILE-STATUS            PIC X(2).
       01 WS-KY-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-RK-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RK-EOF              VALUE 1.
       01 WS-CB-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CB-EOF              VALUE 1.
       01 WS-CB-OPEN                   PIC 9 VALUE 0.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

      * Branch feed sequence proof and merge position
       01 WS-PREV-CB-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-CB-RECORDS-CHECKED        PIC 9(8) VALUE 0.
       01 WS-CB-CURRENT-ID             PIC X(36).
       01 WS-FEED-BRANCH               PIC X(6).
       01 WS-UNASSIGNED-BRANCH         PIC X(6) VALUE "UNASGN".

       01 WS-TODAY                     PIC 9(8).
       01 WS-HORIZON-DATE              PIC 9(8).

      * Review cycle per band, in months, and the due-soon look-
      * ahead in days - PARMMSTR overrides these defaults
       01 WS-CYCLE-HIGH                PIC 9(3) VALUE 12.
       01 WS-CYCLE-MEDIUM              PIC 9(3) VALUE 24.
       01 WS-CYCLE-LOW                 PIC 9(3) VALUE 36.
       01 WS-DUESOON-DAYS              PIC 9(3) VALUE 30.
       01 WS-BAND-CYCLE                PIC 9(3).
       01 WS-NEW-BAND                  PIC X(1).

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).
       01 WS-PG-VALID                  PIC 9.

      * Month arithmetic for the due date: WS-AM-BASE-DATE plus
      * WS-AM-MONTHS, the day held back to the month's last day
       01 WS-AM-BASE-DATE              PIC 9(8).
       01 WS-AM-MONTHS                 PIC 9(3).
       01 WS-AM-RESULT-DATE            PIC 9(8).
       01 WS-AM-TOTAL-MONTHS           PIC 9(6).
       01 WS-AM-YEAR                   PIC 9(4).
       01 WS-AM-MONTH                  PIC 9(2).
       01 WS-AM-DAY                    PIC 9(2).
       01 WS-AM-MONTH-DAYS             PIC 9(2).
       01 WS-AM-RESULT                 PIC 9.

      * ADD-DAYS / DAYS-BETWEEN call fields (see SAFE-DATETIME.cob)
       01 WS-DT-YEAR                   PIC 9(4).
       01 WS-DT-MONTH                  PIC 9(2).
       01 WS-DT-DAY                    PIC 9(2).
       01 WS-DT-YEAR2                  PIC 9(4).
       01 WS-DT-MONTH2                 PIC 9(2).
       01 WS-DT-DAY2                   PIC 9(2).
       01 WS-DT-DAYS                   PIC S9(8) COMP-3.
       01 WS-DT-RESULT                 PIC 9.

      * The record as it stood before this run touched it
       01 WS-BEFORE-IMAGE              PIC X(160).
       01 WS-OLD-DUE-DATE              PIC 9(8).
       01 WS-OLD-BAND                  PIC X(1).
       01 WS-RECORD-CHANGED            PIC 9.
       01 WS-RECORD-RETIERED           PIC 9.

      * JRNL-WRITE call fields (see PROVEN-JRNL-WRITE.cob) - every
      * change to KYCREV is journaled whole, so REPLAY can rebuild
      * the master on a restored backup
       01 WS-JR-DATASET                PIC X(8) VALUE "KYCREV".
       01 WS-JR-ACTION                 PIC X(1).
       01 WS-JR-RECORD-KEY             PIC X(64).
       01 WS-JR-BEFORE-IMAGE           PIC X(160).
       01 WS-JR-AFTER-IMAGE            PIC X(160).
       01 WS-JR-RESULT                 PIC 9.
       01 WS-JR-ERROR-MSG              PIC X(50).
       01 WS-JR-FAIL-COUNT             PIC 9(8) VALUE 0.

      * Control counts
       01 WS-CUSTOMERS-READ            PIC 9(8) VALUE 0.
       01 WS-SCHEDULED-COUNT           PIC 9(8) VALUE 0.
       01 WS-RETIERED-COUNT            PIC 9(8) VALUE 0.
       01 WS-BRANCH-MOVED-COUNT        PIC 9(8) VALUE 0.
       01 WS-CLOSED-COUNT              PIC 9(8) VALUE 0.
       01 WS-OVERDUE-COUNT             PIC 9(8) VALUE 0.
       01 WS-DUESOON-COUNT             PIC 9(8) VALUE 0.
       01 WS-PENDING-COUNT             PIC 9(8) VALUE 0.
       01 WS-FAIL-COUNT                PIC 9(8) VALUE 0.

      * Worklist branch break
       01 WS-CURRENT-BRANCH            PIC X(6).
       01 WS-BRANCH-LISTED             PIC 9 VALUE 0.
       01 WS-BRANCH-OVERDUE            PIC 9(8) VALUE 0.
       01 WS-BRANCH-DUESOON            PIC 9(8) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-RETIER-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-RL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-RL-BRANCH              PIC X(6).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-RL-OLD-BAND            PIC X(1).
          05 FILLER                    PIC X(4) VALUE " -> ".
          05 WS-RL-NEW-BAND            PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-RL-LAST-REVIEW         PIC 9(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-RL-OLD-DUE             PIC 9(8).
          05 FILLER                    PIC X(4) VALUE " -> ".
          05 WS-RL-NEW-DUE             PIC 9(8).
          05 FILLER                    PIC X(46) VALUE SPACES.

       01 WS-WORK-LINE.
          05 FILLER                    PIC X(2).
          05 WS-WL-STATUS              PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-WL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-WL-BAND                PIC X(1).
          05 FILLER                    PIC X(3).
          05 WS-WL-LAST-REVIEW         PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-WL-NEXT-DUE            PIC 9(8).
          05 FILLER                    PIC X(2).
          05 WS-WL-DAYS-LATE           PIC Z(4)9.
          05 FILLER                    PIC X(2).
          05 WS-WL-NOTE                PIC X(30).
          05 FILLER                    PIC X(21).

       01 WS-BRANCH-LINE.
          05 FILLER                    PIC X(7) VALUE "BRANCH ".
          05 WS-BL-BRANCH              PIC X(6).
          05 FILLER                    PIC X(119) VALUE SPACES.

       01 WS-BRANCH-TOTAL-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(7) VALUE "BRANCH ".
          05 WS-BT-BRANCH              PIC X(6).
          05 FILLER                    PIC X(10) VALUE "  OVERDUE ".
          05 WS-BT-OVERDUE             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(11) VALUE "  DUE SOON ".
          05 WS-BT-DUESOON             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(82) VALUE SPACES.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-REVIEW-PARMS
           PERFORM OPEN-FILES
           PERFORM CHECK-BRANCH-SEQUENCE
           PERFORM COMPUTE-HORIZON

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "KYCSCHED - REVIEW DATES MOVED BY A CHANGE OF RISK BAND"
              TO WS-HL-TEXT
           WRITE KYCWORK-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  CUSTOMER ID                           BRANCH  BAND  "
              TO WS-HL-TEXT
           MOVE "  LAST REV  DUE WAS    DUE NOW"
              TO WS-HL-TEXT(55:30)
           WRITE KYCWORK-RECORD FROM WS-HEADING-LINE

           PERFORM SCHEDULE-REVIEWS
           PERFORM WRITE-WORKLISTS
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "KYCSCHED: " WS-CUSTOMERS-READ " customer(s), "
              WS-SCHEDULED-COUNT " newly scheduled, "
              WS-RETIERED-COUNT " retiered, " WS-OVERDUE-COUNT
              " overdue, " WS-DUESOON-COUNT " due soon"

           EVALUATE TRUE
              WHEN WS-FAIL-COUNT > 0 OR WS-JR-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-OVERDUE-COUNT > 0
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
      * READ-REVIEW-PARMS: the cycles and look-ahead in force today;
      * an absent or unusable entry keeps the default
      *================================================================
       READ-REVIEW-PARMS SECTION.
           MOVE "KYC-CYCLE-HIGH" TO WS-PG-KEY
           PERFORM READ-ONE-PARM
           IF WS-PG-VALID = 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 121
              MOVE WS-PG-NUMBER TO WS-CYCLE-HIGH
           END-IF

           MOVE "KYC-CYCLE-MED" TO WS-PG-KEY
           PERFORM READ-ONE-PARM
           IF WS-PG-VALID = 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 121
              MOVE WS-PG-NUMBER TO WS-CYCLE-MEDIUM
           END-IF

           MOVE "KYC-CYCLE-LOW" TO WS-PG-KEY
           PERFORM READ-ONE-PARM
           IF WS-PG-VALID = 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 121
              MOVE WS-PG-NUMBER TO WS-CYCLE-LOW
           END-IF

           MOVE "KYC-DUESOON-DAYS" TO WS-PG-KEY
           PERFORM READ-ONE-PARM
           IF WS-PG-VALID = 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 366
              MOVE WS-PG-NUMBER TO WS-DUESOON-DAYS
           END-IF.

       READ-REVIEW-PARMS-EXIT.
           EXIT.

      *================================================================
      * READ-ONE-PARM: WS-PG-KEY through PARM-GET, as a number
      *================================================================
       READ-ONE-PARM SECTION.
           MOVE 0 TO WS-PG-VALID
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
           END-IF.

       READ-ONE-PARM-EXIT.
           EXIT.

      *================================================================
      * PARSE-PARM-NUMBER: WS-PG-VALUE as an unsigned whole number
      *================================================================
       PARSE-PARM-NUMBER SECTION.
           MOVE 0 TO WS-PG-NUMBER
           MOVE 0 TO WS-PG-VALID
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
              UNTIL WS-PG-SUB > 16
              OR WS-PG-VALUE(WS-PG-SUB:1) = SPACE
              IF WS-PG-VALUE(WS-PG-SUB:1) < "0"
                 OR WS-PG-VALUE(WS-PG-SUB:1) > "9"
                 MOVE 0 TO WS-PG-NUMBER
                 GO TO PARSE-PARM-NUMBER-EXIT
              END-IF
              COMPUTE WS-PG-NUMBER = WS-PG-NUMBER * 10
                 + FUNCTION NUMVAL(WS-PG-VALUE(WS-PG-SUB:1))
           END-PERFORM
           IF WS-PG-SUB > 1
              MOVE 1 TO WS-PG-VALID
           END-IF.

       PARSE-PARM-NUMBER-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened; an absent CUSTBRCH just means no branch changes
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT RISKSCOR-FILE
           IF WS-RK-FILE-STATUS NOT = "00"
              AND WS-RK-FILE-STATUS NOT = "97"
              DISPLAY "KYCSCHED: cannot open RISKSCOR, status="
                 WS-RK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTBRCH-FILE
           IF WS-CB-FILE-STATUS = "00"
              MOVE 1 TO WS-CB-OPEN
           ELSE
              IF WS-CB-FILE-STATUS NOT = "35"
                 DISPLAY "KYCSCHED: cannot open CUSTBRCH, status="
                    WS-CB-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "KYCSCHED: no CUSTBRCH - branches unchanged"
           END-IF

           OPEN INPUT CUSTCLOS-FILE
           IF WS-CL-FILE-STATUS NOT = "00"
              AND WS-CL-FILE-STATUS NOT = "97"
              DISPLAY "KYCSCHED: cannot open CUSTCLOS, status="
                 WS-CL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O KYCREV-FILE
           IF WS-KY-FILE-STATUS NOT = "00"
              AND WS-KY-FILE-STATUS NOT = "97"
              DISPLAY "KYCSCHED: cannot open KYCREV, status="
                 WS-KY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT KYCWORK-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "KYCSCHED: cannot open KYCWORK, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * CHECK-BRANCH-SEQUENCE: the feed is merged against RISKSCOR
      * in customer-ID order, so it is proved sorted before a single
      * record is changed
      *================================================================
       CHECK-BRANCH-SEQUENCE SECTION.
           IF WS-CB-OPEN = 0
              MOVE HIGH-VALUES TO WS-CB-CURRENT-ID
              GO TO CHECK-BRANCH-SEQUENCE-EXIT
           END-IF

           PERFORM UNTIL WS-AT-CB-EOF
              READ CUSTBRCH-FILE
                 AT END
                    MOVE 1 TO WS-CB-EOF
                 NOT AT END
                    ADD 1 TO WS-CB-RECORDS-CHECKED
                    IF BR-CUSTOMER-ID < WS-PREV-CB-ID
                       DISPLAY "KYCSCHED: CUSTBRCH out of customer-ID "
                          "sequence at record " WS-CB-RECORDS-CHECKED
                          " (" BR-CUSTOMER-ID ") - sort it by "
                          "customer ID; nothing scheduled"
                       PERFORM CLOSE-FILES
                       CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                            WS-RC-RESULT
                       MOVE WS-RC-RESULT TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE BR-CUSTOMER-ID TO WS-PREV-CB-ID
              END-READ
           END-PERFORM

           CLOSE CUSTBRCH-FILE
           OPEN INPUT CUSTBRCH-FILE
           MOVE 0 TO WS-CB-EOF
           PERFORM READ-NEXT-BRANCH.

       CHECK-BRANCH-SEQUENCE-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-BRANCH: HIGH-VALUES once the feed is exhausted
      *================================================================
       READ-NEXT-BRANCH SECTION.
           READ CUSTBRCH-FILE
              AT END
                 MOVE 1 TO WS-CB-EOF
                 MOVE HIGH-VALUES TO WS-CB-CURRENT-ID
              NOT AT END
                 MOVE BR-CUSTOMER-ID TO WS-CB-CURRENT-ID
           END-READ.

       READ-NEXT-BRANCH-EXIT.
           EXIT.

      *================================================================
      * COMPUTE-HORIZON: the last due date the due-soon list covers
      *================================================================
       COMPUTE-HORIZON SECTION.
           MOVE WS-TODAY(1:4) TO WS-DT-YEAR
           MOVE WS-TODAY(5:2) TO WS-DT-MONTH
           MOVE WS-TODAY(7:2) TO WS-DT-DAY
           MOVE WS-DUESOON-DAYS TO WS-DT-DAYS
           CALL "ADD-DAYS" USING WS-DT-YEAR WS-DT-MONTH WS-DT-DAY
               WS-DT-DAYS WS-DT-RESULT
           MOVE WS-DT-YEAR TO WS-HORIZON-DATE(1:4)
           MOVE WS-DT-MONTH TO WS-HORIZON-DATE(5:2)
           MOVE WS-DT-DAY TO WS-HORIZON-DATE(7:2).

       COMPUTE-HORIZON-EXIT.
           EXIT.

      *================================================================
      * SCHEDULE-REVIEWS: every scored customer, in customer-ID
      * order, the branch feed merged alongside
      *================================================================
       SCHEDULE-REVIEWS SECTION.
           MOVE LOW-VALUES TO RK-CUSTOMER-ID
           START RISKSCOR-FILE KEY IS NOT LESS THAN RK-CUSTOMER-ID
              INVALID KEY
                 MOVE 1 TO WS-RK-EOF
           END-START

           PERFORM UNTIL WS-AT-RK-EOF
              READ RISKSCOR-FILE NEXT
                 AT END
                    MOVE 1 TO WS-RK-EOF
                 NOT AT END
                    ADD 1 TO WS-CUSTOMERS-READ
                    PERFORM FIND-FEED-BRANCH
                    PERFORM SCHEDULE-ONE-CUSTOMER
              END-READ
           END-PERFORM.

       SCHEDULE-REVIEWS-EXIT.
           EXIT.

      *================================================================
      * FIND-FEED-BRANCH: the feed's branch for this customer, or
      * spaces when the feed does not mention them
      *================================================================
       FIND-FEED-BRANCH SECTION.
           MOVE SPACES TO WS-FEED-BRANCH
           PERFORM UNTIL WS-CB-CURRENT-ID NOT < RK-CUSTOMER-ID
              PERFORM READ-NEXT-BRANCH
           END-PERFORM
           PERFORM UNTIL WS-CB-CURRENT-ID NOT = RK-CUSTOMER-ID
              MOVE BR-BRANCH TO WS-FEED-BRANCH
              PERFORM READ-NEXT-BRANCH
           END-PERFORM.

       FIND-FEED-BRANCH-EXIT.
           EXIT.

      *================================================================
      * SCHEDULE-ONE-CUSTOMER: new to the master, closed, or held -
      * a held record is rewritten only if its branch, band or
      * cycle has moved
      *================================================================
       SCHEDULE-ONE-CUSTOMER SECTION.
           EVALUATE TRUE
              WHEN RK-BAND-HIGH
                 MOVE "H" TO WS-NEW-BAND
                 MOVE WS-CYCLE-HIGH TO WS-BAND-CYCLE
              WHEN RK-BAND-MEDIUM
                 MOVE "M" TO WS-NEW-BAND
                 MOVE WS-CYCLE-MEDIUM TO WS-BAND-CYCLE
              WHEN OTHER
                 MOVE "L" TO WS-NEW-BAND
                 MOVE WS-CYCLE-LOW TO WS-BAND-CYCLE
           END-EVALUATE

           MOVE RK-CUSTOMER-ID TO CL-CUSTOMER-ID
           READ CUSTCLOS-FILE
              INVALID KEY
                 MOVE SPACES TO CL-STATUS
           END-READ

           MOVE RK-CUSTOMER-ID TO KY-CUSTOMER-ID
           READ KYCREV-FILE
              INVALID KEY
                 IF CL-STATUS = SPACES
                    PERFORM ADD-NEW-REVIEW-RECORD
                 END-IF
                 GO TO SCHEDULE-ONE-CUSTOMER-EXIT
           END-READ

           MOVE KYCREV-RECORD TO WS-BEFORE-IMAGE
           IF CL-STATUS NOT = SPACES
              PERFORM DROP-CLOSED-CUSTOMER
              GO TO SCHEDULE-ONE-CUSTOMER-EXIT
           END-IF

           MOVE 0 TO WS-RECORD-CHANGED
           MOVE 0 TO WS-RECORD-RETIERED
           MOVE KY-NEXT-DUE-DATE TO WS-OLD-DUE-DATE
           MOVE KY-RISK-BAND TO WS-OLD-BAND

           IF WS-FEED-BRANCH NOT = SPACES
              AND WS-FEED-BRANCH NOT = KY-BRANCH
              MOVE WS-FEED-BRANCH TO KY-BRANCH
              ADD 1 TO WS-BRANCH-MOVED-COUNT
              MOVE 1 TO WS-RECORD-CHANGED
           END-IF

           IF WS-NEW-BAND NOT = KY-RISK-BAND
              OR WS-BAND-CYCLE NOT = KY-CYCLE-MONTHS
              MOVE WS-NEW-BAND TO KY-RISK-BAND
              MOVE WS-BAND-CYCLE TO KY-CYCLE-MONTHS
              IF KY-LAST-REVIEW-DATE > 0
                 MOVE KY-LAST-REVIEW-DATE TO WS-AM-BASE-DATE
              ELSE
                 MOVE KY-SCHEDULED-DATE TO WS-AM-BASE-DATE
              END-IF
              MOVE KY-CYCLE-MONTHS TO WS-AM-MONTHS
              PERFORM ADD-MONTHS-TO-DATE
              MOVE WS-AM-RESULT-DATE TO KY-NEXT-DUE-DATE
              MOVE WS-TODAY TO KY-RETIERED-DATE
              MOVE 1 TO WS-RECORD-CHANGED
              MOVE 1 TO WS-RECORD-RETIERED
           END-IF

           IF WS-RECORD-CHANGED = 0
              GO TO SCHEDULE-ONE-CUSTOMER-EXIT
           END-IF

           REWRITE KYCREV-RECORD
              INVALID KEY
                 ADD 1 TO WS-FAIL-COUNT
                 DISPLAY "KYCSCHED: KYCREV rewrite failed, status="
                    WS-KY-FILE-STATUS " for " KY-CUSTOMER-ID
                 GO TO SCHEDULE-ONE-CUSTOMER-EXIT
           END-REWRITE

           MOVE "U" TO WS-JR-ACTION
           MOVE WS-BEFORE-IMAGE TO WS-JR-BEFORE-IMAGE
           PERFORM JOURNAL-REVIEW-CHANGE

           IF WS-RECORD-RETIERED = 1
              ADD 1 TO WS-RETIERED-COUNT
              PERFORM WRITE-RETIER-LINE
           END-IF.

       SCHEDULE-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * ADD-NEW-REVIEW-RECORD: a customer RISKSCOR has scored for
      * the first time, their first review one cycle from today
      *================================================================
       ADD-NEW-REVIEW-RECORD SECTION.
           MOVE SPACES TO KYCREV-RECORD
           MOVE RK-CUSTOMER-ID TO KY-CUSTOMER-ID
           IF WS-FEED-BRANCH NOT = SPACES
              MOVE WS-FEED-BRANCH TO KY-BRANCH
           ELSE
              MOVE WS-UNASSIGNED-BRANCH TO KY-BRANCH
           END-IF
           MOVE WS-NEW-BAND TO KY-RISK-BAND
           MOVE WS-BAND-CYCLE TO KY-CYCLE-MONTHS
           MOVE WS-TODAY TO KY-SCHEDULED-DATE
           MOVE 0 TO KY-LAST-REVIEW-DATE
           MOVE 0 TO KY-RETIERED-DATE
           MOVE 0 TO KY-PEND-REVIEW-DATE
           MOVE 0 TO KY-PEND-DATE
           MOVE WS-TODAY TO WS-AM-BASE-DATE
           MOVE WS-BAND-CYCLE TO WS-AM-MONTHS
           PERFORM ADD-MONTHS-TO-DATE
           MOVE WS-AM-RESULT-DATE TO KY-NEXT-DUE-DATE

           WRITE KYCREV-RECORD
              INVALID KEY
                 ADD 1 TO WS-FAIL-COUNT
                 DISPLAY "KYCSCHED: KYCREV write failed, status="
                    WS-KY-FILE-STATUS " for " KY-CUSTOMER-ID
                 GO TO ADD-NEW-REVIEW-RECORD-EXIT
           END-WRITE

           ADD 1 TO WS-SCHEDULED-COUNT
           MOVE "A" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-BEFORE-IMAGE
           PERFORM JOURNAL-REVIEW-CHANGE.

       ADD-NEW-REVIEW-RECORD-EXIT.
           EXIT.

      *================================================================
      * DROP-CLOSED-CUSTOMER: the relationship has ended, so no
      * review is owed
      *================================================================
       DROP-CLOSED-CUSTOMER SECTION.
           DELETE KYCREV-FILE
              INVALID KEY
                 ADD 1 TO WS-FAIL-COUNT
                 DISPLAY "KYCSCHED: KYCREV delete failed, status="
                    WS-KY-FILE-STATUS " for " KY-CUSTOMER-ID
                 GO TO DROP-CLOSED-CUSTOMER-EXIT
           END-DELETE

           ADD 1 TO WS-CLOSED-COUNT
           MOVE "D" TO WS-JR-ACTION
           MOVE WS-BEFORE-IMAGE TO WS-JR-BEFORE-IMAGE
           MOVE SPACES TO KYCREV-RECORD
           MOVE RK-CUSTOMER-ID TO KY-CUSTOMER-ID
           PERFORM JOURNAL-REVIEW-CHANGE.

       DROP-CLOSED-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * ADD-MONTHS-TO-DATE: WS-AM-BASE-DATE plus WS-AM-MONTHS into
      * WS-AM-RESULT-DATE - a 31st lands on the shorter month's
      * last day
      *================================================================
       ADD-MONTHS-TO-DATE SECTION.
           MOVE WS-AM-BASE-DATE(1:4) TO WS-AM-YEAR
           MOVE WS-AM-BASE-DATE(5:2) TO WS-AM-MONTH
           MOVE WS-AM-BASE-DATE(7:2) TO WS-AM-DAY

           COMPUTE WS-AM-TOTAL-MONTHS =
              WS-AM-YEAR * 12 + WS-AM-MONTH - 1 + WS-AM-MONTHS
           DIVIDE WS-AM-TOTAL-MONTHS BY 12
              GIVING WS-AM-YEAR REMAINDER WS-AM-MONTH
           ADD 1 TO WS-AM-MONTH

           CALL "DAYS-IN-MONTH" USING WS-AM-YEAR WS-AM-MONTH
               WS-AM-MONTH-DAYS WS-AM-RESULT
           IF WS-AM-RESULT = 1 AND WS-AM-DAY > WS-AM-MONTH-DAYS
              MOVE WS-AM-MONTH-DAYS TO WS-AM-DAY
           END-IF

           MOVE WS-AM-YEAR TO WS-AM-RESULT-DATE(1:4)
           MOVE WS-AM-MONTH TO WS-AM-RESULT-DATE(5:2)
           MOVE WS-AM-DAY TO WS-AM-RESULT-DATE(7:2).

       ADD-MONTHS-TO-DATE-EXIT.
           EXIT.

      *================================================================
      * JOURNAL-REVIEW-CHANGE: the whole record before and after on
      * the VSAMJRNL forward-recovery journal; failures are counted
      * and reported but never stop the run
      *================================================================
       JOURNAL-REVIEW-CHANGE SECTION.
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE KY-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
           IF WS-JR-ACTION = "D"
              MOVE SPACES TO WS-JR-AFTER-IMAGE
           ELSE
              MOVE KYCREV-RECORD TO WS-JR-AFTER-IMAGE
           END-IF

           CALL "JRNL-WRITE" USING WS-JR-DATASET WS-JR-ACTION
               WS-JR-RECORD-KEY WS-JR-BEFORE-IMAGE
               WS-JR-AFTER-IMAGE WS-JR-RESULT WS-JR-ERROR-MSG
           IF WS-JR-RESULT NOT = 1
              ADD 1 TO WS-JR-FAIL-COUNT
              IF WS-JR-FAIL-COUNT = 1
                 DISPLAY "KYCSCHED: journal write failed - "
                    WS-JR-ERROR-MSG
              END-IF
           END-IF.

       JOURNAL-REVIEW-CHANGE-EXIT.
           EXIT.

      *================================================================
      * WRITE-RETIER-LINE
      *================================================================
       WRITE-RETIER-LINE SECTION.
           MOVE KY-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
           MOVE KY-BRANCH TO WS-RL-BRANCH
           MOVE WS-OLD-BAND TO WS-RL-OLD-BAND
           MOVE KY-RISK-BAND TO WS-RL-NEW-BAND
           MOVE KY-LAST-REVIEW-DATE TO WS-RL-LAST-REVIEW
           MOVE WS-OLD-DUE-DATE TO WS-RL-OLD-DUE
           MOVE KY-NEXT-DUE-DATE TO WS-RL-NEW-DUE
           WRITE KYCWORK-RECORD FROM WS-RETIER-LINE.

       WRITE-RETIER-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-WORKLISTS: KYCREV in branch / next-due order - each
      * branch's overdue reviews first, then those due inside the
      * look-ahead
      *================================================================
       WRITE-WORKLISTS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE KYCWORK-RECORD FROM WS-HEADING-LINE
           MOVE "KYCSCHED - KYC REVIEW WORKLISTS BY BRANCH, DUE BY "
              TO WS-HL-TEXT
           MOVE WS-HORIZON-DATE TO WS-HL-TEXT(51:8)
           WRITE KYCWORK-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  STATUS    CUSTOMER ID                           BAND"
              TO WS-HL-TEXT
           MOVE "LAST REV  NEXT DUE  DAYS LATE"
              TO WS-HL-TEXT(55:29)
           WRITE KYCWORK-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-CURRENT-BRANCH
           MOVE 0 TO WS-BRANCH-LISTED
           MOVE 0 TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO KY-WORK-KEY
           START KYCREV-FILE KEY IS NOT LESS THAN KY-WORK-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ KYCREV-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF KY-NEXT-DUE-DATE NOT > WS-HORIZON-DATE
                       PERFORM LIST-ONE-REVIEW
                    END-IF
              END-READ
           END-PERFORM

           PERFORM WRITE-BRANCH-TOTAL.

       WRITE-WORKLISTS-EXIT.
           EXIT.

      *================================================================
      * LIST-ONE-REVIEW: one worklist line, under its branch
      *================================================================
       LIST-ONE-REVIEW SECTION.
           IF KY-BRANCH NOT = WS-CURRENT-BRANCH
              OR WS-BRANCH-LISTED = 0
              PERFORM WRITE-BRANCH-TOTAL
              MOVE KY-BRANCH TO WS-CURRENT-BRANCH
              MOVE 1 TO WS-BRANCH-LISTED
              MOVE 0 TO WS-BRANCH-OVERDUE
              MOVE 0 TO WS-BRANCH-DUESOON
              MOVE SPACES TO KYCWORK-RECORD
              WRITE KYCWORK-RECORD
              MOVE KY-BRANCH TO WS-BL-BRANCH
              WRITE KYCWORK-RECORD FROM WS-BRANCH-LINE
           END-IF

           MOVE SPACES TO WS-WORK-LINE
           MOVE KY-CUSTOMER-ID TO WS-WL-CUSTOMER-ID
           MOVE KY-RISK-BAND TO WS-WL-BAND
           MOVE KY-LAST-REVIEW-DATE TO WS-WL-LAST-REVIEW
           MOVE KY-NEXT-DUE-DATE TO WS-WL-NEXT-DUE

           IF KY-NEXT-DUE-DATE < WS-TODAY
              MOVE "OVERDUE" TO WS-WL-STATUS
              MOVE KY-NEXT-DUE-DATE(1:4) TO WS-DT-YEAR
              MOVE KY-NEXT-DUE-DATE(5:2) TO WS-DT-MONTH
              MOVE KY-NEXT-DUE-DATE(7:2) TO WS-DT-DAY
              MOVE WS-TODAY(1:4) TO WS-DT-YEAR2
              MOVE WS-TODAY(5:2) TO WS-DT-MONTH2
              MOVE WS-TODAY(7:2) TO WS-DT-DAY2
              CALL "DAYS-BETWEEN" USING WS-DT-YEAR WS-DT-MONTH
                  WS-DT-DAY WS-DT-YEAR2 WS-DT-MONTH2 WS-DT-DAY2
                  WS-DT-DAYS WS-DT-RESULT
              MOVE WS-DT-DAYS TO WS-WL-DAYS-LATE
              ADD 1 TO WS-OVERDUE-COUNT
              ADD 1 TO WS-BRANCH-OVERDUE
           ELSE
              MOVE "DUE SOON" TO WS-WL-STATUS
              MOVE 0 TO WS-WL-DAYS-LATE
              ADD 1 TO WS-DUESOON-COUNT
              ADD 1 TO WS-BRANCH-DUESOON
           END-IF

           IF KY-PEND-OUTCOME NOT = SPACES
              MOVE "AWAITING SECOND REVIEWER" TO WS-WL-NOTE
              ADD 1 TO WS-PENDING-COUNT
           END-IF

           WRITE KYCWORK-RECORD FROM WS-WORK-LINE.

       LIST-ONE-REVIEW-EXIT.
           EXIT.

      *================================================================
      * WRITE-BRANCH-TOTAL: the branch just finished, if any
      *================================================================
       WRITE-BRANCH-TOTAL SECTION.
           IF WS-BRANCH-LISTED = 0
              GO TO WRITE-BRANCH-TOTAL-EXIT
           END-IF

           MOVE WS-CURRENT-BRANCH TO WS-BT-BRANCH
           MOVE WS-BRANCH-OVERDUE TO WS-BT-OVERDUE
           MOVE WS-BRANCH-DUESOON TO WS-BT-DUESOON
           WRITE KYCWORK-RECORD FROM WS-BRANCH-TOTAL-LINE
           MOVE 0 TO WS-BRANCH-LISTED.

       WRITE-BRANCH-TOTAL-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO KYCWORK-RECORD
           WRITE KYCWORK-RECORD

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTOMERS SCORED" TO WS-RPT-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "NEWLY SCHEDULED" TO WS-RPT-LABEL
           MOVE WS-SCHEDULED-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "DUE DATES MOVED BY BAND" TO WS-RPT-LABEL
           MOVE WS-RETIERED-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "BRANCHES REASSIGNED" TO WS-RPT-LABEL
           MOVE WS-BRANCH-MOVED-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "CLOSED - REMOVED" TO WS-RPT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "REVIEWS OVERDUE" TO WS-RPT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "REVIEWS DUE SOON" TO WS-RPT-LABEL
           MOVE WS-DUESOON-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "AWAITING SECOND REVIEWER" TO WS-RPT-LABEL
           MOVE WS-PENDING-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "WRITE FAILURES" TO WS-RPT-LABEL
           MOVE WS-FAIL-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "JOURNAL FAILURES" TO WS-RPT-LABEL
           MOVE WS-JR-FAIL-COUNT TO WS-RPT-COUNT
           WRITE KYCWORK-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE RISKSCOR-FILE
           IF WS-CB-OPEN = 1
              CLOSE CUSTBRCH-FILE
           END-IF
           CLOSE CUSTCLOS-FILE
           CLOSE KYCREV-FILE
           CLOSE KYCWORK-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM KYCSCHED.
