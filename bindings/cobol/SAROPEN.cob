      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven SarOpen - suspicious-activity case opening from the
      * detection alerts for COBOL
      *

      *================================================================
      * STRUCDET flags structuring and SANCSCRN's confirmed cases
      * are escalated, but until now what happened next lived in
      * e-mail and spreadsheets. This step puts every alert that
      * needs an investigator's judgement on a suspicious-activity
      * (SAR) case on the SARCASE KSDS, so the decision to file or
      * not - and the deadline for it - is held in one place.
      *
      * Two sources are read each night:
      *
      *   STRUCALT  STRUCDET's machine-readable alerts - an A
      *             record per customer flagged for aggregating
      *             under the threshold, then a P record per
      *             contributing posting
      *   SCRNCASE  every screening case compliance has confirmed
      *             (status C on the SCRNDISP screen) - a TXNMON
      *             transaction-monitoring alert confirmed there
      *             arrives the same way, as an S item naming the
      *             rule in the listed-name slot, and so does a
      *             confirmed beneficiary hit PAYHOLD raised on
      *             an outbound payment ("PAYMENT " and its ID)
      *
      * An alert is attached to the customer's working case - one
      * still in draft or under review - or, when the customer has
      * none, opens a new draft case. The case ID is S, today's
      * date and a three-digit sequence for the day. The filing
      * deadline is counted from the detection date (the alert's
      * run date, or the day the screening case was confirmed) in
      * business days through ADD-BUSINESS-DAYS (SAFE-DATETIME),
      * SAR-FILE-DAYS on PARMMSTR (default 30).
      *
      * What a case rests on is held on the SARLINK KSDS, one
      * record per item, keyed by case and sequence:
      *
      *   A  a structuring alert - run date and customer, with the
      *      window total in USD
      *   S  a confirmed screening case - its SCRNCASE key
      *   T  a GLTXN transaction - its ID, currency, amount and
      *      posting date; STRUCDET's contributing postings land
      *      here, and the investigator adds others on SARMNT
      *   N  a line of the investigator's narrative (SARMNT only)
      *
      * SARLINK's alternate key on type and reference stops the
      * same alert or screening case being attached twice, so a
      * rerun, or a case confirmed last week and still confirmed
      * tonight, changes nothing; a transaction is attached to a
      * given case once. A posting whose customer has no working
      * case (its alert was attached on an earlier run to a case
      * that has since been filed) is counted and listed, not
      * attached. An unrecognizable STRUCALT record is listed too.
      *
      * Every SARCASE and SARLINK change is journaled through
      * JRNL-WRITE so REPLAY can rebuild both on a restored backup.
      * The SARORPT listing names customers under suspicion and
      * must go only to the money-laundering reporting officer's
      * restricted output - the customer must never learn that a
      * case exists. COND code 4 when a STRUCALT record was
      * unusable, 8 when a case or link could not be written or
      * journaled.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAROPEN.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRUCALT-FILE ASSIGN TO "STRUCALT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT SCRNCASE-FILE ASSIGN TO "SCRNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT SARCASE-FILE ASSIGN TO "SARCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-CASE-ID
              ALTERNATE RECORD KEY IS SR-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SARLINK-FILE ASSIGN TO "SARLINK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SL-KEY
              ALTERNATE RECORD KEY IS SL-REF-KEY
                 WITH DUPLICATES
              FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT SARORPT-FILE ASSIGN TO "SARORPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * STRUCDET's alerts - mirrors STRUCDET.cob's STRUCALT-RECORD
      * field for field
       FD  STRUCALT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  STRUCALT-RECORD.
           05 SA-RECORD-TYPE            PIC X(1).
              88 SA-IS-ALERT            VALUE "A".
              88 SA-IS-POSTING          VALUE "P".
           05 SA-ALERT-DATE             PIC 9(8).
           05 SA-CUSTOMER-ID            PIC X(36).
           05 SA-ALERT-PART.
              10 SA-TOTAL-USD-MINOR     PIC 9(17).
              10 SA-LARGEST-USD-MINOR   PIC 9(15).
              10 SA-POSTING-COUNT       PIC 9(6).
              10 SA-WINDOW-DAYS         PIC 9(3).
              10 SA-THRESHOLD-USD       PIC 9(8).
              10 FILLER                 PIC X(6).
           05 SA-POSTING-PART REDEFINES SA-ALERT-PART.
              10 SA-TRANS-ID            PIC X(12).
              10 SA-CURRENCY            PIC X(3).
              10 SA-AMOUNT-MINOR        PIC S9(15)
                 SIGN IS LEADING SEPARATE CHARACTER.
              10 SA-POSTING-DATE        PIC 9(8).
              10 FILLER                 PIC X(16).

      * Screening cases as SANCSCRN and SCRNDISP maintain them
       FD  SCRNCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  SCRNCASE-RECORD.
           05 SC-KEY.
              10 SC-CUSTOMER-ID         PIC X(36).
              10 SC-LISTED-NAME         PIC X(60).
           05 SC-STATUS                 PIC X(1).
              88 SC-IS-CONFIRMED        VALUE "C".
           05 SC-REVIEWED-BY            PIC X(8).
           05 SC-REVIEWED-TS            PIC X(21).
           05 SC-LIST-DATE-SEEN         PIC 9(8).

      * Suspicious-activity case - one record per case, exactly one
      * journal image wide. The alternate key finds a customer's
      * cases. SARMNT.cob and SARFILE.cob mirror this layout field
      * for field.
       FD  SARCASE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SARCASE-RECORD.
           05 SR-CASE-ID                PIC X(12).
           05 SR-CUSTOMER-ID            PIC X(36).
           05 SR-STATE                  PIC X(1).
              88 SR-IS-DRAFT            VALUE "D".
              88 SR-IS-UNDER-REVIEW     VALUE "R".
              88 SR-IS-FILED            VALUE "F".
              88 SR-IS-CLOSED           VALUE "C".
              88 SR-IS-WORKING          VALUES "D" "R".
           05 SR-TRIGGER                PIC X(1).
           05 SR-OPENED-DATE            PIC 9(8).
           05 SR-DUE-DATE               PIC 9(8).
           05 SR-ALERT-TOTAL-USD        PIC 9(15).
           05 SR-LAST-LINK-SEQ          PIC 9(4).
           05 SR-SUBMITTED-BY           PIC X(8).
           05 SR-SUBMITTED-DATE         PIC 9(8).
           05 SR-APPROVED-BY            PIC X(8).
           05 SR-FILED-DATE             PIC 9(8).
           05 SR-EXPORTED-DATE          PIC 9(8).
           05 SR-CLOSED-BY              PIC X(8).
           05 SR-CLOSED-DATE            PIC 9(8).
           05 SR-CLOSE-OUTCOME          PIC X(1).
           05 FILLER                    PIC X(18).

      * What a case rests on - one record per alert, screening
      * case, transaction or narrative line, exactly one journal
      * image wide. The alternate key (type, reference) finds every
      * case an item is attached to. SARMNT.cob and SARFILE.cob
      * mirror this layout field for field.
       FD  SARLINK-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SARLINK-RECORD.
           05 SL-KEY.
              10 SL-CASE-ID             PIC X(12).
              10 SL-SEQ                 PIC 9(4).
           05 SL-REF-KEY.
              10 SL-TYPE                PIC X(1).
                 88 SL-IS-ALERT         VALUE "A".
                 88 SL-IS-SCREENING     VALUE "S".
                 88 SL-IS-TRANSACTION   VALUE "T".
                 88 SL-IS-NARRATIVE     VALUE "N".
              10 SL-REFERENCE           PIC X(96).
           05 SL-CURRENCY               PIC X(3).
           05 SL-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SL-ITEM-DATE              PIC 9(8).
           05 SL-ADDED-BY               PIC X(8).
           05 SL-ADDED-DATE             PIC 9(8).
           05 FILLER                    PIC X(4).

       FD  SARORPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SARORPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-SA-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-SR-FILE-STATUS            PIC X(2).
       01 WS-SL-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-SA-EOF                    PIC 9 VALUE 0.
          88 WS-AT-SA-EOF              VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-BATCH-USER                PIC X(8) VALUE "SAROPEN".

      * Today's case-ID prefix and the last sequence used today
       01 WS-CASE-ID-BUILD.
          05 WS-CB-PREFIX              PIC X(1) VALUE "S".
          05 WS-CB-DATE                PIC 9(8).
          05 WS-CB-SEQ                 PIC 9(3).
       01 WS-CASE-SEQ                  PIC 9(4) VALUE 0.

      * The item being attached and the case it goes to
       01 WS-SUBJECT-ID                PIC X(36).
       01 WS-DETECTED-DATE             PIC 9(8).
       01 WS-TRIGGER                   PIC X(1).
       01 WS-LINK-TYPE                 PIC X(1).
       01 WS-LINK-REFERENCE            PIC X(96).
       01 WS-LINK-CURRENCY             PIC X(3).
       01 WS-LINK-AMOUNT               PIC S9(15).
       01 WS-LINK-DATE                 PIC 9(8).
       01 WS-CASE-FOUND                PIC 9.
       01 WS-CASE-OK                   PIC 9.
       01 WS-ALREADY-LINKED            PIC 9.
       01 WS-CASE-BEFORE               PIC X(160).

      * Filing deadline in business days - PARMMSTR overrides
       01 WS-FILE-DAYS                 PIC 9(3) VALUE 30.

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).
       01 WS-PG-VALID                  PIC 9.

      * ADD-BUSINESS-DAYS call fields (see SAFE-DATETIME.cob)
       01 WS-DT-YEAR                   PIC 9(4).
       01 WS-DT-MONTH                  PIC 9(2).
       01 WS-DT-DAY                    PIC 9(2).
       01 WS-DT-DAYS                   PIC S9(8) COMP-3.
       01 WS-DT-RESULT                 PIC 9.

      * JRNL-WRITE call fields (see PROVEN-JRNL-WRITE.cob) - every
      * SARCASE and SARLINK change is journaled whole, so REPLAY
      * can rebuild both on a restored backup
       01 WS-JR-DATASET                PIC X(8).
       01 WS-JR-ACTION                 PIC X(1).
       01 WS-JR-RECORD-KEY             PIC X(64).
       01 WS-JR-BEFORE-IMAGE           PIC X(160).
       01 WS-JR-AFTER-IMAGE            PIC X(160).
       01 WS-JR-RESULT                 PIC 9.
       01 WS-JR-ERROR-MSG              PIC X(50).
       01 WS-JR-FAIL-COUNT             PIC 9(8) VALUE 0.

      * Control counts
       01 WS-ALERT-RECORDS-READ        PIC 9(8) VALUE 0.
       01 WS-SCREEN-CASES-READ         PIC 9(8) VALUE 0.
       01 WS-CASES-OPENED              PIC 9(6) VALUE 0.
       01 WS-LINKS-ADDED               PIC 9(8) VALUE 0.
       01 WS-ALREADY-LINKED-COUNT      PIC 9(8) VALUE 0.
       01 WS-NO-CASE-COUNT             PIC 9(8) VALUE 0.
       01 WS-UNUSABLE-COUNT            PIC 9(8) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-ITEMS-READ                PIC 9(8) VALUE 0.

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "SAROPEN".
       01 WS-CW-REJECTED               PIC 9(8).
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-CASE-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-ACTION              PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-CASE-ID             PIC X(12).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-TYPE                PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-REFERENCE           PIC X(40).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-DUE-DATE            PIC X(8).
          05 FILLER                    PIC X(15) VALUE SPACES.

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
      * MAIN-CONTROL: structuring alerts first, then confirmed
      * screening cases, each attached to its customer's working
      * case
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-FILING-PARM
           PERFORM FIND-LAST-CASE-SEQ
           PERFORM WRITE-REPORT-HEADING

           PERFORM UNTIL WS-AT-SA-EOF
              READ STRUCALT-FILE
                 AT END
                    MOVE 1 TO WS-SA-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-ALERT-RECORD
              END-READ
           END-PERFORM

           PERFORM ATTACH-SCREENING-CASES
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "SAROPEN: " WS-ALERT-RECORDS-READ
              " alert record(s), " WS-SCREEN-CASES-READ
              " screening case(s), " WS-CASES-OPENED
              " case(s) opened, " WS-LINKS-ADDED " item(s) attached"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0
                 OR WS-JR-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-UNUSABLE-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT STRUCALT-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
              DISPLAY "SAROPEN: cannot open STRUCALT, status="
                 WS-SA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SCRNCASE-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
              AND WS-SC-FILE-STATUS NOT = "97"
              DISPLAY "SAROPEN: cannot open SCRNCASE, status="
                 WS-SC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O SARCASE-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
              AND WS-SR-FILE-STATUS NOT = "05"
              AND WS-SR-FILE-STATUS NOT = "97"
              DISPLAY "SAROPEN: cannot open SARCASE, status="
                 WS-SR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O SARLINK-FILE
           IF WS-SL-FILE-STATUS NOT = "00"
              AND WS-SL-FILE-STATUS NOT = "05"
              AND WS-SL-FILE-STATUS NOT = "97"
              DISPLAY "SAROPEN: cannot open SARLINK, status="
                 WS-SL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SARORPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "SAROPEN: cannot open SARORPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * READ-FILING-PARM: SAR-FILE-DAYS in force today; an absent or
      * unusable entry keeps the default
      *================================================================
       READ-FILING-PARM SECTION.
           MOVE "SAR-FILE-DAYS" TO WS-PG-KEY
           MOVE 0 TO WS-PG-VALID
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS NOT = 0
              GO TO READ-FILING-PARM-EXIT
           END-IF

           MOVE 0 TO WS-PG-NUMBER
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
              UNTIL WS-PG-SUB > 16
              OR WS-PG-VALUE(WS-PG-SUB:1) = SPACE
              IF WS-PG-VALUE(WS-PG-SUB:1) < "0"
                 OR WS-PG-VALUE(WS-PG-SUB:1) > "9"
                 GO TO READ-FILING-PARM-EXIT
              END-IF
              COMPUTE WS-PG-NUMBER = WS-PG-NUMBER * 10
                 + FUNCTION NUMVAL(WS-PG-VALUE(WS-PG-SUB:1))
           END-PERFORM

           IF WS-PG-SUB > 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 366
              MOVE WS-PG-NUMBER TO WS-FILE-DAYS
           END-IF.

       READ-FILING-PARM-EXIT.
           EXIT.

      *================================================================
      * FIND-LAST-CASE-SEQ: the highest case sequence already used
      * today, so a second run the same day carries on from it
      *================================================================
       FIND-LAST-CASE-SEQ SECTION.
           MOVE WS-TODAY TO WS-CB-DATE
           MOVE 0 TO WS-CB-SEQ
           MOVE 0 TO WS-CASE-SEQ
           MOVE WS-CASE-ID-BUILD TO SR-CASE-ID
           MOVE 0 TO WS-BROWSE-DONE

           START SARCASE-FILE KEY IS NOT LESS THAN SR-CASE-ID
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SARCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SR-CASE-ID(1:9) NOT = WS-CASE-ID-BUILD(1:9)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF SR-CASE-ID(10:3) IS NUMERIC
                          MOVE SR-CASE-ID(10:3) TO WS-CASE-SEQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       FIND-LAST-CASE-SEQ-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADING
      *================================================================
       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "SAROPEN - SUSPICIOUS-ACTIVITY CASES OPENED AND "
              "EXTENDED " WS-TODAY
              "  *** RESTRICTED - MLRO ONLY ***"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE SARORPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  ACTION    CASE          CUSTOMER
      -       "                         T  REFERENCE
      -       "                      DUE"
              TO WS-HL-TEXT
           WRITE SARORPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-ALERT-RECORD: an A record attaches the alert, a P
      * record attaches the contributing posting
      *================================================================
       APPLY-ONE-ALERT-RECORD SECTION.
           ADD 1 TO WS-ALERT-RECORDS-READ

           EVALUATE TRUE
              WHEN SA-IS-ALERT
                 AND SA-CUSTOMER-ID NOT = SPACES
                 AND SA-ALERT-DATE IS NUMERIC
                 AND SA-TOTAL-USD-MINOR IS NUMERIC
                 PERFORM ATTACH-STRUCTURING-ALERT
              WHEN SA-IS-POSTING
                 AND SA-CUSTOMER-ID NOT = SPACES
                 AND SA-TRANS-ID NOT = SPACES
                 AND SA-AMOUNT-MINOR IS NUMERIC
                 AND SA-POSTING-DATE IS NUMERIC
                 PERFORM ATTACH-ALERT-POSTING
              WHEN OTHER
                 ADD 1 TO WS-UNUSABLE-COUNT
                 MOVE SPACES TO WS-CASE-LINE
                 MOVE "UNUSABLE" TO WS-CL-ACTION
                 MOVE SA-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
                 MOVE SA-RECORD-TYPE TO WS-CL-TYPE
                 MOVE STRUCALT-RECORD(46:40) TO WS-CL-REFERENCE
                 WRITE SARORPT-RECORD FROM WS-CASE-LINE
           END-EVALUATE.

       APPLY-ONE-ALERT-RECORD-EXIT.
           EXIT.

      *================================================================
      * ATTACH-STRUCTURING-ALERT: the alert (run date and customer)
      * onto the customer's working case, opening one if need be
      *================================================================
       ATTACH-STRUCTURING-ALERT SECTION.
           MOVE "A" TO WS-LINK-TYPE
           MOVE SPACES TO WS-LINK-REFERENCE
           MOVE SA-ALERT-DATE TO WS-LINK-REFERENCE(1:8)
           MOVE SA-CUSTOMER-ID TO WS-LINK-REFERENCE(9:36)
           PERFORM CHECK-ITEM-ATTACHED
           IF WS-ALREADY-LINKED = 1
              ADD 1 TO WS-ALREADY-LINKED-COUNT
              GO TO ATTACH-STRUCTURING-ALERT-EXIT
           END-IF

           MOVE SA-CUSTOMER-ID TO WS-SUBJECT-ID
           MOVE SA-ALERT-DATE TO WS-DETECTED-DATE
           MOVE "A" TO WS-TRIGGER
           PERFORM FIND-OR-OPEN-CASE
           IF WS-CASE-OK = 0
              GO TO ATTACH-STRUCTURING-ALERT-EXIT
           END-IF

           MOVE "USD" TO WS-LINK-CURRENCY
           MOVE SA-TOTAL-USD-MINOR TO WS-LINK-AMOUNT
           MOVE SA-ALERT-DATE TO WS-LINK-DATE
           PERFORM ADD-CASE-ITEM.

       ATTACH-STRUCTURING-ALERT-EXIT.
           EXIT.

      *================================================================
      * ATTACH-ALERT-POSTING: a contributing posting onto the
      * customer's working case as a T item, once per case
      *================================================================
       ATTACH-ALERT-POSTING SECTION.
           MOVE SA-CUSTOMER-ID TO WS-SUBJECT-ID
           PERFORM FIND-WORKING-CASE
           IF WS-CASE-FOUND = 0
              ADD 1 TO WS-NO-CASE-COUNT
              MOVE SPACES TO WS-CASE-LINE
              MOVE "NO CASE" TO WS-CL-ACTION
              MOVE SA-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
              MOVE "T" TO WS-CL-TYPE
              MOVE SA-TRANS-ID TO WS-CL-REFERENCE
              WRITE SARORPT-RECORD FROM WS-CASE-LINE
              GO TO ATTACH-ALERT-POSTING-EXIT
           END-IF

           MOVE "T" TO WS-LINK-TYPE
           MOVE SPACES TO WS-LINK-REFERENCE
           MOVE SA-TRANS-ID TO WS-LINK-REFERENCE(1:12)
           PERFORM CHECK-ITEM-ON-CASE
           IF WS-ALREADY-LINKED = 1
              ADD 1 TO WS-ALREADY-LINKED-COUNT
              GO TO ATTACH-ALERT-POSTING-EXIT
           END-IF

           MOVE SA-CURRENCY TO WS-LINK-CURRENCY
           MOVE SA-AMOUNT-MINOR TO WS-LINK-AMOUNT
           MOVE SA-POSTING-DATE TO WS-LINK-DATE
           PERFORM ADD-CASE-ITEM.

       ATTACH-ALERT-POSTING-EXIT.
           EXIT.

      *================================================================
      * ATTACH-SCREENING-CASES: every confirmed SCRNCASE case not
      * already on a SAR case
      *================================================================
       ATTACH-SCREENING-CASES SECTION.
           MOVE LOW-VALUES TO SC-KEY
           MOVE 0 TO WS-BROWSE-DONE
           START SCRNCASE-FILE KEY IS NOT LESS THAN SC-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SCRNCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SC-IS-CONFIRMED
                       PERFORM ATTACH-ONE-SCREENING-CASE
                    END-IF
              END-READ
           END-PERFORM.

       ATTACH-SCREENING-CASES-EXIT.
           EXIT.

      *================================================================
      * ATTACH-ONE-SCREENING-CASE: detected the day compliance
      * confirmed it
      *================================================================
       ATTACH-ONE-SCREENING-CASE SECTION.
           ADD 1 TO WS-SCREEN-CASES-READ
           MOVE "S" TO WS-LINK-TYPE
           MOVE SC-KEY TO WS-LINK-REFERENCE
           PERFORM CHECK-ITEM-ATTACHED
           IF WS-ALREADY-LINKED = 1
              ADD 1 TO WS-ALREADY-LINKED-COUNT
              GO TO ATTACH-ONE-SCREENING-CASE-EXIT
           END-IF

           MOVE SC-CUSTOMER-ID TO WS-SUBJECT-ID
           IF SC-REVIEWED-TS(1:8) IS NUMERIC
              MOVE SC-REVIEWED-TS(1:8) TO WS-DETECTED-DATE
           ELSE
              MOVE WS-TODAY TO WS-DETECTED-DATE
           END-IF
           MOVE "S" TO WS-TRIGGER
           PERFORM FIND-OR-OPEN-CASE
           IF WS-CASE-OK = 0
              GO TO ATTACH-ONE-SCREENING-CASE-EXIT
           END-IF

           MOVE SPACES TO WS-LINK-CURRENCY
           MOVE 0 TO WS-LINK-AMOUNT
           MOVE WS-DETECTED-DATE TO WS-LINK-DATE
           PERFORM ADD-CASE-ITEM.

       ATTACH-ONE-SCREENING-CASE-EXIT.
           EXIT.

      *================================================================
      * CHECK-ITEM-ATTACHED: is WS-LINK-TYPE/WS-LINK-REFERENCE on
      * any case at all?
      * Output: WS-ALREADY-LINKED
      *================================================================
       CHECK-ITEM-ATTACHED SECTION.
           MOVE 0 TO WS-ALREADY-LINKED
           MOVE WS-LINK-TYPE TO SL-TYPE
           MOVE WS-LINK-REFERENCE TO SL-REFERENCE
           READ SARLINK-FILE KEY IS SL-REF-KEY
              NOT INVALID KEY
                 MOVE 1 TO WS-ALREADY-LINKED
           END-READ.

       CHECK-ITEM-ATTACHED-EXIT.
           EXIT.

      *================================================================
      * CHECK-ITEM-ON-CASE: is WS-LINK-TYPE/WS-LINK-REFERENCE on the
      * case in SARCASE-RECORD?
      * Output: WS-ALREADY-LINKED
      *================================================================
       CHECK-ITEM-ON-CASE SECTION.
           MOVE 0 TO WS-ALREADY-LINKED
           MOVE WS-LINK-TYPE TO SL-TYPE
           MOVE WS-LINK-REFERENCE TO SL-REFERENCE
           MOVE 0 TO WS-BROWSE-DONE
           START SARLINK-FILE KEY IS EQUAL TO SL-REF-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SARLINK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SL-TYPE NOT = WS-LINK-TYPE
                       OR SL-REFERENCE NOT = WS-LINK-REFERENCE
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF SL-CASE-ID = SR-CASE-ID
                          MOVE 1 TO WS-ALREADY-LINKED
                          MOVE 1 TO WS-BROWSE-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-ITEM-ON-CASE-EXIT.
           EXIT.

      *================================================================
      * FIND-WORKING-CASE: WS-SUBJECT-ID's case still in draft or
      * under review, read off the customer alternate key
      * Output: WS-CASE-FOUND, SARCASE-RECORD
      *================================================================
       FIND-WORKING-CASE SECTION.
           MOVE 0 TO WS-CASE-FOUND
           MOVE WS-SUBJECT-ID TO SR-CUSTOMER-ID
           MOVE 0 TO WS-BROWSE-DONE
           START SARCASE-FILE KEY IS EQUAL TO SR-CUSTOMER-ID
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SARCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SR-CUSTOMER-ID NOT = WS-SUBJECT-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF SR-IS-WORKING
                          MOVE 1 TO WS-CASE-FOUND
                          MOVE 1 TO WS-BROWSE-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       FIND-WORKING-CASE-EXIT.
           EXIT.

      *================================================================
      * FIND-OR-OPEN-CASE: the customer's working case, or a new
      * draft one due WS-FILE-DAYS business days after detection
      * Output: WS-CASE-OK, SARCASE-RECORD
      *================================================================
       FIND-OR-OPEN-CASE SECTION.
           MOVE 1 TO WS-CASE-OK
           PERFORM FIND-WORKING-CASE
           IF WS-CASE-FOUND = 1
              GO TO FIND-OR-OPEN-CASE-EXIT
           END-IF

           IF WS-CASE-SEQ >= 999
              MOVE 0 TO WS-CASE-OK
              ADD 1 TO WS-WRITE-FAIL-COUNT
              DISPLAY "SAROPEN: case sequence for " WS-TODAY
                 " exhausted - " WS-SUBJECT-ID " not opened"
              GO TO FIND-OR-OPEN-CASE-EXIT
           END-IF
           ADD 1 TO WS-CASE-SEQ
           MOVE WS-CASE-SEQ TO WS-CB-SEQ

           MOVE SPACES TO SARCASE-RECORD
           MOVE WS-CASE-ID-BUILD TO SR-CASE-ID
           MOVE WS-SUBJECT-ID TO SR-CUSTOMER-ID
           MOVE "D" TO SR-STATE
           MOVE WS-TRIGGER TO SR-TRIGGER
           MOVE WS-DETECTED-DATE TO SR-OPENED-DATE
           MOVE 0 TO SR-ALERT-TOTAL-USD
           MOVE 0 TO SR-LAST-LINK-SEQ
           MOVE 0 TO SR-SUBMITTED-DATE
           MOVE 0 TO SR-FILED-DATE
           MOVE 0 TO SR-EXPORTED-DATE
           MOVE 0 TO SR-CLOSED-DATE

           MOVE WS-DETECTED-DATE(1:4) TO WS-DT-YEAR
           MOVE WS-DETECTED-DATE(5:2) TO WS-DT-MONTH
           MOVE WS-DETECTED-DATE(7:2) TO WS-DT-DAY
           MOVE WS-FILE-DAYS TO WS-DT-DAYS
           CALL "ADD-BUSINESS-DAYS" USING WS-DT-YEAR WS-DT-MONTH
               WS-DT-DAY WS-DT-DAYS WS-DT-RESULT
           MOVE WS-DT-YEAR TO SR-DUE-DATE(1:4)
           MOVE WS-DT-MONTH TO SR-DUE-DATE(5:2)
           MOVE WS-DT-DAY TO SR-DUE-DATE(7:2)

           WRITE SARCASE-RECORD
              INVALID KEY
                 MOVE 0 TO WS-CASE-OK
           END-WRITE
           IF WS-CASE-OK = 0
              ADD 1 TO WS-WRITE-FAIL-COUNT
              DISPLAY "SAROPEN: cannot write SARCASE " SR-CASE-ID
                 ", status=" WS-SR-FILE-STATUS
              GO TO FIND-OR-OPEN-CASE-EXIT
           END-IF

           ADD 1 TO WS-CASES-OPENED
           MOVE "SARCASE" TO WS-JR-DATASET
           MOVE "A" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE SR-CASE-ID TO WS-JR-RECORD-KEY(1:12)
           MOVE SPACES TO WS-JR-BEFORE-IMAGE
           MOVE SARCASE-RECORD TO WS-JR-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE

           MOVE SPACES TO WS-CASE-LINE
           MOVE "OPENED" TO WS-CL-ACTION
           MOVE SR-CASE-ID TO WS-CL-CASE-ID
           MOVE SR-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
           MOVE SR-TRIGGER TO WS-CL-TYPE
           MOVE SR-DUE-DATE TO WS-CL-DUE-DATE
           WRITE SARORPT-RECORD FROM WS-CASE-LINE.

       FIND-OR-OPEN-CASE-EXIT.
           EXIT.

      *================================================================
      * ADD-CASE-ITEM: the WS-LINK-* item onto SARLINK under the
      * case's next sequence, and the case's sequence (and, for a
      * structuring alert, its USD total) rewritten - both
      * journaled
      *================================================================
       ADD-CASE-ITEM SECTION.
           MOVE SARCASE-RECORD TO WS-CASE-BEFORE
           IF SR-LAST-LINK-SEQ >= 9999
              ADD 1 TO WS-WRITE-FAIL-COUNT
              DISPLAY "SAROPEN: case " SR-CASE-ID " has no item "
                 "sequence left"
              GO TO ADD-CASE-ITEM-EXIT
           END-IF
           ADD 1 TO SR-LAST-LINK-SEQ
           IF WS-LINK-TYPE = "A"
              ADD WS-LINK-AMOUNT TO SR-ALERT-TOTAL-USD
           END-IF

           MOVE SPACES TO SARLINK-RECORD
           MOVE SR-CASE-ID TO SL-CASE-ID
           MOVE SR-LAST-LINK-SEQ TO SL-SEQ
           MOVE WS-LINK-TYPE TO SL-TYPE
           MOVE WS-LINK-REFERENCE TO SL-REFERENCE
           MOVE WS-LINK-CURRENCY TO SL-CURRENCY
           MOVE WS-LINK-AMOUNT TO SL-AMOUNT-MINOR
           MOVE WS-LINK-DATE TO SL-ITEM-DATE
           MOVE WS-BATCH-USER TO SL-ADDED-BY
           MOVE WS-TODAY TO SL-ADDED-DATE

           WRITE SARLINK-RECORD
              INVALID KEY
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 DISPLAY "SAROPEN: cannot write SARLINK " SL-KEY
                    ", status=" WS-SL-FILE-STATUS
                 GO TO ADD-CASE-ITEM-EXIT
           END-WRITE

           ADD 1 TO WS-LINKS-ADDED
           MOVE "SARLINK" TO WS-JR-DATASET
           MOVE "A" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE SL-KEY TO WS-JR-RECORD-KEY(1:16)
           MOVE SPACES TO WS-JR-BEFORE-IMAGE
           MOVE SARLINK-RECORD TO WS-JR-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE

           REWRITE SARCASE-RECORD
              INVALID KEY
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 DISPLAY "SAROPEN: cannot rewrite SARCASE "
                    SR-CASE-ID ", status=" WS-SR-FILE-STATUS
                 GO TO ADD-CASE-ITEM-EXIT
           END-REWRITE

           MOVE "SARCASE" TO WS-JR-DATASET
           MOVE "U" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE SR-CASE-ID TO WS-JR-RECORD-KEY(1:12)
           MOVE WS-CASE-BEFORE TO WS-JR-BEFORE-IMAGE
           MOVE SARCASE-RECORD TO WS-JR-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE

           MOVE SPACES TO WS-CASE-LINE
           MOVE "ATTACHED" TO WS-CL-ACTION
           MOVE SR-CASE-ID TO WS-CL-CASE-ID
           MOVE SR-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
           MOVE SL-TYPE TO WS-CL-TYPE
           MOVE SL-REFERENCE TO WS-CL-REFERENCE
           MOVE SR-DUE-DATE TO WS-CL-DUE-DATE
           WRITE SARORPT-RECORD FROM WS-CASE-LINE.

       ADD-CASE-ITEM-EXIT.
           EXIT.

      *================================================================
      * JOURNAL-CHANGE: one before/after pair on the VSAMJRNL
      * forward-recovery journal; failures are counted and reported
      * but never stop the run
      *================================================================
       JOURNAL-CHANGE SECTION.
           CALL "JRNL-WRITE" USING WS-JR-DATASET WS-JR-ACTION
               WS-JR-RECORD-KEY WS-JR-BEFORE-IMAGE
               WS-JR-AFTER-IMAGE WS-JR-RESULT WS-JR-ERROR-MSG
           IF WS-JR-RESULT NOT = 1
              ADD 1 TO WS-JR-FAIL-COUNT
              IF WS-JR-FAIL-COUNT = 1
                 DISPLAY "SAROPEN: journal write failed - "
                    WS-JR-ERROR-MSG
              END-IF
           END-IF.

       JOURNAL-CHANGE-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STRUCALT RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-ALERT-RECORDS-READ TO WS-RPT-COUNT
           WRITE SARORPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CONFIRMED SCREENING CASES" TO WS-RPT-LABEL
           MOVE WS-SCREEN-CASES-READ TO WS-RPT-COUNT
           WRITE SARORPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CASES OPENED" TO WS-RPT-LABEL
           MOVE WS-CASES-OPENED TO WS-RPT-COUNT
           WRITE SARORPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ITEMS ATTACHED" TO WS-RPT-LABEL
           MOVE WS-LINKS-ADDED TO WS-RPT-COUNT
           WRITE SARORPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ALREADY ATTACHED" TO WS-RPT-LABEL
           MOVE WS-ALREADY-LINKED-COUNT TO WS-RPT-COUNT
           WRITE SARORPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS WITH NO WORKING CASE" TO WS-RPT-LABEL
           MOVE WS-NO-CASE-COUNT TO WS-RPT-COUNT
           WRITE SARORPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "UNUSABLE STRUCALT RECORDS" TO WS-RPT-LABEL
           MOVE WS-UNUSABLE-COUNT TO WS-RPT-COUNT
           WRITE SARORPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WRITE FAILURES" TO WS-RPT-LABEL
           MOVE WS-WRITE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE SARORPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: items read (alert records plus
      * confirmed screening cases), unusable ones as rejects
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           COMPUTE WS-ITEMS-READ =
              WS-ALERT-RECORDS-READ + WS-SCREEN-CASES-READ
           MOVE WS-UNUSABLE-COUNT TO WS-CW-REJECTED

           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME WS-ITEMS-READ
                WS-CW-REJECTED ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "SAROPEN: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE STRUCALT-FILE
           CLOSE SCRNCASE-FILE
           CLOSE SARCASE-FILE
           CLOSE SARLINK-FILE
           CLOSE SARORPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM SAROPEN.
