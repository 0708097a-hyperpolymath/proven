      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PrivilegedReview - privileged-user activity and
      * segregation-of-duties report for COBOL
      *

      *================================================================
      * TBLMAINT/TBLAPPRV, PARMMNT/PARMAPPR, PAYAPPRV, FXAPPRV,
      * SCRNDISP and PAYREPR each queue every privileged action on
      * VAUD - and DETOKINQ writes one per token resolved - under
      * validator name PRIVILEGED-ACTION, with the acting userid,
      * the time, the action, the dataset and key touched and (for
      * an approval) the user who raised the change in fixed columns
      * of the message. Each screen enforces its own four-eyes rule,
      * but nothing looked at the users ACROSS transactions. This
      * report reads the audit trail (the PROVEN.AUDIT.LOG generations
      * concatenated on AUDITLOG, AUDDRAIN having run first) and the
      * VSAMJRNL forward-recovery journal, lists every privileged
      * action in the review window user by user, and raises an
      * exception for each segregation-of-duties problem:
      *
      *   RA  reciprocal approval - two users each approving a change
      *       the other raised, on whatever tables, so between them
      *       both changes went through with no independent check
      *   OH  an approval (or a screening false positive) made
      *       outside business hours - before PRIVRPT-BUS-FROM or
      *       from PRIVRPT-BUS-TO on (HHMM, 0700 and 1900 unless
      *       PARMMSTR says otherwise) or on a Saturday or Sunday
      *   DT  one user detokenizing more distinct tokens than
      *       PRIVRPT-DETOK-D (25) in a day or PRIVRPT-DETOK-M (250)
      *       in a month
      *   BN  a user approving a payment (PAYAPPRV) or a repair
      *       (PAYREPR) to a beneficiary IBAN that same user keyed
      *       in on a PAYREPR repair - matched on the IBAN's hash,
      *       set-ups from any generation read counting
      *   JN  more CURRVSAM/DISPVSAM changes on the journal under a
      *       user's CHANGED-BY than TBLAPPRV approvals on the audit
      *       trail - a master change that never went through the
      *       approval screen
      *
      * PARM='DAILY' (the default) reviews the business date;
      * PARM='MONTH' reviews the whole calendar month before it and
      * ends the report with the sign-off block internal audit
      * completes and files with the month's close package. A date
      * after the comma (DAILY,YYYYMMDD or MONTH,YYYYMM) re-runs an
      * earlier period. COND 4 when any exception is raised, 8 when
      * a table filled and the review is incomplete, 16 when a file
      * cannot be opened.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVRPT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "VSAMJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT PRIVRPT-FILE ASSIGN TO "PRIVRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One audit line as PROVEN-AUDIT-WRITE lays it down; a
      * PRIVILEGED-ACTION entry's message is read back through the
      * WS-PRIV-ACTION-MSG columns the online programs queue
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 286 CHARACTERS.
       01  AUDIT-LOG-RECORD.
           05 AL-TIMESTAMP              PIC X(21).
           05 FILLER                    PIC X(1).
           05 AL-CALLING-PROGRAM        PIC X(16).
           05 FILLER                    PIC X(1).
           05 AL-VALIDATOR-NAME         PIC X(30).
           05 FILLER                    PIC X(1).
           05 AL-INPUT-HASH             PIC X(64).
           05 FILLER                    PIC X(1).
           05 AL-RESULT-STATUS          PIC X(5).
           05 FILLER                    PIC X(1).
           05 AL-ERROR-MSG              PIC X(80).
           05 AL-PRIV-ACTION-MSG REDEFINES AL-ERROR-MSG.
              10 AL-PA-ACTED-AT         PIC X(14).
              10 FILLER                 PIC X(1).
              10 AL-PA-USERID           PIC X(8).
              10 FILLER                 PIC X(1).
              10 AL-PA-ACTION           PIC X(1).
              10 FILLER                 PIC X(1).
              10 AL-PA-OBJECT           PIC X(8).
              10 FILLER                 PIC X(1).
              10 AL-PA-KEY              PIC X(36).
              10 FILLER                 PIC X(1).
              10 AL-PA-RAISED-BY        PIC X(8).
           05 FILLER                    PIC X(1).
           05 AL-LINK-HASH              PIC X(64).

      * Forward-recovery journal line - mirrors REPLAY.cob's
      * JOURNAL-RECORD field for field
       FD  JOURNAL-FILE
           RECORD CONTAINS 407 CHARACTERS.
       01  JOURNAL-RECORD.
           05 JR-TIMESTAMP              PIC 9(14).
           05 JR-DATASET                PIC X(8).
           05 JR-ACTION                 PIC X(1).
              88 JR-IS-ADD              VALUE "A".
              88 JR-IS-UPDATE           VALUE "U".
              88 JR-IS-DELETE           VALUE "D".
           05 JR-RECORD-KEY             PIC X(64).
           05 JR-BEFORE-IMAGE           PIC X(160).
           05 JR-AFTER-IMAGE            PIC X(160).

       FD  PRIVRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRIVRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-AUD-FILE-STATUS           PIC X(2).
       01 WS-JRNL-FILE-STATUS          PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-AUD-EOF                   PIC 9 VALUE 0.
          88 WS-AUD-AT-EOF             VALUE 1.
       01 WS-JRNL-EOF                  PIC 9 VALUE 0.
          88 WS-JRNL-AT-EOF            VALUE 1.

      * Run mode off the JCL PARM
       01 WS-PARM                      PIC X(20).
       01 WS-RUN-MODE                  PIC X(5).
          88 WS-MODE-IS-DAILY          VALUE "DAILY".
          88 WS-MODE-IS-MONTH          VALUE "MONTH".
       01 WS-PARM-DATE                 PIC X(8).

      * Review window - YYYYMMDD bounds, inclusive
       01 WS-TODAY                     PIC 9(8).
       01 WS-WINDOW-FROM               PIC 9(8).
       01 WS-WINDOW-TO                 PIC 9(8).
       01 WS-WINDOW-MONTH.
          05 WS-WM-YEAR                PIC 9(4).
          05 WS-WM-MONTH               PIC 9(2).

      * BUSDATE-GET call fields (see PROVEN-BUSDATE.cob)
       01 WS-BD-BUSINESS-DATE          PIC 9(8).
       01 WS-BD-STATUS                 PIC S9(4) COMP.
       01 WS-BD-MSG                    PIC X(50).

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).
       01 WS-PG-VALID                  PIC 9.

      * Review thresholds - compiled defaults, PARMMSTR overrides
       01 WS-BUS-FROM                  PIC 9(4) VALUE 0700.
       01 WS-BUS-TO                    PIC 9(4) VALUE 1900.
       01 WS-DETOK-LIMIT               PIC 9(5) VALUE 25.

      * DAY-OF-WEEK call fields (see SAFE-DATETIME.cob) - 0 is
      * Sunday, 6 Saturday
       01 WS-DW-YEAR                   PIC 9(4).
       01 WS-DW-MONTH                  PIC 9(2).
       01 WS-DW-DAY                    PIC 9(2).
       01 WS-DW-DAY-OF-WEEK            PIC 9.
       01 WS-DW-RESULT                 PIC 9.
       01 WS-ACTED-HHMM                PIC 9(4).

      * Control counts
       01 WS-AUDIT-READ                PIC 9(8) VALUE 0.
       01 WS-PRIV-READ                 PIC 9(8) VALUE 0.
       01 WS-BAD-ENTRY-COUNT           PIC 9(8) VALUE 0.
       01 WS-JRNL-READ                 PIC 9(8) VALUE 0.
       01 WS-JRNL-IN-WINDOW            PIC 9(8) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(8) VALUE 0.

      * Every privileged action in the review window, in the order
      * the audit trail holds them
       01 WS-ACTION-TABLE.
          05 WS-ACTION-ENTRY OCCURS 5000 TIMES.
             10 AT-ACTED-AT            PIC X(14).
             10 AT-PROGRAM             PIC X(8).
             10 AT-USERID              PIC X(8).
             10 AT-ACTION              PIC X(1).
                88 AT-IS-RAISE         VALUE "R".
                88 AT-IS-APPROVE       VALUE "A".
                88 AT-IS-REJECT        VALUE "J".
                88 AT-IS-BENEF-SETUP   VALUE "B".
                88 AT-IS-DETOKENIZE    VALUE "D".
                88 AT-IS-DISPOSITION   VALUE "O" "F" "C".
                88 AT-IS-RELEASE       VALUE "A" "F".
             10 AT-OBJECT              PIC X(8).
             10 AT-KEY                 PIC X(36).
             10 AT-RAISED-BY           PIC X(8).
             10 AT-HASH                PIC X(64).
             10 AT-FLAGS               PIC X(12).
       01 WS-ACTION-COUNT              PIC 9(5) VALUE 0.
       01 WS-ACTION-MAX                PIC 9(5) VALUE 5000.
       01 WS-ACT-IDX                   PIC 9(5) VALUE 0.
       01 WS-ACT-IDX-2                 PIC 9(5) VALUE 0.

      * Beneficiary IBANs each user keyed in on PAYREPR - every
      * generation read, not only the window, so an approval today
      * still matches last week's set-up
       01 WS-BENEF-TABLE.
          05 WS-BENEF-ENTRY OCCURS 2000 TIMES.
             10 BF-USERID              PIC X(8).
             10 BF-HASH                PIC X(64).
             10 BF-KEY                 PIC X(36).
       01 WS-BENEF-COUNT               PIC 9(4) VALUE 0.
       01 WS-BENEF-MAX                 PIC 9(4) VALUE 2000.
       01 WS-BENEF-IDX                 PIC 9(4) VALUE 0.

      * Distinct user/token pairs detokenized in the window
       01 WS-DETOK-TABLE.
          05 WS-DETOK-ENTRY OCCURS 5000 TIMES.
             10 DK-USERID              PIC X(8).
             10 DK-HASH                PIC X(64).
       01 WS-DETOK-COUNT               PIC 9(5) VALUE 0.
       01 WS-DETOK-MAX                 PIC 9(5) VALUE 5000.
       01 WS-DETOK-IDX                 PIC 9(5) VALUE 0.

      * One row per user seen, on the trail or the journal
       01 WS-USER-TABLE.
          05 WS-USER-ENTRY OCCURS 500 TIMES.
             10 US-USERID              PIC X(8).
             10 US-RAISED              PIC 9(5).
             10 US-APPROVED            PIC 9(5).
             10 US-REJECTED            PIC 9(5).
             10 US-DISPOSED            PIC 9(5).
             10 US-BENEF-SETUP         PIC 9(5).
             10 US-DETOKENIZED         PIC 9(5).
             10 US-DETOK-DISTINCT      PIC 9(5).
             10 US-MASTER-APPROVALS    PIC 9(5).
             10 US-JOURNAL-CHANGES     PIC 9(5).
             10 US-EXCEPTIONS          PIC 9(5).
       01 WS-USER-SWAP                 PIC X(58).
       01 WS-USER-COUNT                PIC 9(3) VALUE 0.
       01 WS-USER-MAX                  PIC 9(3) VALUE 500.
       01 WS-USER-IDX                  PIC 9(3) VALUE 0.
       01 WS-USER-IDX-2                PIC 9(3) VALUE 0.
       01 WS-FIND-USERID               PIC X(8).
       01 WS-FOUND                     PIC 9 VALUE 0.

      * Exceptions raised, in the order found
       01 WS-EXCEPTION-TABLE.
          05 WS-EXCEPTION-ENTRY OCCURS 1000 TIMES.
             10 EX-RULE                PIC X(2).
             10 EX-USERID              PIC X(8).
             10 EX-ACTED-AT            PIC X(14).
             10 EX-TEXT                PIC X(90).
       01 WS-EXCEPTION-COUNT           PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-MAX             PIC 9(4) VALUE 1000.
       01 WS-EXC-IDX                   PIC 9(4) VALUE 0.
       01 WS-NEW-RULE                  PIC X(2).
       01 WS-NEW-USERID                PIC X(8).
       01 WS-NEW-ACTED-AT              PIC X(14).
       01 WS-NEW-TEXT                  PIC X(90).
       01 WS-FLAG-PTR                  PIC 9(2).
       01 WS-COUNT-DISPLAY             PIC Z(4)9.
       01 WS-COUNT-DISPLAY-2           PIC Z(4)9.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-USER-HEAD-LINE.
          05 FILLER                    PIC X(5) VALUE "USER ".
          05 WS-UH-USERID              PIC X(8).
          05 FILLER                    PIC X(119).

       01 WS-ACTION-LINE.
          05 FILLER                    PIC X(2).
          05 WS-AL-DATE                PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-AL-TIME                PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-AL-PROGRAM             PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-AL-ACTION              PIC X(16).
          05 FILLER                    PIC X(2).
          05 WS-AL-OBJECT              PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-AL-KEY                 PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-AL-RAISED-BY           PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-AL-FLAGS               PIC X(12).
          05 FILLER                    PIC X(13).

       01 WS-EXCEPTION-LINE.
          05 FILLER                    PIC X(2).
          05 WS-EL-RULE                PIC X(2).
          05 FILLER                    PIC X(2).
          05 WS-EL-USERID              PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-EL-DATE                PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-EL-TIME                PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-EL-TEXT                PIC X(90).
          05 FILLER                    PIC X(7).

       01 WS-SUMMARY-LINE.
          05 FILLER                    PIC X(2).
          05 WS-SL-USERID              PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-SL-RAISED              PIC ZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-APPROVED            PIC ZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-REJECTED            PIC ZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-DISPOSED            PIC ZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-BENEF-SETUP         PIC ZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-DETOK-DISTINCT      PIC ZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-JOURNAL-CHANGES     PIC ZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-EXCEPTIONS          PIC ZZ,ZZ9.
          05 FILLER                    PIC X(58).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(40).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(81).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: gather the window's privileged actions and the
      * journal's master changes, run the segregation-of-duties
      * checks, and print the review
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-RUN-PARM
           PERFORM SET-REVIEW-WINDOW
           PERFORM READ-REVIEW-PARMS
           PERFORM OPEN-FILES

           PERFORM UNTIL WS-AUD-AT-EOF
              READ AUDIT-LOG-FILE
                 AT END
                    MOVE 1 TO WS-AUD-EOF
                 NOT AT END
                    PERFORM TAKE-AUDIT-RECORD
              END-READ
           END-PERFORM

           PERFORM UNTIL WS-JRNL-AT-EOF
              READ JOURNAL-FILE
                 AT END
                    MOVE 1 TO WS-JRNL-EOF
                 NOT AT END
                    PERFORM TAKE-JOURNAL-RECORD
              END-READ
           END-PERFORM

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTION-COUNT
              PERFORM CHECK-OUT-OF-HOURS
              PERFORM CHECK-RECIPROCAL-APPROVAL
              PERFORM CHECK-OWN-BENEFICIARY
           END-PERFORM

           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
              PERFORM CHECK-DETOKENIZE-VOLUME
              PERFORM CHECK-JOURNAL-COVERAGE
           END-PERFORM

           PERFORM SORT-USER-TABLE
           PERFORM WRITE-REVIEW-REPORT
           PERFORM CLOSE-FILES

           DISPLAY "PRIVRPT: " WS-RUN-MODE " " WS-WINDOW-FROM "-"
              WS-WINDOW-TO ", " WS-ACTION-COUNT
              " privileged action(s) by " WS-USER-COUNT
              " user(s), " WS-EXCEPTION-COUNT " exception(s), "
              WS-OVERFLOW-COUNT " not reviewed (table full)"

           EVALUATE TRUE
              WHEN WS-OVERFLOW-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-EXCEPTION-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
              WHEN OTHER
                 CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-EVALUATE
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * READ-RUN-PARM: DAILY or MONTH, optionally followed by the
      * date (YYYYMMDD) or month (YYYYMM) to review
      *================================================================
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PARM) TO WS-PARM

           MOVE WS-PARM(1:5) TO WS-RUN-MODE
           MOVE SPACES TO WS-PARM-DATE
           IF WS-PARM(6:1) = ","
              MOVE WS-PARM(7:8) TO WS-PARM-DATE
           END-IF

           IF WS-RUN-MODE = SPACES
              MOVE "DAILY" TO WS-RUN-MODE
           END-IF

           IF NOT WS-MODE-IS-DAILY AND NOT WS-MODE-IS-MONTH
              DISPLAY "PRIVRPT: PARM must be DAILY or MONTH, got "
                 WS-PARM
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-RUN-PARM-EXIT.
           EXIT.

      *================================================================
      * SET-REVIEW-WINDOW: the business date (see PROVEN-BUSDATE.cob,
      * the clock as fallback) for a daily run, the calendar month
      * before it for a monthly one - unless the PARM names the
      * period
      *================================================================
       SET-REVIEW-WINDOW SECTION.
           CALL "BUSDATE-GET" USING WS-BD-BUSINESS-DATE
              WS-BD-STATUS WS-BD-MSG
           IF WS-BD-STATUS = 0
              MOVE WS-BD-BUSINESS-DATE TO WS-TODAY
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF

           IF WS-MODE-IS-DAILY
              IF WS-PARM-DATE IS NUMERIC
                 MOVE WS-PARM-DATE TO WS-WINDOW-FROM
              ELSE
                 MOVE WS-TODAY TO WS-WINDOW-FROM
              END-IF
              MOVE WS-WINDOW-FROM TO WS-WINDOW-TO
              GO TO SET-REVIEW-WINDOW-EXIT
           END-IF

           IF WS-PARM-DATE(1:6) IS NUMERIC
              MOVE WS-PARM-DATE(1:6) TO WS-WINDOW-MONTH
           ELSE
              MOVE WS-TODAY(1:6) TO WS-WINDOW-MONTH
              IF WS-WM-MONTH = 1
                 MOVE 12 TO WS-WM-MONTH
                 SUBTRACT 1 FROM WS-WM-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-WM-MONTH
              END-IF
           END-IF

           MOVE WS-WINDOW-MONTH TO WS-WINDOW-FROM(1:6)
           MOVE "01" TO WS-WINDOW-FROM(7:2)
           MOVE WS-WINDOW-MONTH TO WS-WINDOW-TO(1:6)
           MOVE "31" TO WS-WINDOW-TO(7:2).

       SET-REVIEW-WINDOW-EXIT.
           EXIT.

      *================================================================
      * READ-REVIEW-PARMS: business hours and the detokenization
      * limit in force on the review's last day, where PARMMSTR
      * carries them
      *================================================================
       READ-REVIEW-PARMS SECTION.
           MOVE "PRIVRPT-BUS-FROM" TO WS-PG-KEY
           CALL "PARM-GET" USING WS-PG-KEY WS-WINDOW-TO
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
              IF WS-PG-VALID = 1 AND WS-PG-NUMBER < 2400
                 MOVE WS-PG-NUMBER TO WS-BUS-FROM
              END-IF
           END-IF

           MOVE "PRIVRPT-BUS-TO" TO WS-PG-KEY
           CALL "PARM-GET" USING WS-PG-KEY WS-WINDOW-TO
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
              IF WS-PG-VALID = 1 AND WS-PG-NUMBER < 2401
                 AND WS-PG-NUMBER > WS-BUS-FROM
                 MOVE WS-PG-NUMBER TO WS-BUS-TO
              END-IF
           END-IF

           IF WS-MODE-IS-MONTH
              MOVE 250 TO WS-DETOK-LIMIT
              MOVE "PRIVRPT-DETOK-M" TO WS-PG-KEY
           ELSE
              MOVE "PRIVRPT-DETOK-D" TO WS-PG-KEY
           END-IF
           CALL "PARM-GET" USING WS-PG-KEY WS-WINDOW-TO
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
              IF WS-PG-VALID = 1 AND WS-PG-NUMBER > 0
                 AND WS-PG-NUMBER < 100000
                 MOVE WS-PG-NUMBER TO WS-DETOK-LIMIT
              END-IF
           END-IF.

       READ-REVIEW-PARMS-EXIT.
           EXIT.

      *================================================================
      * PARSE-PARM-NUMBER: WS-PG-VALUE's leading digits into
      * WS-PG-NUMBER; WS-PG-VALID is 0 if anything else is there
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
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
              DISPLAY "PRIVRPT: cannot open AUDITLOG, status="
                 WS-AUD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
              DISPLAY "PRIVRPT: cannot open VSAMJRNL, status="
                 WS-JRNL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PRIVRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "PRIVRPT: cannot open PRIVRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * TAKE-AUDIT-RECORD: keep a PRIVILEGED-ACTION entry - any
      * beneficiary set-up up to the window's end, everything else
      * only inside the window - and count it against its user
      *================================================================
       TAKE-AUDIT-RECORD SECTION.
           ADD 1 TO WS-AUDIT-READ

           IF AL-VALIDATOR-NAME NOT = "PRIVILEGED-ACTION"
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF
           ADD 1 TO WS-PRIV-READ

           IF AL-PA-ACTED-AT IS NOT NUMERIC
              OR AL-PA-USERID = SPACES
              ADD 1 TO WS-BAD-ENTRY-COUNT
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF

           IF AL-PA-ACTED-AT(1:8) > WS-WINDOW-TO
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF

           IF AL-PA-ACTION = "B"
              IF WS-BENEF-COUNT < WS-BENEF-MAX
                 ADD 1 TO WS-BENEF-COUNT
                 MOVE AL-PA-USERID TO BF-USERID(WS-BENEF-COUNT)
                 MOVE AL-INPUT-HASH TO BF-HASH(WS-BENEF-COUNT)
                 MOVE AL-PA-KEY TO BF-KEY(WS-BENEF-COUNT)
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF

           IF AL-PA-ACTED-AT(1:8) < WS-WINDOW-FROM
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF

           IF WS-ACTION-COUNT NOT < WS-ACTION-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF

           MOVE AL-PA-USERID TO WS-FIND-USERID
           PERFORM FIND-OR-ADD-USER
           IF WS-USER-IDX = 0
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF

           ADD 1 TO WS-ACTION-COUNT
           MOVE WS-ACTION-COUNT TO WS-ACT-IDX
           MOVE AL-PA-ACTED-AT TO AT-ACTED-AT(WS-ACT-IDX)
           MOVE AL-CALLING-PROGRAM TO AT-PROGRAM(WS-ACT-IDX)
           MOVE AL-PA-USERID TO AT-USERID(WS-ACT-IDX)
           MOVE AL-PA-ACTION TO AT-ACTION(WS-ACT-IDX)
           MOVE AL-PA-OBJECT TO AT-OBJECT(WS-ACT-IDX)
           MOVE AL-PA-KEY TO AT-KEY(WS-ACT-IDX)
           MOVE AL-PA-RAISED-BY TO AT-RAISED-BY(WS-ACT-IDX)
           MOVE AL-INPUT-HASH TO AT-HASH(WS-ACT-IDX)
           MOVE SPACES TO AT-FLAGS(WS-ACT-IDX)

           EVALUATE TRUE
              WHEN AT-IS-RAISE(WS-ACT-IDX)
                 ADD 1 TO US-RAISED(WS-USER-IDX)
              WHEN AT-IS-APPROVE(WS-ACT-IDX)
                 ADD 1 TO US-APPROVED(WS-USER-IDX)
                 IF AT-OBJECT(WS-ACT-IDX) = "CURRVSAM"
                    OR AT-OBJECT(WS-ACT-IDX) = "DISPVSAM"
                    ADD 1 TO US-MASTER-APPROVALS(WS-USER-IDX)
                 END-IF
              WHEN AT-IS-REJECT(WS-ACT-IDX)
                 ADD 1 TO US-REJECTED(WS-USER-IDX)
              WHEN AT-IS-DISPOSITION(WS-ACT-IDX)
                 ADD 1 TO US-DISPOSED(WS-USER-IDX)
              WHEN AT-IS-BENEF-SETUP(WS-ACT-IDX)
                 ADD 1 TO US-BENEF-SETUP(WS-USER-IDX)
              WHEN AT-IS-DETOKENIZE(WS-ACT-IDX)
                 ADD 1 TO US-DETOKENIZED(WS-USER-IDX)
                 PERFORM COUNT-DISTINCT-TOKEN
           END-EVALUATE.

       TAKE-AUDIT-RECORD-EXIT.
           EXIT.

      *================================================================
      * COUNT-DISTINCT-TOKEN: a token the user has not already
      * resolved in the window adds one to their distinct count
      *================================================================
       COUNT-DISTINCT-TOKEN SECTION.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-DETOK-IDX FROM 1 BY 1
                   UNTIL WS-DETOK-IDX > WS-DETOK-COUNT
                      OR WS-FOUND = 1
              IF DK-USERID(WS-DETOK-IDX) = AL-PA-USERID
                 AND DK-HASH(WS-DETOK-IDX) = AL-INPUT-HASH
                 MOVE 1 TO WS-FOUND
              END-IF
           END-PERFORM

           IF WS-FOUND = 1
              GO TO COUNT-DISTINCT-TOKEN-EXIT
           END-IF

           IF WS-DETOK-COUNT NOT < WS-DETOK-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO COUNT-DISTINCT-TOKEN-EXIT
           END-IF

           ADD 1 TO WS-DETOK-COUNT
           MOVE AL-PA-USERID TO DK-USERID(WS-DETOK-COUNT)
           MOVE AL-INPUT-HASH TO DK-HASH(WS-DETOK-COUNT)
           ADD 1 TO US-DETOK-DISTINCT(WS-USER-IDX).

       COUNT-DISTINCT-TOKEN-EXIT.
           EXIT.

      *================================================================
      * TAKE-JOURNAL-RECORD: a CURRVSAM or DISPVSAM add or update in
      * the window, counted against the CHANGED-BY userid in its
      * after-image (CM-CHANGED-BY at 14, DM-CHANGED-BY at 30)
      *================================================================
       TAKE-JOURNAL-RECORD SECTION.
           ADD 1 TO WS-JRNL-READ

           IF JR-TIMESTAMP(1:8) < WS-WINDOW-FROM
              OR JR-TIMESTAMP(1:8) > WS-WINDOW-TO
              GO TO TAKE-JOURNAL-RECORD-EXIT
           END-IF

           IF NOT JR-IS-ADD AND NOT JR-IS-UPDATE
              GO TO TAKE-JOURNAL-RECORD-EXIT
           END-IF

           EVALUATE JR-DATASET
              WHEN "CURRVSAM"
                 MOVE JR-AFTER-IMAGE(14:8) TO WS-FIND-USERID
              WHEN "DISPVSAM"
                 MOVE JR-AFTER-IMAGE(30:8) TO WS-FIND-USERID
              WHEN OTHER
                 GO TO TAKE-JOURNAL-RECORD-EXIT
           END-EVALUATE

           IF WS-FIND-USERID = SPACES
              GO TO TAKE-JOURNAL-RECORD-EXIT
           END-IF

           ADD 1 TO WS-JRNL-IN-WINDOW
           PERFORM FIND-OR-ADD-USER
           IF WS-USER-IDX > 0
              ADD 1 TO US-JOURNAL-CHANGES(WS-USER-IDX)
           END-IF.

       TAKE-JOURNAL-RECORD-EXIT.
           EXIT.

      *================================================================
      * FIND-OR-ADD-USER: WS-USER-IDX for WS-FIND-USERID, adding a
      * zeroed row on first sight; zero if the table is full
      *================================================================
       FIND-OR-ADD-USER SECTION.
           MOVE 0 TO WS-FOUND

           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
                      OR WS-FOUND = 1
              IF US-USERID(WS-USER-IDX) = WS-FIND-USERID
                 MOVE 1 TO WS-FOUND
              END-IF
           END-PERFORM

           IF WS-FOUND = 1
              SUBTRACT 1 FROM WS-USER-IDX
              GO TO FIND-OR-ADD-USER-EXIT
           END-IF

           IF WS-USER-COUNT NOT < WS-USER-MAX
              MOVE 0 TO WS-USER-IDX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO FIND-OR-ADD-USER-EXIT
           END-IF

           ADD 1 TO WS-USER-COUNT
           MOVE WS-USER-COUNT TO WS-USER-IDX
           MOVE WS-FIND-USERID TO US-USERID(WS-USER-IDX)
           MOVE 0 TO US-RAISED(WS-USER-IDX)
           MOVE 0 TO US-APPROVED(WS-USER-IDX)
           MOVE 0 TO US-REJECTED(WS-USER-IDX)
           MOVE 0 TO US-DISPOSED(WS-USER-IDX)
           MOVE 0 TO US-BENEF-SETUP(WS-USER-IDX)
           MOVE 0 TO US-DETOKENIZED(WS-USER-IDX)
           MOVE 0 TO US-DETOK-DISTINCT(WS-USER-IDX)
           MOVE 0 TO US-MASTER-APPROVALS(WS-USER-IDX)
           MOVE 0 TO US-JOURNAL-CHANGES(WS-USER-IDX)
           MOVE 0 TO US-EXCEPTIONS(WS-USER-IDX).

       FIND-OR-ADD-USER-EXIT.
           EXIT.

      *================================================================
      * CHECK-OUT-OF-HOURS: an approval or false-positive release
      * timed before the business day opens, from its close on, or
      * at a weekend
      *================================================================
       CHECK-OUT-OF-HOURS SECTION.
           IF NOT AT-IS-RELEASE(WS-ACT-IDX)
              GO TO CHECK-OUT-OF-HOURS-EXIT
           END-IF

           MOVE AT-ACTED-AT(WS-ACT-IDX)(1:4) TO WS-DW-YEAR
           MOVE AT-ACTED-AT(WS-ACT-IDX)(5:2) TO WS-DW-MONTH
           MOVE AT-ACTED-AT(WS-ACT-IDX)(7:2) TO WS-DW-DAY
           MOVE AT-ACTED-AT(WS-ACT-IDX)(9:4) TO WS-ACTED-HHMM
           CALL "DAY-OF-WEEK" USING WS-DW-YEAR WS-DW-MONTH WS-DW-DAY
              WS-DW-DAY-OF-WEEK WS-DW-RESULT

           MOVE SPACES TO WS-NEW-TEXT
           IF WS-DW-RESULT = 1
              AND (WS-DW-DAY-OF-WEEK = 0 OR WS-DW-DAY-OF-WEEK = 6)
              STRING "WEEKEND " DELIMITED BY SIZE
                 AT-ACTION(WS-ACT-IDX) DELIMITED BY SIZE
                 " ON " DELIMITED BY SIZE
                 AT-OBJECT(WS-ACT-IDX) DELIMITED BY SPACE
                 " KEY " DELIMITED BY SIZE
                 AT-KEY(WS-ACT-IDX) DELIMITED BY SIZE
                 INTO WS-NEW-TEXT
           ELSE
              IF WS-ACTED-HHMM < WS-BUS-FROM
                 OR WS-ACTED-HHMM NOT < WS-BUS-TO
                 STRING "OUT OF HOURS " DELIMITED BY SIZE
                    AT-ACTION(WS-ACT-IDX) DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    AT-OBJECT(WS-ACT-IDX) DELIMITED BY SPACE
                    " KEY " DELIMITED BY SIZE
                    AT-KEY(WS-ACT-IDX) DELIMITED BY SIZE
                    INTO WS-NEW-TEXT
              END-IF
           END-IF

           IF WS-NEW-TEXT = SPACES
              GO TO CHECK-OUT-OF-HOURS-EXIT
           END-IF

           MOVE "OH" TO WS-NEW-RULE
           MOVE AT-USERID(WS-ACT-IDX) TO WS-NEW-USERID
           MOVE AT-ACTED-AT(WS-ACT-IDX) TO WS-NEW-ACTED-AT
           PERFORM ADD-EXCEPTION
           PERFORM FLAG-ACTION.

       CHECK-OUT-OF-HOURS-EXIT.
           EXIT.

      *================================================================
      * CHECK-RECIPROCAL-APPROVAL: this approval of V's change by U,
      * matched to a later approval in the window of a change U
      * raised by V - each pair reported once, from its first half
      *================================================================
       CHECK-RECIPROCAL-APPROVAL SECTION.
           IF NOT AT-IS-APPROVE(WS-ACT-IDX)
              OR AT-RAISED-BY(WS-ACT-IDX) = SPACES
              GO TO CHECK-RECIPROCAL-APPROVAL-EXIT
           END-IF

           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-ACT-IDX-2 FROM WS-ACT-IDX BY 1
                   UNTIL WS-ACT-IDX-2 > WS-ACTION-COUNT
                      OR WS-FOUND = 1
              IF AT-IS-APPROVE(WS-ACT-IDX-2)
                 AND AT-USERID(WS-ACT-IDX-2)
                    = AT-RAISED-BY(WS-ACT-IDX)
                 AND AT-RAISED-BY(WS-ACT-IDX-2)
                    = AT-USERID(WS-ACT-IDX)
                 MOVE 1 TO WS-FOUND
              END-IF
           END-PERFORM

           IF WS-FOUND = 0
              GO TO CHECK-RECIPROCAL-APPROVAL-EXIT
           END-IF
           SUBTRACT 1 FROM WS-ACT-IDX-2

           MOVE SPACES TO WS-NEW-TEXT
           STRING "APPROVED " DELIMITED BY SIZE
              AT-OBJECT(WS-ACT-IDX) DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              AT-KEY(WS-ACT-IDX) DELIMITED BY "  "
              " FOR " DELIMITED BY SIZE
              AT-RAISED-BY(WS-ACT-IDX) DELIMITED BY SPACE
              ", WHO APPROVED " DELIMITED BY SIZE
              AT-OBJECT(WS-ACT-IDX-2) DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              AT-KEY(WS-ACT-IDX-2) DELIMITED BY "  "
              " IN RETURN" DELIMITED BY SIZE
              INTO WS-NEW-TEXT

           MOVE "RA" TO WS-NEW-RULE
           MOVE AT-USERID(WS-ACT-IDX) TO WS-NEW-USERID
           MOVE AT-ACTED-AT(WS-ACT-IDX) TO WS-NEW-ACTED-AT
           PERFORM ADD-EXCEPTION
           PERFORM FLAG-ACTION

      *    The other half of the pair carries the flag too, and its
      *    approver the exception count
           MOVE WS-ACT-IDX TO WS-EXC-IDX
           MOVE WS-ACT-IDX-2 TO WS-ACT-IDX
           PERFORM FLAG-ACTION
           MOVE AT-USERID(WS-ACT-IDX) TO WS-FIND-USERID
           PERFORM FIND-OR-ADD-USER
           IF WS-USER-IDX > 0
              ADD 1 TO US-EXCEPTIONS(WS-USER-IDX)
           END-IF
           MOVE WS-EXC-IDX TO WS-ACT-IDX.

       CHECK-RECIPROCAL-APPROVAL-EXIT.
           EXIT.

      *================================================================
      * CHECK-OWN-BENEFICIARY: a payment or repair approval whose
      * beneficiary IBAN hash is one the approver keyed in on PAYREPR
      *================================================================
       CHECK-OWN-BENEFICIARY SECTION.
           IF NOT AT-IS-APPROVE(WS-ACT-IDX)
              GO TO CHECK-OWN-BENEFICIARY-EXIT
           END-IF
           IF AT-OBJECT(WS-ACT-IDX) NOT = "PAYPEND"
              AND AT-OBJECT(WS-ACT-IDX) NOT = "PAYRPRQ"
              GO TO CHECK-OWN-BENEFICIARY-EXIT
           END-IF

           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-BENEF-IDX FROM 1 BY 1
                   UNTIL WS-BENEF-IDX > WS-BENEF-COUNT
                      OR WS-FOUND = 1
              IF BF-USERID(WS-BENEF-IDX) = AT-USERID(WS-ACT-IDX)
                 AND BF-HASH(WS-BENEF-IDX) = AT-HASH(WS-ACT-IDX)
                 MOVE 1 TO WS-FOUND
              END-IF
           END-PERFORM

           IF WS-FOUND = 0
              GO TO CHECK-OWN-BENEFICIARY-EXIT
           END-IF
           SUBTRACT 1 FROM WS-BENEF-IDX

           MOVE SPACES TO WS-NEW-TEXT
           STRING "APPROVED PAYMENT " DELIMITED BY SIZE
              AT-KEY(WS-ACT-IDX) DELIMITED BY SPACE
              " ON " DELIMITED BY SIZE
              AT-OBJECT(WS-ACT-IDX) DELIMITED BY SPACE
              " TO A BENEFICIARY THEY KEYED ON REPAIR OF "
                 DELIMITED BY SIZE
              BF-KEY(WS-BENEF-IDX) DELIMITED BY SPACE
              INTO WS-NEW-TEXT

           MOVE "BN" TO WS-NEW-RULE
           MOVE AT-USERID(WS-ACT-IDX) TO WS-NEW-USERID
           MOVE AT-ACTED-AT(WS-ACT-IDX) TO WS-NEW-ACTED-AT
           PERFORM ADD-EXCEPTION
           PERFORM FLAG-ACTION.

       CHECK-OWN-BENEFICIARY-EXIT.
           EXIT.

      *================================================================
      * CHECK-DETOKENIZE-VOLUME: a user who resolved more distinct
      * tokens in the window than the limit allows
      *================================================================
       CHECK-DETOKENIZE-VOLUME SECTION.
           IF US-DETOK-DISTINCT(WS-USER-IDX) NOT > WS-DETOK-LIMIT
              GO TO CHECK-DETOKENIZE-VOLUME-EXIT
           END-IF

           MOVE US-DETOK-DISTINCT(WS-USER-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-DETOK-LIMIT TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-NEW-TEXT
           STRING "DETOKENIZED " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
              " DISTINCT TOKENS - LIMIT " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
              INTO WS-NEW-TEXT

           MOVE "DT" TO WS-NEW-RULE
           MOVE US-USERID(WS-USER-IDX) TO WS-NEW-USERID
           MOVE SPACES TO WS-NEW-ACTED-AT
           PERFORM ADD-EXCEPTION.

       CHECK-DETOKENIZE-VOLUME-EXIT.
           EXIT.

      *================================================================
      * CHECK-JOURNAL-COVERAGE: more journaled master changes under
      * the user's CHANGED-BY than approvals they made on TBLAPPRV
      *================================================================
       CHECK-JOURNAL-COVERAGE SECTION.
           IF US-JOURNAL-CHANGES(WS-USER-IDX)
              NOT > US-MASTER-APPROVALS(WS-USER-IDX)
              GO TO CHECK-JOURNAL-COVERAGE-EXIT
           END-IF

           MOVE US-JOURNAL-CHANGES(WS-USER-IDX) TO WS-COUNT-DISPLAY
           MOVE US-MASTER-APPROVALS(WS-USER-IDX)
              TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-NEW-TEXT
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
              " CURRVSAM/DISPVSAM CHANGES JOURNALED, "
                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
              " APPROVED ON TBLAPPRV" DELIMITED BY SIZE
              INTO WS-NEW-TEXT

           MOVE "JN" TO WS-NEW-RULE
           MOVE US-USERID(WS-USER-IDX) TO WS-NEW-USERID
           MOVE SPACES TO WS-NEW-ACTED-AT
           PERFORM ADD-EXCEPTION.

       CHECK-JOURNAL-COVERAGE-EXIT.
           EXIT.

      *================================================================
      * ADD-EXCEPTION: record WS-NEW-RULE/-USERID/-ACTED-AT/-TEXT and
      * count it against the user
      *================================================================
       ADD-EXCEPTION SECTION.
           IF WS-EXCEPTION-COUNT NOT < WS-EXCEPTION-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO ADD-EXCEPTION-EXIT
           END-IF

           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-NEW-RULE TO EX-RULE(WS-EXCEPTION-COUNT)
           MOVE WS-NEW-USERID TO EX-USERID(WS-EXCEPTION-COUNT)
           MOVE WS-NEW-ACTED-AT TO EX-ACTED-AT(WS-EXCEPTION-COUNT)
           MOVE WS-NEW-TEXT TO EX-TEXT(WS-EXCEPTION-COUNT)

           MOVE WS-NEW-USERID TO WS-FIND-USERID
           PERFORM FIND-OR-ADD-USER
           IF WS-USER-IDX > 0
              ADD 1 TO US-EXCEPTIONS(WS-USER-IDX)
           END-IF.

       ADD-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      * FLAG-ACTION: append WS-NEW-RULE to the action's flag column,
      * once
      *================================================================
       FLAG-ACTION SECTION.
           MOVE 1 TO WS-FLAG-PTR
           PERFORM UNTIL WS-FLAG-PTR > 10
                      OR AT-FLAGS(WS-ACT-IDX)(WS-FLAG-PTR:2) = SPACES
              IF AT-FLAGS(WS-ACT-IDX)(WS-FLAG-PTR:2) = WS-NEW-RULE
                 GO TO FLAG-ACTION-EXIT
              END-IF
              ADD 3 TO WS-FLAG-PTR
           END-PERFORM

           IF WS-FLAG-PTR < 11
              MOVE WS-NEW-RULE TO AT-FLAGS(WS-ACT-IDX)(WS-FLAG-PTR:2)
           END-IF.

       FLAG-ACTION-EXIT.
           EXIT.

      *================================================================
      * SORT-USER-TABLE: userid order for the report - an exchange
      * sort, the table being a few hundred rows at most
      *================================================================
       SORT-USER-TABLE SECTION.
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX >= WS-USER-COUNT
              PERFORM VARYING WS-USER-IDX-2 FROM WS-USER-IDX BY 1
                      UNTIL WS-USER-IDX-2 > WS-USER-COUNT
                 IF US-USERID(WS-USER-IDX-2) < US-USERID(WS-USER-IDX)
                    MOVE WS-USER-ENTRY(WS-USER-IDX) TO WS-USER-SWAP
                    MOVE WS-USER-ENTRY(WS-USER-IDX-2)
                       TO WS-USER-ENTRY(WS-USER-IDX)
                    MOVE WS-USER-SWAP TO WS-USER-ENTRY(WS-USER-IDX-2)
                 END-IF
              END-PERFORM
           END-PERFORM.

       SORT-USER-TABLE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REVIEW-REPORT: activity by user, the exceptions, the
      * per-user totals and - on a monthly run - the sign-off block
      *================================================================
       WRITE-REVIEW-REPORT SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "PRIVILEGED-USER ACTIVITY AND SEGREGATION-OF-DUTIES"
              DELIMITED BY SIZE
              " REVIEW - " DELIMITED BY SIZE
              WS-RUN-MODE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-WINDOW-FROM DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-WINDOW-TO DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING "BUSINESS HOURS " DELIMITED BY SIZE
              WS-BUS-FROM DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-BUS-TO DELIMITED BY SIZE
              " MON-FRI  DETOKENIZATION LIMIT " DELIMITED BY SIZE
              WS-DETOK-LIMIT DELIMITED BY SIZE
              "  FLAGS: RA RECIPROCAL APPROVAL, OH OUT OF HOURS, "
                 DELIMITED BY SIZE
              "BN OWN BENEFICIARY" DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           MOVE "PRIVILEGED ACTIONS BY USER" TO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
              PERFORM WRITE-USER-ACTIONS
           END-PERFORM

           PERFORM WRITE-EXCEPTIONS
           PERFORM WRITE-USER-SUMMARY

           IF WS-MODE-IS-MONTH
              PERFORM WRITE-SIGN-OFF-BLOCK
           END-IF.

       WRITE-REVIEW-REPORT-EXIT.
           EXIT.

      *================================================================
      * WRITE-USER-ACTIONS: one user's heading and every action of
      * theirs in the window, in trail order
      *================================================================
       WRITE-USER-ACTIONS SECTION.
           IF US-RAISED(WS-USER-IDX) + US-APPROVED(WS-USER-IDX)
              + US-REJECTED(WS-USER-IDX) + US-DISPOSED(WS-USER-IDX)
              + US-BENEF-SETUP(WS-USER-IDX)
              + US-DETOKENIZED(WS-USER-IDX) = 0
              GO TO WRITE-USER-ACTIONS-EXIT
           END-IF

           MOVE SPACES TO WS-HEADING-LINE
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           MOVE US-USERID(WS-USER-IDX) TO WS-UH-USERID
           WRITE PRIVRPT-RECORD FROM WS-USER-HEAD-LINE

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTION-COUNT
              IF AT-USERID(WS-ACT-IDX) = US-USERID(WS-USER-IDX)
                 PERFORM WRITE-ACTION-LINE
              END-IF
           END-PERFORM.

       WRITE-USER-ACTIONS-EXIT.
           EXIT.

      *================================================================
      * WRITE-ACTION-LINE
      *================================================================
       WRITE-ACTION-LINE SECTION.
           MOVE SPACES TO WS-ACTION-LINE
           MOVE AT-ACTED-AT(WS-ACT-IDX)(1:8) TO WS-AL-DATE
           STRING AT-ACTED-AT(WS-ACT-IDX)(9:2) ":"
              AT-ACTED-AT(WS-ACT-IDX)(11:2) ":"
              AT-ACTED-AT(WS-ACT-IDX)(13:2)
              DELIMITED BY SIZE INTO WS-AL-TIME
           MOVE AT-PROGRAM(WS-ACT-IDX) TO WS-AL-PROGRAM
           EVALUATE AT-ACTION(WS-ACT-IDX)
              WHEN "R"
                 MOVE "RAISED CHANGE" TO WS-AL-ACTION
              WHEN "A"
                 MOVE "APPROVED" TO WS-AL-ACTION
              WHEN "J"
                 MOVE "REJECTED" TO WS-AL-ACTION
              WHEN "B"
                 MOVE "KEYED BENEFICIARY" TO WS-AL-ACTION
              WHEN "D"
                 MOVE "DETOKENIZED" TO WS-AL-ACTION
              WHEN "O"
                 MOVE "CASE REOPENED" TO WS-AL-ACTION
              WHEN "F"
                 MOVE "FALSE POSITIVE" TO WS-AL-ACTION
              WHEN "C"
                 MOVE "CASE CONFIRMED" TO WS-AL-ACTION
              WHEN OTHER
                 MOVE AT-ACTION(WS-ACT-IDX) TO WS-AL-ACTION
           END-EVALUATE
           MOVE AT-OBJECT(WS-ACT-IDX) TO WS-AL-OBJECT
           MOVE AT-KEY(WS-ACT-IDX) TO WS-AL-KEY
           MOVE AT-RAISED-BY(WS-ACT-IDX) TO WS-AL-RAISED-BY
           MOVE AT-FLAGS(WS-ACT-IDX) TO WS-AL-FLAGS
           WRITE PRIVRPT-RECORD FROM WS-ACTION-LINE.

       WRITE-ACTION-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-EXCEPTIONS: every segregation-of-duties exception, in
      * the order found
      *================================================================
       WRITE-EXCEPTIONS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           MOVE "SEGREGATION-OF-DUTIES EXCEPTIONS" TO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           IF WS-EXCEPTION-COUNT = 0
              MOVE "  NONE" TO WS-HL-TEXT
              WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
              GO TO WRITE-EXCEPTIONS-EXIT
           END-IF

           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXCEPTION-COUNT
              MOVE SPACES TO WS-EXCEPTION-LINE
              MOVE EX-RULE(WS-EXC-IDX) TO WS-EL-RULE
              MOVE EX-USERID(WS-EXC-IDX) TO WS-EL-USERID
              IF EX-ACTED-AT(WS-EXC-IDX) NOT = SPACES
                 MOVE EX-ACTED-AT(WS-EXC-IDX)(1:8) TO WS-EL-DATE
                 STRING EX-ACTED-AT(WS-EXC-IDX)(9:2) ":"
                    EX-ACTED-AT(WS-EXC-IDX)(11:2) ":"
                    EX-ACTED-AT(WS-EXC-IDX)(13:2)
                    DELIMITED BY SIZE INTO WS-EL-TIME
              END-IF
              MOVE EX-TEXT(WS-EXC-IDX) TO WS-EL-TEXT
              WRITE PRIVRPT-RECORD FROM WS-EXCEPTION-LINE
           END-PERFORM.

       WRITE-EXCEPTIONS-EXIT.
           EXIT.

      *================================================================
      * WRITE-USER-SUMMARY: per-user totals and the run's control
      * counts
      *================================================================
       WRITE-USER-SUMMARY SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           STRING "  USER      RAISED  APPROVD  REJECTD  DISPOSD"
              DELIMITED BY SIZE
              "  BENEFS  DETOKNS  JOURNAL  EXCEPTS" DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE US-USERID(WS-USER-IDX) TO WS-SL-USERID
              MOVE US-RAISED(WS-USER-IDX) TO WS-SL-RAISED
              MOVE US-APPROVED(WS-USER-IDX) TO WS-SL-APPROVED
              MOVE US-REJECTED(WS-USER-IDX) TO WS-SL-REJECTED
              MOVE US-DISPOSED(WS-USER-IDX) TO WS-SL-DISPOSED
              MOVE US-BENEF-SETUP(WS-USER-IDX) TO WS-SL-BENEF-SETUP
              MOVE US-DETOK-DISTINCT(WS-USER-IDX)
                 TO WS-SL-DETOK-DISTINCT
              MOVE US-JOURNAL-CHANGES(WS-USER-IDX)
                 TO WS-SL-JOURNAL-CHANGES
              MOVE US-EXCEPTIONS(WS-USER-IDX) TO WS-SL-EXCEPTIONS
              WRITE PRIVRPT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM

           MOVE SPACES TO WS-HEADING-LINE
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           MOVE "AUDIT TRAIL RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-AUDIT-READ TO WS-RPT-COUNT
           WRITE PRIVRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "PRIVILEGED-ACTION ENTRIES READ" TO WS-RPT-LABEL
           MOVE WS-PRIV-READ TO WS-RPT-COUNT
           WRITE PRIVRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "PRIVILEGED ACTIONS IN THE WINDOW" TO WS-RPT-LABEL
           MOVE WS-ACTION-COUNT TO WS-RPT-COUNT
           WRITE PRIVRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "ENTRIES UNREADABLE (NO TIME OR USER)" TO WS-RPT-LABEL
           MOVE WS-BAD-ENTRY-COUNT TO WS-RPT-COUNT
           WRITE PRIVRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "JOURNAL RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-JRNL-READ TO WS-RPT-COUNT
           WRITE PRIVRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "MASTER CHANGES JOURNALED IN THE WINDOW"
              TO WS-RPT-LABEL
           MOVE WS-JRNL-IN-WINDOW TO WS-RPT-COUNT
           WRITE PRIVRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "EXCEPTIONS" TO WS-RPT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT
           WRITE PRIVRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "NOT REVIEWED (TABLE FULL)" TO WS-RPT-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
           WRITE PRIVRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-USER-SUMMARY-EXIT.
           EXIT.

      *================================================================
      * WRITE-SIGN-OFF-BLOCK: the monthly attestation internal audit
      * signs and files with the close package
      *================================================================
       WRITE-SIGN-OFF-BLOCK SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           MOVE ALL "-" TO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "INTERNAL AUDIT MONTHLY SIGN-OFF - PERIOD "
              DELIMITED BY SIZE
              WS-WINDOW-MONTH DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           STRING "I HAVE REVIEWED THE PRIVILEGED ACTIONS AND THE "
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
              " EXCEPTION(S) ABOVE; EACH IS EXPLAINED OR REFERRED."
              DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           STRING "REVIEWED BY ______________________________  "
              DELIMITED BY SIZE
              "SIGNATURE ______________________________  "
              DELIMITED BY SIZE
              "DATE __________" DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE
           STRING "EXCEPTIONS REFERRED TO ________________________"
              DELIMITED BY SIZE
              "  REFERENCE ____________________" DELIMITED BY SIZE
              INTO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE

           MOVE ALL "-" TO WS-HL-TEXT
           WRITE PRIVRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-SIGN-OFF-BLOCK-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE AUDIT-LOG-FILE
           CLOSE JOURNAL-FILE
           CLOSE PRIVRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM PRIVRPT.
