      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven GlRestore - archived GLTXN detail restore for audit
      * requests for COBOL
      *

      *================================================================
      * The way back from GLARCHIV. An auditor asking for the
      * postings behind a closed period's balance gets them from
      * here: the run takes a fiscal year and period (JCL PARM
      * 'YYYY PP', optionally followed by an account code,
      * 'YYYY PP AAAAAAAA', to narrow the request), reads the GL
      * archive - the generation GLARCHIV wrote for that period, or
      * the whole GDG concatenated - and writes every archived
      * posting of that period (and account) to GLRSTOUT, record
      * for record in the GLTXN layout, so TRIALBAL or any other
      * GLTXN reader can be pointed at it.
      *
      * Restored detail is never put back on GLTXN itself - the
      * balance-forward records there already carry it, and the
      * period is closed. Instead the run proves the restore
      * against them: for each account, currency, entity and leg
      * role, the restored postings must net to the balance-forward
      * record on the current GLTXN and number what it says it
      * replaced. RSTRPT lists each line with both sides; a line
      * that does not agree, or a request that finds no archived
      * detail, is COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRESTOR.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "GLARCHV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "GLTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT RESTORE-FILE ASSIGN TO "GLRSTOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT RSTRPT-FILE ASSIGN TO "RSTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Archived detail, in the extended GLTXN layout PROVEN-GL-POST
      * writes (see ARCHIVE-RECORD in GLARCHIV.cob)
       FD  ARCHIVE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  ARCHIVE-RECORD.
           05 AR-TRANS-ID                PIC X(12).
           05 AR-CURRENCY                PIC X(3).
           05 AR-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 AR-SEQUENCE                PIC 9(8).
           05 AR-POSTING-DATE            PIC 9(8).
           05 AR-ACCOUNT-CODE            PIC X(8).
           05 AR-ENTITY                  PIC X(4).
           05 AR-VOUCHER-ID              PIC X(12).
           05 AR-LEG-ROLE                PIC X(1).

      * The current GLTXN, for its balance-forward records (see
      * TRANSACTION-RECORD in GLARCHIV.cob)
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
           05 TX-SEQUENCE                PIC 9(8).
           05 TX-POSTING-DATE            PIC 9(8).
           05 TX-ACCOUNT-CODE            PIC X(8).
           05 TX-ENTITY                  PIC X(4).
           05 TX-VOUCHER-ID              PIC X(12).
           05 TX-BALFWD-COUNTS REDEFINES TX-VOUCHER-ID.
              10 TX-BALFWD-POSTINGS      PIC 9(8).
              10 FILLER                  PIC X(4).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".

       FD  RESTORE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  RESTORE-RECORD               PIC X(72).

       FD  RSTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RSTRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-AR-FILE-STATUS            PIC X(2).
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-RS-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-AR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-AR-EOF              VALUE 1.
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TX-EOF              VALUE 1.

      * Control counts
       01 WS-ARCHIVE-READ              PIC 9(8) VALUE 0.
       01 WS-RESTORED-COUNT            PIC 9(8) VALUE 0.
       01 WS-BALFWD-MATCHED            PIC 9(8) VALUE 0.
       01 WS-DISAGREE-COUNT            PIC 9(6) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(6) VALUE 0.

      * The request, from the JCL PARM
       01 WS-PARM                      PIC X(16).
       01 WS-TARGET-PERIOD-KEY         PIC 9(6).
       01 WS-TARGET-ACCOUNT            PIC X(8) VALUE SPACES.

      * Fiscal period of the archived posting in hand
       01 WS-FP-YEAR                   PIC 9(4).
       01 WS-FP-MONTH                  PIC 9(2).
       01 WS-FP-DAY                    PIC 9(2).
       01 WS-FISCAL-YEAR               PIC 9(4).
       01 WS-FISCAL-PERIOD             PIC 9(2).
       01 WS-FP-RESULT                 PIC 9.
       01 WS-FP-CACHED-DATE            PIC 9(8) VALUE 0.
       01 WS-FP-CACHED-KEY             PIC 9(6) VALUE 0.
       01 WS-PERIOD-KEY                PIC 9(6).

      * Restored detail against balance forward, per account,
      * currency, entity and leg role
       01 WS-COMPARE-TABLE.
          05 WS-COMPARE-ENTRY OCCURS 5000 TIMES.
             10 CM-ACCOUNT-CODE        PIC X(8).
             10 CM-CURRENCY            PIC X(3).
             10 CM-ENTITY              PIC X(4).
             10 CM-LEG-ROLE            PIC X(1).
             10 CM-RESTORED-MINOR      PIC S9(17) COMP-3.
             10 CM-RESTORED-COUNT      PIC 9(8).
             10 CM-BALFWD-MINOR        PIC S9(17) COMP-3.
             10 CM-BALFWD-COUNT        PIC 9(8).
       01 WS-COMPARE-COUNT             PIC 9(4) VALUE 0.
       01 WS-COMPARE-MAX               PIC 9(4) VALUE 5000.
       01 WS-CM-IDX                    PIC 9(4) VALUE 0.
       01 WS-CM-FOUND                  PIC 9(4) VALUE 0.
       01 WS-CM-ACCOUNT                PIC X(8).
       01 WS-CM-CURRENCY               PIC X(3).
       01 WS-CM-ENTITY                 PIC X(4).
       01 WS-CM-LEG-ROLE               PIC X(1).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-COMPARE-LINE.
          05 FILLER                    PIC X(1).
          05 WS-CL-ACCOUNT             PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-CL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-CL-ENTITY              PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-CL-LEG-ROLE            PIC X(1).
          05 FILLER                    PIC X(1).
          05 WS-CL-RESTORED            PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-CL-RESTORED-COUNT      PIC ZZZZZZZ9.
          05 FILLER                    PIC X(1).
          05 WS-CL-BALFWD              PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-CL-BALFWD-COUNT        PIC ZZZZZZZ9.
          05 FILLER                    PIC X(1).
          05 WS-CL-NOTE                PIC X(30).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-PARSE                  PIC S9(4) COMP VALUE -6.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-RESTORE-PARM
           PERFORM OPEN-FILES

           PERFORM UNTIL WS-AT-AR-EOF
              READ ARCHIVE-FILE
                 AT END
                    MOVE 1 TO WS-AR-EOF
                 NOT AT END
                    PERFORM RESTORE-ONE-POSTING
              END-READ
           END-PERFORM

           PERFORM UNTIL WS-AT-TX-EOF
              READ TRANSACTION-FILE
                 AT END
                    MOVE 1 TO WS-TX-EOF
                 NOT AT END
                    PERFORM MATCH-ONE-BALANCE-FORWARD
              END-READ
           END-PERFORM

           PERFORM WRITE-COMPARISON
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "GLRESTOR: " WS-RESTORED-COUNT " posting(s) "
              "restored for " WS-TARGET-PERIOD-KEY(1:4) "/"
              WS-TARGET-PERIOD-KEY(5:2) ", " WS-DISAGREE-COUNT
              " line(s) disagreeing with the balance forward"

           EVALUATE TRUE
              WHEN WS-OVERFLOW-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-DISAGREE-COUNT > 0 OR WS-RESTORED-COUNT = 0
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
      * READ-RESTORE-PARM: 'YYYY PP' with an optional account code
      *================================================================
       READ-RESTORE-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           IF WS-PARM(1:4) IS NOT NUMERIC
              OR WS-PARM(6:2) IS NOT NUMERIC
              DISPLAY "GLRESTOR: PARM must be 'YYYY PP [ACCOUNT]'"
              CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-PARM(1:4) TO WS-TARGET-PERIOD-KEY(1:4)
           MOVE WS-PARM(6:2) TO WS-TARGET-PERIOD-KEY(5:2)
           MOVE WS-PARM(9:8) TO WS-TARGET-ACCOUNT.

       READ-RESTORE-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
              DISPLAY "GLRESTOR: cannot open GLARCHV, status="
                 WS-AR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "GLRESTOR: cannot open GLTXN, status="
                 WS-TX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RESTORE-FILE
           IF WS-RS-FILE-STATUS NOT = "00"
              DISPLAY "GLRESTOR: cannot open GLRSTOUT, status="
                 WS-RS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RSTRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "GLRESTOR: cannot open RSTRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * RESTORE-ONE-POSTING: an archived posting of the requested
      * period (and account) goes to GLRSTOUT
      *================================================================
       RESTORE-ONE-POSTING SECTION.
           ADD 1 TO WS-ARCHIVE-READ

           IF WS-TARGET-ACCOUNT NOT = SPACES
              AND AR-ACCOUNT-CODE NOT = WS-TARGET-ACCOUNT
              GO TO RESTORE-ONE-POSTING-EXIT
           END-IF

           IF AR-POSTING-DATE NOT = WS-FP-CACHED-DATE
              MOVE 0 TO WS-FP-CACHED-KEY
              IF AR-POSTING-DATE IS NUMERIC
                 MOVE AR-POSTING-DATE(1:4) TO WS-FP-YEAR
                 MOVE AR-POSTING-DATE(5:2) TO WS-FP-MONTH
                 MOVE AR-POSTING-DATE(7:2) TO WS-FP-DAY
                 CALL "GET-FISCAL-PERIOD" USING WS-FP-YEAR
                     WS-FP-MONTH WS-FP-DAY WS-FISCAL-YEAR
                     WS-FISCAL-PERIOD WS-FP-RESULT
                 IF WS-FP-RESULT = 1
                    COMPUTE WS-FP-CACHED-KEY =
                       WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD
                 END-IF
              END-IF
              MOVE AR-POSTING-DATE TO WS-FP-CACHED-DATE
           END-IF
           MOVE WS-FP-CACHED-KEY TO WS-PERIOD-KEY
           IF WS-PERIOD-KEY NOT = WS-TARGET-PERIOD-KEY
              GO TO RESTORE-ONE-POSTING-EXIT
           END-IF

           WRITE RESTORE-RECORD FROM ARCHIVE-RECORD
           ADD 1 TO WS-RESTORED-COUNT

           MOVE AR-ACCOUNT-CODE TO WS-CM-ACCOUNT
           MOVE AR-CURRENCY TO WS-CM-CURRENCY
           MOVE AR-ENTITY TO WS-CM-ENTITY
           MOVE AR-LEG-ROLE TO WS-CM-LEG-ROLE
           PERFORM FIND-COMPARE-ENTRY
           IF WS-CM-FOUND > 0
              ADD AR-AMOUNT-MINOR TO CM-RESTORED-MINOR(WS-CM-FOUND)
              ADD 1 TO CM-RESTORED-COUNT(WS-CM-FOUND)
           END-IF.

       RESTORE-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      * MATCH-ONE-BALANCE-FORWARD: a GLTXN balance-forward record
      * for the requested period (and account)
      *================================================================
       MATCH-ONE-BALANCE-FORWARD SECTION.
           IF NOT TX-IS-BALANCE-FORWARD
              GO TO MATCH-ONE-BALANCE-FORWARD-EXIT
           END-IF
           IF TX-BALFWD-PERIOD NOT = WS-TARGET-PERIOD-KEY
              GO TO MATCH-ONE-BALANCE-FORWARD-EXIT
           END-IF
           IF WS-TARGET-ACCOUNT NOT = SPACES
              AND TX-ACCOUNT-CODE NOT = WS-TARGET-ACCOUNT
              GO TO MATCH-ONE-BALANCE-FORWARD-EXIT
           END-IF

           ADD 1 TO WS-BALFWD-MATCHED
           MOVE TX-ACCOUNT-CODE TO WS-CM-ACCOUNT
           MOVE TX-CURRENCY TO WS-CM-CURRENCY
           MOVE TX-ENTITY TO WS-CM-ENTITY
           MOVE TX-LEG-ROLE TO WS-CM-LEG-ROLE
           PERFORM FIND-COMPARE-ENTRY
           IF WS-CM-FOUND > 0
              ADD TX-AMOUNT-MINOR TO CM-BALFWD-MINOR(WS-CM-FOUND)
              ADD TX-BALFWD-POSTINGS TO CM-BALFWD-COUNT(WS-CM-FOUND)
           END-IF.

       MATCH-ONE-BALANCE-FORWARD-EXIT.
           EXIT.

      *================================================================
      * FIND-COMPARE-ENTRY: the account/currency/entity/role line,
      * added when new
      * Output: WS-CM-FOUND (0 when the table is full)
      *================================================================
       FIND-COMPARE-ENTRY SECTION.
           MOVE 0 TO WS-CM-FOUND
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COMPARE-COUNT
                      OR WS-CM-FOUND > 0
              IF CM-ACCOUNT-CODE(WS-CM-IDX) = WS-CM-ACCOUNT
                 AND CM-CURRENCY(WS-CM-IDX) = WS-CM-CURRENCY
                 AND CM-ENTITY(WS-CM-IDX) = WS-CM-ENTITY
                 AND CM-LEG-ROLE(WS-CM-IDX) = WS-CM-LEG-ROLE
                 MOVE WS-CM-IDX TO WS-CM-FOUND
              END-IF
           END-PERFORM
           IF WS-CM-FOUND > 0
              GO TO FIND-COMPARE-ENTRY-EXIT
           END-IF

           IF WS-COMPARE-COUNT >= WS-COMPARE-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO FIND-COMPARE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-COMPARE-COUNT
           MOVE WS-COMPARE-COUNT TO WS-CM-FOUND
           MOVE WS-CM-ACCOUNT TO CM-ACCOUNT-CODE(WS-CM-FOUND)
           MOVE WS-CM-CURRENCY TO CM-CURRENCY(WS-CM-FOUND)
           MOVE WS-CM-ENTITY TO CM-ENTITY(WS-CM-FOUND)
           MOVE WS-CM-LEG-ROLE TO CM-LEG-ROLE(WS-CM-FOUND)
           MOVE 0 TO CM-RESTORED-MINOR(WS-CM-FOUND)
           MOVE 0 TO CM-RESTORED-COUNT(WS-CM-FOUND)
           MOVE 0 TO CM-BALFWD-MINOR(WS-CM-FOUND)
           MOVE 0 TO CM-BALFWD-COUNT(WS-CM-FOUND).

       FIND-COMPARE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * WRITE-COMPARISON: restored detail against balance forward,
      * line by line
      *================================================================
       WRITE-COMPARISON SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "GLRESTOR - ARCHIVED DETAIL RESTORED FOR FISCAL "
              "YEAR " WS-TARGET-PERIOD-KEY(1:4) " PERIOD "
              WS-TARGET-PERIOD-KEY(5:2) " " WS-TARGET-ACCOUNT
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE RSTRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING " ACCOUNT  CCY ENTY R          RESTORED    COUNT"
              "      BALANCE FWD    COUNT"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE RSTRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COMPARE-COUNT
              MOVE SPACES TO WS-COMPARE-LINE
              MOVE CM-ACCOUNT-CODE(WS-CM-IDX) TO WS-CL-ACCOUNT
              MOVE CM-CURRENCY(WS-CM-IDX) TO WS-CL-CURRENCY
              MOVE CM-ENTITY(WS-CM-IDX) TO WS-CL-ENTITY
              MOVE CM-LEG-ROLE(WS-CM-IDX) TO WS-CL-LEG-ROLE
              MOVE CM-RESTORED-MINOR(WS-CM-IDX) TO WS-CL-RESTORED
              MOVE CM-RESTORED-COUNT(WS-CM-IDX)
                 TO WS-CL-RESTORED-COUNT
              MOVE CM-BALFWD-MINOR(WS-CM-IDX) TO WS-CL-BALFWD
              MOVE CM-BALFWD-COUNT(WS-CM-IDX) TO WS-CL-BALFWD-COUNT
              EVALUATE TRUE
                 WHEN CM-BALFWD-COUNT(WS-CM-IDX) = 0
                    MOVE "NO BALANCE FORWARD ON GLTXN" TO WS-CL-NOTE
                    ADD 1 TO WS-DISAGREE-COUNT
                 WHEN CM-RESTORED-COUNT(WS-CM-IDX) = 0
                    MOVE "NO DETAIL ON THE ARCHIVE" TO WS-CL-NOTE
                    ADD 1 TO WS-DISAGREE-COUNT
                 WHEN CM-RESTORED-MINOR(WS-CM-IDX)
                      NOT = CM-BALFWD-MINOR(WS-CM-IDX)
                    OR CM-RESTORED-COUNT(WS-CM-IDX)
                      NOT = CM-BALFWD-COUNT(WS-CM-IDX)
                    MOVE "DOES NOT AGREE" TO WS-CL-NOTE
                    ADD 1 TO WS-DISAGREE-COUNT
                 WHEN OTHER
                    MOVE "AGREES" TO WS-CL-NOTE
              END-EVALUATE
              WRITE RSTRPT-RECORD FROM WS-COMPARE-LINE
           END-PERFORM.

       WRITE-COMPARISON-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE RSTRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ARCHIVED POSTINGS READ" TO WS-RPT-LABEL
           MOVE WS-ARCHIVE-READ TO WS-RPT-COUNT
           WRITE RSTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS RESTORED" TO WS-RPT-LABEL
           MOVE WS-RESTORED-COUNT TO WS-RPT-COUNT
           WRITE RSTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BALANCE FORWARDS ON GLTXN" TO WS-RPT-LABEL
           MOVE WS-BALFWD-MATCHED TO WS-RPT-COUNT
           WRITE RSTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LINES NOT AGREEING" TO WS-RPT-LABEL
           MOVE WS-DISAGREE-COUNT TO WS-RPT-COUNT
           WRITE RSTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "TABLE OVERFLOWS" TO WS-RPT-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
           WRITE RSTRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE ARCHIVE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE RESTORE-FILE
           CLOSE RSTRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM GLRESTOR.
