      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven ImpactReport - downstream impact of a failed or
      * overrunning batch job for COBOL
      *

      *================================================================
      * When a window job abends or runs long, the duty operator has
      * to answer three questions fast: what is stuck behind it,
      * when will each of those jobs now start, and which SLA
      * deadlines are gone. Run on demand with
      *
      *   PARM='jobname [YYYYMMDD]'
      *
      * this walks the JOBDEPS dependency register (every job's
      * BATCHGTE PREREQS, consolidated by JOBDPLD) downstream from
      * the named job and projects every job against the clock. A
      * job's expected duration is the mean elapsed of its completed
      * runs in the trailing quarter of RUNCTL history - the sample
      * SLARPT trends - falling back to its SLABUDG budget when it
      * has no history. Today's RUNCTL records place what has
      * already run and what is running; a waiting job starts when
      * its last predecessor is projected to end. Two scenarios are
      * projected side by side: the failed job RERUN NOW (from the
      * clock, for its expected duration) and the failed job
      * SKIPPED (its successors released now), and each downstream
      * job's projected end is judged against its JOBDEPS deadline:
      * missed either way, met only if the failed step is skipped,
      * or met if it is rerun now. The same projection drives the
      * RUNSTAT screen's impact mode. COND 4 when any deadline will
      * be missed on a rerun; COND 8 when the job is not in the
      * register or the register overflows the table.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPACTRP.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBDEPS-FILE ASSIGN TO "JOBDEPS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS JD-JOB-NAME
              FILE STATUS IS WS-JD-FILE-STATUS.

           SELECT SLABUDG-FILE ASSIGN TO "SLABUDG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SB-JOB-NAME
              FILE STATUS IS WS-SB-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-KEY
              FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT IMPRPT-FILE ASSIGN TO "IMPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Dependency register record (see JOBDEPS-RECORD in
      * JOBDPLD.cob)
       FD  JOBDEPS-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  JOBDEPS-RECORD.
           05 JD-JOB-NAME               PIC X(8).
           05 JD-DEADLINE-DAY           PIC 9(1).
           05 JD-DEADLINE-HHMM          PIC 9(4).
           05 JD-PREREQ-COUNT           PIC 9(2).
           05 JD-PREREQ-JOB             PIC X(8) OCCURS 20 TIMES.
           05 FILLER                    PIC X(25).

      * SLA budget record (see SLABUDG-RECORD in SLABDLD.cob)
       FD  SLABUDG-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  SLABUDG-RECORD.
           05 SB-JOB-NAME               PIC X(8).
           05 SB-BUDGET-MINUTES         PIC 9(4).

      * Run-control record (see RUN-CONTROL-RECORD in BATCHGTE.cob)
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05 RC-KEY.
              10 RC-JOB-NAME            PIC X(8).
              10 RC-BUSINESS-DATE       PIC 9(8).
           05 RC-START-TIMESTAMP        PIC 9(14).
           05 RC-END-TIMESTAMP          PIC 9(14).
           05 RC-RUN-STATUS             PIC X(1).
              88 RC-HAS-STARTED         VALUE "S".
              88 RC-HAS-ENDED           VALUE "E".

       FD  IMPRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  IMPRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-JD-FILE-STATUS            PIC X(2).
       01 WS-SB-FILE-STATUS            PIC X(2).
       01 WS-RC-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-JD-EOF                    PIC 9 VALUE 0.
          88 WS-AT-JD-EOF              VALUE 1.
       01 WS-RC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RC-EOF              VALUE 1.

      * The request parsed off the JCL PARM
       01 WS-PARM                      PIC X(30).
       01 WS-FAILED-JOB                PIC X(8).
       01 WS-DATE-OVERRIDE             PIC X(8).
       01 WS-BUSINESS-DATE             PIC 9(8).
       01 WS-HISTORY-FROM-DATE         PIC 9(8).
       01 WS-NOW-TIMESTAMP             PIC 9(14).

      * BUSDATE-GET call fields (see PROVEN-BUSDATE.cob)
       01 WS-BD-BUSINESS-DATE          PIC 9(8).
       01 WS-BD-STATUS                 PIC S9(4) COMP.
       01 WS-BD-MSG                    PIC X(50).

      * The register as loaded, with each job's expected duration,
      * today's run state and its two projections (scenario 1 the
      * failed job rerun now, scenario 2 the failed job skipped)
       01 WS-JOB-COUNT                 PIC 9(3) VALUE 0.
       01 WS-IMPACT-TABLE.
          05 IM-ENTRY OCCURS 50 TIMES.
             10 IM-JOB-NAME            PIC X(8).
             10 IM-DEADLINE-DAY        PIC 9(1).
             10 IM-DEADLINE-HHMM       PIC 9(4).
             10 IM-DEADLINE-MINUTES    PIC S9(11) COMP-3.
             10 IM-PREREQ-COUNT        PIC 9(2).
             10 IM-PREREQ OCCURS 20 TIMES.
                15 IM-PREREQ-NAME      PIC X(8).
                15 IM-PREREQ-IDX       PIC 9(3).
             10 IM-BUDGET-MINUTES      PIC 9(4).
             10 IM-HISTORY-RUNS        PIC 9(3).
             10 IM-DURATION            PIC 9(5).
             10 IM-BASIS               PIC X(4).
             10 IM-STATE               PIC X(1).
                88 IM-IS-WAITING       VALUE "W".
                88 IM-IS-RUNNING       VALUE "R".
                88 IM-IS-COMPLETE      VALUE "C".
             10 IM-ACTUAL-START        PIC S9(11) COMP-3.
             10 IM-ACTUAL-END          PIC S9(11) COMP-3.
             10 IM-LEVEL               PIC 9(2).
                88 IM-NOT-DOWNSTREAM   VALUE 99.
             10 IM-SCENARIO OCCURS 2 TIMES.
                15 IM-PROJ-START       PIC S9(11) COMP-3.
                15 IM-PROJ-END         PIC S9(11) COMP-3.
       01 WS-JOB-IDX                   PIC 9(3).
       01 WS-PRQ-IDX                   PIC 9(2).
       01 WS-OTHER-IDX                 PIC 9(3).
       01 WS-FAILED-IDX                PIC 9(3) VALUE 0.
       01 WS-SCN-IDX                   PIC 9(1).
       01 WS-PASS-COUNT                PIC 9(3).
       01 WS-CHANGED                   PIC 9.
       01 WS-MAX-LEVEL                 PIC 9(2).
       01 WS-LEVEL-IDX                 PIC 9(2).
       01 WS-OVERFLOW-COUNT            PIC 9(4) VALUE 0.

      * Projection scratch
       01 WS-NOW-MINUTES               PIC S9(11) COMP-3.
       01 WS-BASE-MINUTES              PIC S9(11) COMP-3.
       01 WS-START-MINUTES             PIC S9(11) COMP-3.
       01 WS-END-MINUTES               PIC S9(11) COMP-3.
       01 WS-NEW-START                 PIC S9(11) COMP-3.
       01 WS-NEW-END                   PIC S9(11) COMP-3.
       01 WS-ELAPSED-MINUTES           PIC S9(6) COMP-3.
       01 WS-HISTORY-TOTAL             PIC S9(9) COMP-3.

      * Julian-minute reduction fields (same reduction SLARPT uses)
       01 WS-TS-WORK                   PIC 9(14).
       01 WS-JD-YEAR                   PIC 9(4).
       01 WS-JD-MONTH                  PIC 9(2).
       01 WS-JD-DAY                    PIC 9(2).
       01 WS-JD-HOUR                   PIC 9(2).
       01 WS-JD-MINUTE                 PIC 9(2).
       01 WS-JULIAN-DAY                PIC 9(7).
       01 WS-JULIAN-A                  PIC S9(8) COMP-3.
       01 WS-JULIAN-Y                  PIC S9(8) COMP-3.
       01 WS-JULIAN-M                  PIC S9(8) COMP-3.
       01 WS-TOTAL-MINUTES             PIC S9(11) COMP-3.

      * Clock rendering - minutes from business-date midnight shown
      * as HH:MM with a +n day mark once past midnight
       01 WS-CLOCK-MINUTES             PIC S9(11) COMP-3.
       01 WS-CLOCK-RELATIVE            PIC S9(9) COMP-3.
       01 WS-CLOCK-DAYS                PIC S9(5) COMP-3.
       01 WS-CLOCK-REMAINDER           PIC S9(5) COMP-3.
       01 WS-CLOCK-DAY-DIGIT           PIC 9(1).
       01 WS-CLOCK-TEXT.
          05 WS-CK-HH                  PIC 9(2).
          05 FILLER                    PIC X(1) VALUE ":".
          05 WS-CK-MM                  PIC 9(2).
          05 WS-CK-DAY-MARK            PIC X(3).

      * Verdict tallies
       01 WS-DOWNSTREAM-COUNT          PIC 9(3) VALUE 0.
       01 WS-DEADLINE-COUNT            PIC 9(3) VALUE 0.
       01 WS-MISSED-COUNT              PIC 9(3) VALUE 0.
       01 WS-SKIP-ONLY-COUNT           PIC 9(3) VALUE 0.
       01 WS-RERUN-MET-COUNT           PIC 9(3) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(100).
          05 FILLER                    PIC X(32).

       01 WS-DETAIL-LINE.
          05 WS-DL-LEVEL               PIC Z9.
          05 FILLER                    PIC X(2).
          05 WS-DL-JOB-NAME            PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-STATE               PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-DURATION            PIC ZZZZ9.
          05 FILLER                    PIC X(1).
          05 WS-DL-BASIS               PIC X(4).
          05 FILLER                    PIC X(2).
          05 WS-DL-RERUN-START         PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-RERUN-END           PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-SKIP-START          PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-SKIP-END            PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-DEADLINE            PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-VERDICT             PIC X(32).
          05 FILLER                    PIC X(14).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL               PIC X(40).
          05 WS-TL-COUNT               PIC ZZ9.
          05 FILLER                    PIC X(89).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-INVAL                  PIC S9(4) COMP VALUE -2.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: load the register and each job's history and
      * state, mark the downstream set, project both scenarios and
      * report
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM PARSE-REQUEST-PARM
           PERFORM OPEN-FILES

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           MOVE WS-NOW-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-TOTAL-MINUTES TO WS-NOW-MINUTES
           STRING WS-BUSINESS-DATE "000000" DELIMITED BY SIZE
              INTO WS-TS-WORK
           END-STRING
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-TOTAL-MINUTES TO WS-BASE-MINUTES
           COMPUTE WS-HISTORY-FROM-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 92)

           PERFORM LOAD-REGISTER
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
              PERFORM LOAD-JOB-TIMINGS
           END-PERFORM

           IF WS-FAILED-IDX = 0
              DISPLAY "IMPACTRP: " WS-FAILED-JOB
                 " is not in the JOBDEPS register"
              MOVE SPACES TO WS-HEADING-LINE
              STRING "IMPACTRP - " WS-FAILED-JOB
                 " IS NOT IN THE JOBDEPS REGISTER - RUN JOBDPLD"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
              END-STRING
              WRITE IMPRPT-RECORD FROM WS-HEADING-LINE
              PERFORM CLOSE-FILES
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM MARK-DOWNSTREAM
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
              UNTIL WS-SCN-IDX > 2
              PERFORM PROJECT-SCENARIO
           END-PERFORM

           PERFORM WRITE-IMPACT-REPORT
           PERFORM CLOSE-FILES

           DISPLAY "IMPACTRP: " WS-FAILED-JOB " - "
              WS-DOWNSTREAM-COUNT " downstream job(s), "
              WS-MISSED-COUNT " deadline(s) missed either way, "
              WS-SKIP-ONLY-COUNT " met only if skipped"

           EVALUATE TRUE
              WHEN WS-OVERFLOW-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-MISSED-COUNT > 0 OR WS-SKIP-ONLY-COUNT > 0
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
      * PARSE-REQUEST-PARM: 'jobname' with an optional trailing
      * YYYYMMDD business date, defaulted the way BATCHGTE does
      *================================================================
       PARSE-REQUEST-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           MOVE SPACES TO WS-FAILED-JOB
           MOVE SPACES TO WS-DATE-OVERRIDE
           UNSTRING WS-PARM DELIMITED BY ALL " "
              INTO WS-FAILED-JOB WS-DATE-OVERRIDE
           END-UNSTRING

           IF WS-FAILED-JOB = SPACES
              DISPLAY "IMPACTRP: PARM must be 'jobname [YYYYMMDD]'"
              CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-DATE-OVERRIDE(1:8) IS NUMERIC
              MOVE WS-DATE-OVERRIDE TO WS-BUSINESS-DATE
           ELSE
              CALL "BUSDATE-GET" USING WS-BD-BUSINESS-DATE
                 WS-BD-STATUS WS-BD-MSG
              IF WS-BD-STATUS = 0
                 MOVE WS-BD-BUSINESS-DATE TO WS-BUSINESS-DATE
              ELSE
                 DISPLAY "IMPACTRP: no business-date control - "
                    "using the system clock"
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO WS-BUSINESS-DATE
              END-IF
           END-IF.

       PARSE-REQUEST-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened - a missing SLABUDG only costs the budget fallback
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT JOBDEPS-FILE
           IF WS-JD-FILE-STATUS NOT = "00"
              DISPLAY "IMPACTRP: cannot open JOBDEPS, status="
                 WS-JD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS NOT = "00"
              DISPLAY "IMPACTRP: cannot open RUNCTL, status="
                 WS-RC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SLABUDG-FILE
           IF WS-SB-FILE-STATUS NOT = "00"
              DISPLAY "IMPACTRP: no SLABUDG, status="
                 WS-SB-FILE-STATUS " - history only"
           END-IF

           OPEN OUTPUT IMPRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "IMPACTRP: cannot open IMPRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-REGISTER: the JOBDEPS records into the impact table,
      * then each predecessor name resolved to its table entry
      *================================================================
       LOAD-REGISTER SECTION.
           PERFORM UNTIL WS-AT-JD-EOF
              READ JOBDEPS-FILE
                 AT END
                    MOVE 1 TO WS-JD-EOF
                 NOT AT END
                    IF WS-JOB-COUNT < 50
                       ADD 1 TO WS-JOB-COUNT
                       PERFORM LOAD-ONE-JOB
                    ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                       DISPLAY "IMPACTRP: more than 50 jobs - "
                          JD-JOB-NAME " not projected"
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
              IF IM-JOB-NAME(WS-JOB-IDX) = WS-FAILED-JOB
                 MOVE WS-JOB-IDX TO WS-FAILED-IDX
              END-IF
              PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                 UNTIL WS-PRQ-IDX > IM-PREREQ-COUNT(WS-JOB-IDX)
                 MOVE 0 TO IM-PREREQ-IDX(WS-JOB-IDX, WS-PRQ-IDX)
                 PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-JOB-COUNT
                    IF IM-JOB-NAME(WS-OTHER-IDX) =
                       IM-PREREQ-NAME(WS-JOB-IDX, WS-PRQ-IDX)
                       MOVE WS-OTHER-IDX
                          TO IM-PREREQ-IDX(WS-JOB-IDX, WS-PRQ-IDX)
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM.

       LOAD-REGISTER-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-JOB: one JOBDEPS record into table entry
      * WS-JOB-COUNT, its deadline reduced to minutes (a deadline of
      * day 0 at 0000 means the job has none)
      *================================================================
       LOAD-ONE-JOB SECTION.
           MOVE JD-JOB-NAME TO IM-JOB-NAME(WS-JOB-COUNT)
           MOVE JD-DEADLINE-DAY TO IM-DEADLINE-DAY(WS-JOB-COUNT)
           MOVE JD-DEADLINE-HHMM TO IM-DEADLINE-HHMM(WS-JOB-COUNT)
           IF JD-DEADLINE-DAY = 0 AND JD-DEADLINE-HHMM = 0
              MOVE 0 TO IM-DEADLINE-MINUTES(WS-JOB-COUNT)
           ELSE
              COMPUTE IM-DEADLINE-MINUTES(WS-JOB-COUNT) =
                 WS-BASE-MINUTES + JD-DEADLINE-DAY * 1440
                 + (JD-DEADLINE-HHMM / 100) * 60
                 + FUNCTION MOD(JD-DEADLINE-HHMM, 100)
           END-IF
           MOVE JD-PREREQ-COUNT TO IM-PREREQ-COUNT(WS-JOB-COUNT)
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > JD-PREREQ-COUNT
              MOVE JD-PREREQ-JOB(WS-PRQ-IDX)
                 TO IM-PREREQ-NAME(WS-JOB-COUNT, WS-PRQ-IDX)
           END-PERFORM
           MOVE 99 TO IM-LEVEL(WS-JOB-COUNT).

       LOAD-ONE-JOB-EXIT.
           EXIT.

      *================================================================
      * LOAD-JOB-TIMINGS: the job's budget, its mean elapsed over
      * the trailing quarter's completed runs (the expected duration
      * when there is any history, the budget when not) and today's
      * RUNCTL state
      *================================================================
       LOAD-JOB-TIMINGS SECTION.
           MOVE 0 TO IM-BUDGET-MINUTES(WS-JOB-IDX)
           MOVE IM-JOB-NAME(WS-JOB-IDX) TO SB-JOB-NAME
           READ SLABUDG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SB-BUDGET-MINUTES
                    TO IM-BUDGET-MINUTES(WS-JOB-IDX)
           END-READ

           MOVE 0 TO IM-HISTORY-RUNS(WS-JOB-IDX)
           MOVE 0 TO WS-HISTORY-TOTAL
           MOVE 0 TO WS-RC-EOF
           MOVE IM-JOB-NAME(WS-JOB-IDX) TO RC-JOB-NAME
           MOVE WS-HISTORY-FROM-DATE TO RC-BUSINESS-DATE
           START RUN-CONTROL-FILE KEY NOT LESS THAN RC-KEY
              INVALID KEY
                 MOVE 1 TO WS-RC-EOF
           END-START

           PERFORM UNTIL WS-AT-RC-EOF
              READ RUN-CONTROL-FILE NEXT
                 AT END
                    MOVE 1 TO WS-RC-EOF
                 NOT AT END
                    IF RC-JOB-NAME NOT = IM-JOB-NAME(WS-JOB-IDX)
                       OR RC-BUSINESS-DATE >= WS-BUSINESS-DATE
                       MOVE 1 TO WS-RC-EOF
                    ELSE
                       PERFORM ADD-HISTORY-RUN
                    END-IF
              END-READ
           END-PERFORM

           IF IM-HISTORY-RUNS(WS-JOB-IDX) > 0
              COMPUTE IM-DURATION(WS-JOB-IDX) ROUNDED =
                 WS-HISTORY-TOTAL / IM-HISTORY-RUNS(WS-JOB-IDX)
              MOVE "HIST" TO IM-BASIS(WS-JOB-IDX)
           ELSE
              IF IM-BUDGET-MINUTES(WS-JOB-IDX) > 0
                 MOVE IM-BUDGET-MINUTES(WS-JOB-IDX)
                    TO IM-DURATION(WS-JOB-IDX)
                 MOVE "BUDG" TO IM-BASIS(WS-JOB-IDX)
              ELSE
                 MOVE 0 TO IM-DURATION(WS-JOB-IDX)
                 MOVE "NONE" TO IM-BASIS(WS-JOB-IDX)
              END-IF
           END-IF

           MOVE "W" TO IM-STATE(WS-JOB-IDX)
           MOVE 0 TO IM-ACTUAL-START(WS-JOB-IDX)
           MOVE 0 TO IM-ACTUAL-END(WS-JOB-IDX)
           MOVE IM-JOB-NAME(WS-JOB-IDX) TO RC-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           READ RUN-CONTROL-FILE
              INVALID KEY
                 GO TO LOAD-JOB-TIMINGS-EXIT
           END-READ

           MOVE RC-START-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-TOTAL-MINUTES TO IM-ACTUAL-START(WS-JOB-IDX)
           IF RC-HAS-ENDED
              MOVE "C" TO IM-STATE(WS-JOB-IDX)
              MOVE RC-END-TIMESTAMP TO WS-TS-WORK
              PERFORM TIMESTAMP-TO-MINUTES
              MOVE WS-TOTAL-MINUTES TO IM-ACTUAL-END(WS-JOB-IDX)
           ELSE
              MOVE "R" TO IM-STATE(WS-JOB-IDX)
           END-IF.

       LOAD-JOB-TIMINGS-EXIT.
           EXIT.

      *================================================================
      * ADD-HISTORY-RUN: a completed run's elapsed minutes join the
      * job's trailing-quarter mean
      *================================================================
       ADD-HISTORY-RUN SECTION.
           IF NOT RC-HAS-ENDED
              GO TO ADD-HISTORY-RUN-EXIT
           END-IF

           MOVE RC-START-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-TOTAL-MINUTES TO WS-START-MINUTES
           MOVE RC-END-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-TOTAL-MINUTES TO WS-END-MINUTES

           COMPUTE WS-ELAPSED-MINUTES =
              WS-END-MINUTES - WS-START-MINUTES
           IF WS-ELAPSED-MINUTES < 0
              GO TO ADD-HISTORY-RUN-EXIT
           END-IF

           IF IM-HISTORY-RUNS(WS-JOB-IDX) < 999
              ADD 1 TO IM-HISTORY-RUNS(WS-JOB-IDX)
              ADD WS-ELAPSED-MINUTES TO WS-HISTORY-TOTAL
           END-IF.

       ADD-HISTORY-RUN-EXIT.
           EXIT.

      *================================================================
      * MARK-DOWNSTREAM: the failed job is level 0; a job with any
      * predecessor at level n is at most level n + 1. Repeated
      * until nothing moves (a dependency loop stops at 50 passes).
      *================================================================
       MARK-DOWNSTREAM SECTION.
           MOVE 0 TO IM-LEVEL(WS-FAILED-IDX)
           MOVE 0 TO WS-MAX-LEVEL
           MOVE 1 TO WS-CHANGED
           MOVE 0 TO WS-PASS-COUNT

           PERFORM UNTIL WS-CHANGED = 0 OR WS-PASS-COUNT > 50
              MOVE 0 TO WS-CHANGED
              ADD 1 TO WS-PASS-COUNT
              PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
                 PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                    UNTIL WS-PRQ-IDX > IM-PREREQ-COUNT(WS-JOB-IDX)
                    MOVE IM-PREREQ-IDX(WS-JOB-IDX, WS-PRQ-IDX)
                       TO WS-OTHER-IDX
                    IF WS-OTHER-IDX > 0
                       AND WS-JOB-IDX NOT = WS-FAILED-IDX
                       AND NOT IM-NOT-DOWNSTREAM(WS-OTHER-IDX)
                       AND IM-LEVEL(WS-OTHER-IDX) + 1
                           < IM-LEVEL(WS-JOB-IDX)
                       COMPUTE IM-LEVEL(WS-JOB-IDX) =
                          IM-LEVEL(WS-OTHER-IDX) + 1
                       MOVE 1 TO WS-CHANGED
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
              IF NOT IM-NOT-DOWNSTREAM(WS-JOB-IDX)
                 AND IM-LEVEL(WS-JOB-IDX) > WS-MAX-LEVEL
                 MOVE IM-LEVEL(WS-JOB-IDX) TO WS-MAX-LEVEL
              END-IF
           END-PERFORM.

       MARK-DOWNSTREAM-EXIT.
           EXIT.

      *================================================================
      * PROJECT-SCENARIO: start and end for every job under scenario
      * WS-SCN-IDX, relaxed pass by pass until nothing moves. What
      * has run keeps its actual times; what is running ends no
      * sooner than now; a waiting job starts at the later of now
      * and its predecessors' ends. The failed job restarts now for
      * its expected duration (scenario 1) or is released now with
      * no duration at all (scenario 2) - unless it has in fact
      * completed, when both scenarios keep its actual end.
      *================================================================
       PROJECT-SCENARIO SECTION.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
              MOVE 0 TO IM-PROJ-START(WS-JOB-IDX, WS-SCN-IDX)
              MOVE 0 TO IM-PROJ-END(WS-JOB-IDX, WS-SCN-IDX)
           END-PERFORM
           MOVE 1 TO WS-CHANGED
           MOVE 0 TO WS-PASS-COUNT

           PERFORM UNTIL WS-CHANGED = 0 OR WS-PASS-COUNT > 50
              MOVE 0 TO WS-CHANGED
              ADD 1 TO WS-PASS-COUNT
              PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
                 PERFORM PROJECT-ONE-JOB
              END-PERFORM
           END-PERFORM.

       PROJECT-SCENARIO-EXIT.
           EXIT.

      *================================================================
      * PROJECT-ONE-JOB: one job's projection for the scenario
      *================================================================
       PROJECT-ONE-JOB SECTION.
           EVALUATE TRUE
              WHEN IM-IS-COMPLETE(WS-JOB-IDX)
                 MOVE IM-ACTUAL-START(WS-JOB-IDX) TO WS-NEW-START
                 MOVE IM-ACTUAL-END(WS-JOB-IDX) TO WS-NEW-END
              WHEN WS-JOB-IDX = WS-FAILED-IDX
                 MOVE WS-NOW-MINUTES TO WS-NEW-START
                 IF WS-SCN-IDX = 1
                    COMPUTE WS-NEW-END =
                       WS-NOW-MINUTES + IM-DURATION(WS-JOB-IDX)
                 ELSE
                    MOVE WS-NOW-MINUTES TO WS-NEW-END
                 END-IF
              WHEN IM-IS-RUNNING(WS-JOB-IDX)
                 MOVE IM-ACTUAL-START(WS-JOB-IDX) TO WS-NEW-START
                 COMPUTE WS-NEW-END =
                    WS-NEW-START + IM-DURATION(WS-JOB-IDX)
                 IF WS-NEW-END < WS-NOW-MINUTES
                    MOVE WS-NOW-MINUTES TO WS-NEW-END
                 END-IF
              WHEN OTHER
                 MOVE WS-NOW-MINUTES TO WS-NEW-START
                 PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                    UNTIL WS-PRQ-IDX > IM-PREREQ-COUNT(WS-JOB-IDX)
                    MOVE IM-PREREQ-IDX(WS-JOB-IDX, WS-PRQ-IDX)
                       TO WS-OTHER-IDX
                    IF WS-OTHER-IDX > 0
                       IF IM-PROJ-END(WS-OTHER-IDX, WS-SCN-IDX)
                          > WS-NEW-START
                          MOVE IM-PROJ-END(WS-OTHER-IDX, WS-SCN-IDX)
                             TO WS-NEW-START
                       END-IF
                    END-IF
                 END-PERFORM
                 COMPUTE WS-NEW-END =
                    WS-NEW-START + IM-DURATION(WS-JOB-IDX)
           END-EVALUATE

           IF WS-NEW-START NOT = IM-PROJ-START(WS-JOB-IDX, WS-SCN-IDX)
              OR WS-NEW-END NOT = IM-PROJ-END(WS-JOB-IDX, WS-SCN-IDX)
              MOVE WS-NEW-START TO IM-PROJ-START(WS-JOB-IDX, WS-SCN-IDX)
              MOVE WS-NEW-END TO IM-PROJ-END(WS-JOB-IDX, WS-SCN-IDX)
              MOVE 1 TO WS-CHANGED
           END-IF.

       PROJECT-ONE-JOB-EXIT.
           EXIT.

      *================================================================
      * WRITE-IMPACT-REPORT: headings, the failed job, then its
      * downstream jobs level by level, then the verdict tallies
      *================================================================
       WRITE-IMPACT-REPORT SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "IMPACTRP - DOWNSTREAM IMPACT OF " WS-FAILED-JOB
              " FOR BUSINESS DATE " WS-BUSINESS-DATE
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE IMPRPT-RECORD FROM WS-HEADING-LINE

           MOVE WS-NOW-MINUTES TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE SPACES TO WS-HEADING-LINE
           STRING "PROJECTED AS AT " WS-CLOCK-TEXT
              "- RERUN: FAILED JOB RESTARTED NOW,"
              " SKIP: SUCCESSORS RELEASED NOW"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE IMPRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           WRITE IMPRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING "LV  JOB       STATE       DUR BASIS RERUN-ST  "
              "RERUN-END SKIP-ST   SKIP-END  DEADLINE  VERDICT"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE IMPRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-LEVEL-IDX FROM 0 BY 1
              UNTIL WS-LEVEL-IDX > WS-MAX-LEVEL
              PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
                 IF IM-LEVEL(WS-JOB-IDX) = WS-LEVEL-IDX
                    PERFORM WRITE-ONE-IMPACT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-HEADING-LINE
           WRITE IMPRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "JOBS DOWNSTREAM" TO WS-TL-LABEL
           MOVE WS-DOWNSTREAM-COUNT TO WS-TL-COUNT
           WRITE IMPRPT-RECORD FROM WS-TOTAL-LINE
           MOVE "SLA DEADLINES AT STAKE" TO WS-TL-LABEL
           MOVE WS-DEADLINE-COUNT TO WS-TL-COUNT
           WRITE IMPRPT-RECORD FROM WS-TOTAL-LINE
           MOVE "DEADLINES MISSED EITHER WAY" TO WS-TL-LABEL
           MOVE WS-MISSED-COUNT TO WS-TL-COUNT
           WRITE IMPRPT-RECORD FROM WS-TOTAL-LINE
           MOVE "DEADLINES MET ONLY IF SKIPPED" TO WS-TL-LABEL
           MOVE WS-SKIP-ONLY-COUNT TO WS-TL-COUNT
           WRITE IMPRPT-RECORD FROM WS-TOTAL-LINE
           MOVE "DEADLINES MET IF RERUN NOW" TO WS-TL-LABEL
           MOVE WS-RERUN-MET-COUNT TO WS-TL-COUNT
           WRITE IMPRPT-RECORD FROM WS-TOTAL-LINE.

       WRITE-IMPACT-REPORT-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-IMPACT-LINE: one job's projections and verdict -
      * the failed job itself is judged on the rerun alone, since
      * skipping it leaves its own deadline moot
      *================================================================
       WRITE-ONE-IMPACT-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IM-LEVEL(WS-JOB-IDX) TO WS-DL-LEVEL
           MOVE IM-JOB-NAME(WS-JOB-IDX) TO WS-DL-JOB-NAME
           EVALUATE TRUE
              WHEN IM-IS-COMPLETE(WS-JOB-IDX)
                 MOVE "COMPLETE" TO WS-DL-STATE
              WHEN IM-IS-RUNNING(WS-JOB-IDX)
                 MOVE "RUNNING" TO WS-DL-STATE
              WHEN OTHER
                 MOVE "WAITING" TO WS-DL-STATE
           END-EVALUATE
           MOVE IM-DURATION(WS-JOB-IDX) TO WS-DL-DURATION
           MOVE IM-BASIS(WS-JOB-IDX) TO WS-DL-BASIS

           MOVE IM-PROJ-START(WS-JOB-IDX, 1) TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-DL-RERUN-START
           MOVE IM-PROJ-END(WS-JOB-IDX, 1) TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-DL-RERUN-END
           MOVE IM-PROJ-START(WS-JOB-IDX, 2) TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-DL-SKIP-START
           MOVE IM-PROJ-END(WS-JOB-IDX, 2) TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-DL-SKIP-END

           IF WS-JOB-IDX NOT = WS-FAILED-IDX
              ADD 1 TO WS-DOWNSTREAM-COUNT
           END-IF

           IF IM-DEADLINE-MINUTES(WS-JOB-IDX) = 0
              MOVE "NO SLA DEADLINE" TO WS-DL-VERDICT
              WRITE IMPRPT-RECORD FROM WS-DETAIL-LINE
              GO TO WRITE-ONE-IMPACT-LINE-EXIT
           END-IF

           MOVE IM-DEADLINE-MINUTES(WS-JOB-IDX) TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-DL-DEADLINE
           ADD 1 TO WS-DEADLINE-COUNT

           EVALUATE TRUE
              WHEN IM-PROJ-END(WS-JOB-IDX, 1)
                   <= IM-DEADLINE-MINUTES(WS-JOB-IDX)
                 ADD 1 TO WS-RERUN-MET-COUNT
                 MOVE "MEETS DEADLINE IF RERUN NOW"
                    TO WS-DL-VERDICT
              WHEN WS-JOB-IDX = WS-FAILED-IDX
                 ADD 1 TO WS-MISSED-COUNT
                 MOVE "*** DEADLINE MISSED ON RERUN"
                    TO WS-DL-VERDICT
              WHEN IM-PROJ-END(WS-JOB-IDX, 2)
                   <= IM-DEADLINE-MINUTES(WS-JOB-IDX)
                 ADD 1 TO WS-SKIP-ONLY-COUNT
                 MOVE "*** MEETS DEADLINE ONLY IF SKIPPED"
                    TO WS-DL-VERDICT
              WHEN OTHER
                 ADD 1 TO WS-MISSED-COUNT
                 MOVE "*** DEADLINE MISSED EITHER WAY"
                    TO WS-DL-VERDICT
           END-EVALUATE

           WRITE IMPRPT-RECORD FROM WS-DETAIL-LINE.

       WRITE-ONE-IMPACT-LINE-EXIT.
           EXIT.

      *================================================================
      * FORMAT-CLOCK: WS-CLOCK-MINUTES as HH:MM from business-date
      * midnight, marked +n once into the following day(s)
      * Output: WS-CLOCK-TEXT
      *================================================================
       FORMAT-CLOCK SECTION.
           COMPUTE WS-CLOCK-RELATIVE =
              WS-CLOCK-MINUTES - WS-BASE-MINUTES
           MOVE SPACES TO WS-CK-DAY-MARK
           IF WS-CLOCK-RELATIVE < 0
              MOVE "-1" TO WS-CK-DAY-MARK
              ADD 1440 TO WS-CLOCK-RELATIVE
              IF WS-CLOCK-RELATIVE < 0
                 MOVE 0 TO WS-CLOCK-RELATIVE
              END-IF
           END-IF

           DIVIDE WS-CLOCK-RELATIVE BY 1440 GIVING WS-CLOCK-DAYS
              REMAINDER WS-CLOCK-REMAINDER
           DIVIDE WS-CLOCK-REMAINDER BY 60 GIVING WS-CK-HH
              REMAINDER WS-CK-MM
           IF WS-CLOCK-DAYS > 9
              MOVE "+9" TO WS-CK-DAY-MARK
           ELSE
              IF WS-CLOCK-DAYS > 0
                 MOVE WS-CLOCK-DAYS TO WS-CLOCK-DAY-DIGIT
                 STRING "+" WS-CLOCK-DAY-DIGIT DELIMITED BY SIZE
                    INTO WS-CK-DAY-MARK
                 END-STRING
              END-IF
           END-IF.

       FORMAT-CLOCK-EXIT.
           EXIT.

      *================================================================
      * TIMESTAMP-TO-MINUTES: reduce a YYYYMMDDHHMMSS timestamp to
      * minutes (Julian day * 1440 + hour * 60 + minute), the same
      * reduction SLARPT uses
      *================================================================
       TIMESTAMP-TO-MINUTES SECTION.
           MOVE WS-TS-WORK(1:4) TO WS-JD-YEAR
           MOVE WS-TS-WORK(5:2) TO WS-JD-MONTH
           MOVE WS-TS-WORK(7:2) TO WS-JD-DAY
           MOVE WS-TS-WORK(9:2) TO WS-JD-HOUR
           MOVE WS-TS-WORK(11:2) TO WS-JD-MINUTE

           COMPUTE WS-JULIAN-A = (14 - WS-JD-MONTH) / 12
           COMPUTE WS-JULIAN-Y = WS-JD-YEAR + 4800 - WS-JULIAN-A
           COMPUTE WS-JULIAN-M = WS-JD-MONTH + 12 * WS-JULIAN-A - 3

           COMPUTE WS-JULIAN-DAY =
              WS-JD-DAY +
              (153 * WS-JULIAN-M + 2) / 5 +
              365 * WS-JULIAN-Y +
              WS-JULIAN-Y / 4 -
              WS-JULIAN-Y / 100 +
              WS-JULIAN-Y / 400 -
              32045

           COMPUTE WS-TOTAL-MINUTES =
              (WS-JULIAN-DAY - 2400000) * 1440
              + WS-JD-HOUR * 60 + WS-JD-MINUTE.

       TIMESTAMP-TO-MINUTES-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE JOBDEPS-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE SLABUDG-FILE
           CLOSE IMPRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM IMPACTRP.
