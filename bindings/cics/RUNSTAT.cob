      * passes the budget. An abended job stays RUNNING until its
      * rerun re-registers; the growing elapsed and the *LATE flag
      * are what make it stick out.
      *
      * A job name keyed in the impact field turns the screen into
      * that job's downstream impact - the same projection IMPACTRP
      * prints: every job behind it on the JOBDEPS register (landed
      * by JOBDPLD from the PREREQS cards), in dependency order,
      * with its expected duration (trailing-quarter RUNCTL mean,
      * else its SLABUDG budget), its projected end if the failed
      * job is rerun now or skipped, its deadline, and whether that
      * deadline is missed either way, met only if skipped, or met
      * on a rerun.
      *================================================================

       IDENTIFICATION DIVISION.
          05 DATFL                     PIC S9(4) COMP.
          05 DATFF                     PIC X.
          05 DATFI                     PIC X(08).
          05 IMPFL                     PIC S9(4) COMP.
          05 IMPFF                     PIC X.
          05 IMPFI                     PIC X(08).
          05 HDRFL                     PIC S9(4) COMP.
          05 HDRFF                     PIC X.
          05 HDRFI                     PIC X(76).
          05 DTLFI-AREA.
             10 DTL-ENTRY-I OCCURS 14 TIMES.
                15 DTLFL               PIC S9(4) COMP.
       01 RUNSTAT1O REDEFINES RUNSTAT1I.
          05 FILLER                    PIC X(03).
          05 DATFO                     PIC X(08).
          05 FILLER                    PIC X(03).
          05 IMPFO                     PIC X(08).
          05 FILLER                    PIC X(03).
          05 HDRFO                     PIC X(76).
          05 DTLFO-AREA.
             10 DTL-ENTRY-O OCCURS 14 TIMES.
                15 FILLER              PIC X(03).
          05 SB-JOB-NAME               PIC X(8).
          05 SB-BUDGET-MINUTES         PIC 9(4).

      * JOBDEPS dependency register record, as JOBDPLD lays it down
       01 JOBDEPS-RECORD.
          05 JD-JOB-NAME               PIC X(8).
          05 JD-DEADLINE-DAY           PIC 9(1).
          05 JD-DEADLINE-HHMM          PIC 9(4).
          05 JD-PREREQ-COUNT           PIC 9(2).
          05 JD-PREREQ-JOB             PIC X(8) OCCURS 20 TIMES.
          05 FILLER                    PIC X(25).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-MSG                       PIC X(76).
       01 WS-BUSINESS-DATE             PIC 9(8).
       01 WS-NOW-TIMESTAMP             PIC 9(14).
       01 WS-BROWSE-KEY                PIC X(8).
       01 WS-RC-BROWSE-KEY.
          05 WS-RC-BROWSE-JOB          PIC X(8).
          05 WS-RC-BROWSE-DATE         PIC 9(8).
       01 WS-BROWSING                  PIC 9.
       01 WS-LINE-IDX                  PIC 9(2).
       01 WS-JOBS-SEEN                 PIC 9(3).
       01 WS-DIGIT-SUB                 PIC 9(2).
       01 WS-DATE-OK                   PIC 9.

      * Column headings for the two modes
       01 WS-STATUS-HEADING.
          05 FILLER                    PIC X(36) VALUE
             "JOB       STATE     START           ".
          05 FILLER                    PIC X(40) VALUE
             "ELAPSED   BUDGET   FLAG".
       01 WS-IMPACT-HEADING.
          05 FILLER                    PIC X(36) VALUE
             "JOB       STATE      DUR  RERUN END ".
          05 FILLER                    PIC X(40) VALUE
             "SKIP END  DEADLINE  VERDICT".

      * Impact mode - the register with each job's expected
      * duration, today's state and its projections (scenario 1 the
      * failed job rerun now, scenario 2 the failed job skipped);
      * same table and rules as IMPACTRP
       01 WS-FAILED-JOB                PIC X(8).
       01 WS-JOB-COUNT                 PIC 9(3).
       01 WS-IMPACT-TABLE.
          05 IM-ENTRY OCCURS 50 TIMES.
             10 IM-JOB-NAME            PIC X(8).
             10 IM-DEADLINE-MINUTES    PIC S9(11) COMP-3.
             10 IM-PREREQ-COUNT        PIC 9(2).
             10 IM-PREREQ OCCURS 20 TIMES.
                15 IM-PREREQ-NAME      PIC X(8).
                15 IM-PREREQ-IDX       PIC 9(3).
             10 IM-HISTORY-RUNS        PIC 9(3).
             10 IM-DURATION            PIC 9(5).
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
       01 WS-FAILED-IDX                PIC 9(3).
       01 WS-SCN-IDX                   PIC 9(1).
       01 WS-PASS-COUNT                PIC 9(3).
       01 WS-CHANGED                   PIC 9.
       01 WS-MAX-LEVEL                 PIC 9(2).
       01 WS-LEVEL-IDX                 PIC 9(2).
       01 WS-HISTORY-FROM-DATE         PIC 9(8).
       01 WS-HISTORY-TOTAL             PIC S9(9) COMP-3.
       01 WS-NOW-MINUTES               PIC S9(11) COMP-3.
       01 WS-BASE-MINUTES              PIC S9(11) COMP-3.
       01 WS-NEW-START                 PIC S9(11) COMP-3.
       01 WS-NEW-END                   PIC S9(11) COMP-3.
       01 WS-DOWNSTREAM-COUNT          PIC 9(3).
       01 WS-MISSED-COUNT              PIC 9(3).
       01 WS-SKIP-ONLY-COUNT           PIC 9(3).
       01 WS-COUNT-EDIT-1              PIC ZZ9.
       01 WS-COUNT-EDIT-2              PIC ZZ9.
       01 WS-COUNT-EDIT-3              PIC ZZ9.
       01 WS-SHOWN-NOTE                PIC X(12).

      * Clock rendering - minutes from business-date midnight shown
      * as HH:MM with a +n day mark once into the following day(s)
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

      * Elapsed-time computation scratch fields (Julian minutes,
      * same reduction SLARPT uses)
       01 WS-ELAPSED-MINUTES           PIC S9(6) COMP-3.
          05 WS-SL-FLAG                PIC X(5).
          05 FILLER                    PIC X(15).

      * One impact-mode display line
       01 WS-IMPACT-LINE.
          05 WS-IL-JOB-NAME            PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-IL-STATE               PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-IL-DURATION            PIC ZZZZ9.
          05 FILLER                    PIC X(2).
          05 WS-IL-RERUN-END           PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-IL-SKIP-END            PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-IL-DEADLINE            PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-IL-VERDICT             PIC X(20).

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).


      *================================================================
      * MAIN-CONTROL: send the map on first entry, otherwise rebuild
      * the status lines - or, with a job keyed in the impact field,
      * that job's impact lines - for the requested business date
      * and re-send
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                RESP(WS-RESP)
           END-EXEC

           IF IMPFI = SPACES OR IMPFI = LOW-VALUES
              MOVE WS-STATUS-HEADING TO HDRFO
              PERFORM BUILD-STATUS-LINES
           ELSE
              MOVE WS-IMPACT-HEADING TO HDRFO
              PERFORM BUILD-IMPACT-LINES
           END-IF
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('RUNS') COMMAREA(DFHCOMMAREA)
           MOVE 0 TO WS-LINE-IDX
           MOVE 0 TO WS-JOBS-SEEN

           PERFORM RESOLVE-BUSINESS-DATE
           IF WS-DATE-OK = 0
              GO TO BUILD-STATUS-LINES-EXIT
           END-IF

           MOVE LOW-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR DATASET('SLABUDG')
       BUILD-STATUS-LINES-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-BUSINESS-DATE: the date on the screen, or the
      * clock's today when blank - past midnight the operator keys
      * the window's business date instead
      * Output: WS-DATE-OK, WS-BUSINESS-DATE, WS-NOW-TIMESTAMP
      *================================================================
       RESOLVE-BUSINESS-DATE SECTION.
           MOVE 1 TO WS-DATE-OK
           IF DATFI = SPACES OR DATFI = LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           ELSE
              PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                 UNTIL WS-DIGIT-SUB > 8
                 IF DATFI(WS-DIGIT-SUB:1) < "0"
                    OR DATFI(WS-DIGIT-SUB:1) > "9"
                    MOVE 0 TO WS-DATE-OK
                 END-IF
              END-PERFORM
              IF WS-DATE-OK = 0
                 MOVE "BUSINESS DATE MUST BE YYYYMMDD OR BLANK"
                    TO WS-MSG
                 GO TO RESOLVE-BUSINESS-DATE-EXIT
              END-IF
              MOVE FUNCTION NUMVAL(DATFI) TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO DATFO

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP.

       RESOLVE-BUSINESS-DATE-EXIT.
           EXIT.

      *================================================================
      * BUILD-IMPACT-LINES: the keyed job's downstream impact - load
      * the JOBDEPS register with each job's expected duration and
      * today's state, mark what is downstream, project both
      * scenarios, and show the failed job then its successors in
      * dependency order
      *================================================================
       BUILD-IMPACT-LINES SECTION.
           MOVE SPACES TO WS-MSG
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > 14
              MOVE SPACES TO DTLFO(WS-LINE-IDX)
           END-PERFORM
           MOVE 0 TO WS-LINE-IDX
           MOVE FUNCTION UPPER-CASE(IMPFI) TO WS-FAILED-JOB
           MOVE WS-FAILED-JOB TO IMPFO

           PERFORM RESOLVE-BUSINESS-DATE
           IF WS-DATE-OK = 0
              GO TO BUILD-IMPACT-LINES-EXIT
           END-IF

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

           PERFORM LOAD-IMPACT-REGISTER
           IF WS-JOB-COUNT = 0
              MOVE "NO JOB DEPENDENCIES ON FILE - RUN JOBDPLD FIRST"
                 TO WS-MSG
              GO TO BUILD-IMPACT-LINES-EXIT
           END-IF
           IF WS-FAILED-IDX = 0
              STRING WS-FAILED-JOB DELIMITED BY SPACE
                 " IS NOT ON THE JOB DEPENDENCY REGISTER"
                 DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              GO TO BUILD-IMPACT-LINES-EXIT
           END-IF

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
              PERFORM LOAD-IMPACT-TIMINGS
           END-PERFORM

           PERFORM MARK-DOWNSTREAM
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
              UNTIL WS-SCN-IDX > 2
              PERFORM PROJECT-SCENARIO
           END-PERFORM

           MOVE 0 TO WS-DOWNSTREAM-COUNT
           MOVE 0 TO WS-MISSED-COUNT
           MOVE 0 TO WS-SKIP-ONLY-COUNT
           PERFORM VARYING WS-LEVEL-IDX FROM 0 BY 1
              UNTIL WS-LEVEL-IDX > WS-MAX-LEVEL
              PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
                 IF IM-LEVEL(WS-JOB-IDX) = WS-LEVEL-IDX
                    PERFORM SHOW-ONE-IMPACT
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE WS-DOWNSTREAM-COUNT TO WS-COUNT-EDIT-1
           MOVE WS-MISSED-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-SKIP-ONLY-COUNT TO WS-COUNT-EDIT-3
           MOVE SPACES TO WS-SHOWN-NOTE
           IF WS-DOWNSTREAM-COUNT > 13
              MOVE " (14 SHOWN)" TO WS-SHOWN-NOTE
           END-IF
           STRING WS-FAILED-JOB DELIMITED BY SPACE
              ":" WS-COUNT-EDIT-1 " DOWNSTREAM" WS-SHOWN-NOTE
              "," WS-COUNT-EDIT-2 " MISSED,"
              WS-COUNT-EDIT-3 " MET ONLY IF SKIPPED"
              DELIMITED BY SIZE INTO WS-MSG
           END-STRING.

       BUILD-IMPACT-LINES-EXIT.
           EXIT.

      *================================================================
      * LOAD-IMPACT-REGISTER: browse JOBDEPS into the impact table
      * (first 50 jobs), then resolve each predecessor name to its
      * table entry and find the keyed job
      *================================================================
       LOAD-IMPACT-REGISTER SECTION.
           MOVE 0 TO WS-JOB-COUNT
           MOVE 0 TO WS-FAILED-IDX
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR DATASET('JOBDEPS')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO LOAD-IMPACT-REGISTER-EXIT
           END-IF

           MOVE 1 TO WS-BROWSING
           PERFORM UNTIL WS-BROWSING = 0
              EXEC CICS READNEXT DATASET('JOBDEPS')
                   INTO(JOBDEPS-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR WS-JOB-COUNT >= 50
                 MOVE 0 TO WS-BROWSING
              ELSE
                 ADD 1 TO WS-JOB-COUNT
                 MOVE JD-JOB-NAME TO IM-JOB-NAME(WS-JOB-COUNT)
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
                 MOVE 99 TO IM-LEVEL(WS-JOB-COUNT)
              END-IF
           END-PERFORM

           EXEC CICS ENDBR DATASET('JOBDEPS')
                RESP(WS-RESP)
           END-EXEC

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

       LOAD-IMPACT-REGISTER-EXIT.
           EXIT.

      *================================================================
      * LOAD-IMPACT-TIMINGS: the job's expected duration - mean
      * elapsed of its completed runs in the trailing quarter, else
      * its SLABUDG budget - and its RUNCTL state for the date
      *================================================================
       LOAD-IMPACT-TIMINGS SECTION.
           MOVE 0 TO IM-HISTORY-RUNS(WS-JOB-IDX)
           MOVE 0 TO WS-HISTORY-TOTAL
           MOVE IM-JOB-NAME(WS-JOB-IDX) TO WS-RC-BROWSE-JOB
           MOVE WS-HISTORY-FROM-DATE TO WS-RC-BROWSE-DATE
           EXEC CICS STARTBR DATASET('RUNCTL')
                RIDFLD(WS-RC-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 1 TO WS-BROWSING
              PERFORM UNTIL WS-BROWSING = 0
                 EXEC CICS READNEXT DATASET('RUNCTL')
                      INTO(RUN-CONTROL-RECORD)
                      RIDFLD(WS-RC-BROWSE-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR RC-JOB-NAME NOT = IM-JOB-NAME(WS-JOB-IDX)
                    OR RC-BUSINESS-DATE >= WS-BUSINESS-DATE
                    MOVE 0 TO WS-BROWSING
                 ELSE
                    PERFORM ADD-HISTORY-RUN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET('RUNCTL')
                   RESP(WS-RESP)
              END-EXEC
           END-IF

           IF IM-HISTORY-RUNS(WS-JOB-IDX) > 0
              COMPUTE IM-DURATION(WS-JOB-IDX) ROUNDED =
                 WS-HISTORY-TOTAL / IM-HISTORY-RUNS(WS-JOB-IDX)
           ELSE
              MOVE 0 TO IM-DURATION(WS-JOB-IDX)
              MOVE IM-JOB-NAME(WS-JOB-IDX) TO SB-JOB-NAME
              EXEC CICS READ DATASET('SLABUDG')
                   INTO(SLABUDG-RECORD)
                   RIDFLD(SB-JOB-NAME)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE SB-BUDGET-MINUTES TO IM-DURATION(WS-JOB-IDX)
              END-IF
           END-IF

           MOVE "W" TO IM-STATE(WS-JOB-IDX)
           MOVE 0 TO IM-ACTUAL-START(WS-JOB-IDX)
           MOVE 0 TO IM-ACTUAL-END(WS-JOB-IDX)
           MOVE IM-JOB-NAME(WS-JOB-IDX) TO RC-JOB-NAME
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           EXEC CICS READ DATASET('RUNCTL')
                INTO(RUN-CONTROL-RECORD)
                RIDFLD(RC-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO LOAD-IMPACT-TIMINGS-EXIT
           END-IF

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

       LOAD-IMPACT-TIMINGS-EXIT.
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
      * MARK-DOWNSTREAM: the keyed job is level 0; a job with any
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
      * WS-SCN-IDX, relaxed pass by pass until nothing moves - the
      * rules IMPACTRP documents
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
      * SHOW-ONE-IMPACT: one job's projected ends and verdict on the
      * next free line - the keyed job itself is judged on the rerun
      * alone, since skipping it leaves its own deadline moot
      *================================================================
       SHOW-ONE-IMPACT SECTION.
           IF WS-JOB-IDX NOT = WS-FAILED-IDX
              ADD 1 TO WS-DOWNSTREAM-COUNT
           END-IF

           MOVE SPACES TO WS-IMPACT-LINE
           MOVE IM-JOB-NAME(WS-JOB-IDX) TO WS-IL-JOB-NAME
           EVALUATE TRUE
              WHEN IM-IS-COMPLETE(WS-JOB-IDX)
                 MOVE "COMPLETE" TO WS-IL-STATE
              WHEN IM-IS-RUNNING(WS-JOB-IDX)
                 MOVE "RUNNING" TO WS-IL-STATE
              WHEN OTHER
                 MOVE "WAITING" TO WS-IL-STATE
           END-EVALUATE
           MOVE IM-DURATION(WS-JOB-IDX) TO WS-IL-DURATION
           MOVE IM-PROJ-END(WS-JOB-IDX, 1) TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-IL-RERUN-END
           MOVE IM-PROJ-END(WS-JOB-IDX, 2) TO WS-CLOCK-MINUTES
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-IL-SKIP-END

           EVALUATE TRUE
              WHEN IM-DEADLINE-MINUTES(WS-JOB-IDX) = 0
                 MOVE "NO DEADLINE" TO WS-IL-VERDICT
              WHEN IM-PROJ-END(WS-JOB-IDX, 1)
                   <= IM-DEADLINE-MINUTES(WS-JOB-IDX)
                 MOVE "MET IF RERUN NOW" TO WS-IL-VERDICT
              WHEN WS-JOB-IDX = WS-FAILED-IDX
                 ADD 1 TO WS-MISSED-COUNT
                 MOVE "*MISSED ON RERUN" TO WS-IL-VERDICT
              WHEN IM-PROJ-END(WS-JOB-IDX, 2)
                   <= IM-DEADLINE-MINUTES(WS-JOB-IDX)
                 ADD 1 TO WS-SKIP-ONLY-COUNT
                 MOVE "*MET ONLY IF SKIPPED" TO WS-IL-VERDICT
              WHEN OTHER
                 ADD 1 TO WS-MISSED-COUNT
                 MOVE "*MISSED EITHER WAY" TO WS-IL-VERDICT
           END-EVALUATE
           IF IM-DEADLINE-MINUTES(WS-JOB-IDX) NOT = 0
              MOVE IM-DEADLINE-MINUTES(WS-JOB-IDX) TO WS-CLOCK-MINUTES
              PERFORM FORMAT-CLOCK
              MOVE WS-CLOCK-TEXT TO WS-IL-DEADLINE
           END-IF

           IF WS-LINE-IDX < 14
              ADD 1 TO WS-LINE-IDX
              MOVE WS-IMPACT-LINE TO DTLFO(WS-LINE-IDX)
           END-IF.

       SHOW-ONE-IMPACT-EXIT.
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
      * SHOW-ONE-JOB: one job's RUNCTL state for the business date -
      * no record yet is WAITING; a started record ages against the
