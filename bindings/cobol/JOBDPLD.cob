      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven JobDepLoad - lands the batch window's job dependency
      * register on the JOBDEPS KSDS
      *

      *================================================================
      * BATCHGTE enforces each job's predecessors from the PREREQS
      * control file in that job's own JCL - one file per job, so
      * nothing can see the window as a whole. When a job fails or
      * overruns, the question "what is downstream of it?" needs the
      * whole graph. The DEPCARDS control file is the consolidated
      * form of every PREREQS file: one card per job per predecessor
      * (a job with no predecessors carries one card with the
      * predecessor blank), with the job's SLA deadline - day offset
      * from the business date (0 same day, 1 next morning) and
      * HHMM - on any one of its cards. This loader, in the SLABDLD
      * mould, folds the cards into one JOBDEPS record per job and
      * writes or replaces it, so IMPACTRP and the RUNSTAT screen's
      * impact mode walk one register. A predecessor never carded as
      * a job in its own right is landed with no predecessors so the
      * graph is closed. Run after any PREREQS or deadline change.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBDPLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPCARDS-FILE ASSIGN TO "DEPCARDS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT JOBDEPS-FILE ASSIGN TO "JOBDEPS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JD-JOB-NAME
              FILE STATUS IS WS-JD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One job/predecessor pair per line, deadline optional
       FD  DEPCARDS-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  DEPCARDS-RECORD.
           05 DC-JOB-NAME               PIC X(8).
           05 DC-PREREQ-JOB             PIC X(8).
           05 DC-DEADLINE.
              10 DC-DEADLINE-DAY        PIC X(1).
              10 DC-DEADLINE-HHMM       PIC X(4).
           05 FILLER                    PIC X(3).

      * The dependency register IMPACTRP and RUNSTAT read
       FD  JOBDEPS-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  JOBDEPS-RECORD.
           05 JD-JOB-NAME               PIC X(8).
           05 JD-DEADLINE-DAY           PIC 9(1).
           05 JD-DEADLINE-HHMM          PIC 9(4).
           05 JD-PREREQ-COUNT           PIC 9(2).
           05 JD-PREREQ-JOB             PIC X(8) OCCURS 20 TIMES.
           05 FILLER                    PIC X(25).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-DC-FILE-STATUS            PIC X(2).
       01 WS-JD-FILE-STATUS            PIC X(2).
       01 WS-DC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * The register as the cards build it, before landing
       01 WS-JOB-COUNT                 PIC 9(3) VALUE 0.
       01 WS-JOB-TABLE.
          05 WS-JT-ENTRY OCCURS 50 TIMES.
             10 WS-JT-JOB-NAME         PIC X(8).
             10 WS-JT-DEADLINE-DAY     PIC 9(1).
             10 WS-JT-DEADLINE-HHMM    PIC 9(4).
             10 WS-JT-PREREQ-COUNT     PIC 9(2).
             10 WS-JT-PREREQ-JOB       PIC X(8) OCCURS 20 TIMES.
       01 WS-JOB-IDX                   PIC 9(3).
       01 WS-PRQ-IDX                   PIC 9(2).
       01 WS-FOUND-IDX                 PIC 9(3).
       01 WS-FIND-NAME                 PIC X(8).
       01 WS-DEADLINE-TIME             PIC 9(4).

      * Control counts
       01 WS-CARDS-READ                PIC 9(4) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(4) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(4) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(4) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(4) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: fold the cards into the register table, close
      * the graph over predecessors, then land one record per job -
      * COND 8 when the table overflowed or a write failed, COND 4
      * when a card was rejected
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES

           PERFORM UNTIL WS-AT-EOF
              READ DEPCARDS-FILE
                 AT END
                    MOVE 1 TO WS-DC-EOF
                 NOT AT END
                    PERFORM FOLD-ONE-CARD
              END-READ
           END-PERFORM

           PERFORM CLOSE-THE-GRAPH

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
              PERFORM LAND-ONE-JOB
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY "JOBDPLD: " WS-CARDS-READ " card(s), "
              WS-LOADED-COUNT " job(s) loaded, " WS-REJECT-COUNT
              " rejected, " WS-OVERFLOW-COUNT " overflowed, "
              WS-WRITE-FAIL-COUNT " failed"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REJECT-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if either file cannot
      * be opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT DEPCARDS-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
              DISPLAY "JOBDPLD: cannot open DEPCARDS, status="
                 WS-DC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O JOBDEPS-FILE
           IF WS-JD-FILE-STATUS NOT = "00"
              AND WS-JD-FILE-STATUS NOT = "05"
              AND WS-JD-FILE-STATUS NOT = "97"
              DISPLAY "JOBDPLD: cannot open JOBDEPS, status="
                 WS-JD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * FOLD-ONE-CARD: find or add the job, take its deadline if the
      * card carries one, and add the predecessor unless already
      * listed. A deadline that is not a day of 0 or 1 and a valid
      * HHMM rejects the card.
      *================================================================
       FOLD-ONE-CARD SECTION.
           IF DC-JOB-NAME = SPACES
              GO TO FOLD-ONE-CARD-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           IF DC-DEADLINE NOT = SPACES
              IF (DC-DEADLINE-DAY NOT = "0"
                  AND DC-DEADLINE-DAY NOT = "1")
                 OR DC-DEADLINE-HHMM IS NOT NUMERIC
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY "JOBDPLD: bad deadline '" DC-DEADLINE
                    "' for " DC-JOB-NAME
                 GO TO FOLD-ONE-CARD-EXIT
              END-IF
              MOVE DC-DEADLINE-HHMM TO WS-DEADLINE-TIME
              IF WS-DEADLINE-TIME(1:2) > "23"
                 OR WS-DEADLINE-TIME(3:2) > "59"
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY "JOBDPLD: bad deadline '" DC-DEADLINE
                    "' for " DC-JOB-NAME
                 GO TO FOLD-ONE-CARD-EXIT
              END-IF
           END-IF

           MOVE DC-JOB-NAME TO WS-FIND-NAME
           PERFORM FIND-OR-ADD-JOB
           IF WS-FOUND-IDX = 0
              GO TO FOLD-ONE-CARD-EXIT
           END-IF

           IF DC-DEADLINE NOT = SPACES
              MOVE DC-DEADLINE-DAY TO WS-JT-DEADLINE-DAY(WS-FOUND-IDX)
              MOVE WS-DEADLINE-TIME
                 TO WS-JT-DEADLINE-HHMM(WS-FOUND-IDX)
           END-IF

           IF DC-PREREQ-JOB = SPACES
              OR DC-PREREQ-JOB = DC-JOB-NAME
              GO TO FOLD-ONE-CARD-EXIT
           END-IF

           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > WS-JT-PREREQ-COUNT(WS-FOUND-IDX)
              IF WS-JT-PREREQ-JOB(WS-FOUND-IDX, WS-PRQ-IDX)
                 = DC-PREREQ-JOB
                 GO TO FOLD-ONE-CARD-EXIT
              END-IF
           END-PERFORM

           IF WS-JT-PREREQ-COUNT(WS-FOUND-IDX) >= 20
              ADD 1 TO WS-OVERFLOW-COUNT
              DISPLAY "JOBDPLD: more than 20 predecessors for "
                 DC-JOB-NAME " - " DC-PREREQ-JOB " dropped"
              GO TO FOLD-ONE-CARD-EXIT
           END-IF

           ADD 1 TO WS-JT-PREREQ-COUNT(WS-FOUND-IDX)
           MOVE DC-PREREQ-JOB TO WS-JT-PREREQ-JOB(WS-FOUND-IDX,
              WS-JT-PREREQ-COUNT(WS-FOUND-IDX)).

       FOLD-ONE-CARD-EXIT.
           EXIT.

      *================================================================
      * FIND-OR-ADD-JOB: locate WS-FIND-NAME in the register table,
      * adding it with no predecessors and no deadline if new
      * Output: WS-FOUND-IDX (0 when the table is full)
      *================================================================
       FIND-OR-ADD-JOB SECTION.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
              UNTIL WS-FOUND-IDX > WS-JOB-COUNT
              IF WS-JT-JOB-NAME(WS-FOUND-IDX) = WS-FIND-NAME
                 GO TO FIND-OR-ADD-JOB-EXIT
              END-IF
           END-PERFORM

           IF WS-JOB-COUNT >= 50
              ADD 1 TO WS-OVERFLOW-COUNT
              DISPLAY "JOBDPLD: more than 50 jobs - " WS-FIND-NAME
                 " dropped"
              MOVE 0 TO WS-FOUND-IDX
              GO TO FIND-OR-ADD-JOB-EXIT
           END-IF

           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-FOUND-IDX
           MOVE WS-FIND-NAME TO WS-JT-JOB-NAME(WS-FOUND-IDX)
           MOVE 0 TO WS-JT-DEADLINE-DAY(WS-FOUND-IDX)
           MOVE 0 TO WS-JT-DEADLINE-HHMM(WS-FOUND-IDX)
           MOVE 0 TO WS-JT-PREREQ-COUNT(WS-FOUND-IDX).

       FIND-OR-ADD-JOB-EXIT.
           EXIT.

      *================================================================
      * CLOSE-THE-GRAPH: every predecessor named becomes a job in
      * the register, so the downstream walk can start from it
      *================================================================
       CLOSE-THE-GRAPH SECTION.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
              PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                 UNTIL WS-PRQ-IDX > WS-JT-PREREQ-COUNT(WS-JOB-IDX)
                 MOVE WS-JT-PREREQ-JOB(WS-JOB-IDX, WS-PRQ-IDX)
                    TO WS-FIND-NAME
                 PERFORM FIND-OR-ADD-JOB
              END-PERFORM
           END-PERFORM.

       CLOSE-THE-GRAPH-EXIT.
           EXIT.

      *================================================================
      * LAND-ONE-JOB: write or replace the job's register record
      *================================================================
       LAND-ONE-JOB SECTION.
           MOVE SPACES TO JOBDEPS-RECORD
           MOVE WS-JT-JOB-NAME(WS-JOB-IDX) TO JD-JOB-NAME
           MOVE WS-JT-DEADLINE-DAY(WS-JOB-IDX) TO JD-DEADLINE-DAY
           MOVE WS-JT-DEADLINE-HHMM(WS-JOB-IDX) TO JD-DEADLINE-HHMM
           MOVE WS-JT-PREREQ-COUNT(WS-JOB-IDX) TO JD-PREREQ-COUNT
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > WS-JT-PREREQ-COUNT(WS-JOB-IDX)
              MOVE WS-JT-PREREQ-JOB(WS-JOB-IDX, WS-PRQ-IDX)
                 TO JD-PREREQ-JOB(WS-PRQ-IDX)
           END-PERFORM

           WRITE JOBDEPS-RECORD
              INVALID KEY
                 REWRITE JOBDEPS-RECORD
                    INVALID KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                       DISPLAY "JOBDPLD: write failed, status="
                          WS-JD-FILE-STATUS " for " JD-JOB-NAME
                       GO TO LAND-ONE-JOB-EXIT
                 END-REWRITE
           END-WRITE

           ADD 1 TO WS-LOADED-COUNT.

       LAND-ONE-JOB-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE DEPCARDS-FILE
           CLOSE JOBDEPS-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM JOBDPLD.
