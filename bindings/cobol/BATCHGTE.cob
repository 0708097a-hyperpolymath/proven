      * business date for late-night reruns that belong to the
      * prior date. The start/end timestamps this keeps are also
      * what the batch-window SLA reporting reads.
      *
      * A predecessor having ended is not enough when it consumed
      * another job's output: CHECK also holds every handoff entry
      * a predecessor made on the HANDCTL KSDS for the business date
      * (see PROVEN-HANDOFF.cob) against the producer's current
      * registration. A predecessor that read something other than
      * what was registered, read with nothing registered, or read
      * a dataset its producer has since rerun and registered again
      * differently, holds this job back with COND code 16 the
      * same as a missing predecessor, naming the dataset. A stream
      * with no HANDCTL DD is checked on run control alone.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PQ-FILE-STATUS.

           SELECT HANDOFF-CONTROL-FILE ASSIGN TO "HANDCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HC-KEY
              FILE STATUS IS WS-HC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Run-control KSDS - one record per job per business date
           RECORD CONTAINS 8 CHARACTERS.
       01  PREREQS-RECORD               PIC X(8).

      * Handoff control KSDS - mirrors CONTROL-RECORD in
      * PROVEN-HANDOFF.cob field for field
       FD  HANDOFF-CONTROL-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  HANDOFF-CONTROL-RECORD.
           05 HC-KEY.
              10 HC-BUSINESS-DATE       PIC 9(8).
              10 HC-DATASET             PIC X(8).
              10 HC-CONSUMER-JOB        PIC X(8).
           05 HC-JOB-NAME               PIC X(8).
           05 HC-STAMP                  PIC 9(14).
           05 HC-STATUS                 PIC X(1).
              88 HC-IS-REGISTERED       VALUE "R".
              88 HC-IS-BALANCED         VALUE "B".
              88 HC-IS-UNBALANCED       VALUE "U".
              88 HC-IS-UNREGISTERED     VALUE "N".
           05 HC-PRODUCER-JOB           PIC X(8).
           05 HC-PRODUCER-STAMP         PIC 9(14).
           05 HC-CONTROL-TOTALS         PIC X(527).
           05 FILLER                    PIC X(4).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-PQ-FILE-STATUS            PIC X(2).
       01 WS-PQ-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PQ-EOF              VALUE 1.
       01 WS-HC-FILE-STATUS            PIC X(2).
       01 WS-HC-OPEN                   PIC 9 VALUE 0.
       01 WS-HC-BROWSE-DONE            PIC 9 VALUE 0.

      * The request parsed off the JCL PARM
       01 WS-PARM                      PIC X(30).
      * Prerequisite check tallies
       01 WS-PREREQ-COUNT              PIC 9(3) VALUE 0.
       01 WS-PREREQ-MISSING            PIC 9(3) VALUE 0.
       01 WS-HANDOFFS-CHECKED          PIC 9(3) VALUE 0.
       01 WS-HANDOFFS-UNBALANCED       PIC 9(3) VALUE 0.

      * The predecessor's handoff entry in hand while its producer's
      * registration is read
       01 WS-CONSUMER-KEY              PIC X(24).
       01 WS-CONSUMED-STATUS           PIC X(1).
       01 WS-CONSUMED-TOTALS           PIC X(527).
       01 WS-HANDOFF-FAULT             PIC X(40).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-HANDOFF-CONTROL

           PERFORM UNTIL WS-AT-PQ-EOF
              READ PREREQS-FILE
           END-PERFORM

           CLOSE PREREQS-FILE
           IF WS-HC-OPEN = 1
              CLOSE HANDOFF-CONTROL-FILE
           END-IF

           IF WS-HANDOFFS-UNBALANCED > 0
              DISPLAY "BATCHGTE: " WS-JOB-NAME " may not run - "
                 WS-HANDOFFS-UNBALANCED " of " WS-HANDOFFS-CHECKED
                 " prerequisite handoff(s) out of balance for "
                 WS-BUSINESS-DATE
           END-IF

           IF WS-PREREQ-MISSING > 0 OR WS-HANDOFFS-UNBALANCED > 0
              IF WS-PREREQ-MISSING > 0
                 DISPLAY "BATCHGTE: " WS-JOB-NAME " may not run - "
                    WS-PREREQ-MISSING " of " WS-PREREQ-COUNT
                    " prerequisite(s) incomplete for "
                    WS-BUSINESS-DATE
              END-IF
              CLOSE RUN-CONTROL-FILE
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
           END-IF

           DISPLAY "BATCHGTE: all " WS-PREREQ-COUNT
              " prerequisite(s) complete, " WS-HANDOFFS-CHECKED
              " handoff(s) in balance - " WS-JOB-NAME " may run".

       CHECK-PREREQUISITES-EXIT.
           EXIT.
                       " started but never completed for "
                       WS-BUSINESS-DATE
                 END-IF
           END-READ

           IF WS-HC-OPEN = 1
              PERFORM CHECK-PREREQUISITE-HANDOFFS
           END-IF.

       CHECK-ONE-PREREQUISITE-EXIT.
           EXIT.

      *================================================================
      * OPEN-HANDOFF-CONTROL: no HANDCTL allocated to the step means
      * the stream is checked on run control alone; any other open
      * failure is COND code 16
      *================================================================
       OPEN-HANDOFF-CONTROL SECTION.
           OPEN INPUT HANDOFF-CONTROL-FILE
           EVALUATE WS-HC-FILE-STATUS
              WHEN "00"
              WHEN "97"
                 MOVE 1 TO WS-HC-OPEN
              WHEN "35"
                 DISPLAY "BATCHGTE: no HANDCTL - handoffs not "
                    "checked for " WS-JOB-NAME
              WHEN OTHER
                 DISPLAY "BATCHGTE: cannot open HANDCTL, status="
                    WS-HC-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       OPEN-HANDOFF-CONTROL-EXIT.
           EXIT.

      *================================================================
      * CHECK-PREREQUISITE-HANDOFFS: every entry the predecessor on
      * PREREQS-RECORD made as a consumer for the business date,
      * held against its producer's registration as it stands now
      *================================================================
       CHECK-PREREQUISITE-HANDOFFS SECTION.
           MOVE LOW-VALUES TO HC-KEY
           MOVE WS-BUSINESS-DATE TO HC-BUSINESS-DATE
           START HANDOFF-CONTROL-FILE KEY IS NOT LESS THAN HC-KEY
              INVALID KEY
                 GO TO CHECK-PREREQUISITE-HANDOFFS-EXIT
           END-START

           MOVE 0 TO WS-HC-BROWSE-DONE
           PERFORM UNTIL WS-HC-BROWSE-DONE = 1
              READ HANDOFF-CONTROL-FILE NEXT
                 AT END
                    MOVE 1 TO WS-HC-BROWSE-DONE
                 NOT AT END
                    IF HC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       MOVE 1 TO WS-HC-BROWSE-DONE
                    ELSE
                       IF HC-CONSUMER-JOB = PREREQS-RECORD
                          PERFORM CHECK-ONE-HANDOFF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-PREREQUISITE-HANDOFFS-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-HANDOFF: the consumer entry in hand against the
      * producer's registration, then the browse resumed past it
      *================================================================
       CHECK-ONE-HANDOFF SECTION.
           ADD 1 TO WS-HANDOFFS-CHECKED
           MOVE HC-KEY TO WS-CONSUMER-KEY
           MOVE HC-STATUS TO WS-CONSUMED-STATUS
           MOVE HC-CONTROL-TOTALS TO WS-CONSUMED-TOTALS
           MOVE SPACES TO WS-HANDOFF-FAULT

           MOVE SPACES TO HC-CONSUMER-JOB
           READ HANDOFF-CONTROL-FILE
              INVALID KEY
                 MOVE "nothing registered by its producer"
                    TO WS-HANDOFF-FAULT
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN WS-CONSUMED-STATUS = "N"
                       MOVE "read before its producer registered"
                          TO WS-HANDOFF-FAULT
                    WHEN WS-CONSUMED-STATUS NOT = "B"
                       MOVE "read out of balance"
                          TO WS-HANDOFF-FAULT
                    WHEN HC-CONTROL-TOTALS NOT = WS-CONSUMED-TOTALS
                       MOVE "registered again differently since read"
                          TO WS-HANDOFF-FAULT
                 END-EVALUATE
           END-READ

           IF WS-HANDOFF-FAULT NOT = SPACES
              ADD 1 TO WS-HANDOFFS-UNBALANCED
              DISPLAY "BATCHGTE: prerequisite " PREREQS-RECORD
                 " handoff " WS-CONSUMER-KEY(9:8) " - "
                 FUNCTION TRIM(WS-HANDOFF-FAULT)
           END-IF

           MOVE WS-CONSUMER-KEY TO HC-KEY
           START HANDOFF-CONTROL-FILE KEY IS GREATER THAN HC-KEY
              INVALID KEY
                 MOVE 1 TO WS-HC-BROWSE-DONE
           END-START.

       CHECK-ONE-HANDOFF-EXIT.
           EXIT.

       END PROGRAM BATCHGTE.
