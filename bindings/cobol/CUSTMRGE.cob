      * and posts the one PROVEN-COUNT-RECORD through COUNT-WRITE -
      * so eight-way parallelism changes the elapsed time, not what
      * any downstream job sees.
      *
      * The merged CUSTGOOD is registered as the day's handoff once
      * it is closed (HANDOFF-REGISTER, see PROVEN-HANDOFF.cob, with
      * the HANDOFF DD pointed at the MRGGOOD dataset), exactly as
      * a one-way sweep registers it; a registration that fails
      * sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

      * HANDOFF-REGISTER call fields (see PROVEN-HANDOFF.cob) -
      * CUSTGOOD balances on its record count alone
       01 WS-HO-DATASET                PIC X(8) VALUE "CUSTGOOD".
       01 WS-HO-JOB-NAME               PIC X(8) VALUE "CUSTMRGE".
       01 WS-HO-CCY-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-LEN                PIC 9(2) VALUE 0.
       01 WS-HO-RECORD-COUNT           PIC 9(8).
       01 WS-HO-STATUS                 PIC S9(4) COMP.
       01 WS-HO-MSG                    PIC X(50).
       01 WS-HO-NOT-REGISTERED         PIC 9 VALUE 0.

       PROCEDURE DIVISION.

      *================================================================
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES
           PERFORM REGISTER-CUSTGOOD-HANDOFF

           DISPLAY "CUSTMRGE: " WS-PARTITIONS-SEEN " partition(s), "
              WS-GOOD-COPIED " good, " WS-REJECT-COPIED " rejected"
              OR WS-REJECT-COPIED NOT = WS-REJECT-COUNT
              DISPLAY "CUSTMRGE: record counts do not reconcile "
                 "with partition totals"
           END-IF

           EVALUATE TRUE
              WHEN WS-HO-NOT-REGISTERED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-GOOD-COPIED NOT = WS-GOOD-COUNT
                 OR WS-REJECT-COPIED NOT = WS-REJECT-COUNT
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
                 CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-EVALUATE
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * REGISTER-CUSTGOOD-HANDOFF: the closed merged CUSTGOOD
      * registered as the day's handoff
      *================================================================
       REGISTER-CUSTGOOD-HANDOFF SECTION.
           CALL "HANDOFF-REGISTER" USING WS-HO-DATASET WS-HO-JOB-NAME
               WS-HO-CCY-POS WS-HO-AMT-POS WS-HO-AMT-LEN
               WS-HO-RECORD-COUNT WS-HO-STATUS WS-HO-MSG

           IF WS-HO-STATUS = 0
              DISPLAY "CUSTMRGE: CUSTGOOD handoff registered, "
                 WS-HO-RECORD-COUNT " record(s)"
           ELSE
              MOVE 1 TO WS-HO-NOT-REGISTERED
              DISPLAY "CUSTMRGE: CUSTGOOD handoff not registered - "
                 FUNCTION TRIM(WS-HO-MSG)
           END-IF.

       REGISTER-CUSTGOOD-HANDOFF-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
