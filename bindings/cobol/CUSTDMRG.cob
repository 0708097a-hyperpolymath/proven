      * The delta table is sized above CUSTVALD's own delta cap, so
      * an overflow here means the inputs are not really a delta
      * run's - the step stops hard rather than half-supersede.
      *
      * The superseded CUSTGOOD is what STMTGEN and SANCSCRN read,
      * so it is this step that registers it as the day's handoff
      * once it is closed (HANDOFF-REGISTER, see PROVEN-HANDOFF.cob,
      * with the HANDOFF DD pointed at the MRGGOOD dataset); a
      * registration that fails sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

      * HANDOFF-REGISTER call fields (see PROVEN-HANDOFF.cob) -
      * CUSTGOOD balances on its record count alone
       01 WS-HO-DATASET                PIC X(8) VALUE "CUSTGOOD".
       01 WS-HO-JOB-NAME               PIC X(8) VALUE "CUSTDMRG".
       01 WS-HO-CCY-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-LEN                PIC 9(2) VALUE 0.
       01 WS-HO-RECORD-COUNT           PIC 9(8).
       01 WS-HO-STATUS                 PIC S9(4) COMP.
       01 WS-HO-MSG                    PIC X(50).
       01 WS-HO-NOT-REGISTERED         PIC 9 VALUE 0.

       PROCEDURE DIVISION.

      *================================================================
           PERFORM CARRY-PRIOR-REJECTS
           PERFORM APPEND-DELTA-OUTCOMES
           PERFORM CLOSE-FILES
           PERFORM REGISTER-CUSTGOOD-HANDOFF

           DISPLAY "CUSTDMRG: " WS-DELTA-COUNT " delta customer(s), "
              WS-SUPERSEDED-COUNT " prior record(s) superseded, "
              WS-DELTA-GOOD-ADDED " good and " WS-DELTA-REJ-ADDED
              " rejected added"

           IF WS-HO-NOT-REGISTERED = 1
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       APPEND-DELTA-OUTCOMES-EXIT.
           EXIT.

      *================================================================
      * REGISTER-CUSTGOOD-HANDOFF: the closed superseded CUSTGOOD
      * registered as the day's handoff
      *================================================================
       REGISTER-CUSTGOOD-HANDOFF SECTION.
           CALL "HANDOFF-REGISTER" USING WS-HO-DATASET WS-HO-JOB-NAME
               WS-HO-CCY-POS WS-HO-AMT-POS WS-HO-AMT-LEN
               WS-HO-RECORD-COUNT WS-HO-STATUS WS-HO-MSG

           IF WS-HO-STATUS = 0
              DISPLAY "CUSTDMRG: CUSTGOOD handoff registered, "
                 WS-HO-RECORD-COUNT " record(s)"
           ELSE
              MOVE 1 TO WS-HO-NOT-REGISTERED
              DISPLAY "CUSTDMRG: CUSTGOOD handoff not registered - "
                 FUNCTION TRIM(WS-HO-MSG)
           END-IF.

       REGISTER-CUSTGOOD-HANDOFF-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
