      * approver's userid, for the batch PARM-GET readers to pick
      * up) or rejects it. The requesting user approving their own
      * request is refused, as on TBLAPPRV.
      *
      * Every approval and rejection is also queued on VAUD as a
      * privileged action under the approver's userid, naming the user
      * who raised the request, for the nightly PRIVRPT review.
      *================================================================

       IDENTIFICATION DIVISION.
          88 WS-DECISION-IS-APPROVE    VALUE "A".
          88 WS-DECISION-IS-REJECT     VALUE "R".

      * HASH-SHA256 call fields (SAFE-CRYPTO)
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * One privileged-action entry on the VAUD transient data
      * queue, drained by AUDDRAIN onto the chained audit trail -
      * mirrors PAYREPR's WS-TDQ-AUDIT-RECORD field for field
       01 WS-TDQ-AUDIT-RECORD.
          05 TD-CALLING-PROGRAM        PIC X(16).
          05 TD-VALIDATOR-NAME         PIC X(30).
          05 TD-INPUT-HASH             PIC X(64).
          05 TD-RESULT-SIGN            PIC X(1).
          05 TD-RESULT-DIGITS          PIC 9(4).
          05 TD-ERROR-MSG              PIC X(80).
       01 WS-TDQ-AUDIT-LENGTH          PIC S9(4) COMP VALUE +195.

      * When it was done, by whom, what and to which record, in the
      * fixed columns PRIVRPT reads back off the audit trail (the
      * trail's own timestamp is AUDDRAIN's, not the action's) -
      * the entry's hash is taken over WS-PA-HASH-SUBJECT
       01 WS-PRIV-ACTION-MSG.
          05 WS-PA-ACTED-AT            PIC X(14).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-USERID              PIC X(8).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-ACTION              PIC X(1).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-OBJECT              PIC X(8).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-KEY                 PIC X(36).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-RAISED-BY           PIC X(8).
       01 WS-PA-HASH-SUBJECT           PIC X(64).

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).

              MOVE "REQUEST REJECTED AND DISCARDED" TO WS-MSG
           END-IF

           IF WS-DECISION-IS-APPROVE
              MOVE "A" TO WS-PA-ACTION
           ELSE
              MOVE "J" TO WS-PA-ACTION
           END-IF
           MOVE "PARMMSTR" TO WS-PA-OBJECT
           MOVE WS-PEND-KEY TO WS-PA-KEY
           MOVE PD-REQUESTED-BY TO WS-PA-RAISED-BY
           MOVE WS-PEND-KEY TO WS-PA-HASH-SUBJECT
           PERFORM QUEUE-PRIVILEGED-ACTION

           EXEC CICS DELETE DATASET('PNDPARM')
                RIDFLD(WS-PEND-KEY)
                RESP(WS-RESP)
       SEND-RESULT-MAP-EXIT.
           EXIT.

      *================================================================
      * QUEUE-PRIVILEGED-ACTION: put the action just completed on
      * the VAUD queue for the audit trail - who did it (WS-USERID),
      * what (WS-PA-ACTION) to which record (WS-PA-OBJECT and
      * WS-PA-KEY), and who raised it where someone else did
      *================================================================
       QUEUE-PRIVILEGED-ACTION SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-PA-HASH-SUBJECT TO WS-HASH-INPUT(1:64)
           COMPUTE WS-HASH-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-PA-HASH-SUBJECT TRAILING))
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PA-ACTED-AT
           MOVE WS-USERID TO WS-PA-USERID
           MOVE "PARMAPPR" TO TD-CALLING-PROGRAM
           MOVE "PRIVILEGED-ACTION" TO TD-VALIDATOR-NAME
           MOVE WS-HASH-OUTPUT(1:64) TO TD-INPUT-HASH
           MOVE "+" TO TD-RESULT-SIGN
           MOVE 0 TO TD-RESULT-DIGITS
           MOVE WS-PRIV-ACTION-MSG TO TD-ERROR-MSG

           EXEC CICS WRITEQ TD QUEUE('VAUD')
                FROM(WS-TDQ-AUDIT-RECORD)
                LENGTH(WS-TDQ-AUDIT-LENGTH)
           END-EXEC.

       QUEUE-PRIVILEGED-ACTION-EXIT.
           EXIT.

      *================================================================
      * ABEND-EXIT
      *================================================================
