      * rejects it. The requesting user approving their own change
      * is refused. PROVEN-TBLEXTR keeps extracting only applied
      * master state.
      *
      * Table R applies a country-risk and embargo change to
      * CTRYVSAM. An approved add writes the dated entry with the
      * rating, embargo flag and end date the requester keyed; if
      * the entry is already on file it is re-rated in place. D/R
      * switch the entry off and back on. The batch validators pick
      * the change up on their next run.
      *
      * Every approval and rejection is also queued on VAUD as a
      * privileged action under the approver's userid, naming the user
      * who raised the change, for the nightly PRIVRPT review.
      *================================================================

       IDENTIFICATION DIVISION.
          05 PC-DECIMALS               PIC X(1).
          05 PC-REQUESTED-BY           PIC X(8).
          05 PC-REQUESTED-DATE         PIC 9(8).
          05 PC-RISK-RATING            PIC X(1).
          05 PC-EMBARGO                PIC X(1).
          05 PC-EXPIRES                PIC X(8).

       01 CURRENCY-MASTER-RECORD.
          05 CM-CODE                   PIC X(3).
          05 EN-LAST-CHANGED           PIC 9(8).
          05 EN-CHANGED-BY             PIC X(8).

      * CTRYVSAM country-risk and embargo entry - COUNTRY-RISK-
      * MASTER-RECORD in TBLMAST.cpy, read by the batch validators
       01 COUNTRY-RISK-RECORD.
          05 CR-KEY.
             10 CR-COUNTRY             PIC X(2).
             10 CR-EFFECTIVE           PIC 9(8).
          05 CR-EXPIRES                PIC 9(8).
          05 CR-RATING                 PIC X(1).
          05 CR-EMBARGO                PIC X(1).
          05 CR-ACTIVE                 PIC 9.
          05 CR-LAST-CHANGED           PIC 9(8).
          05 CR-CHANGED-BY             PIC X(8).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-PEND-KEY                  PIC X(21).
       01 WS-KEY-20                    PIC X(20).
          88 WS-TABLE-IS-CURRENCY      VALUE "C".
          88 WS-TABLE-IS-DOMAIN        VALUE "D".
          88 WS-TABLE-IS-ENTITLE      VALUE "E".
          88 WS-TABLE-IS-COUNTRY      VALUE "R".

       01 WS-DECISION-CHOICE           PIC X.
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

           MOVE FUNCTION UPPER-CASE(WS-TABLE-CHOICE)
              TO WS-TABLE-CHOICE
           IF NOT WS-TABLE-IS-CURRENCY AND NOT WS-TABLE-IS-DOMAIN
              AND NOT WS-TABLE-IS-ENTITLE AND NOT WS-TABLE-IS-COUNTRY
              MOVE "TABLE MUST BE C, D, E (ENTITLEMENT) OR R (RISK)"
                 TO WS-MSG
              GO TO PROCESS-DECISION-EXIT
           END-IF
                 MOVE FUNCTION UPPER-CASE(WS-KEY-20(1:3))
                    TO WS-KEY-20(1:3)
              WHEN WS-TABLE-IS-ENTITLE
              WHEN WS-TABLE-IS-COUNTRY
                 MOVE FUNCTION UPPER-CASE(WS-KEY-20) TO WS-KEY-20
              WHEN OTHER
                 MOVE FUNCTION LOWER-CASE(WS-KEY-20) TO WS-KEY-20
                    PERFORM APPLY-CURRENCY-CHANGE
                 WHEN WS-TABLE-IS-ENTITLE
                    PERFORM APPLY-ENTITLEMENT-CHANGE
                 WHEN WS-TABLE-IS-COUNTRY
                    PERFORM APPLY-COUNTRY-RISK-CHANGE
                 WHEN OTHER
                    PERFORM APPLY-DOMAIN-CHANGE
              END-EVALUATE
              MOVE "CHANGE REJECTED AND DISCARDED" TO WS-MSG
           END-IF

           EVALUATE TRUE
              WHEN WS-TABLE-IS-CURRENCY
                 MOVE "CURRVSAM" TO WS-PA-OBJECT
              WHEN WS-TABLE-IS-ENTITLE
                 MOVE "VGENTITL" TO WS-PA-OBJECT
              WHEN WS-TABLE-IS-COUNTRY
                 MOVE "CTRYVSAM" TO WS-PA-OBJECT
              WHEN OTHER
                 MOVE "DISPVSAM" TO WS-PA-OBJECT
           END-EVALUATE
           IF WS-DECISION-IS-APPROVE
              MOVE "A" TO WS-PA-ACTION
           ELSE
              MOVE "J" TO WS-PA-ACTION
           END-IF
           MOVE WS-KEY-20 TO WS-PA-KEY
           MOVE PC-REQUESTED-BY TO WS-PA-RAISED-BY
           MOVE WS-PEND-KEY TO WS-PA-HASH-SUBJECT
           PERFORM QUEUE-PRIVILEGED-ACTION

           EXEC CICS DELETE DATASET('PENDVSAM')
                RIDFLD(WS-PEND-KEY)
                RESP(WS-RESP)
       APPLY-ENTITLEMENT-CHANGE-EXIT.
           EXIT.

      *================================================================
      * APPLY-COUNTRY-RISK-CHANGE: a CTRYVSAM entry is country (2)
      * plus effective date (8). An add writes the entry; when that
      * country and date are already on file the add re-rates the
      * existing entry instead, so a rating can be corrected before
      * or after it takes effect without a delete and re-add
      *================================================================
       APPLY-COUNTRY-RISK-CHANGE SECTION.
           MOVE WS-KEY-20(1:2) TO CR-COUNTRY
           MOVE WS-KEY-20(3:8) TO CR-EFFECTIVE

           IF PC-ACTION-IS-ADD
              MOVE PC-EXPIRES TO CR-EXPIRES
              MOVE PC-RISK-RATING TO CR-RATING
              MOVE PC-EMBARGO TO CR-EMBARGO
              MOVE 1 TO CR-ACTIVE
              MOVE WS-TODAY TO CR-LAST-CHANGED
              MOVE WS-USERID TO CR-CHANGED-BY

              EXEC CICS WRITE DATASET('CTRYVSAM')
                   FROM(COUNTRY-RISK-RECORD)
                   RIDFLD(CR-KEY)
                   RESP(WS-RESP)
              END-EXEC

              IF WS-RESP = DFHRESP(NORMAL)
                 GO TO APPLY-COUNTRY-RISK-CHANGE-EXIT
              END-IF
              IF WS-RESP NOT = DFHRESP(DUPREC)
                 MOVE "ERROR APPLYING COUNTRY RISK CHANGE" TO WS-MSG
                 GO TO APPLY-COUNTRY-RISK-CHANGE-EXIT
              END-IF
           END-IF

           EXEC CICS READ DATASET('CTRYVSAM')
                INTO(COUNTRY-RISK-RECORD)
                RIDFLD(CR-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "COUNTRY RISK ENTRY NOT FOUND" TO WS-MSG
              GO TO APPLY-COUNTRY-RISK-CHANGE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN PC-ACTION-IS-ADD
                 MOVE PC-EXPIRES TO CR-EXPIRES
                 MOVE PC-RISK-RATING TO CR-RATING
                 MOVE PC-EMBARGO TO CR-EMBARGO
                 MOVE 1 TO CR-ACTIVE
              WHEN PC-ACTION-IS-DEACT
                 MOVE 0 TO CR-ACTIVE
              WHEN OTHER
                 MOVE 1 TO CR-ACTIVE
           END-EVALUATE
           MOVE WS-TODAY TO CR-LAST-CHANGED
           MOVE WS-USERID TO CR-CHANGED-BY

           EXEC CICS REWRITE DATASET('CTRYVSAM')
                FROM(COUNTRY-RISK-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR APPLYING COUNTRY RISK CHANGE" TO WS-MSG
           END-IF.

       APPLY-COUNTRY-RISK-CHANGE-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP
      *================================================================
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
           MOVE "TBLAPPRV" TO TD-CALLING-PROGRAM
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
