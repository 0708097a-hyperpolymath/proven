      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven ChartApprove - second-user approval of pending
      * COAMAST chart-of-accounts changes
      *

      *================================================================
      * COAAPPRV is a pseudo-conversational CICS transaction (TRANID
      * COAA) fronting the COAAPR1 map - the second pair of eyes
      * for COAMAINT, as TBLAPPRV is for TBLMAINT. A DIFFERENT user
      * keys the account code of a change pending on COAPEND, sees
      * what was asked for and by whom, and either approves it (the
      * change is applied to the COAMAST chart, stamped with the
      * approver's userid) or rejects it. The requesting user
      * approving their own change is refused.
      *
      * An approved add writes the account open from its effective
      * date. An amendment replaces only the fields the requester
      * keyed. A deactivation sets the date the account stops taking
      * postings - today if the requested date has already passed -
      * but only while TRIALBAL's latest stamp on the account still
      * shows no balance in any currency; if a balance has appeared
      * since the request, the approval is refused and the change
      * stays pending to be rejected. A reactivation reopens the
      * account. GL-POST reads the chart afresh at least every ten
      * minutes, so an approved change is in force the same day.
      *
      * Every applied change is queued on TJRN as a before/after
      * image pair in PROVEN-JRNL-WRITE's layout for JRNDRAIN, and
      * every approval and rejection on VAUD as a privileged action
      * under the approver's userid, naming the user who raised the
      * change, for the nightly PRIVRPT review.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAAPPRV.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the COAAPR1 map's symbolic map, field for field -
      * see COAAPPRV.bms for the map source this is generated from
       01 COAAPR1I.
          05 ACCFL                     PIC S9(4) COMP.
          05 ACCFF                     PIC X.
          05 ACCFI                     PIC X(08).
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(01).
          05 REQFL                     PIC S9(4) COMP.
          05 REQFF                     PIC X.
          05 REQFI                     PIC X(08).
          05 PACFL                     PIC S9(4) COMP.
          05 PACFF                     PIC X.
          05 PACFI                     PIC X(01).
          05 DSCFL                     PIC S9(4) COMP.
          05 DSCFF                     PIC X.
          05 DSCFI                     PIC X(30).
          05 TYPFL                     PIC S9(4) COMP.
          05 TYPFF                     PIC X.
          05 TYPFI                     PIC X(01).
          05 PTNFL                     PIC S9(4) COMP.
          05 PTNFF                     PIC X.
          05 PTNFI                     PIC X(04).
          05 MIRFL                     PIC S9(4) COMP.
          05 MIRFF                     PIC X.
          05 MIRFI                     PIC X(08).
          05 EFFFL                     PIC S9(4) COMP.
          05 EFFFF                     PIC X.
          05 EFFFI                     PIC X(08).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).

       01 COAAPR1O REDEFINES COAAPR1I.
          05 FILLER                    PIC X(03).
          05 ACCFO                     PIC X(08).
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(01).
          05 FILLER                    PIC X(03).
          05 REQFO                     PIC X(08).
          05 FILLER                    PIC X(03).
          05 PACFO                     PIC X(01).
          05 FILLER                    PIC X(03).
          05 DSCFO                     PIC X(30).
          05 FILLER                    PIC X(03).
          05 TYPFO                     PIC X(01).
          05 FILLER                    PIC X(03).
          05 PTNFO                     PIC X(04).
          05 FILLER                    PIC X(03).
          05 MIRFO                     PIC X(08).
          05 FILLER                    PIC X(03).
          05 EFFFO                     PIC X(08).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors COAMAINT.cob's COA-PENDING-RECORD and
      * CHART-OF-ACCOUNTS-RECORD, field for field
       01 COA-PENDING-RECORD.
          05 CP-ACCOUNT-CODE           PIC X(8).
          05 CP-ACTION                 PIC X(1).
             88 CP-ACTION-IS-ADD       VALUE "A".
             88 CP-ACTION-IS-AMEND     VALUE "M".
             88 CP-ACTION-IS-DEACT     VALUE "D".
             88 CP-ACTION-IS-REACT     VALUE "R".
          05 CP-DESCRIPTION            PIC X(30).
          05 CP-ACCOUNT-TYPE           PIC X(1).
          05 CP-IC-PARTNER-ENTITY      PIC X(4).
          05 CP-IC-MIRROR-ACCOUNT      PIC X(8).
          05 CP-EFFECTIVE-DATE         PIC 9(8).
          05 CP-REQUESTED-BY           PIC X(8).
          05 CP-REQUESTED-DATE         PIC 9(8).
          05 FILLER                    PIC X(44).

       01 CHART-OF-ACCOUNTS-RECORD.
          05 CA-ACCOUNT-CODE           PIC X(8).
          05 CA-DESCRIPTION            PIC X(30).
          05 CA-ACCOUNT-TYPE           PIC X(1).
          05 CA-IC-PARTNER-ENTITY      PIC X(4).
          05 CA-IC-MIRROR-ACCOUNT      PIC X(8).
          05 CA-EFFECTIVE-DATE         PIC 9(8).
          05 CA-CLOSED-DATE            PIC 9(8).
          05 CA-LAST-CHANGED           PIC 9(8).
          05 CA-CHANGED-BY             PIC X(8).
          05 CA-BALANCE-AS-OF          PIC 9(8).
          05 CA-OPEN-BALANCES          PIC 9(3).
          05 FILLER                    PIC X(26).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-ACCOUNT-CODE              PIC X(8).
       01 WS-TODAY                     PIC 9(8).
       01 WS-USERID                    PIC X(8).
       01 WS-MSG                       PIC X(76).

      * One forward-recovery journal entry queued on the TJRN
      * transient data queue per applied change - must match
      * PROVEN-JRNL-WRITE's layout field for field, so JRNDRAIN
      * can pass it through untouched
       01 WS-TDQ-JOURNAL-RECORD.
          05 WS-JR-TIMESTAMP           PIC 9(14).
          05 WS-JR-DATASET             PIC X(8).
          05 WS-JR-ACTION              PIC X(1).
          05 WS-JR-RECORD-KEY          PIC X(64).
          05 WS-JR-BEFORE-IMAGE        PIC X(160).
          05 WS-JR-AFTER-IMAGE         PIC X(160).
       01 WS-TDQ-LENGTH                PIC S9(4) COMP VALUE +407.
       01 WS-JRNL-RESP                 PIC S9(8) COMP.
       01 WS-BEFORE-SAVE               PIC X(160).

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

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-MAP)
                ERROR(ABEND-EXIT)
           END-EXEC

           EXEC CICS RECEIVE MAP('COAAPR1') MAPSET('COAASET')
                INTO(COAAPR1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM PROCESS-DECISION
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('COAA') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO COAAPR1O
           EXEC CICS SEND MAP('COAAPR1') MAPSET('COAASET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('COAA') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * PROCESS-DECISION: read the pending change, show it, enforce
      * the different-user rule, and apply or discard it
      *================================================================
       PROCESS-DECISION SECTION.
           MOVE SPACES TO WS-MSG
           MOVE SPACES TO REQFO
           MOVE SPACES TO PACFO
           MOVE SPACES TO DSCFO
           MOVE SPACES TO TYPFO
           MOVE SPACES TO PTNFO
           MOVE SPACES TO MIRFO
           MOVE SPACES TO EFFFO

           IF ACCFI = SPACES OR ACCFI = LOW-VALUES
              MOVE "ACCOUNT CODE IS REQUIRED" TO WS-MSG
              GO TO PROCESS-DECISION-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(ACCFI) TO WS-ACCOUNT-CODE

           MOVE ACTFI TO WS-DECISION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-DECISION-CHOICE)
              TO WS-DECISION-CHOICE
           IF NOT WS-DECISION-IS-APPROVE
              AND NOT WS-DECISION-IS-REJECT
              MOVE "ACT MUST BE A (APPROVE) OR R (REJECT)"
                 TO WS-MSG
              GO TO PROCESS-DECISION-EXIT
           END-IF

           EXEC CICS READ DATASET('COAPEND')
                INTO(COA-PENDING-RECORD)
                RIDFLD(WS-ACCOUNT-CODE)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "NO PENDING CHANGE FOR THAT ACCOUNT" TO WS-MSG
              GO TO PROCESS-DECISION-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING PENDING FILE" TO WS-MSG
              GO TO PROCESS-DECISION-EXIT
           END-IF

           MOVE CP-REQUESTED-BY TO REQFO
           MOVE CP-ACTION TO PACFO
           MOVE CP-DESCRIPTION TO DSCFO
           MOVE CP-ACCOUNT-TYPE TO TYPFO
           MOVE CP-IC-PARTNER-ENTITY TO PTNFO
           MOVE CP-IC-MIRROR-ACCOUNT TO MIRFO
           IF CP-EFFECTIVE-DATE > 0
              MOVE CP-EFFECTIVE-DATE TO EFFFO
           END-IF

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

      *    The four-eyes rule itself
           IF WS-USERID = CP-REQUESTED-BY
              MOVE "REQUESTING USER MAY NOT APPROVE OWN CHANGE"
                 TO WS-MSG
              GO TO PROCESS-DECISION-EXIT
           END-IF

           IF WS-DECISION-IS-APPROVE
              EVALUATE TRUE
                 WHEN CP-ACTION-IS-ADD
                    PERFORM APPLY-ACCOUNT-ADD
                 WHEN CP-ACTION-IS-AMEND
                    PERFORM APPLY-ACCOUNT-AMEND
                 WHEN CP-ACTION-IS-DEACT
                    PERFORM APPLY-ACCOUNT-DEACTIVATE
                 WHEN OTHER
                    PERFORM APPLY-ACCOUNT-REACTIVATE
              END-EVALUATE
              IF WS-MSG NOT = SPACES
                 GO TO PROCESS-DECISION-EXIT
              END-IF
              MOVE "CHANGE APPROVED AND APPLIED" TO WS-MSG
              MOVE "A" TO WS-PA-ACTION
           ELSE
              MOVE "CHANGE REJECTED AND DISCARDED" TO WS-MSG
              MOVE "J" TO WS-PA-ACTION
           END-IF

           MOVE "COAMAST" TO WS-PA-OBJECT
           MOVE WS-ACCOUNT-CODE TO WS-PA-KEY
           MOVE CP-REQUESTED-BY TO WS-PA-RAISED-BY
           MOVE SPACES TO WS-PA-HASH-SUBJECT
           MOVE CP-ACCOUNT-CODE TO WS-PA-HASH-SUBJECT(1:8)
           MOVE CP-ACTION TO WS-PA-HASH-SUBJECT(9:1)
           PERFORM QUEUE-PRIVILEGED-ACTION

           EXEC CICS DELETE DATASET('COAPEND')
                RIDFLD(WS-ACCOUNT-CODE)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "DECISION APPLIED BUT PENDING ENTRY NOT REMOVED"
                 TO WS-MSG
           END-IF.

       PROCESS-DECISION-EXIT.
           EXIT.

      *================================================================
      * APPLY-ACCOUNT-ADD: write the new account, open from its
      * effective date, with no balance stamp until TRIALBAL's next
      * run
      *================================================================
       APPLY-ACCOUNT-ADD SECTION.
           MOVE SPACES TO CHART-OF-ACCOUNTS-RECORD
           MOVE WS-ACCOUNT-CODE TO CA-ACCOUNT-CODE
           MOVE CP-DESCRIPTION TO CA-DESCRIPTION
           MOVE CP-ACCOUNT-TYPE TO CA-ACCOUNT-TYPE
           MOVE CP-IC-PARTNER-ENTITY TO CA-IC-PARTNER-ENTITY
           MOVE CP-IC-MIRROR-ACCOUNT TO CA-IC-MIRROR-ACCOUNT
           MOVE CP-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE
           MOVE 99999999 TO CA-CLOSED-DATE
           MOVE WS-TODAY TO CA-LAST-CHANGED
           MOVE WS-USERID TO CA-CHANGED-BY
           MOVE 0 TO CA-BALANCE-AS-OF
           MOVE 0 TO CA-OPEN-BALANCES

           EXEC CICS WRITE DATASET('COAMAST')
                FROM(CHART-OF-ACCOUNTS-RECORD)
                RIDFLD(CA-ACCOUNT-CODE)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPREC)
              MOVE "ACCOUNT IS ALREADY ON THE CHART" TO WS-MSG
              GO TO APPLY-ACCOUNT-ADD-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR APPLYING CHART CHANGE" TO WS-MSG
              GO TO APPLY-ACCOUNT-ADD-EXIT
           END-IF

           MOVE SPACES TO WS-BEFORE-SAVE
           MOVE "A" TO WS-JR-ACTION
           PERFORM QUEUE-CHART-JOURNAL.

       APPLY-ACCOUNT-ADD-EXIT.
           EXIT.

      *================================================================
      * APPLY-ACCOUNT-AMEND: replace only the fields the requester
      * keyed
      *================================================================
       APPLY-ACCOUNT-AMEND SECTION.
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-MSG NOT = SPACES
              GO TO APPLY-ACCOUNT-AMEND-EXIT
           END-IF

           IF CP-DESCRIPTION NOT = SPACES
              MOVE CP-DESCRIPTION TO CA-DESCRIPTION
           END-IF
           IF CP-ACCOUNT-TYPE NOT = SPACE
              MOVE CP-ACCOUNT-TYPE TO CA-ACCOUNT-TYPE
           END-IF
           IF CP-IC-PARTNER-ENTITY NOT = SPACES
              MOVE CP-IC-PARTNER-ENTITY TO CA-IC-PARTNER-ENTITY
              MOVE CP-IC-MIRROR-ACCOUNT TO CA-IC-MIRROR-ACCOUNT
           END-IF

           PERFORM REWRITE-ACCOUNT.

       APPLY-ACCOUNT-AMEND-EXIT.
           EXIT.

      *================================================================
      * APPLY-ACCOUNT-DEACTIVATE: hold the approval to the balance
      * rule again against the stamp on the chart now, then set the
      * date the account stops taking postings - never earlier than
      * today
      *================================================================
       APPLY-ACCOUNT-DEACTIVATE SECTION.
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-MSG NOT = SPACES
              GO TO APPLY-ACCOUNT-DEACTIVATE-EXIT
           END-IF

           IF CA-BALANCE-AS-OF IS NOT NUMERIC
              OR CA-BALANCE-AS-OF = 0
              OR CA-OPEN-BALANCES IS NOT NUMERIC
              OR CA-OPEN-BALANCES > 0
              EXEC CICS UNLOCK DATASET('COAMAST')
                   RESP(WS-RESP)
              END-EXEC
              MOVE "BALANCE NOW ON ACCOUNT OR NO STAMP - REJECT"
                 TO WS-MSG
              GO TO APPLY-ACCOUNT-DEACTIVATE-EXIT
           END-IF

           IF CP-EFFECTIVE-DATE < WS-TODAY
              MOVE WS-TODAY TO CA-CLOSED-DATE
           ELSE
              MOVE CP-EFFECTIVE-DATE TO CA-CLOSED-DATE
           END-IF

           PERFORM REWRITE-ACCOUNT.

       APPLY-ACCOUNT-DEACTIVATE-EXIT.
           EXIT.

      *================================================================
      * APPLY-ACCOUNT-REACTIVATE: reopen the account
      *================================================================
       APPLY-ACCOUNT-REACTIVATE SECTION.
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-MSG NOT = SPACES
              GO TO APPLY-ACCOUNT-REACTIVATE-EXIT
           END-IF

           MOVE 99999999 TO CA-CLOSED-DATE
           PERFORM REWRITE-ACCOUNT.

       APPLY-ACCOUNT-REACTIVATE-EXIT.
           EXIT.

      *================================================================
      * READ-ACCOUNT-FOR-UPDATE: read the chart record for update
      * and keep its before image for the journal
      *================================================================
       READ-ACCOUNT-FOR-UPDATE SECTION.
           EXEC CICS READ DATASET('COAMAST')
                INTO(CHART-OF-ACCOUNTS-RECORD)
                RIDFLD(WS-ACCOUNT-CODE)
                UPDATE
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "ACCOUNT IS NO LONGER ON THE CHART" TO WS-MSG
              GO TO READ-ACCOUNT-FOR-UPDATE-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING CHART RECORD FOR UPDATE" TO WS-MSG
              GO TO READ-ACCOUNT-FOR-UPDATE-EXIT
           END-IF

           MOVE SPACES TO WS-BEFORE-SAVE
           MOVE CHART-OF-ACCOUNTS-RECORD TO WS-BEFORE-SAVE(1:120).

       READ-ACCOUNT-FOR-UPDATE-EXIT.
           EXIT.

      *================================================================
      * REWRITE-ACCOUNT: stamp the approver, rewrite, and journal
      *================================================================
       REWRITE-ACCOUNT SECTION.
           MOVE WS-TODAY TO CA-LAST-CHANGED
           MOVE WS-USERID TO CA-CHANGED-BY

           EXEC CICS REWRITE DATASET('COAMAST')
                FROM(CHART-OF-ACCOUNTS-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR APPLYING CHART CHANGE" TO WS-MSG
           ELSE
              MOVE "U" TO WS-JR-ACTION
              PERFORM QUEUE-CHART-JOURNAL
           END-IF.

       REWRITE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * QUEUE-CHART-JOURNAL: one before/after image pair on the
      * TJRN queue for the change just applied - JRNDRAIN lands it
      * on the VSAMJRNL forward-recovery journal tonight
      *================================================================
       QUEUE-CHART-JOURNAL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JR-TIMESTAMP
           MOVE "COAMAST" TO WS-JR-DATASET
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE WS-ACCOUNT-CODE TO WS-JR-RECORD-KEY(1:8)
           MOVE WS-BEFORE-SAVE TO WS-JR-BEFORE-IMAGE
           MOVE SPACES TO WS-JR-AFTER-IMAGE
           MOVE CHART-OF-ACCOUNTS-RECORD TO WS-JR-AFTER-IMAGE(1:120)

           EXEC CICS WRITEQ TD QUEUE('TJRN')
                FROM(WS-TDQ-JOURNAL-RECORD)
                LENGTH(WS-TDQ-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       QUEUE-CHART-JOURNAL-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO
           MOVE -1 TO ACCFL

           EXEC CICS SEND MAP('COAAPR1') MAPSET('COAASET')
                FROM(COAAPR1O)
                DATAONLY
                CURSOR
           END-EXEC.

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
           MOVE "COAAPPRV" TO TD-CALLING-PROGRAM
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
       ABEND-EXIT SECTION.
           MOVE "UNEXPECTED ERROR - CONTACT SUPPORT" TO WS-MSG
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN
           END-EXEC.

       ABEND-EXIT-EXIT.
           EXIT.

       END PROGRAM COAAPPRV.
