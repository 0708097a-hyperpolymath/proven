      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven ChartMaintain - online maintenance of the COAMAST
      * chart of accounts
      *

      *================================================================
      * COAMAINT is a pseudo-conversational CICS transaction (TRANID
      * COAM) fronting the COAMNT1 map. Until now the chart GL-POST,
      * TRIALBAL and GLCONSOL work from could only be changed by a
      * batch reload, so a new fee or entity account took days to
      * arrive and its postings went to suspense meanwhile. Here the
      * accountants request the add of an account, the amendment of
      * its description, type or intercompany pairing, or its
      * deactivation or reactivation - under the same four-eyes
      * control as TBLMAINT: the request is written to the COAPEND
      * pending file with this operator's userid, NOT applied to
      * COAMAST. A second, different user approves it on the
      * COAAPPRV screen, and only then does it reach the chart, where
      * GL-POST's in-storage table picks it up the same day.
      *
      * Every account change is dated. An add names the date the
      * account starts taking postings and a deactivation the date
      * it stops (EFF, today when left blank, never in the past).
      * An account may not be deactivated while it still holds a
      * balance: the count of currencies TRIALBAL last found it
      * netting to non-zero in must be zero, and an account
      * TRIALBAL has never stamped cannot be deactivated until it
      * has. COAAPPRV holds the approval to the same rule against
      * whatever stamp is on the chart by then.
      *
      * Every recorded request is also queued on VAUD as a
      * privileged action under the requesting userid, for the
      * nightly PRIVRPT segregation-of-duties review.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAMAINT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the COAMNT1 map's symbolic map, field for field -
      * see COAMAINT.bms for the map source this is generated from
       01 COAMNT1I.
          05 ACCFL                     PIC S9(4) COMP.
          05 ACCFF                     PIC X.
          05 ACCFI                     PIC X(08).
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(01).
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

       01 COAMNT1O REDEFINES COAMNT1I.
          05 FILLER                    PIC X(03).
          05 ACCFO                     PIC X(08).
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(01).
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

      * COAPEND pending chart change, keyed by account code - the
      * COAAPPRV approval screen works this file. An amendment
      * carries only the fields the requester keyed; blank ones are
      * left as they are on the chart.
       01 COA-PENDING-RECORD.
          05 CP-ACCOUNT-CODE           PIC X(8).
          05 CP-ACTION                 PIC X(1).
          05 CP-DESCRIPTION            PIC X(30).
          05 CP-ACCOUNT-TYPE           PIC X(1).
          05 CP-IC-PARTNER-ENTITY      PIC X(4).
          05 CP-IC-MIRROR-ACCOUNT      PIC X(8).
          05 CP-EFFECTIVE-DATE         PIC 9(8).
          05 CP-REQUESTED-BY           PIC X(8).
          05 CP-REQUESTED-DATE         PIC 9(8).
          05 FILLER                    PIC X(44).

      * COAMAST chart-of-accounts record - mirrors
      * CHART-OF-ACCOUNTS-RECORD in PROVEN-GL-POST.cob field for
      * field
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
       01 WS-EFFECTIVE-DATE            PIC 9(8).
       01 WS-ON-CHART                  PIC 9 VALUE 0.
       01 WS-ACCOUNT-OPEN              PIC 9 VALUE 0.
       01 WS-CLOSE-SCHEDULED           PIC 9 VALUE 0.

       01 WS-ACTION-CHOICE             PIC X.
          88 WS-ACTION-IS-ADD          VALUE "A".
          88 WS-ACTION-IS-AMEND        VALUE "M".
          88 WS-ACTION-IS-DEACTIVATE   VALUE "D".
          88 WS-ACTION-IS-REACTIVATE   VALUE "R".

       01 WS-TYPE-CHOICE               PIC X.
          88 WS-TYPE-IS-VALID          VALUE "A" "L" "Q" "I" "E".

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
      * MAIN-CONTROL: send the map on first entry, otherwise receive
      * and process the operator's request, then re-send the map
      * for the next request
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-MAP)
                ERROR(ABEND-EXIT)
           END-EXEC

           EXEC CICS RECEIVE MAP('COAMNT1') MAPSET('COAMSET')
                INTO(COAMNT1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM VALIDATE-AND-QUEUE
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('COAM') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP: first entry to the transaction - send the
      * map blank and wait for input
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO COAMNT1O
           EXEC CICS SEND MAP('COAMNT1') MAPSET('COAMSET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('COAM') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-AND-QUEUE: check the operator's input against the
      * chart and, if it is valid, record it as a PENDING change for
      * a second user to approve on the COAAPPRV screen - nothing on
      * this screen ever touches COAMAST
      *================================================================
       VALIDATE-AND-QUEUE SECTION.
           MOVE SPACES TO WS-MSG
           MOVE ACTFI TO WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
              TO WS-ACTION-CHOICE
           PERFORM CLEAR-UNKEYED-FIELDS

           IF ACCFI = SPACES
              MOVE "ACCOUNT CODE IS REQUIRED" TO WS-MSG
              GO TO VALIDATE-AND-QUEUE-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(ACCFI) TO WS-ACCOUNT-CODE

           IF NOT WS-ACTION-IS-ADD AND NOT WS-ACTION-IS-AMEND
              AND NOT WS-ACTION-IS-DEACTIVATE
              AND NOT WS-ACTION-IS-REACTIVATE
              MOVE "ACTION MUST BE A, M, D OR R" TO WS-MSG
              GO TO VALIDATE-AND-QUEUE-EXIT
           END-IF

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM READ-CHART-ACCOUNT
           IF WS-MSG NOT = SPACES
              GO TO VALIDATE-AND-QUEUE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-ACTION-IS-ADD
                 PERFORM VALIDATE-ADD
              WHEN WS-ACTION-IS-AMEND
                 PERFORM VALIDATE-AMEND
              WHEN WS-ACTION-IS-DEACTIVATE
                 PERFORM VALIDATE-DEACTIVATE
              WHEN OTHER
                 PERFORM VALIDATE-REACTIVATE
           END-EVALUATE
           IF WS-MSG NOT = SPACES
              GO TO VALIDATE-AND-QUEUE-EXIT
           END-IF

           PERFORM WRITE-PENDING-CHANGE.

       VALIDATE-AND-QUEUE-EXIT.
           EXIT.

      *================================================================
      * CLEAR-UNKEYED-FIELDS: a field the operator left alone comes
      * in as low-values - treat it as blank
      *================================================================
       CLEAR-UNKEYED-FIELDS SECTION.
           INSPECT ACCFI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT DSCFI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT TYPFI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT PTNFI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT MIRFI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT EFFFI REPLACING ALL LOW-VALUE BY SPACE.

       CLEAR-UNKEYED-FIELDS-EXIT.
           EXIT.

      *================================================================
      * READ-CHART-ACCOUNT: is the account on COAMAST, and is it
      * open? A closed date the record does not carry means open;
      * one still to come leaves it open with its close scheduled.
      * Output: WS-ON-CHART, WS-ACCOUNT-OPEN, WS-CLOSE-SCHEDULED,
      *         WS-MSG on a file error
      *================================================================
       READ-CHART-ACCOUNT SECTION.
           MOVE 0 TO WS-ON-CHART
           MOVE 0 TO WS-ACCOUNT-OPEN
           MOVE 0 TO WS-CLOSE-SCHEDULED

           EXEC CICS READ DATASET('COAMAST')
                INTO(CHART-OF-ACCOUNTS-RECORD)
                RIDFLD(WS-ACCOUNT-CODE)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              GO TO READ-CHART-ACCOUNT-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING CHART OF ACCOUNTS" TO WS-MSG
              GO TO READ-CHART-ACCOUNT-EXIT
           END-IF

           MOVE 1 TO WS-ON-CHART
           IF CA-CLOSED-DATE IS NOT NUMERIC
              OR CA-CLOSED-DATE = 0
              OR CA-CLOSED-DATE = 99999999
              MOVE 1 TO WS-ACCOUNT-OPEN
              GO TO READ-CHART-ACCOUNT-EXIT
           END-IF
           IF CA-CLOSED-DATE > WS-TODAY
              MOVE 1 TO WS-ACCOUNT-OPEN
              MOVE 1 TO WS-CLOSE-SCHEDULED
           END-IF.

       READ-CHART-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-ADD: a new account needs a description and a type;
      * an intercompany pairing needs both the partner entity and
      * the mirror account
      *================================================================
       VALIDATE-ADD SECTION.
           IF WS-ON-CHART = 1
              MOVE "ACCOUNT IS ALREADY ON THE CHART - USE M TO AMEND"
                 TO WS-MSG
              GO TO VALIDATE-ADD-EXIT
           END-IF

           IF DSCFI = SPACES
              MOVE "DESC IS REQUIRED TO ADD AN ACCOUNT" TO WS-MSG
              GO TO VALIDATE-ADD-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(TYPFI) TO WS-TYPE-CHOICE
           IF NOT WS-TYPE-IS-VALID
              MOVE "TYPE (A, L, Q, I OR E) IS REQUIRED TO ADD"
                 TO WS-MSG
              GO TO VALIDATE-ADD-EXIT
           END-IF

           IF (PTNFI = SPACES AND MIRFI NOT = SPACES)
              OR (PTNFI NOT = SPACES AND MIRFI = SPACES)
              MOVE "PTNR AND MIRROR GO TOGETHER - KEY BOTH OR NEITHER"
                 TO WS-MSG
              GO TO VALIDATE-ADD-EXIT
           END-IF

           PERFORM VALIDATE-EFFECTIVE-DATE.

       VALIDATE-ADD-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-AMEND: the account must be on the chart and at
      * least one field must be keyed; a keyed type must be valid.
      * The pairing can only be amended as a pair.
      *================================================================
       VALIDATE-AMEND SECTION.
           IF WS-ON-CHART = 0
              MOVE "ACCOUNT IS NOT ON THE CHART" TO WS-MSG
              GO TO VALIDATE-AMEND-EXIT
           END-IF

           IF DSCFI = SPACES AND TYPFI = SPACES
              AND PTNFI = SPACES AND MIRFI = SPACES
              MOVE "KEY THE DESC, TYPE OR PTNR/MIRROR TO BE AMENDED"
                 TO WS-MSG
              GO TO VALIDATE-AMEND-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(TYPFI) TO WS-TYPE-CHOICE
           IF WS-TYPE-CHOICE NOT = SPACE AND NOT WS-TYPE-IS-VALID
              MOVE "TYPE MUST BE A, L, Q, I OR E" TO WS-MSG
              GO TO VALIDATE-AMEND-EXIT
           END-IF

           IF (PTNFI = SPACES AND MIRFI NOT = SPACES)
              OR (PTNFI NOT = SPACES AND MIRFI = SPACES)
              MOVE "PTNR AND MIRROR GO TOGETHER - KEY BOTH OR NEITHER"
                 TO WS-MSG
              GO TO VALIDATE-AMEND-EXIT
           END-IF

           MOVE 0 TO WS-EFFECTIVE-DATE.

       VALIDATE-AMEND-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-DEACTIVATE: only an open account, and only one that
      * TRIALBAL has stamped as holding no balance in any currency
      *================================================================
       VALIDATE-DEACTIVATE SECTION.
           IF WS-ON-CHART = 0
              MOVE "ACCOUNT IS NOT ON THE CHART" TO WS-MSG
              GO TO VALIDATE-DEACTIVATE-EXIT
           END-IF

           IF WS-ACCOUNT-OPEN = 0
              MOVE "ACCOUNT IS ALREADY DEACTIVATED" TO WS-MSG
              GO TO VALIDATE-DEACTIVATE-EXIT
           END-IF

           IF WS-CLOSE-SCHEDULED = 1
              MOVE "ACCOUNT ALREADY HAS A DEACTIVATION DATE" TO WS-MSG
              GO TO VALIDATE-DEACTIVATE-EXIT
           END-IF

           IF CA-BALANCE-AS-OF IS NOT NUMERIC
              OR CA-BALANCE-AS-OF = 0
              OR CA-OPEN-BALANCES IS NOT NUMERIC
              MOVE "NO TRIAL BALANCE STAMP YET - CANNOT DEACTIVATE"
                 TO WS-MSG
              GO TO VALIDATE-DEACTIVATE-EXIT
           END-IF

           IF CA-OPEN-BALANCES > 0
              STRING "ACCOUNT STILL HAS A BALANCE IN "
                     CA-OPEN-BALANCES
                     " CURRENCY(IES) AS OF "
                     CA-BALANCE-AS-OF
                     " - CANNOT DEACTIVATE"
                     DELIMITED BY SIZE INTO WS-MSG
              GO TO VALIDATE-DEACTIVATE-EXIT
           END-IF

           PERFORM VALIDATE-EFFECTIVE-DATE.

       VALIDATE-DEACTIVATE-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-REACTIVATE: only a deactivated account, or one
      * whose deactivation date has yet to arrive
      *================================================================
       VALIDATE-REACTIVATE SECTION.
           IF WS-ON-CHART = 0
              MOVE "ACCOUNT IS NOT ON THE CHART" TO WS-MSG
              GO TO VALIDATE-REACTIVATE-EXIT
           END-IF

           IF WS-ACCOUNT-OPEN = 1 AND WS-CLOSE-SCHEDULED = 0
              MOVE "ACCOUNT IS NOT DEACTIVATED" TO WS-MSG
              GO TO VALIDATE-REACTIVATE-EXIT
           END-IF

           MOVE 0 TO WS-EFFECTIVE-DATE.

       VALIDATE-REACTIVATE-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-EFFECTIVE-DATE: EFF blank means today; otherwise a
      * YYYYMMDD date no earlier than today
      * Output: WS-EFFECTIVE-DATE, WS-MSG (set on failure)
      *================================================================
       VALIDATE-EFFECTIVE-DATE SECTION.
           IF EFFFI = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE-DATE
              GO TO VALIDATE-EFFECTIVE-DATE-EXIT
           END-IF

           IF EFFFI IS NOT NUMERIC
              OR EFFFI(5:2) < "01" OR EFFFI(5:2) > "12"
              OR EFFFI(7:2) < "01" OR EFFFI(7:2) > "31"
              MOVE "EFF MUST BE YYYYMMDD OR BLANK" TO WS-MSG
              GO TO VALIDATE-EFFECTIVE-DATE-EXIT
           END-IF

           MOVE EFFFI TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE < WS-TODAY
              MOVE "EFF MAY NOT FALL BEFORE TODAY" TO WS-MSG
           END-IF.

       VALIDATE-EFFECTIVE-DATE-EXIT.
           EXIT.

      *================================================================
      * WRITE-PENDING-CHANGE: record the requested change on the
      * COAPEND pending file for a second user to approve on the
      * COAAPPRV screen - nothing touches the chart here
      *================================================================
       WRITE-PENDING-CHANGE SECTION.
           MOVE SPACES TO COA-PENDING-RECORD
           MOVE WS-ACCOUNT-CODE TO CP-ACCOUNT-CODE
           MOVE WS-ACTION-CHOICE TO CP-ACTION
           MOVE DSCFI TO CP-DESCRIPTION
           MOVE WS-TYPE-CHOICE TO CP-ACCOUNT-TYPE
           MOVE FUNCTION UPPER-CASE(PTNFI) TO CP-IC-PARTNER-ENTITY
           MOVE FUNCTION UPPER-CASE(MIRFI) TO CP-IC-MIRROR-ACCOUNT
           MOVE WS-EFFECTIVE-DATE TO CP-EFFECTIVE-DATE
           MOVE WS-USERID TO CP-REQUESTED-BY
           MOVE WS-TODAY TO CP-REQUESTED-DATE
           IF WS-ACTION-IS-DEACTIVATE OR WS-ACTION-IS-REACTIVATE
              MOVE SPACES TO CP-DESCRIPTION
              MOVE SPACES TO CP-ACCOUNT-TYPE
              MOVE SPACES TO CP-IC-PARTNER-ENTITY
              MOVE SPACES TO CP-IC-MIRROR-ACCOUNT
           END-IF

           EXEC CICS WRITE DATASET('COAPEND')
                FROM(COA-PENDING-RECORD)
                RIDFLD(CP-ACCOUNT-CODE)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPREC)
              MOVE "A CHANGE FOR THIS ACCOUNT IS ALREADY PENDING"
                 TO WS-MSG
              GO TO WRITE-PENDING-CHANGE-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR RECORDING PENDING CHANGE" TO WS-MSG
              GO TO WRITE-PENDING-CHANGE-EXIT
           END-IF

           MOVE "COAMAST" TO WS-PA-OBJECT
           MOVE "R" TO WS-PA-ACTION
           MOVE WS-ACCOUNT-CODE TO WS-PA-KEY
           MOVE SPACES TO WS-PA-RAISED-BY
           MOVE SPACES TO WS-PA-HASH-SUBJECT
           MOVE CP-ACCOUNT-CODE TO WS-PA-HASH-SUBJECT(1:8)
           MOVE CP-ACTION TO WS-PA-HASH-SUBJECT(9:1)
           PERFORM QUEUE-PRIVILEGED-ACTION

           MOVE "CHANGE RECORDED - AWAITING SECOND APPROVAL"
              TO WS-MSG.

       WRITE-PENDING-CHANGE-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP: redisplay the map with the operator's
      * message and clear the input fields for the next request
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO
           MOVE SPACES TO ACCFO
           MOVE SPACES TO ACTFO
           MOVE SPACES TO DSCFO
           MOVE SPACES TO TYPFO
           MOVE SPACES TO PTNFO
           MOVE SPACES TO MIRFO
           MOVE SPACES TO EFFFO
           MOVE -1 TO ACCFL

           EXEC CICS SEND MAP('COAMNT1') MAPSET('COAMSET')
                FROM(COAMNT1O)
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
           MOVE "COAMAINT" TO TD-CALLING-PROGRAM
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
      * ABEND-EXIT: unexpected CICS condition - tell the operator and
      * end the transaction cleanly rather than let it abend
      *================================================================
       ABEND-EXIT SECTION.
           MOVE "UNEXPECTED ERROR - CONTACT SUPPORT" TO WS-MSG
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN
           END-EXEC.

       ABEND-EXIT-EXIT.
           EXIT.

       END PROGRAM COAMAINT.
