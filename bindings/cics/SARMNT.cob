      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven SarMaintain - online suspicious-activity case work
      * and filing approval
      *

      *================================================================
      * SARMNT is a pseudo-conversational CICS transaction (TRANID
      * SARM) fronting the SARMNT1 map, in the KYCREVW mould. The
      * nightly SAROPEN step opens draft cases on the SARCASE KSDS
      * from STRUCDET's structuring alerts and confirmed screening
      * cases; this is where the investigator builds the case and
      * a second officer decides it. Keyed by case ID, a user can:
      *
      *   I  inquire - the case, its deadline (flagged when
      *      overdue), who submitted and approved it, and a count
      *      of its items by type
      *   N  add a line of narrative (draft cases only)
      *   T  attach a GLTXN transaction - ID, and optionally its
      *      currency, amount in minor units and posting date
      *      (draft cases only, once per case)
      *   S  submit a draft for review - it must carry narrative
      *   F  file an under-review case - refused to the user who
      *      submitted it. SARFILE exports filed cases to the
      *      regulator's electronic format that night
      *   B  return an under-review case to draft for more work
      *   C  close - a draft the officer has decided not to file
      *      (it must carry narrative saying why), or a filed case
      *      once SARFILE has exported it
      *
      * A SAR must never reach anyone who could tip the customer
      * off, so the screen is closed to every user without an
      * active SARMNT grant on the VGENTITL entitlements KSDS -
      * user ID in the caller part of the key, maintained as table
      * E on TBLMAINT/TBLAPPRV under the same dual control as the
      * gateway's grants. The check comes before the case is read,
      * so an unentitled user cannot even learn whether a case ID
      * exists; the refusal is audited.
      *
      * Every change is journaled - the whole case or item record
      * on the TJRN queue, which JRNDRAIN lands on VSAMJRNL for
      * REPLAY - and every decision audited on the VAUD queue
      * AUDDRAIN appends to the chained audit trail, with the
      * HASH-SHA256 of the case ID and the deciding userid; the
      * customer's identity never reaches the audit trail.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARMNT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the SARMNT1 map's symbolic map, field for field -
      * see SARMNT.bms for the map source this is generated from
       01 SARMNT1I.
          05 CIDFL                     PIC S9(4) COMP.
          05 CIDFF                     PIC X.
          05 CIDFI                     PIC X(12).
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(1).
          05 TXTFL                     PIC S9(4) COMP.
          05 TXTFF                     PIC X.
          05 TXTFI                     PIC X(76).
          05 TXNFL                     PIC S9(4) COMP.
          05 TXNFF                     PIC X.
          05 TXNFI                     PIC X(12).
          05 CCYFL                     PIC S9(4) COMP.
          05 CCYFF                     PIC X.
          05 CCYFI                     PIC X(3).
          05 AMTFL                     PIC S9(4) COMP.
          05 AMTFF                     PIC X.
          05 AMTFI                     PIC X(15).
          05 TDTFL                     PIC S9(4) COMP.
          05 TDTFF                     PIC X.
          05 TDTFI                     PIC X(8).
          05 LN1FL                     PIC S9(4) COMP.
          05 LN1FF                     PIC X.
          05 LN1FI                     PIC X(76).
          05 LN2FL                     PIC S9(4) COMP.
          05 LN2FF                     PIC X.
          05 LN2FI                     PIC X(76).
          05 LN3FL                     PIC S9(4) COMP.
          05 LN3FF                     PIC X.
          05 LN3FI                     PIC X(76).
          05 LN4FL                     PIC S9(4) COMP.
          05 LN4FF                     PIC X.
          05 LN4FI                     PIC X(76).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).

       01 SARMNT1O REDEFINES SARMNT1I.
          05 FILLER                    PIC X(03).
          05 CIDFO                     PIC X(12).
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 TXTFO                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 TXNFO                     PIC X(12).
          05 FILLER                    PIC X(03).
          05 CCYFO                     PIC X(3).
          05 FILLER                    PIC X(03).
          05 AMTFO                     PIC X(15).
          05 FILLER                    PIC X(03).
          05 TDTFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 LN1FO                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 LN2FO                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 LN3FO                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 LN4FO                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors SAROPEN.cob's SARCASE-RECORD field for field - the
      * whole record is the before/after image journaled for every
      * change
       01 SARCASE-RECORD.
          05 SR-CASE-ID                PIC X(12).
          05 SR-CUSTOMER-ID            PIC X(36).
          05 SR-STATE                  PIC X(1).
             88 SR-IS-DRAFT            VALUE "D".
             88 SR-IS-UNDER-REVIEW     VALUE "R".
             88 SR-IS-FILED            VALUE "F".
             88 SR-IS-CLOSED           VALUE "C".
             88 SR-IS-WORKING          VALUES "D" "R".
          05 SR-TRIGGER                PIC X(1).
          05 SR-OPENED-DATE            PIC 9(8).
          05 SR-DUE-DATE               PIC 9(8).
          05 SR-ALERT-TOTAL-USD        PIC 9(15).
          05 SR-LAST-LINK-SEQ          PIC 9(4).
          05 SR-SUBMITTED-BY           PIC X(8).
          05 SR-SUBMITTED-DATE         PIC 9(8).
          05 SR-APPROVED-BY            PIC X(8).
          05 SR-FILED-DATE             PIC 9(8).
          05 SR-EXPORTED-DATE          PIC 9(8).
          05 SR-CLOSED-BY              PIC X(8).
          05 SR-CLOSED-DATE            PIC 9(8).
          05 SR-CLOSE-OUTCOME          PIC X(1).
          05 FILLER                    PIC X(18).

      * Mirrors SAROPEN.cob's SARLINK-RECORD field for field
       01 SARLINK-RECORD.
          05 SL-KEY.
             10 SL-CASE-ID             PIC X(12).
             10 SL-SEQ                 PIC 9(4).
          05 SL-REF-KEY.
             10 SL-TYPE                PIC X(1).
                88 SL-IS-ALERT         VALUE "A".
                88 SL-IS-SCREENING     VALUE "S".
                88 SL-IS-TRANSACTION   VALUE "T".
                88 SL-IS-NARRATIVE     VALUE "N".
             10 SL-REFERENCE           PIC X(96).
          05 SL-CURRENCY               PIC X(3).
          05 SL-AMOUNT-MINOR           PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 SL-ITEM-DATE              PIC 9(8).
          05 SL-ADDED-BY               PIC X(8).
          05 SL-ADDED-DATE             PIC 9(8).
          05 FILLER                    PIC X(4).

      * VGENTITL entitlement record - mirrors VALGATE.cob's
      * ENTITLEMENT-RECORD; a SAR user's grant is keyed by user ID
      * and SARMNT
       01 ENTITLEMENT-RECORD.
          05 EN-KEY.
             10 EN-CALLER              PIC X(8).
             10 EN-VALIDATOR           PIC X(12).
          05 EN-ACTIVE                 PIC 9.
             88 EN-IS-ACTIVE           VALUE 1.
          05 EN-LAST-CHANGED           PIC 9(8).
          05 EN-CHANGED-BY             PIC X(8).
       01 WS-ENT-KEY                   PIC X(20).
       01 WS-ENT-RESP                  PIC S9(8) COMP.

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-CASE-KEY                  PIC X(12).
       01 WS-TODAY                     PIC 9(8).
       01 WS-USERID                    PIC X(8).
       01 WS-MSG                       PIC X(76).

       01 WS-ACTION-CHOICE             PIC X.
          88 WS-ACTION-IS-INQUIRE      VALUE "I".
          88 WS-ACTION-IS-NARRATIVE    VALUE "N".
          88 WS-ACTION-IS-TRANSACTION  VALUE "T".
          88 WS-ACTION-IS-SUBMIT       VALUE "S".
          88 WS-ACTION-IS-FILE         VALUE "F".
          88 WS-ACTION-IS-BACK         VALUE "B".
          88 WS-ACTION-IS-CLOSE        VALUE "C".
          88 WS-ACTION-IS-VALID        VALUES "I" "N" "T" "S" "F"
                                              "B" "C".

      * The case's items counted by type, and whether the keyed
      * transaction is already one of them
       01 WS-ITEM-KEY                  PIC X(16).
       01 WS-BROWSE-DONE               PIC 9.
       01 WS-ALERT-ITEMS               PIC 9(4).
       01 WS-SCREENING-ITEMS           PIC 9(4).
       01 WS-TXN-ITEMS                 PIC 9(4).
       01 WS-NARRATIVE-ITEMS           PIC 9(4).
       01 WS-TXN-ON-CASE               PIC 9.
       01 WS-TXN-KEYED                 PIC X(12).

      * A new item before it is written
       01 WS-NEW-TYPE                  PIC X(1).
       01 WS-NEW-REFERENCE             PIC X(96).
       01 WS-NEW-CURRENCY              PIC X(3).
       01 WS-NEW-AMOUNT                PIC S9(15).
       01 WS-NEW-DATE                  PIC 9(8).
       01 WS-AMOUNT-TEXT               PIC X(15).
       01 WS-AMOUNT-LEN                PIC 9(2).

      * VALIDATE-DATE call fields
       01 WS-DATE-YEAR                 PIC 9(4).
       01 WS-DATE-MONTH                PIC 9(2).
       01 WS-DATE-DAY                  PIC 9(2).
       01 WS-DATE-RESULT               PIC 9.
       01 WS-DATE-ERROR-MSG            PIC X(50).

       01 WS-TOTAL-EDIT                PIC Z(12)9.99.
       01 WS-STATE-NAME                PIC X(12).

      * One forward-recovery journal entry queued on the TJRN
      * transient data queue per change - must match
      * PROVEN-JRNL-WRITE's layout field for field, so JRNDRAIN
      * can pass it through untouched
       01 WS-TDQ-JOURNAL-RECORD.
          05 WS-JR-TIMESTAMP           PIC 9(14).
          05 WS-JR-DATASET             PIC X(8).
          05 WS-JR-ACTION              PIC X(1).
          05 WS-JR-RECORD-KEY          PIC X(64).
          05 WS-JR-BEFORE-IMAGE        PIC X(160).
          05 WS-JR-AFTER-IMAGE         PIC X(160).
       01 WS-TDQ-JOURNAL-LENGTH        PIC S9(4) COMP VALUE +407.
       01 WS-JRNL-RESP                 PIC S9(8) COMP.
       01 WS-BEFORE-SAVE               PIC X(160).

      * HASH-SHA256 call fields (SAFE-CRYPTO)
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.
       01 WS-AUD-VALIDATOR             PIC X(30).

      * One queued audit entry on the VAUD transient data queue,
      * drained by AUDDRAIN - mirrors VALGATE's WS-TDQ-RECORD
       01 WS-TDQ-AUDIT-RECORD.
          05 TD-CALLING-PROGRAM        PIC X(16).
          05 TD-VALIDATOR-NAME         PIC X(30).
          05 TD-INPUT-HASH             PIC X(64).
          05 TD-RESULT-SIGN            PIC X(1).
          05 TD-RESULT-DIGITS          PIC 9(4).
          05 TD-ERROR-MSG              PIC X(80).
       01 WS-TDQ-AUDIT-LENGTH          PIC S9(4) COMP VALUE +195.

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: send the map on first entry, otherwise receive
      * and act on the user's request, then re-send the map
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-MAP)
                ERROR(ABEND-EXIT)
           END-EXEC

           EXEC CICS RECEIVE MAP('SARMNT1') MAPSET('SARMSET')
                INTO(SARMNT1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM PROCESS-REQUEST
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('SARM') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO SARMNT1O
           EXEC CICS SEND MAP('SARMNT1') MAPSET('SARMSET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('SARM') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * PROCESS-REQUEST: the entitlement check, then read the case
      * and show it, or apply the user's change to it
      *================================================================
       PROCESS-REQUEST SECTION.
           MOVE SPACES TO WS-MSG
           MOVE SPACES TO LN1FO
           MOVE SPACES TO LN2FO
           MOVE SPACES TO LN3FO
           MOVE SPACES TO LN4FO

           MOVE FUNCTION UPPER-CASE(CIDFI) TO WS-CASE-KEY
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           PERFORM CHECK-USER-ENTITLEMENT
           IF WS-MSG NOT = SPACES
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           MOVE ACTFI TO WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
              TO WS-ACTION-CHOICE
           IF NOT WS-ACTION-IS-VALID
              MOVE "ACT MUST BE I, N, T, S, F, B OR C" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-CASE-KEY = SPACES
              MOVE "CASE ID IS REQUIRED" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-ACTION-IS-INQUIRE
              EXEC CICS READ DATASET('SARCASE')
                   INTO(SARCASE-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ DATASET('SARCASE')
                   INTO(SARCASE-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "NO SUCH CASE" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING SAR CASE FILE" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-TXN-KEYED
           PERFORM COUNT-CASE-ITEMS
           PERFORM SHOW-CASE
           IF WS-ACTION-IS-INQUIRE
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           MOVE SARCASE-RECORD TO WS-BEFORE-SAVE

           EVALUATE TRUE
              WHEN WS-ACTION-IS-NARRATIVE
                 PERFORM ADD-NARRATIVE-LINE
              WHEN WS-ACTION-IS-TRANSACTION
                 PERFORM ADD-TRANSACTION
              WHEN WS-ACTION-IS-SUBMIT
                 PERFORM SUBMIT-CASE
              WHEN WS-ACTION-IS-FILE
                 PERFORM FILE-CASE
              WHEN WS-ACTION-IS-BACK
                 PERFORM RETURN-CASE-TO-DRAFT
              WHEN OTHER
                 PERFORM CLOSE-CASE
           END-EVALUATE

           PERFORM COUNT-CASE-ITEMS
           PERFORM SHOW-CASE.

       PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================
      * CHECK-USER-ENTITLEMENT: the signed-on user must hold an
      * active SARMNT grant on VGENTITL. A missing record, an
      * inactive grant and an unreadable file all refuse - the
      * screen fails closed - and the refusal is audited
      *================================================================
       CHECK-USER-ENTITLEMENT SECTION.
           MOVE SPACES TO WS-ENT-KEY
           MOVE WS-USERID TO WS-ENT-KEY(1:8)
           MOVE "SARMNT" TO WS-ENT-KEY(9:12)

           EXEC CICS READ DATASET('VGENTITL')
                INTO(ENTITLEMENT-RECORD)
                RIDFLD(WS-ENT-KEY)
                RESP(WS-ENT-RESP)
           END-EXEC

           IF WS-ENT-RESP = DFHRESP(NORMAL) AND EN-IS-ACTIVE
              GO TO CHECK-USER-ENTITLEMENT-EXIT
           END-IF

           MOVE "USER NOT ENTITLED TO SAR CASES" TO WS-MSG
           MOVE "SAR-ACCESS" TO WS-AUD-VALIDATOR
           PERFORM QUEUE-CASE-AUDIT.

       CHECK-USER-ENTITLEMENT-EXIT.
           EXIT.

      *================================================================
      * COUNT-CASE-ITEMS: browse the case's SARLINK items, counting
      * them by type and noting whether WS-TXN-KEYED is among the
      * transactions
      *================================================================
       COUNT-CASE-ITEMS SECTION.
           MOVE 0 TO WS-ALERT-ITEMS
           MOVE 0 TO WS-SCREENING-ITEMS
           MOVE 0 TO WS-TXN-ITEMS
           MOVE 0 TO WS-NARRATIVE-ITEMS
           MOVE 0 TO WS-TXN-ON-CASE

           MOVE SPACES TO WS-ITEM-KEY
           MOVE SR-CASE-ID TO WS-ITEM-KEY(1:12)
           MOVE "0000" TO WS-ITEM-KEY(13:4)

           EXEC CICS STARTBR DATASET('SARLINK')
                RIDFLD(WS-ITEM-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO COUNT-CASE-ITEMS-EXIT
           END-IF

           MOVE 0 TO WS-BROWSE-DONE
           PERFORM UNTIL WS-BROWSE-DONE = 1
              EXEC CICS READNEXT DATASET('SARLINK')
                   INTO(SARLINK-RECORD)
                   RIDFLD(WS-ITEM-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR SL-CASE-ID NOT = SR-CASE-ID
                 MOVE 1 TO WS-BROWSE-DONE
              ELSE
                 EVALUATE TRUE
                    WHEN SL-IS-ALERT
                       ADD 1 TO WS-ALERT-ITEMS
                    WHEN SL-IS-SCREENING
                       ADD 1 TO WS-SCREENING-ITEMS
                    WHEN SL-IS-TRANSACTION
                       ADD 1 TO WS-TXN-ITEMS
                       IF WS-TXN-KEYED NOT = SPACES
                          AND SL-REFERENCE(1:12) = WS-TXN-KEYED
                          MOVE 1 TO WS-TXN-ON-CASE
                       END-IF
                    WHEN SL-IS-NARRATIVE
                       ADD 1 TO WS-NARRATIVE-ITEMS
                 END-EVALUATE
              END-IF
           END-PERFORM

           EXEC CICS ENDBR DATASET('SARLINK') END-EXEC.

       COUNT-CASE-ITEMS-EXIT.
           EXIT.

      *================================================================
      * SHOW-CASE: the subject, state and deadline, the submit and
      * file decisions, and the items held
      *================================================================
       SHOW-CASE SECTION.
           EVALUATE TRUE
              WHEN SR-IS-DRAFT
                 MOVE "DRAFT" TO WS-STATE-NAME
              WHEN SR-IS-UNDER-REVIEW
                 MOVE "UNDER REVIEW" TO WS-STATE-NAME
              WHEN SR-IS-FILED
                 MOVE "FILED" TO WS-STATE-NAME
              WHEN OTHER
                 MOVE "CLOSED" TO WS-STATE-NAME
           END-EVALUATE

           MOVE SPACES TO LN1FO
           STRING "CUSTOMER " DELIMITED BY SIZE
              SR-CUSTOMER-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-STATE-NAME DELIMITED BY SIZE
              INTO LN1FO

           MOVE SPACES TO LN2FO
           STRING "TRIGGER " DELIMITED BY SIZE
              SR-TRIGGER DELIMITED BY SIZE
              "  DETECTED " DELIMITED BY SIZE
              SR-OPENED-DATE DELIMITED BY SIZE
              "  FILING DUE " DELIMITED BY SIZE
              SR-DUE-DATE DELIMITED BY SIZE
              INTO LN2FO
           IF SR-IS-WORKING AND SR-DUE-DATE < WS-TODAY
              MOVE "** OVERDUE **" TO LN2FO(63:13)
           END-IF

           MOVE SPACES TO LN3FO
           EVALUATE TRUE
              WHEN SR-IS-CLOSED
                 STRING "CLOSED BY " DELIMITED BY SIZE
                    SR-CLOSED-BY DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    SR-CLOSED-DATE DELIMITED BY SIZE
                    "  OUTCOME " DELIMITED BY SIZE
                    SR-CLOSE-OUTCOME DELIMITED BY SIZE
                    "  EXPORTED " DELIMITED BY SIZE
                    SR-EXPORTED-DATE DELIMITED BY SIZE
                    INTO LN3FO
              WHEN SR-IS-FILED
                 STRING "SUBMITTED BY " DELIMITED BY SIZE
                    SR-SUBMITTED-BY DELIMITED BY SIZE
                    "  FILED BY " DELIMITED BY SIZE
                    SR-APPROVED-BY DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    SR-FILED-DATE DELIMITED BY SIZE
                    "  EXPORTED " DELIMITED BY SIZE
                    SR-EXPORTED-DATE DELIMITED BY SIZE
                    INTO LN3FO
              WHEN SR-IS-UNDER-REVIEW
                 STRING "SUBMITTED BY " DELIMITED BY SIZE
                    SR-SUBMITTED-BY DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    SR-SUBMITTED-DATE DELIMITED BY SIZE
                    " - AWAITING A SECOND OFFICER" DELIMITED BY SIZE
                    INTO LN3FO
              WHEN OTHER
                 MOVE "NOT YET SUBMITTED FOR REVIEW" TO LN3FO
           END-EVALUATE

           DIVIDE 100 INTO SR-ALERT-TOTAL-USD GIVING WS-TOTAL-EDIT
           MOVE SPACES TO LN4FO
           STRING "ALERTS " DELIMITED BY SIZE
              WS-ALERT-ITEMS DELIMITED BY SIZE
              " SCREENING " DELIMITED BY SIZE
              WS-SCREENING-ITEMS DELIMITED BY SIZE
              " TXNS " DELIMITED BY SIZE
              WS-TXN-ITEMS DELIMITED BY SIZE
              " NARRATIVE " DELIMITED BY SIZE
              WS-NARRATIVE-ITEMS DELIMITED BY SIZE
              "  ALERT USD " DELIMITED BY SIZE
              FUNCTION TRIM(WS-TOTAL-EDIT) DELIMITED BY SIZE
              INTO LN4FO.

       SHOW-CASE-EXIT.
           EXIT.

      *================================================================
      * ADD-NARRATIVE-LINE: one line of the investigator's account
      *================================================================
       ADD-NARRATIVE-LINE SECTION.
           MOVE "SAR-NARRATIVE" TO WS-AUD-VALIDATOR
           IF NOT SR-IS-DRAFT
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "NARRATIVE CAN ONLY BE ADDED TO A DRAFT CASE"
                 TO WS-MSG
              GO TO ADD-NARRATIVE-LINE-EXIT
           END-IF

           IF TXTFI = SPACES
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "KEY THE NARRATIVE LINE TO ADD" TO WS-MSG
              GO TO ADD-NARRATIVE-LINE-EXIT
           END-IF

           MOVE "N" TO WS-NEW-TYPE
           MOVE SPACES TO WS-NEW-REFERENCE
           MOVE TXTFI TO WS-NEW-REFERENCE(1:76)
           MOVE SPACES TO WS-NEW-CURRENCY
           MOVE 0 TO WS-NEW-AMOUNT
           MOVE WS-TODAY TO WS-NEW-DATE
           PERFORM ADD-CASE-ITEM
           IF WS-MSG NOT = SPACES
              GO TO ADD-NARRATIVE-LINE-EXIT
           END-IF

           PERFORM QUEUE-CASE-AUDIT
           MOVE SPACES TO TXTFO
           MOVE "NARRATIVE LINE ADDED" TO WS-MSG.

       ADD-NARRATIVE-LINE-EXIT.
           EXIT.

      *================================================================
      * ADD-TRANSACTION: a GLTXN transaction ID, with its currency,
      * minor-units amount and posting date where keyed
      *================================================================
       ADD-TRANSACTION SECTION.
           MOVE "SAR-TRANSACTION" TO WS-AUD-VALIDATOR
           IF NOT SR-IS-DRAFT
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "TRANSACTIONS CAN ONLY BE ADDED TO A DRAFT CASE"
                 TO WS-MSG
              GO TO ADD-TRANSACTION-EXIT
           END-IF

           IF TXNFI = SPACES
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "GLTXN ID IS REQUIRED" TO WS-MSG
              GO TO ADD-TRANSACTION-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(TXNFI) TO WS-TXN-KEYED

           MOVE FUNCTION UPPER-CASE(CCYFI) TO WS-NEW-CURRENCY
           IF WS-NEW-CURRENCY NOT = SPACES
              AND WS-NEW-CURRENCY IS NOT ALPHABETIC
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "CURRENCY MUST BE A 3-LETTER CODE" TO WS-MSG
              GO TO ADD-TRANSACTION-EXIT
           END-IF

           MOVE 0 TO WS-NEW-AMOUNT
           IF AMTFI NOT = SPACES
              MOVE FUNCTION TRIM(AMTFI) TO WS-AMOUNT-TEXT
              COMPUTE WS-AMOUNT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(AMTFI))
              IF WS-AMOUNT-TEXT(1:WS-AMOUNT-LEN) IS NOT NUMERIC
                 EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
                 MOVE "AMOUNT MUST BE WHOLE MINOR UNITS" TO WS-MSG
                 GO TO ADD-TRANSACTION-EXIT
              END-IF
              MOVE WS-AMOUNT-TEXT(1:WS-AMOUNT-LEN) TO WS-NEW-AMOUNT
           END-IF

           MOVE 0 TO WS-NEW-DATE
           IF TDTFI NOT = SPACES
              IF TDTFI IS NOT NUMERIC
                 EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
                 MOVE "POSTING DATE MUST BE YYYYMMDD" TO WS-MSG
                 GO TO ADD-TRANSACTION-EXIT
              END-IF
              MOVE TDTFI TO WS-NEW-DATE
              MOVE WS-NEW-DATE(1:4) TO WS-DATE-YEAR
              MOVE WS-NEW-DATE(5:2) TO WS-DATE-MONTH
              MOVE WS-NEW-DATE(7:2) TO WS-DATE-DAY
              CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
                  WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
              IF WS-DATE-RESULT NOT = 1
                 EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
                 STRING "POSTING DATE: " DELIMITED BY SIZE
                    WS-DATE-ERROR-MSG DELIMITED BY SIZE
                    INTO WS-MSG
                 GO TO ADD-TRANSACTION-EXIT
              END-IF
           END-IF

           PERFORM COUNT-CASE-ITEMS
           IF WS-TXN-ON-CASE = 1
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "TRANSACTION IS ALREADY ON THIS CASE" TO WS-MSG
              GO TO ADD-TRANSACTION-EXIT
           END-IF

           MOVE "T" TO WS-NEW-TYPE
           MOVE SPACES TO WS-NEW-REFERENCE
           MOVE WS-TXN-KEYED TO WS-NEW-REFERENCE(1:12)
           PERFORM ADD-CASE-ITEM
           IF WS-MSG NOT = SPACES
              GO TO ADD-TRANSACTION-EXIT
           END-IF

           PERFORM QUEUE-CASE-AUDIT
           MOVE SPACES TO TXNFO
           MOVE SPACES TO CCYFO
           MOVE SPACES TO AMTFO
           MOVE SPACES TO TDTFO
           MOVE "TRANSACTION ATTACHED" TO WS-MSG.

       ADD-TRANSACTION-EXIT.
           EXIT.

      *================================================================
      * SUBMIT-CASE: a draft with narrative goes under review
      *================================================================
       SUBMIT-CASE SECTION.
           MOVE "SAR-SUBMIT" TO WS-AUD-VALIDATOR
           IF NOT SR-IS-DRAFT
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "ONLY A DRAFT CASE CAN BE SUBMITTED" TO WS-MSG
              GO TO SUBMIT-CASE-EXIT
           END-IF

           IF WS-NARRATIVE-ITEMS = 0
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "ADD THE NARRATIVE BEFORE SUBMITTING" TO WS-MSG
              GO TO SUBMIT-CASE-EXIT
           END-IF

           MOVE "R" TO SR-STATE
           MOVE WS-USERID TO SR-SUBMITTED-BY
           MOVE WS-TODAY TO SR-SUBMITTED-DATE
           PERFORM REWRITE-CASE-RECORD
           IF WS-MSG NOT = SPACES
              GO TO SUBMIT-CASE-EXIT
           END-IF

           PERFORM QUEUE-CASE-AUDIT
           MOVE "SUBMITTED - A SECOND OFFICER MUST FILE IT" TO WS-MSG.

       SUBMIT-CASE-EXIT.
           EXIT.

      *================================================================
      * FILE-CASE: the second-officer rule - whoever submitted the
      * case may not file it
      *================================================================
       FILE-CASE SECTION.
           MOVE "SAR-FILE" TO WS-AUD-VALIDATOR
           IF NOT SR-IS-UNDER-REVIEW
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "ONLY A CASE UNDER REVIEW CAN BE FILED" TO WS-MSG
              GO TO FILE-CASE-EXIT
           END-IF

           IF WS-USERID = SR-SUBMITTED-BY
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "SUBMITTING USER MAY NOT FILE OWN CASE" TO WS-MSG
              PERFORM QUEUE-CASE-AUDIT
              GO TO FILE-CASE-EXIT
           END-IF

           MOVE "F" TO SR-STATE
           MOVE WS-USERID TO SR-APPROVED-BY
           MOVE WS-TODAY TO SR-FILED-DATE
           PERFORM REWRITE-CASE-RECORD
           IF WS-MSG NOT = SPACES
              GO TO FILE-CASE-EXIT
           END-IF

           PERFORM QUEUE-CASE-AUDIT
           MOVE "FILED - EXPORTED TO THE REGULATOR TONIGHT" TO WS-MSG.

       FILE-CASE-EXIT.
           EXIT.

      *================================================================
      * RETURN-CASE-TO-DRAFT: back to the investigator; the
      * submission is cleared so it must be submitted again
      *================================================================
       RETURN-CASE-TO-DRAFT SECTION.
           MOVE "SAR-RETURN" TO WS-AUD-VALIDATOR
           IF NOT SR-IS-UNDER-REVIEW
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "ONLY A CASE UNDER REVIEW CAN BE RETURNED"
                 TO WS-MSG
              GO TO RETURN-CASE-TO-DRAFT-EXIT
           END-IF

           MOVE "D" TO SR-STATE
           MOVE SPACES TO SR-SUBMITTED-BY
           MOVE 0 TO SR-SUBMITTED-DATE
           PERFORM REWRITE-CASE-RECORD
           IF WS-MSG NOT = SPACES
              GO TO RETURN-CASE-TO-DRAFT-EXIT
           END-IF

           PERFORM QUEUE-CASE-AUDIT
           MOVE "RETURNED TO DRAFT" TO WS-MSG.

       RETURN-CASE-TO-DRAFT-EXIT.
           EXIT.

      *================================================================
      * CLOSE-CASE: a draft not to be filed (outcome N, narrative
      * required), or a filed case already exported (outcome F)
      *================================================================
       CLOSE-CASE SECTION.
           MOVE "SAR-CLOSE" TO WS-AUD-VALIDATOR
           EVALUATE TRUE
              WHEN SR-IS-DRAFT
                 IF WS-NARRATIVE-ITEMS = 0
                    EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
                    MOVE "ADD NARRATIVE SAYING WHY NOT FILED"
                       TO WS-MSG
                    GO TO CLOSE-CASE-EXIT
                 END-IF
                 MOVE "N" TO SR-CLOSE-OUTCOME
              WHEN SR-IS-FILED
                 IF SR-EXPORTED-DATE = 0
                    EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
                    MOVE "FILED CASE NOT YET EXPORTED - CANNOT CLOSE"
                       TO WS-MSG
                    GO TO CLOSE-CASE-EXIT
                 END-IF
                 MOVE "F" TO SR-CLOSE-OUTCOME
              WHEN OTHER
                 EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
                 MOVE "ONLY A DRAFT OR FILED CASE CAN BE CLOSED"
                    TO WS-MSG
                 GO TO CLOSE-CASE-EXIT
           END-EVALUATE

           MOVE "C" TO SR-STATE
           MOVE WS-USERID TO SR-CLOSED-BY
           MOVE WS-TODAY TO SR-CLOSED-DATE
           PERFORM REWRITE-CASE-RECORD
           IF WS-MSG NOT = SPACES
              GO TO CLOSE-CASE-EXIT
           END-IF

           PERFORM QUEUE-CASE-AUDIT
           MOVE "CASE CLOSED" TO WS-MSG.

       CLOSE-CASE-EXIT.
           EXIT.

      *================================================================
      * ADD-CASE-ITEM: the WS-NEW-* item onto SARLINK under the
      * case's next sequence, then the case rewritten with the
      * sequence moved on - the item journaled here, the case by
      * REWRITE-CASE-RECORD
      *================================================================
       ADD-CASE-ITEM SECTION.
           IF SR-LAST-LINK-SEQ >= 9999
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "CASE HAS NO ITEM SEQUENCE LEFT" TO WS-MSG
              GO TO ADD-CASE-ITEM-EXIT
           END-IF
           ADD 1 TO SR-LAST-LINK-SEQ

           MOVE SPACES TO SARLINK-RECORD
           MOVE SR-CASE-ID TO SL-CASE-ID
           MOVE SR-LAST-LINK-SEQ TO SL-SEQ
           MOVE WS-NEW-TYPE TO SL-TYPE
           MOVE WS-NEW-REFERENCE TO SL-REFERENCE
           MOVE WS-NEW-CURRENCY TO SL-CURRENCY
           MOVE WS-NEW-AMOUNT TO SL-AMOUNT-MINOR
           MOVE WS-NEW-DATE TO SL-ITEM-DATE
           MOVE WS-USERID TO SL-ADDED-BY
           MOVE WS-TODAY TO SL-ADDED-DATE

           EXEC CICS WRITE DATASET('SARLINK')
                FROM(SARLINK-RECORD)
                RIDFLD(SL-KEY)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK DATASET('SARCASE') END-EXEC
              MOVE "ERROR RECORDING ITEM ON SAR ITEM FILE" TO WS-MSG
              GO TO ADD-CASE-ITEM-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JR-TIMESTAMP
           MOVE "SARLINK" TO WS-JR-DATASET
           MOVE "A" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE SL-KEY TO WS-JR-RECORD-KEY(1:16)
           MOVE SPACES TO WS-JR-BEFORE-IMAGE
           MOVE SARLINK-RECORD TO WS-JR-AFTER-IMAGE

           EXEC CICS WRITEQ TD QUEUE('TJRN')
                FROM(WS-TDQ-JOURNAL-RECORD)
                LENGTH(WS-TDQ-JOURNAL-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC

           PERFORM REWRITE-CASE-RECORD.

       ADD-CASE-ITEM-EXIT.
           EXIT.

      *================================================================
      * REWRITE-CASE-RECORD: land the change and queue its before/
      * after images on TJRN - JRNDRAIN puts them on the VSAMJRNL
      * forward-recovery journal tonight
      *================================================================
       REWRITE-CASE-RECORD SECTION.
           EXEC CICS REWRITE DATASET('SARCASE')
                FROM(SARCASE-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR RECORDING CHANGE ON SAR CASE FILE"
                 TO WS-MSG
              GO TO REWRITE-CASE-RECORD-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JR-TIMESTAMP
           MOVE "SARCASE" TO WS-JR-DATASET
           MOVE "U" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE SR-CASE-ID TO WS-JR-RECORD-KEY(1:12)
           MOVE WS-BEFORE-SAVE TO WS-JR-BEFORE-IMAGE
           MOVE SARCASE-RECORD TO WS-JR-AFTER-IMAGE

           EXEC CICS WRITEQ TD QUEUE('TJRN')
                FROM(WS-TDQ-JOURNAL-RECORD)
                LENGTH(WS-TDQ-JOURNAL-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       REWRITE-CASE-RECORD-EXIT.
           EXIT.

      *================================================================
      * QUEUE-CASE-AUDIT: one audit entry per decision, refusals
      * included - the case ID hashed and the deciding userid in
      * the message; the customer is never named
      *================================================================
       QUEUE-CASE-AUDIT SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-CASE-KEY TO WS-HASH-INPUT(1:12)
           MOVE 12 TO WS-HASH-INPUT-LEN
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE "SARMNT" TO TD-CALLING-PROGRAM
           MOVE WS-AUD-VALIDATOR TO TD-VALIDATOR-NAME
           MOVE WS-HASH-OUTPUT(1:64) TO TD-INPUT-HASH
           MOVE SPACES TO TD-ERROR-MSG
           IF WS-MSG = SPACES
              MOVE "+" TO TD-RESULT-SIGN
              MOVE 0 TO TD-RESULT-DIGITS
              STRING "USER " DELIMITED BY SIZE
                 WS-USERID DELIMITED BY SIZE
                 " STATE " DELIMITED BY SIZE
                 SR-STATE DELIMITED BY SIZE
                 " ITEM " DELIMITED BY SIZE
                 SR-LAST-LINK-SEQ DELIMITED BY SIZE
                 INTO TD-ERROR-MSG
           ELSE
              MOVE "-" TO TD-RESULT-SIGN
              MOVE 7 TO TD-RESULT-DIGITS
              STRING "USER " DELIMITED BY SIZE
                 WS-USERID DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-MSG DELIMITED BY SIZE
                 INTO TD-ERROR-MSG
           END-IF

           EXEC CICS WRITEQ TD QUEUE('VAUD')
                FROM(WS-TDQ-AUDIT-RECORD)
                LENGTH(WS-TDQ-AUDIT-LENGTH)
           END-EXEC.

       QUEUE-CASE-AUDIT-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO
           MOVE -1 TO CIDFL

           EXEC CICS SEND MAP('SARMNT1') MAPSET('SARMSET')
                FROM(SARMNT1O)
                DATAONLY
                CURSOR
           END-EXEC.

       SEND-RESULT-MAP-EXIT.
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

       END PROGRAM SARMNT.
