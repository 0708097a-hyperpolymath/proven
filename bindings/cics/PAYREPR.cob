      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PayRepair - online repair of rejected payments
      *

      *================================================================
      * PAYREPR is a pseudo-conversational CICS transaction (TRANID
      * PAYR) fronting the PAYRPR1 map, in the PAYAPPRV mould. The
      * RPRQUEUE batch step loads every PAYREJ reject onto the
      * PAYRPRQ repair-queue KSDS, keyed by reject code and payment
      * ID, so the desk no longer has to send a whole file back to
      * the originating department for one bad field. Here an
      * operator can:
      *
      *   L  list the queue from the keyed reject code (and payment
      *      ID, to page on), five entries a screen
      *   R  repair an open entry - key a new beneficiary IBAN and/or
      *      BIC, currency or execution date (a blank field keeps the
      *      original). The corrected instruction is re-checked on
      *      the spot with the same SAFE-* routines PAYVALD runs -
      *      IS-VALID-IBAN, IS-VALID-BIC, IBAN-BIC-MATCH,
      *      IS-VALID-CURRENCY and VALIDATE-DATE - and only a clean
      *      one is held as repaired (status M) under the repairing
      *      operator's userid
      *   A  approve a repaired entry (status A) - refused to the
      *      operator who made the repair, as on TBLAPPRV
      *   D  decline a repaired entry back to open, repair cleared
      *
      * An approved repair is picked up by RPRQUEUE PARM='SUBMIT',
      * which writes it to PAYRSUB for the next PAYIN cycle and
      * marks it submitted. Every change is journaled - the repair
      * portion's before and after images on the TJRN queue, which
      * JRNDRAIN lands on VSAMJRNL for REPLAY - and audited on the
      * VAUD queue AUDDRAIN appends to the chained audit trail,
      * with the HASH-SHA256 of the repaired instruction and the
      * deciding userid, refusals included.
      *
      * A repaired BIC is also held to the BANKDIR bank directory,
      * as PAYVALD holds it, for the day the payment settles (the
      * later of today and the execution date): a BIC the directory
      * does not list, whose entry has expired or is not yet in
      * force, or that cannot be reached over SEPA credit transfer
      * or SWIFT for euro - SWIFT for anything else - is refused on
      * the spot rather than resubmitted to be rejected again.
      *
      * A repair that keys a new beneficiary IBAN, and every repair
      * approval, is also queued on VAUD as a privileged action
      * hashed over the beneficiary IBAN, so the nightly PRIVRPT
      * review can tell when the operator who set a beneficiary up
      * is the one approving a payment to it.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREPR.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the PAYRPR1 map's symbolic map, field for field -
      * see PAYREPR.bms for the map source this is generated from
       01 PAYRPR1I.
          05 CODFL                     PIC S9(4) COMP.
          05 CODFF                     PIC X.
          05 CODFI                     PIC X(6).
          05 PIDFL                     PIC S9(4) COMP.
          05 PIDFF                     PIC X.
          05 PIDFI                     PIC X(12).
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(1).
          05 RSNFL                     PIC S9(4) COMP.
          05 RSNFF                     PIC X.
          05 RSNFI                     PIC X(50).
          05 OIBFL                     PIC S9(4) COMP.
          05 OIBFF                     PIC X.
          05 OIBFI                     PIC X(34).
          05 OBCFL                     PIC S9(4) COMP.
          05 OBCFF                     PIC X.
          05 OBCFI                     PIC X(11).
          05 OCYFL                     PIC S9(4) COMP.
          05 OCYFF                     PIC X.
          05 OCYFI                     PIC X(3).
          05 ODTFL                     PIC S9(4) COMP.
          05 ODTFF                     PIC X.
          05 ODTFI                     PIC X(8).
          05 AMTFL                     PIC S9(4) COMP.
          05 AMTFF                     PIC X.
          05 AMTFI                     PIC X(16).
          05 STSFL                     PIC S9(4) COMP.
          05 STSFF                     PIC X.
          05 STSFI                     PIC X(1).
          05 BYFL                      PIC S9(4) COMP.
          05 BYFF                      PIC X.
          05 BYFI                      PIC X(8).
          05 NIBFL                     PIC S9(4) COMP.
          05 NIBFF                     PIC X.
          05 NIBFI                     PIC X(34).
          05 NBCFL                     PIC S9(4) COMP.
          05 NBCFF                     PIC X.
          05 NBCFI                     PIC X(11).
          05 NCYFL                     PIC S9(4) COMP.
          05 NCYFF                     PIC X.
          05 NCYFI                     PIC X(3).
          05 NDTFL                     PIC S9(4) COMP.
          05 NDTFF                     PIC X.
          05 NDTFI                     PIC X(8).
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
          05 LN5FL                     PIC S9(4) COMP.
          05 LN5FF                     PIC X.
          05 LN5FI                     PIC X(76).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).

       01 PAYRPR1O REDEFINES PAYRPR1I.
          05 FILLER                    PIC X(03).
          05 CODFO                     PIC X(6).
          05 FILLER                    PIC X(03).
          05 PIDFO                     PIC X(12).
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 RSNFO                     PIC X(50).
          05 FILLER                    PIC X(03).
          05 OIBFO                     PIC X(34).
          05 FILLER                    PIC X(03).
          05 OBCFO                     PIC X(11).
          05 FILLER                    PIC X(03).
          05 OCYFO                     PIC X(3).
          05 FILLER                    PIC X(03).
          05 ODTFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 AMTFO                     PIC X(16).
          05 FILLER                    PIC X(03).
          05 STSFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 BYFO                      PIC X(8).
          05 FILLER                    PIC X(03).
          05 NIBFO                     PIC X(34).
          05 FILLER                    PIC X(03).
          05 NBCFO                     PIC X(11).
          05 FILLER                    PIC X(03).
          05 NCYFO                     PIC X(3).
          05 FILLER                    PIC X(03).
          05 NDTFO                     PIC X(8).
          05 LIST-LINES-O OCCURS 5 TIMES.
             10 FILLER                 PIC X(03).
             10 LNFO                   PIC X(76).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors RPRQUEUE.cob's REPAIR-QUEUE-RECORD field for field.
      * RQ-REPAIR-PART is the portion this screen changes, and the
      * before/after image journaled for every change
       01 REPAIR-QUEUE-RECORD.
          05 RQ-KEY.
             10 RQ-REJECT-CODE         PIC X(6).
             10 RQ-PAYMENT-ID          PIC X(12).
          05 RQ-INSTRUCTION.
             10 RQ-ORIG-PAYMENT-ID     PIC X(12).
             10 RQ-ORIG-BENEF-IBAN     PIC X(34).
             10 RQ-ORIG-BENEF-BIC      PIC X(11).
             10 RQ-ORIG-CURRENCY       PIC X(3).
             10 RQ-ORIG-AMOUNT-MINOR   PIC S9(15)
                SIGN IS LEADING SEPARATE CHARACTER.
             10 RQ-ORIG-EXEC-DATE      PIC 9(8).
          05 RQ-REJECT-REASON          PIC X(50).
          05 RQ-LOADED-DATE            PIC 9(8).
          05 RQ-REPAIR-PART.
             10 RQ-STATUS              PIC X(1).
                88 RQ-IS-OPEN          VALUE "O".
                88 RQ-IS-REPAIRED      VALUE "M".
                88 RQ-IS-APPROVED      VALUE "A".
                88 RQ-IS-SUBMITTED     VALUE "S".
             10 RQ-REPAIRED-IBAN       PIC X(34).
             10 RQ-REPAIRED-BIC        PIC X(11).
             10 RQ-REPAIRED-CURRENCY   PIC X(3).
             10 RQ-REPAIRED-EXEC-DATE  PIC 9(8).
             10 RQ-REPAIRED-BY         PIC X(8).
             10 RQ-REPAIRED-DATE       PIC 9(8).
             10 RQ-APPROVED-BY         PIC X(8).
             10 RQ-APPROVED-DATE       PIC 9(8).
             10 RQ-SUBMITTED-DATE      PIC 9(8).
          05 FILLER                    PIC X(3).
          05 RQ-ORIG-BENEF-DETAILS     PIC X(177).
          05 RQ-ORIG-ORDERING-DETAILS  PIC X(70).

      * The instruction as it would be resubmitted - the PAYIN
      * layout, repaired fields over the original
       01 WS-REPAIRED-INSTRUCTION.
          05 WS-RI-PAYMENT-ID          PIC X(12).
          05 WS-RI-BENEF-IBAN          PIC X(34).
          05 WS-RI-BENEF-BIC           PIC X(11).
          05 WS-RI-CURRENCY            PIC X(3).
          05 WS-RI-AMOUNT-MINOR        PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 WS-RI-EXEC-DATE           PIC 9(8).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-QUEUE-KEY                 PIC X(18).
       01 WS-TODAY                     PIC 9(8).
       01 WS-USERID                    PIC X(8).
       01 WS-MSG                       PIC X(76).
       01 WS-AMOUNT-DISPLAY            PIC -(14)9.

       01 WS-ACTION-CHOICE             PIC X.
          88 WS-ACTION-IS-LIST         VALUE "L".
          88 WS-ACTION-IS-REPAIR       VALUE "R".
          88 WS-ACTION-IS-APPROVE      VALUE "A".
          88 WS-ACTION-IS-DECLINE      VALUE "D".

      * Queue browse for the list action
       01 WS-LIST-IDX                  PIC 9(2).
       01 WS-BROWSE-DONE               PIC 9.
       01 WS-LIST-LINE.
          05 WS-LL-PAYMENT-ID          PIC X(12).
          05 FILLER                    PIC X(1).
          05 WS-LL-REJECT-CODE         PIC X(6).
          05 FILLER                    PIC X(1).
          05 WS-LL-STATUS              PIC X(1).
          05 FILLER                    PIC X(1).
          05 WS-LL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-LL-AMOUNT              PIC -(14)9.
          05 FILLER                    PIC X(1).
          05 WS-LL-REASON              PIC X(34).

      * SAFE-IBAN / SAFE-BIC call fields (see PAYVALD.cob)
       01 WS-IBAN-LENGTH               PIC 9(2).
       01 WS-IBAN-RESULT               PIC 9.
       01 WS-IBAN-ERROR-MSG            PIC X(50).
       01 WS-BIC-LENGTH                PIC 9(2).
       01 WS-BIC-RESULT                PIC 9.
       01 WS-BIC-ERROR-MSG             PIC X(50).

      * Mirrors PROVEN-BANKDIR.cob's BANK-DIRECTORY-RECORD field for
      * field - one entry per code per effective date
       01 BANK-DIRECTORY-RECORD.
          05 BD-KEY.
             10 BD-CODE-TYPE           PIC X(1).
             10 BD-BANK-CODE           PIC X(11).
             10 BD-EFFECTIVE           PIC 9(8).
          05 BD-EXPIRES                PIC 9(8).
          05 BD-INSTITUTION-NAME       PIC X(60).
          05 BD-COUNTRY                PIC X(2).
          05 BD-SCHEMES.
             10 BD-REACH-SWIFT         PIC X(1).
             10 BD-REACH-SEPA-CT       PIC X(1).
             10 BD-REACH-SEPA-DD       PIC X(1).
             10 BD-REACH-ACH           PIC X(1).
             10 BD-REACH-FEDWIRE       PIC X(1).
             10 BD-REACH-BACS          PIC X(1).
             10 BD-REACH-FPS           PIC X(1).
             10 BD-REACH-CHAPS         PIC X(1).
          05 BD-SOURCE                 PIC X(8).
          05 BD-LOADED-DATE            PIC 9(8).
          05 FILLER                    PIC X(6).

      * Bank-directory lookup state - the BIC as the directory keys
      * it, the settlement date, and the entry in force that day
       01 WS-BD-KEY                    PIC X(20).
       01 WS-BD-LOOKUP-BIC             PIC X(11).
       01 WS-BD-AS-OF-DATE             PIC 9(8).
       01 WS-BD-ANY-ENTRY              PIC 9.
       01 WS-BD-FOUND                  PIC 9.
       01 WS-BD-BEST-SWIFT             PIC X(1).
       01 WS-BD-BEST-SEPA-CT           PIC X(1).

      * IS-VALID-CURRENCY call field (see SAFE-CURRENCY.cob)
       01 WS-CURRENCY-RESULT           PIC 9.

      * VALIDATE-DATE call fields
       01 WS-DATE-YEAR                 PIC 9(4).
       01 WS-DATE-MONTH                PIC 9(2).
       01 WS-DATE-DAY                  PIC 9(2).
       01 WS-DATE-RESULT               PIC 9.
       01 WS-DATE-ERROR-MSG            PIC X(50).

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
      * and act on the operator's request, then re-send the map
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-MAP)
                ERROR(ABEND-EXIT)
           END-EXEC

           EXEC CICS RECEIVE MAP('PAYRPR1') MAPSET('PAYRSET')
                INTO(PAYRPR1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM PROCESS-REQUEST
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('PAYR') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO PAYRPR1O
           EXEC CICS SEND MAP('PAYRPR1') MAPSET('PAYRSET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('PAYR') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * PROCESS-REQUEST: list the queue, or read one entry and apply
      * the operator's repair, approval or decline to it
      *================================================================
       PROCESS-REQUEST SECTION.
           MOVE SPACES TO WS-MSG
           PERFORM CLEAR-ENTRY-FIELDS
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
              UNTIL WS-LIST-IDX > 5
              MOVE SPACES TO LNFO(WS-LIST-IDX)
           END-PERFORM

           MOVE ACTFI TO WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
              TO WS-ACTION-CHOICE
           IF NOT WS-ACTION-IS-LIST AND NOT WS-ACTION-IS-REPAIR
              AND NOT WS-ACTION-IS-APPROVE
              AND NOT WS-ACTION-IS-DECLINE
              MOVE "ACT MUST BE L, R, A OR D" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           MOVE SPACES TO WS-QUEUE-KEY
           MOVE FUNCTION UPPER-CASE(CODFI) TO WS-QUEUE-KEY(1:6)
           MOVE PIDFI TO WS-QUEUE-KEY(7:12)

           IF WS-ACTION-IS-LIST
              PERFORM LIST-REPAIR-QUEUE
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF CODFI = SPACES OR PIDFI = SPACES
              MOVE "REJECT CODE AND PAYMENT ID ARE REQUIRED"
                 TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           EXEC CICS READ DATASET('PAYRPRQ')
                INTO(REPAIR-QUEUE-RECORD)
                RIDFLD(WS-QUEUE-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "NO QUEUED REJECT FOR THAT CODE AND ID" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING REPAIR QUEUE" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           PERFORM SHOW-QUEUE-ENTRY

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-BEFORE-SAVE
           MOVE RQ-REPAIR-PART TO WS-BEFORE-SAVE(1:97)

           EVALUATE TRUE
              WHEN WS-ACTION-IS-REPAIR
                 PERFORM REPAIR-ENTRY
              WHEN WS-ACTION-IS-APPROVE
                 PERFORM APPROVE-ENTRY
              WHEN OTHER
                 PERFORM DECLINE-ENTRY
           END-EVALUATE.

       PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================
      * CLEAR-ENTRY-FIELDS: blank the display-only entry fields
      *================================================================
       CLEAR-ENTRY-FIELDS SECTION.
           MOVE SPACES TO RSNFO
           MOVE SPACES TO OIBFO
           MOVE SPACES TO OBCFO
           MOVE SPACES TO OCYFO
           MOVE SPACES TO ODTFO
           MOVE SPACES TO AMTFO
           MOVE SPACES TO STSFO
           MOVE SPACES TO BYFO.

       CLEAR-ENTRY-FIELDS-EXIT.
           EXIT.

      *================================================================
      * SHOW-QUEUE-ENTRY: the original instruction and reject reason,
      * plus the held repair when there is one - what the approver
      * is asked to sign off
      *================================================================
       SHOW-QUEUE-ENTRY SECTION.
           MOVE RQ-REJECT-REASON TO RSNFO
           MOVE RQ-ORIG-BENEF-IBAN TO OIBFO
           MOVE RQ-ORIG-BENEF-BIC TO OBCFO
           MOVE RQ-ORIG-CURRENCY TO OCYFO
           MOVE RQ-ORIG-EXEC-DATE TO ODTFO
           MOVE RQ-ORIG-AMOUNT-MINOR TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO AMTFO
           MOVE RQ-STATUS TO STSFO
           IF RQ-IS-APPROVED OR RQ-IS-SUBMITTED
              MOVE RQ-APPROVED-BY TO BYFO
           ELSE
              MOVE RQ-REPAIRED-BY TO BYFO
           END-IF

           IF NOT WS-ACTION-IS-REPAIR AND NOT RQ-IS-OPEN
              MOVE RQ-REPAIRED-IBAN TO NIBFO
              MOVE RQ-REPAIRED-BIC TO NBCFO
              MOVE RQ-REPAIRED-CURRENCY TO NCYFO
              MOVE RQ-REPAIRED-EXEC-DATE TO NDTFO
           END-IF.

       SHOW-QUEUE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * LIST-REPAIR-QUEUE: browse from the keyed code (and payment
      * ID, to page on) and show the next five entries not yet
      * submitted
      *================================================================
       LIST-REPAIR-QUEUE SECTION.
           MOVE 0 TO WS-LIST-IDX
           MOVE 0 TO WS-BROWSE-DONE

           EXEC CICS STARTBR DATASET('PAYRPRQ')
                RIDFLD(WS-QUEUE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO QUEUED REJECTS FROM THAT CODE ON" TO WS-MSG
              GO TO LIST-REPAIR-QUEUE-EXIT
           END-IF

           PERFORM UNTIL WS-BROWSE-DONE = 1
              EXEC CICS READNEXT DATASET('PAYRPRQ')
                   INTO(REPAIR-QUEUE-RECORD)
                   RIDFLD(WS-QUEUE-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 1 TO WS-BROWSE-DONE
              ELSE
                 IF CODFI NOT = SPACES
                    AND RQ-REJECT-CODE NOT =
                       FUNCTION UPPER-CASE(CODFI)
                    MOVE 1 TO WS-BROWSE-DONE
                 ELSE
                    IF NOT RQ-IS-SUBMITTED
                       ADD 1 TO WS-LIST-IDX
                       PERFORM FORMAT-LIST-LINE
                       IF WS-LIST-IDX = 5
                          MOVE 1 TO WS-BROWSE-DONE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS ENDBR DATASET('PAYRPRQ') END-EXEC

           IF WS-LIST-IDX = 0
              MOVE "NO OPEN REJECTS FROM THAT CODE ON" TO WS-MSG
           ELSE
              MOVE "KEY THE LAST ID SHOWN AND L AGAIN FOR MORE"
                 TO WS-MSG
           END-IF.

       LIST-REPAIR-QUEUE-EXIT.
           EXIT.

      *================================================================
      * FORMAT-LIST-LINE
      *================================================================
       FORMAT-LIST-LINE SECTION.
           MOVE SPACES TO WS-LIST-LINE
           MOVE RQ-PAYMENT-ID TO WS-LL-PAYMENT-ID
           MOVE RQ-REJECT-CODE TO WS-LL-REJECT-CODE
           MOVE RQ-STATUS TO WS-LL-STATUS
           MOVE RQ-ORIG-CURRENCY TO WS-LL-CURRENCY
           MOVE RQ-ORIG-AMOUNT-MINOR TO WS-LL-AMOUNT
           MOVE RQ-REJECT-REASON TO WS-LL-REASON
           MOVE WS-LIST-LINE TO LNFO(WS-LIST-IDX).

       FORMAT-LIST-LINE-EXIT.
           EXIT.

      *================================================================
      * REPAIR-ENTRY: build the corrected instruction from the keyed
      * fields (blank keeps the original), re-check it exactly as
      * PAYVALD would, and hold it for a second operator
      *================================================================
       REPAIR-ENTRY SECTION.
           IF NOT RQ-IS-OPEN AND NOT RQ-IS-REPAIRED
              EXEC CICS UNLOCK DATASET('PAYRPRQ') END-EXEC
              MOVE "ENTRY ALREADY APPROVED OR SUBMITTED" TO WS-MSG
              GO TO REPAIR-ENTRY-EXIT
           END-IF

           IF NIBFI = SPACES AND NBCFI = SPACES
              AND NCYFI = SPACES AND NDTFI = SPACES
              EXEC CICS UNLOCK DATASET('PAYRPRQ') END-EXEC
              MOVE "KEY AT LEAST ONE CORRECTED FIELD" TO WS-MSG
              GO TO REPAIR-ENTRY-EXIT
           END-IF

           MOVE RQ-INSTRUCTION TO WS-REPAIRED-INSTRUCTION
           IF NIBFI NOT = SPACES
              MOVE FUNCTION UPPER-CASE(NIBFI) TO WS-RI-BENEF-IBAN
           END-IF
           IF NBCFI NOT = SPACES
              MOVE FUNCTION UPPER-CASE(NBCFI) TO WS-RI-BENEF-BIC
           END-IF
           IF NCYFI NOT = SPACES
              MOVE FUNCTION UPPER-CASE(NCYFI) TO WS-RI-CURRENCY
           END-IF
           IF NDTFI NOT = SPACES
              IF NDTFI IS NOT NUMERIC
                 EXEC CICS UNLOCK DATASET('PAYRPRQ') END-EXEC
                 MOVE "NEW DATE MUST BE YYYYMMDD" TO WS-MSG
                 GO TO REPAIR-ENTRY-EXIT
              END-IF
              MOVE NDTFI TO WS-RI-EXEC-DATE
           END-IF

           MOVE "PAYMENT-REPAIR" TO WS-AUD-VALIDATOR
           PERFORM CHECK-REPAIRED-INSTRUCTION
           IF WS-MSG NOT = SPACES
              EXEC CICS UNLOCK DATASET('PAYRPRQ') END-EXEC
              PERFORM QUEUE-REPAIR-AUDIT
              GO TO REPAIR-ENTRY-EXIT
           END-IF

           MOVE "M" TO RQ-STATUS
           MOVE WS-RI-BENEF-IBAN TO RQ-REPAIRED-IBAN
           MOVE WS-RI-BENEF-BIC TO RQ-REPAIRED-BIC
           MOVE WS-RI-CURRENCY TO RQ-REPAIRED-CURRENCY
           MOVE WS-RI-EXEC-DATE TO RQ-REPAIRED-EXEC-DATE
           MOVE WS-USERID TO RQ-REPAIRED-BY
           MOVE WS-TODAY TO RQ-REPAIRED-DATE
           MOVE SPACES TO RQ-APPROVED-BY
           MOVE 0 TO RQ-APPROVED-DATE

           PERFORM REWRITE-QUEUE-ENTRY
           IF WS-MSG NOT = SPACES
              GO TO REPAIR-ENTRY-EXIT
           END-IF

           PERFORM QUEUE-REPAIR-AUDIT
           IF NIBFI NOT = SPACES
              MOVE "B" TO WS-PA-ACTION
              MOVE "PAYRPRQ" TO WS-PA-OBJECT
              MOVE RQ-PAYMENT-ID TO WS-PA-KEY
              MOVE SPACES TO WS-PA-RAISED-BY
              MOVE RQ-REPAIRED-IBAN TO WS-PA-HASH-SUBJECT
              PERFORM QUEUE-PRIVILEGED-ACTION
           END-IF
           MOVE RQ-STATUS TO STSFO
           MOVE RQ-REPAIRED-BY TO BYFO
           MOVE "REPAIR HELD - A SECOND OPERATOR MUST APPROVE IT"
              TO WS-MSG.

       REPAIR-ENTRY-EXIT.
           EXIT.

      *================================================================
      * CHECK-REPAIRED-INSTRUCTION: the PAYVALD edits, in PAYVALD's
      * order, on the corrected instruction - any failure leaves its
      * message in WS-MSG
      *================================================================
       CHECK-REPAIRED-INSTRUCTION SECTION.
           COMPUTE WS-IBAN-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(WS-RI-BENEF-IBAN))
           CALL "IS-VALID-IBAN" USING WS-RI-BENEF-IBAN WS-IBAN-LENGTH
               WS-IBAN-RESULT WS-IBAN-ERROR-MSG
           IF WS-IBAN-RESULT NOT = 1
              STRING "IBAN: " DELIMITED BY SIZE
                 WS-IBAN-ERROR-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              GO TO CHECK-REPAIRED-INSTRUCTION-EXIT
           END-IF

           COMPUTE WS-BIC-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(WS-RI-BENEF-BIC))
           CALL "IS-VALID-BIC" USING WS-RI-BENEF-BIC WS-BIC-LENGTH
               WS-BIC-RESULT WS-BIC-ERROR-MSG
           IF WS-BIC-RESULT NOT = 1
              STRING "BIC: " DELIMITED BY SIZE
                 WS-BIC-ERROR-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              GO TO CHECK-REPAIRED-INSTRUCTION-EXIT
           END-IF

           CALL "IBAN-BIC-MATCH" USING WS-RI-BENEF-IBAN WS-IBAN-LENGTH
               WS-RI-BENEF-BIC WS-BIC-LENGTH WS-BIC-RESULT
               WS-BIC-ERROR-MSG
           IF WS-BIC-RESULT NOT = 1
              STRING "IBAN/BIC: " DELIMITED BY SIZE
                 WS-BIC-ERROR-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              GO TO CHECK-REPAIRED-INSTRUCTION-EXIT
           END-IF

           CALL "IS-VALID-CURRENCY" USING WS-RI-CURRENCY
               WS-CURRENCY-RESULT
           IF WS-CURRENCY-RESULT NOT = 1
              MOVE "CURRENCY: Unknown currency code" TO WS-MSG
              GO TO CHECK-REPAIRED-INSTRUCTION-EXIT
           END-IF

           MOVE WS-RI-EXEC-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-RI-EXEC-DATE(5:2) TO WS-DATE-MONTH
           MOVE WS-RI-EXEC-DATE(7:2) TO WS-DATE-DAY
           CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
               WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
           IF WS-DATE-RESULT NOT = 1
              STRING "DATE: " DELIMITED BY SIZE
                 WS-DATE-ERROR-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              GO TO CHECK-REPAIRED-INSTRUCTION-EXIT
           END-IF

           PERFORM CHECK-BANK-DIRECTORY.

       CHECK-REPAIRED-INSTRUCTION-EXIT.
           EXIT.

      *================================================================
      * CHECK-BANK-DIRECTORY: the BIC must be on BANKDIR, in force
      * on the settlement date, and reachable for the payment - SEPA
      * credit transfer or SWIFT for euro, SWIFT otherwise. A branch
      * BIC not listed falls back to its XXX primary office
      *================================================================
       CHECK-BANK-DIRECTORY SECTION.
           IF WS-RI-EXEC-DATE > WS-TODAY
              MOVE WS-RI-EXEC-DATE TO WS-BD-AS-OF-DATE
           ELSE
              MOVE WS-TODAY TO WS-BD-AS-OF-DATE
           END-IF

           MOVE WS-RI-BENEF-BIC TO WS-BD-LOOKUP-BIC
           IF WS-BD-LOOKUP-BIC(9:3) = SPACES
              MOVE "XXX" TO WS-BD-LOOKUP-BIC(9:3)
           END-IF
           PERFORM LOOKUP-BANK-ENTRY
           IF WS-BD-ANY-ENTRY = 0
              AND WS-BD-LOOKUP-BIC(9:3) NOT = "XXX"
              MOVE "XXX" TO WS-BD-LOOKUP-BIC(9:3)
              PERFORM LOOKUP-BANK-ENTRY
           END-IF

           EVALUATE TRUE
              WHEN WS-BD-ANY-ENTRY = 0
                 MOVE "BIC: BNK001 Bank code not in the bank directory"
                    TO WS-MSG
              WHEN WS-BD-FOUND = 0
                 MOVE "BIC: BNK002 Bank code expired or not in force"
                    TO WS-MSG
              WHEN WS-BD-BEST-SWIFT = "Y"
                 CONTINUE
              WHEN WS-RI-CURRENCY = "EUR"
                   AND WS-BD-BEST-SEPA-CT = "Y"
                 CONTINUE
              WHEN OTHER
                 MOVE "BIC: BNK003 Bank not reachable for the payment"
                    TO WS-MSG
           END-EVALUATE.

       CHECK-BANK-DIRECTORY-EXIT.
           EXIT.

      *================================================================
      * LOOKUP-BANK-ENTRY: browse WS-BD-LOOKUP-BIC's entries in
      * effective-date order, keeping the newest one effective by
      * the as-of date - in force only while not yet expired
      * Output: WS-BD-ANY-ENTRY, WS-BD-FOUND, WS-BD-BEST-SWIFT,
      *         WS-BD-BEST-SEPA-CT
      *================================================================
       LOOKUP-BANK-ENTRY SECTION.
           MOVE 0 TO WS-BD-ANY-ENTRY
           MOVE 0 TO WS-BD-FOUND
           MOVE 0 TO WS-BROWSE-DONE
           MOVE "N" TO WS-BD-BEST-SWIFT
           MOVE "N" TO WS-BD-BEST-SEPA-CT
           MOVE "B" TO BD-CODE-TYPE
           MOVE WS-BD-LOOKUP-BIC TO BD-BANK-CODE
           MOVE 0 TO BD-EFFECTIVE
           MOVE BD-KEY TO WS-BD-KEY

           EXEC CICS STARTBR DATASET('BANKDIR')
                RIDFLD(WS-BD-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO LOOKUP-BANK-ENTRY-EXIT
           END-IF

           PERFORM UNTIL WS-BROWSE-DONE = 1
              EXEC CICS READNEXT DATASET('BANKDIR')
                   INTO(BANK-DIRECTORY-RECORD)
                   RIDFLD(WS-BD-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR BD-CODE-TYPE NOT = "B"
                 OR BD-BANK-CODE NOT = WS-BD-LOOKUP-BIC
                 MOVE 1 TO WS-BROWSE-DONE
              ELSE
                 MOVE 1 TO WS-BD-ANY-ENTRY
                 IF BD-EFFECTIVE > WS-BD-AS-OF-DATE
                    MOVE 1 TO WS-BROWSE-DONE
                 ELSE
                    IF BD-EXPIRES NOT < WS-BD-AS-OF-DATE
                       MOVE 1 TO WS-BD-FOUND
                       MOVE BD-REACH-SWIFT TO WS-BD-BEST-SWIFT
                       MOVE BD-REACH-SEPA-CT TO WS-BD-BEST-SEPA-CT
                    ELSE
                       MOVE 0 TO WS-BD-FOUND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS ENDBR DATASET('BANKDIR') END-EXEC.

       LOOKUP-BANK-ENTRY-EXIT.
           EXIT.

      *================================================================
      * APPROVE-ENTRY: the four-eyes rule - the repairing operator
      * may not approve their own repair
      *================================================================
       APPROVE-ENTRY SECTION.
           IF NOT RQ-IS-REPAIRED
              EXEC CICS UNLOCK DATASET('PAYRPRQ') END-EXEC
              MOVE "ONLY A REPAIRED ENTRY (STATUS M) CAN BE APPROVED"
                 TO WS-MSG
              GO TO APPROVE-ENTRY-EXIT
           END-IF

           PERFORM BUILD-REPAIRED-INSTRUCTION
           MOVE "PAYMENT-REPAIR-APPROVE" TO WS-AUD-VALIDATOR

           IF WS-USERID = RQ-REPAIRED-BY
              EXEC CICS UNLOCK DATASET('PAYRPRQ') END-EXEC
              MOVE "REPAIRING USER MAY NOT APPROVE OWN REPAIR"
                 TO WS-MSG
              PERFORM QUEUE-REPAIR-AUDIT
              GO TO APPROVE-ENTRY-EXIT
           END-IF

           MOVE "A" TO RQ-STATUS
           MOVE WS-USERID TO RQ-APPROVED-BY
           MOVE WS-TODAY TO RQ-APPROVED-DATE

           PERFORM REWRITE-QUEUE-ENTRY
           IF WS-MSG NOT = SPACES
              GO TO APPROVE-ENTRY-EXIT
           END-IF

           PERFORM QUEUE-REPAIR-AUDIT
           MOVE "A" TO WS-PA-ACTION
           MOVE "PAYRPRQ" TO WS-PA-OBJECT
           MOVE RQ-PAYMENT-ID TO WS-PA-KEY
           MOVE RQ-REPAIRED-BY TO WS-PA-RAISED-BY
           MOVE RQ-REPAIRED-IBAN TO WS-PA-HASH-SUBJECT
           PERFORM QUEUE-PRIVILEGED-ACTION
           MOVE RQ-STATUS TO STSFO
           MOVE RQ-APPROVED-BY TO BYFO
           MOVE "REPAIR APPROVED - RESUBMITTED AT NEXT PAYIN CYCLE"
              TO WS-MSG.

       APPROVE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * DECLINE-ENTRY: a held repair goes back to open with its
      * corrections cleared, ready to be repaired again
      *================================================================
       DECLINE-ENTRY SECTION.
           IF NOT RQ-IS-REPAIRED
              EXEC CICS UNLOCK DATASET('PAYRPRQ') END-EXEC
              MOVE "ONLY A REPAIRED ENTRY (STATUS M) CAN BE DECLINED"
                 TO WS-MSG
              GO TO DECLINE-ENTRY-EXIT
           END-IF

           PERFORM BUILD-REPAIRED-INSTRUCTION
           MOVE "PAYMENT-REPAIR-DECLINE" TO WS-AUD-VALIDATOR

           MOVE "O" TO RQ-STATUS
           MOVE SPACES TO RQ-REPAIRED-IBAN
           MOVE SPACES TO RQ-REPAIRED-BIC
           MOVE SPACES TO RQ-REPAIRED-CURRENCY
           MOVE 0 TO RQ-REPAIRED-EXEC-DATE
           MOVE SPACES TO RQ-REPAIRED-BY
           MOVE 0 TO RQ-REPAIRED-DATE
           MOVE SPACES TO RQ-APPROVED-BY
           MOVE 0 TO RQ-APPROVED-DATE

           PERFORM REWRITE-QUEUE-ENTRY
           IF WS-MSG NOT = SPACES
              GO TO DECLINE-ENTRY-EXIT
           END-IF

           PERFORM QUEUE-REPAIR-AUDIT
           MOVE RQ-STATUS TO STSFO
           MOVE WS-USERID TO BYFO
           MOVE SPACES TO NIBFO
           MOVE SPACES TO NBCFO
           MOVE SPACES TO NCYFO
           MOVE SPACES TO NDTFO
           MOVE "REPAIR DECLINED - ENTRY OPEN FOR REPAIR AGAIN"
              TO WS-MSG.

       DECLINE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * BUILD-REPAIRED-INSTRUCTION: the held repair over the original,
      * for the audit hash on approve and decline
      *================================================================
       BUILD-REPAIRED-INSTRUCTION SECTION.
           MOVE RQ-INSTRUCTION TO WS-REPAIRED-INSTRUCTION
           MOVE RQ-REPAIRED-IBAN TO WS-RI-BENEF-IBAN
           MOVE RQ-REPAIRED-BIC TO WS-RI-BENEF-BIC
           MOVE RQ-REPAIRED-CURRENCY TO WS-RI-CURRENCY
           MOVE RQ-REPAIRED-EXEC-DATE TO WS-RI-EXEC-DATE.

       BUILD-REPAIRED-INSTRUCTION-EXIT.
           EXIT.

      *================================================================
      * REWRITE-QUEUE-ENTRY: land the change and queue its before/
      * after images on TJRN - JRNDRAIN puts them on the VSAMJRNL
      * forward-recovery journal tonight
      *================================================================
       REWRITE-QUEUE-ENTRY SECTION.
           EXEC CICS REWRITE DATASET('PAYRPRQ')
                FROM(REPAIR-QUEUE-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR RECORDING CHANGE ON REPAIR QUEUE" TO WS-MSG
              GO TO REWRITE-QUEUE-ENTRY-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JR-TIMESTAMP
           MOVE "PAYRPRQ" TO WS-JR-DATASET
           MOVE "U" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE RQ-KEY TO WS-JR-RECORD-KEY(1:18)
           MOVE WS-BEFORE-SAVE TO WS-JR-BEFORE-IMAGE
           MOVE SPACES TO WS-JR-AFTER-IMAGE
           MOVE RQ-REPAIR-PART TO WS-JR-AFTER-IMAGE(1:97)

           EXEC CICS WRITEQ TD QUEUE('TJRN')
                FROM(WS-TDQ-JOURNAL-RECORD)
                LENGTH(WS-TDQ-JOURNAL-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       REWRITE-QUEUE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * QUEUE-REPAIR-AUDIT: one audit entry per repair decision,
      * refusals included - the repaired instruction hashed, never
      * stored, and the deciding userid in the message
      *================================================================
       QUEUE-REPAIR-AUDIT SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-REPAIRED-INSTRUCTION TO WS-HASH-INPUT(1:84)
           MOVE 84 TO WS-HASH-INPUT-LEN
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE "PAYREPR" TO TD-CALLING-PROGRAM
           MOVE WS-AUD-VALIDATOR TO TD-VALIDATOR-NAME
           MOVE WS-HASH-OUTPUT(1:64) TO TD-INPUT-HASH
           MOVE SPACES TO TD-ERROR-MSG
           IF WS-MSG = SPACES
              MOVE "+" TO TD-RESULT-SIGN
              MOVE 0 TO TD-RESULT-DIGITS
              STRING "USER " DELIMITED BY SIZE
                 WS-USERID DELIMITED BY SIZE
                 " PAYMENT " DELIMITED BY SIZE
                 RQ-PAYMENT-ID DELIMITED BY SIZE
                 " CODE " DELIMITED BY SIZE
                 RQ-REJECT-CODE DELIMITED BY SIZE
                 INTO TD-ERROR-MSG
           ELSE
              MOVE "-" TO TD-RESULT-SIGN
              MOVE 7 TO TD-RESULT-DIGITS
              STRING "USER " DELIMITED BY SIZE
                 WS-USERID DELIMITED BY SIZE
                 " PAYMENT " DELIMITED BY SIZE
                 RQ-PAYMENT-ID DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-MSG DELIMITED BY SIZE
                 INTO TD-ERROR-MSG
           END-IF

           EXEC CICS WRITEQ TD QUEUE('VAUD')
                FROM(WS-TDQ-AUDIT-RECORD)
                LENGTH(WS-TDQ-AUDIT-LENGTH)
           END-EXEC.

       QUEUE-REPAIR-AUDIT-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO
           MOVE -1 TO CODFL

           EXEC CICS SEND MAP('PAYRPR1') MAPSET('PAYRSET')
                FROM(PAYRPR1O)
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
           MOVE "PAYREPR" TO TD-CALLING-PROGRAM
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

       END PROGRAM PAYREPR.
