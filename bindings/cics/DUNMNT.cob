      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven DunningMaint - online promises to pay and payment
      * arrangements on overdrawn-account dunning cases
      *

      *================================================================
      * DUNMNT is a pseudo-conversational CICS transaction (TRANID
      * DUNM) fronting the DUNMNT1 map, in the KYCREVW mould. The
      * nightly DUNNING step keeps a case on the DUNCASE KSDS for
      * every account and currency overdrawn past its authorized
      * overdraft and walks it up the dunning ladder; this is where
      * the collections desk records what the customer has agreed
      * to. A user keys the account ID and currency and can:
      *
      *   I  inquire on the case - the debt, the business days
      *      overdrawn, the ladder stage reached, any pause in force
      *      and whether debits are blocked
      *   P  record a promise to pay - the amount promised (minor
      *      units) and the date it is promised by, after today and
      *      no more than 30 days ahead
      *   A  record a payment arrangement - the instalment amount
      *      (minor units) and the date the arrangement runs to,
      *      after today and no more than 365 days ahead
      *   X  cancel the promise or arrangement in force
      *
      * While a promise or arrangement is in force DUNNING counts
      * the days overdrawn but does not climb the ladder; once its
      * date passes with the debt still standing the ladder resumes.
      * A pause is recorded only on an active case with none already
      * in force - a changed promise is cancelled and keyed again.
      *
      * Every change is journaled - the whole record's before and
      * after images on the TJRN queue, which JRNDRAIN lands on
      * VSAMJRNL for REPLAY - and audited on the VAUD queue
      * AUDDRAIN appends to the chained audit trail, with the
      * HASH-SHA256 of the customer ID and the deciding userid.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNMNT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the DUNMNT1 map's symbolic map, field for field -
      * see DUNMNT.bms for the map source this is generated from
       01 DUNMNT1I.
          05 ACCFL                     PIC S9(4) COMP.
          05 ACCFF                     PIC X.
          05 ACCFI                     PIC X(12).
          05 CCYFL                     PIC S9(4) COMP.
          05 CCYFF                     PIC X.
          05 CCYFI                     PIC X(3).
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(1).
          05 DTEFL                     PIC S9(4) COMP.
          05 DTEFF                     PIC X.
          05 DTEFI                     PIC X(8).
          05 AMTFL                     PIC S9(4) COMP.
          05 AMTFF                     PIC X.
          05 AMTFI                     PIC X(15).
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

       01 DUNMNT1O REDEFINES DUNMNT1I.
          05 FILLER                    PIC X(03).
          05 ACCFO                     PIC X(12).
          05 FILLER                    PIC X(03).
          05 CCYFO                     PIC X(3).
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 DTEFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 AMTFO                     PIC X(15).
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

      * Mirrors DUNNING.cob's DUNCASE-RECORD field for field - the
      * whole record is the before/after image journaled for every
      * change
       01 DUNCASE-RECORD.
          05 DC-KEY.
             10 DC-ACCOUNT-ID          PIC X(12).
             10 DC-CURRENCY            PIC X(3).
          05 DC-CUSTOMER-ID            PIC X(36).
          05 DC-STATUS                 PIC X(1).
             88 DC-IS-ACTIVE           VALUE "A".
             88 DC-IS-CLEARED          VALUE "C".
          05 DC-STAGE                  PIC 9(1).
          05 DC-OPENED-DATE            PIC 9(8).
          05 DC-LAST-COUNTED-DATE      PIC 9(8).
          05 DC-DAYS-OVERDRAWN         PIC 9(4).
          05 DC-LADDER-DAYS            PIC 9(4).
          05 DC-DEBT-MINOR             PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 DC-STAGE-DATE             PIC 9(8).
          05 DC-DEBITS-BLOCKED         PIC X(1).
             88 DC-BLOCK-PLACED        VALUE "Y".
          05 DC-PAUSE-TYPE             PIC X(1).
             88 DC-NO-PAUSE            VALUE " ".
             88 DC-PROMISE-TO-PAY      VALUE "P".
             88 DC-ARRANGEMENT         VALUE "A".
          05 DC-PAUSE-UNTIL            PIC 9(8).
          05 DC-PROMISE-MINOR          PIC 9(15).
          05 DC-PAUSE-BY               PIC X(8).
          05 DC-CLOSED-DATE            PIC 9(8).
          05 DC-CLOSED-REASON          PIC X(1).
          05 DC-CLEARED-BY-CREDIT      PIC X(12).
          05 DC-BROKEN-COUNT           PIC 9(2).
          05 FILLER                    PIC X(3).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-CASE-KEY.
          05 WS-CK-ACCOUNT-ID          PIC X(12).
          05 WS-CK-CURRENCY            PIC X(3).
       01 WS-TODAY                     PIC 9(8).
       01 WS-USERID                    PIC X(8).
       01 WS-MSG                       PIC X(76).

       01 WS-ACTION-CHOICE             PIC X.
          88 WS-ACTION-IS-INQUIRE      VALUE "I".
          88 WS-ACTION-IS-PROMISE      VALUE "P".
          88 WS-ACTION-IS-ARRANGE      VALUE "A".
          88 WS-ACTION-IS-CANCEL       VALUE "X".

      * The pause being recorded: its date, how far ahead it may
      * run, and the amount promised or paid per instalment
       01 WS-PAUSE-DATE                PIC 9(8).
       01 WS-DAYS-AHEAD                PIC S9(8) COMP.
       01 WS-MAX-DAYS-AHEAD            PIC S9(8) COMP.
       01 WS-AMOUNT-TEXT               PIC X(15).
       01 WS-AMOUNT-KEYED              PIC S9(15)V99 COMP-3.
       01 WS-PAUSE-AMOUNT              PIC 9(15).

      * Display edits for the case lines
       01 WS-DEBT-EDIT                 PIC -(14)9.
       01 WS-AMOUNT-EDIT               PIC Z(14)9.

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

           EXEC CICS RECEIVE MAP('DUNMNT1') MAPSET('DUNMSET')
                INTO(DUNMNT1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM PROCESS-REQUEST
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('DUNM') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO DUNMNT1O
           EXEC CICS SEND MAP('DUNMNT1') MAPSET('DUNMSET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('DUNM') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * PROCESS-REQUEST: read the account's dunning case and show
      * it, or record or cancel the user's promise or arrangement
      *================================================================
       PROCESS-REQUEST SECTION.
           MOVE SPACES TO WS-MSG
           MOVE SPACES TO LN1FO
           MOVE SPACES TO LN2FO
           MOVE SPACES TO LN3FO
           MOVE SPACES TO LN4FO

           MOVE ACTFI TO WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
              TO WS-ACTION-CHOICE
           IF NOT WS-ACTION-IS-INQUIRE AND NOT WS-ACTION-IS-PROMISE
              AND NOT WS-ACTION-IS-ARRANGE
              AND NOT WS-ACTION-IS-CANCEL
              MOVE "ACT MUST BE I, P, A OR X" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF ACCFI = SPACES OR CCYFI = SPACES
              MOVE "ACCOUNT ID AND CURRENCY ARE REQUIRED" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(ACCFI) TO WS-CK-ACCOUNT-ID
           MOVE FUNCTION UPPER-CASE(CCYFI) TO WS-CK-CURRENCY

           IF WS-ACTION-IS-INQUIRE
              EXEC CICS READ DATASET('DUNCASE')
                   INTO(DUNCASE-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ DATASET('DUNCASE')
                   INTO(DUNCASE-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "NO DUNNING CASE FOR THIS ACCOUNT AND CURRENCY"
                 TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING DUNNING CASES" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM SHOW-CASE-RECORD
           IF WS-ACTION-IS-INQUIRE
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE DUNCASE-RECORD TO WS-BEFORE-SAVE

           IF NOT DC-IS-ACTIVE
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              MOVE "CASE IS CLEARED - NOTHING TO PAUSE" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-ACTION-IS-CANCEL
              PERFORM CANCEL-PAUSE
           ELSE
              PERFORM RECORD-PAUSE
           END-IF

           PERFORM SHOW-CASE-RECORD.

       PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================
      * SHOW-CASE-RECORD: the debt and its age, the ladder stage,
      * any pause in force, and the block or clearance
      *================================================================
       SHOW-CASE-RECORD SECTION.
           MOVE SPACES TO LN1FO
           STRING "CUSTOMER " DELIMITED BY SIZE
              DC-CUSTOMER-ID DELIMITED BY SIZE
              "  OPENED " DELIMITED BY SIZE
              DC-OPENED-DATE DELIMITED BY SIZE
              "  STAGE " DELIMITED BY SIZE
              DC-STAGE DELIMITED BY SIZE
              INTO LN1FO

           MOVE SPACES TO LN2FO
           MOVE DC-DEBT-MINOR TO WS-DEBT-EDIT
           STRING "DEBT OVER OD " DELIMITED BY SIZE
              FUNCTION TRIM(WS-DEBT-EDIT) DELIMITED BY SIZE
              " MINOR  DAYS OVERDRAWN " DELIMITED BY SIZE
              DC-DAYS-OVERDRAWN DELIMITED BY SIZE
              "  LADDER DAYS " DELIMITED BY SIZE
              DC-LADDER-DAYS DELIMITED BY SIZE
              INTO LN2FO

           MOVE SPACES TO LN3FO
           MOVE DC-PROMISE-MINOR TO WS-AMOUNT-EDIT
           EVALUATE TRUE
              WHEN DC-PROMISE-TO-PAY
                 STRING "PROMISE TO PAY " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                    " MINOR BY " DELIMITED BY SIZE
                    DC-PAUSE-UNTIL DELIMITED BY SIZE
                    "  KEYED BY " DELIMITED BY SIZE
                    DC-PAUSE-BY DELIMITED BY SIZE
                    INTO LN3FO
              WHEN DC-ARRANGEMENT
                 STRING "ARRANGEMENT " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                    " MINOR PER INSTALMENT TO " DELIMITED BY SIZE
                    DC-PAUSE-UNTIL DELIMITED BY SIZE
                    "  KEYED BY " DELIMITED BY SIZE
                    DC-PAUSE-BY DELIMITED BY SIZE
                    INTO LN3FO
              WHEN OTHER
                 MOVE "NO PROMISE OR ARRANGEMENT IN FORCE" TO LN3FO
           END-EVALUATE

           MOVE SPACES TO LN4FO
           IF DC-IS-CLEARED
              STRING "CLEARED " DELIMITED BY SIZE
                 DC-CLOSED-DATE DELIMITED BY SIZE
                 "  REASON " DELIMITED BY SIZE
                 DC-CLOSED-REASON DELIMITED BY SIZE
                 "  CREDIT " DELIMITED BY SIZE
                 DC-CLEARED-BY-CREDIT DELIMITED BY SIZE
                 INTO LN4FO
           ELSE
              IF DC-BLOCK-PLACED
                 STRING "DEBITS BLOCKED  BROKEN PROMISES "
                    DELIMITED BY SIZE
                    DC-BROKEN-COUNT DELIMITED BY SIZE
                    INTO LN4FO
              ELSE
                 STRING "DEBITS NOT BLOCKED  BROKEN PROMISES "
                    DELIMITED BY SIZE
                    DC-BROKEN-COUNT DELIMITED BY SIZE
                    INTO LN4FO
              END-IF
           END-IF.

       SHOW-CASE-RECORD-EXIT.
           EXIT.

      *================================================================
      * RECORD-PAUSE: check the keyed date and amount, then record
      * the promise or arrangement
      *================================================================
       RECORD-PAUSE SECTION.
           IF NOT DC-NO-PAUSE
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              MOVE "A PAUSE IS ALREADY IN FORCE - CANCEL IT FIRST"
                 TO WS-MSG
              GO TO RECORD-PAUSE-EXIT
           END-IF

           IF WS-ACTION-IS-PROMISE
              MOVE "DUNNING-PROMISE" TO WS-AUD-VALIDATOR
              MOVE 30 TO WS-MAX-DAYS-AHEAD
           ELSE
              MOVE "DUNNING-ARRANGEMENT" TO WS-AUD-VALIDATOR
              MOVE 365 TO WS-MAX-DAYS-AHEAD
           END-IF

           IF DTEFI IS NOT NUMERIC
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              MOVE "PAUSE DATE MUST BE YYYYMMDD" TO WS-MSG
              GO TO RECORD-PAUSE-EXIT
           END-IF
           MOVE DTEFI TO WS-PAUSE-DATE
           MOVE WS-PAUSE-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-PAUSE-DATE(5:2) TO WS-DATE-MONTH
           MOVE WS-PAUSE-DATE(7:2) TO WS-DATE-DAY
           CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
               WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
           IF WS-DATE-RESULT NOT = 1
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              STRING "PAUSE DATE: " DELIMITED BY SIZE
                 WS-DATE-ERROR-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              GO TO RECORD-PAUSE-EXIT
           END-IF

           COMPUTE WS-DAYS-AHEAD =
              FUNCTION INTEGER-OF-DATE(WS-PAUSE-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-DAYS-AHEAD < 1
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              MOVE "PAUSE DATE MUST BE AFTER TODAY" TO WS-MSG
              GO TO RECORD-PAUSE-EXIT
           END-IF
           IF WS-DAYS-AHEAD > WS-MAX-DAYS-AHEAD
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              IF WS-ACTION-IS-PROMISE
                 MOVE "A PROMISE MAY RUN NO MORE THAN 30 DAYS AHEAD"
                    TO WS-MSG
              ELSE
                 MOVE "AN ARRANGEMENT MAY RUN NO MORE THAN 365 DAYS"
                    TO WS-MSG
              END-IF
              GO TO RECORD-PAUSE-EXIT
           END-IF

           MOVE AMTFI TO WS-AMOUNT-TEXT
           INSPECT WS-AMOUNT-TEXT REPLACING ALL LOW-VALUES BY SPACES
           IF WS-AMOUNT-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              MOVE "AMOUNT MUST BE NUMERIC, IN MINOR UNITS" TO WS-MSG
              GO TO RECORD-PAUSE-EXIT
           END-IF
           COMPUTE WS-AMOUNT-KEYED = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           MOVE WS-AMOUNT-KEYED TO WS-PAUSE-AMOUNT
           IF WS-AMOUNT-KEYED NOT > 0
              OR WS-PAUSE-AMOUNT NOT = WS-AMOUNT-KEYED
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              MOVE "AMOUNT MUST BE A WHOLE NUMBER OF MINOR UNITS"
                 TO WS-MSG
              GO TO RECORD-PAUSE-EXIT
           END-IF

           MOVE WS-ACTION-CHOICE TO DC-PAUSE-TYPE
           MOVE WS-PAUSE-DATE TO DC-PAUSE-UNTIL
           MOVE WS-PAUSE-AMOUNT TO DC-PROMISE-MINOR
           MOVE WS-USERID TO DC-PAUSE-BY

           PERFORM REWRITE-CASE-RECORD
           IF WS-MSG NOT = SPACES
              GO TO RECORD-PAUSE-EXIT
           END-IF

           PERFORM QUEUE-CASE-AUDIT
           STRING "LADDER PAUSED UNTIL " DELIMITED BY SIZE
              DC-PAUSE-UNTIL DELIMITED BY SIZE
              INTO WS-MSG.

       RECORD-PAUSE-EXIT.
           EXIT.

      *================================================================
      * CANCEL-PAUSE: the promise or arrangement is withdrawn and the
      * ladder resumes on tonight's run
      *================================================================
       CANCEL-PAUSE SECTION.
           IF DC-NO-PAUSE
              EXEC CICS UNLOCK DATASET('DUNCASE') END-EXEC
              MOVE "NO PROMISE OR ARRANGEMENT IS IN FORCE" TO WS-MSG
              GO TO CANCEL-PAUSE-EXIT
           END-IF

           MOVE "DUNNING-CANCEL-PAUSE" TO WS-AUD-VALIDATOR
           MOVE DC-PAUSE-UNTIL TO WS-PAUSE-DATE
           MOVE DC-PROMISE-MINOR TO WS-PAUSE-AMOUNT
           MOVE SPACE TO DC-PAUSE-TYPE
           MOVE 0 TO DC-PAUSE-UNTIL
           MOVE 0 TO DC-PROMISE-MINOR
           MOVE WS-USERID TO DC-PAUSE-BY

           PERFORM REWRITE-CASE-RECORD
           IF WS-MSG NOT = SPACES
              GO TO CANCEL-PAUSE-EXIT
           END-IF

           PERFORM QUEUE-CASE-AUDIT
           MOVE "PAUSE CANCELLED - THE LADDER RESUMES TONIGHT"
              TO WS-MSG.

       CANCEL-PAUSE-EXIT.
           EXIT.

      *================================================================
      * REWRITE-CASE-RECORD: land the change and queue its before/
      * after images on TJRN - JRNDRAIN puts them on the VSAMJRNL
      * forward-recovery journal tonight
      *================================================================
       REWRITE-CASE-RECORD SECTION.
           EXEC CICS REWRITE DATASET('DUNCASE')
                FROM(DUNCASE-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR RECORDING CHANGE ON DUNNING CASE" TO WS-MSG
              GO TO REWRITE-CASE-RECORD-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JR-TIMESTAMP
           MOVE "DUNCASE" TO WS-JR-DATASET
           MOVE "U" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE DC-KEY TO WS-JR-RECORD-KEY(1:15)
           MOVE WS-BEFORE-SAVE TO WS-JR-BEFORE-IMAGE
           MOVE DUNCASE-RECORD TO WS-JR-AFTER-IMAGE

           EXEC CICS WRITEQ TD QUEUE('TJRN')
                FROM(WS-TDQ-JOURNAL-RECORD)
                LENGTH(WS-TDQ-JOURNAL-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       REWRITE-CASE-RECORD-EXIT.
           EXIT.

      *================================================================
      * QUEUE-CASE-AUDIT: one audit entry per promise, arrangement or
      * cancellation - the customer ID hashed, never stored, and the
      * deciding userid in the message
      *================================================================
       QUEUE-CASE-AUDIT SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE DC-CUSTOMER-ID TO WS-HASH-INPUT(1:36)
           MOVE 36 TO WS-HASH-INPUT-LEN
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE "DUNMNT" TO TD-CALLING-PROGRAM
           MOVE WS-AUD-VALIDATOR TO TD-VALIDATOR-NAME
           MOVE WS-HASH-OUTPUT(1:64) TO TD-INPUT-HASH
           MOVE "+" TO TD-RESULT-SIGN
           MOVE 0 TO TD-RESULT-DIGITS
           MOVE SPACES TO TD-ERROR-MSG
           MOVE WS-PAUSE-AMOUNT TO WS-AMOUNT-EDIT
           STRING "USER " DELIMITED BY SIZE
              WS-USERID DELIMITED BY SIZE
              " ACCOUNT " DELIMITED BY SIZE
              DC-ACCOUNT-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              DC-CURRENCY DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-PAUSE-DATE DELIMITED BY SIZE
              " AMOUNT " DELIMITED BY SIZE
              FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
              INTO TD-ERROR-MSG

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
           MOVE -1 TO ACCFL

           EXEC CICS SEND MAP('DUNMNT1') MAPSET('DUNMSET')
                FROM(DUNMNT1O)
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

       END PROGRAM DUNMNT.
