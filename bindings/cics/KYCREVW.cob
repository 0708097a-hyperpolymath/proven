      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven KycReview - online recording of completed periodic
      * KYC reviews
      *

      *================================================================
      * KYCREVW is a pseudo-conversational CICS transaction (TRANID
      * KYCR) fronting the KYCREV1 map, in the PAYREPR mould. The
      * nightly KYCSCHED step keeps a next-due date on the KYCREV
      * review master for every scored customer and lists the
      * overdue and due-soon reviews by branch; this is where the
      * reviewer records that a review was done. A user can:
      *
      *   I  inquire on a customer's review record
      *   C  complete a review - key the outcome (S satisfactory,
      *      E enhanced due diligence, X exit the relationship) and
      *      the review date (blank for today; never in the future
      *      or before the last recorded review). For a low- or
      *      medium-risk customer the review is recorded at once
      *      and the next review falls due one cycle from its date.
      *      For a high-risk customer it is held pending, and only
      *      a second user's approval records it
      *   A  approve a pending review - refused to the user who
      *      keyed it, as on PAYREPR
      *   D  decline a pending review - it is discarded, and the
      *      last recorded review and its due date stand
      *
      * An exit outcome is recorded like any other; the relationship
      * itself is ended by submitting the customer to OFFBOARD.
      *
      * Every change is journaled - the whole record's before and
      * after images on the TJRN queue, which JRNDRAIN lands on
      * VSAMJRNL for REPLAY - and audited on the VAUD queue
      * AUDDRAIN appends to the chained audit trail, with the
      * HASH-SHA256 of the customer ID and the deciding userid,
      * refusals of the second-user check included.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREVW.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the KYCREV1 map's symbolic map, field for field -
      * see KYCREVW.bms for the map source this is generated from
       01 KYCREV1I.
          05 CIDFL                     PIC S9(4) COMP.
          05 CIDFF                     PIC X.
          05 CIDFI                     PIC X(36).
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(1).
          05 OUTFL                     PIC S9(4) COMP.
          05 OUTFF                     PIC X.
          05 OUTFI                     PIC X(1).
          05 RDTFL                     PIC S9(4) COMP.
          05 RDTFF                     PIC X.
          05 RDTFI                     PIC X(8).
          05 NOTFL                     PIC S9(4) COMP.
          05 NOTFF                     PIC X.
          05 NOTFI                     PIC X(30).
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

       01 KYCREV1O REDEFINES KYCREV1I.
          05 FILLER                    PIC X(03).
          05 CIDFO                     PIC X(36).
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 OUTFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 RDTFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 NOTFO                     PIC X(30).
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

      * Mirrors KYCSCHED.cob's KYCREV-RECORD field for field - the
      * whole record is the before/after image journaled for every
      * change
       01 KYCREV-RECORD.
          05 KY-CUSTOMER-ID            PIC X(36).
          05 KY-WORK-KEY.
             10 KY-BRANCH              PIC X(6).
             10 KY-NEXT-DUE-DATE       PIC 9(8).
          05 KY-RISK-BAND              PIC X(1).
             88 KY-BAND-HIGH           VALUE "H".
          05 KY-CYCLE-MONTHS           PIC 9(3).
          05 KY-SCHEDULED-DATE         PIC 9(8).
          05 KY-LAST-REVIEW-DATE       PIC 9(8).
          05 KY-OUTCOME                PIC X(1).
          05 KY-REVIEWED-BY            PIC X(8).
          05 KY-APPROVED-BY            PIC X(8).
          05 KY-RETIERED-DATE          PIC 9(8).
          05 KY-PENDING-PART.
             10 KY-PEND-OUTCOME        PIC X(1).
             10 KY-PEND-REVIEW-DATE    PIC 9(8).
             10 KY-PEND-BY             PIC X(8).
             10 KY-PEND-DATE           PIC 9(8).
          05 KY-NOTE                   PIC X(30).
          05 FILLER                    PIC X(10).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-CUSTOMER-KEY              PIC X(36).
       01 WS-TODAY                     PIC 9(8).
       01 WS-USERID                    PIC X(8).
       01 WS-MSG                       PIC X(76).

       01 WS-ACTION-CHOICE             PIC X.
          88 WS-ACTION-IS-INQUIRE      VALUE "I".
          88 WS-ACTION-IS-COMPLETE     VALUE "C".
          88 WS-ACTION-IS-APPROVE      VALUE "A".
          88 WS-ACTION-IS-DECLINE      VALUE "D".

       01 WS-OUTCOME-CHOICE            PIC X.
          88 WS-OUTCOME-IS-VALID       VALUES "S" "E" "X".
          88 WS-OUTCOME-IS-EXIT        VALUE "X".

      * The review being recorded - keyed now, or held pending
       01 WS-REVIEW-DATE               PIC 9(8).
       01 WS-REVIEWED-BY               PIC X(8).
       01 WS-APPROVED-BY               PIC X(8).

      * VALIDATE-DATE call fields
       01 WS-DATE-YEAR                 PIC 9(4).
       01 WS-DATE-MONTH                PIC 9(2).
       01 WS-DATE-DAY                  PIC 9(2).
       01 WS-DATE-RESULT               PIC 9.
       01 WS-DATE-ERROR-MSG            PIC X(50).

      * Next-due date: the review date plus the cycle in months,
      * the day held back to the month's last day (as KYCSCHED)
       01 WS-AM-TOTAL-MONTHS           PIC 9(6).
       01 WS-AM-MONTHS                 PIC 9(3).
       01 WS-AM-MONTH-DAYS             PIC 9(2).
       01 WS-AM-RESULT                 PIC 9.

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

           EXEC CICS RECEIVE MAP('KYCREV1') MAPSET('KYCRSET')
                INTO(KYCREV1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM PROCESS-REQUEST
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('KYCR') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO KYCREV1O
           EXEC CICS SEND MAP('KYCREV1') MAPSET('KYCRSET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('KYCR') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * PROCESS-REQUEST: read the customer's review record and show
      * it, or apply the user's completion, approval or decline
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
           IF NOT WS-ACTION-IS-INQUIRE AND NOT WS-ACTION-IS-COMPLETE
              AND NOT WS-ACTION-IS-APPROVE
              AND NOT WS-ACTION-IS-DECLINE
              MOVE "ACT MUST BE I, C, A OR D" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF CIDFI = SPACES
              MOVE "CUSTOMER ID IS REQUIRED" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(CIDFI) TO WS-CUSTOMER-KEY

           IF WS-ACTION-IS-INQUIRE
              EXEC CICS READ DATASET('KYCREV')
                   INTO(KYCREV-RECORD)
                   RIDFLD(WS-CUSTOMER-KEY)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ DATASET('KYCREV')
                   INTO(KYCREV-RECORD)
                   RIDFLD(WS-CUSTOMER-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "CUSTOMER NOT ON THE KYC REVIEW MASTER" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING KYC REVIEW MASTER" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM SHOW-REVIEW-RECORD
           IF WS-ACTION-IS-INQUIRE
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE KYCREV-RECORD TO WS-BEFORE-SAVE

           EVALUATE TRUE
              WHEN WS-ACTION-IS-COMPLETE
                 PERFORM COMPLETE-REVIEW
              WHEN WS-ACTION-IS-APPROVE
                 PERFORM APPROVE-REVIEW
              WHEN OTHER
                 PERFORM DECLINE-REVIEW
           END-EVALUATE

           PERFORM SHOW-REVIEW-RECORD.

       PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================
      * SHOW-REVIEW-RECORD: the schedule, the last recorded review,
      * and any review awaiting a second user
      *================================================================
       SHOW-REVIEW-RECORD SECTION.
           MOVE SPACES TO LN1FO
           STRING "BRANCH " DELIMITED BY SIZE
              KY-BRANCH DELIMITED BY SIZE
              "  RISK BAND " DELIMITED BY SIZE
              KY-RISK-BAND DELIMITED BY SIZE
              "  CYCLE " DELIMITED BY SIZE
              KY-CYCLE-MONTHS DELIMITED BY SIZE
              " MONTHS  SCHEDULED " DELIMITED BY SIZE
              KY-SCHEDULED-DATE DELIMITED BY SIZE
              INTO LN1FO

           MOVE SPACES TO LN2FO
           IF KY-LAST-REVIEW-DATE = 0
              MOVE "NOT YET REVIEWED" TO LN2FO
           ELSE
              STRING "LAST REVIEW " DELIMITED BY SIZE
                 KY-LAST-REVIEW-DATE DELIMITED BY SIZE
                 "  OUTCOME " DELIMITED BY SIZE
                 KY-OUTCOME DELIMITED BY SIZE
                 "  BY " DELIMITED BY SIZE
                 KY-REVIEWED-BY DELIMITED BY SIZE
                 "  APPROVED BY " DELIMITED BY SIZE
                 KY-APPROVED-BY DELIMITED BY SIZE
                 INTO LN2FO
           END-IF

           MOVE SPACES TO LN3FO
           STRING "NEXT DUE " DELIMITED BY SIZE
              KY-NEXT-DUE-DATE DELIMITED BY SIZE
              "  NOTE " DELIMITED BY SIZE
              KY-NOTE DELIMITED BY SIZE
              INTO LN3FO
           IF KY-NEXT-DUE-DATE < WS-TODAY
              MOVE "** OVERDUE **" TO LN3FO(63:13)
           END-IF

           MOVE SPACES TO LN4FO
           IF KY-PEND-OUTCOME = SPACES
              MOVE "NO REVIEW AWAITING APPROVAL" TO LN4FO
           ELSE
              STRING "PENDING: OUTCOME " DELIMITED BY SIZE
                 KY-PEND-OUTCOME DELIMITED BY SIZE
                 "  REVIEWED " DELIMITED BY SIZE
                 KY-PEND-REVIEW-DATE DELIMITED BY SIZE
                 "  KEYED BY " DELIMITED BY SIZE
                 KY-PEND-BY DELIMITED BY SIZE
                 " ON " DELIMITED BY SIZE
                 KY-PEND-DATE DELIMITED BY SIZE
                 INTO LN4FO
           END-IF.

       SHOW-REVIEW-RECORD-EXIT.
           EXIT.

      *================================================================
      * COMPLETE-REVIEW: check the keyed outcome and date, then
      * record the review - or, for a high-risk customer, hold it
      * for a second user
      *================================================================
       COMPLETE-REVIEW SECTION.
           IF KY-PEND-OUTCOME NOT = SPACES
              EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
              MOVE "A REVIEW IS ALREADY AWAITING APPROVAL" TO WS-MSG
              GO TO COMPLETE-REVIEW-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(OUTFI) TO WS-OUTCOME-CHOICE
           IF NOT WS-OUTCOME-IS-VALID
              EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
              MOVE "OUTCOME MUST BE S, E OR X" TO WS-MSG
              GO TO COMPLETE-REVIEW-EXIT
           END-IF

           IF RDTFI = SPACES
              MOVE WS-TODAY TO WS-REVIEW-DATE
           ELSE
              IF RDTFI IS NOT NUMERIC
                 EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
                 MOVE "REVIEW DATE MUST BE YYYYMMDD" TO WS-MSG
                 GO TO COMPLETE-REVIEW-EXIT
              END-IF
              MOVE RDTFI TO WS-REVIEW-DATE
              MOVE WS-REVIEW-DATE(1:4) TO WS-DATE-YEAR
              MOVE WS-REVIEW-DATE(5:2) TO WS-DATE-MONTH
              MOVE WS-REVIEW-DATE(7:2) TO WS-DATE-DAY
              CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
                  WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
              IF WS-DATE-RESULT NOT = 1
                 EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
                 STRING "REVIEW DATE: " DELIMITED BY SIZE
                    WS-DATE-ERROR-MSG DELIMITED BY SIZE
                    INTO WS-MSG
                 GO TO COMPLETE-REVIEW-EXIT
              END-IF
           END-IF

           IF WS-REVIEW-DATE > WS-TODAY
              EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
              MOVE "REVIEW DATE MAY NOT BE IN THE FUTURE" TO WS-MSG
              GO TO COMPLETE-REVIEW-EXIT
           END-IF

           IF WS-REVIEW-DATE < KY-LAST-REVIEW-DATE
              EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
              MOVE "REVIEW DATE IS BEFORE THE LAST RECORDED REVIEW"
                 TO WS-MSG
              GO TO COMPLETE-REVIEW-EXIT
           END-IF

           MOVE "KYC-REVIEW" TO WS-AUD-VALIDATOR
           IF NOTFI NOT = SPACES
              MOVE NOTFI TO KY-NOTE
           END-IF

           IF KY-BAND-HIGH
              MOVE WS-OUTCOME-CHOICE TO KY-PEND-OUTCOME
              MOVE WS-REVIEW-DATE TO KY-PEND-REVIEW-DATE
              MOVE WS-USERID TO KY-PEND-BY
              MOVE WS-TODAY TO KY-PEND-DATE
              PERFORM REWRITE-REVIEW-RECORD
              IF WS-MSG NOT = SPACES
                 GO TO COMPLETE-REVIEW-EXIT
              END-IF
              PERFORM QUEUE-REVIEW-AUDIT
              MOVE "HIGH RISK - A SECOND REVIEWER MUST APPROVE"
                 TO WS-MSG
              GO TO COMPLETE-REVIEW-EXIT
           END-IF

           MOVE WS-USERID TO WS-REVIEWED-BY
           MOVE SPACES TO WS-APPROVED-BY
           PERFORM APPLY-REVIEW
           PERFORM REWRITE-REVIEW-RECORD
           IF WS-MSG NOT = SPACES
              GO TO COMPLETE-REVIEW-EXIT
           END-IF

           PERFORM QUEUE-REVIEW-AUDIT
           PERFORM SET-RECORDED-MESSAGE.

       COMPLETE-REVIEW-EXIT.
           EXIT.

      *================================================================
      * APPROVE-REVIEW: the second-user rule - whoever keyed the
      * high-risk review may not approve it
      *================================================================
       APPROVE-REVIEW SECTION.
           IF KY-PEND-OUTCOME = SPACES
              EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
              MOVE "NO REVIEW IS AWAITING APPROVAL" TO WS-MSG
              GO TO APPROVE-REVIEW-EXIT
           END-IF

           MOVE "KYC-REVIEW-APPROVE" TO WS-AUD-VALIDATOR
           MOVE KY-PEND-OUTCOME TO WS-OUTCOME-CHOICE
           MOVE KY-PEND-REVIEW-DATE TO WS-REVIEW-DATE

           IF WS-USERID = KY-PEND-BY
              EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
              MOVE "REVIEWING USER MAY NOT APPROVE OWN REVIEW"
                 TO WS-MSG
              PERFORM QUEUE-REVIEW-AUDIT
              GO TO APPROVE-REVIEW-EXIT
           END-IF

           MOVE KY-PEND-BY TO WS-REVIEWED-BY
           MOVE WS-USERID TO WS-APPROVED-BY
           PERFORM APPLY-REVIEW
           PERFORM REWRITE-REVIEW-RECORD
           IF WS-MSG NOT = SPACES
              GO TO APPROVE-REVIEW-EXIT
           END-IF

           PERFORM QUEUE-REVIEW-AUDIT
           PERFORM SET-RECORDED-MESSAGE.

       APPROVE-REVIEW-EXIT.
           EXIT.

      *================================================================
      * DECLINE-REVIEW: the pending review and its note are
      * discarded; the last recorded review and its due date stand
      *================================================================
       DECLINE-REVIEW SECTION.
           IF KY-PEND-OUTCOME = SPACES
              EXEC CICS UNLOCK DATASET('KYCREV') END-EXEC
              MOVE "NO REVIEW IS AWAITING APPROVAL" TO WS-MSG
              GO TO DECLINE-REVIEW-EXIT
           END-IF

           MOVE "KYC-REVIEW-DECLINE" TO WS-AUD-VALIDATOR
           MOVE KY-PEND-OUTCOME TO WS-OUTCOME-CHOICE
           MOVE KY-PEND-REVIEW-DATE TO WS-REVIEW-DATE
           MOVE SPACES TO KY-NOTE
           MOVE SPACES TO KY-PEND-OUTCOME
           MOVE 0 TO KY-PEND-REVIEW-DATE
           MOVE SPACES TO KY-PEND-BY
           MOVE 0 TO KY-PEND-DATE

           PERFORM REWRITE-REVIEW-RECORD
           IF WS-MSG NOT = SPACES
              GO TO DECLINE-REVIEW-EXIT
           END-IF

           PERFORM QUEUE-REVIEW-AUDIT
           MOVE "PENDING REVIEW DECLINED - KEY THE REVIEW AGAIN"
              TO WS-MSG.

       DECLINE-REVIEW-EXIT.
           EXIT.

      *================================================================
      * APPLY-REVIEW: record WS-OUTCOME-CHOICE on WS-REVIEW-DATE and
      * roll the next-due date one cycle on from it
      *================================================================
       APPLY-REVIEW SECTION.
           MOVE WS-REVIEW-DATE TO KY-LAST-REVIEW-DATE
           MOVE WS-OUTCOME-CHOICE TO KY-OUTCOME
           MOVE WS-REVIEWED-BY TO KY-REVIEWED-BY
           MOVE WS-APPROVED-BY TO KY-APPROVED-BY
           MOVE SPACES TO KY-PEND-OUTCOME
           MOVE 0 TO KY-PEND-REVIEW-DATE
           MOVE SPACES TO KY-PEND-BY
           MOVE 0 TO KY-PEND-DATE

           MOVE KY-CYCLE-MONTHS TO WS-AM-MONTHS
           IF WS-AM-MONTHS = 0
              MOVE 12 TO WS-AM-MONTHS
           END-IF
           MOVE WS-REVIEW-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-REVIEW-DATE(5:2) TO WS-DATE-MONTH
           MOVE WS-REVIEW-DATE(7:2) TO WS-DATE-DAY
           COMPUTE WS-AM-TOTAL-MONTHS =
              WS-DATE-YEAR * 12 + WS-DATE-MONTH - 1 + WS-AM-MONTHS
           DIVIDE WS-AM-TOTAL-MONTHS BY 12
              GIVING WS-DATE-YEAR REMAINDER WS-DATE-MONTH
           ADD 1 TO WS-DATE-MONTH
           CALL "DAYS-IN-MONTH" USING WS-DATE-YEAR WS-DATE-MONTH
               WS-AM-MONTH-DAYS WS-AM-RESULT
           IF WS-AM-RESULT = 1 AND WS-DATE-DAY > WS-AM-MONTH-DAYS
              MOVE WS-AM-MONTH-DAYS TO WS-DATE-DAY
           END-IF
           MOVE WS-DATE-YEAR TO KY-NEXT-DUE-DATE(1:4)
           MOVE WS-DATE-MONTH TO KY-NEXT-DUE-DATE(5:2)
           MOVE WS-DATE-DAY TO KY-NEXT-DUE-DATE(7:2).

       APPLY-REVIEW-EXIT.
           EXIT.

      *================================================================
      * SET-RECORDED-MESSAGE
      *================================================================
       SET-RECORDED-MESSAGE SECTION.
           IF WS-OUTCOME-IS-EXIT
              MOVE "REVIEW RECORDED - EXIT: SUBMIT CUSTOMER TO OFFBOARD"
                 TO WS-MSG
           ELSE
              STRING "REVIEW RECORDED - NEXT REVIEW DUE "
                 DELIMITED BY SIZE
                 KY-NEXT-DUE-DATE DELIMITED BY SIZE
                 INTO WS-MSG
           END-IF.

       SET-RECORDED-MESSAGE-EXIT.
           EXIT.

      *================================================================
      * REWRITE-REVIEW-RECORD: land the change and queue its before/
      * after images on TJRN - JRNDRAIN puts them on the VSAMJRNL
      * forward-recovery journal tonight
      *================================================================
       REWRITE-REVIEW-RECORD SECTION.
           EXEC CICS REWRITE DATASET('KYCREV')
                FROM(KYCREV-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR RECORDING CHANGE ON KYC REVIEW MASTER"
                 TO WS-MSG
              GO TO REWRITE-REVIEW-RECORD-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JR-TIMESTAMP
           MOVE "KYCREV" TO WS-JR-DATASET
           MOVE "U" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE KY-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
           MOVE WS-BEFORE-SAVE TO WS-JR-BEFORE-IMAGE
           MOVE KYCREV-RECORD TO WS-JR-AFTER-IMAGE

           EXEC CICS WRITEQ TD QUEUE('TJRN')
                FROM(WS-TDQ-JOURNAL-RECORD)
                LENGTH(WS-TDQ-JOURNAL-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       REWRITE-REVIEW-RECORD-EXIT.
           EXIT.

      *================================================================
      * QUEUE-REVIEW-AUDIT: one audit entry per review decision,
      * second-user refusals included - the customer ID hashed,
      * never stored, and the deciding userid in the message
      *================================================================
       QUEUE-REVIEW-AUDIT SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE KY-CUSTOMER-ID TO WS-HASH-INPUT(1:36)
           MOVE 36 TO WS-HASH-INPUT-LEN
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE "KYCREVW" TO TD-CALLING-PROGRAM
           MOVE WS-AUD-VALIDATOR TO TD-VALIDATOR-NAME
           MOVE WS-HASH-OUTPUT(1:64) TO TD-INPUT-HASH
           MOVE SPACES TO TD-ERROR-MSG
           IF WS-MSG = SPACES
              MOVE "+" TO TD-RESULT-SIGN
              MOVE 0 TO TD-RESULT-DIGITS
              STRING "USER " DELIMITED BY SIZE
                 WS-USERID DELIMITED BY SIZE
                 " BAND " DELIMITED BY SIZE
                 KY-RISK-BAND DELIMITED BY SIZE
                 " OUTCOME " DELIMITED BY SIZE
                 WS-OUTCOME-CHOICE DELIMITED BY SIZE
                 " REVIEWED " DELIMITED BY SIZE
                 WS-REVIEW-DATE DELIMITED BY SIZE
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

       QUEUE-REVIEW-AUDIT-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO
           MOVE -1 TO CIDFL

           EXEC CICS SEND MAP('KYCREV1') MAPSET('KYCRSET')
                FROM(KYCREV1O)
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

       END PROGRAM KYCREVW.
