      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PayEvent - payment lifecycle event-log writer for
      * COBOL
      *

      *================================================================
      * The payment-side twin of ACCT-HIST-WRITE: the single way a
      * payment step records what it did with a payment. Callers
      * name the payment ID, the event (RECEIVED, VALID, REJECTED,
      * SCREENED, DATEOK, DATEROLL, HELD, APPROVED, DECLINED,
      * RELEASED, BLOCKED, FUNDWAIT, FUNDREJ, SENT, NOTSENT,
      * BANKACK, BANKRJCT, RETURNED), the program that did it, the
      * person who decided it where a person did, a reference - the
      * reject code, the pain.001 message ID, the hold status - a
      * line of detail, and the currency and amount the step saw.
      * PAY-EVENT-WRITE stamps the timestamp and appends the record
      * to the PAYEVNT KSDS, keyed by payment ID plus event
      * timestamp plus a tie-break sequence, the same key
      * discipline ACCTHIST uses - so a forward browse from the
      * payment ID reads the payment's life in the order it was
      * lived. The PAYTRACE screen and the PAYTRRPT report read it
      * back; nothing else ever has to grep the payment files'
      * generations to find where a payment went.
      *
      * The PAYAPPRV screen writes its APPROVED and DECLINED events
      * to the same KSDS itself, in the same layout, as the desk
      * decides.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEN-PAY-EVENT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-EVENT-FILE ASSIGN TO "PAYEVNT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PE-KEY
              FILE STATUS IS WS-PE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One event per step a payment passes through, keyed for a
      * read-back by payment ID in the order the events happened
       FD  PAY-EVENT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PAY-EVENT-RECORD.
           05 PE-KEY.
              10 PE-PAYMENT-ID          PIC X(12).
              10 PE-EVENT-TS            PIC X(21).
              10 PE-SEQUENCE            PIC 9(4).
           05 PE-EVENT-CODE             PIC X(8).
           05 PE-SOURCE                 PIC X(8).
           05 PE-ACTOR                  PIC X(8).
           05 PE-REFERENCE              PIC X(35).
           05 PE-DETAIL                 PIC X(60).
           05 PE-CURRENCY               PIC X(3).
           05 PE-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                    PIC X(25).

       WORKING-STORAGE SECTION.

      * Working variables
       01 WS-PE-FILE-STATUS            PIC X(2).
       01 WS-EVENT-OPEN                PIC 9 VALUE 0.
       01 WS-WRITE-SEQUENCE            PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LS-PAYMENT-ID                PIC X(12).
       01 LS-EVENT-CODE                PIC X(8).
       01 LS-SOURCE                    PIC X(8).
       01 LS-ACTOR                     PIC X(8).
       01 LS-REFERENCE                 PIC X(35).
       01 LS-DETAIL                    PIC X(60).
       01 LS-CURRENCY                  PIC X(3).
       01 LS-AMOUNT-MINOR              PIC S9(15)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 LS-RESULT                    PIC 9.
       01 LS-ERROR-MSG                 PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * PAY-EVENT-WRITE: append one timestamped event to the payment
      * event log
      * Input:  LS-PAYMENT-ID, LS-EVENT-CODE, LS-SOURCE, LS-ACTOR,
      *         LS-REFERENCE, LS-DETAIL, LS-CURRENCY,
      *         LS-AMOUNT-MINOR
      * Output: LS-RESULT (1=written, 0=file unavailable),
      *         LS-ERROR-MSG
      *================================================================
       PAY-EVENT-WRITE SECTION.
           ENTRY "PAY-EVENT-WRITE" USING LS-PAYMENT-ID
                 LS-EVENT-CODE LS-SOURCE LS-ACTOR LS-REFERENCE
                 LS-DETAIL LS-CURRENCY LS-AMOUNT-MINOR
                 LS-RESULT LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT
           INITIALIZE LS-ERROR-MSG

           IF WS-EVENT-OPEN = 0
              OPEN I-O PAY-EVENT-FILE
              IF WS-PE-FILE-STATUS = "00"
                 OR WS-PE-FILE-STATUS = "05"
                 OR WS-PE-FILE-STATUS = "97"
                 MOVE 1 TO WS-EVENT-OPEN
              ELSE
                 MOVE "Payment event log unavailable"
                    TO LS-ERROR-MSG
                 GOBACK
              END-IF
           END-IF

      *    The sequence breaks ties between events landing in the
      *    same hundredth of a second for the same payment
           ADD 1 TO WS-WRITE-SEQUENCE
           IF WS-WRITE-SEQUENCE > 9998
              MOVE 1 TO WS-WRITE-SEQUENCE
           END-IF

           MOVE SPACES TO PAY-EVENT-RECORD
           MOVE LS-PAYMENT-ID TO PE-PAYMENT-ID
           MOVE FUNCTION CURRENT-DATE TO PE-EVENT-TS
           MOVE WS-WRITE-SEQUENCE TO PE-SEQUENCE
           MOVE LS-EVENT-CODE TO PE-EVENT-CODE
           MOVE LS-SOURCE TO PE-SOURCE
           MOVE LS-ACTOR TO PE-ACTOR
           MOVE LS-REFERENCE TO PE-REFERENCE
           MOVE LS-DETAIL TO PE-DETAIL
           MOVE LS-CURRENCY TO PE-CURRENCY
           MOVE LS-AMOUNT-MINOR TO PE-AMOUNT-MINOR

           WRITE PAY-EVENT-RECORD
              INVALID KEY
                 MOVE "Could not write payment event"
                    TO LS-ERROR-MSG
                 GOBACK
           END-WRITE

           MOVE 1 TO LS-RESULT
           GOBACK.

       PAY-EVENT-WRITE-EXIT.
           EXIT.

       END PROGRAM PROVEN-PAY-EVENT.
