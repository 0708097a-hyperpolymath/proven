      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven Notify - customer event-notification queue writer
      * for COBOL
      *

      *================================================================
      * The single way a business event asks for the customer to be
      * told about it, in the PROVEN-CUST-HIST mould: callers name
      * the event type, the customer, a reference the customer will
      * recognise (payment ID, collection ID, statement period) and
      * a line of detail (the bank's reason, the field changed);
      * NOTIFY-EVENT stamps the time and appends a queued record to
      * the NOTIFYQ KSDS, keyed by queue timestamp plus calling
      * program plus a tie-break sequence.
      *
      * The caller never decides how, or whether, the customer is
      * reached - that is NTFBUILD's job the same night: it picks
      * the channel from CHANPREF, checks the address or number,
      * honours the do-not-contact list, fills the template and
      * hands the message to the vendor, recording every decision
      * on the queue record. The vendor's delivery receipts land
      * on the same record, so one read answers "did the customer
      * hear about this return, and how".
      *
      * An event that cannot be queued never stops the caller's
      * run - the payment is still reversed, the statement still
      * routed - LS-RESULT says so and the caller logs it.
      *
      * Event types in use:
      *   PAYRET   payment returned by the beneficiary bank
      *   COLLREJ  direct-debit collection rejected
      *   STMTRDY  statement ready for electronic delivery
      *   CONTCHG  contact details changed
      *   DDPRENOT direct-debit pre-notification (must reach the
      *            debtor - NTFBUILD falls back to a letter)
      *   CONTVRFY one-time code to prove a new email or phone
      *            (detail EMAIL or PHONE) - sent only to that
      *            contact, never to another channel
      *   DUNREMND overdrawn-account reminder (must reach)
      *   DUNFINAL overdrawn-account final notice (must reach)
      *   DUNBLOCK debits blocked on the overdrawn account (must
      *            reach)
      *   DUNCOLL  overdrawn debt handed over to collections (must
      *            reach) - the four DUNNING notices name the
      *            account as the reference
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEN-NOTIFY.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFYQ-FILE ASSIGN TO "NOTIFYQ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NQ-KEY
              FILE STATUS IS WS-NQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per notification, from queueing through the
      * vendor's delivery receipt
       FD  NOTIFYQ-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  NOTIFYQ-RECORD.
           05 NQ-KEY.
              10 NQ-QUEUED-TS           PIC X(16).
              10 NQ-SOURCE              PIC X(8).
              10 NQ-SEQUENCE            PIC 9(4).
           05 NQ-EVENT-TYPE             PIC X(8).
           05 NQ-CUSTOMER-ID            PIC X(36).
           05 NQ-REFERENCE              PIC X(35).
           05 NQ-DETAIL                 PIC X(60).
           05 NQ-STATUS                 PIC X(1).
              88 NQ-IS-QUEUED           VALUE "Q".
              88 NQ-IS-SENT             VALUE "S".
              88 NQ-IS-DELIVERED        VALUE "D".
              88 NQ-IS-FAILED           VALUE "F".
              88 NQ-IS-SUPPRESSED       VALUE "X".
           05 NQ-CHANNEL                PIC X(1).
           05 NQ-LANGUAGE               PIC X(2).
           05 NQ-RECIPIENT              PIC X(254).
           05 NQ-STATUS-DATE            PIC 9(8).
           05 NQ-REASON                 PIC X(40).
           05 NQ-VENDOR-REF             PIC X(20).
           05 NQ-RECEIPT-TS             PIC X(14).
           05 NQ-RECEIPT-CODE           PIC X(4).
           05 FILLER                    PIC X(1).

       WORKING-STORAGE SECTION.

      * Working variables
       01 WS-NQ-FILE-STATUS            PIC X(2).
       01 WS-QUEUE-OPEN                PIC 9 VALUE 0.
       01 WS-WRITE-SEQUENCE            PIC 9(4) VALUE 0.
       01 WS-STAMP-TS                  PIC X(21).

       LINKAGE SECTION.
       01 LS-EVENT-TYPE                PIC X(8).
       01 LS-CUSTOMER-ID               PIC X(36).
       01 LS-REFERENCE                 PIC X(35).
       01 LS-DETAIL                    PIC X(60).
       01 LS-SOURCE                    PIC X(8).
       01 LS-RESULT                    PIC 9.
       01 LS-ERROR-MSG                 PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * NOTIFY-EVENT: queue one customer notification
      * Input:  LS-EVENT-TYPE, LS-CUSTOMER-ID, LS-REFERENCE,
      *         LS-DETAIL, LS-SOURCE (calling program)
      * Output: LS-RESULT (1=queued, 0=queue unavailable),
      *         LS-ERROR-MSG
      *================================================================
       NOTIFY-EVENT SECTION.
           ENTRY "NOTIFY-EVENT" USING LS-EVENT-TYPE LS-CUSTOMER-ID
                 LS-REFERENCE LS-DETAIL LS-SOURCE
                 LS-RESULT LS-ERROR-MSG.

           PERFORM WRITE-QUEUE-RECORD
           GOBACK.

       NOTIFY-EVENT-EXIT.
           EXIT.

      *================================================================
      * WRITE-QUEUE-RECORD: open the KSDS on first use and append
      * one queued notification stamped with the current time
      *================================================================
       WRITE-QUEUE-RECORD SECTION.
           MOVE 0 TO LS-RESULT
           INITIALIZE LS-ERROR-MSG

           IF WS-QUEUE-OPEN = 0
              OPEN I-O NOTIFYQ-FILE
              IF WS-NQ-FILE-STATUS = "00"
                 OR WS-NQ-FILE-STATUS = "05"
                 OR WS-NQ-FILE-STATUS = "97"
                 MOVE 1 TO WS-QUEUE-OPEN
              ELSE
                 MOVE "Notification queue unavailable"
                    TO LS-ERROR-MSG
                 GO TO WRITE-QUEUE-RECORD-EXIT
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS

      *    The sequence breaks ties between events the same program
      *    queues in the same hundredth of a second
           ADD 1 TO WS-WRITE-SEQUENCE
           IF WS-WRITE-SEQUENCE > 9998
              MOVE 1 TO WS-WRITE-SEQUENCE
           END-IF

           MOVE SPACES TO NOTIFYQ-RECORD
           MOVE WS-STAMP-TS(1:16) TO NQ-QUEUED-TS
           MOVE LS-SOURCE TO NQ-SOURCE
           MOVE WS-WRITE-SEQUENCE TO NQ-SEQUENCE
           MOVE LS-EVENT-TYPE TO NQ-EVENT-TYPE
           MOVE LS-CUSTOMER-ID TO NQ-CUSTOMER-ID
           MOVE LS-REFERENCE TO NQ-REFERENCE
           MOVE LS-DETAIL TO NQ-DETAIL
           MOVE "Q" TO NQ-STATUS
           MOVE WS-STAMP-TS(1:8) TO NQ-STATUS-DATE

           WRITE NOTIFYQ-RECORD
              INVALID KEY
                 MOVE "Could not write notification record"
                    TO LS-ERROR-MSG
                 GO TO WRITE-QUEUE-RECORD-EXIT
           END-WRITE

           MOVE 1 TO LS-RESULT.

       WRITE-QUEUE-RECORD-EXIT.
           EXIT.

       END PROGRAM PROVEN-NOTIFY.
