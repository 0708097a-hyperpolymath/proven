      * months after the fact. The validation sweep records its
      * E.164 normalizations here too, so the phone a statement
      * actually went to stays reconstructible.
      *
      * CUST-HIST-WRITE-AT is the same write with the effective
      * timestamp supplied by the caller rather than stamped here -
      * for changes made online and landed later by CHSTDRN, whose
      * history must carry the moment the agent made the change,
      * not the moment the drain ran.
      *
      * A change to any contact field - email, phone, postal
      * address - also queues a CONTCHG notification through
      * NOTIFY-EVENT, so the customer hears that their details
      * were changed whichever program or screen changed them. A
      * run of field changes for one customer queues one notice,
      * not one per field.
      *
      * A new email address or phone number queues a CONTVRFY
      * event as well - ahead of the CONTCHG notice - naming the
      * channel (EMAIL or PHONE) in the detail, so NTFBUILD sends
      * a one-time code to the new contact and the customer can
      * prove they hold it. A phone number and its dialling code
      * changed together queue one code, not two; a contact that
      * was blanked out has nothing to prove and queues none.
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-CH-FILE-STATUS            PIC X(2).
       01 WS-HIST-OPEN                 PIC 9 VALUE 0.
       01 WS-WRITE-SEQUENCE            PIC 9(4) VALUE 0.
       01 WS-STAMP-TS                  PIC X(21).

      * NOTIFY-EVENT call fields (see PROVEN-NOTIFY.cob) - the last
      * customer noticed keeps a run of field changes to one notice
       01 WS-NT-EVENT-TYPE             PIC X(8) VALUE "CONTCHG".
       01 WS-NT-REFERENCE              PIC X(35).
       01 WS-NT-DETAIL                 PIC X(60).
       01 WS-NT-RESULT                 PIC 9.
       01 WS-NT-ERROR-MSG              PIC X(50).
       01 WS-LAST-NOTICED-ID           PIC X(36) VALUE SPACES.

      * The one-time-code request - the last customer and channel
      * queued keeps a number and its dialling code to one code
       01 WS-VF-EVENT-TYPE             PIC X(8) VALUE "CONTVRFY".
       01 WS-VF-DETAIL                 PIC X(60).
       01 WS-LAST-VERIFY-KEY           PIC X(37) VALUE SPACES.
       01 WS-THIS-VERIFY-KEY           PIC X(37).

       LINKAGE SECTION.
       01 LS-CUSTOMER-ID               PIC X(36).
       01 LS-CHANGE-SOURCE             PIC X(8).
       01 LS-RESULT                    PIC 9.
       01 LS-ERROR-MSG                 PIC X(50).
       01 LS-EFFECTIVE-TS              PIC X(21).

       PROCEDURE DIVISION.

                 LS-FIELD-NAME LS-OLD-VALUE LS-NEW-VALUE
                 LS-CHANGE-SOURCE LS-RESULT LS-ERROR-MSG.

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS
           PERFORM WRITE-HISTORY-RECORD
           GOBACK.

       CUST-HIST-WRITE-EXIT.
           EXIT.

      *================================================================
      * CUST-HIST-WRITE-AT: as CUST-HIST-WRITE, with the effective
      * timestamp (FUNCTION CURRENT-DATE shape) supplied by the
      * caller
      * Input:  LS-CUSTOMER-ID, LS-FIELD-NAME, LS-OLD-VALUE,
      *         LS-NEW-VALUE, LS-CHANGE-SOURCE, LS-EFFECTIVE-TS
      * Output: LS-RESULT (1=written, 0=file unavailable),
      *         LS-ERROR-MSG
      *================================================================
       CUST-HIST-WRITE-AT SECTION.
           ENTRY "CUST-HIST-WRITE-AT" USING LS-CUSTOMER-ID
                 LS-FIELD-NAME LS-OLD-VALUE LS-NEW-VALUE
                 LS-CHANGE-SOURCE LS-RESULT LS-ERROR-MSG
                 LS-EFFECTIVE-TS.

           MOVE LS-EFFECTIVE-TS TO WS-STAMP-TS
           PERFORM WRITE-HISTORY-RECORD
           GOBACK.

       CUST-HIST-WRITE-AT-EXIT.
           EXIT.

      *================================================================
      * WRITE-HISTORY-RECORD: open the KSDS on first use and append
      * one record stamped with WS-STAMP-TS
      *================================================================
       WRITE-HISTORY-RECORD SECTION.
           MOVE 0 TO LS-RESULT
           INITIALIZE LS-ERROR-MSG

              ELSE
                 MOVE "Customer history file unavailable"
                    TO LS-ERROR-MSG
                 GO TO WRITE-HISTORY-RECORD-EXIT
              END-IF
           END-IF

           END-IF

           MOVE LS-CUSTOMER-ID TO CH-CUSTOMER-ID
           MOVE WS-STAMP-TS TO CH-EFFECTIVE-TS
           MOVE WS-WRITE-SEQUENCE TO CH-SEQUENCE
           MOVE LS-FIELD-NAME TO CH-FIELD-NAME
           MOVE LS-OLD-VALUE TO CH-OLD-VALUE
              INVALID KEY
                 MOVE "Could not write history record"
                    TO LS-ERROR-MSG
                 GO TO WRITE-HISTORY-RECORD-EXIT
           END-WRITE

           MOVE 1 TO LS-RESULT
           PERFORM QUEUE-VERIFY-CODE
           PERFORM QUEUE-CONTACT-NOTICE.

       WRITE-HISTORY-RECORD-EXIT.
           EXIT.

      *================================================================
      * QUEUE-VERIFY-CODE: a new email or phone queues one CONTVRFY
      * event per customer and channel, for NTFBUILD to send the
      * one-time code; a queue that cannot be written is reported
      * and the history write still stands
      *================================================================
       QUEUE-VERIFY-CODE SECTION.
           MOVE SPACES TO WS-VF-DETAIL
           EVALUATE LS-FIELD-NAME
              WHEN "EMAIL-ADDRESS"
                 IF LS-NEW-VALUE NOT = SPACES
                    MOVE "EMAIL" TO WS-VF-DETAIL
                 END-IF
              WHEN "PHONE-NUMBER"
                 IF LS-NEW-VALUE NOT = SPACES
                    MOVE "PHONE" TO WS-VF-DETAIL
                 END-IF
              WHEN "PHONE-COUNTRY-CODE"
                 MOVE "PHONE" TO WS-VF-DETAIL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-VF-DETAIL = SPACES
              GO TO QUEUE-VERIFY-CODE-EXIT
           END-IF

           MOVE LS-CUSTOMER-ID TO WS-THIS-VERIFY-KEY(1:36)
           MOVE WS-VF-DETAIL(1:1) TO WS-THIS-VERIFY-KEY(37:1)
           IF WS-THIS-VERIFY-KEY = WS-LAST-VERIFY-KEY
              GO TO QUEUE-VERIFY-CODE-EXIT
           END-IF
           MOVE WS-THIS-VERIFY-KEY TO WS-LAST-VERIFY-KEY

           MOVE WS-STAMP-TS(1:14) TO WS-NT-REFERENCE
           CALL "NOTIFY-EVENT" USING WS-VF-EVENT-TYPE LS-CUSTOMER-ID
               WS-NT-REFERENCE WS-VF-DETAIL LS-CHANGE-SOURCE
               WS-NT-RESULT WS-NT-ERROR-MSG

           IF WS-NT-RESULT NOT = 1
              DISPLAY "PROVEN-CUST-HIST: one-time-code request not "
                 "queued for " LS-CUSTOMER-ID " - " WS-NT-ERROR-MSG
           END-IF.

       QUEUE-VERIFY-CODE-EXIT.
           EXIT.

      *================================================================
      * QUEUE-CONTACT-NOTICE: a contact-field change queues one
      * CONTCHG notification per customer; a queue that cannot be
      * written is reported and the history write still stands
      *================================================================
       QUEUE-CONTACT-NOTICE SECTION.
           EVALUATE LS-FIELD-NAME
              WHEN "EMAIL-ADDRESS"
              WHEN "PHONE-NUMBER"
              WHEN "PHONE-COUNTRY-CODE"
              WHEN "ADDR-LINE-1"
              WHEN "ADDR-LINE-2"
              WHEN "CITY"
              WHEN "REGION"
              WHEN "POSTAL-CODE"
              WHEN "COUNTRY"
                 CONTINUE
              WHEN OTHER
                 GO TO QUEUE-CONTACT-NOTICE-EXIT
           END-EVALUATE

           IF LS-CUSTOMER-ID = WS-LAST-NOTICED-ID
              GO TO QUEUE-CONTACT-NOTICE-EXIT
           END-IF
           MOVE LS-CUSTOMER-ID TO WS-LAST-NOTICED-ID

           MOVE WS-STAMP-TS(1:14) TO WS-NT-REFERENCE
           MOVE LS-FIELD-NAME TO WS-NT-DETAIL
           CALL "NOTIFY-EVENT" USING WS-NT-EVENT-TYPE LS-CUSTOMER-ID
               WS-NT-REFERENCE WS-NT-DETAIL LS-CHANGE-SOURCE
               WS-NT-RESULT WS-NT-ERROR-MSG

           IF WS-NT-RESULT NOT = 1
              DISPLAY "PROVEN-CUST-HIST: contact-change notice not "
                 "queued for " LS-CUSTOMER-ID " - " WS-NT-ERROR-MSG
           END-IF.

       QUEUE-CONTACT-NOTICE-EXIT.
           EXIT.

       END PROGRAM PROVEN-CUST-HIST.
