      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven NotifyBuild - nightly customer-notification builder
      * for COBOL
      *

      *================================================================
      * Business events queue customer notifications on the NOTIFYQ
      * KSDS through NOTIFY-EVENT (see PROVEN-NOTIFY.cob): returned
      * payments (PAYRET), rejected direct debits (COLLVALD),
      * statements ready for electronic delivery (STMTROUT) and
      * contact-detail changes (every CUST-HIST-WRITE caller). This
      * nightly step turns the queue into messages the delivery
      * vendor can send, and records what became of each one.
      *
      * First the vendor's delivery receipts from the previous
      * night's hand-off are applied: each NTFRCPT line names the
      * notification it answers, and marks it delivered (D) or
      * failed (F) with the vendor's reference, receipt time and
      * reason code. A receipt for a notification we never sent is
      * listed on the report. No NTFRCPT file means no receipts
      * tonight.
      *
      * Then every notification still queued (Q) is built:
      *
      *   - the customer is read from CUSTONL for the name, email
      *     address and phone;
      *   - CHANPREF (loaded onto the NTFPREF work KSDS, the last
      *     line for a customer winning, as STMTROUT reads it)
      *     gives the notification channel - E email only, S SMS
      *     only, N no notifications, blank email first with SMS
      *     as the fallback - and the language (EN when blank);
      *   - an email address must pass IS-VALID-EMAIL and must not
      *     be marked undeliverable on VALSTAT by the bounce feed;
      *   - a phone must parse, convert through TO-E164, and be
      *     clear of the do-not-contact list (CHECK-DNC-STATUS);
      *   - the NOTIFTPL template for the event, language and
      *     channel (falling back to EN) is filled - {NAME}, {REF}
      *     and {DETAIL} - and written to the NTFSEND vendor file,
      *     SMS bodies cut at 160 characters.
      *
      * A sent notification is marked S with the channel and the
      * recipient used. One that cannot be sent - no customer on
      * the event, customer not on file, opted out, no usable
      * address or number - is marked X (suppressed) with the
      * reason, and listed on NTFRPT. One whose template is missing
      * stays queued for the next run once the card is loaded, is
      * listed, and sets COND code 4, as does an unmatched receipt.
      *
      * Some notices the customer must receive whatever their
      * preference - the direct-debit pre-notification COLLFMT
      * queues (DDPRENOT) before every collection, and the reminder,
      * final notice, debit block and collections handover notices
      * the DUNNING ladder queues (DUNREMND, DUNFINAL, DUNBLOCK,
      * DUNCOLL) for an overdrawn account. When such a
      * notice cannot go by email or SMS, or the customer has opted
      * out of notifications, it goes by letter instead: channel L
      * on NTFSEND, addressed to the postal address on CUSTONL
      * (lines joined with "; "), with the subject and body of the
      * event's letter template, for the vendor's print-and-post
      * service. A must-reach notice with no postal address either
      * is suppressed like any other, counted apart on NTFRPT, and
      * sets COND code 4 - the collection desk must then hold the
      * collection.
      *
      * A new email address or phone number is not trusted until the
      * customer proves they hold it. CUST-HIST-WRITE queues a
      * CONTVRFY event naming the contact (EMAIL or PHONE) for every
      * one added or changed, and those events are built first, in a
      * pass of their own, so no other notice goes to the new
      * contact before it is marked unproven. For each one a six-
      * digit one-time code is drawn with GENERATE-TOKEN and sent to
      * that contact alone - whatever the customer's preference or
      * opt-out, since it answers their own change, and whatever the
      * bounce flag says, since that may belong to the address being
      * replaced - through the CONTVRFY template's {CODE}
      * placeholder. Only the code's SHA-256 hash is kept, on the
      * CONTVRFY KSDS with the hash of the contact it went to, the
      * moment it was issued and its expiry (PARMMSTR entry
      * CONTVRFY-HOURS, default 72 hours); VALGATE's CONFIRM check
      * matches the code the customer keys against it. A code issued
      * replaces any earlier one for the same customer and contact.
      * The contact's flag on VALSTAT is set unproven (N), journaled
      * on VSAMJRNL, whether or not the code could be sent.
      *
      * Until the customer confirms it, an unproven email or phone is
      * skipped for every other notice - it falls through to the
      * next channel, or to a letter for a must-reach notice - and
      * counted on NTFRPT.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFBUILD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFYQ-FILE ASSIGN TO "NOTIFYQ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NQ-KEY
              FILE STATUS IS WS-NQ-FILE-STATUS.

           SELECT NTFRCPT-FILE ASSIGN TO "NTFRCPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT NOTIFTPL-FILE ASSIGN TO "NOTIFTPL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NT-KEY
              FILE STATUS IS WS-NT-FILE-STATUS.

           SELECT CHANPREF-FILE ASSIGN TO "CHANPREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT NTFPREF-FILE ASSIGN TO "NTFPREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NP-CUSTOMER-ID
              FILE STATUS IS WS-NP-FILE-STATUS.

           SELECT CUSTONL-FILE ASSIGN TO "CUSTONL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CO-CUSTOMER-ID
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT VALSTAT-FILE ASSIGN TO "VALSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VS-CUSTOMER-ID
              FILE STATUS IS WS-VS-FILE-STATUS.

           SELECT CONTVRFY-FILE ASSIGN TO "CONTVRFY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CV-KEY
              FILE STATUS IS WS-CV-FILE-STATUS.

           SELECT NTFSEND-FILE ASSIGN TO "NTFSEND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SN-FILE-STATUS.

           SELECT NTFRPT-FILE ASSIGN TO "NTFRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Notification queue (see NOTIFYQ-RECORD in PROVEN-NOTIFY.cob)
       FD  NOTIFYQ-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  NOTIFYQ-RECORD.
           05 NQ-KEY.
              10 NQ-QUEUED-TS           PIC X(16).
              10 NQ-SOURCE              PIC X(8).
              10 NQ-SEQUENCE            PIC 9(4).
           05 NQ-EVENT-TYPE             PIC X(8).
              88 NQ-MUST-REACH          VALUE "DDPRENOT"
                                        "DUNREMND" "DUNFINAL"
                                        "DUNBLOCK" "DUNCOLL".
              88 NQ-IS-CONTACT-PROOF    VALUE "CONTVRFY".
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

      * One vendor delivery receipt per line, naming the
      * notification by the ID NTFSEND carried out
       FD  NTFRCPT-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  NTFRCPT-RECORD.
           05 RC-NOTIFY-ID              PIC X(28).
           05 RC-OUTCOME                PIC X(1).
              88 RC-IS-DELIVERED        VALUE "D".
              88 RC-IS-FAILED           VALUE "F".
           05 RC-VENDOR-REF             PIC X(20).
           05 RC-RECEIPT-TS             PIC X(14).
           05 RC-REASON-CODE            PIC X(4).

      * Template master (see NOTIFTPL-RECORD in NTFTPLD.cob)
       FD  NOTIFTPL-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  NOTIFTPL-RECORD.
           05 NT-KEY.
              10 NT-EVENT-TYPE          PIC X(8).
              10 NT-LANGUAGE            PIC X(2).
              10 NT-CHANNEL             PIC X(1).
           05 NT-SUBJECT                PIC X(60).
           05 NT-BODY                   PIC X(160).
           05 NT-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(1).

      * Delivery and notification preferences as STMTROUT reads
      * them
       FD  CHANPREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHANPREF-RECORD.
           05 CP-CUSTOMER-ID            PIC X(36).
           05 CP-CHANNEL                PIC X(1).
           05 CP-NOTIFY-CHANNEL         PIC X(1).
           05 CP-LANGUAGE               PIC X(2).

      * CHANPREF keyed by customer for this run - a work KSDS,
      * emptied when the run opens it
       FD  NTFPREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NTFPREF-RECORD.
           05 NP-CUSTOMER-ID            PIC X(36).
           05 NP-CHANNEL                PIC X(1).
           05 NP-NOTIFY-CHANNEL         PIC X(1).
           05 NP-LANGUAGE               PIC X(2).

      * Online customer master - the CUSTMAST image (see
      * CUSTOMER-MASTER-RECORD in CUSTVALD.cob) plus sync fields
       FD  CUSTONL-FILE
           RECORD CONTAINS 560 CHARACTERS.
       01  CUSTONL-RECORD.
           05 CO-CUSTOMER-IMAGE.
              10 CO-CUSTOMER-ID         PIC X(36).
              10 CO-CUSTOMER-NAME       PIC X(60).
              10 CO-EMAIL-ADDRESS       PIC X(254).
              10 CO-PHONE-NUMBER        PIC X(30).
              10 CO-PHONE-COUNTRY-CODE  PIC 9(4).
              10 CO-ADDR-LINE-1         PIC X(40).
              10 CO-ADDR-LINE-2         PIC X(40).
              10 CO-CITY                PIC X(30).
              10 CO-REGION              PIC X(20).
              10 CO-POSTAL-CODE         PIC X(10).
              10 CO-COUNTRY             PIC X(2).
           05 FILLER                    PIC X(34).

      * Validation-status KSDS as VALSTLD lays it down
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-STATUS                 PIC X(1).
           05 VS-PHONE-E164             PIC X(20).
           05 VS-REJECT-REASON          PIC X(50).
           05 VS-RUN-TIMESTAMP          PIC X(21).
           05 VS-EMAIL-UNDELIV          PIC X(1).
              88 VS-EMAIL-IS-DEAD       VALUE "Y".
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
           05 VS-EMAIL-VERIFIED         PIC X(1).
              88 VS-EMAIL-UNPROVEN      VALUE "N".
           05 VS-PHONE-VERIFIED         PIC X(1).
              88 VS-PHONE-UNPROVEN      VALUE "N".

      * One-time contact-verification codes, one per customer and
      * contact (E email, P phone) - only hashes are held; VALGATE's
      * CONFIRM check reads and settles them
       FD  CONTVRFY-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  CONTVRFY-RECORD.
           05 CV-KEY.
              10 CV-CUSTOMER-ID         PIC X(36).
              10 CV-CHANNEL             PIC X(1).
           05 CV-STATUS                 PIC X(1).
              88 CV-IS-PENDING          VALUE "P".
              88 CV-IS-VERIFIED         VALUE "V".
              88 CV-IS-LOCKED           VALUE "L".
              88 CV-IS-EXPIRED          VALUE "X".
           05 CV-CODE-HASH              PIC X(64).
           05 CV-CONTACT-HASH           PIC X(64).
           05 CV-ISSUED-TS              PIC 9(14).
           05 CV-EXPIRES-TS             PIC 9(14).
           05 CV-ATTEMPTS               PIC 9(2).
           05 CV-VERIFIED-TS            PIC 9(14).
           05 CV-CONFIRMED-BY           PIC X(8).
           05 FILLER                    PIC X(22).

      * One message per line for the delivery vendor
       FD  NTFSEND-FILE
           RECORD CONTAINS 663 CHARACTERS.
       01  NTFSEND-RECORD.
           05 SN-NOTIFY-ID              PIC X(28).
           05 SN-CHANNEL                PIC X(1).
           05 SN-RECIPIENT              PIC X(254).
           05 SN-SUBJECT                PIC X(60).
           05 SN-BODY                   PIC X(320).

       FD  NTFRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NTFRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-NQ-FILE-STATUS            PIC X(2).
       01 WS-RC-FILE-STATUS            PIC X(2).
       01 WS-NT-FILE-STATUS            PIC X(2).
       01 WS-CP-FILE-STATUS            PIC X(2).
       01 WS-NP-FILE-STATUS            PIC X(2).
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-VS-FILE-STATUS            PIC X(2).
       01 WS-CV-FILE-STATUS            PIC X(2).
       01 WS-SN-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-RC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RC-EOF              VALUE 1.
       01 WS-CP-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CP-EOF              VALUE 1.
       01 WS-NQ-EOF                    PIC 9 VALUE 0.
          88 WS-AT-NQ-EOF              VALUE 1.

      * The queue is browsed twice - one-time codes, then the rest
       01 WS-BUILD-PASS                PIC 9.
          88 WS-PASS-CODES             VALUE 1.
          88 WS-PASS-NOTICES           VALUE 2.

      * Control counts
       01 WS-RECEIPTS-READ             PIC 9(8) VALUE 0.
       01 WS-DELIVERED-COUNT           PIC 9(8) VALUE 0.
       01 WS-FAILED-COUNT              PIC 9(8) VALUE 0.
       01 WS-RECEIPT-UNMATCHED-COUNT   PIC 9(8) VALUE 0.
       01 WS-PREFS-LOADED              PIC 9(8) VALUE 0.
       01 WS-QUEUED-READ               PIC 9(8) VALUE 0.
       01 WS-SENT-EMAIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-SENT-SMS-COUNT            PIC 9(8) VALUE 0.
       01 WS-SENT-LETTER-COUNT         PIC 9(8) VALUE 0.
       01 WS-MUST-REACH-LOST-COUNT     PIC 9(8) VALUE 0.
       01 WS-SUPPRESSED-COUNT          PIC 9(8) VALUE 0.
       01 WS-HELD-COUNT                PIC 9(8) VALUE 0.
       01 WS-CODES-SENT-COUNT          PIC 9(8) VALUE 0.
       01 WS-UNPROVEN-SKIP-COUNT       PIC 9(8) VALUE 0.

       01 WS-TODAY                     PIC 9(8).

      * The notification being built: the customer's preference,
      * the channel chosen, the recipient on that channel, and why
      * the last channel tried could not be used
       01 WS-NOTIFY-PREF               PIC X(1).
          88 WS-PREF-EMAIL-ONLY        VALUE "E".
          88 WS-PREF-SMS-ONLY          VALUE "S".
          88 WS-PREF-OPTED-OUT         VALUE "N".
       01 WS-NOTIFY-LANGUAGE           PIC X(2).
       01 WS-SEND-CHANNEL              PIC X(1).
          88 WS-SEND-BY-EMAIL          VALUE "E".
          88 WS-SEND-BY-SMS            VALUE "S".
          88 WS-SEND-BY-LETTER         VALUE "L".
          88 WS-SEND-NONE              VALUE SPACE.
       01 WS-SEND-RECIPIENT            PIC X(254).
       01 WS-SKIP-REASON               PIC X(40).
       01 WS-LETTER-POS                PIC 9(3).
       01 WS-TEMPLATE-FOUND            PIC 9 VALUE 0.
       01 WS-LIST-ACTION               PIC X(10).
       01 WS-VS-FOUND                  PIC 9.

      * The one-time code being issued: the contact it proves, the
      * code itself (never stored - it goes out on NTFSEND only),
      * and its expiry
       01 WS-PROOF-CHANNEL             PIC X(1).
          88 WS-PROOF-BY-EMAIL         VALUE "E".
          88 WS-PROOF-BY-PHONE         VALUE "P".
       01 WS-FILL-CODE                 PIC X(6) VALUE SPACES.
       01 WS-CODE-RECORDED             PIC 9.
       01 WS-CODE-FOUND                PIC 9.
       01 WS-CODE-HOURS                PIC 9(3) VALUE 72.
       01 WS-NOW-TS                    PIC X(14).
       01 WS-NOW-PARTS REDEFINES WS-NOW-TS.
          05 WS-NOW-DATE               PIC 9(8).
          05 WS-NOW-HOUR               PIC 9(2).
          05 WS-NOW-MMSS               PIC 9(4).
       01 WS-CODE-EXPIRES.
          05 WS-CE-DATE                PIC 9(8).
          05 WS-CE-HOUR                PIC 9(2).
          05 WS-CE-MMSS                PIC 9(4).
       01 WS-CE-HOUR-COUNT             PIC 9(9).
       01 WS-CE-DAY-COUNT              PIC 9(8).

      * GENERATE-TOKEN draws from A-Z, a-z and 0-9; the code is the
      * token folded onto the digits
       01 WS-TOKEN-ALPHABET.
          05 FILLER                    PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          05 FILLER                    PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
          05 FILLER                    PIC X(10) VALUE "0123456789".
       01 WS-TOKEN-DIGITS.
          05 FILLER                    PIC X(30)
             VALUE "012345678901234567890123456789".
          05 FILLER                    PIC X(30)
             VALUE "012345678901234567890123456789".
          05 FILLER                    PIC X(2) VALUE "01".

      * GENERATE-TOKEN / HASH-SHA256 call fields (see SAFE-CRYPTO.cob)
       01 WS-TK-LENGTH                 PIC 9(3) VALUE 6.
       01 WS-TK-OUTPUT                 PIC X(8192).
       01 WS-TK-OUTPUT-LEN             PIC 9(4).
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).
       01 WS-PG-VALID                  PIC 9.

      * JRNL-WRITE call fields (see PROVEN-JRNL-WRITE.cob) - a
      * VALSTAT flag change is journaled as VALSTLD journals its
      * writes, so REPLAY can rebuild the file
       01 WS-JR-DATASET                PIC X(8) VALUE "VALSTAT".
       01 WS-JR-ACTION                 PIC X(1) VALUE "U".
       01 WS-JR-RECORD-KEY             PIC X(64).
       01 WS-JR-BEFORE-IMAGE           PIC X(160).
       01 WS-JR-AFTER-IMAGE            PIC X(160).
       01 WS-JR-RESULT                 PIC 9.
       01 WS-JR-ERROR-MSG              PIC X(50).
       01 WS-JR-FAIL-COUNT             PIC 9(8) VALUE 0.

      * IS-VALID-EMAIL call fields (see SAFE-EMAIL.cob)
       01 WS-EMAIL-LENGTH              PIC 9(4).
       01 WS-EMAIL-RESULT              PIC 9.

      * PARSE-PHONE / TO-E164 / CHECK-DNC-STATUS call fields (see
      * SAFE-PHONE.cob)
       01 WS-PHONE-LENGTH              PIC 9(2).
       01 WS-PHONE-DEFAULT-COUNTRY     PIC 9(4).
       01 WS-PHONE-PARSED-COUNTRY      PIC 9(4).
       01 WS-PHONE-NATIONAL-NUMBER     PIC X(15).
       01 WS-PHONE-EXTENSION           PIC X(10).
       01 WS-PHONE-TYPE                PIC 9.
       01 WS-PHONE-RESULT              PIC 9.
       01 WS-PHONE-ERROR-MSG           PIC X(50).
       01 WS-E164-OUTPUT               PIC X(20).
       01 WS-E164-LENGTH               PIC 9(2).
       01 WS-E164-RESULT               PIC 9.
       01 WS-DNC-STATUS                PIC 9.
       01 WS-DNC-RESULT                PIC 9.
       01 WS-DNC-ERROR-MSG             PIC X(50).

      * Template filling: the text being filled, the filled text,
      * and the value that replaces one placeholder
       01 WS-FILL-IN                   PIC X(160).
       01 WS-FILL-IN-LENGTH            PIC 9(3).
       01 WS-FILL-OUT                  PIC X(320).
       01 WS-FILL-OUT-MAX              PIC 9(3).
       01 WS-FILL-POS                  PIC 9(3).
       01 WS-FILL-OUT-POS              PIC 9(3).
       01 WS-FILL-VALUE                PIC X(60).
       01 WS-FILL-VALUE-LENGTH         PIC 9(3).
       01 WS-FILL-IDX                  PIC 9(3).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DETAIL-LINE.
          05 WS-DL-NOTIFY-ID           PIC X(28).
          05 FILLER                    PIC X(2).
          05 WS-DL-EVENT-TYPE          PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-DL-ACTION              PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-DL-REASON              PIC X(40).
          05 FILLER                    PIC X(2).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "NTFBUILD".
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: receipts first, then preferences, then the
      * queue - one-time codes before everything else
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-CODE-EXPIRY-PARM
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM APPLY-DELIVERY-RECEIPTS
           PERFORM LOAD-PREFERENCES

           MOVE 1 TO WS-BUILD-PASS
           PERFORM BROWSE-QUEUE
           MOVE 2 TO WS-BUILD-PASS
           PERFORM BROWSE-QUEUE

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "NTFBUILD: " WS-QUEUED-READ " queued, "
              WS-SENT-EMAIL-COUNT " email, " WS-SENT-SMS-COUNT
              " SMS, " WS-SENT-LETTER-COUNT " letter, "
              WS-SUPPRESSED-COUNT " suppressed, "
              WS-HELD-COUNT " held, " WS-CODES-SENT-COUNT
              " one-time code(s); " WS-RECEIPTS-READ " receipt(s)"

           IF WS-HELD-COUNT > 0
              OR WS-RECEIPT-UNMATCHED-COUNT > 0
              OR WS-MUST-REACH-LOST-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any required file
      * cannot be opened - including the do-not-contact list, since
      * a run that cannot honour it must not send SMS at all.
      * NTFRCPT is optional.
      *================================================================
       OPEN-FILES SECTION.
           OPEN I-O NOTIFYQ-FILE
           IF WS-NQ-FILE-STATUS NOT = "00"
              AND WS-NQ-FILE-STATUS NOT = "05"
              AND WS-NQ-FILE-STATUS NOT = "97"
              DISPLAY "NTFBUILD: cannot open NOTIFYQ, status="
                 WS-NQ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT NOTIFTPL-FILE
           IF WS-NT-FILE-STATUS NOT = "00"
              AND WS-NT-FILE-STATUS NOT = "97"
              DISPLAY "NTFBUILD: cannot open NOTIFTPL, status="
                 WS-NT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CHANPREF-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
              DISPLAY "NTFBUILD: cannot open CHANPREF, status="
                 WS-CP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NTFPREF-FILE
           IF WS-NP-FILE-STATUS = "00"
              CLOSE NTFPREF-FILE
              OPEN I-O NTFPREF-FILE
           END-IF
           IF WS-NP-FILE-STATUS NOT = "00"
              DISPLAY "NTFBUILD: cannot open NTFPREF, status="
                 WS-NP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTONL-FILE
           IF WS-CO-FILE-STATUS NOT = "00"
              AND WS-CO-FILE-STATUS NOT = "97"
              DISPLAY "NTFBUILD: cannot open CUSTONL, status="
                 WS-CO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O VALSTAT-FILE
           IF WS-VS-FILE-STATUS NOT = "00"
              AND WS-VS-FILE-STATUS NOT = "97"
              DISPLAY "NTFBUILD: cannot open VALSTAT, status="
                 WS-VS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O CONTVRFY-FILE
           IF WS-CV-FILE-STATUS NOT = "00"
              AND WS-CV-FILE-STATUS NOT = "05"
              AND WS-CV-FILE-STATUS NOT = "97"
              DISPLAY "NTFBUILD: cannot open CONTVRFY, status="
                 WS-CV-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           CALL "LOAD-DNC-LIST" USING WS-DNC-RESULT WS-DNC-ERROR-MSG
           IF WS-DNC-RESULT NOT = 1
              DISPLAY "NTFBUILD: " WS-DNC-ERROR-MSG
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NTFSEND-FILE
           IF WS-SN-FILE-STATUS NOT = "00"
              DISPLAY "NTFBUILD: cannot open NTFSEND, status="
                 WS-SN-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NTFRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "NTFBUILD: cannot open NTFRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * READ-CODE-EXPIRY-PARM: how many hours a one-time code lives;
      * an absent or unusable entry keeps the default
      *================================================================
       READ-CODE-EXPIRY-PARM SECTION.
           MOVE "CONTVRFY-HOURS" TO WS-PG-KEY
           MOVE 0 TO WS-PG-VALID
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
           END-IF
           IF WS-PG-VALID = 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 1000
              MOVE WS-PG-NUMBER TO WS-CODE-HOURS
           END-IF.

       READ-CODE-EXPIRY-PARM-EXIT.
           EXIT.

      *================================================================
      * PARSE-PARM-NUMBER: WS-PG-VALUE as an unsigned whole number
      *================================================================
       PARSE-PARM-NUMBER SECTION.
           MOVE 0 TO WS-PG-NUMBER
           MOVE 0 TO WS-PG-VALID
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
              UNTIL WS-PG-SUB > 16
              OR WS-PG-VALUE(WS-PG-SUB:1) = SPACE
              IF WS-PG-VALUE(WS-PG-SUB:1) < "0"
                 OR WS-PG-VALUE(WS-PG-SUB:1) > "9"
                 MOVE 0 TO WS-PG-NUMBER
                 GO TO PARSE-PARM-NUMBER-EXIT
              END-IF
              COMPUTE WS-PG-NUMBER = WS-PG-NUMBER * 10
                 + FUNCTION NUMVAL(WS-PG-VALUE(WS-PG-SUB:1))
           END-PERFORM
           IF WS-PG-SUB > 1
              MOVE 1 TO WS-PG-VALID
           END-IF.

       PARSE-PARM-NUMBER-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "CUSTOMER NOTIFICATION BUILD - " WS-TODAY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE NTFRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           WRITE NTFRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "NOTIFICATION ID               EVENT     "
                  "CUSTOMER                              "
                  "ACTION      REASON"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE NTFRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * APPLY-DELIVERY-RECEIPTS: record each vendor receipt on the
      * notification it answers
      *================================================================
       APPLY-DELIVERY-RECEIPTS SECTION.
           OPEN INPUT NTFRCPT-FILE
           IF WS-RC-FILE-STATUS NOT = "00"
              DISPLAY "NTFBUILD: no NTFRCPT receipts tonight, status="
                 WS-RC-FILE-STATUS
              GO TO APPLY-DELIVERY-RECEIPTS-EXIT
           END-IF

           PERFORM UNTIL WS-AT-RC-EOF
              READ NTFRCPT-FILE
                 AT END
                    MOVE 1 TO WS-RC-EOF
                 NOT AT END
                    IF RC-NOTIFY-ID NOT = SPACES
                       PERFORM APPLY-ONE-RECEIPT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NTFRCPT-FILE.

       APPLY-DELIVERY-RECEIPTS-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-RECEIPT: only a sent notification takes a receipt;
      * a later receipt for the same one replaces the earlier
      *================================================================
       APPLY-ONE-RECEIPT SECTION.
           ADD 1 TO WS-RECEIPTS-READ

           MOVE RC-NOTIFY-ID TO NQ-KEY
           READ NOTIFYQ-FILE
              INVALID KEY
                 MOVE "RECEIPT FOR UNKNOWN NOTIFICATION"
                    TO WS-SKIP-REASON
                 PERFORM LIST-UNMATCHED-RECEIPT
                 GO TO APPLY-ONE-RECEIPT-EXIT
           END-READ

           IF NOT NQ-IS-SENT AND NOT NQ-IS-DELIVERED
              AND NOT NQ-IS-FAILED
              MOVE "RECEIPT FOR NOTIFICATION NEVER SENT"
                 TO WS-SKIP-REASON
              PERFORM LIST-UNMATCHED-RECEIPT
              GO TO APPLY-ONE-RECEIPT-EXIT
           END-IF

           IF NOT RC-IS-DELIVERED AND NOT RC-IS-FAILED
              MOVE "RECEIPT OUTCOME NOT D OR F" TO WS-SKIP-REASON
              PERFORM LIST-UNMATCHED-RECEIPT
              GO TO APPLY-ONE-RECEIPT-EXIT
           END-IF

           MOVE RC-OUTCOME TO NQ-STATUS
           MOVE RC-VENDOR-REF TO NQ-VENDOR-REF
           MOVE RC-RECEIPT-TS TO NQ-RECEIPT-TS
           MOVE RC-REASON-CODE TO NQ-RECEIPT-CODE
           MOVE WS-TODAY TO NQ-STATUS-DATE

           REWRITE NOTIFYQ-RECORD
              INVALID KEY
                 MOVE "RECEIPT COULD NOT BE RECORDED"
                    TO WS-SKIP-REASON
                 PERFORM LIST-UNMATCHED-RECEIPT
                 GO TO APPLY-ONE-RECEIPT-EXIT
           END-REWRITE

           IF RC-IS-DELIVERED
              ADD 1 TO WS-DELIVERED-COUNT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
           END-IF.

       APPLY-ONE-RECEIPT-EXIT.
           EXIT.

      *================================================================
      * LIST-UNMATCHED-RECEIPT
      *================================================================
       LIST-UNMATCHED-RECEIPT SECTION.
           ADD 1 TO WS-RECEIPT-UNMATCHED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RC-NOTIFY-ID TO WS-DL-NOTIFY-ID
           MOVE "RECEIPT" TO WS-DL-ACTION
           MOVE WS-SKIP-REASON TO WS-DL-REASON
           WRITE NTFRPT-RECORD FROM WS-DETAIL-LINE.

       LIST-UNMATCHED-RECEIPT-EXIT.
           EXIT.

      *================================================================
      * LOAD-PREFERENCES: CHANPREF onto the NTFPREF work KSDS so
      * the time-ordered queue can look a customer up directly; the
      * last line for a customer wins
      *================================================================
       LOAD-PREFERENCES SECTION.
           PERFORM UNTIL WS-AT-CP-EOF
              READ CHANPREF-FILE
                 AT END
                    MOVE 1 TO WS-CP-EOF
                 NOT AT END
                    IF CP-CUSTOMER-ID NOT = SPACES
                       MOVE CHANPREF-RECORD TO NTFPREF-RECORD
                       WRITE NTFPREF-RECORD
                          INVALID KEY
                             REWRITE NTFPREF-RECORD
                             END-REWRITE
                       END-WRITE
                       ADD 1 TO WS-PREFS-LOADED
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CHANPREF-FILE.

       LOAD-PREFERENCES-EXIT.
           EXIT.

      *================================================================
      * BROWSE-QUEUE: every queued notification, in queue order,
      * that belongs to this pass
      *================================================================
       BROWSE-QUEUE SECTION.
           MOVE 0 TO WS-NQ-EOF
           MOVE LOW-VALUES TO NQ-KEY
           START NOTIFYQ-FILE KEY NOT LESS THAN NQ-KEY
              INVALID KEY
                 MOVE 1 TO WS-NQ-EOF
           END-START

           PERFORM UNTIL WS-AT-NQ-EOF
              READ NOTIFYQ-FILE NEXT
                 AT END
                    MOVE 1 TO WS-NQ-EOF
                 NOT AT END
                    IF NQ-IS-QUEUED
                       AND ((WS-PASS-CODES AND NQ-IS-CONTACT-PROOF)
                       OR (WS-PASS-NOTICES
                           AND NOT NQ-IS-CONTACT-PROOF))
                       PERFORM BUILD-ONE-NOTIFICATION
                    END-IF
              END-READ
           END-PERFORM.

       BROWSE-QUEUE-EXIT.
           EXIT.

      *================================================================
      * BUILD-ONE-NOTIFICATION: find the customer, choose the
      * channel, fill the template and hand the message over
      *================================================================
       BUILD-ONE-NOTIFICATION SECTION.
           ADD 1 TO WS-QUEUED-READ
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SPACE TO WS-SEND-CHANNEL
           MOVE SPACES TO WS-FILL-CODE

           IF NQ-CUSTOMER-ID = SPACES
              MOVE "NO CUSTOMER ON EVENT" TO WS-SKIP-REASON
              PERFORM SUPPRESS-NOTIFICATION
              GO TO BUILD-ONE-NOTIFICATION-EXIT
           END-IF

           MOVE NQ-CUSTOMER-ID TO CO-CUSTOMER-ID
           READ CUSTONL-FILE
              INVALID KEY
                 MOVE "CUSTOMER NOT ON FILE" TO WS-SKIP-REASON
                 PERFORM SUPPRESS-NOTIFICATION
                 GO TO BUILD-ONE-NOTIFICATION-EXIT
           END-READ

           MOVE SPACE TO WS-NOTIFY-PREF
           MOVE SPACES TO WS-NOTIFY-LANGUAGE
           MOVE NQ-CUSTOMER-ID TO NP-CUSTOMER-ID
           READ NTFPREF-FILE
              NOT INVALID KEY
                 MOVE NP-NOTIFY-CHANNEL TO WS-NOTIFY-PREF
                 MOVE FUNCTION UPPER-CASE(NP-LANGUAGE)
                    TO WS-NOTIFY-LANGUAGE
           END-READ
           IF WS-NOTIFY-LANGUAGE = SPACES
              MOVE "EN" TO WS-NOTIFY-LANGUAGE
           END-IF

           PERFORM READ-VALIDATION-STATUS

           IF NQ-IS-CONTACT-PROOF
              PERFORM ISSUE-CONTACT-CODE
              GO TO BUILD-ONE-NOTIFICATION-EXIT
           END-IF

           IF WS-PREF-OPTED-OUT
              MOVE "CUSTOMER OPTED OUT" TO WS-SKIP-REASON
              IF NQ-MUST-REACH
                 PERFORM TRY-LETTER-CHANNEL
              END-IF
              IF WS-SEND-NONE
                 PERFORM SUPPRESS-NOTIFICATION
                 GO TO BUILD-ONE-NOTIFICATION-EXIT
              END-IF
           END-IF

           IF NOT WS-PREF-SMS-ONLY AND WS-SEND-NONE
              PERFORM TRY-EMAIL-CHANNEL
           END-IF
           IF WS-SEND-NONE AND NOT WS-PREF-EMAIL-ONLY
              PERFORM TRY-SMS-CHANNEL
           END-IF
           IF WS-SEND-NONE AND NQ-MUST-REACH
              PERFORM TRY-LETTER-CHANNEL
           END-IF

           IF WS-SEND-NONE
              PERFORM SUPPRESS-NOTIFICATION
              GO TO BUILD-ONE-NOTIFICATION-EXIT
           END-IF

           PERFORM FIND-TEMPLATE
           IF WS-TEMPLATE-FOUND = 0
              PERFORM HOLD-NOTIFICATION
              GO TO BUILD-ONE-NOTIFICATION-EXIT
           END-IF

           PERFORM WRITE-SEND-RECORD.

       BUILD-ONE-NOTIFICATION-EXIT.
           EXIT.

      *================================================================
      * READ-VALIDATION-STATUS: the customer's VALSTAT record - a
      * customer never swept has no bounce or ownership flags
      *================================================================
       READ-VALIDATION-STATUS SECTION.
           MOVE 1 TO WS-VS-FOUND
           MOVE NQ-CUSTOMER-ID TO VS-CUSTOMER-ID
           READ VALSTAT-FILE
              INVALID KEY
                 MOVE 0 TO WS-VS-FOUND
                 MOVE SPACE TO VS-EMAIL-UNDELIV
                 MOVE SPACE TO VS-EMAIL-VERIFIED
                 MOVE SPACE TO VS-PHONE-VERIFIED
           END-READ.

       READ-VALIDATION-STATUS-EXIT.
           EXIT.

      *================================================================
      * ISSUE-CONTACT-CODE: a CONTVRFY event - mark the contact
      * unproven, draw a one-time code, record its hash and send it
      * to that contact alone
      *================================================================
       ISSUE-CONTACT-CODE SECTION.
           EVALUATE NQ-DETAIL
              WHEN "EMAIL"
                 MOVE "E" TO WS-PROOF-CHANNEL
                 PERFORM TRY-EMAIL-CHANNEL
              WHEN "PHONE"
                 MOVE "P" TO WS-PROOF-CHANNEL
                 PERFORM TRY-SMS-CHANNEL
              WHEN OTHER
                 MOVE "CONTACT TO VERIFY NOT NAMED" TO WS-SKIP-REASON
                 PERFORM SUPPRESS-NOTIFICATION
                 GO TO ISSUE-CONTACT-CODE-EXIT
           END-EVALUATE

      *    A contact since blanked out has nothing left to prove
           IF (WS-PROOF-BY-EMAIL AND CO-EMAIL-ADDRESS = SPACES)
              OR (WS-PROOF-BY-PHONE AND CO-PHONE-NUMBER = SPACES)
              PERFORM SUPPRESS-NOTIFICATION
              GO TO ISSUE-CONTACT-CODE-EXIT
           END-IF

           PERFORM MARK-CONTACT-UNPROVEN

           IF WS-SEND-NONE
              PERFORM SUPPRESS-NOTIFICATION
              GO TO ISSUE-CONTACT-CODE-EXIT
           END-IF

           PERFORM FIND-TEMPLATE
           IF WS-TEMPLATE-FOUND = 0
              PERFORM HOLD-NOTIFICATION
              GO TO ISSUE-CONTACT-CODE-EXIT
           END-IF

           PERFORM RECORD-CONTACT-CODE
           IF WS-CODE-RECORDED = 0
              MOVE "CODE COULD NOT BE RECORDED" TO WS-SKIP-REASON
              PERFORM SUPPRESS-NOTIFICATION
              GO TO ISSUE-CONTACT-CODE-EXIT
           END-IF

           PERFORM WRITE-SEND-RECORD
           ADD 1 TO WS-CODES-SENT-COUNT
           MOVE SPACES TO WS-FILL-CODE.

       ISSUE-CONTACT-CODE-EXIT.
           EXIT.

      *================================================================
      * MARK-CONTACT-UNPROVEN: the contact's VALSTAT flag to N,
      * journaled; a customer with no VALSTAT record has no flag
      * to set
      *================================================================
       MARK-CONTACT-UNPROVEN SECTION.
           IF WS-VS-FOUND = 0
              GO TO MARK-CONTACT-UNPROVEN-EXIT
           END-IF

           MOVE VALSTAT-RECORD TO WS-JR-BEFORE-IMAGE
           IF WS-PROOF-BY-EMAIL
              IF VS-EMAIL-UNPROVEN
                 GO TO MARK-CONTACT-UNPROVEN-EXIT
              END-IF
              MOVE "N" TO VS-EMAIL-VERIFIED
           ELSE
              IF VS-PHONE-UNPROVEN
                 GO TO MARK-CONTACT-UNPROVEN-EXIT
              END-IF
              MOVE "N" TO VS-PHONE-VERIFIED
           END-IF

           REWRITE VALSTAT-RECORD
              INVALID KEY
                 DISPLAY "NTFBUILD: could not mark contact unproven "
                    "for " VS-CUSTOMER-ID ", status="
                    WS-VS-FILE-STATUS
                 GO TO MARK-CONTACT-UNPROVEN-EXIT
           END-REWRITE

           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE VS-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
           MOVE VALSTAT-RECORD TO WS-JR-AFTER-IMAGE
           CALL "JRNL-WRITE" USING WS-JR-DATASET WS-JR-ACTION
               WS-JR-RECORD-KEY WS-JR-BEFORE-IMAGE
               WS-JR-AFTER-IMAGE WS-JR-RESULT WS-JR-ERROR-MSG
           IF WS-JR-RESULT NOT = 1
              ADD 1 TO WS-JR-FAIL-COUNT
              IF WS-JR-FAIL-COUNT = 1
                 DISPLAY "NTFBUILD: journal write failed - "
                    WS-JR-ERROR-MSG
              END-IF
           END-IF.

       MARK-CONTACT-UNPROVEN-EXIT.
           EXIT.

      *================================================================
      * RECORD-CONTACT-CODE: draw the code into WS-FILL-CODE and
      * land its hash, the contact's hash and the expiry on
      * CONTVRFY, replacing any earlier code for the contact
      * Output: WS-CODE-RECORDED (1=recorded)
      *================================================================
       RECORD-CONTACT-CODE SECTION.
           MOVE 0 TO WS-CODE-RECORDED

           CALL "GENERATE-TOKEN" USING WS-TK-LENGTH WS-TK-OUTPUT
               WS-TK-OUTPUT-LEN
           MOVE WS-TK-OUTPUT(1:6) TO WS-FILL-CODE
           INSPECT WS-FILL-CODE
              CONVERTING WS-TOKEN-ALPHABET TO WS-TOKEN-DIGITS

           MOVE NQ-CUSTOMER-ID TO CV-CUSTOMER-ID
           MOVE WS-PROOF-CHANNEL TO CV-CHANNEL
           MOVE 1 TO WS-CODE-FOUND
           READ CONTVRFY-FILE
              INVALID KEY
                 MOVE 0 TO WS-CODE-FOUND
           END-READ

           MOVE SPACES TO CONTVRFY-RECORD
           MOVE NQ-CUSTOMER-ID TO CV-CUSTOMER-ID
           MOVE WS-PROOF-CHANNEL TO CV-CHANNEL
           MOVE "P" TO CV-STATUS

      *    The code is hashed with the customer and contact it
      *    belongs to, as VALGATE hashes the code keyed back
           MOVE SPACES TO WS-HASH-INPUT
           MOVE CV-KEY TO WS-HASH-INPUT(1:37)
           MOVE WS-FILL-CODE TO WS-HASH-INPUT(38:6)
           MOVE 43 TO WS-HASH-INPUT-LEN
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT
           IF WS-HASH-RESULT NOT = 1
              GO TO RECORD-CONTACT-CODE-EXIT
           END-IF
           MOVE WS-HASH-OUTPUT(1:64) TO CV-CODE-HASH

           MOVE SPACES TO WS-HASH-INPUT
           IF WS-PROOF-BY-EMAIL
              MOVE FUNCTION UPPER-CASE(CO-EMAIL-ADDRESS)
                 TO WS-HASH-INPUT(1:254)
              MOVE 254 TO WS-HASH-INPUT-LEN
           ELSE
              MOVE CO-PHONE-NUMBER TO WS-HASH-INPUT(1:30)
              MOVE CO-PHONE-COUNTRY-CODE TO WS-HASH-INPUT(31:4)
              MOVE 34 TO WS-HASH-INPUT-LEN
           END-IF
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT
           IF WS-HASH-RESULT NOT = 1
              GO TO RECORD-CONTACT-CODE-EXIT
           END-IF
           MOVE WS-HASH-OUTPUT(1:64) TO CV-CONTACT-HASH

      *    Expiry: now plus the parameter's hours, across midnight
      *    and month ends by way of the day number
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           MOVE WS-NOW-TS TO CV-ISSUED-TS
           COMPUTE WS-CE-HOUR-COUNT =
              FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 24
              + WS-NOW-HOUR + WS-CODE-HOURS
           DIVIDE WS-CE-HOUR-COUNT BY 24 GIVING WS-CE-DAY-COUNT
              REMAINDER WS-CE-HOUR
           COMPUTE WS-CE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CE-DAY-COUNT)
           MOVE WS-NOW-MMSS TO WS-CE-MMSS
           MOVE WS-CODE-EXPIRES TO CV-EXPIRES-TS
           MOVE 0 TO CV-ATTEMPTS
           MOVE 0 TO CV-VERIFIED-TS

           IF WS-CODE-FOUND = 1
              REWRITE CONTVRFY-RECORD
                 INVALID KEY
                    GO TO RECORD-CONTACT-CODE-EXIT
              END-REWRITE
           ELSE
              WRITE CONTVRFY-RECORD
                 INVALID KEY
                    GO TO RECORD-CONTACT-CODE-EXIT
              END-WRITE
           END-IF

           MOVE 1 TO WS-CODE-RECORDED.

       RECORD-CONTACT-CODE-EXIT.
           EXIT.

      *================================================================
      * TRY-EMAIL-CHANNEL: a well-formed address the bounce feed
      * has not marked dead, and - for anything but its own one-time
      * code - that the customer has proved they hold
      *================================================================
       TRY-EMAIL-CHANNEL SECTION.
           IF CO-EMAIL-ADDRESS = SPACES
              MOVE "NO EMAIL ADDRESS ON FILE" TO WS-SKIP-REASON
              GO TO TRY-EMAIL-CHANNEL-EXIT
           END-IF

           COMPUTE WS-EMAIL-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(CO-EMAIL-ADDRESS))
           CALL "IS-VALID-EMAIL" USING CO-EMAIL-ADDRESS
               WS-EMAIL-LENGTH WS-EMAIL-RESULT
           IF WS-EMAIL-RESULT NOT = 1
              MOVE "EMAIL ADDRESS INVALID" TO WS-SKIP-REASON
              GO TO TRY-EMAIL-CHANNEL-EXIT
           END-IF

           IF VS-EMAIL-IS-DEAD AND NOT NQ-IS-CONTACT-PROOF
              MOVE "EMAIL UNDELIVERABLE (BOUNCED)" TO WS-SKIP-REASON
              GO TO TRY-EMAIL-CHANNEL-EXIT
           END-IF

           IF VS-EMAIL-UNPROVEN AND NOT NQ-IS-CONTACT-PROOF
              MOVE "EMAIL NOT YET VERIFIED" TO WS-SKIP-REASON
              ADD 1 TO WS-UNPROVEN-SKIP-COUNT
              GO TO TRY-EMAIL-CHANNEL-EXIT
           END-IF

           MOVE "E" TO WS-SEND-CHANNEL
           MOVE CO-EMAIL-ADDRESS TO WS-SEND-RECIPIENT.

       TRY-EMAIL-CHANNEL-EXIT.
           EXIT.

      *================================================================
      * TRY-SMS-CHANNEL: a phone that parses, converts to E.164,
      * and is not on the do-not-contact list, and - for anything
      * but its own one-time code - that the customer has proved
      * they hold
      *================================================================
       TRY-SMS-CHANNEL SECTION.
           IF CO-PHONE-NUMBER = SPACES
              MOVE "NO PHONE NUMBER ON FILE" TO WS-SKIP-REASON
              GO TO TRY-SMS-CHANNEL-EXIT
           END-IF

           IF VS-PHONE-UNPROVEN AND NOT NQ-IS-CONTACT-PROOF
              MOVE "PHONE NOT YET VERIFIED" TO WS-SKIP-REASON
              ADD 1 TO WS-UNPROVEN-SKIP-COUNT
              GO TO TRY-SMS-CHANNEL-EXIT
           END-IF

           COMPUTE WS-PHONE-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(CO-PHONE-NUMBER))
           MOVE CO-PHONE-COUNTRY-CODE TO WS-PHONE-DEFAULT-COUNTRY
           CALL "PARSE-PHONE" USING CO-PHONE-NUMBER WS-PHONE-LENGTH
               WS-PHONE-DEFAULT-COUNTRY WS-PHONE-PARSED-COUNTRY
               WS-PHONE-NATIONAL-NUMBER WS-PHONE-EXTENSION
               WS-PHONE-TYPE WS-PHONE-RESULT WS-PHONE-ERROR-MSG
           IF WS-PHONE-RESULT NOT = 1
              MOVE "PHONE NUMBER INVALID" TO WS-SKIP-REASON
              GO TO TRY-SMS-CHANNEL-EXIT
           END-IF

           CALL "TO-E164" USING WS-PHONE-PARSED-COUNTRY
               WS-PHONE-NATIONAL-NUMBER WS-E164-OUTPUT WS-E164-LENGTH
               WS-E164-RESULT
           IF WS-E164-RESULT NOT = 1
              MOVE "PHONE NOT CONVERTIBLE TO E.164" TO WS-SKIP-REASON
              GO TO TRY-SMS-CHANNEL-EXIT
           END-IF

           CALL "CHECK-DNC-STATUS" USING WS-E164-OUTPUT WS-DNC-STATUS
           IF WS-DNC-STATUS = 1
              MOVE "NUMBER ON DO-NOT-CONTACT LIST" TO WS-SKIP-REASON
              GO TO TRY-SMS-CHANNEL-EXIT
           END-IF

           MOVE "S" TO WS-SEND-CHANNEL
           MOVE WS-E164-OUTPUT TO WS-SEND-RECIPIENT.

       TRY-SMS-CHANNEL-EXIT.
           EXIT.

      *================================================================
      * TRY-LETTER-CHANNEL: for a must-reach notice, the postal
      * address on file, lines joined with "; "
      *================================================================
       TRY-LETTER-CHANNEL SECTION.
           IF CO-ADDR-LINE-1 = SPACES
              OR (CO-CITY = SPACES AND CO-POSTAL-CODE = SPACES)
              MOVE "NO POSTAL ADDRESS ON FILE" TO WS-SKIP-REASON
              GO TO TRY-LETTER-CHANNEL-EXIT
           END-IF

           MOVE SPACES TO WS-SEND-RECIPIENT
           MOVE 1 TO WS-LETTER-POS
           STRING FUNCTION TRIM(CO-ADDR-LINE-1) DELIMITED BY SIZE
              INTO WS-SEND-RECIPIENT WITH POINTER WS-LETTER-POS
           END-STRING
           IF CO-ADDR-LINE-2 NOT = SPACES
              STRING "; " FUNCTION TRIM(CO-ADDR-LINE-2)
                 DELIMITED BY SIZE
                 INTO WS-SEND-RECIPIENT WITH POINTER WS-LETTER-POS
              END-STRING
           END-IF
           IF CO-CITY NOT = SPACES
              STRING "; " FUNCTION TRIM(CO-CITY) DELIMITED BY SIZE
                 INTO WS-SEND-RECIPIENT WITH POINTER WS-LETTER-POS
              END-STRING
           END-IF
           IF CO-REGION NOT = SPACES
              STRING "; " FUNCTION TRIM(CO-REGION) DELIMITED BY SIZE
                 INTO WS-SEND-RECIPIENT WITH POINTER WS-LETTER-POS
              END-STRING
           END-IF
           IF CO-POSTAL-CODE NOT = SPACES
              STRING "; " FUNCTION TRIM(CO-POSTAL-CODE)
                 DELIMITED BY SIZE
                 INTO WS-SEND-RECIPIENT WITH POINTER WS-LETTER-POS
              END-STRING
           END-IF
           IF CO-COUNTRY NOT = SPACES
              STRING "; " CO-COUNTRY DELIMITED BY SIZE
                 INTO WS-SEND-RECIPIENT WITH POINTER WS-LETTER-POS
              END-STRING
           END-IF

           MOVE "L" TO WS-SEND-CHANNEL.

       TRY-LETTER-CHANNEL-EXIT.
           EXIT.

      *================================================================
      * FIND-TEMPLATE: the customer's language first, then EN
      * Output: WS-TEMPLATE-FOUND, NOTIFTPL-RECORD
      *================================================================
       FIND-TEMPLATE SECTION.
           MOVE 1 TO WS-TEMPLATE-FOUND
           MOVE NQ-EVENT-TYPE TO NT-EVENT-TYPE
           MOVE WS-NOTIFY-LANGUAGE TO NT-LANGUAGE
           MOVE WS-SEND-CHANNEL TO NT-CHANNEL
           READ NOTIFTPL-FILE
              INVALID KEY
                 MOVE 0 TO WS-TEMPLATE-FOUND
           END-READ

           IF WS-TEMPLATE-FOUND = 0
              AND WS-NOTIFY-LANGUAGE NOT = "EN"
              MOVE 1 TO WS-TEMPLATE-FOUND
              MOVE "EN" TO WS-NOTIFY-LANGUAGE
              MOVE "EN" TO NT-LANGUAGE
              READ NOTIFTPL-FILE
                 INVALID KEY
                    MOVE 0 TO WS-TEMPLATE-FOUND
              END-READ
           END-IF.

       FIND-TEMPLATE-EXIT.
           EXIT.

      *================================================================
      * WRITE-SEND-RECORD: fill the template, hand the message to
      * the vendor, and mark the notification sent
      *================================================================
       WRITE-SEND-RECORD SECTION.
           MOVE SPACES TO NTFSEND-RECORD
           MOVE NQ-KEY TO SN-NOTIFY-ID
           MOVE WS-SEND-CHANNEL TO SN-CHANNEL
           MOVE WS-SEND-RECIPIENT TO SN-RECIPIENT

           IF WS-SEND-BY-EMAIL OR WS-SEND-BY-LETTER
              MOVE NT-SUBJECT TO WS-FILL-IN
              MOVE 60 TO WS-FILL-OUT-MAX
              PERFORM FILL-TEMPLATE-TEXT
              MOVE WS-FILL-OUT TO SN-SUBJECT
              MOVE 320 TO WS-FILL-OUT-MAX
           ELSE
              MOVE 160 TO WS-FILL-OUT-MAX
           END-IF

           MOVE NT-BODY TO WS-FILL-IN
           PERFORM FILL-TEMPLATE-TEXT
           MOVE WS-FILL-OUT TO SN-BODY

           WRITE NTFSEND-RECORD

           MOVE "S" TO NQ-STATUS
           MOVE WS-SEND-CHANNEL TO NQ-CHANNEL
           MOVE WS-NOTIFY-LANGUAGE TO NQ-LANGUAGE
           MOVE WS-SEND-RECIPIENT TO NQ-RECIPIENT
           MOVE WS-TODAY TO NQ-STATUS-DATE
           MOVE SPACES TO NQ-REASON
           PERFORM REWRITE-QUEUE-RECORD

           EVALUATE TRUE
              WHEN WS-SEND-BY-EMAIL
                 ADD 1 TO WS-SENT-EMAIL-COUNT
              WHEN WS-SEND-BY-LETTER
                 ADD 1 TO WS-SENT-LETTER-COUNT
              WHEN OTHER
                 ADD 1 TO WS-SENT-SMS-COUNT
           END-EVALUATE.

       WRITE-SEND-RECORD-EXIT.
           EXIT.

      *================================================================
      * FILL-TEMPLATE-TEXT: copy WS-FILL-IN to WS-FILL-OUT with
      * {NAME}, {REF}, {DETAIL} and {CODE} replaced, stopping at
      * WS-FILL-OUT-MAX characters - {CODE} is blank on anything
      * but a one-time-code notice
      *================================================================
       FILL-TEMPLATE-TEXT SECTION.
           MOVE SPACES TO WS-FILL-OUT
           MOVE 0 TO WS-FILL-OUT-POS

           MOVE 160 TO WS-FILL-IN-LENGTH
           PERFORM UNTIL WS-FILL-IN-LENGTH = 0
                      OR WS-FILL-IN(WS-FILL-IN-LENGTH:1) NOT = SPACE
              SUBTRACT 1 FROM WS-FILL-IN-LENGTH
           END-PERFORM

           MOVE 1 TO WS-FILL-POS
           PERFORM UNTIL WS-FILL-POS > WS-FILL-IN-LENGTH
                      OR WS-FILL-OUT-POS >= WS-FILL-OUT-MAX
              EVALUATE TRUE
                 WHEN WS-FILL-POS <= 155
                      AND WS-FILL-IN(WS-FILL-POS:6) = "{NAME}"
                    MOVE CO-CUSTOMER-NAME TO WS-FILL-VALUE
                    PERFORM APPEND-FILL-VALUE
                    ADD 6 TO WS-FILL-POS
                 WHEN WS-FILL-POS <= 156
                      AND WS-FILL-IN(WS-FILL-POS:5) = "{REF}"
                    MOVE NQ-REFERENCE TO WS-FILL-VALUE
                    PERFORM APPEND-FILL-VALUE
                    ADD 5 TO WS-FILL-POS
                 WHEN WS-FILL-POS <= 153
                      AND WS-FILL-IN(WS-FILL-POS:8) = "{DETAIL}"
                    MOVE NQ-DETAIL TO WS-FILL-VALUE
                    PERFORM APPEND-FILL-VALUE
                    ADD 8 TO WS-FILL-POS
                 WHEN WS-FILL-POS <= 155
                      AND WS-FILL-IN(WS-FILL-POS:6) = "{CODE}"
                    MOVE WS-FILL-CODE TO WS-FILL-VALUE
                    PERFORM APPEND-FILL-VALUE
                    ADD 6 TO WS-FILL-POS
                 WHEN OTHER
                    ADD 1 TO WS-FILL-OUT-POS
                    MOVE WS-FILL-IN(WS-FILL-POS:1)
                       TO WS-FILL-OUT(WS-FILL-OUT-POS:1)
                    ADD 1 TO WS-FILL-POS
              END-EVALUATE
           END-PERFORM.

       FILL-TEMPLATE-TEXT-EXIT.
           EXIT.

      *================================================================
      * APPEND-FILL-VALUE: WS-FILL-VALUE, trailing spaces dropped,
      * onto WS-FILL-OUT
      *================================================================
       APPEND-FILL-VALUE SECTION.
           MOVE 60 TO WS-FILL-VALUE-LENGTH
           PERFORM UNTIL WS-FILL-VALUE-LENGTH = 0
                      OR WS-FILL-VALUE(WS-FILL-VALUE-LENGTH:1)
                         NOT = SPACE
              SUBTRACT 1 FROM WS-FILL-VALUE-LENGTH
           END-PERFORM

           PERFORM VARYING WS-FILL-IDX FROM 1 BY 1
                   UNTIL WS-FILL-IDX > WS-FILL-VALUE-LENGTH
                      OR WS-FILL-OUT-POS >= WS-FILL-OUT-MAX
              ADD 1 TO WS-FILL-OUT-POS
              MOVE WS-FILL-VALUE(WS-FILL-IDX:1)
                 TO WS-FILL-OUT(WS-FILL-OUT-POS:1)
           END-PERFORM.

       APPEND-FILL-VALUE-EXIT.
           EXIT.

      *================================================================
      * SUPPRESS-NOTIFICATION: mark it X with WS-SKIP-REASON and
      * list it
      *================================================================
       SUPPRESS-NOTIFICATION SECTION.
           ADD 1 TO WS-SUPPRESSED-COUNT
           IF NQ-MUST-REACH
              ADD 1 TO WS-MUST-REACH-LOST-COUNT
           END-IF
           MOVE "X" TO NQ-STATUS
           MOVE WS-TODAY TO NQ-STATUS-DATE
           MOVE WS-SKIP-REASON TO NQ-REASON
           PERFORM REWRITE-QUEUE-RECORD

           MOVE "SUPPRESSED" TO WS-LIST-ACTION
           PERFORM LIST-NOTIFICATION.

       SUPPRESS-NOTIFICATION-EXIT.
           EXIT.

      *================================================================
      * HOLD-NOTIFICATION: no template for the event, language and
      * channel - left queued for the run after the card is loaded
      *================================================================
       HOLD-NOTIFICATION SECTION.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-SKIP-REASON
           STRING "NO TEMPLATE " DELIMITED BY SIZE
                  NQ-EVENT-TYPE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-NOTIFY-LANGUAGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SEND-CHANNEL DELIMITED BY SIZE
              INTO WS-SKIP-REASON
           END-STRING
           MOVE WS-SKIP-REASON TO NQ-REASON
           PERFORM REWRITE-QUEUE-RECORD

           MOVE "HELD" TO WS-LIST-ACTION
           PERFORM LIST-NOTIFICATION.

       HOLD-NOTIFICATION-EXIT.
           EXIT.

      *================================================================
      * LIST-NOTIFICATION: one report line for the notification in
      * hand
      *================================================================
       LIST-NOTIFICATION SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE NQ-KEY TO WS-DL-NOTIFY-ID
           MOVE NQ-EVENT-TYPE TO WS-DL-EVENT-TYPE
           MOVE NQ-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE WS-LIST-ACTION TO WS-DL-ACTION
           MOVE NQ-REASON TO WS-DL-REASON
           WRITE NTFRPT-RECORD FROM WS-DETAIL-LINE.

       LIST-NOTIFICATION-EXIT.
           EXIT.

      *================================================================
      * REWRITE-QUEUE-RECORD
      *================================================================
       REWRITE-QUEUE-RECORD SECTION.
           REWRITE NOTIFYQ-RECORD
              INVALID KEY
                 DISPLAY "NTFBUILD: could not update notification "
                    NQ-KEY ", status=" WS-NQ-FILE-STATUS
           END-REWRITE.

       REWRITE-QUEUE-RECORD-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "RECEIPTS READ" TO WS-RPT-LABEL
           MOVE WS-RECEIPTS-READ TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  DELIVERED" TO WS-RPT-LABEL
           MOVE WS-DELIVERED-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  FAILED" TO WS-RPT-LABEL
           MOVE WS-FAILED-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  UNMATCHED" TO WS-RPT-LABEL
           MOVE WS-RECEIPT-UNMATCHED-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "PREFERENCES LOADED" TO WS-RPT-LABEL
           MOVE WS-PREFS-LOADED TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "NOTIFICATIONS QUEUED" TO WS-RPT-LABEL
           MOVE WS-QUEUED-READ TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  SENT BY EMAIL" TO WS-RPT-LABEL
           MOVE WS-SENT-EMAIL-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  SENT BY SMS" TO WS-RPT-LABEL
           MOVE WS-SENT-SMS-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  SENT BY LETTER" TO WS-RPT-LABEL
           MOVE WS-SENT-LETTER-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  SUPPRESSED" TO WS-RPT-LABEL
           MOVE WS-SUPPRESSED-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "    MUST-REACH NOT REACHED" TO WS-RPT-LABEL
           MOVE WS-MUST-REACH-LOST-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  HELD - NO TEMPLATE" TO WS-RPT-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "ONE-TIME CODES SENT" TO WS-RPT-LABEL
           MOVE WS-CODES-SENT-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "UNVERIFIED CONTACTS SKIPPED" TO WS-RPT-LABEL
           MOVE WS-UNPROVEN-SKIP-COUNT TO WS-RPT-COUNT
           WRITE NTFRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: suppressed notifications are the
      * "rejected" figure
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME
                WS-QUEUED-READ WS-SUPPRESSED-COUNT
                ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "NTFBUILD: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE NOTIFYQ-FILE
           CLOSE NOTIFTPL-FILE
           CLOSE NTFPREF-FILE
           CLOSE CUSTONL-FILE
           CLOSE VALSTAT-FILE
           CLOSE CONTVRFY-FILE
           CLOSE NTFSEND-FILE
           CLOSE NTFRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM NTFBUILD.
