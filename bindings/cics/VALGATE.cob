      * with bad data living in CUSTMAST for a day between them.
      *
      * COMMAREA layout (request then response, 415 bytes):
      *   validator name X(12): EMAIL, PHONE, IBAN, CURRENCY, or
      *                  CONFIRM
      *   input value    X(254)
      *   country code   9(4)   (PHONE only - default country)
      *   status         X(1)   (G=good, R=rejected, E=error,
      * the VMET transient data queue; the METDRAIN batch step
      * rolls them through METRIC-RECORD onto the METRICS file
      * PERFRPT reads.
      *
      * CONFIRM settles a one-time contact-verification code: the
      * input value carries the customer ID (1-36), the contact
      * (37 - E email, P phone) and the six-digit code the customer
      * keyed (38-43). NTFBUILD sent the code and keeps only its
      * hash on the CONTVRFY KSDS; the code keyed is hashed the same
      * way and compared with CONSTANT-TIME-EQUALS. A match made
      * before the expiry, to the contact the code was sent to (the
      * contact on CUSTONL is hashed again and must still agree),
      * marks the code verified with the moment and the confirming
      * program, and sets the contact's flag on VALSTAT to proven
      * (Y) - journaled on TJRN for JRNDRAIN as CUSTMNT journals its
      * VALSTAT writes. A wrong code counts an attempt; the fifth
      * locks the code, a late one expires it, and either way only
      * a fresh code - sent when the contact is next changed - can
      * prove the contact. CONFIRM results are never cached and
      * take no cache metric.
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-ENTITLED                  PIC 9.
       01 WS-ENT-RESP                  PIC S9(8) COMP.

      * One-time contact-verification code record - mirrors
      * NTFBUILD.cob's CONTVRFY-RECORD field for field
       01 CONTVRFY-RECORD.
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

      * Online customer master - mirrors CUSTMNT.cob's
      * CUSTONL-RECORD field for field
       01 CUSTONL-RECORD.
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
          05 CO-SYNC-STATUS            PIC X(1).
          05 CO-CHANGED-BY             PIC X(8).
          05 CO-CHANGED-TS             PIC 9(14).
          05 CO-SYNCED-DATE            PIC 9(8).
          05 FILLER                    PIC X(3).

      * Mirrors VALSTLD.cob's VALSTAT-RECORD field for field
       01 VALSTAT-RECORD.
          05 VS-CUSTOMER-ID            PIC X(36).
          05 VS-STATUS                 PIC X(1).
          05 VS-PHONE-E164             PIC X(20).
          05 VS-REJECT-REASON          PIC X(50).
          05 VS-RUN-TIMESTAMP          PIC X(21).
          05 VS-EMAIL-UNDELIV          PIC X(1).
          05 VS-BOUNCE-REASON          PIC X(20).
          05 VS-BOUNCE-DATE            PIC 9(8).
          05 VS-ADDR-GRADE             PIC X(1).
          05 VS-EMAIL-VERIFIED         PIC X(1).
          05 VS-PHONE-VERIFIED         PIC X(1).

      * The code being confirmed, split out of the input value
       01 WS-CONFIRM-REQUEST.
          05 WS-CF-CUSTOMER-ID         PIC X(36).
          05 WS-CF-CHANNEL             PIC X(1).
             88 WS-CF-IS-EMAIL         VALUE "E".
             88 WS-CF-IS-PHONE         VALUE "P".
          05 WS-CF-CODE                PIC X(6).
       01 WS-CF-RESP                   PIC S9(8) COMP.
       01 WS-CF-NOW-TS                 PIC 9(14).
       01 WS-CF-CODE-HASH              PIC X(64).
       01 WS-CF-MAX-ATTEMPTS           PIC 9(2) VALUE 5.

      * CONSTANT-TIME-EQUALS call fields (see SAFE-CRYPTO.cob)
       01 WS-CT-INPUT                  PIC X(4096).
       01 WS-CT-COMPARE                PIC X(4096).
       01 WS-CT-INPUT-LEN              PIC 9(4) VALUE 64.
       01 WS-CT-COMPARE-LEN            PIC 9(4) VALUE 64.
       01 WS-CT-RESULT                 PIC 9.

      * One forward-recovery journal entry queued on the TJRN
      * transient data queue - must match PROVEN-JRNL-WRITE's
      * layout field for field, so JRNDRAIN can pass it through
      * untouched
       01 WS-TDQ-JOURNAL-RECORD.
          05 WS-JR-TIMESTAMP           PIC 9(14).
          05 WS-JR-DATASET             PIC X(8).
          05 WS-JR-ACTION              PIC X(1).
          05 WS-JR-RECORD-KEY          PIC X(64).
          05 WS-JR-BEFORE-IMAGE        PIC X(160).
          05 WS-JR-AFTER-IMAGE         PIC X(160).
       01 WS-TDQ-JOURNAL-LENGTH        PIC S9(4) COMP VALUE +407.
       01 WS-JRNL-RESP                 PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 VG-VALIDATOR              PIC X(12).
              END-EXEC
           END-IF

      *    A code is settled against the files every time - never
      *    answered from the cache
           IF FUNCTION UPPER-CASE(VG-VALIDATOR) = "CONFIRM"
              PERFORM DISPATCH-CONFIRM
              PERFORM WRITE-AUDIT-TRAIL
              EXEC CICS RETURN
              END-EXEC
           END-IF

           PERFORM CHECK-RESULT-CACHE

           IF WS-CACHE-HIT = 0
                 MOVE "IS-VALID-IBAN" TO WS-AUD-VALIDATOR
              WHEN "CURRENCY"
                 MOVE "IS-VALID-CURRENCY" TO WS-AUD-VALIDATOR
              WHEN "CONFIRM"
                 MOVE "CONFIRM-CONTACT" TO WS-AUD-VALIDATOR
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-AUD-VALIDATOR
                 MOVE "UNKNOWN VALIDATOR NAME" TO VG-MESSAGE
       DISPATCH-CURRENCY-EXIT.
           EXIT.

      *================================================================
      * DISPATCH-CONFIRM: settle a one-time contact-verification
      * code against its CONTVRFY record - G when the contact is
      * now proven, R with the reason otherwise
      *================================================================
       DISPATCH-CONFIRM SECTION.
           MOVE "CONFIRM-CONTACT" TO WS-AUD-VALIDATOR
           MOVE "R" TO VG-STATUS
           MOVE VG-INPUT-VALUE(1:43) TO WS-CONFIRM-REQUEST
           MOVE FUNCTION UPPER-CASE(WS-CF-CHANNEL) TO WS-CF-CHANNEL

           IF WS-CF-CUSTOMER-ID = SPACES
              OR (NOT WS-CF-IS-EMAIL AND NOT WS-CF-IS-PHONE)
              OR WS-CF-CODE IS NOT NUMERIC
              MOVE "CUSTOMER, CONTACT E OR P, AND 6-DIGIT CODE NEEDED"
                 TO VG-MESSAGE
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF

           MOVE WS-CF-CUSTOMER-ID TO CV-CUSTOMER-ID
           MOVE WS-CF-CHANNEL TO CV-CHANNEL
           EXEC CICS READ DATASET('CONTVRFY')
                INTO(CONTVRFY-RECORD)
                RIDFLD(CV-KEY)
                UPDATE
                RESP(WS-CF-RESP)
           END-EXEC

           IF WS-CF-RESP = DFHRESP(NOTFND)
              MOVE "NO CODE ISSUED FOR THIS CONTACT" TO VG-MESSAGE
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF
           IF WS-CF-RESP NOT = DFHRESP(NORMAL)
              MOVE "E" TO VG-STATUS
              MOVE "ERROR READING VERIFICATION CODES" TO VG-MESSAGE
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF

           IF NOT CV-IS-PENDING
              EXEC CICS UNLOCK DATASET('CONTVRFY') END-EXEC
              EVALUATE TRUE
                 WHEN CV-IS-VERIFIED
                    MOVE "CONTACT ALREADY VERIFIED" TO VG-MESSAGE
                 WHEN CV-IS-LOCKED
                    MOVE "CODE LOCKED AFTER TOO MANY ATTEMPTS"
                       TO VG-MESSAGE
                 WHEN OTHER
                    MOVE "CODE EXPIRED OR REPLACED" TO VG-MESSAGE
              END-EVALUATE
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CF-NOW-TS
           IF WS-CF-NOW-TS > CV-EXPIRES-TS
              MOVE "X" TO CV-STATUS
              PERFORM REWRITE-CONTACT-CODE
              MOVE "CODE EXPIRED" TO VG-MESSAGE
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF

      *    Hashed exactly as NTFBUILD hashed the code it sent
           MOVE SPACES TO WS-HASH-INPUT
           MOVE CV-KEY TO WS-HASH-INPUT(1:37)
           MOVE WS-CF-CODE TO WS-HASH-INPUT(38:6)
           MOVE 43 TO WS-HASH-INPUT-LEN
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT
           MOVE WS-HASH-OUTPUT(1:64) TO WS-CF-CODE-HASH

           MOVE SPACES TO WS-CT-INPUT
           MOVE SPACES TO WS-CT-COMPARE
           MOVE WS-CF-CODE-HASH TO WS-CT-INPUT(1:64)
           MOVE CV-CODE-HASH TO WS-CT-COMPARE(1:64)
           CALL "CONSTANT-TIME-EQUALS" USING WS-CT-INPUT WS-CT-COMPARE
               WS-CT-INPUT-LEN WS-CT-COMPARE-LEN WS-CT-RESULT

           IF WS-CT-RESULT NOT = 1
              ADD 1 TO CV-ATTEMPTS
              IF CV-ATTEMPTS >= WS-CF-MAX-ATTEMPTS
                 MOVE "L" TO CV-STATUS
                 MOVE "CODE DOES NOT MATCH - CODE NOW LOCKED"
                    TO VG-MESSAGE
              ELSE
                 MOVE "CODE DOES NOT MATCH" TO VG-MESSAGE
              END-IF
              PERFORM REWRITE-CONTACT-CODE
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF

      *    The code proves only the contact it was sent to
           EXEC CICS READ DATASET('CUSTONL')
                INTO(CUSTONL-RECORD)
                RIDFLD(WS-CF-CUSTOMER-ID)
                RESP(WS-CF-RESP)
           END-EXEC
           IF WS-CF-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK DATASET('CONTVRFY') END-EXEC
              MOVE "CUSTOMER NOT ON FILE" TO VG-MESSAGE
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF

           MOVE SPACES TO WS-HASH-INPUT
           IF WS-CF-IS-EMAIL
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
           IF WS-HASH-OUTPUT(1:64) NOT = CV-CONTACT-HASH
              MOVE "X" TO CV-STATUS
              PERFORM REWRITE-CONTACT-CODE
              MOVE "CONTACT CHANGED SINCE CODE WAS SENT" TO VG-MESSAGE
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF

           PERFORM MARK-CONTACT-PROVEN
           IF VG-IS-ERROR
              EXEC CICS UNLOCK DATASET('CONTVRFY') END-EXEC
              GO TO DISPATCH-CONFIRM-EXIT
           END-IF

           MOVE "V" TO CV-STATUS
           MOVE WS-CF-NOW-TS TO CV-VERIFIED-TS
           MOVE WS-CALLER TO CV-CONFIRMED-BY
           PERFORM REWRITE-CONTACT-CODE
           IF NOT VG-IS-ERROR
              MOVE "G" TO VG-STATUS
              MOVE "CONTACT VERIFIED" TO VG-MESSAGE
           END-IF.

       DISPATCH-CONFIRM-EXIT.
           EXIT.

      *================================================================
      * REWRITE-CONTACT-CODE: put back the CONTVRFY record read for
      * update
      *================================================================
       REWRITE-CONTACT-CODE SECTION.
           EXEC CICS REWRITE DATASET('CONTVRFY')
                FROM(CONTVRFY-RECORD)
                RESP(WS-CF-RESP)
           END-EXEC
           IF WS-CF-RESP NOT = DFHRESP(NORMAL)
              MOVE "E" TO VG-STATUS
              MOVE "ERROR UPDATING VERIFICATION CODE" TO VG-MESSAGE
           END-IF.

       REWRITE-CONTACT-CODE-EXIT.
           EXIT.

      *================================================================
      * MARK-CONTACT-PROVEN: the contact's VALSTAT flag to Y,
      * journaled on TJRN - a customer never swept has no VALSTAT
      * record and so no flag to set
      *================================================================
       MARK-CONTACT-PROVEN SECTION.
           EXEC CICS READ DATASET('VALSTAT')
                INTO(VALSTAT-RECORD)
                RIDFLD(WS-CF-CUSTOMER-ID)
                UPDATE
                RESP(WS-CF-RESP)
           END-EXEC
           IF WS-CF-RESP = DFHRESP(NOTFND)
              GO TO MARK-CONTACT-PROVEN-EXIT
           END-IF
           IF WS-CF-RESP NOT = DFHRESP(NORMAL)
              MOVE "E" TO VG-STATUS
              MOVE "ERROR READING VALIDATION STATUS" TO VG-MESSAGE
              GO TO MARK-CONTACT-PROVEN-EXIT
           END-IF

           MOVE VALSTAT-RECORD TO WS-JR-BEFORE-IMAGE
           IF WS-CF-IS-EMAIL
              MOVE "Y" TO VS-EMAIL-VERIFIED
           ELSE
              MOVE "Y" TO VS-PHONE-VERIFIED
           END-IF

           EXEC CICS REWRITE DATASET('VALSTAT')
                FROM(VALSTAT-RECORD)
                RESP(WS-CF-RESP)
           END-EXEC
           IF WS-CF-RESP NOT = DFHRESP(NORMAL)
              MOVE "E" TO VG-STATUS
              MOVE "ERROR UPDATING VALIDATION STATUS" TO VG-MESSAGE
              GO TO MARK-CONTACT-PROVEN-EXIT
           END-IF

           MOVE WS-CF-NOW-TS TO WS-JR-TIMESTAMP
           MOVE "VALSTAT" TO WS-JR-DATASET
           MOVE "U" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE VS-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
           MOVE VALSTAT-RECORD TO WS-JR-AFTER-IMAGE

           EXEC CICS WRITEQ TD QUEUE('TJRN')
                FROM(WS-TDQ-JOURNAL-RECORD)
                LENGTH(WS-TDQ-JOURNAL-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       MARK-CONTACT-PROVEN-EXIT.
           EXIT.

      *================================================================
      * WRITE-AUDIT-TRAIL: one queued audit entry per gateway call -
      * input hashed, never stored. The entry goes to the VAUD
