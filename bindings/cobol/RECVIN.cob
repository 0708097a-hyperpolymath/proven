      *
      *   1. by remitter IBAN against the CUSTIBAN registry (one
      *      customer ID and registered IBAN per line), and
      *   2. by a validated customer ID carried inside the payment
      *      reference - every 36-character window of the
      *      reference is run through PARSE-UUID (SAFE-UUID) and a
      *      parse whose VALSTAT verdict is good wins.
      *
      * A matched credit posts through GL-POST (PROVEN-GL-POST) so
      * it lands in GLTXN with a sequence number and reconciles in
      * on the RCVAGRPT report - the same discipline GLRECON
      * applies to out-of-balance items - so an unexplained credit
      * is a worked queue, not a folder.
      *
      * Neither side of the match is tabled, so the size of the
      * book does not bound it: the registry is laid down on the
      * RMTRIDX work KSDS keyed by upper-cased IBAN (emptied at the
      * start of every run; where two customers register the same
      * IBAN the first listed keeps it), and a reference candidate
      * is confirmed by a keyed read of the VALSTAT status KSDS.
      * Suspense items cleared on the retry are deleted as the
      * browse meets them. A work file that refuses an IBAN for any
      * reason but a duplicate stops the run with COND code 8
      * before anything posts.
      *
      * Each matched credit posts as a balanced journal voucher:
      * the credit on INCOMCRD and its offset on the CLRRECVD
      * incoming-funds clearing account, written together or not
      * at all.
      *
      * CREDIN is no longer keyed by hand: CAMTIN builds it from
      * the bank's camt.053 end-of-day statement, carrying the
      * remittance text in CI-REFERENCE and the structured creditor
      * reference in CI-STRUCT-REFERENCE. A credit that came with
      * only the structured reference is matched and suspended on
      * that.
      *
      * A credit whose remitter IBAN country is under embargo on
      * the CTRYVSAM country-risk master as of today is neither
      * posted nor suspended: it goes to the RCVREJ reject file with
      * reason code CTY006 for the compliance desk to return or
      * freeze. A suspense item whose country has been embargoed
      * since it was first seen is rejected the same way on the
      * retry and taken off suspense. Any rejection ends the run
      * with COND code 4.
      *
      * A CREDIN already taken in is refused before anything is
      * opened: FEED-REGISTRY-CHECK (PROVEN-FEED-REGISTRY, with the
      * FEEDREG DD pointed at the same dataset) looks the file's
      * content hash up on the RCVDREG received-file registry, and
      * a resend ends the step with COND code 12 and nothing
      * matched, unless PARMMSTR entry RELOAD-CREDIN authorises a
      * deliberate reload of that very file. The processed file is
      * entered on the registry at the end of the run; a failure to
      * enter it sets COND code 8.
      *
      * A posted credit also pays down its customer's overdrawn
      * accounts. The DUNCASE dunning cases DUNNING keeps are read
      * through their customer alternate index (DD DUNCASE1), and
      * the credit is applied to each active case in its currency in
      * turn until it is spent. A case whose debt the credit clears
      * is closed there and then, naming the credit, and the debit
      * block DUNNING placed on the account's ACCTLIM record (read
      * through its account-ID path, DD ACCTLIM1) is lifted - the
      * ladder stops the moment the money arrives, not at the next
      * night's run. A case only part paid keeps its place on the
      * ladder with the smaller debt. Both counts are on RCVAGRPT.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT RMTRIDX-FILE ASSIGN TO "RMTRIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RX-REMIT-IBAN
              FILE STATUS IS WS-RX-FILE-STATUS.

           SELECT VALSTAT-FILE ASSIGN TO "VALSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VS-CUSTOMER-ID
              FILE STATUS IS WS-VS-FILE-STATUS.

           SELECT RCVSUSP-FILE ASSIGN TO "RCVSUSP"
              ORGANIZATION IS INDEXED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RCVREJ-FILE ASSIGN TO "RCVREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RJ-FILE-STATUS.

           SELECT COUNTRY-RISK-FILE ASSIGN TO "CTRYVSAM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CY-KEY
              FILE STATUS IS WS-CY-FILE-STATUS.

           SELECT DUNCASE-FILE ASSIGN TO "DUNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-KEY
              ALTERNATE RECORD KEY IS DC-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT ACCTLIM-FILE ASSIGN TO "ACCTLIM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-DEBIT-IBAN
              ALTERNATE RECORD KEY IS AL-ACCOUNT-ID
              FILE STATUS IS WS-AL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One incoming credit per line as CAMTIN draws it from the
      * bank's statement: the unstructured remittance text leads,
      * the structured creditor reference follows at the end
       FD  CREDIN-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  CREDIN-RECORD.
           05 CI-CREDIT-ID              PIC X(12).
           05 CI-REMIT-IBAN             PIC X(34).
           05 CI-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CI-VALUE-DATE             PIC 9(8).
           05 CI-STRUCT-REFERENCE       PIC X(35).

      * Remitter registry: the IBANs our customers are known to
      * remit from, maintained by the receivables desk
           05 CB-CUSTOMER-ID            PIC X(36).
           05 CB-REMIT-IBAN             PIC X(34).

      * The registry keyed by upper-cased IBAN - a work KSDS,
      * emptied when the run opens it
       FD  RMTRIDX-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  RMTRIDX-RECORD.
           05 RX-REMIT-IBAN             PIC X(34).
           05 RX-CUSTOMER-ID            PIC X(36).

      * Validation-status KSDS as VALSTLD lays it down
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-STATUS                 PIC X(1).
              88 VS-IS-GOOD             VALUE "G".
              88 VS-IS-REJECTED         VALUE "R".
           05 VS-PHONE-E164             PIC X(20).
           05 VS-REJECT-REASON          PIC X(50).
           05 VS-RUN-TIMESTAMP          PIC X(21).
           05 VS-EMAIL-UNDELIV          PIC X(1).
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
           05 VS-EMAIL-VERIFIED         PIC X(1).
           05 VS-PHONE-VERIFIED         PIC X(1).

      * Suspense KSDS - one record per still-unmatched credit
       FD  RCVSUSP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RCVAGRPT-RECORD              PIC X(132).

      * Credits refused rather than posted or suspended - the
      * credit as read, then why
       FD  RCVREJ-FILE
           RECORD CONTAINS 204 CHARACTERS.
       01  RCVREJ-RECORD.
           05 RJ-CREDIT                 PIC X(148).
           05 RJ-REJECT-REASON          PIC X(50).
           05 RJ-REJECT-CODE            PIC X(6).

      * Country-risk and embargo master, maintained through TBLMAINT
      * and TBLAPPRV - one dated entry per country and effective day
       FD  COUNTRY-RISK-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  COUNTRY-RISK-RECORD.
           05 CY-KEY.
              10 CY-COUNTRY             PIC X(2).
              10 CY-EFFECTIVE           PIC 9(8).
           05 CY-EXPIRES                PIC 9(8).
           05 CY-RATING                 PIC X(1).
           05 CY-EMBARGO                PIC X(1).
           05 CY-ACTIVE                 PIC 9.
              88 CY-IS-ACTIVE           VALUE 1.
           05 CY-LAST-CHANGED           PIC 9(8).
           05 CY-CHANGED-BY             PIC X(8).

      * Dunning cases on overdrawn accounts (see DUNCASE-RECORD in
      * DUNNING.cob)
       FD  DUNCASE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  DUNCASE-RECORD.
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
           05 DC-PAUSE-UNTIL            PIC 9(8).
           05 DC-PROMISE-MINOR          PIC 9(15).
           05 DC-PAUSE-BY               PIC X(8).
           05 DC-CLOSED-DATE            PIC 9(8).
           05 DC-CLOSED-REASON          PIC X(1).
           05 DC-CLEARED-BY-CREDIT      PIC X(12).
           05 DC-BROKEN-COUNT           PIC 9(2).
           05 FILLER                    PIC X(3).

      * Account overdraft limits (see ACCTLIM-RECORD in
      * ACCTLMLD.cob)
       FD  ACCTLIM-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  ACCTLIM-RECORD.
           05 AL-DEBIT-IBAN             PIC X(34).
           05 AL-ACCOUNT-ID             PIC X(12).
           05 AL-CURRENCY               PIC X(3).
           05 AL-OVERDRAFT-MINOR        PIC 9(15).
           05 AL-LOADED-DATE            PIC 9(8).
           05 AL-RELEASED-DATE          PIC 9(8).
           05 AL-RELEASED-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 AL-DEBIT-BLOCK            PIC X(1).
              88 AL-DEBITS-BLOCKED      VALUE "D".
           05 AL-BLOCKED-DATE           PIC 9(8).
           05 FILLER                    PIC X(15).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-CD-FILE-STATUS            PIC X(2).
       01 WS-CB-FILE-STATUS            PIC X(2).
       01 WS-RX-FILE-STATUS            PIC X(2).
       01 WS-VS-FILE-STATUS            PIC X(2).
       01 WS-RV-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-RJ-FILE-STATUS            PIC X(2).
       01 WS-CD-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CD-EOF              VALUE 1.
       01 WS-CB-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CB-EOF              VALUE 1.
       01 WS-RV-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RV-EOF              VALUE 1.
       01 WS-DC-FILE-STATUS            PIC X(2).
       01 WS-AL-FILE-STATUS            PIC X(2).

      * Country-risk lookup - LOOKUP-COUNTRY-RISK takes the country
      * in WS-CY-CHECK-COUNTRY and returns the entry in force today
       01 WS-CY-FILE-STATUS            PIC X(2).
       01 WS-CY-TODAY                  PIC 9(8) VALUE 0.
       01 WS-CY-CHECK-COUNTRY          PIC X(2).
       01 WS-CY-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-CY-FOUND                  PIC 9 VALUE 0.
          88 WS-CY-IS-FOUND            VALUE 1.
       01 WS-CY-RATING                 PIC X(1).
          88 WS-CY-IS-MEDIUM           VALUE "M".
          88 WS-CY-IS-HIGH             VALUE "H".
          88 WS-CY-IS-EDD              VALUE "E".
       01 WS-CY-EMBARGO                PIC X(1).
          88 WS-CY-IS-EMBARGOED        VALUE "Y".

      * Control counts
       01 WS-CREDITS-READ              PIC 9(8) VALUE 0.
       01 WS-AGED-7-COUNT              PIC 9(8) VALUE 0.
       01 WS-AGED-30-COUNT             PIC 9(8) VALUE 0.
       01 WS-AGED-90-COUNT             PIC 9(8) VALUE 0.
       01 WS-EMBARGO-REJECT-COUNT      PIC 9(8) VALUE 0.
       01 WS-REGISTRY-INDEXED          PIC 9(8) VALUE 0.
       01 WS-DUNNING-CLEARED-COUNT     PIC 9(8) VALUE 0.
       01 WS-DUNNING-REDUCED-COUNT     PIC 9(8) VALUE 0.

      * The posted credit paying down the customer's dunning cases
       01 WS-DN-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-DN-CREDIT-LEFT            PIC S9(15) COMP-3.
       01 WS-DN-APPLIED                PIC S9(15) COMP-3.

      * Match state for the credit in hand
       01 WS-MATCHED                   PIC 9 VALUE 0.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8)
          VALUE "INCOMCRD".
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRRECVD".
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).

       01 WS-TODAY                     PIC 9(8).
       01 WS-TODAY-JULIAN              PIC 9(7).
       01 WS-AGE-DAYS                  PIC S9(6) COMP-3.
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * FEED-REGISTRY-CHECK / -RECORD call fields (see
      * PROVEN-FEED-REGISTRY.cob) - CREDIN has no header record, so
      * it is checked by content alone
       01 WS-FR-FEED-NAME              PIC X(8) VALUE "CREDIN".
       01 WS-FR-HEADER-PREFIX          PIC X(2) VALUE SPACES.
       01 WS-FR-REF-POS                PIC 9(4) VALUE 1.
       01 WS-FR-REF-LEN                PIC 9(2) VALUE 0.
       01 WS-FR-RECORD-COUNT           PIC 9(8).
       01 WS-FR-CONTENT-HASH           PIC X(64).
       01 WS-FR-STATUS                 PIC S9(4) COMP.
       01 WS-FR-MSG                    PIC X(50).
       01 WS-FR-NOT-RECORDED           PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-PS-DUPLICATE              PIC S9(4) COMP VALUE -11.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM CHECK-FEED-REGISTRY
           PERFORM OPEN-FILES
           PERFORM READ-ENTITY-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CALCULATE-JULIAN-DAY
           MOVE WS-JULIAN-DAY TO WS-TODAY-JULIAN
           PERFORM LOAD-REMITTER-REGISTRY

           PERFORM UNTIL WS-AT-CD-EOF
              READ CREDIN-FILE
           END-PERFORM

           PERFORM RETRY-AND-AGE-SUSPENSE
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES
           PERFORM RECORD-FEED-REGISTRY

           DISPLAY "RECVIN: " WS-CREDITS-READ " credit(s), "
              WS-POSTED-COUNT " posted, " WS-SUSPENSE-NEW-COUNT
              " cleared"

           EVALUATE TRUE
              WHEN WS-POST-FAIL-COUNT > 0
                 OR WS-FR-NOT-RECORDED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-SUSPENSE-OPEN-COUNT > 0
                 OR WS-SUSPENSE-NEW-COUNT > 0
                 OR WS-EMBARGO-REJECT-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * CHECK-FEED-REGISTRY: refuse a CREDIN already received - an
      * exact or header-level duplicate - before anything is opened,
      * unless PARMMSTR entry RELOAD-CREDIN authorises this very file
      *================================================================
       CHECK-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-CHECK" USING WS-FR-FEED-NAME
               WS-FR-HEADER-PREFIX WS-FR-REF-POS WS-FR-REF-LEN
               WS-FR-RECORD-COUNT WS-FR-CONTENT-HASH WS-FR-STATUS
               WS-FR-MSG

           EVALUATE WS-FR-STATUS
              WHEN 0
                 IF WS-FR-MSG NOT = SPACES
                    DISPLAY "RECVIN: " FUNCTION TRIM(WS-FR-MSG)
                       " - " WS-FR-CONTENT-HASH(1:16)
                 END-IF
              WHEN -11
                 DISPLAY "RECVIN: CREDIN REFUSED - "
                    FUNCTION TRIM(WS-FR-MSG)
                 DISPLAY "RECVIN: content hash "
                    WS-FR-CONTENT-HASH(1:16) ", "
                    WS-FR-RECORD-COUNT " record(s) - set RELOAD-"
                    "CREDIN to this hash to reload deliberately"
                 CALL "STATUS-TO-RC" USING WS-PS-DUPLICATE
                      WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY "RECVIN: received-file registry check "
                    "failed - " FUNCTION TRIM(WS-FR-MSG)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CHECK-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * RECORD-FEED-REGISTRY: enter the processed CREDIN on the
      * registry; a feed left unentered could be taken in again, so
      * a failure sets COND code 8
      *================================================================
       RECORD-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-RECORD" USING WS-FR-STATUS WS-FR-MSG
           IF WS-FR-STATUS NOT = 0
              MOVE 1 TO WS-FR-NOT-RECORDED
              DISPLAY "RECVIN: CREDIN NOT ENTERED on the received-"
                 "file registry - " FUNCTION TRIM(WS-FR-MSG)
           END-IF.

       RECORD-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * READ-ENTITY-CODE: the booking entity this run posts under,
      * from the PROVEN_ENTITY environment setting the scheduler
              STOP RUN
           END-IF

           OPEN INPUT VALSTAT-FILE
           IF WS-VS-FILE-STATUS NOT = "00"
              DISPLAY "RECVIN: cannot open VALSTAT, status="
                 WS-VS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    The registry work file starts every run empty
           OPEN OUTPUT RMTRIDX-FILE
           IF WS-RX-FILE-STATUS = "00"
              CLOSE RMTRIDX-FILE
              OPEN I-O RMTRIDX-FILE
           END-IF
           IF WS-RX-FILE-STATUS NOT = "00"
              DISPLAY "RECVIN: cannot open RMTRIDX, status="
                 WS-RX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RCVREJ-FILE
           IF WS-RJ-FILE-STATUS NOT = "00"
              DISPLAY "RECVIN: cannot open RCVREJ, status="
                 WS-RJ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT COUNTRY-RISK-FILE
           IF WS-CY-FILE-STATUS NOT = "00"
              DISPLAY "RECVIN: cannot open CTRYVSAM, status="
                 WS-CY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CY-TODAY

           OPEN I-O DUNCASE-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
              AND WS-DC-FILE-STATUS NOT = "05"
              AND WS-DC-FILE-STATUS NOT = "97"
              DISPLAY "RECVIN: cannot open DUNCASE, status="
                 WS-DC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCTLIM-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              DISPLAY "RECVIN: cannot open ACCTLIM, status="
                 WS-AL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-REMITTER-REGISTRY: CUSTIBAN onto the IBAN-keyed work
      * KSDS. An IBAN already there belongs to an earlier customer;
      * any other refusal is a full work file, and nothing has
      * posted yet, so the run stops clean.
      *================================================================
       LOAD-REMITTER-REGISTRY SECTION.
           PERFORM UNTIL WS-AT-CB-EOF
                 AT END
                    MOVE 1 TO WS-CB-EOF
                 NOT AT END
                    IF CB-REMIT-IBAN NOT = SPACES
                       PERFORM INDEX-ONE-REMITTER
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

      *================================================================
      * INDEX-ONE-REMITTER
      *================================================================
       INDEX-ONE-REMITTER SECTION.
           MOVE FUNCTION UPPER-CASE(CB-REMIT-IBAN) TO RX-REMIT-IBAN
           MOVE CB-CUSTOMER-ID TO RX-CUSTOMER-ID
           WRITE RMTRIDX-RECORD
              INVALID KEY
                 IF WS-RX-FILE-STATUS NOT = "22"
                    DISPLAY "RECVIN: RMTRIDX write refused, status="
                       WS-RX-FILE-STATUS " after "
                       WS-REGISTRY-INDEXED " IBAN(s) - nothing "
                       "posted"
                    CLOSE CUSTIBAN-FILE
                    PERFORM CLOSE-FILES
                    CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                         WS-RC-RESULT
                    MOVE WS-RC-RESULT TO RETURN-CODE
                    STOP RUN
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-REGISTRY-INDEXED
           END-WRITE.

       INDEX-ONE-REMITTER-EXIT.
           EXIT.

      *================================================================
       PROCESS-ONE-CREDIT SECTION.
           ADD 1 TO WS-CREDITS-READ

      *    A remitter who sent only a creditor reference is matched
      *    and suspended on that
           IF CI-REFERENCE = SPACES
              MOVE CI-STRUCT-REFERENCE TO CI-REFERENCE
           END-IF

           PERFORM CHECK-REMITTER-EMBARGO
           IF WS-CY-IS-EMBARGOED
              PERFORM WRITE-EMBARGO-REJECT
              GO TO PROCESS-ONE-CREDIT-EXIT
           END-IF

           PERFORM MATCH-CREDIT-TO-CUSTOMER

           IF WS-MATCHED = 1
       PROCESS-ONE-CREDIT-EXIT.
           EXIT.

      *================================================================
      * CHECK-REMITTER-EMBARGO: the remitter IBAN's country on the
      * CTRYVSAM master - a credit with no remitter IBAN has no
      * country to check
      * Output: WS-CY-EMBARGO
      *================================================================
       CHECK-REMITTER-EMBARGO SECTION.
           MOVE "N" TO WS-CY-EMBARGO
           IF CI-REMIT-IBAN = SPACES
              GO TO CHECK-REMITTER-EMBARGO-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(CI-REMIT-IBAN(1:2))
              TO WS-CY-CHECK-COUNTRY
           PERFORM LOOKUP-COUNTRY-RISK.

       CHECK-REMITTER-EMBARGO-EXIT.
           EXIT.

      *================================================================
      * WRITE-EMBARGO-REJECT: the credit in hand to RCVREJ (CTY006)
      *================================================================
       WRITE-EMBARGO-REJECT SECTION.
           MOVE CREDIN-RECORD TO RJ-CREDIT
           MOVE "Remitter IBAN country is under embargo"
              TO RJ-REJECT-REASON
           MOVE "CTY006" TO RJ-REJECT-CODE
           WRITE RCVREJ-RECORD
           ADD 1 TO WS-EMBARGO-REJECT-COUNT.

       WRITE-EMBARGO-REJECT-EXIT.
           EXIT.

      *================================================================
      * LOOKUP-COUNTRY-RISK: find the CTRYVSAM entry in force today
      * for WS-CY-CHECK-COUNTRY - of the active entries whose
      * effective date has arrived and whose end date has not
      * passed, the latest. A deactivated re-rating therefore falls
      * back to the entry before it. A country with no entry in
      * force is neither rated nor embargoed.
      * Output: WS-CY-FOUND, WS-CY-RATING, WS-CY-EMBARGO
      *================================================================
       LOOKUP-COUNTRY-RISK SECTION.
           MOVE 0 TO WS-CY-FOUND
           MOVE SPACE TO WS-CY-RATING
           MOVE "N" TO WS-CY-EMBARGO
           MOVE 0 TO WS-CY-BROWSE-DONE
           IF WS-CY-CHECK-COUNTRY = SPACES
              GO TO LOOKUP-COUNTRY-RISK-EXIT
           END-IF

           MOVE WS-CY-CHECK-COUNTRY TO CY-COUNTRY
           MOVE 0 TO CY-EFFECTIVE
           START COUNTRY-RISK-FILE KEY NOT LESS THAN CY-KEY
              INVALID KEY
                 MOVE 1 TO WS-CY-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-CY-BROWSE-DONE = 1
              READ COUNTRY-RISK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-CY-BROWSE-DONE
                 NOT AT END
                    IF CY-COUNTRY NOT = WS-CY-CHECK-COUNTRY
                       OR CY-EFFECTIVE > WS-CY-TODAY
                       MOVE 1 TO WS-CY-BROWSE-DONE
                    ELSE
                       IF CY-IS-ACTIVE
                          AND CY-EXPIRES NOT < WS-CY-TODAY
                          MOVE 1 TO WS-CY-FOUND
                          MOVE CY-RATING TO WS-CY-RATING
                          MOVE CY-EMBARGO TO WS-CY-EMBARGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       LOOKUP-COUNTRY-RISK-EXIT.
           EXIT.

      *================================================================
      * MATCH-CREDIT-TO-CUSTOMER: remitter IBAN first, then a
      * customer ID carried in the reference
           MOVE 0 TO WS-MATCHED
           MOVE SPACES TO WS-MATCH-CUSTOMER-ID

           IF CI-REMIT-IBAN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(CI-REMIT-IBAN)
                 TO RX-REMIT-IBAN
              READ RMTRIDX-FILE
                 NOT INVALID KEY
                    MOVE 1 TO WS-MATCHED
                    MOVE "I" TO WS-MATCH-KIND
                    MOVE RX-CUSTOMER-ID TO WS-MATCH-CUSTOMER-ID
              END-READ
           END-IF

           IF WS-MATCHED = 1
              GO TO MATCH-CREDIT-TO-CUSTOMER-EXIT

      *    Every 36-character window of the reference is tried as
      *    a customer UUID; a parse alone is not enough - the ID
      *    must carry a good verdict on the validated book
           PERFORM VARYING WS-REF-WINDOW-IDX FROM 1 BY 1
                   UNTIL WS-REF-WINDOW-IDX > 5 OR WS-MATCHED = 1
              MOVE CI-REFERENCE(WS-REF-WINDOW-IDX:36)
              CALL "PARSE-UUID" USING WS-REF-CANDIDATE
                  WS-UUID-RESULT WS-UUID-ERROR-MSG
              IF WS-UUID-RESULT = 1
                 MOVE WS-REF-CANDIDATE TO VS-CUSTOMER-ID
                 READ VALSTAT-FILE
                    INVALID KEY
                       MOVE SPACE TO VS-STATUS
                 END-READ
                 IF VS-IS-GOOD
                    MOVE 1 TO WS-MATCHED
                    MOVE "R" TO WS-MATCH-KIND
                    MOVE WS-REF-CANDIDATE TO WS-MATCH-CUSTOMER-ID
                 END-IF
              END-IF
           END-PERFORM.


      *================================================================
      * POST-MATCHED-CREDIT: the credit posts under its own ID in
      * its own currency through the shared GL-POST writer, then
      * pays down any dunning case the customer has in that currency
      *================================================================
       POST-MATCHED-CREDIT SECTION.
           MOVE CI-CREDIT-ID TO WS-GP-TRANS-ID
           MOVE CI-CURRENCY TO WS-GP-CURRENCY
           MOVE CI-AMOUNT-MINOR TO WS-GP-AMOUNT-MINOR

           PERFORM POST-BALANCED-VOUCHER

           IF WS-GP-RESULT-STATUS = 0
              ADD 1 TO WS-POSTED-COUNT
              IF CI-AMOUNT-MINOR > 0
                 PERFORM APPLY-CREDIT-TO-DUNNING
              END-IF
           ELSE
              ADD 1 TO WS-POST-FAIL-COUNT
              DISPLAY "RECVIN: credit not posted for "
       POST-MATCHED-CREDIT-EXIT.
           EXIT.

      *================================================================
      * APPLY-CREDIT-TO-DUNNING: the posted credit is applied to the
      * matched customer's active dunning cases in its currency, in
      * account order, until it is spent. A case cleared is closed
      * naming the credit, and its debit block lifted
      *================================================================
       APPLY-CREDIT-TO-DUNNING SECTION.
           MOVE CI-AMOUNT-MINOR TO WS-DN-CREDIT-LEFT
           MOVE 0 TO WS-DN-BROWSE-DONE
           MOVE WS-MATCH-CUSTOMER-ID TO DC-CUSTOMER-ID
           START DUNCASE-FILE KEY IS EQUAL TO DC-CUSTOMER-ID
              INVALID KEY
                 GO TO APPLY-CREDIT-TO-DUNNING-EXIT
           END-START

           PERFORM UNTIL WS-DN-BROWSE-DONE = 1
              READ DUNCASE-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-DN-BROWSE-DONE
                 NOT AT END
                    IF DC-CUSTOMER-ID NOT = WS-MATCH-CUSTOMER-ID
                       MOVE 1 TO WS-DN-BROWSE-DONE
                    ELSE
                       IF DC-IS-ACTIVE AND DC-CURRENCY = CI-CURRENCY
                          AND DC-DEBT-MINOR > 0
                          PERFORM PAY-DOWN-ONE-CASE
                       END-IF
                       IF WS-DN-CREDIT-LEFT NOT > 0
                          MOVE 1 TO WS-DN-BROWSE-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       APPLY-CREDIT-TO-DUNNING-EXIT.
           EXIT.

      *================================================================
      * PAY-DOWN-ONE-CASE: as much of the credit as the case owes
      *================================================================
       PAY-DOWN-ONE-CASE SECTION.
           IF WS-DN-CREDIT-LEFT < DC-DEBT-MINOR
              MOVE WS-DN-CREDIT-LEFT TO WS-DN-APPLIED
           ELSE
              MOVE DC-DEBT-MINOR TO WS-DN-APPLIED
           END-IF
           SUBTRACT WS-DN-APPLIED FROM WS-DN-CREDIT-LEFT
           SUBTRACT WS-DN-APPLIED FROM DC-DEBT-MINOR

           IF DC-DEBT-MINOR > 0
              ADD 1 TO WS-DUNNING-REDUCED-COUNT
           ELSE
              ADD 1 TO WS-DUNNING-CLEARED-COUNT
              MOVE "C" TO DC-STATUS
              MOVE WS-TODAY TO DC-CLOSED-DATE
              MOVE "R" TO DC-CLOSED-REASON
              MOVE CI-CREDIT-ID TO DC-CLEARED-BY-CREDIT
              MOVE SPACE TO DC-PAUSE-TYPE
              MOVE 0 TO DC-PAUSE-UNTIL
              MOVE 0 TO DC-PROMISE-MINOR
              IF DC-BLOCK-PLACED
                 PERFORM LIFT-DUNNING-BLOCK
              END-IF
           END-IF

           REWRITE DUNCASE-RECORD
              INVALID KEY
                 DISPLAY "RECVIN: rewrite of DUNCASE failed, "
                    "status=" WS-DC-FILE-STATUS " for " DC-KEY
           END-REWRITE.

       PAY-DOWN-ONE-CASE-EXIT.
           EXIT.

      *================================================================
      * LIFT-DUNNING-BLOCK: the cleared case's debit block comes off
      * the account's ACCTLIM record
      *================================================================
       LIFT-DUNNING-BLOCK SECTION.
           MOVE "N" TO DC-DEBITS-BLOCKED
           MOVE DC-ACCOUNT-ID TO AL-ACCOUNT-ID
           READ ACCTLIM-FILE KEY IS AL-ACCOUNT-ID
              INVALID KEY
                 GO TO LIFT-DUNNING-BLOCK-EXIT
           END-READ

           IF AL-DEBITS-BLOCKED
              MOVE SPACE TO AL-DEBIT-BLOCK
              MOVE 0 TO AL-BLOCKED-DATE
              REWRITE ACCTLIM-RECORD
                 INVALID KEY
                    DISPLAY "RECVIN: block not lifted on ACCTLIM, "
                       "status=" WS-AL-FILE-STATUS " for "
                       DC-ACCOUNT-ID
              END-REWRITE
           END-IF.

       LIFT-DUNNING-BLOCK-EXIT.
           EXIT.

      *================================================================
      * POST-BALANCED-VOUCHER: the WS-GP- amount as a journal
      * voucher of two legs - the business leg on WS-GP-ACCOUNT-CODE
      * and its negation on the clearing account - posted together
      * through GL-POST, or refused together
      * Output: WS-GP-RESULT-STATUS, WS-GP-ERROR-MSG
      *================================================================
       POST-BALANCED-VOUCHER SECTION.
           MOVE WS-GP-TRANS-ID TO WS-GP-VOUCHER-ID
           CALL "GL-VOUCHER-OPEN" USING WS-GP-VOUCHER-ID
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-BALANCED-VOUCHER-EXIT
           END-IF

           CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

           COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
           CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-OFFSET-MINOR WS-GP-OFFSET-ACCOUNT
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

      *    A refused leg comes back from the close as the reason
      *    the whole voucher was rejected
           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG.

       POST-BALANCED-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * MERGE-INTO-SUSPENSE: first sighting opens a suspense record
      * stamped today/today; a repeat refreshes last-seen
           MOVE RV-CURRENCY TO CI-CURRENCY
           MOVE RV-AMOUNT-MINOR TO CI-AMOUNT-MINOR

      *    Embargoed since it was first seen - off suspense and onto
      *    the reject file, with the first-seen date standing in for
      *    the value date suspense does not keep
           PERFORM CHECK-REMITTER-EMBARGO
           IF WS-CY-IS-EMBARGOED
              MOVE RV-FIRST-SEEN-DATE TO CI-VALUE-DATE
              MOVE SPACES TO CI-STRUCT-REFERENCE
              PERFORM WRITE-EMBARGO-REJECT
              PERFORM DELETE-RESOLVED-RECORD
              GO TO RETRY-ONE-SUSPENSE-ITEM-EXIT
           END-IF

           PERFORM MATCH-CREDIT-TO-CUSTOMER

           IF WS-MATCHED = 1
              PERFORM POST-MATCHED-CREDIT
              ADD 1 TO WS-SUSPENSE-CLEARED-COUNT
              PERFORM DELETE-RESOLVED-RECORD
              GO TO RETRY-ONE-SUSPENSE-ITEM-EXIT
           END-IF

           EXIT.

      *================================================================
      * DELETE-RESOLVED-RECORD: the suspense record just posted (or
      * rejected) is deleted, and the browse is repositioned past
      * its key so the next read-next carries on from the following
      * record
      *================================================================
       DELETE-RESOLVED-RECORD SECTION.
           DELETE RCVSUSP-FILE
              INVALID KEY
                 DISPLAY "RECVIN: delete from RCVSUSP failed, "
                    "status=" WS-RV-FILE-STATUS " for "
                    RV-CREDIT-ID
           END-DELETE

           MOVE CI-CREDIT-ID TO RV-CREDIT-ID
           START RCVSUSP-FILE KEY GREATER THAN RV-CREDIT-ID
              INVALID KEY
                 MOVE 1 TO WS-RV-EOF
           END-START.

       DELETE-RESOLVED-RECORD-EXIT.
           EXIT.

      *================================================================
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  OPEN OVER 90 DAYS" TO WS-RPT-LABEL
           MOVE WS-AGED-90-COUNT TO WS-RPT-COUNT
           WRITE RCVAGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "REJECTED - EMBARGOED CTRY" TO WS-RPT-LABEL
           MOVE WS-EMBARGO-REJECT-COUNT TO WS-RPT-COUNT
           WRITE RCVAGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DUNNING CASES CLEARED" TO WS-RPT-LABEL
           MOVE WS-DUNNING-CLEARED-COUNT TO WS-RPT-COUNT
           WRITE RCVAGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DUNNING CASES PART PAID" TO WS-RPT-LABEL
           MOVE WS-DUNNING-REDUCED-COUNT TO WS-RPT-COUNT
           WRITE RCVAGRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CREDIN-FILE
           CLOSE RMTRIDX-FILE
           CLOSE VALSTAT-FILE
           CLOSE RCVSUSP-FILE
           CLOSE RCVAGRPT-FILE
           CLOSE RCVREJ-FILE
           CLOSE COUNTRY-RISK-FILE
           CLOSE DUNCASE-FILE
           CLOSE ACCTLIM-FILE.

       CLOSE-FILES-EXIT.
           EXIT.
