      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PainIn - corporate bulk payment intake from
      * customer-submitted pain.001 files for COBOL
      *

      *================================================================
      * Corporate customers send their supplier payment runs as ISO
      * 20022 pain.001 customer credit transfer initiations, and the
      * desk used to key every one of them into PAYIN by hand. This
      * step takes the customer's file as sent - on the PAINXML DD,
      * with the MACFEED and FEEDREG DDs pointed at the same dataset
      * - and splits it into PAYIN instructions in the 332-byte
      * layout PAYVALD reads (see PAYIN-RECORD in PAYVALD.cob), each
      * naming the submitting customer as its ordering customer and
      * the payment block's debtor account as the account debited,
      * so the customer's limits and everything after PAYVALD apply
      * to bulk payments exactly as to keyed ones.
      *
      * Nothing reaches PAYIN until the whole file has proved out:
      *
      *   - the file must be new: FEED-REGISTRY-CHECK (PROVEN-FEED-
      *     REGISTRY) refuses a file already taken in with COND
      *     code 12, unless PARMMSTR entry RELOAD-PAINXML authorises
      *     that very file;
      *   - the submitter must be who the file says it is: the
      *     customer signs the file with the HMAC-SHA256 key we
      *     issued them, as an XML comment after </Document> (see
      *     PROVEN-FILE-MAC.cob), and MAC-VERIFY-FEED must prove it.
      *     The initiating party's ID in the group header must be on
      *     the BULKAGR bulk-submission agreement file, active and
      *     in date, under that same key ID - a file signed with
      *     another customer's key is refused - and each payment
      *     block's debtor account must be one the agreement lets
      *     that customer debit from a bulk file;
      *   - every <CdtTrfTxInf> is checked by WELL-FORMED-XML on
      *     its own, and the rest of the document the same way at
      *     the end, each transaction standing in as an empty
      *     element, as CAMTIN checks a statement;
      *   - the transaction count and control sum in the group
      *     header, and in each payment block that carries them,
      *     must agree with the transactions actually in the file.
      *
      * A file that fails any of these is refused whole - COND code
      * 8, PAYIN left empty. In a file that proves out each
      * transaction is then judged on its own: an end-to-end ID
      * missing or repeated in the file, an unknown currency, an
      * amount that is zero, too large or has more decimals than
      * the currency carries, an unreadable execution date, a
      * creditor IBAN that fails IS-VALID-IBAN, a creditor agent
      * BIC missing, invalid or not matching the IBAN, or no
      * creditor name rejects that transaction only, with COND
      * code 4. Each accepted transaction goes to PAYIN under a
      * payment ID of our own - "B", the first seven characters of
      * the file's content hash and its four-digit position in the
      * file - so a customer's end-to-end IDs never collide with
      * anyone else's.
      *
      * Every file, accepted or refused, is answered with a pain.002
      * customer payment status report on PAINSTS for the channel
      * to return to the customer: the group status (ACCP, PART or
      * RJCT), a status for each payment block, and for each
      * transaction its end-to-end ID, ACCP or RJCT, the ISO reason
      * code and the reason in words; an accepted transaction also
      * carries the payment ID it goes forward under in <StsId>.
      * The file-level refusals use the ISO data-signature and
      * format codes - DS0A unsigned, DS0B signature does not
      * prove, DS0E signed under a key not the submitter's, DS0G no
      * agreement in force, DS0H debtor account not agreed, DS0K
      * too many transactions, FF01 not well-formed, AM18 and AM10
      * count and control-sum mismatches. The report is signed
      * under PARMMSTR entry MACKEY-PAINSTS where one is set up, as
      * PAYFMT signs PAYXML. A resent duplicate gets no second
      * report - the first is still the answer.
      *
      * Acceptance here is the intake's word only: PAYVALD's own
      * checks (embargo, bank directory, duplicates, limits) still
      * follow on PAYREJ as for any other instruction. PAINRPT
      * lists the verdict, each rejected transaction and the counts.
      *
      * Every instruction written to PAYIN opens its life on the
      * PAYEVNT payment event log (PAY-EVENT-WRITE, see
      * PROVEN-PAY-EVENT.cob) as RECEIVED, with the file's message
      * ID and the submitting customer, so PAYTRACE can follow the
      * payment from the customer's file to the bank.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAININ.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAINXML-FILE ASSIGN TO "PAINXML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT BULKAGR-FILE ASSIGN TO "BULKAGR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BA-FILE-STATUS.

           SELECT PAYIN-FILE ASSIGN TO "PAYIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PI-FILE-STATUS.

           SELECT PAINSTS-FILE ASSIGN TO "PAINSTS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PS-FILE-STATUS.

           SELECT PAINRPT-FILE ASSIGN TO "PAINRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The customer's pain.001 document, however it is broken into
      * lines - the record length MACFEED and FEEDREG read it at
       FD  PAINXML-FILE
           RECORD CONTAINS 4032 CHARACTERS.
       01  PAINXML-RECORD               PIC X(4032).

      * Bulk-submission agreements, maintained by the corporate
      * desk: one line per debit account a submitter may use, all
      * lines of one submitter naming the same customer and key
       FD  BULKAGR-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  BULKAGR-RECORD.
           05 BA-SUBMITTER-ID           PIC X(35).
           05 BA-CUSTOMER-ID            PIC X(36).
           05 BA-MAC-KEY-ID             PIC X(16).
           05 BA-DEBIT-IBAN             PIC X(34).
           05 BA-STATUS                 PIC X(1).
              88 BA-IS-ACTIVE           VALUE "A".
           05 BA-EXPIRES                PIC 9(8).

      * One outbound payment instruction per line (see PAYIN-RECORD
      * in PAYVALD.cob)
       FD  PAYIN-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYIN-RECORD.
           05 PY-PAYMENT-ID             PIC X(12).
           05 PY-BENEF-IBAN             PIC X(34).
           05 PY-BENEF-BIC              PIC X(11).
           05 PY-CURRENCY               PIC X(3).
           05 PY-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PY-EXEC-DATE              PIC 9(8).
           05 PY-BENEF-NAME             PIC X(70).
           05 PY-BENEF-ADDR-LINE        PIC X(70).
           05 PY-BENEF-TOWN             PIC X(35).
           05 PY-BENEF-COUNTRY          PIC X(2).
           05 PY-ORDER-CUSTOMER-ID      PIC X(36).
           05 PY-DEBIT-IBAN             PIC X(34).
           05 PY-LIMIT-HOLD             PIC X(1).

      * The pain.002 status report returned to the customer
       FD  PAINSTS-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PAINSTS-RECORD               PIC X(200).

       FD  PAINRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PAINRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-PX-FILE-STATUS            PIC X(2).
       01 WS-BA-FILE-STATUS            PIC X(2).
       01 WS-PI-FILE-STATUS            PIC X(2).
       01 WS-PS-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-PX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PX-EOF              VALUE 1.
       01 WS-BA-EOF                    PIC 9 VALUE 0.
          88 WS-AT-BA-EOF              VALUE 1.

      * Which pass is reading: 1 proves the file, 2 writes PAYIN
       01 WS-PASS                      PIC 9 VALUE 1.
          88 WS-IS-PROVE-PASS          VALUE 1.
          88 WS-IS-WRITE-PASS          VALUE 2.

      * The first file-level failure refuses the whole file
       01 WS-FATAL                     PIC 9 VALUE 0.
          88 WS-IS-FATAL               VALUE 1.
       01 WS-FATAL-CODE                PIC X(4).
       01 WS-FATAL-REASON              PIC X(80).
       01 WS-NEW-CODE                  PIC X(4).
       01 WS-NEW-REASON                PIC X(80).

       01 WS-TODAY                     PIC 9(8).
       01 WS-NOW-STAMP                 PIC X(14).

      * Control counts
       01 WS-TX-READ                   PIC 9(6) VALUE 0.
       01 WS-TX-ACCEPTED               PIC 9(6) VALUE 0.
       01 WS-TX-REJECTED               PIC 9(6) VALUE 0.
       01 WS-PAYIN-WRITTEN             PIC 9(6) VALUE 0.
       01 WS-AGREEMENTS-READ           PIC 9(6) VALUE 0.

      * Character scan state (see CAMTIN.cob)
       01 WS-LINE-LEN                  PIC 9(4) VALUE 0.
       01 WS-CHAR-IDX                  PIC 9(4) VALUE 0.
       01 WS-CUR-CHAR                  PIC X(1).
       01 WS-LAST-WAS-SPACE            PIC 9 VALUE 0.
       01 WS-IN-MARKUP                 PIC 9 VALUE 0.
       01 WS-MARKUP-QUOTE              PIC X(1) VALUE SPACE.
       01 WS-MARKUP                    PIC X(512).
       01 WS-MARKUP-LEN                PIC 9(4) VALUE 0.
       01 WS-SAVED-MARKUP              PIC X(512).
       01 WS-SAVED-MARKUP-LEN          PIC 9(4) VALUE 0.
       01 WS-TEXT                      PIC X(512).
       01 WS-TEXT-LEN                  PIC 9(4) VALUE 0.
       01 WS-SCAN-IDX                  PIC 9(4) VALUE 0.
       01 WS-NAME-START                PIC 9(4) VALUE 0.
       01 WS-NAME-END                  PIC 9(4) VALUE 0.
       01 WS-RAW-NAME                  PIC X(64).
       01 WS-NAME-PREFIX               PIC X(64).
       01 WS-NAME-LOCAL                PIC X(64).

      * Open-element path - the innermost element last
       01 WS-PATH-TABLE.
          05 WS-PATH-NAME              OCCURS 64 TIMES PIC X(35).
       01 WS-PATH-DEPTH                PIC 9(3) VALUE 0.
       01 WS-ELEM-NAME                 PIC X(35).
       01 WS-PARENT-NAME               PIC X(35).
       01 WS-GRAND-NAME                PIC X(35).
       01 WS-ELEM-VALUE                PIC X(140).
       01 WS-ATTR-CCY                  PIC X(3).
       01 WS-IN-INITG-PTY              PIC 9 VALUE 0.

      * The document outside the transactions, and the transaction
      * being read, each held for WELL-FORMED-XML
       01 WS-SKEL-BUFFER               PIC X(32000).
       01 WS-SKEL-LEN                  PIC 9(6) VALUE 0.
       01 WS-TX-BUFFER                 PIC X(32000).
       01 WS-TX-LEN                    PIC 9(6) VALUE 0.
       01 WS-BUFFER-MAX                PIC 9(6) VALUE 32000.
       01 WS-IN-TX                     PIC 9 VALUE 0.
       01 WS-TX-STUB                   PIC X(14)
                                       VALUE "<CdtTrfTxInf/>".

      * WELL-FORMED-XML call fields (see SAFE-XML.cob)
       01 WS-WF-LENGTH                 PIC 9(6).
       01 WS-WF-MAX-DEPTH              PIC 9(3) VALUE 0.
       01 WS-WF-RESULT                 PIC 9.
       01 WS-WF-ERROR-MSG              PIC X(100).
       01 WS-WF-ERROR-POSITION         PIC 9(6).

      * ESCAPE-/UNESCAPE-XML-STRING call fields (see SAFE-XML.cob)
       01 WS-ESC-INPUT                 PIC X(4096).
       01 WS-ESC-INPUT-LEN             PIC 9(6).
       01 WS-ESC-OUTPUT                PIC X(8192).
       01 WS-ESC-OUTPUT-LEN            PIC 9(6).
       01 WS-ESC-RESULT                PIC 9.
       01 WS-ESC-ERROR-MSG             PIC X(100).

      * FEED-REGISTRY-CHECK / -RECORD call fields (see
      * PROVEN-FEED-REGISTRY.cob) - an XML file has no fixed header
      * record, so it is checked by content alone
       01 WS-FR-FEED-NAME              PIC X(8) VALUE "PAINXML".
       01 WS-FR-HEADER-PREFIX          PIC X(2) VALUE SPACES.
       01 WS-FR-REF-POS                PIC 9(4) VALUE 1.
       01 WS-FR-REF-LEN                PIC 9(2) VALUE 0.
       01 WS-FR-RECORD-COUNT           PIC 9(8).
       01 WS-FR-CONTENT-HASH           PIC X(64).
       01 WS-FR-STATUS                 PIC S9(4) COMP.
       01 WS-FR-MSG                    PIC X(50).
       01 WS-FR-NOT-RECORDED           PIC 9 VALUE 0.

      * MAC-VERIFY-FEED call fields (see PROVEN-FILE-MAC.cob) - the
      * customer's signature is an XML comment after </Document>
       01 WS-MV-PREFIX                 PIC X(20) VALUE "<!--".
       01 WS-MV-SUFFIX                 PIC X(10) VALUE "-->".
       01 WS-MV-RECORD-COUNT           PIC 9(8).
       01 WS-MV-KEY-ID                 PIC X(16).
       01 WS-MV-STATUS                 PIC S9(4) COMP.
       01 WS-MV-MSG                    PIC X(50).

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob) - the status report we send back
       01 WS-MAC-FILE-ID               PIC X(8) VALUE "PAINSTS".
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 200.
       01 WS-MAC-SIGNATURE             PIC X(96).
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.

      * The bulk-submission agreements, loaded whole
       01 WS-AGR-TABLE.
          05 WS-AGR-ENTRY OCCURS 500 TIMES.
             10 AG-SUBMITTER-ID        PIC X(35).
             10 AG-CUSTOMER-ID         PIC X(36).
             10 AG-MAC-KEY-ID          PIC X(16).
             10 AG-DEBIT-IBAN          PIC X(34).
             10 AG-STATUS              PIC X(1).
             10 AG-EXPIRES             PIC 9(8).
       01 WS-AGR-COUNT                 PIC 9(4) VALUE 0.
       01 WS-AGR-MAX                   PIC 9(4) VALUE 500.
       01 WS-AGR-IDX                   PIC 9(4) VALUE 0.
       01 WS-AGR-SEEN                  PIC 9 VALUE 0.
       01 WS-AGR-IN-FORCE              PIC 9 VALUE 0.
       01 WS-AGR-FOUND                 PIC 9 VALUE 0.

      * The submitter, once authenticated
       01 WS-SUBMITTER-ID              PIC X(35).
       01 WS-CUSTOMER-ID               PIC X(36).
       01 WS-AUTHENTICATED             PIC 9 VALUE 0.
          88 WS-IS-AUTHENTICATED       VALUE 1.

      * The group header as the file states it
       01 WS-GH-MSG-ID                 PIC X(35).
       01 WS-GH-NB-OF-TXS              PIC X(15).
       01 WS-GH-CTRL-SUM               PIC X(40).
       01 WS-FILE-SUM                  PIC S9(18) COMP-3 VALUE 0.

      * One entry per payment block (PmtInf), in file order
       01 WS-PMTINF-TABLE.
          05 WS-PMTINF-ENTRY OCCURS 500 TIMES.
             10 PI-PMTINF-ID           PIC X(35).
             10 PI-DEBIT-IBAN          PIC X(34).
             10 PI-EXEC-DATE-TEXT      PIC X(10).
             10 PI-EXEC-DATE           PIC 9(8).
             10 PI-NB-OF-TXS           PIC X(15).
             10 PI-CTRL-SUM            PIC X(40).
             10 PI-TX-COUNT            PIC 9(6).
             10 PI-SUM                 PIC S9(18) COMP-3.
             10 PI-ACCEPTED            PIC 9(6).
             10 PI-REJECTED            PIC 9(6).
             10 PI-CHECKED             PIC 9.
             10 PI-AGREED              PIC 9.
       01 WS-PMTINF-COUNT              PIC 9(4) VALUE 0.
       01 WS-PMTINF-MAX                PIC 9(4) VALUE 500.
       01 WS-PMTINF-IDX                PIC 9(4) VALUE 0.

      * One entry per transaction, in file order - the verdict the
      * status report gives and the writing pass honours
       01 WS-TX-TABLE.
          05 WS-TX-ENTRY OCCURS 9999 TIMES.
             10 TX-E2E-ID              PIC X(35).
             10 TX-PMTINF-IDX          PIC 9(4).
             10 TX-STATUS              PIC X(4).
                88 TX-IS-ACCEPTED      VALUE "ACCP".
                88 TX-IS-REJECTED      VALUE "RJCT".
             10 TX-REASON-CODE         PIC X(4).
             10 TX-REASON-TEXT         PIC X(60).
             10 TX-PAYMENT-ID          PIC X(12).
       01 WS-TX-MAX                    PIC 9(4) VALUE 9999.
       01 WS-TX-IDX                    PIC 9(4) VALUE 0.
       01 WS-TX-IDX-2                  PIC 9(4) VALUE 0.
       01 WS-TX-SEQ                    PIC 9(4) VALUE 0.

      * The transaction being read
       01 WS-TR-E2E-ID                 PIC X(35).
       01 WS-TR-AMOUNT-TEXT            PIC X(40).
       01 WS-TR-CURRENCY               PIC X(3).
       01 WS-TR-BIC                    PIC X(11).
       01 WS-TR-BIC-RAW                PIC X(140).
       01 WS-TR-IBAN                   PIC X(34).
       01 WS-TR-IBAN-RAW               PIC X(140).
       01 WS-TR-NAME                   PIC X(140).
       01 WS-TR-ADDR-LINE              PIC X(140).
       01 WS-TR-STREET                 PIC X(140).
       01 WS-TR-BUILDING               PIC X(16).
       01 WS-TR-TOWN                   PIC X(140).
       01 WS-TR-COUNTRY                PIC X(2).
       01 WS-TR-MINOR                  PIC S9(18) COMP-3.

      * Decimal text to a value scaled by 10**5, the finest any
      * amount or control sum we take is stated in
       01 WS-DEC-TEXT                  PIC X(40).
       01 WS-DEC-VALUE                 PIC S9(18) COMP-3.
       01 WS-DEC-OK                    PIC 9 VALUE 0.
       01 WS-DEC-LEN                   PIC 9(3) VALUE 0.
       01 WS-DEC-IDX                   PIC 9(3) VALUE 0.
       01 WS-DEC-DIGIT                 PIC 9.
       01 WS-DEC-INT-DIGITS            PIC 9(3) VALUE 0.
       01 WS-DEC-FRAC-DIGITS           PIC 9(3) VALUE 0.
       01 WS-DEC-POINT-SEEN            PIC 9 VALUE 0.
       01 WS-STATED-VALUE              PIC S9(18) COMP-3.
       01 WS-STATED-COUNT              PIC 9(15).

      * GET-DECIMAL-PLACES call fields (see SAFE-CURRENCY.cob)
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.

      * IS-VALID-IBAN / IS-VALID-BIC / IBAN-BIC-MATCH call fields
      * (see SAFE-IBAN.cob, SAFE-BIC.cob)
       01 WS-IBAN-LENGTH               PIC 9(2).
       01 WS-IBAN-RESULT               PIC 9.
       01 WS-IBAN-ERROR-MSG            PIC X(50).
       01 WS-BIC-LENGTH                PIC 9(2).
       01 WS-BIC-RESULT                PIC 9.
       01 WS-BIC-ERROR-MSG             PIC X(50).

      * IS-VALID-CURRENCY call fields (see SAFE-CURRENCY.cob)
       01 WS-CURRENCY-RESULT           PIC 9.

      * VALIDATE-DATE call fields (see SAFE-DATETIME.cob)
       01 WS-DATE-WORK                 PIC X(8).
       01 WS-DATE-YEAR                 PIC 9(4).
       01 WS-DATE-MONTH                PIC 9(2).
       01 WS-DATE-DAY                  PIC 9(2).
       01 WS-DATE-RESULT               PIC 9.
       01 WS-DATE-ERROR-MSG            PIC X(50).

      * Status-report assembly
       01 WS-STS-MSG-ID                PIC X(20).
       01 WS-CRE-DT-TM                 PIC X(19).
       01 WS-XML-LINE                  PIC X(200).
       01 WS-GROUP-STATUS              PIC X(4).
       01 WS-BLOCK-STATUS              PIC X(4).
       01 WS-COUNT-EDIT                PIC Z(7)9.
       01 WS-XML-VALUE                 PIC X(180).
       01 WS-XML-VALUE-LEN             PIC 9(6).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-REJECT-LINE.
          05 FILLER                    PIC X(2).
          05 WS-RL-SEQ                 PIC Z(3)9.
          05 FILLER                    PIC X(2).
          05 WS-RL-E2E-ID              PIC X(35).
          05 FILLER                    PIC X(2).
          05 WS-RL-CODE                PIC X(4).
          05 FILLER                    PIC X(2).
          05 WS-RL-TEXT                PIC X(60).
          05 FILLER                    PIC X(21).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-SOURCE                 PIC X(8) VALUE "PAININ".
       01 WS-PE-ACTOR                  PIC X(8) VALUE SPACES.
       01 WS-PE-REFERENCE              PIC X(35).
       01 WS-PE-DETAIL                 PIC X(60).
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-ERROR-MSG              PIC X(50).
       01 WS-PE-FAIL-COUNT             PIC 9(6) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-PS-DUPLICATE              PIC S9(4) COMP VALUE -11.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: refuse a resent file, authenticate and prove
      * the file, write PAYIN from a file that proves out, and
      * answer every file with a pain.002
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM CHECK-FEED-REGISTRY
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           PERFORM LOAD-AGREEMENTS
           PERFORM VERIFY-FILE-SIGNATURE

           MOVE 1 TO WS-PASS
           PERFORM SCAN-DOCUMENT

           IF NOT WS-IS-FATAL
              PERFORM CHECK-DOCUMENT-OUTLINE
           END-IF
           IF NOT WS-IS-FATAL
              PERFORM CHECK-GROUP-CONTROLS
           END-IF

           IF NOT WS-IS-FATAL
              CLOSE PAINXML-FILE
              OPEN INPUT PAINXML-FILE
              IF WS-PX-FILE-STATUS NOT = "00"
                 DISPLAY "PAININ: cannot reopen PAINXML, status="
                    WS-PX-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 2 TO WS-PASS
              PERFORM SCAN-DOCUMENT
           END-IF

           PERFORM WRITE-STATUS-REPORT
           PERFORM WRITE-INTAKE-REPORT
           PERFORM CLOSE-FILES

           IF NOT WS-IS-FATAL
              PERFORM RECORD-FEED-REGISTRY
           END-IF

           IF WS-IS-FATAL
              DISPLAY "PAININ: FILE REFUSED - " WS-FATAL-CODE " "
                 FUNCTION TRIM(WS-FATAL-REASON)
           ELSE
              DISPLAY "PAININ: " FUNCTION TRIM(WS-GH-MSG-ID) " from "
                 FUNCTION TRIM(WS-SUBMITTER-ID) ", " WS-TX-READ
                 " transaction(s), " WS-TX-ACCEPTED " accepted, "
                 WS-TX-REJECTED " rejected"
           END-IF

           EVALUATE TRUE
              WHEN WS-IS-FATAL OR WS-MAC-FAILED = 1
                 OR WS-FR-NOT-RECORDED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-TX-REJECTED > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
                 CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-EVALUATE
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * CHECK-FEED-REGISTRY: refuse a file already taken in before
      * anything is opened, unless PARMMSTR entry RELOAD-PAINXML
      * authorises this very file
      *================================================================
       CHECK-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-CHECK" USING WS-FR-FEED-NAME
               WS-FR-HEADER-PREFIX WS-FR-REF-POS WS-FR-REF-LEN
               WS-FR-RECORD-COUNT WS-FR-CONTENT-HASH WS-FR-STATUS
               WS-FR-MSG

           EVALUATE WS-FR-STATUS
              WHEN 0
                 IF WS-FR-MSG NOT = SPACES
                    DISPLAY "PAININ: " FUNCTION TRIM(WS-FR-MSG)
                       " - " WS-FR-CONTENT-HASH(1:16)
                 END-IF
              WHEN -11
                 DISPLAY "PAININ: PAINXML REFUSED - "
                    FUNCTION TRIM(WS-FR-MSG)
                 DISPLAY "PAININ: content hash "
                    WS-FR-CONTENT-HASH(1:16) ", "
                    WS-FR-RECORD-COUNT " record(s) - set RELOAD-"
                    "PAINXML to this hash to reload deliberately"
                 CALL "STATUS-TO-RC" USING WS-PS-DUPLICATE
                      WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY "PAININ: received-file registry check "
                    "failed - " FUNCTION TRIM(WS-FR-MSG)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CHECK-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * RECORD-FEED-REGISTRY: enter the file taken in on the
      * registry; a file left unentered could be taken in again, so
      * a failure sets COND code 8. A refused file is not entered -
      * once the cause is put right the same file may be resent.
      *================================================================
       RECORD-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-RECORD" USING WS-FR-STATUS WS-FR-MSG
           IF WS-FR-STATUS NOT = 0
              MOVE 1 TO WS-FR-NOT-RECORDED
              DISPLAY "PAININ: PAINXML NOT ENTERED on the received-"
                 "file registry - " FUNCTION TRIM(WS-FR-MSG)
           END-IF.

       RECORD-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened. PAYIN is opened - and so emptied - at once, so a
      * refused file never leaves instructions behind it.
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT PAINXML-FILE
           IF WS-PX-FILE-STATUS NOT = "00"
              DISPLAY "PAININ: cannot open PAINXML, status="
                 WS-PX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT BULKAGR-FILE
           IF WS-BA-FILE-STATUS NOT = "00"
              DISPLAY "PAININ: cannot open BULKAGR, status="
                 WS-BA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAYIN-FILE
           IF WS-PI-FILE-STATUS NOT = "00"
              DISPLAY "PAININ: cannot open PAYIN, status="
                 WS-PI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAINSTS-FILE
           IF WS-PS-FILE-STATUS NOT = "00"
              DISPLAY "PAININ: cannot open PAINSTS, status="
                 WS-PS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAINRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "PAININ: cannot open PAINRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-AGREEMENTS: the whole BULKAGR file into storage; more
      * agreement lines than the table holds refuses the file
      * rather than judge it against part of them
      *================================================================
       LOAD-AGREEMENTS SECTION.
           PERFORM UNTIL WS-AT-BA-EOF
              READ BULKAGR-FILE
                 AT END
                    MOVE 1 TO WS-BA-EOF
                 NOT AT END
                    ADD 1 TO WS-AGREEMENTS-READ
                    IF WS-AGR-COUNT < WS-AGR-MAX
                       ADD 1 TO WS-AGR-COUNT
                       MOVE FUNCTION UPPER-CASE(BA-SUBMITTER-ID)
                          TO AG-SUBMITTER-ID(WS-AGR-COUNT)
                       MOVE BA-CUSTOMER-ID
                          TO AG-CUSTOMER-ID(WS-AGR-COUNT)
                       MOVE BA-MAC-KEY-ID TO AG-MAC-KEY-ID(WS-AGR-COUNT)
                       MOVE FUNCTION UPPER-CASE(BA-DEBIT-IBAN)
                          TO AG-DEBIT-IBAN(WS-AGR-COUNT)
                       MOVE BA-STATUS TO AG-STATUS(WS-AGR-COUNT)
                       IF BA-EXPIRES IS NUMERIC
                          MOVE BA-EXPIRES TO AG-EXPIRES(WS-AGR-COUNT)
                       ELSE
                          MOVE 0 TO AG-EXPIRES(WS-AGR-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-AGREEMENTS-READ > WS-AGR-COUNT
              DISPLAY "PAININ: BULKAGR holds " WS-AGREEMENTS-READ
                 " line(s), more than the " WS-AGR-MAX " this run "
                 "can hold"
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-AGREEMENTS-EXIT.
           EXIT.

      *================================================================
      * VERIFY-FILE-SIGNATURE: the file must carry a signature that
      * proves out under a key the key store holds; which customer
      * that key belongs to is settled once the group header has
      * named the submitter
      *================================================================
       VERIFY-FILE-SIGNATURE SECTION.
           CALL "MAC-VERIFY-FEED" USING WS-MV-PREFIX WS-MV-SUFFIX
               WS-MV-RECORD-COUNT WS-MV-KEY-ID WS-MV-STATUS
               WS-MV-MSG

           EVALUATE WS-MV-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 MOVE "DS0A" TO WS-NEW-CODE
                 MOVE "FILE IS NOT SIGNED" TO WS-NEW-REASON
                 PERFORM REFUSE-FILE
              WHEN -10
                 DISPLAY "PAININ: signature cannot be checked - "
                    FUNCTION TRIM(WS-MV-MSG)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 MOVE "DS0B" TO WS-NEW-CODE
                 MOVE SPACES TO WS-NEW-REASON
                 STRING "SIGNATURE DOES NOT PROVE - "
                    FUNCTION UPPER-CASE(WS-MV-MSG)
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                 PERFORM REFUSE-FILE
           END-EVALUATE.

       VERIFY-FILE-SIGNATURE-EXIT.
           EXIT.

      *================================================================
      * AUTHENTICATE-SUBMITTER: the initiating party must hold an
      * agreement in force today, under the key the file was signed
      * with. Called when the first payment block opens, the group
      * header being complete by then.
      *================================================================
       AUTHENTICATE-SUBMITTER SECTION.
           IF WS-IS-FATAL OR WS-IS-AUTHENTICATED
              GO TO AUTHENTICATE-SUBMITTER-EXIT
           END-IF

           MOVE 0 TO WS-AGR-SEEN
           MOVE 0 TO WS-AGR-IN-FORCE
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-AGR-COUNT
                      OR WS-IS-AUTHENTICATED
              IF AG-SUBMITTER-ID(WS-AGR-IDX) = WS-SUBMITTER-ID
                 AND WS-SUBMITTER-ID NOT = SPACES
                 MOVE 1 TO WS-AGR-SEEN
                 IF AG-STATUS(WS-AGR-IDX) = "A"
                    AND (AG-EXPIRES(WS-AGR-IDX) = 0
                         OR AG-EXPIRES(WS-AGR-IDX) NOT < WS-TODAY)
                    MOVE 1 TO WS-AGR-IN-FORCE
                    IF AG-MAC-KEY-ID(WS-AGR-IDX) = WS-MV-KEY-ID
                       MOVE 1 TO WS-AUTHENTICATED
                       MOVE AG-CUSTOMER-ID(WS-AGR-IDX)
                          TO WS-CUSTOMER-ID
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-IS-AUTHENTICATED
                 CONTINUE
              WHEN WS-AGR-SEEN = 0
                 MOVE "DS0G" TO WS-NEW-CODE
                 MOVE SPACES TO WS-NEW-REASON
                 STRING "NO BULK AGREEMENT FOR INITIATING PARTY "
                    WS-SUBMITTER-ID
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                 PERFORM REFUSE-FILE
              WHEN WS-AGR-IN-FORCE = 0
                 MOVE "DS0G" TO WS-NEW-CODE
                 MOVE "BULK AGREEMENT SUSPENDED OR EXPIRED"
                    TO WS-NEW-REASON
                 PERFORM REFUSE-FILE
              WHEN OTHER
                 MOVE "DS0E" TO WS-NEW-CODE
                 MOVE SPACES TO WS-NEW-REASON
                 STRING "FILE SIGNED UNDER KEY "
                    FUNCTION TRIM(WS-MV-KEY-ID)
                    ", NOT THE INITIATING PARTY'S KEY"
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                 PERFORM REFUSE-FILE
           END-EVALUATE.

       AUTHENTICATE-SUBMITTER-EXIT.
           EXIT.

      *================================================================
      * CHECK-DEBIT-ACCOUNT: the payment block's debtor account must
      * be one the submitter's agreement lets it debit
      *================================================================
       CHECK-DEBIT-ACCOUNT SECTION.
           MOVE 1 TO PI-CHECKED(WS-PMTINF-IDX)
           MOVE 0 TO PI-AGREED(WS-PMTINF-IDX)
           MOVE 0 TO WS-AGR-FOUND
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-AGR-COUNT
                      OR WS-AGR-FOUND = 1
              IF AG-SUBMITTER-ID(WS-AGR-IDX) = WS-SUBMITTER-ID
                 AND AG-DEBIT-IBAN(WS-AGR-IDX)
                    = PI-DEBIT-IBAN(WS-PMTINF-IDX)
                 AND PI-DEBIT-IBAN(WS-PMTINF-IDX) NOT = SPACES
                 AND AG-STATUS(WS-AGR-IDX) = "A"
                 AND (AG-EXPIRES(WS-AGR-IDX) = 0
                      OR AG-EXPIRES(WS-AGR-IDX) NOT < WS-TODAY)
                 MOVE 1 TO WS-AGR-FOUND
              END-IF
           END-PERFORM
           MOVE WS-AGR-FOUND TO PI-AGREED(WS-PMTINF-IDX)

      *    The block's requested execution date, either form
           MOVE 0 TO PI-EXEC-DATE(WS-PMTINF-IDX)
           MOVE SPACES TO WS-DATE-WORK
           STRING PI-EXEC-DATE-TEXT(WS-PMTINF-IDX)(1:4)
              PI-EXEC-DATE-TEXT(WS-PMTINF-IDX)(6:2)
              PI-EXEC-DATE-TEXT(WS-PMTINF-IDX)(9:2)
              DELIMITED BY SIZE INTO WS-DATE-WORK
           IF WS-DATE-WORK IS NUMERIC
              MOVE WS-DATE-WORK(1:4) TO WS-DATE-YEAR
              MOVE WS-DATE-WORK(5:2) TO WS-DATE-MONTH
              MOVE WS-DATE-WORK(7:2) TO WS-DATE-DAY
              CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
                  WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
              IF WS-DATE-RESULT = 1
                 MOVE WS-DATE-WORK TO PI-EXEC-DATE(WS-PMTINF-IDX)
              END-IF
           END-IF.

       CHECK-DEBIT-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * REFUSE-FILE: the first file-level failure (WS-NEW-CODE,
      * WS-NEW-REASON) refuses the whole file and stops the scan
      *================================================================
       REFUSE-FILE SECTION.
           IF WS-IS-FATAL
              GO TO REFUSE-FILE-EXIT
           END-IF
           MOVE 1 TO WS-FATAL
           MOVE WS-NEW-CODE TO WS-FATAL-CODE
           MOVE WS-NEW-REASON TO WS-FATAL-REASON.

       REFUSE-FILE-EXIT.
           EXIT.

      *================================================================
      * SCAN-DOCUMENT: one pass over the document, line by line,
      * until the end of the file or the first failure
      *================================================================
       SCAN-DOCUMENT SECTION.
           MOVE 0 TO WS-PX-EOF
           MOVE 0 TO WS-IN-MARKUP
           MOVE 0 TO WS-MARKUP-LEN
           MOVE SPACE TO WS-MARKUP-QUOTE
           MOVE 0 TO WS-TEXT-LEN
           MOVE SPACES TO WS-TEXT
           MOVE 0 TO WS-PATH-DEPTH
           MOVE 0 TO WS-SKEL-LEN
           MOVE 0 TO WS-IN-TX
           MOVE 0 TO WS-IN-INITG-PTY
           MOVE 0 TO WS-TX-SEQ
           MOVE 0 TO WS-PMTINF-IDX
           MOVE 0 TO WS-LAST-WAS-SPACE

           PERFORM UNTIL WS-AT-PX-EOF OR WS-IS-FATAL
              READ PAINXML-FILE
                 AT END
                    MOVE 1 TO WS-PX-EOF
                 NOT AT END
                    PERFORM SCAN-ONE-LINE
              END-READ
           END-PERFORM.

       SCAN-DOCUMENT-EXIT.
           EXIT.

      *================================================================
      * SCAN-ONE-LINE: feed the line's characters to the scanner;
      * the line break itself counts as white space
      *================================================================
       SCAN-ONE-LINE SECTION.
           INSPECT PAINXML-RECORD REPLACING ALL X"09" BY SPACE
           INSPECT PAINXML-RECORD REPLACING ALL X"0D" BY SPACE

           IF PAINXML-RECORD = SPACES
              MOVE 0 TO WS-LINE-LEN
           ELSE
              COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(PAINXML-RECORD TRAILING))
           END-IF

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LEN OR WS-IS-FATAL
              MOVE PAINXML-RECORD(WS-CHAR-IDX:1) TO WS-CUR-CHAR
              PERFORM SCAN-ONE-CHARACTER
           END-PERFORM

           IF NOT WS-IS-FATAL
              MOVE SPACE TO WS-CUR-CHAR
              PERFORM SCAN-ONE-CHARACTER
           END-IF.

       SCAN-ONE-LINE-EXIT.
           EXIT.

      *================================================================
      * SCAN-ONE-CHARACTER: outside markup a character is element
      * text; from "<" to the matching ">" it is markup, handled as
      * a whole when it closes. A ">" inside a quoted attribute
      * value, or inside a comment before its "-->", does not close
      * the markup.
      *================================================================
       SCAN-ONE-CHARACTER SECTION.
           IF WS-IN-MARKUP = 0
              IF WS-CUR-CHAR = "<"
                 MOVE 1 TO WS-IN-MARKUP
                 MOVE SPACE TO WS-MARKUP-QUOTE
                 MOVE SPACES TO WS-MARKUP
                 MOVE "<" TO WS-MARKUP(1:1)
                 MOVE 1 TO WS-MARKUP-LEN
              ELSE
                 PERFORM ADD-TEXT-CHARACTER
              END-IF
              GO TO SCAN-ONE-CHARACTER-EXIT
           END-IF

           IF WS-MARKUP-LEN >= 512
              MOVE "FF01" TO WS-NEW-CODE
              MOVE "MARKUP LONGER THAN 512 CHARACTERS"
                 TO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO SCAN-ONE-CHARACTER-EXIT
           END-IF
           ADD 1 TO WS-MARKUP-LEN
           MOVE WS-CUR-CHAR TO WS-MARKUP(WS-MARKUP-LEN:1)

           IF WS-MARKUP-LEN >= 4 AND WS-MARKUP(1:4) = "<!--"
              IF WS-CUR-CHAR = ">" AND WS-MARKUP-LEN >= 7
                 AND WS-MARKUP(WS-MARKUP-LEN - 2:3) = "-->"
                 PERFORM PROCESS-MARKUP
              END-IF
              GO TO SCAN-ONE-CHARACTER-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-MARKUP-QUOTE NOT = SPACE
                 IF WS-CUR-CHAR = WS-MARKUP-QUOTE
                    MOVE SPACE TO WS-MARKUP-QUOTE
                 END-IF
              WHEN WS-CUR-CHAR = '"' OR WS-CUR-CHAR = "'"
                 MOVE WS-CUR-CHAR TO WS-MARKUP-QUOTE
              WHEN WS-CUR-CHAR = ">"
                 PERFORM PROCESS-MARKUP
           END-EVALUATE.

       SCAN-ONE-CHARACTER-EXIT.
           EXIT.

      *================================================================
      * ADD-TEXT-CHARACTER: element text goes to the value being
      * collected and to the buffer being checked; runs of white
      * space are kept to one
      *================================================================
       ADD-TEXT-CHARACTER SECTION.
           IF WS-CUR-CHAR = SPACE
              IF WS-LAST-WAS-SPACE = 1
                 GO TO ADD-TEXT-CHARACTER-EXIT
              END-IF
              MOVE 1 TO WS-LAST-WAS-SPACE
           ELSE
              MOVE 0 TO WS-LAST-WAS-SPACE
           END-IF

           IF WS-TEXT-LEN < 512
              ADD 1 TO WS-TEXT-LEN
              MOVE WS-CUR-CHAR TO WS-TEXT(WS-TEXT-LEN:1)
           END-IF

           IF WS-IN-TX = 1
              IF WS-TX-LEN >= WS-BUFFER-MAX
                 MOVE "FF01" TO WS-NEW-CODE
                 MOVE "TRANSACTION TOO LARGE TO CHECK"
                    TO WS-NEW-REASON
                 PERFORM REFUSE-FILE
                 GO TO ADD-TEXT-CHARACTER-EXIT
              END-IF
              ADD 1 TO WS-TX-LEN
              MOVE WS-CUR-CHAR TO WS-TX-BUFFER(WS-TX-LEN:1)
           ELSE
              IF WS-SKEL-LEN >= WS-BUFFER-MAX
                 MOVE "FF01" TO WS-NEW-CODE
                 MOVE "FILE OUTLINE TOO LARGE TO CHECK"
                    TO WS-NEW-REASON
                 PERFORM REFUSE-FILE
                 GO TO ADD-TEXT-CHARACTER-EXIT
              END-IF
              ADD 1 TO WS-SKEL-LEN
              MOVE WS-CUR-CHAR TO WS-SKEL-BUFFER(WS-SKEL-LEN:1)
           END-IF.

       ADD-TEXT-CHARACTER-EXIT.
           EXIT.

      *================================================================
      * ADD-MARKUP-TO-BUFFER: the completed markup goes whole to the
      * buffer being checked
      *================================================================
       ADD-MARKUP-TO-BUFFER SECTION.
           MOVE 0 TO WS-LAST-WAS-SPACE
           IF WS-IN-TX = 1
              IF WS-TX-LEN + WS-MARKUP-LEN > WS-BUFFER-MAX
                 MOVE "FF01" TO WS-NEW-CODE
                 MOVE "TRANSACTION TOO LARGE TO CHECK"
                    TO WS-NEW-REASON
                 PERFORM REFUSE-FILE
                 GO TO ADD-MARKUP-TO-BUFFER-EXIT
              END-IF
              MOVE WS-MARKUP(1:WS-MARKUP-LEN)
                 TO WS-TX-BUFFER(WS-TX-LEN + 1:WS-MARKUP-LEN)
              ADD WS-MARKUP-LEN TO WS-TX-LEN
           ELSE
              IF WS-SKEL-LEN + WS-MARKUP-LEN > WS-BUFFER-MAX
                 MOVE "FF01" TO WS-NEW-CODE
                 MOVE "FILE OUTLINE TOO LARGE TO CHECK"
                    TO WS-NEW-REASON
                 PERFORM REFUSE-FILE
                 GO TO ADD-MARKUP-TO-BUFFER-EXIT
              END-IF
              MOVE WS-MARKUP(1:WS-MARKUP-LEN)
                 TO WS-SKEL-BUFFER(WS-SKEL-LEN + 1:WS-MARKUP-LEN)
              ADD WS-MARKUP-LEN TO WS-SKEL-LEN
           END-IF.

       ADD-MARKUP-TO-BUFFER-EXIT.
           EXIT.

      *================================================================
      * PROCESS-MARKUP: one complete piece of markup - a
      * declaration, comment, open, close or empty element tag
      *================================================================
       PROCESS-MARKUP SECTION.
           MOVE 0 TO WS-IN-MARKUP

           IF WS-MARKUP(2:1) = "?" OR WS-MARKUP(2:1) = "!"
              PERFORM ADD-MARKUP-TO-BUFFER
              GO TO PROCESS-MARKUP-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-MARKUP(2:1) = "/"
                 MOVE 3 TO WS-NAME-START
                 PERFORM EXTRACT-ELEMENT-NAME
                 PERFORM ADD-MARKUP-TO-BUFFER
                 PERFORM CLOSE-ELEMENT
              WHEN WS-MARKUP(WS-MARKUP-LEN - 1:1) = "/"
                 PERFORM ADD-MARKUP-TO-BUFFER
              WHEN OTHER
                 MOVE 2 TO WS-NAME-START
                 PERFORM EXTRACT-ELEMENT-NAME
                 PERFORM OPEN-ELEMENT
           END-EVALUATE

           MOVE 0 TO WS-TEXT-LEN
           MOVE SPACES TO WS-TEXT.

       PROCESS-MARKUP-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-ELEMENT-NAME: the tag name from WS-NAME-START up to
      * white space, "/" or ">", with any namespace prefix dropped
      * Output: WS-ELEM-NAME
      *================================================================
       EXTRACT-ELEMENT-NAME SECTION.
           MOVE WS-NAME-START TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX > WS-MARKUP-LEN
                      OR WS-MARKUP(WS-SCAN-IDX:1) = SPACE
                      OR WS-MARKUP(WS-SCAN-IDX:1) = "/"
                      OR WS-MARKUP(WS-SCAN-IDX:1) = ">"
              ADD 1 TO WS-SCAN-IDX
           END-PERFORM
           COMPUTE WS-NAME-END = WS-SCAN-IDX - 1

           MOVE SPACES TO WS-RAW-NAME
           IF WS-NAME-END >= WS-NAME-START
              MOVE WS-MARKUP(WS-NAME-START:
                 WS-NAME-END - WS-NAME-START + 1) TO WS-RAW-NAME
           END-IF

           MOVE SPACES TO WS-NAME-PREFIX
           MOVE SPACES TO WS-NAME-LOCAL
           UNSTRING WS-RAW-NAME DELIMITED BY ":"
              INTO WS-NAME-PREFIX WS-NAME-LOCAL
           END-UNSTRING
           IF WS-NAME-LOCAL = SPACES
              MOVE WS-NAME-PREFIX TO WS-ELEM-NAME
           ELSE
              MOVE WS-NAME-LOCAL TO WS-ELEM-NAME
           END-IF.

       EXTRACT-ELEMENT-NAME-EXIT.
           EXIT.

      *================================================================
      * OPEN-ELEMENT: a transaction opens its own buffer (the
      * outline keeps an empty <CdtTrfTxInf/> in its place); a
      * payment block starts its table entry
      *================================================================
       OPEN-ELEMENT SECTION.
           IF WS-ELEM-NAME = "CdtTrfTxInf" AND WS-IN-TX = 0
              MOVE WS-MARKUP TO WS-SAVED-MARKUP
              MOVE WS-MARKUP-LEN TO WS-SAVED-MARKUP-LEN
              MOVE WS-TX-STUB TO WS-MARKUP
              MOVE 14 TO WS-MARKUP-LEN
              PERFORM ADD-MARKUP-TO-BUFFER
              MOVE WS-SAVED-MARKUP TO WS-MARKUP
              MOVE WS-SAVED-MARKUP-LEN TO WS-MARKUP-LEN
              PERFORM START-ONE-TRANSACTION
           END-IF

           PERFORM ADD-MARKUP-TO-BUFFER

           IF WS-PATH-DEPTH >= 64
              MOVE "FF01" TO WS-NEW-CODE
              MOVE "ELEMENTS NESTED TOO DEEPLY" TO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO OPEN-ELEMENT-EXIT
           END-IF
           ADD 1 TO WS-PATH-DEPTH
           MOVE WS-ELEM-NAME TO WS-PATH-NAME(WS-PATH-DEPTH)

           EVALUATE WS-ELEM-NAME
              WHEN "InstdAmt"
                 PERFORM EXTRACT-CURRENCY-ATTRIBUTE
              WHEN "InitgPty"
                 MOVE 1 TO WS-IN-INITG-PTY
              WHEN "PmtInf"
                 IF WS-IN-TX = 0
                    PERFORM START-ONE-PAYMENT-BLOCK
                 END-IF
           END-EVALUATE.

       OPEN-ELEMENT-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-CURRENCY-ATTRIBUTE: the Ccy="XXX" an amount element
      * carries
      * Output: WS-ATTR-CCY
      *================================================================
       EXTRACT-CURRENCY-ATTRIBUTE SECTION.
           MOVE SPACES TO WS-ATTR-CCY
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX + 7 > WS-MARKUP-LEN
                      OR WS-ATTR-CCY NOT = SPACES
              IF WS-MARKUP(WS-SCAN-IDX:4) = "Ccy="
                 MOVE WS-MARKUP(WS-SCAN-IDX + 5:3) TO WS-ATTR-CCY
              END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-ATTR-CCY) TO WS-ATTR-CCY.

       EXTRACT-CURRENCY-ATTRIBUTE-EXIT.
           EXIT.

      *================================================================
      * CLOSE-ELEMENT: take the closing element's text where it is
      * one we carry, then finish a transaction or payment block. A
      * close tag that does not match the open one is left for
      * WELL-FORMED-XML to report.
      *================================================================
       CLOSE-ELEMENT SECTION.
           IF WS-PATH-DEPTH = 0
              GO TO CLOSE-ELEMENT-EXIT
           END-IF

           MOVE WS-PATH-NAME(WS-PATH-DEPTH) TO WS-ELEM-NAME
           MOVE SPACES TO WS-PARENT-NAME
           MOVE SPACES TO WS-GRAND-NAME
           IF WS-PATH-DEPTH > 1
              MOVE WS-PATH-NAME(WS-PATH-DEPTH - 1) TO WS-PARENT-NAME
           END-IF
           IF WS-PATH-DEPTH > 2
              MOVE WS-PATH-NAME(WS-PATH-DEPTH - 2) TO WS-GRAND-NAME
           END-IF

           MOVE SPACES TO WS-ELEM-VALUE
           IF WS-TEXT-LEN > 0 AND WS-TEXT(1:WS-TEXT-LEN) NOT = SPACES
              MOVE FUNCTION TRIM(WS-TEXT(1:WS-TEXT-LEN))
                 TO WS-ELEM-VALUE
           END-IF

           IF WS-IN-TX = 1
              PERFORM CAPTURE-TRANSACTION-VALUE
           ELSE
              PERFORM CAPTURE-HEADER-VALUE
           END-IF

           SUBTRACT 1 FROM WS-PATH-DEPTH

           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "CdtTrfTxInf" AND WS-IN-TX = 1
                 PERFORM FINISH-ONE-TRANSACTION
              WHEN WS-ELEM-NAME = "InitgPty"
                 MOVE 0 TO WS-IN-INITG-PTY
              WHEN WS-ELEM-NAME = "PmtInf" AND WS-IN-TX = 0
                 PERFORM FINISH-ONE-PAYMENT-BLOCK
           END-EVALUATE.

       CLOSE-ELEMENT-EXIT.
           EXIT.

      *================================================================
      * CAPTURE-HEADER-VALUE: the group header and the payment
      * block fields ahead of its transactions
      *================================================================
       CAPTURE-HEADER-VALUE SECTION.
           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "MsgId" AND WS-PARENT-NAME = "GrpHdr"
                 MOVE WS-ELEM-VALUE TO WS-ESC-INPUT
                 PERFORM UNESCAPE-VALUE
                 MOVE WS-ESC-OUTPUT TO WS-GH-MSG-ID
              WHEN WS-ELEM-NAME = "NbOfTxs"
                   AND WS-PARENT-NAME = "GrpHdr"
                 MOVE WS-ELEM-VALUE TO WS-GH-NB-OF-TXS
              WHEN WS-ELEM-NAME = "CtrlSum"
                   AND WS-PARENT-NAME = "GrpHdr"
                 MOVE WS-ELEM-VALUE TO WS-GH-CTRL-SUM
              WHEN WS-ELEM-NAME = "Id" AND WS-PARENT-NAME = "Othr"
                   AND WS-IN-INITG-PTY = 1
                   AND WS-SUBMITTER-ID = SPACES
                 MOVE WS-ELEM-VALUE TO WS-ESC-INPUT
                 PERFORM UNESCAPE-VALUE
                 MOVE FUNCTION UPPER-CASE(WS-ESC-OUTPUT)
                    TO WS-SUBMITTER-ID
           END-EVALUATE

           IF WS-PMTINF-IDX = 0
              GO TO CAPTURE-HEADER-VALUE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "PmtInfId"
                   AND WS-PARENT-NAME = "PmtInf"
                 MOVE WS-ELEM-VALUE TO WS-ESC-INPUT
                 PERFORM UNESCAPE-VALUE
                 MOVE WS-ESC-OUTPUT TO PI-PMTINF-ID(WS-PMTINF-IDX)
              WHEN WS-ELEM-NAME = "NbOfTxs"
                   AND WS-PARENT-NAME = "PmtInf"
                 MOVE WS-ELEM-VALUE TO PI-NB-OF-TXS(WS-PMTINF-IDX)
              WHEN WS-ELEM-NAME = "CtrlSum"
                   AND WS-PARENT-NAME = "PmtInf"
                 MOVE WS-ELEM-VALUE TO PI-CTRL-SUM(WS-PMTINF-IDX)
              WHEN WS-ELEM-NAME = "ReqdExctnDt"
                   AND WS-ELEM-VALUE NOT = SPACES
                 MOVE WS-ELEM-VALUE(1:10)
                    TO PI-EXEC-DATE-TEXT(WS-PMTINF-IDX)
              WHEN (WS-ELEM-NAME = "Dt" OR WS-ELEM-NAME = "DtTm")
                   AND WS-PARENT-NAME = "ReqdExctnDt"
                 MOVE WS-ELEM-VALUE(1:10)
                    TO PI-EXEC-DATE-TEXT(WS-PMTINF-IDX)
              WHEN WS-ELEM-NAME = "IBAN" AND WS-PARENT-NAME = "Id"
                   AND WS-GRAND-NAME = "DbtrAcct"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE)
                    TO PI-DEBIT-IBAN(WS-PMTINF-IDX)
           END-EVALUATE.

       CAPTURE-HEADER-VALUE-EXIT.
           EXIT.

      *================================================================
      * CAPTURE-TRANSACTION-VALUE: the transaction fields PAYIN
      * carries
      *================================================================
       CAPTURE-TRANSACTION-VALUE SECTION.
           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "EndToEndId"
                   AND WS-PARENT-NAME = "PmtId"
                 MOVE WS-ELEM-VALUE TO WS-ESC-INPUT
                 PERFORM UNESCAPE-VALUE
                 MOVE WS-ESC-OUTPUT TO WS-TR-E2E-ID
              WHEN WS-ELEM-NAME = "InstdAmt" AND WS-PARENT-NAME = "Amt"
                 MOVE WS-ELEM-VALUE TO WS-TR-AMOUNT-TEXT
                 MOVE WS-ATTR-CCY TO WS-TR-CURRENCY
              WHEN (WS-ELEM-NAME = "BICFI" OR WS-ELEM-NAME = "BIC")
                   AND WS-PARENT-NAME = "FinInstnId"
                   AND WS-GRAND-NAME = "CdtrAgt"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE)
                    TO WS-TR-BIC-RAW
              WHEN WS-ELEM-NAME = "IBAN" AND WS-PARENT-NAME = "Id"
                   AND WS-GRAND-NAME = "CdtrAcct"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE)
                    TO WS-TR-IBAN-RAW
              WHEN WS-ELEM-NAME = "Nm" AND WS-PARENT-NAME = "Cdtr"
                 MOVE WS-ELEM-VALUE TO WS-TR-NAME
              WHEN WS-ELEM-NAME = "AdrLine"
                   AND WS-PARENT-NAME = "PstlAdr"
                   AND WS-GRAND-NAME = "Cdtr"
                   AND WS-TR-ADDR-LINE = SPACES
                 MOVE WS-ELEM-VALUE TO WS-TR-ADDR-LINE
              WHEN WS-ELEM-NAME = "StrtNm"
                   AND WS-PARENT-NAME = "PstlAdr"
                   AND WS-GRAND-NAME = "Cdtr"
                 MOVE WS-ELEM-VALUE TO WS-TR-STREET
              WHEN WS-ELEM-NAME = "BldgNb"
                   AND WS-PARENT-NAME = "PstlAdr"
                   AND WS-GRAND-NAME = "Cdtr"
                 MOVE WS-ELEM-VALUE TO WS-TR-BUILDING
              WHEN WS-ELEM-NAME = "TwnNm"
                   AND WS-PARENT-NAME = "PstlAdr"
                   AND WS-GRAND-NAME = "Cdtr"
                 MOVE WS-ELEM-VALUE TO WS-TR-TOWN
              WHEN WS-ELEM-NAME = "Ctry"
                   AND WS-PARENT-NAME = "PstlAdr"
                   AND WS-GRAND-NAME = "Cdtr"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:2))
                    TO WS-TR-COUNTRY
           END-EVALUATE.

       CAPTURE-TRANSACTION-VALUE-EXIT.
           EXIT.

      *================================================================
      * START-ONE-PAYMENT-BLOCK: a new PmtInf table entry; the
      * submitter is authenticated as the first block opens
      *================================================================
       START-ONE-PAYMENT-BLOCK SECTION.
           IF WS-IS-PROVE-PASS
              PERFORM AUTHENTICATE-SUBMITTER
              IF WS-PMTINF-COUNT >= WS-PMTINF-MAX
                 MOVE "FF01" TO WS-NEW-CODE
                 MOVE "MORE THAN 500 PAYMENT BLOCKS IN ONE FILE"
                    TO WS-NEW-REASON
                 PERFORM REFUSE-FILE
                 GO TO START-ONE-PAYMENT-BLOCK-EXIT
              END-IF
              ADD 1 TO WS-PMTINF-COUNT
              MOVE WS-PMTINF-COUNT TO WS-PMTINF-IDX
              MOVE SPACES TO PI-PMTINF-ID(WS-PMTINF-IDX)
              MOVE SPACES TO PI-DEBIT-IBAN(WS-PMTINF-IDX)
              MOVE SPACES TO PI-EXEC-DATE-TEXT(WS-PMTINF-IDX)
              MOVE 0 TO PI-EXEC-DATE(WS-PMTINF-IDX)
              MOVE SPACES TO PI-NB-OF-TXS(WS-PMTINF-IDX)
              MOVE SPACES TO PI-CTRL-SUM(WS-PMTINF-IDX)
              MOVE 0 TO PI-TX-COUNT(WS-PMTINF-IDX)
              MOVE 0 TO PI-SUM(WS-PMTINF-IDX)
              MOVE 0 TO PI-ACCEPTED(WS-PMTINF-IDX)
              MOVE 0 TO PI-REJECTED(WS-PMTINF-IDX)
              MOVE 0 TO PI-CHECKED(WS-PMTINF-IDX)
              MOVE 0 TO PI-AGREED(WS-PMTINF-IDX)
           ELSE
              ADD 1 TO WS-PMTINF-IDX
           END-IF.

       START-ONE-PAYMENT-BLOCK-EXIT.
           EXIT.

      *================================================================
      * START-ONE-TRANSACTION
      *================================================================
       START-ONE-TRANSACTION SECTION.
           MOVE 1 TO WS-IN-TX
           MOVE 0 TO WS-TX-LEN
           MOVE SPACES TO WS-TR-E2E-ID
           MOVE SPACES TO WS-TR-AMOUNT-TEXT
           MOVE SPACES TO WS-TR-CURRENCY
           MOVE SPACES TO WS-TR-BIC
           MOVE SPACES TO WS-TR-BIC-RAW
           MOVE SPACES TO WS-TR-IBAN
           MOVE SPACES TO WS-TR-IBAN-RAW
           MOVE SPACES TO WS-TR-NAME
           MOVE SPACES TO WS-TR-ADDR-LINE
           MOVE SPACES TO WS-TR-STREET
           MOVE SPACES TO WS-TR-BUILDING
           MOVE SPACES TO WS-TR-TOWN
           MOVE SPACES TO WS-TR-COUNTRY

           IF WS-IS-PROVE-PASS AND WS-PMTINF-IDX > 0
              IF PI-CHECKED(WS-PMTINF-IDX) = 0
                 PERFORM CHECK-DEBIT-ACCOUNT
              END-IF
           END-IF.

       START-ONE-TRANSACTION-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-TRANSACTION: on the proving pass check the
      * transaction's markup, add it to the control totals and
      * judge it; on the writing pass put an accepted one on PAYIN
      *================================================================
       FINISH-ONE-TRANSACTION SECTION.
           MOVE 0 TO WS-IN-TX
           ADD 1 TO WS-TX-SEQ

           IF WS-IS-WRITE-PASS
              IF TX-IS-ACCEPTED(WS-TX-SEQ)
                 PERFORM WRITE-ONE-INSTRUCTION
              END-IF
              GO TO FINISH-ONE-TRANSACTION-EXIT
           END-IF

           IF WS-TX-SEQ > WS-TX-MAX OR WS-TX-SEQ = 0
              MOVE "DS0K" TO WS-NEW-CODE
              MOVE "MORE THAN 9999 TRANSACTIONS IN ONE FILE"
                 TO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO FINISH-ONE-TRANSACTION-EXIT
           END-IF
           ADD 1 TO WS-TX-READ

           MOVE WS-TX-LEN TO WS-WF-LENGTH
           CALL "WELL-FORMED-XML" USING WS-TX-BUFFER WS-WF-LENGTH
               WS-WF-MAX-DEPTH WS-WF-RESULT WS-WF-ERROR-MSG
               WS-WF-ERROR-POSITION
           IF WS-WF-RESULT NOT = 1
              MOVE "FF01" TO WS-NEW-CODE
              MOVE SPACES TO WS-NEW-REASON
              STRING "TRANSACTION " WS-TX-SEQ " NOT WELL-FORMED: "
                 WS-WF-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO FINISH-ONE-TRANSACTION-EXIT
           END-IF

           IF WS-PMTINF-IDX = 0
              MOVE "FF01" TO WS-NEW-CODE
              MOVE "TRANSACTION OUTSIDE ANY PAYMENT BLOCK"
                 TO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO FINISH-ONE-TRANSACTION-EXIT
           END-IF

      *    Every amount counts toward the control sums, so one the
      *    sums cannot be checked against refuses the file
           MOVE WS-TR-AMOUNT-TEXT TO WS-DEC-TEXT
           PERFORM PARSE-DECIMAL-TEXT
           IF WS-DEC-OK = 0
              MOVE "FF01" TO WS-NEW-CODE
              MOVE SPACES TO WS-NEW-REASON
              STRING "TRANSACTION " WS-TX-SEQ " AMOUNT UNREADABLE: "
                 WS-TR-AMOUNT-TEXT
                 DELIMITED BY SIZE INTO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO FINISH-ONE-TRANSACTION-EXIT
           END-IF
           ADD WS-DEC-VALUE TO WS-FILE-SUM
           ADD WS-DEC-VALUE TO PI-SUM(WS-PMTINF-IDX)
           ADD 1 TO PI-TX-COUNT(WS-PMTINF-IDX)

           MOVE WS-TR-E2E-ID TO TX-E2E-ID(WS-TX-SEQ)
           MOVE WS-PMTINF-IDX TO TX-PMTINF-IDX(WS-TX-SEQ)
           MOVE SPACES TO TX-REASON-CODE(WS-TX-SEQ)
           MOVE SPACES TO TX-REASON-TEXT(WS-TX-SEQ)
           MOVE SPACES TO TX-PAYMENT-ID(WS-TX-SEQ)
           MOVE "RJCT" TO TX-STATUS(WS-TX-SEQ)

           PERFORM JUDGE-TRANSACTION

           IF TX-REASON-CODE(WS-TX-SEQ) = SPACES
              MOVE "ACCP" TO TX-STATUS(WS-TX-SEQ)
              STRING "B" WS-FR-CONTENT-HASH(1:7) WS-TX-SEQ
                 DELIMITED BY SIZE INTO TX-PAYMENT-ID(WS-TX-SEQ)
              ADD 1 TO WS-TX-ACCEPTED
              ADD 1 TO PI-ACCEPTED(WS-PMTINF-IDX)
           ELSE
              ADD 1 TO WS-TX-REJECTED
              ADD 1 TO PI-REJECTED(WS-PMTINF-IDX)
           END-IF.

       FINISH-ONE-TRANSACTION-EXIT.
           EXIT.

      *================================================================
      * JUDGE-TRANSACTION: the first thing wrong with the
      * transaction sets its ISO reason code and text; none leaves
      * both blank
      *================================================================
       JUDGE-TRANSACTION SECTION.
           IF PI-AGREED(WS-PMTINF-IDX) = 0
              MOVE "DS0H" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "DEBTOR ACCOUNT NOT ON THE BULK AGREEMENT"
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF

           IF WS-TR-E2E-ID = SPACES
              MOVE "FF01" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "END-TO-END ID MISSING"
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF

           PERFORM VARYING WS-TX-IDX-2 FROM 1 BY 1
                   UNTIL WS-TX-IDX-2 >= WS-TX-SEQ
              IF TX-E2E-ID(WS-TX-IDX-2) = WS-TR-E2E-ID
                 MOVE "AM05" TO TX-REASON-CODE(WS-TX-SEQ)
                 MOVE "END-TO-END ID REPEATED IN THE FILE"
                    TO TX-REASON-TEXT(WS-TX-SEQ)
                 GO TO JUDGE-TRANSACTION-EXIT
              END-IF
           END-PERFORM

           CALL "IS-VALID-CURRENCY" USING WS-TR-CURRENCY
               WS-CURRENCY-RESULT
           IF WS-TR-CURRENCY = SPACES OR WS-CURRENCY-RESULT NOT = 1
              MOVE "AM11" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "UNKNOWN CURRENCY CODE"
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF

           CALL "GET-DECIMAL-PLACES" USING WS-TR-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT
           IF WS-DEC-FRAC-DIGITS > WS-DP-DECIMALS
              MOVE "AM12" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "MORE DECIMALS THAN THE CURRENCY CARRIES"
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF
           COMPUTE WS-TR-MINOR =
              WS-DEC-VALUE / (10 ** (5 - WS-DP-DECIMALS))
           IF WS-TR-MINOR = 0
              MOVE "AM01" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "AMOUNT IS ZERO" TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF
           IF WS-TR-MINOR > 999999999999999
              MOVE "AM12" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "AMOUNT TOO LARGE" TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF

           IF PI-EXEC-DATE(WS-PMTINF-IDX) = 0
              MOVE "DT01" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "REQUESTED EXECUTION DATE MISSING OR INVALID"
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF

           IF WS-TR-IBAN-RAW = SPACES
              OR WS-TR-IBAN-RAW(35:1) NOT = SPACE
              MOVE "AC01" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "CREDITOR IBAN MISSING OR TOO LONG"
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF
           MOVE WS-TR-IBAN-RAW TO WS-TR-IBAN
           COMPUTE WS-IBAN-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(WS-TR-IBAN))
           CALL "IS-VALID-IBAN" USING WS-TR-IBAN WS-IBAN-LENGTH
               WS-IBAN-RESULT WS-IBAN-ERROR-MSG
           IF WS-IBAN-RESULT NOT = 1
              MOVE "AC01" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE FUNCTION UPPER-CASE(WS-IBAN-ERROR-MSG)
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF

           IF WS-TR-BIC-RAW = SPACES OR WS-TR-BIC-RAW(12:1) NOT = SPACE
              MOVE "RC01" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "CREDITOR AGENT BIC MISSING OR TOO LONG"
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF
           MOVE WS-TR-BIC-RAW TO WS-TR-BIC
           COMPUTE WS-BIC-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(WS-TR-BIC))
           CALL "IS-VALID-BIC" USING WS-TR-BIC WS-BIC-LENGTH
               WS-BIC-RESULT WS-BIC-ERROR-MSG
           IF WS-BIC-RESULT = 1
              CALL "IBAN-BIC-MATCH" USING WS-TR-IBAN WS-IBAN-LENGTH
                  WS-TR-BIC WS-BIC-LENGTH WS-BIC-RESULT
                  WS-BIC-ERROR-MSG
           END-IF
           IF WS-BIC-RESULT NOT = 1
              MOVE "RC01" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE FUNCTION UPPER-CASE(WS-BIC-ERROR-MSG)
                 TO TX-REASON-TEXT(WS-TX-SEQ)
              GO TO JUDGE-TRANSACTION-EXIT
           END-IF

           IF WS-TR-NAME = SPACES
              MOVE "RR03" TO TX-REASON-CODE(WS-TX-SEQ)
              MOVE "CREDITOR NAME MISSING"
                 TO TX-REASON-TEXT(WS-TX-SEQ)
           END-IF.

       JUDGE-TRANSACTION-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-PAYMENT-BLOCK: a block that states its own count
      * and control sum must agree with the transactions it holds
      *================================================================
       FINISH-ONE-PAYMENT-BLOCK SECTION.
           IF WS-IS-WRITE-PASS OR WS-IS-FATAL OR WS-PMTINF-IDX = 0
              GO TO FINISH-ONE-PAYMENT-BLOCK-EXIT
           END-IF

           IF PI-TX-COUNT(WS-PMTINF-IDX) = 0
              MOVE "FF01" TO WS-NEW-CODE
              MOVE SPACES TO WS-NEW-REASON
              STRING "PAYMENT BLOCK "
                 FUNCTION TRIM(PI-PMTINF-ID(WS-PMTINF-IDX))
                 " HOLDS NO TRANSACTIONS"
                 DELIMITED BY SIZE INTO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO FINISH-ONE-PAYMENT-BLOCK-EXIT
           END-IF

           IF PI-NB-OF-TXS(WS-PMTINF-IDX) NOT = SPACES
              MOVE PI-NB-OF-TXS(WS-PMTINF-IDX) TO WS-DEC-TEXT
              PERFORM PARSE-DECIMAL-TEXT
              IF WS-DEC-OK = 0 OR WS-DEC-FRAC-DIGITS > 0
                 OR WS-DEC-VALUE / 100000
                    NOT = PI-TX-COUNT(WS-PMTINF-IDX)
                 MOVE "AM18" TO WS-NEW-CODE
                 MOVE SPACES TO WS-NEW-REASON
                 STRING "PAYMENT BLOCK "
                    FUNCTION TRIM(PI-PMTINF-ID(WS-PMTINF-IDX))
                    " NBOFTXS DISAGREES WITH ITS TRANSACTIONS"
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                 PERFORM REFUSE-FILE
                 GO TO FINISH-ONE-PAYMENT-BLOCK-EXIT
              END-IF
           END-IF

           IF PI-CTRL-SUM(WS-PMTINF-IDX) NOT = SPACES
              MOVE PI-CTRL-SUM(WS-PMTINF-IDX) TO WS-DEC-TEXT
              PERFORM PARSE-DECIMAL-TEXT
              IF WS-DEC-OK = 0
                 OR WS-DEC-VALUE NOT = PI-SUM(WS-PMTINF-IDX)
                 MOVE "AM10" TO WS-NEW-CODE
                 MOVE SPACES TO WS-NEW-REASON
                 STRING "PAYMENT BLOCK "
                    FUNCTION TRIM(PI-PMTINF-ID(WS-PMTINF-IDX))
                    " CTRLSUM DISAGREES WITH ITS TRANSACTIONS"
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                 PERFORM REFUSE-FILE
              END-IF
           END-IF.

       FINISH-ONE-PAYMENT-BLOCK-EXIT.
           EXIT.

      *================================================================
      * CHECK-DOCUMENT-OUTLINE: after the proving pass, the
      * document outside the transactions must itself be well-
      * formed - a file cut short leaves its blocks open - and must
      * have named its submitter and carried a transaction
      *================================================================
       CHECK-DOCUMENT-OUTLINE SECTION.
           IF WS-IN-MARKUP = 1 OR WS-IN-TX = 1
              MOVE "FF01" TO WS-NEW-CODE
              MOVE "DOCUMENT ENDS INSIDE A TRANSACTION OR TAG"
                 TO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO CHECK-DOCUMENT-OUTLINE-EXIT
           END-IF

           MOVE WS-SKEL-LEN TO WS-WF-LENGTH
           CALL "WELL-FORMED-XML" USING WS-SKEL-BUFFER WS-WF-LENGTH
               WS-WF-MAX-DEPTH WS-WF-RESULT WS-WF-ERROR-MSG
               WS-WF-ERROR-POSITION
           IF WS-WF-RESULT NOT = 1
              MOVE "FF01" TO WS-NEW-CODE
              MOVE SPACES TO WS-NEW-REASON
              STRING "DOCUMENT NOT WELL-FORMED: " WS-WF-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO CHECK-DOCUMENT-OUTLINE-EXIT
           END-IF

           IF WS-PMTINF-COUNT = 0 OR WS-TX-READ = 0
              MOVE "FF01" TO WS-NEW-CODE
              MOVE "DOCUMENT CARRIES NO PAYMENT" TO WS-NEW-REASON
              PERFORM REFUSE-FILE
           END-IF.

       CHECK-DOCUMENT-OUTLINE-EXIT.
           EXIT.

      *================================================================
      * CHECK-GROUP-CONTROLS: the group header's transaction count
      * and control sum - both required on a bulk file - must
      * agree with the file's transactions
      *================================================================
       CHECK-GROUP-CONTROLS SECTION.
           MOVE WS-GH-NB-OF-TXS TO WS-DEC-TEXT
           PERFORM PARSE-DECIMAL-TEXT
           IF WS-DEC-OK = 0 OR WS-DEC-FRAC-DIGITS > 0
              MOVE "AM18" TO WS-NEW-CODE
              MOVE "GROUP HEADER NBOFTXS MISSING OR UNREADABLE"
                 TO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO CHECK-GROUP-CONTROLS-EXIT
           END-IF
           COMPUTE WS-STATED-COUNT = WS-DEC-VALUE / 100000
           IF WS-STATED-COUNT NOT = WS-TX-READ
              MOVE WS-STATED-COUNT TO WS-COUNT-EDIT
              MOVE "AM18" TO WS-NEW-CODE
              MOVE SPACES TO WS-NEW-REASON
              STRING "GROUP HEADER STATES "
                 FUNCTION TRIM(WS-COUNT-EDIT)
                 " TRANSACTIONS, FILE CARRIES " WS-TX-READ
                 DELIMITED BY SIZE INTO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO CHECK-GROUP-CONTROLS-EXIT
           END-IF

           MOVE WS-GH-CTRL-SUM TO WS-DEC-TEXT
           PERFORM PARSE-DECIMAL-TEXT
           IF WS-DEC-OK = 0
              MOVE "AM10" TO WS-NEW-CODE
              MOVE "GROUP HEADER CTRLSUM MISSING OR UNREADABLE"
                 TO WS-NEW-REASON
              PERFORM REFUSE-FILE
              GO TO CHECK-GROUP-CONTROLS-EXIT
           END-IF
           MOVE WS-DEC-VALUE TO WS-STATED-VALUE
           IF WS-STATED-VALUE NOT = WS-FILE-SUM
              MOVE "AM10" TO WS-NEW-CODE
              MOVE SPACES TO WS-NEW-REASON
              STRING "GROUP HEADER CTRLSUM " WS-GH-CTRL-SUM
                 DELIMITED BY SPACE
                 " DISAGREES WITH THE TRANSACTIONS' AMOUNTS"
                 DELIMITED BY SIZE INTO WS-NEW-REASON
              PERFORM REFUSE-FILE
           END-IF.

       CHECK-GROUP-CONTROLS-EXIT.
           EXIT.

      *================================================================
      * PARSE-DECIMAL-TEXT: an ISO 20022 decimal ("1234.5") to a
      * value scaled by 10**5; anything but digits and one point,
      * more than thirteen whole digits or five decimals, is
      * unreadable
      * Output: WS-DEC-VALUE, WS-DEC-FRAC-DIGITS, WS-DEC-OK (1=read)
      *================================================================
       PARSE-DECIMAL-TEXT SECTION.
           MOVE 0 TO WS-DEC-OK
           MOVE 0 TO WS-DEC-VALUE
           MOVE 0 TO WS-DEC-INT-DIGITS
           MOVE 0 TO WS-DEC-FRAC-DIGITS
           MOVE 0 TO WS-DEC-POINT-SEEN

           IF WS-DEC-TEXT = SPACES
              GO TO PARSE-DECIMAL-TEXT-EXIT
           END-IF

           COMPUTE WS-DEC-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-DEC-TEXT TRAILING))

           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-LEN
              EVALUATE TRUE
                 WHEN WS-DEC-TEXT(WS-DEC-IDX:1) = "."
                    IF WS-DEC-POINT-SEEN = 1
                       GO TO PARSE-DECIMAL-TEXT-EXIT
                    END-IF
                    MOVE 1 TO WS-DEC-POINT-SEEN
                 WHEN WS-DEC-TEXT(WS-DEC-IDX:1) IS NUMERIC
                    MOVE WS-DEC-TEXT(WS-DEC-IDX:1) TO WS-DEC-DIGIT
                    IF WS-DEC-POINT-SEEN = 1
                       ADD 1 TO WS-DEC-FRAC-DIGITS
                    ELSE
                       ADD 1 TO WS-DEC-INT-DIGITS
                    END-IF
                    IF WS-DEC-INT-DIGITS > 13
                       OR WS-DEC-FRAC-DIGITS > 5
                       GO TO PARSE-DECIMAL-TEXT-EXIT
                    END-IF
                    COMPUTE WS-DEC-VALUE =
                       WS-DEC-VALUE * 10 + WS-DEC-DIGIT
                 WHEN OTHER
                    GO TO PARSE-DECIMAL-TEXT-EXIT
              END-EVALUATE
           END-PERFORM

           IF WS-DEC-INT-DIGITS = 0
              GO TO PARSE-DECIMAL-TEXT-EXIT
           END-IF

           COMPUTE WS-DEC-VALUE = WS-DEC-VALUE
              * (10 ** (5 - WS-DEC-FRAC-DIGITS))
           MOVE 1 TO WS-DEC-OK.

       PARSE-DECIMAL-TEXT-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-INSTRUCTION: one PAYIN line for an accepted
      * transaction, ordered by the authenticated customer from the
      * block's debtor account
      *================================================================
       WRITE-ONE-INSTRUCTION SECTION.
           MOVE WS-TR-AMOUNT-TEXT TO WS-DEC-TEXT
           PERFORM PARSE-DECIMAL-TEXT
           CALL "GET-DECIMAL-PLACES" USING WS-TR-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT
           COMPUTE WS-TR-MINOR =
              WS-DEC-VALUE / (10 ** (5 - WS-DP-DECIMALS))

           MOVE SPACES TO PAYIN-RECORD
           MOVE TX-PAYMENT-ID(WS-TX-SEQ) TO PY-PAYMENT-ID
           MOVE WS-TR-IBAN-RAW TO PY-BENEF-IBAN
           MOVE WS-TR-BIC-RAW TO PY-BENEF-BIC
           MOVE WS-TR-CURRENCY TO PY-CURRENCY
           MOVE WS-TR-MINOR TO PY-AMOUNT-MINOR
           MOVE PI-EXEC-DATE(WS-PMTINF-IDX) TO PY-EXEC-DATE

           MOVE WS-TR-NAME TO WS-ESC-INPUT
           PERFORM UNESCAPE-VALUE
           MOVE WS-ESC-OUTPUT TO PY-BENEF-NAME

           IF WS-TR-ADDR-LINE = SPACES AND WS-TR-STREET NOT = SPACES
              STRING FUNCTION TRIM(WS-TR-STREET) " "
                 FUNCTION TRIM(WS-TR-BUILDING)
                 DELIMITED BY SIZE INTO WS-TR-ADDR-LINE
           END-IF
           MOVE WS-TR-ADDR-LINE TO WS-ESC-INPUT
           PERFORM UNESCAPE-VALUE
           MOVE WS-ESC-OUTPUT TO PY-BENEF-ADDR-LINE

           MOVE WS-TR-TOWN TO WS-ESC-INPUT
           PERFORM UNESCAPE-VALUE
           MOVE WS-ESC-OUTPUT TO PY-BENEF-TOWN

           MOVE WS-TR-COUNTRY TO PY-BENEF-COUNTRY
           MOVE WS-CUSTOMER-ID TO PY-ORDER-CUSTOMER-ID
           MOVE PI-DEBIT-IBAN(WS-PMTINF-IDX) TO PY-DEBIT-IBAN
           MOVE SPACE TO PY-LIMIT-HOLD

           WRITE PAYIN-RECORD
           ADD 1 TO WS-PAYIN-WRITTEN

           MOVE "RECEIVED" TO WS-PE-EVENT-CODE
           MOVE WS-GH-MSG-ID TO WS-PE-REFERENCE
           STRING "BULK FILE FROM " FUNCTION TRIM(WS-CUSTOMER-ID)
              DELIMITED BY SIZE INTO WS-PE-DETAIL
           PERFORM LOG-PAYMENT-EVENT.

       WRITE-ONE-INSTRUCTION-EXIT.
           EXIT.

      *================================================================
      * LOG-PAYMENT-EVENT: one WS-PE-EVENT-CODE event for the
      * payment on the PAYEVNT log; a failure is shown, never
      * allowed to stop the payment
      *================================================================
       LOG-PAYMENT-EVENT SECTION.
           CALL "PAY-EVENT-WRITE" USING PY-PAYMENT-ID
               WS-PE-EVENT-CODE WS-PE-SOURCE WS-PE-ACTOR
               WS-PE-REFERENCE WS-PE-DETAIL PY-CURRENCY
               PY-AMOUNT-MINOR WS-PE-RESULT WS-PE-ERROR-MSG

           IF WS-PE-RESULT NOT = 1
              ADD 1 TO WS-PE-FAIL-COUNT
              DISPLAY "PAININ: event " WS-PE-EVENT-CODE
                 " not logged for " PY-PAYMENT-ID " - " WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
      * UNESCAPE-VALUE: WS-ESC-INPUT with its XML entities replaced;
      * text that will not unescape is carried as sent
      * Output: WS-ESC-OUTPUT
      *================================================================
       UNESCAPE-VALUE SECTION.
           MOVE SPACES TO WS-ESC-OUTPUT
           IF WS-ESC-INPUT = SPACES
              GO TO UNESCAPE-VALUE-EXIT
           END-IF

           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-ESC-INPUT TRAILING))
           CALL "UNESCAPE-XML-STRING" USING WS-ESC-INPUT
               WS-ESC-INPUT-LEN WS-ESC-OUTPUT WS-ESC-OUTPUT-LEN
               WS-ESC-RESULT WS-ESC-ERROR-MSG
           IF WS-ESC-RESULT NOT = 1
              MOVE WS-ESC-INPUT TO WS-ESC-OUTPUT
           END-IF.

       UNESCAPE-VALUE-EXIT.
           EXIT.

      *================================================================
      * ESCAPE-VALUE: WS-ESC-INPUT made safe to string into the
      * status report
      * Output: WS-XML-VALUE, WS-XML-VALUE-LEN (at least 1)
      *================================================================
       ESCAPE-VALUE SECTION.
           MOVE SPACES TO WS-XML-VALUE
           MOVE 1 TO WS-XML-VALUE-LEN
           IF WS-ESC-INPUT = SPACES
              GO TO ESCAPE-VALUE-EXIT
           END-IF

           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-ESC-INPUT TRAILING))
           CALL "ESCAPE-XML-STRING" USING WS-ESC-INPUT
               WS-ESC-INPUT-LEN WS-ESC-OUTPUT WS-ESC-OUTPUT-LEN
               WS-ESC-RESULT WS-ESC-ERROR-MSG
           IF WS-ESC-RESULT = 1 AND WS-ESC-OUTPUT-LEN > 0
              AND WS-ESC-OUTPUT-LEN NOT > 180
              MOVE WS-ESC-OUTPUT(1:WS-ESC-OUTPUT-LEN) TO WS-XML-VALUE
              MOVE WS-ESC-OUTPUT-LEN TO WS-XML-VALUE-LEN
           END-IF.

       ESCAPE-VALUE-EXIT.
           EXIT.

      *================================================================
      * WRITE-STATUS-REPORT: the pain.002 answering the file - the
      * group status, and unless the whole file was refused, each
      * payment block and transaction with its verdict
      *================================================================
       WRITE-STATUS-REPORT SECTION.
           PERFORM START-REPORT-SIGNING

           MOVE SPACES TO WS-STS-MSG-ID
           STRING "PAININ" WS-NOW-STAMP
              DELIMITED BY SIZE INTO WS-STS-MSG-ID
           MOVE SPACES TO WS-CRE-DT-TM
           STRING WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2) "-"
              WS-NOW-STAMP(7:2) "T" WS-NOW-STAMP(9:2) ":"
              WS-NOW-STAMP(11:2) ":" WS-NOW-STAMP(13:2)
              DELIMITED BY SIZE INTO WS-CRE-DT-TM

           EVALUATE TRUE
              WHEN WS-IS-FATAL OR WS-TX-ACCEPTED = 0
                 MOVE "RJCT" TO WS-GROUP-STATUS
              WHEN WS-TX-REJECTED > 0
                 MOVE "PART" TO WS-GROUP-STATUS
              WHEN OTHER
                 MOVE "ACCP" TO WS-GROUP-STATUS
           END-EVALUATE

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE
           MOVE "<Document>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE
           MOVE " <CstmrPmtStsRpt>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "  <GrpHdr><MsgId>" FUNCTION TRIM(WS-STS-MSG-ID)
              "</MsgId><CreDtTm>" WS-CRE-DT-TM
              "</CreDtTm></GrpHdr>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           MOVE "  <OrgnlGrpInfAndSts>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           IF WS-GH-MSG-ID = SPACES
              MOVE "NOTPROVIDED" TO WS-ESC-INPUT
           ELSE
              MOVE WS-GH-MSG-ID TO WS-ESC-INPUT
           END-IF
           PERFORM ESCAPE-VALUE
           MOVE SPACES TO WS-XML-LINE
           STRING "   <OrgnlMsgId>" WS-XML-VALUE(1:WS-XML-VALUE-LEN)
              "</OrgnlMsgId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           MOVE "   <OrgnlMsgNmId>pain.001</OrgnlMsgNmId>"
              TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           IF WS-TX-READ > 0
              MOVE WS-TX-READ TO WS-COUNT-EDIT
              MOVE SPACES TO WS-XML-LINE
              STRING "   <OrgnlNbOfTxs>" FUNCTION TRIM(WS-COUNT-EDIT)
                 "</OrgnlNbOfTxs>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
              MOVE WS-XML-LINE TO PAINSTS-RECORD
              PERFORM WRITE-PAINSTS-LINE
           END-IF

           MOVE SPACES TO WS-XML-LINE
           STRING "   <GrpSts>" WS-GROUP-STATUS "</GrpSts>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           IF WS-IS-FATAL
              MOVE WS-FATAL-CODE TO WS-NEW-CODE
              MOVE WS-FATAL-REASON TO WS-NEW-REASON
              PERFORM WRITE-STATUS-REASON
           END-IF

           MOVE "  </OrgnlGrpInfAndSts>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           IF NOT WS-IS-FATAL
              MOVE 1 TO WS-TX-IDX
              PERFORM VARYING WS-PMTINF-IDX FROM 1 BY 1
                      UNTIL WS-PMTINF-IDX > WS-PMTINF-COUNT
                 PERFORM WRITE-BLOCK-STATUS
              END-PERFORM
           END-IF

           MOVE " </CstmrPmtStsRpt>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE
           MOVE "</Document>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           IF WS-MAC-SIGNATURE-LEN > 0
              MOVE SPACES TO PAINSTS-RECORD
              STRING "<!-- " WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN)
                 " -->" DELIMITED BY SIZE INTO PAINSTS-RECORD
              WRITE PAINSTS-RECORD
           END-IF.

       WRITE-STATUS-REPORT-EXIT.
           EXIT.

      *================================================================
      * WRITE-BLOCK-STATUS: one OrgnlPmtInfAndSts and the
      * transactions of the block, which run on from WS-TX-IDX
      *================================================================
       WRITE-BLOCK-STATUS SECTION.
           EVALUATE TRUE
              WHEN PI-ACCEPTED(WS-PMTINF-IDX) = 0
                 MOVE "RJCT" TO WS-BLOCK-STATUS
              WHEN PI-REJECTED(WS-PMTINF-IDX) > 0
                 MOVE "PART" TO WS-BLOCK-STATUS
              WHEN OTHER
                 MOVE "ACCP" TO WS-BLOCK-STATUS
           END-EVALUATE

           MOVE "  <OrgnlPmtInfAndSts>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           IF PI-PMTINF-ID(WS-PMTINF-IDX) = SPACES
              MOVE "NOTPROVIDED" TO WS-ESC-INPUT
           ELSE
              MOVE PI-PMTINF-ID(WS-PMTINF-IDX) TO WS-ESC-INPUT
           END-IF
           PERFORM ESCAPE-VALUE
           MOVE SPACES TO WS-XML-LINE
           STRING "   <OrgnlPmtInfId>"
              WS-XML-VALUE(1:WS-XML-VALUE-LEN) "</OrgnlPmtInfId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <PmtInfSts>" WS-BLOCK-STATUS "</PmtInfSts>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           IF PI-AGREED(WS-PMTINF-IDX) = 0
              MOVE "DS0H" TO WS-NEW-CODE
              MOVE "DEBTOR ACCOUNT NOT ON THE BULK AGREEMENT"
                 TO WS-NEW-REASON
              PERFORM WRITE-STATUS-REASON
           END-IF

           PERFORM UNTIL WS-TX-IDX > WS-TX-READ
                      OR TX-PMTINF-IDX(WS-TX-IDX) NOT = WS-PMTINF-IDX
              PERFORM WRITE-TRANSACTION-STATUS
              ADD 1 TO WS-TX-IDX
           END-PERFORM

           MOVE "  </OrgnlPmtInfAndSts>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE.

       WRITE-BLOCK-STATUS-EXIT.
           EXIT.

      *================================================================
      * WRITE-TRANSACTION-STATUS: one TxInfAndSts - our payment ID
      * for an accepted transaction, the reason for a rejected one
      *================================================================
       WRITE-TRANSACTION-STATUS SECTION.
           MOVE "   <TxInfAndSts>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           IF TX-IS-ACCEPTED(WS-TX-IDX)
              MOVE SPACES TO WS-XML-LINE
              STRING "    <StsId>" TX-PAYMENT-ID(WS-TX-IDX)
                 "</StsId>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
              MOVE WS-XML-LINE TO PAINSTS-RECORD
              PERFORM WRITE-PAINSTS-LINE
           END-IF

           IF TX-E2E-ID(WS-TX-IDX) = SPACES
              MOVE "NOTPROVIDED" TO WS-ESC-INPUT
           ELSE
              MOVE TX-E2E-ID(WS-TX-IDX) TO WS-ESC-INPUT
           END-IF
           PERFORM ESCAPE-VALUE
           MOVE SPACES TO WS-XML-LINE
           STRING "    <OrgnlEndToEndId>"
              WS-XML-VALUE(1:WS-XML-VALUE-LEN) "</OrgnlEndToEndId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "    <TxSts>" TX-STATUS(WS-TX-IDX) "</TxSts>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE

           IF TX-IS-REJECTED(WS-TX-IDX)
              MOVE TX-REASON-CODE(WS-TX-IDX) TO WS-NEW-CODE
              MOVE TX-REASON-TEXT(WS-TX-IDX) TO WS-NEW-REASON
              PERFORM WRITE-STATUS-REASON
           END-IF

           MOVE "   </TxInfAndSts>" TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE.

       WRITE-TRANSACTION-STATUS-EXIT.
           EXIT.

      *================================================================
      * WRITE-STATUS-REASON: a StsRsnInf carrying WS-NEW-CODE and
      * WS-NEW-REASON
      *================================================================
       WRITE-STATUS-REASON SECTION.
           MOVE WS-NEW-REASON TO WS-ESC-INPUT
           PERFORM ESCAPE-VALUE
           MOVE SPACES TO WS-XML-LINE
           STRING "    <StsRsnInf><Rsn><Cd>" WS-NEW-CODE
              "</Cd></Rsn><AddtlInf>"
              WS-XML-VALUE(1:WS-XML-VALUE-LEN)
              "</AddtlInf></StsRsnInf>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAINSTS-RECORD
           PERFORM WRITE-PAINSTS-LINE.

       WRITE-STATUS-REASON-EXIT.
           EXIT.

      *================================================================
      * WRITE-PAINSTS-LINE: write the line built in PAINSTS-RECORD
      * and fold it into the report's signature
      *================================================================
       WRITE-PAINSTS-LINE SECTION.
           WRITE PAINSTS-RECORD
           MOVE PAINSTS-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-PAINSTS-LINE-EXIT.
           EXIT.

      *================================================================
      * START-REPORT-SIGNING: start the signature chain under the
      * key set up for PAINSTS - none set up leaves the report
      * unsigned, a key that cannot be used sets COND code 8
      *================================================================
       START-REPORT-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "PAININ: PAINSTS not signed - "
                    FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "PAININ: PAINSTS CANNOT BE SIGNED - "
                    FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-REPORT-SIGNING-EXIT.
           EXIT.

      *================================================================
      * WRITE-INTAKE-REPORT: the verdict, each rejected transaction
      * and the counts
      *================================================================
       WRITE-INTAKE-REPORT SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "PAININ - CORPORATE PAIN.001 BULK PAYMENT INTAKE"
              TO WS-HL-TEXT
           WRITE PAINRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "MESSAGE " WS-GH-MSG-ID "  INITIATING PARTY "
              WS-SUBMITTER-ID
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE PAINRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "CUSTOMER " WS-CUSTOMER-ID "  SIGNED UNDER KEY "
              WS-MV-KEY-ID "  STATUS " WS-GROUP-STATUS
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE PAINRPT-RECORD FROM WS-HEADING-LINE

           IF WS-IS-FATAL
              MOVE SPACES TO WS-HEADING-LINE
              STRING "FILE REFUSED, NOTHING WRITTEN TO PAYIN: "
                 WS-FATAL-CODE " " WS-FATAL-REASON
                 DELIMITED BY SIZE INTO WS-HL-TEXT
              WRITE PAINRPT-RECORD FROM WS-HEADING-LINE
           ELSE
              IF WS-TX-REJECTED > 0
                 MOVE SPACES TO WS-HEADING-LINE
                 WRITE PAINRPT-RECORD FROM WS-HEADING-LINE
                 STRING "   SEQ  END-TO-END ID"
                    "                        CODE  REASON"
                    DELIMITED BY SIZE INTO WS-HL-TEXT
                 WRITE PAINRPT-RECORD FROM WS-HEADING-LINE
                 PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                         UNTIL WS-TX-IDX > WS-TX-READ
                    IF TX-IS-REJECTED(WS-TX-IDX)
                       MOVE SPACES TO WS-REJECT-LINE
                       MOVE WS-TX-IDX TO WS-RL-SEQ
                       MOVE TX-E2E-ID(WS-TX-IDX) TO WS-RL-E2E-ID
                       MOVE TX-REASON-CODE(WS-TX-IDX) TO WS-RL-CODE
                       MOVE TX-REASON-TEXT(WS-TX-IDX) TO WS-RL-TEXT
                       WRITE PAINRPT-RECORD FROM WS-REJECT-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           MOVE SPACES TO WS-HEADING-LINE
           WRITE PAINRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYMENT BLOCKS READ" TO WS-RPT-LABEL
           MOVE WS-PMTINF-COUNT TO WS-RPT-COUNT
           WRITE PAINRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "TRANSACTIONS READ" TO WS-RPT-LABEL
           MOVE WS-TX-READ TO WS-RPT-COUNT
           WRITE PAINRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "TRANSACTIONS ACCEPTED" TO WS-RPT-LABEL
           MOVE WS-TX-ACCEPTED TO WS-RPT-COUNT
           WRITE PAINRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "TRANSACTIONS REJECTED" TO WS-RPT-LABEL
           MOVE WS-TX-REJECTED TO WS-RPT-COUNT
           WRITE PAINRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "INSTRUCTIONS WRITTEN TO PAYIN" TO WS-RPT-LABEL
           MOVE WS-PAYIN-WRITTEN TO WS-RPT-COUNT
           WRITE PAINRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-INTAKE-REPORT-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE PAINXML-FILE
           CLOSE BULKAGR-FILE
           CLOSE PAYIN-FILE
           CLOSE PAINSTS-FILE
           CLOSE PAINRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM PAININ.
