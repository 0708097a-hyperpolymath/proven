      *
      * Domestic instructions get the same treatment: PAYVALD
      * releases ABA/sort-code instructions whose beneficiary
      * field is a clearing code (and account number) and whose
      * BIC may be spaces, and neither belongs inside an <IBAN> or
      * <BICFI> element - one such transaction would have the bank
      * reject the whole file. They are detected with the digit
      * test PAYVALD's CHECK-DOMESTIC-CLEARING makes, excluded from
      * the count pass and the XML, and listed in the exception
      * section. DOMFMT carries them on the NACHA or BACS file, so
      * they no longer set the COND code here.
      *
      * The group header's transaction count comes from a first
      * counting pass over PAYGOOD; the second pass builds the
      * document, the way GLRECON rescans its transaction file.
      *
      * Every file built is entered on the PAYSENT register: one
      * record for the message (message ID, creation stamp,
      * transaction count) and one beneath it for each transmitted
      * instruction, carrying the instruction itself. PAYACK reads
      * the bank's pain.002 status report back against the
      * register, and alerts on any file the bank has not
      * acknowledged in time. A file that cannot be registered
      * would never be chased, so a register write failure sets
      * COND code 8.
      *
      * Each transaction names its creditor: the beneficiary name
      * the instruction now carries goes into <Cdtr><Nm>, and the
      * town, country, and address line, where given, into its
      * <PstlAdr> - all through ESCAPE-XML-STRING like every other
      * value. The input is PAYHOLD's PAYRELSD, so a payment held
      * for a sanctions screening case never reaches the file
      * until compliance has cleared the case.
      *
      * The ordering customer and debit account PAYVALD checked the
      * customer's limits against travel with the instruction onto
      * the PAYSENT register, so a sent payment can always be
      * traced back to the customer who ordered it.
      *
      * The file is signed: every line written is folded into the
      * HMAC-SHA256 chain PROVEN-FILE-MAC keeps under the key
      * PARMMSTR entry MACKEY-PAYXML names, and an XML comment
      * carrying the signature follows </Document>, so the bank
      * (and MACVERIF before transmission) can prove the file left
      * here unaltered. With no MACKEY-PAYXML entry the file goes
      * unsigned as before; a key that is set up but cannot be used
      * sets COND code 8.
      *
      * Before the file is started, the release is held against the
      * handoff PAYHOLD registered for the business date
      * (HANDOFF-VERIFY, see PROVEN-HANDOFF.cob, with the HANDOFF DD
      * pointed at the same PAYRELSD dataset): the instruction
      * count and each currency's count and amount hash total must
      * come back exactly, or the step ends with COND code 8 and
      * no file. After the build, every instruction read must be
      * accounted for - formatted, an exception, or domestic - and
      * the build must have read the count the handoff proved;
      * anything else sets COND code 8 and the file must not be
      * sent.
      *
      * Each instruction's outcome is entered on the PAYEVNT payment
      * event log (PAY-EVENT-WRITE, see PROVEN-PAY-EVENT.cob): SENT
      * with the message ID of the file that carries it, NOTSENT for
      * one left out of the file for its amount. A domestic
      * instruction is DOMFMT's to log.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT PAYSENT-FILE ASSIGN TO "PAYSENT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-KEY
              FILE STATUS IS WS-SN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Validated instructions in the 332-byte layout PAYVALD
      * releases (see PAYIN-RECORD in PAYVALD.cob)
       FD  PAYGOOD-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYGOOD-RECORD.
           05 PY-PAYMENT-ID             PIC X(12).
           05 PY-BENEF-IBAN             PIC X(34).
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

       FD  PAYXML-FILE
           RECORD CONTAINS 200 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  PAYFRPT-RECORD               PIC X(132).

      * The sent-file register: the message record (payment ID
      * spaces) sorts ahead of the instructions sent in it
       FD  PAYSENT-FILE
           RECORD CONTAINS 398 CHARACTERS.
       01  PAYSENT-RECORD.
           05 SN-KEY.
              10 SN-MSG-ID              PIC X(20).
              10 SN-PAYMENT-ID          PIC X(12).
           05 SN-BODY                   PIC X(366).
           05 SN-MESSAGE-VIEW REDEFINES SN-BODY.
              10 SN-CREATED-STAMP       PIC X(14).
              10 SN-TX-COUNT            PIC 9(8).
              10 SN-GRP-STATUS          PIC X(4).
              10 SN-GRP-STATUS-STAMP    PIC X(14).
              10 SN-REPORTS-SEEN        PIC 9(4).
              10 SN-ACCEPTED-COUNT      PIC 9(8).
              10 SN-REJECTED-COUNT      PIC 9(8).
              10 FILLER                 PIC X(306).
           05 SN-PAYMENT-VIEW REDEFINES SN-BODY.
              10 SN-INSTRUCTION         PIC X(332).
              10 SN-TX-STATUS           PIC X(4).
              10 SN-TX-STATUS-DATE      PIC 9(8).
              10 SN-TX-REASON-CODE      PIC X(6).
              10 FILLER                 PIC X(16).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-PG-FILE-STATUS            PIC X(2).
       01 WS-XM-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-SN-FILE-STATUS            PIC X(2).
       01 WS-PG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

       01 WS-EXCEPTION-COUNT           PIC 9(8) VALUE 0.
       01 WS-DOMESTIC-COUNT            PIC 9(8) VALUE 0.
       01 WS-COUNT-PASS-TOTAL          PIC 9(8) VALUE 0.
       01 WS-SENT-WRITE-FAILS          PIC 9(6) VALUE 0.

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob)
       01 WS-MAC-FILE-ID               PIC X(8) VALUE "PAYXML".
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 200.
       01 WS-MAC-SIGNATURE             PIC X(96).
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.

      * Domestic-beneficiary detection, the digit test PAYVALD's
      * CHECK-DOMESTIC-CLEARING makes on the same field
       01 WS-BENEF-TRIMMED-LEN         PIC 9(2).
       01 WS-ALL-DIGITS                PIC 9.
       01 WS-SCAN-IDX                  PIC 9(2).
       01 WS-CODE-LEN                  PIC 9(2).

      * The run timestamp stamped into the group header
       01 WS-NOW-STAMP                 PIC X(14).
       01 WS-XML-IBAN-LEN              PIC 9(6).
       01 WS-XML-BIC                   PIC X(24).
       01 WS-XML-BIC-LEN               PIC 9(6).
       01 WS-XML-NAME                  PIC X(180).
       01 WS-XML-NAME-LEN              PIC 9(6).
       01 WS-XML-ADDR-LINE             PIC X(180).
       01 WS-XML-ADDR-LINE-LEN         PIC 9(6).
       01 WS-XML-TOWN                  PIC X(180).
       01 WS-XML-TOWN-LEN              PIC 9(6).

      * FORMAT-IBAN call fields (see SAFE-IBAN.cob)
       01 WS-FI-LENGTH                 PIC 9(2).
          05 WS-DT-NOTE                PIC X(40).
          05 FILLER                    PIC X(32).

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-SOURCE                 PIC X(8) VALUE "PAYFMT".
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
       01 WS-RC-RESULT                 PIC 9(2).

      * HANDOFF-VERIFY call fields (see PROVEN-HANDOFF.cob) -
      * the currency and leading-sign amount where the 332-byte
      * instruction layout carries them; the HANDOFF DD points at
      * the same PAYRELSD dataset as PAYGOOD
       01 WS-HO-DATASET                PIC X(8) VALUE "PAYRELSD".
       01 WS-HO-JOB-NAME               PIC X(8) VALUE "PAYFMT".
       01 WS-HO-CCY-POS                PIC 9(4) VALUE 58.
       01 WS-HO-AMT-POS                PIC 9(4) VALUE 61.
       01 WS-HO-AMT-LEN                PIC 9(2) VALUE 16.
       01 WS-HO-RECORD-COUNT           PIC 9(8).
       01 WS-HO-STATUS                 PIC S9(4) COMP.
       01 WS-HO-MSG                    PIC X(50).
       01 WS-HO-UNACCOUNTED            PIC 9 VALUE 0.

       PROCEDURE DIVISION.

      *================================================================
      * document around them and write the sign-off control report
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM VERIFY-PAYRELSD-HANDOFF
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM START-FILE-SIGNING
           PERFORM COUNT-INSTRUCTIONS
           PERFORM WRITE-DOCUMENT-HEADER

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES

           IF WS-TOTAL-READ NOT = WS-HO-RECORD-COUNT
              OR WS-FORMATTED-COUNT + WS-EXCEPTION-COUNT
                 + WS-DOMESTIC-COUNT NOT = WS-TOTAL-READ
              MOVE 1 TO WS-HO-UNACCOUNTED
              DISPLAY "PAYFMT: file does not account for the "
                 WS-HO-RECORD-COUNT " PAYRELSD instruction(s) "
                 "handed off - do not send"
           END-IF

           DISPLAY "PAYFMT: " WS-TOTAL-READ " instruction(s), "
              WS-FORMATTED-COUNT " formatted, " WS-EXCEPTION-COUNT
              " exception(s), " WS-DOMESTIC-COUNT " domestic"

           EVALUATE TRUE
              WHEN WS-SENT-WRITE-FAILS > 0
                 OR WS-MAC-FAILED = 1
                 OR WS-HO-UNACCOUNTED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-EXCEPTION-COUNT > 0
                 OR WS-TOTAL-OVERFLOW-COUNT > 0
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
      * VERIFY-PAYRELSD-HANDOFF: PAYRELSD read back against PAYHOLD's
      * registered handoff before the file is started
      *================================================================
       VERIFY-PAYRELSD-HANDOFF SECTION.
           CALL "HANDOFF-VERIFY" USING WS-HO-DATASET WS-HO-JOB-NAME
               WS-HO-CCY-POS WS-HO-AMT-POS WS-HO-AMT-LEN
               WS-HO-RECORD-COUNT WS-HO-STATUS WS-HO-MSG

           IF WS-HO-STATUS NOT = 0
              DISPLAY "PAYFMT: PAYRELSD handoff not proven - "
                 FUNCTION TRIM(WS-HO-MSG)
              CALL "STATUS-TO-RC" USING WS-HO-STATUS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "PAYFMT: PAYRELSD handoff balances, "
              WS-HO-RECORD-COUNT " record(s)".

       VERIFY-PAYRELSD-HANDOFF-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O PAYSENT-FILE
           IF WS-SN-FILE-STATUS NOT = "00"
              AND WS-SN-FILE-STATUS NOT = "05"
              AND WS-SN-FILE-STATUS NOT = "97"
              DISPLAY "PAYFMT: cannot open PAYSENT, status="
                 WS-SN-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE
           MOVE "<Document>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE
           MOVE " <CstmrCdtTrfInitn>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE
           MOVE "  <GrpHdr>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <MsgId>" FUNCTION TRIM(WS-MSG-ID) "</MsgId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <CreDtTm>" WS-CRE-DT-TM "</CreDtTm>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE WS-COUNT-PASS-TOTAL TO WS-TX-COUNT-EDIT
           MOVE SPACES TO WS-XML-LINE
              FUNCTION TRIM(WS-TX-COUNT-EDIT) "</NbOfTxs>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE "  </GrpHdr>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

      *    An empty document carries nothing for the bank to answer
           IF WS-COUNT-PASS-TOTAL > 0
              MOVE SPACES TO PAYSENT-RECORD
              MOVE WS-MSG-ID TO SN-MSG-ID
              MOVE WS-NOW-STAMP TO SN-CREATED-STAMP
              MOVE WS-COUNT-PASS-TOTAL TO SN-TX-COUNT
              MOVE 0 TO SN-REPORTS-SEEN
              MOVE 0 TO SN-ACCEPTED-COUNT
              MOVE 0 TO SN-REJECTED-COUNT
              PERFORM WRITE-SENT-REGISTER
           END-IF.

       WRITE-DOCUMENT-HEADER-EXIT.
           EXIT.
              MOVE "AMOUNT NOT POSITIVE - NOT TRANSMITTED"
                 TO WS-DT-NOTE
              WRITE PAYFRPT-RECORD FROM WS-DETAIL-LINE
              MOVE "NOTSENT" TO WS-PE-EVENT-CODE
              MOVE WS-MSG-ID TO WS-PE-REFERENCE
              MOVE WS-DT-NOTE TO WS-PE-DETAIL
              PERFORM LOG-PAYMENT-EVENT
              GO TO FORMAT-ONE-INSTRUCTION-EXIT
           END-IF

              MOVE SPACES TO WS-DETAIL-LINE
              MOVE PY-PAYMENT-ID TO WS-DT-PAYMENT-ID
              MOVE PY-BENEF-IBAN TO WS-DT-IBAN
              MOVE "DOMESTIC CLEARING - LEFT FOR DOMFMT"
                 TO WS-DT-NOTE
              WRITE PAYFRPT-RECORD FROM WS-DETAIL-LINE
              GO TO FORMAT-ONE-INSTRUCTION-EXIT
              DELIMITED BY SIZE INTO WS-EXEC-DATE-ISO

           MOVE "  <CdtTrfTxInf>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <PmtId><EndToEndId>"
              "</EndToEndId></PmtId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING '   <Amt><InstdAmt Ccy="' PY-CURRENCY '">'
              "</InstdAmt></Amt>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <CdtrAgt><FinInstnId><BICFI>"
              "</BICFI></FinInstnId></CdtrAgt>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           PERFORM WRITE-CREDITOR-ELEMENT

           MOVE SPACES TO WS-XML-LINE
           STRING "   <CdtrAcct><Id><IBAN>"
              "</IBAN></Id></CdtrAcct>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <ReqdExctnDt>" WS-EXEC-DATE-ISO
              "</ReqdExctnDt>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE "  </CdtTrfTxInf>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE SPACES TO PAYSENT-RECORD
           MOVE WS-MSG-ID TO SN-MSG-ID
           MOVE PY-PAYMENT-ID TO SN-PAYMENT-ID
           MOVE PAYGOOD-RECORD TO SN-INSTRUCTION
           MOVE 0 TO SN-TX-STATUS-DATE
           PERFORM WRITE-SENT-REGISTER

           MOVE "SENT" TO WS-PE-EVENT-CODE
           MOVE WS-MSG-ID TO WS-PE-REFERENCE
           MOVE "IN THE PAIN.001 CREDIT-TRANSFER FILE PAYXML"
              TO WS-PE-DETAIL
           PERFORM LOG-PAYMENT-EVENT

           ADD 1 TO WS-FORMATTED-COUNT
           PERFORM ADD-TO-CURRENCY-TOTALS.

      *================================================================
      * CHECK-DOMESTIC-BENEF: the digit test PAYVALD's
      * CHECK-DOMESTIC-CLEARING makes - a beneficiary field opening
      * with an all-digit (or digit-and-hyphen) code, up to any
      * "/" and account number, is a domestic clearing code, not
      * an IBAN
      * Output: WS-IS-DOMESTIC
      *================================================================
       CHECK-DOMESTIC-BENEF SECTION.
              GO TO CHECK-DOMESTIC-BENEF-EXIT
           END-IF

           MOVE WS-BENEF-TRIMMED-LEN TO WS-CODE-LEN
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-BENEF-TRIMMED-LEN
              IF PY-BENEF-IBAN(WS-SCAN-IDX:1) = "/"
                 COMPUTE WS-CODE-LEN = WS-SCAN-IDX - 1
                 MOVE WS-BENEF-TRIMMED-LEN TO WS-SCAN-IDX
              END-IF
           END-PERFORM
           IF WS-CODE-LEN = 0
              GO TO CHECK-DOMESTIC-BENEF-EXIT
           END-IF

           MOVE 1 TO WS-ALL-DIGITS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CODE-LEN
                      OR WS-ALL-DIGITS = 0
              IF (PY-BENEF-IBAN(WS-SCAN-IDX:1) < "0"
                  OR PY-BENEF-IBAN(WS-SCAN-IDX:1) > "9")
       ESCAPE-INSTRUCTION-FIELDS-EXIT.
           EXIT.

      *================================================================
      * ESCAPE-CREDITOR-FIELDS: beneficiary name, address line, and
      * town through ESCAPE-XML-STRING; a blank field comes back
      * with length zero so its element can be left out. The name
      * is never blank - PAYVALD rejects an instruction without one
      *================================================================
       ESCAPE-CREDITOR-FIELDS SECTION.
           MOVE SPACES TO WS-ESC-INPUT
           MOVE PY-BENEF-NAME TO WS-ESC-INPUT(1:70)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(PY-BENEF-NAME TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:180) TO WS-XML-NAME
           MOVE WS-ESC-OUTPUT-LEN TO WS-XML-NAME-LEN
           IF WS-XML-NAME-LEN > 180
              MOVE 180 TO WS-XML-NAME-LEN
           END-IF

           MOVE 0 TO WS-XML-ADDR-LINE-LEN
           IF PY-BENEF-ADDR-LINE NOT = SPACES
              MOVE SPACES TO WS-ESC-INPUT
              MOVE PY-BENEF-ADDR-LINE TO WS-ESC-INPUT(1:70)
              COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(PY-BENEF-ADDR-LINE TRAILING))
              PERFORM ESCAPE-CURRENT-FIELD
              MOVE WS-ESC-OUTPUT(1:180) TO WS-XML-ADDR-LINE
              MOVE WS-ESC-OUTPUT-LEN TO WS-XML-ADDR-LINE-LEN
              IF WS-XML-ADDR-LINE-LEN > 180
                 MOVE 180 TO WS-XML-ADDR-LINE-LEN
              END-IF
           END-IF

           MOVE 0 TO WS-XML-TOWN-LEN
           IF PY-BENEF-TOWN NOT = SPACES
              MOVE SPACES TO WS-ESC-INPUT
              MOVE PY-BENEF-TOWN TO WS-ESC-INPUT(1:35)
              COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(PY-BENEF-TOWN TRAILING))
              PERFORM ESCAPE-CURRENT-FIELD
              MOVE WS-ESC-OUTPUT(1:180) TO WS-XML-TOWN
              MOVE WS-ESC-OUTPUT-LEN TO WS-XML-TOWN-LEN
              IF WS-XML-TOWN-LEN > 180
                 MOVE 180 TO WS-XML-TOWN-LEN
              END-IF
           END-IF.

       ESCAPE-CREDITOR-FIELDS-EXIT.
           EXIT.

      *================================================================
      * WRITE-CREDITOR-ELEMENT: <Cdtr> with its name and, where the
      * instruction gives any, the postal address - town, country,
      * then address line, in pain.001 schema order
      *================================================================
       WRITE-CREDITOR-ELEMENT SECTION.
           PERFORM ESCAPE-CREDITOR-FIELDS

           MOVE "   <Cdtr>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "    <Nm>" WS-XML-NAME(1:WS-XML-NAME-LEN) "</Nm>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           IF WS-XML-TOWN-LEN = 0 AND WS-XML-ADDR-LINE-LEN = 0
              AND PY-BENEF-COUNTRY = SPACES
              GO TO WRITE-CREDITOR-ELEMENT-CLOSE
           END-IF

           MOVE "    <PstlAdr>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           IF WS-XML-TOWN-LEN > 0
              MOVE SPACES TO WS-XML-LINE
              STRING "     <TwnNm>" WS-XML-TOWN(1:WS-XML-TOWN-LEN)
                 "</TwnNm>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
              MOVE WS-XML-LINE TO PAYXML-RECORD
              PERFORM WRITE-PAYXML-LINE
           END-IF

           IF PY-BENEF-COUNTRY IS ALPHABETIC-UPPER
              AND PY-BENEF-COUNTRY NOT = SPACES
              MOVE SPACES TO WS-XML-LINE
              STRING "     <Ctry>" PY-BENEF-COUNTRY "</Ctry>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
              MOVE WS-XML-LINE TO PAYXML-RECORD
              PERFORM WRITE-PAYXML-LINE
           END-IF

           IF WS-XML-ADDR-LINE-LEN > 0
              MOVE SPACES TO WS-XML-LINE
              STRING "     <AdrLine>"
                 WS-XML-ADDR-LINE(1:WS-XML-ADDR-LINE-LEN)
                 "</AdrLine>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
              MOVE WS-XML-LINE TO PAYXML-RECORD
              PERFORM WRITE-PAYXML-LINE
           END-IF

           MOVE "    </PstlAdr>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE.

       WRITE-CREDITOR-ELEMENT-CLOSE.
           MOVE "   </Cdtr>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE.

       WRITE-CREDITOR-ELEMENT-EXIT.
           EXIT.

      *================================================================
      * ESCAPE-CURRENT-FIELD: one field through ESCAPE-XML-STRING,
      * zero-length-protected the way CUSTEXTR protects its JSON
      *================================================================
       WRITE-DOCUMENT-TRAILER SECTION.
           MOVE " </CstmrCdtTrfInitn>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE
           MOVE "</Document>" TO PAYXML-RECORD
           PERFORM WRITE-PAYXML-LINE

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           IF WS-MAC-SIGNATURE-LEN > 0
              MOVE SPACES TO PAYXML-RECORD
              STRING "<!-- " WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN)
                 " -->" DELIMITED BY SIZE INTO PAYXML-RECORD
              WRITE PAYXML-RECORD
           END-IF.

       WRITE-DOCUMENT-TRAILER-EXIT.
           EXIT.

      *================================================================
      * WRITE-PAYXML-LINE: write the line built in PAYXML-RECORD and
      * fold it into the file's signature
      *================================================================
       WRITE-PAYXML-LINE SECTION.
           WRITE PAYXML-RECORD
           MOVE PAYXML-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-PAYXML-LINE-EXIT.
           EXIT.

      *================================================================
      * START-FILE-SIGNING: start the signature chain under the key
      * set up for PAYXML - none set up leaves the file unsigned, a
      * key that cannot be used fails the step with COND code 8
      *================================================================
       START-FILE-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "PAYFMT: PAYXML not signed - "
                    FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "PAYFMT: PAYXML CANNOT BE SIGNED - "
                    FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-FILE-SIGNING-EXIT.
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
              DISPLAY "PAYFMT: event " WS-PE-EVENT-CODE
                 " not logged for " PY-PAYMENT-ID " - " WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
      * WRITE-CONTROL-REPORT: the sign-off sheet - counts and the
      * per-currency transmitted totals through FORMAT-MONEY
           MOVE WS-DOMESTIC-COUNT TO WS-RPT-COUNT
           WRITE PAYFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYSENT REGISTER WRITE FAILURES" TO WS-RPT-LABEL
           MOVE WS-SENT-WRITE-FAILS TO WS-RPT-COUNT
           WRITE PAYFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "TRANSMITTED AMOUNTS PER CURRENCY" TO WS-HL-TEXT
           WRITE PAYFRPT-RECORD FROM WS-HEADING-LINE
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.

      *================================================================
      * WRITE-SENT-REGISTER: enter the record built in PAYSENT-RECORD
      * on the sent-file register
      *================================================================
       WRITE-SENT-REGISTER SECTION.
           WRITE PAYSENT-RECORD
              INVALID KEY
                 ADD 1 TO WS-SENT-WRITE-FAILS
                 DISPLAY "PAYFMT: write to PAYSENT failed, status="
                    WS-SN-FILE-STATUS " for " SN-MSG-ID " "
                    SN-PAYMENT-ID
           END-WRITE.

       WRITE-SENT-REGISTER-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE PAYGOOD-FILE
           CLOSE PAYXML-FILE
           CLOSE PAYFRPT-FILE
           CLOSE PAYSENT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.
