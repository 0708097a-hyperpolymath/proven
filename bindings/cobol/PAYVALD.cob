      * as a possible duplicate instead of released again. History
      * records older than the window are left for the housekeeping
      * REPRO to age off the cluster.
      *
      * Each history record also carries the payment ID, reachable
      * through the PAYHIST alternate index, and the bank's word on
      * the payment once PAYACK has read the pain.002 status report
      * - released records start with no bank status.
      *
      * The instruction now carries the beneficiary's name and
      * postal address behind the original 84 bytes, so PAYHOLD
      * can screen the name against the watch list and PAYFMT can
      * put the creditor on the pain.001. An instruction with no
      * beneficiary name can be neither, and is rejected (NAM001).
      *
      * Every instruction's countries - the beneficiary IBAN's, the
      * BIC's (positions 5-6) and the beneficiary address's - are
      * looked up on the CTRYVSAM country-risk and embargo master.
      * Any one of them under embargo today rejects the instruction
      * (CTY003 IBAN, CTY004 BIC, CTY005 address); one rated high
      * risk or enhanced due diligence is released as usual but
      * counted on the control report, so the desk signing off the
      * file sees how much is going to those countries.
      *
      * The instruction now also names its debtor: the ordering
      * customer and the account debited, behind the beneficiary
      * address, carried unchanged through PAYHOLD, PAYFMT and the
      * PAYSENT register. A debit account that is given must be a
      * valid IBAN (DBT001). Every released instruction with an
      * ordering customer is converted to base currency (USD) at
      * the newest valid EXCHRATE rate, as PAYHOLD converts it,
      * and held against the customer's limits on the CUSTLIM
      * master (loaded by CUSTLMLD): a daily limit on today's
      * releases and a rolling limit over the customer's window of
      * days, both in base-currency minor units, zero meaning no
      * limit of that kind. Released amounts are accumulated per
      * customer and day on the CUSTUSE KSDS - today's included as
      * the file is read - so the second of two payments in one
      * file is measured against the first. An instruction that
      * would take the customer over either limit, or whose
      * amount cannot be converted for a customer who has limits,
      * is not rejected: it is released to PAYGOOD marked in its
      * limit-hold byte (D daily, R rolling, U unconvertible), and
      * PAYHOLD parks it on the PAYPEND approval queue whatever its
      * amount. Held instructions count against the limit like any
      * other release, so a second over-limit payment is held too
      * until the desk has decided the first.
      *
      * A domestic beneficiary field may now carry the account
      * number behind its clearing code - routing number or sort
      * code, "/", account number, and for an ABA account an
      * optional "/S" (savings) or "/C" (checking) - so DOMFMT can
      * put the payment on the NACHA or BACS file. An account
      * number that is not digits, or too long for its scheme, is
      * rejected with the clearing code (RTG001).
      *
      * A PAYIN already taken in is refused before anything is
      * opened: FEED-REGISTRY-CHECK (PROVEN-FEED-REGISTRY, with the
      * FEEDREG DD pointed at the same dataset) looks the file's
      * content hash up on the RCVDREG received-file registry, and
      * a resend ends the step with COND code 12 and nothing
      * released, unless PARMMSTR entry RELOAD-PAYIN authorises a
      * deliberate reload of that very file. The processed file is
      * entered on the registry at the end of the run; a failure to
      * enter it sets COND code 8.
      *
      * A well-formed bank code is no longer enough: every
      * instruction's bank is looked up on the BANKDIR bank
      * directory through BANK-REACH-CHECK (PROVEN-BANKDIR) for the
      * day it settles - the later of today and its execution date.
      * The BIC on the IBAN path must be reachable over SEPA credit
      * transfer or SWIFT for a euro payment, and over SWIFT for any
      * other currency; an ABA routing number must be reachable
      * through ACH and a sort code through BACS, the schemes DOMFMT
      * puts them on; a BIC carried on a domestic instruction must
      * at least be known and in force. A code the directory does
      * not know (BNK001), whose entry has expired or is not yet in
      * force (BNK002), or that cannot take the payment's scheme
      * (BNK003) is rejected here rather than returned days later
      * through PAYRET. Like the embargo master, a directory that
      * cannot be read stops the run before anything is released.
      *
      * A payment must not ride on contact details nobody has
      * proven. An ordering customer whose email address or phone
      * was changed and has not yet been confirmed with the one-
      * time code NTFBUILD sent (VALSTAT's email or phone ownership
      * flag still N) has every instruction released marked C in
      * its limit-hold byte, so PAYHOLD parks it on PAYPEND for a
      * second operator - who can call the customer back on the
      * details held before the change - whatever its amount. An
      * instruction already held over a limit keeps its limit mark
      * and is counted with the unproven-contact holds too; it is
      * parked either way. A customer the validation sweep has not
      * yet seen has no flags to hold it by.
      *
      * Each instruction's verdict goes on the PAYEVNT payment event
      * log (PAY-EVENT-WRITE, see PROVEN-PAY-EVENT.cob): VALID when
      * released to PAYGOOD, with any limit or contact hold mark,
      * or REJECTED with the reject code and reason, so PAYTRACE
      * shows where the payment stopped without PAYREJ being
      * searched. A malformed amount is logged as zero.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PH-KEY
              ALTERNATE RECORD KEY IS PH-PAYMENT-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT COUNTRY-RISK-FILE ASSIGN TO "CTRYVSAM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CY-KEY
              FILE STATUS IS WS-CY-FILE-STATUS.

           SELECT CUSTLIM-FILE ASSIGN TO "CUSTLIM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CL-CUSTOMER-ID
              FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT CUSTUSE-FILE ASSIGN TO "CUSTUSE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CU-KEY
              FILE STATUS IS WS-CU-FILE-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ER-KEY
              FILE STATUS IS WS-ER-FILE-STATUS.

           SELECT VALSTAT-FILE ASSIGN TO "VALSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VS-CUSTOMER-ID
              FILE STATUS IS WS-VS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One outbound payment instruction per line
       FD  PAYIN-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYIN-RECORD.
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
              88 PY-IS-LIMIT-HELD       VALUE "D" "R" "U".
              88 PY-IS-CONTACT-HELD     VALUE "C".
      * Character view over the amount and date, so a malformed
      * instruction is format-checked and rejected before the
      * numeric fields above are ever touched - the driver whose
           05 PY-AMOUNT-SIGN-CHAR       PIC X(1).
           05 PY-AMOUNT-DIGITS-TEXT     PIC X(15).
           05 PY-EXEC-DATE-TEXT         PIC X(8).
           05 FILLER                    PIC X(248).

       FD  PAYGOOD-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYGOOD-RECORD               PIC X(332).

       FD  PAYREJ-FILE
           RECORD CONTAINS 388 CHARACTERS.
       01  PAYREJ-RECORD.
           05 PR-INSTRUCTION            PIC X(332).
           05 PR-REJECT-REASON          PIC X(50).
           05 PR-REJECT-CODE            PIC X(6).

      * instruction, keyed so every release of the same IBAN/
      * currency/amount sits together for the duplicate browse; the
      * per-run sequence breaks ties between legitimate repeats
      * released on the same day. The payment ID is the alternate
      * key PAYACK marks the bank's acknowledgement or rejection by.
       FD  PAYHIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PAYHIST-RECORD.
           05 PH-KEY.
              10 PH-BENEF-IBAN          PIC X(34).
                 SIGN IS LEADING SEPARATE CHARACTER.
              10 PH-RELEASE-DATE        PIC 9(8).
              10 PH-SEQUENCE            PIC 9(4).
           05 PH-PAYMENT-ID             PIC X(12).
           05 PH-MSG-ID                 PIC X(20).
           05 PH-BANK-STATUS            PIC X(4).
           05 PH-STATUS-DATE            PIC 9(8).
           05 PH-REASON-CODE            PIC X(6).
           05 FILLER                    PIC X(5).

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

      * Customer payment-limit master as CUSTLMLD loads it (see
      * CUSTLIM-RECORD in CUSTLMLD.cob)
       FD  CUSTLIM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUSTLIM-RECORD.
           05 CL-CUSTOMER-ID            PIC X(36).
           05 CL-DAILY-LIMIT-MINOR      PIC 9(15).
           05 CL-ROLLING-LIMIT-MINOR    PIC 9(15).
           05 CL-ROLLING-DAYS           PIC 9(3).
           05 CL-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(3).

      * Released base-currency amount per ordering customer and
      * release date - the running usage the limits are held to
       FD  CUSTUSE-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTUSE-RECORD.
           05 CU-KEY.
              10 CU-CUSTOMER-ID         PIC X(36).
              10 CU-RELEASE-DATE        PIC 9(8).
           05 CU-BASE-MINOR             PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CU-PAYMENT-COUNT          PIC 9(6).
           05 FILLER                    PIC X(4).

      * Exchange-rate KSDS as FXRATELD lays it down (see
      * EXCHANGE-RATE-RECORD in SAFECURR.cpy)
       FD  EXCHANGE-RATE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  EXCHANGE-RATE-VSAM-RECORD.
           05 ER-KEY.
              10 ER-FROM-CURRENCY       PIC X(3).
              10 ER-TO-CURRENCY         PIC X(3).
              10 ER-TIMESTAMP           PIC 9(14).
           05 ER-RATE                   PIC 9(6)V9(8).
           05 ER-VALID                  PIC 9.
              88 ER-RATE-VALID          VALUE 1.
           05 ER-SOURCE                 PIC X(1).

      * Validation-status KSDS as VALSTLD lays it down - read for
      * the contact ownership flags only
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
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
              88 VS-EMAIL-UNPROVEN      VALUE "N".
           05 VS-PHONE-VERIFIED         PIC X(1).
              88 VS-PHONE-UNPROVEN      VALUE "N".

       WORKING-STORAGE SECTION.

       01 WS-PI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

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
       01 WS-TOTAL-READ                PIC 9(8) VALUE 0.
       01 WS-GOOD-COUNT                PIC 9(8) VALUE 0.
       01 WS-FORMAT-REJECT-COUNT       PIC 9(6) VALUE 0.
       01 WS-DUPLICATE-REJECT-COUNT    PIC 9(6) VALUE 0.
       01 WS-ROUTING-REJECT-COUNT      PIC 9(6) VALUE 0.
       01 WS-NAME-REJECT-COUNT         PIC 9(6) VALUE 0.
       01 WS-EMBARGO-REJECT-COUNT      PIC 9(6) VALUE 0.
       01 WS-HIGH-RISK-RELEASE-COUNT   PIC 9(6) VALUE 0.
       01 WS-HIGH-RISK-SEEN            PIC 9 VALUE 0.
       01 WS-DEBIT-REJECT-COUNT        PIC 9(6) VALUE 0.
       01 WS-LIMIT-HELD-COUNT          PIC 9(6) VALUE 0.
       01 WS-DAILY-HELD-COUNT          PIC 9(6) VALUE 0.
       01 WS-ROLLING-HELD-COUNT        PIC 9(6) VALUE 0.
       01 WS-UNCONVERTED-HELD-COUNT    PIC 9(6) VALUE 0.
       01 WS-NO-CUSTOMER-COUNT         PIC 9(6) VALUE 0.
       01 WS-NO-LIMIT-COUNT            PIC 9(6) VALUE 0.
       01 WS-USAGE-WRITE-FAILS         PIC 9(6) VALUE 0.
       01 WS-BANKDIR-REJECT-COUNT      PIC 9(6) VALUE 0.
       01 WS-CONTACT-HELD-COUNT        PIC 9(6) VALUE 0.
       01 WS-VS-FILE-STATUS            PIC X(2).

      * Customer-limit check state - the limits read from CUSTLIM,
      * the instruction's base-currency value, and the customer's
      * usage today and over the rolling window
       01 WS-CL-FILE-STATUS            PIC X(2).
       01 WS-CU-FILE-STATUS            PIC X(2).
       01 WS-ER-FILE-STATUS            PIC X(2).
       01 WS-LIMIT-FOUND               PIC 9 VALUE 0.
       01 WS-BASE-CURRENCY             PIC X(3) VALUE "USD".
       01 WS-DEFAULT-ROLLING-DAYS      PIC 9(3) VALUE 30.
       01 WS-ROLLING-DAYS              PIC 9(3).
       01 WS-CONVERT-OK                PIC 9 VALUE 0.
       01 WS-BASE-AMOUNT               PIC S9(18) COMP-3.
       01 WS-DAILY-USED                PIC S9(18) COMP-3.
       01 WS-ROLLING-USED              PIC S9(18) COMP-3.
       01 WS-USE-BROWSE-DONE           PIC 9 VALUE 0.
       01 WS-USE-AGE-DAYS              PIC S9(6) COMP-3.

      * Newest valid rate found for the instruction's currency
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
       01 WS-RATE-FOUND                PIC 9 VALUE 0.
       01 WS-RATE-VALUE                PIC 9(6)V9(8).
       01 WS-RATE-TIMESTAMP            PIC 9(14).

      * MONEY-CONVERT call fields (see SAFE-CURRENCY.cob)
       01 WS-MC-FROM-CURRENCY          PIC X(3).
       01 WS-MC-TO-CURRENCY            PIC X(3).
       01 WS-MC-EXCH-FROM              PIC X(3).
       01 WS-MC-EXCH-TO                PIC X(3).
       01 WS-MC-AMOUNT-MINOR           PIC S9(18) COMP-3.
       01 WS-MC-EXCH-VALID             PIC 9.
       01 WS-MC-RESULT-MINOR           PIC S9(18) COMP-3.
       01 WS-MC-RESULT-STATUS          PIC 9.
       01 WS-MC-ERROR-MSG              PIC X(50).

       01 WS-REJECT-REASON             PIC X(50).

       01 WS-IS-DOMESTIC               PIC 9 VALUE 0.
       01 WS-ALL-DIGITS                PIC 9 VALUE 0.
       01 WS-SCAN-IDX                  PIC 9(2).
       01 WS-CODE-LEN                  PIC 9(2).
       01 WS-ACCT-START                PIC 9(2).
       01 WS-ACCT-LEN                  PIC 9(2).
       01 WS-ACCT-TYPE-POS             PIC 9(2).
       01 WS-RT-ROUTING                PIC X(9).
       01 WS-RT-SORT                   PIC X(8).
       01 WS-RT-RESULT                 PIC 9.
       01 WS-RT-ERROR-MSG              PIC X(50).

      * BANK-REACH-CHECK / BANK-DIR-OPEN call fields (see
      * PROVEN-BANKDIR.cob)
       01 WS-BR-CODE-TYPE              PIC X(1).
       01 WS-BR-BANK-CODE              PIC X(11).
       01 WS-BR-SCHEME                 PIC X(4).
       01 WS-BR-AS-OF-DATE             PIC 9(8).
       01 WS-BR-INSTITUTION            PIC X(60).
       01 WS-BR-STATUS                 PIC S9(4) COMP.
       01 WS-BR-REASON-CODE            PIC X(6).
       01 WS-BR-MSG                    PIC X(50).

      * SAFE-IBAN call fields
       01 WS-IBAN-LENGTH               PIC 9(2).
       01 WS-IBAN-RESULT               PIC 9.
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * FEED-REGISTRY-CHECK / -RECORD call fields (see
      * PROVEN-FEED-REGISTRY.cob) - PAYIN has no header record, so
      * it is checked by content alone
       01 WS-FR-FEED-NAME              PIC X(8) VALUE "PAYIN".
       01 WS-FR-HEADER-PREFIX          PIC X(2) VALUE SPACES.
       01 WS-FR-REF-POS                PIC 9(4) VALUE 1.
       01 WS-FR-REF-LEN                PIC 9(2) VALUE 0.
       01 WS-FR-RECORD-COUNT           PIC 9(8).
       01 WS-FR-CONTENT-HASH           PIC X(64).
       01 WS-FR-STATUS                 PIC S9(4) COMP.
       01 WS-FR-MSG                    PIC X(50).
       01 WS-FR-NOT-RECORDED           PIC 9 VALUE 0.

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-SOURCE                 PIC X(8) VALUE "PAYVALD".
       01 WS-PE-ACTOR                  PIC X(8) VALUE SPACES.
       01 WS-PE-REFERENCE              PIC X(35).
       01 WS-PE-DETAIL                 PIC X(60).
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-ERROR-MSG              PIC X(50).
       01 WS-PE-FAIL-COUNT             PIC 9(6) VALUE 0.
       01 WS-PE-AMOUNT                 PIC S9(15)
           SIGN IS LEADING SEPARATE CHARACTER.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-PS-DUPLICATE              PIC S9(4) COMP VALUE -11.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.
      * default
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM CHECK-FEED-REGISTRY
           PERFORM READ-LOOKBACK-PARM
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM WRITE-CONTROL-REPORT
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES
           PERFORM RECORD-FEED-REGISTRY

           DISPLAY "PAYVALD: " WS-TOTAL-READ " read, "
              WS-GOOD-COUNT " good, " WS-REJECT-COUNT " rejected"

           EVALUATE TRUE
              WHEN WS-HIST-WRITE-FAILS > 0 OR WS-USAGE-WRITE-FAILS > 0
                 OR WS-FR-NOT-RECORDED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REJECT-COUNT > 0 OR WS-HASH-OVERFLOW-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * CHECK-FEED-REGISTRY: refuse a PAYIN already received - an
      * exact or header-level duplicate - before anything is opened,
      * unless PARMMSTR entry RELOAD-PAYIN authorises this very file
      *================================================================
       CHECK-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-CHECK" USING WS-FR-FEED-NAME
               WS-FR-HEADER-PREFIX WS-FR-REF-POS WS-FR-REF-LEN
               WS-FR-RECORD-COUNT WS-FR-CONTENT-HASH WS-FR-STATUS
               WS-FR-MSG

           EVALUATE WS-FR-STATUS
              WHEN 0
                 IF WS-FR-MSG NOT = SPACES
                    DISPLAY "PAYVALD: " FUNCTION TRIM(WS-FR-MSG)
                       " - " WS-FR-CONTENT-HASH(1:16)
                 END-IF
              WHEN -11
                 DISPLAY "PAYVALD: PAYIN REFUSED - "
                    FUNCTION TRIM(WS-FR-MSG)
                 DISPLAY "PAYVALD: content hash "
                    WS-FR-CONTENT-HASH(1:16) ", "
                    WS-FR-RECORD-COUNT " record(s) - set RELOAD-"
                    "PAYIN to this hash to reload deliberately"
                 CALL "STATUS-TO-RC" USING WS-PS-DUPLICATE
                      WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY "PAYVALD: received-file registry check "
                    "failed - " FUNCTION TRIM(WS-FR-MSG)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CHECK-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * RECORD-FEED-REGISTRY: enter the processed PAYIN on the
      * registry; a feed left unentered could be taken in again, so
      * a failure sets COND code 8
      *================================================================
       RECORD-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-RECORD" USING WS-FR-STATUS WS-FR-MSG
           IF WS-FR-STATUS NOT = 0
              MOVE 1 TO WS-FR-NOT-RECORDED
              DISPLAY "PAYVALD: PAYIN NOT ENTERED on the received-"
                 "file registry - " FUNCTION TRIM(WS-FR-MSG)
           END-IF.

       RECORD-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * READ-LOOKBACK-PARM: a numeric JCL PARM overrides the default
      * 10-day duplicate look-back window
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    Likewise a run that cannot see the embargo master must
      *    not release anything
           OPEN INPUT COUNTRY-RISK-FILE
           IF WS-CY-FILE-STATUS NOT = "00"
              DISPLAY "PAYVALD: cannot open CTRYVSAM, status="
                 WS-CY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    Nor can a run that cannot see the customers' limits, or
      *    what they have already sent, hold anyone to them
           OPEN INPUT CUSTLIM-FILE
           IF WS-CL-FILE-STATUS NOT = "00"
              DISPLAY "PAYVALD: cannot open CUSTLIM, status="
                 WS-CL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O CUSTUSE-FILE
           IF WS-CU-FILE-STATUS NOT = "00"
              AND WS-CU-FILE-STATUS NOT = "05"
              AND WS-CU-FILE-STATUS NOT = "97"
              DISPLAY "PAYVALD: cannot open CUSTUSE, status="
                 WS-CU-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
              DISPLAY "PAYVALD: cannot open EXCHRATE, status="
                 WS-ER-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    Nor can one that cannot see whose contact details are
      *    still unproven
           OPEN INPUT VALSTAT-FILE
           IF WS-VS-FILE-STATUS NOT = "00"
              AND WS-VS-FILE-STATUS NOT = "97"
              DISPLAY "PAYVALD: cannot open VALSTAT, status="
                 WS-VS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    Nor can one that cannot see the bank directory say a
      *    bank can take the payment
           CALL "BANK-DIR-OPEN" USING WS-BR-STATUS WS-BR-MSG
           IF WS-BR-STATUS NOT = 0
              DISPLAY "PAYVALD: cannot open BANKDIR - "
                 FUNCTION TRIM(WS-BR-MSG)
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CY-TODAY.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-PAYMENT-RECORD: run one instruction through the
      * beneficiary-name, IBAN, BIC, IBAN/BIC-consistency,
      * currency, and execution-date checks, writing it to PAYGOOD
      * or PAYREJ as appropriate
      *================================================================
       VALIDATE-PAYMENT-RECORD SECTION.
           ADD 1 TO WS-TOTAL-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-CODE
      *    The limit-hold byte is this program's to set, never the
      *    sender's
           MOVE SPACE TO PY-LIMIT-HOLD

      *    Format first: a non-numeric amount or date would abend
      *    the hash totalling and the date split below
              GO TO VALIDATE-PAYMENT-RECORD-EXIT
           END-IF

      *    No name means nothing to screen and no creditor to name
      *    on the outbound file
           IF PY-BENEF-NAME = SPACES
              MOVE "Beneficiary name missing" TO WS-REJECT-REASON
              MOVE "NAM001" TO WS-REJECT-CODE
              ADD 1 TO WS-NAME-REJECT-COUNT
              PERFORM WRITE-REJECT-RECORD
              GO TO VALIDATE-PAYMENT-RECORD-EXIT
           END-IF

      *    The account debited is optional, but one that is given
      *    must be a real IBAN
           IF PY-DEBIT-IBAN NOT = SPACES
              COMPUTE WS-IBAN-LENGTH =
                 FUNCTION LENGTH(FUNCTION TRIM(PY-DEBIT-IBAN))
              CALL "IS-VALID-IBAN" USING PY-DEBIT-IBAN
                  WS-IBAN-LENGTH WS-IBAN-RESULT WS-IBAN-ERROR-MSG
              IF WS-IBAN-RESULT NOT = 1
                 MOVE "Debit account IBAN invalid" TO WS-REJECT-REASON
                 MOVE "DBT001" TO WS-REJECT-CODE
                 ADD 1 TO WS-DEBIT-REJECT-COUNT
                 PERFORM WRITE-REJECT-RECORD
                 GO TO VALIDATE-PAYMENT-RECORD-EXIT
              END-IF
           END-IF

      *    A beneficiary field opening with an all-digit clearing
      *    code is domestic, validated under its own scheme's rules
           PERFORM CHECK-DOMESTIC-CLEARING
           IF WS-REJECT-REASON NOT = SPACES
              MOVE "RTG001" TO WS-REJECT-CODE
           END-IF.

       VALIDATE-PAYMENT-COMMON.
           PERFORM CHECK-COUNTRY-EMBARGO
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-EMBARGO-REJECT-COUNT
              PERFORM WRITE-REJECT-RECORD
              GO TO VALIDATE-PAYMENT-RECORD-EXIT
           END-IF

           CALL "IS-VALID-CURRENCY" USING PY-CURRENCY
               WS-CURRENCY-RESULT

              GO TO VALIDATE-PAYMENT-RECORD-EXIT
           END-IF

           PERFORM CHECK-BANK-REACHABILITY
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-BANKDIR-REJECT-COUNT
              PERFORM WRITE-REJECT-RECORD
              GO TO VALIDATE-PAYMENT-RECORD-EXIT
           END-IF

           PERFORM CHECK-DUPLICATE-HISTORY
           IF WS-DUPLICATE-FOUND = 1
              MOVE "Possible duplicate of released payment"
              GO TO VALIDATE-PAYMENT-RECORD-EXIT
           END-IF

           IF WS-HIGH-RISK-SEEN = 1
              ADD 1 TO WS-HIGH-RISK-RELEASE-COUNT
           END-IF
           PERFORM CHECK-CUSTOMER-LIMITS
           PERFORM CHECK-CONTACT-OWNERSHIP
           PERFORM WRITE-GOOD-RECORD.

       VALIDATE-PAYMENT-RECORD-EXIT.
           EXIT.

      *================================================================
      * CHECK-COUNTRY-EMBARGO: look each of the instruction's
      * countries up on CTRYVSAM - the IBAN's (not on the domestic
      * path, where the field is a clearing code), the BIC's when
      * one is carried, and the beneficiary address's when given.
      * The first one under embargo is the reject; a high-risk or
      * EDD rating on any of them is only noted.
      * Output: WS-REJECT-REASON/WS-REJECT-CODE (set on embargo),
      *         WS-HIGH-RISK-SEEN
      *================================================================
       CHECK-COUNTRY-EMBARGO SECTION.
           MOVE 0 TO WS-HIGH-RISK-SEEN

           IF WS-IS-DOMESTIC NOT = 1
              MOVE PY-BENEF-IBAN(1:2) TO WS-CY-CHECK-COUNTRY
              PERFORM LOOKUP-COUNTRY-RISK
              IF WS-CY-IS-EMBARGOED
                 MOVE "Beneficiary IBAN country is under embargo"
                    TO WS-REJECT-REASON
                 MOVE "CTY003" TO WS-REJECT-CODE
                 GO TO CHECK-COUNTRY-EMBARGO-EXIT
              END-IF
              IF WS-CY-IS-HIGH OR WS-CY-IS-EDD
                 MOVE 1 TO WS-HIGH-RISK-SEEN
              END-IF
           END-IF

           IF PY-BENEF-BIC NOT = SPACES
              MOVE PY-BENEF-BIC(5:2) TO WS-CY-CHECK-COUNTRY
              PERFORM LOOKUP-COUNTRY-RISK
              IF WS-CY-IS-EMBARGOED
                 MOVE "Beneficiary bank country is under embargo"
                    TO WS-REJECT-REASON
                 MOVE "CTY004" TO WS-REJECT-CODE
                 GO TO CHECK-COUNTRY-EMBARGO-EXIT
              END-IF
              IF WS-CY-IS-HIGH OR WS-CY-IS-EDD
                 MOVE 1 TO WS-HIGH-RISK-SEEN
              END-IF
           END-IF

           IF PY-BENEF-COUNTRY NOT = SPACES
              MOVE FUNCTION UPPER-CASE(PY-BENEF-COUNTRY)
                 TO WS-CY-CHECK-COUNTRY
              PERFORM LOOKUP-COUNTRY-RISK
              IF WS-CY-IS-EMBARGOED
                 MOVE "Beneficiary address country is under embargo"
                    TO WS-REJECT-REASON
                 MOVE "CTY005" TO WS-REJECT-CODE
                 GO TO CHECK-COUNTRY-EMBARGO-EXIT
              END-IF
              IF WS-CY-IS-HIGH OR WS-CY-IS-EDD
                 MOVE 1 TO WS-HIGH-RISK-SEEN
              END-IF
           END-IF.

       CHECK-COUNTRY-EMBARGO-EXIT.
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
      * CHECK-BANK-REACHABILITY: hold the instruction's bank to the
      * BANKDIR directory for the day it settles - the clearing
      * code on the domestic path (ACH for a routing number, BACS
      * for a sort code) and any BIC it carries there, the BIC on
      * the IBAN path (SEPA credit transfer, else SWIFT, for euro;
      * SWIFT otherwise)
      * Output: WS-REJECT-REASON/WS-REJECT-CODE (set on refusal)
      *================================================================
       CHECK-BANK-REACHABILITY SECTION.
           IF PY-EXEC-DATE > WS-TODAY
              MOVE PY-EXEC-DATE TO WS-BR-AS-OF-DATE
           ELSE
              MOVE WS-TODAY TO WS-BR-AS-OF-DATE
           END-IF

           IF WS-IS-DOMESTIC = 1
              MOVE SPACES TO WS-BR-BANK-CODE
              MOVE PY-BENEF-IBAN(1:WS-CODE-LEN) TO WS-BR-BANK-CODE
              IF WS-CODE-LEN = 9
                 MOVE "A" TO WS-BR-CODE-TYPE
                 MOVE "ACH " TO WS-BR-SCHEME
              ELSE
                 MOVE "S" TO WS-BR-CODE-TYPE
                 MOVE "BACS" TO WS-BR-SCHEME
              END-IF
              PERFORM CALL-BANK-REACH-CHECK
              IF WS-BR-STATUS NOT = 0
                 GO TO CHECK-BANK-REACHABILITY-EXIT
              END-IF
              IF PY-BENEF-BIC = SPACES
                 GO TO CHECK-BANK-REACHABILITY-EXIT
              END-IF
              MOVE SPACES TO WS-BR-SCHEME
           ELSE
              IF PY-CURRENCY = "EUR"
                 MOVE "SCT " TO WS-BR-SCHEME
              ELSE
                 MOVE "SWFT" TO WS-BR-SCHEME
              END-IF
           END-IF

           MOVE "B" TO WS-BR-CODE-TYPE
           MOVE PY-BENEF-BIC TO WS-BR-BANK-CODE
           PERFORM CALL-BANK-REACH-CHECK

      *    A euro payment to a bank outside SEPA still goes by SWIFT
           IF WS-BR-REASON-CODE = "BNK003"
              AND WS-BR-SCHEME = "SCT "
              MOVE SPACES TO WS-REJECT-REASON
              MOVE SPACES TO WS-REJECT-CODE
              MOVE "SWFT" TO WS-BR-SCHEME
              PERFORM CALL-BANK-REACH-CHECK
           END-IF.

       CHECK-BANK-REACHABILITY-EXIT.
           EXIT.

      *================================================================
      * CALL-BANK-REACH-CHECK: one directory lookup; a refusal
      * becomes the reject reason and catalog code
      *================================================================
       CALL-BANK-REACH-CHECK SECTION.
           CALL "BANK-REACH-CHECK" USING WS-BR-CODE-TYPE
               WS-BR-BANK-CODE WS-BR-SCHEME WS-BR-AS-OF-DATE
               WS-BR-INSTITUTION WS-BR-STATUS WS-BR-REASON-CODE
               WS-BR-MSG

           EVALUATE WS-BR-STATUS
              WHEN 0
                 CONTINUE
              WHEN -7
                 MOVE WS-BR-MSG TO WS-REJECT-REASON
                 MOVE WS-BR-REASON-CODE TO WS-REJECT-CODE
              WHEN OTHER
                 MOVE WS-BR-MSG TO WS-REJECT-REASON
                 MOVE "BNK001" TO WS-REJECT-CODE
           END-EVALUATE.

       CALL-BANK-REACH-CHECK-EXIT.
           EXIT.

      *================================================================
      * CHECK-DOMESTIC-CLEARING: a beneficiary field that opens
      * with an all-digit clearing code - nine digits an ABA
      * routing number, six (or six with the customary hyphens) a
      * UK sort code, anything else all-digit no code we recognize
      * - is domestic. The code may be followed by "/" and the
      * beneficiary's account number, which the NACHA and BACS
      * files need: up to 17 digits for an ABA account, optionally
      * closed by "/S" for savings or "/C" for checking, exactly
      * eight digits for a sort-code account. A field that does not
      * open with digits falls through to the IBAN path untouched.
      * Output: WS-IS-DOMESTIC, WS-REJECT-REASON (set on failure)
      *================================================================
       CHECK-DOMESTIC-CLEARING SECTION.
              GO TO CHECK-DOMESTIC-CLEARING-EXIT
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
              GO TO CHECK-DOMESTIC-CLEARING-EXIT
           END-IF

           MOVE 1 TO WS-ALL-DIGITS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CODE-LEN
                      OR WS-ALL-DIGITS = 0
              IF (PY-BENEF-IBAN(WS-SCAN-IDX:1) < "0"
                  OR PY-BENEF-IBAN(WS-SCAN-IDX:1) > "9")
           END-IF

           MOVE 1 TO WS-IS-DOMESTIC
           EVALUATE WS-CODE-LEN
              WHEN 9
                 MOVE PY-BENEF-IBAN(1:9) TO WS-RT-ROUTING
                 CALL "IS-VALID-ABA" USING WS-RT-ROUTING
              WHEN 8
                 MOVE PY-BENEF-IBAN(1:8) TO WS-RT-SORT
                 CALL "IS-VALID-SORT-CODE" USING WS-RT-SORT
                     WS-CODE-LEN WS-RT-RESULT
                     WS-RT-ERROR-MSG
                 IF WS-RT-RESULT NOT = 1
                    MOVE WS-RT-ERROR-MSG TO WS-REJECT-REASON
                    TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              AND WS-CODE-LEN < WS-BENEF-TRIMMED-LEN
              PERFORM CHECK-DOMESTIC-ACCOUNT
           END-IF

      *    A domestic instruction's BIC is optional, but a BIC it
      *    does carry must still be a real one
           IF WS-REJECT-REASON = SPACES
       CHECK-DOMESTIC-CLEARING-EXIT.
           EXIT.

      *================================================================
      * CHECK-DOMESTIC-ACCOUNT: the account number behind the
      * clearing code's "/" - digits only, up to 17 of them with
      * an optional "/S" or "/C" account type for an ABA code,
      * exactly eight for a sort code
      * Output: WS-REJECT-REASON (set on failure)
      *================================================================
       CHECK-DOMESTIC-ACCOUNT SECTION.
           COMPUTE WS-ACCT-START = WS-CODE-LEN + 2
           MOVE 0 TO WS-ACCT-LEN
           MOVE 0 TO WS-ACCT-TYPE-POS
           MOVE 1 TO WS-ALL-DIGITS
           PERFORM VARYING WS-SCAN-IDX FROM WS-ACCT-START BY 1
                   UNTIL WS-SCAN-IDX > WS-BENEF-TRIMMED-LEN
                      OR WS-ACCT-TYPE-POS > 0
              EVALUATE TRUE
                 WHEN PY-BENEF-IBAN(WS-SCAN-IDX:1) >= "0"
                      AND PY-BENEF-IBAN(WS-SCAN-IDX:1) <= "9"
                    ADD 1 TO WS-ACCT-LEN
                 WHEN PY-BENEF-IBAN(WS-SCAN-IDX:1) = "/"
                    COMPUTE WS-ACCT-TYPE-POS = WS-SCAN-IDX + 1
                 WHEN OTHER
                    MOVE 0 TO WS-ALL-DIGITS
              END-EVALUATE
           END-PERFORM

           IF WS-ALL-DIGITS = 0 OR WS-ACCT-LEN = 0
              MOVE "Domestic account number must be digits"
                 TO WS-REJECT-REASON
              GO TO CHECK-DOMESTIC-ACCOUNT-EXIT
           END-IF

           IF WS-CODE-LEN = 9
              IF WS-ACCT-LEN > 17
                 MOVE "ABA account number longer than 17 digits"
                    TO WS-REJECT-REASON
                 GO TO CHECK-DOMESTIC-ACCOUNT-EXIT
              END-IF
              IF WS-ACCT-TYPE-POS > 0
                 AND (WS-ACCT-TYPE-POS NOT = WS-BENEF-TRIMMED-LEN
                   OR (PY-BENEF-IBAN(WS-ACCT-TYPE-POS:1) NOT = "S"
                   AND PY-BENEF-IBAN(WS-ACCT-TYPE-POS:1) NOT = "C"))
                 MOVE "ABA account type must be /S or /C"
                    TO WS-REJECT-REASON
              END-IF
           ELSE
              IF WS-ACCT-LEN NOT = 8 OR WS-ACCT-TYPE-POS > 0
                 MOVE "Sort-code account number must be 8 digits"
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

       CHECK-DOMESTIC-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * CHECK-DUPLICATE-HISTORY: partial browse of PAYHIST for this
      * instruction's IBAN/currency/amount - any release of the
              MOVE 1 TO WS-HIST-SEQUENCE
           END-IF

           MOVE SPACES TO PAYHIST-RECORD
           MOVE PY-BENEF-IBAN TO PH-BENEF-IBAN
           MOVE PY-CURRENCY TO PH-CURRENCY
           MOVE PY-AMOUNT-MINOR TO PH-AMOUNT-MINOR
           MOVE WS-TODAY TO PH-RELEASE-DATE
           MOVE WS-HIST-SEQUENCE TO PH-SEQUENCE
           MOVE PY-PAYMENT-ID TO PH-PAYMENT-ID
           MOVE 0 TO PH-STATUS-DATE

           WRITE PAYHIST-RECORD
              INVALID KEY
       APPEND-TO-HISTORY-EXIT.
           EXIT.

      *================================================================
      * CHECK-CUSTOMER-LIMITS: convert the instruction to base
      * currency and hold it against its ordering customer's daily
      * and rolling limits, marking the limit-hold byte when either
      * would be exceeded. An instruction with no ordering customer,
      * or whose customer has no limits on file, is only counted.
      * Output: PY-LIMIT-HOLD, WS-CONVERT-OK, WS-BASE-AMOUNT
      *================================================================
       CHECK-CUSTOMER-LIMITS SECTION.
           MOVE 0 TO WS-CONVERT-OK
           MOVE 0 TO WS-BASE-AMOUNT
           IF PY-ORDER-CUSTOMER-ID = SPACES
              ADD 1 TO WS-NO-CUSTOMER-COUNT
              GO TO CHECK-CUSTOMER-LIMITS-EXIT
           END-IF

           PERFORM CONVERT-TO-BASE

           MOVE 1 TO WS-LIMIT-FOUND
           MOVE PY-ORDER-CUSTOMER-ID TO CL-CUSTOMER-ID
           READ CUSTLIM-FILE
              INVALID KEY
                 MOVE 0 TO WS-LIMIT-FOUND
           END-READ
           IF WS-LIMIT-FOUND = 0
              OR (CL-DAILY-LIMIT-MINOR = 0
                  AND CL-ROLLING-LIMIT-MINOR = 0)
              ADD 1 TO WS-NO-LIMIT-COUNT
              GO TO CHECK-CUSTOMER-LIMITS-EXIT
           END-IF

      *    A customer with limits whose payment cannot be measured
      *    against them is held, never waved through
           IF WS-CONVERT-OK = 0
              MOVE "U" TO PY-LIMIT-HOLD
              ADD 1 TO WS-UNCONVERTED-HELD-COUNT
              ADD 1 TO WS-LIMIT-HELD-COUNT
              GO TO CHECK-CUSTOMER-LIMITS-EXIT
           END-IF

           MOVE CL-ROLLING-DAYS TO WS-ROLLING-DAYS
           IF WS-ROLLING-DAYS = 0
              MOVE WS-DEFAULT-ROLLING-DAYS TO WS-ROLLING-DAYS
           END-IF
           PERFORM SUM-CUSTOMER-USAGE

           IF CL-DAILY-LIMIT-MINOR > 0
              AND WS-DAILY-USED + WS-BASE-AMOUNT > CL-DAILY-LIMIT-MINOR
              MOVE "D" TO PY-LIMIT-HOLD
              ADD 1 TO WS-DAILY-HELD-COUNT
              ADD 1 TO WS-LIMIT-HELD-COUNT
              GO TO CHECK-CUSTOMER-LIMITS-EXIT
           END-IF

           IF CL-ROLLING-LIMIT-MINOR > 0
              AND WS-ROLLING-USED + WS-BASE-AMOUNT
                  > CL-ROLLING-LIMIT-MINOR
              MOVE "R" TO PY-LIMIT-HOLD
              ADD 1 TO WS-ROLLING-HELD-COUNT
              ADD 1 TO WS-LIMIT-HELD-COUNT
           END-IF.

       CHECK-CUSTOMER-LIMITS-EXIT.
           EXIT.

      *================================================================
      * CHECK-CONTACT-OWNERSHIP: an ordering customer with an email
      * or phone changed and not yet confirmed by one-time code is
      * held for a second operator - marked C unless a limit has
      * already marked it
      * Output: PY-LIMIT-HOLD
      *================================================================
       CHECK-CONTACT-OWNERSHIP SECTION.
           IF PY-ORDER-CUSTOMER-ID = SPACES
              GO TO CHECK-CONTACT-OWNERSHIP-EXIT
           END-IF

           MOVE PY-ORDER-CUSTOMER-ID TO VS-CUSTOMER-ID
           READ VALSTAT-FILE
              INVALID KEY
                 GO TO CHECK-CONTACT-OWNERSHIP-EXIT
           END-READ

           IF VS-EMAIL-UNPROVEN OR VS-PHONE-UNPROVEN
              ADD 1 TO WS-CONTACT-HELD-COUNT
              IF NOT PY-IS-LIMIT-HELD
                 MOVE "C" TO PY-LIMIT-HOLD
              END-IF
           END-IF.

       CHECK-CONTACT-OWNERSHIP-EXIT.
           EXIT.

      *================================================================
      * CONVERT-TO-BASE: the instruction's amount in base-currency
      * minor units, through MONEY-CONVERT at the newest valid rate
      * Output: WS-CONVERT-OK, WS-BASE-AMOUNT
      *================================================================
       CONVERT-TO-BASE SECTION.
           IF PY-CURRENCY = WS-BASE-CURRENCY
              MOVE PY-AMOUNT-MINOR TO WS-BASE-AMOUNT
              MOVE 1 TO WS-CONVERT-OK
              GO TO CONVERT-TO-BASE-EXIT
           END-IF

           PERFORM FIND-NEWEST-VALID-RATE
           IF WS-RATE-FOUND = 0
              GO TO CONVERT-TO-BASE-EXIT
           END-IF

           MOVE PY-CURRENCY TO WS-MC-FROM-CURRENCY
           MOVE PY-CURRENCY TO WS-MC-EXCH-FROM
           MOVE WS-BASE-CURRENCY TO WS-MC-EXCH-TO
           MOVE WS-BASE-CURRENCY TO WS-MC-TO-CURRENCY
           MOVE PY-AMOUNT-MINOR TO WS-MC-AMOUNT-MINOR
           MOVE 1 TO WS-MC-EXCH-VALID
           CALL "MONEY-CONVERT" USING WS-MC-FROM-CURRENCY
               WS-MC-AMOUNT-MINOR WS-MC-EXCH-FROM
               WS-MC-EXCH-TO WS-RATE-VALUE WS-RATE-TIMESTAMP
               WS-MC-EXCH-VALID WS-MC-TO-CURRENCY
               WS-MC-RESULT-MINOR WS-MC-RESULT-STATUS
               WS-MC-ERROR-MSG
           IF WS-MC-RESULT-STATUS = 1
              MOVE WS-MC-RESULT-MINOR TO WS-BASE-AMOUNT
              MOVE 1 TO WS-CONVERT-OK
           END-IF.

       CONVERT-TO-BASE-EXIT.
           EXIT.

      *================================================================
      * FIND-NEWEST-VALID-RATE: partial browse of the rate KSDS for
      * the newest valid PY-CURRENCY/USD rate (as in PAYHOLD)
      * Output: WS-RATE-FOUND, WS-RATE-VALUE, WS-RATE-TIMESTAMP
      *================================================================
       FIND-NEWEST-VALID-RATE SECTION.
           MOVE 0 TO WS-RATE-FOUND
           MOVE 0 TO WS-RATE-VALUE
           MOVE 0 TO WS-RATE-TIMESTAMP

           MOVE PY-CURRENCY TO ER-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO ER-TO-CURRENCY
           MOVE 0 TO ER-TIMESTAMP
           MOVE 0 TO WS-BROWSE-DONE

           START EXCHANGE-RATE-FILE KEY NOT LESS THAN ER-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ EXCHANGE-RATE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF ER-FROM-CURRENCY NOT = PY-CURRENCY
                       OR ER-TO-CURRENCY NOT = WS-BASE-CURRENCY
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF ER-RATE-VALID
                          AND ER-TIMESTAMP >= WS-RATE-TIMESTAMP
                          MOVE 1 TO WS-RATE-FOUND
                          MOVE ER-RATE TO WS-RATE-VALUE
                          MOVE ER-TIMESTAMP TO WS-RATE-TIMESTAMP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       FIND-NEWEST-VALID-RATE-EXIT.
           EXIT.

      *================================================================
      * SUM-CUSTOMER-USAGE: partial browse of CUSTUSE over the
      * ordering customer - today's release total, and the total
      * over the rolling window of days ending today. Release dates
      * sort ascending under the customer, so older days are read
      * and passed over first.
      * Output: WS-DAILY-USED, WS-ROLLING-USED
      *================================================================
       SUM-CUSTOMER-USAGE SECTION.
           MOVE 0 TO WS-DAILY-USED
           MOVE 0 TO WS-ROLLING-USED
           MOVE 0 TO WS-USE-BROWSE-DONE

           MOVE PY-ORDER-CUSTOMER-ID TO CU-CUSTOMER-ID
           MOVE 0 TO CU-RELEASE-DATE
           START CUSTUSE-FILE KEY NOT LESS THAN CU-KEY
              INVALID KEY
                 MOVE 1 TO WS-USE-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-USE-BROWSE-DONE = 1
              READ CUSTUSE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-USE-BROWSE-DONE
                 NOT AT END
                    IF CU-CUSTOMER-ID NOT = PY-ORDER-CUSTOMER-ID
                       MOVE 1 TO WS-USE-BROWSE-DONE
                    ELSE
                       MOVE CU-RELEASE-DATE(1:4) TO WS-JD-YEAR
                       MOVE CU-RELEASE-DATE(5:2) TO WS-JD-MONTH
                       MOVE CU-RELEASE-DATE(7:2) TO WS-JD-DAY
                       PERFORM CALCULATE-JULIAN-DAY
                       COMPUTE WS-USE-AGE-DAYS =
                          WS-TODAY-JULIAN - WS-JULIAN-DAY
                       IF WS-USE-AGE-DAYS >= 0
                          AND WS-USE-AGE-DAYS < WS-ROLLING-DAYS
                          ADD CU-BASE-MINOR TO WS-ROLLING-USED
                       END-IF
                       IF CU-RELEASE-DATE = WS-TODAY
                          ADD CU-BASE-MINOR TO WS-DAILY-USED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       SUM-CUSTOMER-USAGE-EXIT.
           EXIT.

      *================================================================
      * ADD-TO-CUSTOMER-USAGE: a released instruction's base value
      * joins its ordering customer's total for today, held or not
      *================================================================
       ADD-TO-CUSTOMER-USAGE SECTION.
           IF PY-ORDER-CUSTOMER-ID = SPACES OR WS-CONVERT-OK = 0
              GO TO ADD-TO-CUSTOMER-USAGE-EXIT
           END-IF

           MOVE PY-ORDER-CUSTOMER-ID TO CU-CUSTOMER-ID
           MOVE WS-TODAY TO CU-RELEASE-DATE
           READ CUSTUSE-FILE
              INVALID KEY
                 MOVE SPACES TO CUSTUSE-RECORD
                 MOVE PY-ORDER-CUSTOMER-ID TO CU-CUSTOMER-ID
                 MOVE WS-TODAY TO CU-RELEASE-DATE
                 MOVE 0 TO CU-BASE-MINOR
                 MOVE 0 TO CU-PAYMENT-COUNT
                 ADD WS-BASE-AMOUNT TO CU-BASE-MINOR
                 ADD 1 TO CU-PAYMENT-COUNT
                 WRITE CUSTUSE-RECORD
                    INVALID KEY
                       ADD 1 TO WS-USAGE-WRITE-FAILS
                       DISPLAY "PAYVALD: write to CUSTUSE failed, "
                          "status=" WS-CU-FILE-STATUS " for "
                          PY-PAYMENT-ID
                 END-WRITE
                 GO TO ADD-TO-CUSTOMER-USAGE-EXIT
           END-READ

           ADD WS-BASE-AMOUNT TO CU-BASE-MINOR
           ADD 1 TO CU-PAYMENT-COUNT
           REWRITE CUSTUSE-RECORD
              INVALID KEY
                 ADD 1 TO WS-USAGE-WRITE-FAILS
                 DISPLAY "PAYVALD: rewrite of CUSTUSE failed, "
                    "status=" WS-CU-FILE-STATUS " for "
                    PY-PAYMENT-ID
           END-REWRITE.

       ADD-TO-CUSTOMER-USAGE-EXIT.
           EXIT.

      *================================================================
      * WRITE-GOOD-RECORD: release the instruction to PAYGOOD and
      * roll it into its currency's hash totals
           WRITE PAYGOOD-RECORD
           ADD 1 TO WS-GOOD-COUNT
           PERFORM APPEND-TO-HISTORY
           PERFORM ADD-TO-CUSTOMER-USAGE

           MOVE "VALID" TO WS-PE-EVENT-CODE
           MOVE PY-AMOUNT-MINOR TO WS-PE-AMOUNT
           EVALUATE TRUE
              WHEN PY-IS-LIMIT-HELD
                 MOVE PY-LIMIT-HOLD TO WS-PE-REFERENCE
                 MOVE "RELEASED FOR APPROVAL - OVER CUSTOMER LIMIT"
                    TO WS-PE-DETAIL
              WHEN PY-IS-CONTACT-HELD
                 MOVE PY-LIMIT-HOLD TO WS-PE-REFERENCE
                 MOVE "RELEASED FOR APPROVAL - CONTACT NOT CONFIRMED"
                    TO WS-PE-DETAIL
              WHEN OTHER
                 MOVE "RELEASED TO PAYGOOD" TO WS-PE-DETAIL
           END-EVALUATE
           PERFORM LOG-PAYMENT-EVENT

           MOVE 0 TO WS-HASH-FOUND
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
           MOVE WS-REJECT-REASON TO PR-REJECT-REASON
           MOVE WS-REJECT-CODE TO PR-REJECT-CODE
           WRITE PAYREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT

           MOVE "REJECTED" TO WS-PE-EVENT-CODE
           MOVE WS-REJECT-CODE TO WS-PE-REFERENCE
           MOVE WS-REJECT-REASON TO WS-PE-DETAIL
           MOVE 0 TO WS-PE-AMOUNT
           IF PY-AMOUNT-DIGITS-TEXT IS NUMERIC
              AND (PY-AMOUNT-SIGN-CHAR = "+"
                 OR PY-AMOUNT-SIGN-CHAR = "-")
              MOVE PY-AMOUNT-MINOR TO WS-PE-AMOUNT
           END-IF
           PERFORM LOG-PAYMENT-EVENT.

       WRITE-REJECT-RECORD-EXIT.
           EXIT.
           MOVE WS-ROUTING-REJECT-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  REJECTED - NO BENEF NAME" TO WS-RPT-LABEL
           MOVE WS-NAME-REJECT-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  REJECTED - EMBARGOED CTRY" TO WS-RPT-LABEL
           MOVE WS-EMBARGO-REJECT-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  REJECTED - BANK DIRECTORY" TO WS-RPT-LABEL
           MOVE WS-BANKDIR-REJECT-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RELEASED - HIGH-RISK/EDD CTRY" TO WS-RPT-LABEL
           MOVE WS-HIGH-RISK-RELEASE-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  REJECTED - BAD DEBIT ACCT" TO WS-RPT-LABEL
           MOVE WS-DEBIT-REJECT-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RELEASED - HELD FOR LIMIT" TO WS-RPT-LABEL
           MOVE WS-LIMIT-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  OVER DAILY LIMIT" TO WS-RPT-LABEL
           MOVE WS-DAILY-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  OVER ROLLING LIMIT" TO WS-RPT-LABEL
           MOVE WS-ROLLING-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  NO USABLE RATE" TO WS-RPT-LABEL
           MOVE WS-UNCONVERTED-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RELEASED - HELD FOR CONTACT" TO WS-RPT-LABEL
           MOVE WS-CONTACT-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RELEASED - NO ORDERING CUST" TO WS-RPT-LABEL
           MOVE WS-NO-CUSTOMER-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RELEASED - NO CUSTOMER LIMIT" TO WS-RPT-LABEL
           MOVE WS-NO-LIMIT-COUNT TO WS-RPT-COUNT
           WRITE PAYCTL-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "HASH TOTALS - RELEASED AMOUNTS PER CURRENCY"
              TO WS-HL-TEXT
           CLOSE PAYGOOD-FILE
           CLOSE PAYREJ-FILE
           CLOSE PAYCTL-FILE
           CLOSE PAYHIST-FILE
           CLOSE COUNTRY-RISK-FILE
           CLOSE CUSTLIM-FILE
           CLOSE CUSTUSE-FILE
           CLOSE EXCHANGE-RATE-FILE
           CLOSE VALSTAT-FILE.

       CLOSE-FILES-EXIT.
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
               WS-PE-AMOUNT WS-PE-RESULT WS-PE-ERROR-MSG

           IF WS-PE-RESULT NOT = 1
              ADD 1 TO WS-PE-FAIL-COUNT
              DISPLAY "PAYVALD: event " WS-PE-EVENT-CODE
                 " not logged for " PY-PAYMENT-ID " - " WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
      * CALCULATE-JULIAN-DAY: convert WS-JD-YEAR/MONTH/DAY to a
      * Julian day number in WS-JULIAN-DAY
