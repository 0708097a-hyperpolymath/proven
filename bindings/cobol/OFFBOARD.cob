      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven Offboard - customer relationship closure and
      * right-to-erasure processing for COBOL
      *

      *================================================================
      * Until this job nothing ever let a customer go: CUSTMAST,
      * CUSTHIST, STMTARCH, CUSTGOOD and the token vault kept
      * everyone forever. OFFBOARD closes a relationship properly
      * and, once the legal retention period has run, erases it.
      *
      * PARM='CLOSE' reads OFFBDIN - one line per customer the
      * relationship desk is closing: customer ID, reason code
      * (CUST customer's request, BANK bank's decision, DECD
      * deceased, ERAS erasure request), free-text reason and the
      * requesting user ID. A customer is clear to close only when
      *
      *   ACCTMAST / BALANCES  every account's position is zero
      *   MANDATE              no active direct-debit mandate
      *   STORDMST             no active standing order
      *   SCRNCASE             no open sanctions review case
      *   PAYPEND              no held payment still pending to an
      *                        IBAN registered to the customer on
      *                        CUSTIBAN, nor one the customer
      *                        ordered
      *
      * A cleared customer is entered on the CUSTCLOS closure
      * register - closed today, with the reason, who asked, and
      * the date erasure falls due (today plus the ERASE-RETAIN-YRS
      * years in force on PARMMSTR, seven if none is) - and every
      * open account is closed on ACCTMAST, each change recorded
      * through ACCT-HIST-WRITE. A customer who is not clear is
      * refused to OFFBREJ with the first obstacle found, and every
      * obstacle is listed on OFFBRPT; nothing is changed for them.
      * The customer record itself stays on CUSTMAST until erasure.
      *
      * PARM='ERASE' takes every closed customer on CUSTCLOS whose
      * erasure date has arrived and removes them:
      *
      *   CUSTMAST  dropped in the old-master/new-master pass
      *             (CUSTMAST in, CUSTMOUT out); the name, email
      *             and phone are erased from the token vault
      *   CUSTGOOD  dropped (CUSTGOOD in, CUSTGOUT out)
      *   CUSTHIST  every old and new value replaced by an
      *             irreversible token, marked *ERASED*, so the
      *             change timeline survives without the data;
      *             merge links (MERGED-INTO/-FROM) are IDs only
      *             and are kept
      *   STMTARCH  statement index entries deleted - the STMTOUT
      *             and STMTHTML generations they pointed into age
      *             out under their GDG limit
      *   CUSTONL   online copy deleted
      *   VALSTAT   validation status deleted
      *   MERGEXRF  merge before-images held under the customer
      *             deleted
      *   RELPARTY  the customer's related-party links deleted -
      *             they name its directors, owners and guarantors;
      *             a link another customer holds naming this one
      *             is that customer's record and is kept
      *
      * Tokens come from ERASE-VALUE (PROVEN-TOKENIZE), which also
      * deletes every vault entry for the value, so neither the new
      * tokens nor any token already in the reject and audit files
      * can be resolved again. Every record erased is proved on the
      * hash-chained AUDITLOG through AUDIT-WRITE: the file, the
      * SHA-256 of the record's key, the customer, and when and why
      * the relationship closed and erasure fell due. Nothing
      * erased is journaled - a before-image would defeat the
      * erasure. The register entry is then marked erased with the
      * date and record count; a customer any step failed for stays
      * closed and is retried by the next run.
      *
      * Suspicious-activity cases (SARCASE, SARLINK) are neither
      * consulted nor erased. A SAR case never blocks a closure -
      * a refusal citing one would disclose it - and the cases are
      * kept under their own record-keeping obligation, which a
      * customer's erasure request does not override.
      *
      * A second PARM word PREVIEW ('CLOSE PREVIEW', 'ERASE
      * PREVIEW') runs every check and writes the full OFFBRPT
      * detail but changes nothing and writes no new masters.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFBOARD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFBDIN-FILE ASSIGN TO "OFFBDIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OI-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTMOUT-FILE ASSIGN TO "CUSTMOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT CUSTGOOD-FILE ASSIGN TO "CUSTGOOD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT CUSTGOUT-FILE ASSIGN TO "CUSTGOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GO-FILE-STATUS.

           SELECT BALANCES-FILE ASSIGN TO "BALANCES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT STORDMST-FILE ASSIGN TO "STORDMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-FILE-STATUS.

           SELECT CUSTIBAN-FILE ASSIGN TO "CUSTIBAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-MANDATE-ID
              FILE STATUS IS WS-MD-FILE-STATUS.

           SELECT SCRNCASE-FILE ASSIGN TO "SCRNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT PAYPEND-FILE ASSIGN TO "PAYPEND"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PP-PAYMENT-ID
              FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT CUSTCLOS-FILE ASSIGN TO "CUSTCLOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-CUSTOMER-ID
              FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT CUST-HIST-FILE ASSIGN TO "CUSTHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CH-FILE-STATUS.

           SELECT STMTARCH-FILE ASSIGN TO "STMTARCH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SA-KEY
              FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT CUSTONL-FILE ASSIGN TO "CUSTONL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-CUSTOMER-ID
              FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT VALSTAT-FILE ASSIGN TO "VALSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VS-CUSTOMER-ID
              FILE STATUS IS WS-VS-FILE-STATUS.

           SELECT MERGEXRF-FILE ASSIGN TO "MERGEXRF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MX-KEY
              FILE STATUS IS WS-MX-FILE-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RP-KEY
              ALTERNATE RECORD KEY IS RP-PARTY-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-RP-FILE-STATUS.

           SELECT OFFBRPT-FILE ASSIGN TO "OFFBRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OFFBREJ-FILE ASSIGN TO "OFFBREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One closure request per line
       FD  OFFBDIN-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  OFFBDIN-RECORD.
           05 OI-CUSTOMER-ID            PIC X(36).
           05 OI-REASON-CODE            PIC X(4).
              88 OI-REASON-IS-VALID     VALUE "CUST" "BANK" "DECD"
                                              "ERAS".
           05 OI-REASON-TEXT            PIC X(40).
           05 OI-REQUESTED-BY           PIC X(8).

      * Customer master layout (see CUSTOMER-MASTER-RECORD in
      * copybooks/CUSTMAST.cpy)
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 526 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-ID            PIC X(36).
           05 CM-CUSTOMER-NAME          PIC X(60).
           05 CM-EMAIL-ADDRESS          PIC X(254).
           05 CM-PHONE-NUMBER           PIC X(30).
           05 CM-PHONE-COUNTRY-CODE     PIC 9(4).
           05 CM-ADDR-LINE-1            PIC X(40).
           05 CM-ADDR-LINE-2            PIC X(40).
           05 CM-CITY                   PIC X(30).
           05 CM-REGION                 PIC X(20).
           05 CM-POSTAL-CODE            PIC X(10).
           05 CM-COUNTRY                PIC X(2).

       FD  CUSTMOUT-FILE
           RECORD CONTAINS 526 CHARACTERS.
       01  CUSTMOUT-RECORD              PIC X(526).

      * Validated customers as CUSTVALD writes them - the master
      * record followed by the E.164 phone
       FD  CUSTGOOD-FILE
           RECORD CONTAINS 546 CHARACTERS.
       01  CUSTGOOD-RECORD.
           05 CG-CUSTOMER-ID            PIC X(36).
           05 FILLER                    PIC X(510).

       FD  CUSTGOUT-FILE
           RECORD CONTAINS 546 CHARACTERS.
       01  CUSTGOUT-RECORD              PIC X(546).

      * Account positions as POSLEDGR maintains them
       FD  BALANCES-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  BALANCES-RECORD.
           05 BL-ACCOUNT-ID             PIC X(12).
           05 BL-CURRENCY               PIC X(3).
           05 BL-POSITION-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

      * Standing-instruction master as STANDORD reads it
       FD  STORDMST-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  STORDMST-RECORD.
           05 SO-ORDER-ID               PIC X(12).
           05 SO-BENEF-IBAN             PIC X(34).
           05 SO-BENEF-BIC              PIC X(11).
           05 SO-CURRENCY               PIC X(3).
           05 SO-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SO-RULE-FREQUENCY         PIC X(1).
           05 SO-RULE-ANCHOR-DAY        PIC 9(2).
           05 SO-RULE-WEEKDAY           PIC 9(1).
           05 SO-RULE-ORDINAL           PIC 9(1).
           05 SO-RULE-ADJUSTMENT        PIC X(1).
           05 SO-LAST-RUN-DATE          PIC 9(8).
           05 SO-ACTIVE                 PIC 9(1).
           05 SO-CUSTOMER-ID            PIC X(36).
           05 SO-BENEF-NAME             PIC X(70).
           05 SO-BENEF-ADDR-LINE        PIC X(70).
           05 SO-BENEF-TOWN             PIC X(35).
           05 SO-BENEF-COUNTRY          PIC X(2).

      * Remitter IBAN registry as RECVIN reads it
       FD  CUSTIBAN-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTIBAN-RECORD.
           05 CB-CUSTOMER-ID            PIC X(36).
           05 CB-REMIT-IBAN             PIC X(34).

      * Account master KSDS as ACCTMNT maintains it
       FD  ACCTMAST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  ACCTMAST-RECORD.
           05 AM-ACCOUNT-ID             PIC X(12).
           05 AM-CUSTOMER-ID            PIC X(36).
           05 AM-PRODUCT-CODE           PIC X(8).
           05 AM-BASE-CURRENCY          PIC X(3).
           05 AM-OPEN-DATE              PIC 9(8).
           05 AM-CLOSE-DATE             PIC 9(8).
           05 AM-STATUS                 PIC X(1).
              88 AM-IS-OPEN             VALUE "O".
              88 AM-IS-CLOSED           VALUE "C".
           05 AM-LAST-CHANGED-DATE      PIC 9(8).
           05 AM-LAST-CHANGED-BY        PIC X(8).
           05 FILLER                    PIC X(28).

      * Direct-debit mandate master as MANDLOAD maintains it
       FD  MANDATE-FILE
           RECORD CONTAINS 105 CHARACTERS.
       01  MANDATE-RECORD.
           05 MD-MANDATE-ID             PIC X(16).
           05 MD-CUSTOMER-ID            PIC X(36).
           05 MD-DEBTOR-IBAN            PIC X(34).
           05 MD-SIGNATURE-DATE         PIC 9(8).
           05 MD-STATUS                 PIC X(1).
              88 MD-IS-ACTIVE           VALUE "A".
           05 MD-LAST-USED-DATE         PIC 9(8).
           05 MD-MANDATE-TYPE           PIC X(1).
           05 MD-SEQUENCE-STATE         PIC X(1).

      * Sanctions review cases as SANCSCRN maintains them
       FD  SCRNCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  SCRNCASE-RECORD.
           05 SC-KEY.
              10 SC-CUSTOMER-ID         PIC X(36).
              10 SC-LISTED-NAME         PIC X(60).
           05 SC-STATUS                 PIC X(1).
              88 SC-IS-OPEN             VALUE "O".
           05 SC-REVIEWED-BY            PIC X(8).
           05 SC-REVIEWED-TS            PIC X(21).
           05 SC-LIST-DATE-SEEN         PIC 9(8).

      * Held payments as PAYHOLD maintains them
       FD  PAYPEND-FILE
           RECORD CONTAINS 374 CHARACTERS.
       01  PAYPEND-RECORD.
           05 PP-PAYMENT-ID             PIC X(12).
           05 PP-BENEF-IBAN             PIC X(34).
           05 PP-BENEF-BIC              PIC X(11).
           05 PP-CURRENCY               PIC X(3).
           05 PP-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PP-EXEC-DATE              PIC 9(8).
           05 PP-BASE-MINOR             PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PP-HELD-DATE              PIC 9(8).
           05 PP-STATUS                 PIC X(1).
              88 PP-IS-PENDING          VALUE "P".
              88 PP-IS-SCREEN-HELD      VALUE "S".
           05 PP-DECIDED-BY             PIC X(8).
           05 PP-DECIDED-DATE           PIC 9(8).
           05 FILLER                    PIC X(178).
           05 PP-ORDER-CUSTOMER-ID      PIC X(36).
           05 FILLER                    PIC X(35).

      * Customer closure register - one entry per closed
      * relationship, kept after erasure as the record of it
       FD  CUSTCLOS-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CUSTCLOS-RECORD.
           05 CL-CUSTOMER-ID            PIC X(36).
           05 CL-STATUS                 PIC X(1).
              88 CL-IS-CLOSED           VALUE "C".
              88 CL-IS-ERASED           VALUE "E".
           05 CL-CLOSE-DATE             PIC 9(8).
           05 CL-REASON-CODE            PIC X(4).
           05 CL-REASON-TEXT            PIC X(40).
           05 CL-REQUESTED-BY           PIC X(8).
           05 CL-ERASE-DUE-DATE         PIC 9(8).
           05 CL-ERASED-DATE            PIC 9(8).
           05 CL-ERASED-RECORDS         PIC 9(8).
           05 FILLER                    PIC X(29).

      * Customer change history as PROVEN-CUST-HIST writes it
       FD  CUST-HIST-FILE
           RECORD CONTAINS 597 CHARACTERS.
       01  CUST-HIST-RECORD.
           05 CH-KEY.
              10 CH-CUSTOMER-ID         PIC X(36).
              10 CH-EFFECTIVE-TS        PIC X(21).
              10 CH-SEQUENCE            PIC 9(4).
           05 CH-FIELD-NAME             PIC X(20).
              88 CH-IS-MERGE-LINK       VALUE "MERGED-INTO"
                                              "MERGED-FROM".
           05 CH-OLD-VALUE              PIC X(254).
           05 CH-NEW-VALUE              PIC X(254).
           05 CH-CHANGE-SOURCE          PIC X(8).

      * Statement archive index as STMTGEN writes it
       FD  STMTARCH-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  STMTARCH-RECORD.
           05 SA-KEY.
              10 SA-CUSTOMER-ID         PIC X(36).
              10 SA-PERIOD              PIC X(6).
           05 SA-START-LINE             PIC 9(8).
           05 SA-LINE-COUNT             PIC 9(6).
           05 SA-RUN-DATE               PIC 9(8).
           05 SA-HTML-START-LINE        PIC 9(8).
           05 SA-HTML-LINE-COUNT        PIC 9(6).

      * Online customer master as CUSTMNT maintains it
       FD  CUSTONL-FILE
           RECORD CONTAINS 560 CHARACTERS.
       01  CUSTONL-RECORD.
           05 CN-CUSTOMER-ID            PIC X(36).
           05 FILLER                    PIC X(524).

      * Per-customer validation status as VALSTLD maintains it
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-REST-OF-RECORD         PIC X(124).

      * Merge cross-reference as DEDUPAPL maintains it
       FD  MERGEXRF-FILE
           RECORD CONTAINS 699 CHARACTERS.
       01  MERGEXRF-RECORD.
           05 MX-KEY.
              10 MX-DUPLICATE-ID        PIC X(36).
              10 MX-SEQUENCE            PIC 9(6).
           05 FILLER                    PIC X(657).

      * Related-party links as RELPLOAD maintains them
       FD  RELPARTY-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  RELPARTY-RECORD.
           05 RP-KEY.
              10 RP-CUSTOMER-ID         PIC X(36).
              10 RP-PARTY-REF           PIC X(12).
           05 RP-PARTY-CUSTOMER-ID      PIC X(36).
           05 FILLER                    PIC X(96).

       FD  OFFBRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  OFFBRPT-RECORD               PIC X(132).

      * Refused closure requests with the reason
       FD  OFFBREJ-FILE
           RECORD CONTAINS 138 CHARACTERS.
       01  OFFBREJ-RECORD.
           05 OJ-REQUEST-LINE           PIC X(88).
           05 OJ-REJECT-REASON          PIC X(50).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-OI-FILE-STATUS            PIC X(2).
       01 WS-CM-FILE-STATUS            PIC X(2).
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-GO-FILE-STATUS            PIC X(2).
       01 WS-BL-FILE-STATUS            PIC X(2).
       01 WS-SM-FILE-STATUS            PIC X(2).
       01 WS-CB-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-MD-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-PP-FILE-STATUS            PIC X(2).
       01 WS-CL-FILE-STATUS            PIC X(2).
       01 WS-CH-FILE-STATUS            PIC X(2).
       01 WS-SA-FILE-STATUS            PIC X(2).
       01 WS-CN-FILE-STATUS            PIC X(2).
       01 WS-VS-FILE-STATUS            PIC X(2).
       01 WS-MX-FILE-STATUS            PIC X(2).
       01 WS-RP-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-RJ-FILE-STATUS            PIC X(2).
       01 WS-OI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-OI-EOF              VALUE 1.
       01 WS-SEQ-EOF                   PIC 9 VALUE 0.
          88 WS-AT-SEQ-EOF             VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

      * Run mode from the JCL PARM: CLOSE or ERASE, optionally
      * followed by PREVIEW
       01 WS-PARM                      PIC X(40).
       01 WS-PARM-MODE                 PIC X(8).
       01 WS-PARM-OPTION               PIC X(8).
       01 WS-RUN-MODE                  PIC X(1).
          88 WS-MODE-IS-CLOSE          VALUE "C".
          88 WS-MODE-IS-ERASE          VALUE "E".
       01 WS-PREVIEW-SWITCH            PIC 9 VALUE 0.
          88 WS-IS-PREVIEW             VALUE 1.

      * Today, and the retention period closures are held for
       01 WS-TODAY                     PIC 9(8).
       01 WS-RETAIN-YEARS              PIC 9(2) VALUE 7.
       01 WS-DUE-DATE                  PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR               PIC 9(4).
          05 WS-DUE-MMDD               PIC 9(4).

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).
       01 WS-PG-VALID                  PIC 9.

      * Control counts
       01 WS-REQUESTS-READ             PIC 9(8) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(8) VALUE 0.
       01 WS-UUID-REJECT-COUNT         PIC 9(8) VALUE 0.
       01 WS-BLOCKED-COUNT             PIC 9(8) VALUE 0.
       01 WS-OBSTACLE-COUNT            PIC 9(8) VALUE 0.
       01 WS-CLOSED-COUNT              PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-CLOSED           PIC 9(8) VALUE 0.
       01 WS-DUE-COUNT                 PIC 9(8) VALUE 0.
       01 WS-DEFERRED-COUNT            PIC 9(8) VALUE 0.
       01 WS-ERASED-CUSTOMERS          PIC 9(8) VALUE 0.
       01 WS-RECORDS-ERASED            PIC 9(8) VALUE 0.
       01 WS-VALUES-TOKENIZED          PIC 9(8) VALUE 0.
       01 WS-VAULT-FAIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-AUDIT-FAIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-UPDATE-FAIL-COUNT         PIC 9(8) VALUE 0.
       01 WS-HIST-FAIL-COUNT           PIC 9(8) VALUE 0.

       01 WS-REJECT-REASON             PIC X(50).
       01 WS-BLOCK-REASON              PIC X(50).

      * The run's customers - closure requests once validated, or
      * closures whose erasure has fallen due
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 5000 TIMES.
             10 CT-CUSTOMER-ID         PIC X(36).
             10 CT-STATE               PIC X(1).
                88 CT-IS-STAGED        VALUE "S".
                88 CT-IS-BLOCKED       VALUE "B".
                88 CT-IS-REFUSED       VALUE "X".
                88 CT-IS-FAILED        VALUE "F".
             10 CT-ON-MASTER           PIC 9.
             10 CT-REASON-CODE         PIC X(4).
             10 CT-CLOSE-DATE          PIC 9(8).
             10 CT-ERASE-DUE-DATE      PIC 9(8).
             10 CT-ERASED-RECORDS      PIC 9(8).
             10 CT-BLOCK-REASON        PIC X(50).
             10 CT-REQUEST-LINE        PIC X(88).
       01 WS-CUST-COUNT                PIC 9(5) VALUE 0.
       01 WS-CUST-MAX                  PIC 9(5) VALUE 5000.
       01 WS-CUST-IDX                  PIC 9(5) VALUE 0.
       01 WS-CUST-FOUND                PIC 9 VALUE 0.
       01 WS-LOOKUP-ID                 PIC X(36).

      * The accounts the run's customers hold on ACCTMAST
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 20000 TIMES.
             10 AT-ACCOUNT-ID          PIC X(12).
             10 AT-CUST-IDX            PIC 9(5).
             10 AT-IS-OPEN             PIC 9.
       01 WS-ACCT-COUNT                PIC 9(5) VALUE 0.
       01 WS-ACCT-MAX                  PIC 9(5) VALUE 20000.
       01 WS-ACCT-IDX                  PIC 9(5) VALUE 0.
       01 WS-ACCT-FOUND                PIC 9 VALUE 0.

      * The IBANs the run's customers have registered on CUSTIBAN
       01 WS-IBAN-TABLE.
          05 WS-IBAN-ENTRY OCCURS 20000 TIMES.
             10 IT-IBAN                PIC X(34).
             10 IT-CUST-IDX            PIC 9(5).
       01 WS-IBAN-COUNT                PIC 9(5) VALUE 0.
       01 WS-IBAN-MAX                  PIC 9(5) VALUE 20000.
       01 WS-IBAN-IDX                  PIC 9(5) VALUE 0.
       01 WS-TABLE-OVERFLOW            PIC 9(8) VALUE 0.

      * PARSE-UUID call fields (see SAFE-UUID.cob)
       01 WS-UUID-RESULT               PIC 9.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * ACCT-HIST-WRITE call fields (see PROVEN-ACCT-HIST.cob)
       01 WS-AH-FIELD-NAME             PIC X(20).
       01 WS-AH-OLD-VALUE              PIC X(40).
       01 WS-AH-NEW-VALUE              PIC X(40).
       01 WS-AH-SOURCE                 PIC X(8) VALUE "OFFBOARD".
       01 WS-AH-RESULT                 PIC 9.
       01 WS-AH-ERROR-MSG              PIC X(50).
       01 WS-BF-CLOSE-DATE             PIC 9(8).
       01 WS-BF-STATUS                 PIC X(1).

      * ERASE-VALUE call fields (see PROVEN-TOKENIZE.cob)
       01 WS-TK-VALUE                  PIC X(254).
       01 WS-TK-VALUE-LENGTH           PIC 9(4).
       01 WS-TK-TOKEN                  PIC X(24).
       01 WS-TK-RESULT                 PIC 9.
       01 WS-TK-ERROR-MSG              PIC X(50).
       01 WS-TK-FAILED                 PIC 9 VALUE 0.

      * An erased history value - marked so a rerun leaves it be
       01 WS-ERASED-VALUE.
          05 WS-EV-MARK                PIC X(9) VALUE "*ERASED* ".
          05 WS-EV-TOKEN               PIC X(24).
          05 FILLER                    PIC X(221) VALUE SPACES.
       01 WS-ERASED-MARK               PIC X(9) VALUE "*ERASED* ".

      * HASH-SHA256 call fields (see SAFE-CRYPTO.cob)
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * AUDIT-WRITE call fields (see PROVEN-AUDIT-WRITE.cob) - the
      * message says whose record it was, and when and why the
      * relationship closed and its erasure fell due
       01 WS-AW-CALLING-PROGRAM        PIC X(16) VALUE "OFFBOARD".
       01 WS-AW-VALIDATOR-NAME         PIC X(30).
       01 WS-AW-INPUT-HASH             PIC X(64).
       01 WS-AW-RESULT-STATUS          PIC S9(4) COMP VALUE +0.
       01 WS-AW-MESSAGE.
          05 WS-AW-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(8) VALUE " CLOSED ".
          05 WS-AW-CLOSE-DATE          PIC 9(8).
          05 FILLER                    PIC X(8) VALUE " REASON ".
          05 WS-AW-REASON-CODE         PIC X(4).
          05 FILLER                    PIC X(5) VALUE " DUE ".
          05 WS-AW-DUE-DATE            PIC 9(8).
          05 FILLER                    PIC X(3) VALUE SPACES.
       01 WS-AW-RESULT                 PIC 9.
       01 WS-AW-ERROR-MSG              PIC X(50).

      * The record being erased, for the audit entry and report
       01 WS-ER-FILE-NAME              PIC X(8).
       01 WS-ER-RECORD-KEY             PIC X(64).
       01 WS-ER-KEY-LENGTH             PIC 9(4).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DL-ACTION              PIC X(12).
          05 FILLER                    PIC X(1).
          05 WS-DL-FILE                PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-DL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(1).
          05 WS-DL-DETAIL              PIC X(71).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "OFFBOARD".
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-PARSE                  PIC S9(4) COMP VALUE -6.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: a closure run checks and closes; an erasure
      * run takes the due closures through each file in turn
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-RUN-PARM
           PERFORM READ-RETENTION-PARM
           PERFORM OPEN-FILES

           IF WS-MODE-IS-CLOSE
              PERFORM UNTIL WS-AT-OI-EOF
                 READ OFFBDIN-FILE
                    AT END
                       MOVE 1 TO WS-OI-EOF
                    NOT AT END
                       PERFORM STAGE-ONE-REQUEST
                 END-READ
              END-PERFORM

              PERFORM CHECK-REQUESTS-AGAINST-MASTER
              PERFORM COLLECT-ACCOUNTS
              PERFORM CHECK-BALANCES
              PERFORM CHECK-MANDATES
              PERFORM CHECK-STANDING-ORDERS
              PERFORM CHECK-SANCTIONS-CASES
              PERFORM CHECK-PENDING-PAYMENTS
              PERFORM CLOSE-CLEARED-CUSTOMERS
           ELSE
              PERFORM SELECT-DUE-ERASURES
              PERFORM ERASE-CUSTMAST
              PERFORM ERASE-CUSTGOOD
              PERFORM ERASE-KEYED-FILES
              PERFORM MARK-CUSTOMERS-ERASED
           END-IF

           PERFORM WRITE-RUN-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           IF WS-MODE-IS-CLOSE
              DISPLAY "OFFBOARD: " WS-REQUESTS-READ
                 " request(s) read, " WS-CLOSED-COUNT " closed, "
                 WS-BLOCKED-COUNT " not clear, "
                 WS-REJECT-COUNT " refused"
           ELSE
              DISPLAY "OFFBOARD: " WS-DUE-COUNT
                 " closure(s) due, " WS-ERASED-CUSTOMERS
                 " erased, " WS-RECORDS-ERASED " record(s)"
           END-IF

           EVALUATE TRUE
              WHEN WS-VAULT-FAIL-COUNT > 0
                 OR WS-AUDIT-FAIL-COUNT > 0
                 OR WS-UPDATE-FAIL-COUNT > 0
                 OR WS-HIST-FAIL-COUNT > 0
                 OR WS-TABLE-OVERFLOW > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REJECT-COUNT > 0
                 OR WS-BLOCKED-COUNT > 0
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
      * READ-RUN-PARM: CLOSE or ERASE, and PREVIEW if given
      *================================================================
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-MODE
           MOVE SPACES TO WS-PARM-OPTION
           UNSTRING WS-PARM DELIMITED BY ALL " "
              INTO WS-PARM-MODE WS-PARM-OPTION
           END-UNSTRING

           EVALUATE WS-PARM-MODE
              WHEN "CLOSE"
                 MOVE "C" TO WS-RUN-MODE
              WHEN "ERASE"
                 MOVE "E" TO WS-RUN-MODE
              WHEN OTHER
                 DISPLAY "OFFBOARD: PARM must be 'CLOSE' or "
                    "'ERASE', optionally followed by PREVIEW"
                 CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           EVALUATE WS-PARM-OPTION
              WHEN SPACES
                 MOVE 0 TO WS-PREVIEW-SWITCH
              WHEN "PREVIEW"
                 MOVE 1 TO WS-PREVIEW-SWITCH
              WHEN OTHER
                 DISPLAY "OFFBOARD: unknown PARM option "
                    WS-PARM-OPTION
                 CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       READ-RUN-PARM-EXIT.
           EXIT.

      *================================================================
      * READ-RETENTION-PARM: the ERASE-RETAIN-YRS value in force on
      * PARMMSTR today overrides the compiled seven years. A
      * missing, non-numeric or zero value leaves it alone - a
      * retention of nothing is never what was meant.
      *================================================================
       READ-RETENTION-PARM SECTION.
           MOVE "ERASE-RETAIN-YRS" TO WS-PG-KEY
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
              IF WS-PG-VALID = 1
                 AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 100
                 MOVE WS-PG-NUMBER TO WS-RETAIN-YEARS
              END-IF
           END-IF.

       READ-RETENTION-PARM-EXIT.
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
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened. Each mode opens only the files it uses; the
      * line-sequential files are opened by the pass that reads
      * them, and a preview opens the KSDSs for input only
      *================================================================
       OPEN-FILES SECTION.
           IF WS-IS-PREVIEW
              OPEN INPUT CUSTCLOS-FILE
           ELSE
              OPEN I-O CUSTCLOS-FILE
           END-IF
           IF WS-CL-FILE-STATUS NOT = "00"
              AND WS-CL-FILE-STATUS NOT = "05"
              AND WS-CL-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open CUSTCLOS, status="
                 WS-CL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-MODE-IS-CLOSE
              PERFORM OPEN-CLOSURE-FILES
           ELSE
              PERFORM OPEN-ERASURE-FILES
           END-IF

           OPEN OUTPUT OFFBRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open OFFBRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT OFFBREJ-FILE
           IF WS-RJ-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open OFFBREJ, status="
                 WS-RJ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-HEADING-LINE
           EVALUATE TRUE
              WHEN WS-MODE-IS-CLOSE AND WS-IS-PREVIEW
                 MOVE "OFFBOARD - CUSTOMER CLOSURE PREVIEW - NO UPDATES"
                    TO WS-HL-TEXT
              WHEN WS-MODE-IS-CLOSE
                 MOVE "OFFBOARD - CUSTOMER CLOSURE" TO WS-HL-TEXT
              WHEN WS-IS-PREVIEW
                 MOVE "OFFBOARD - CUSTOMER ERASURE PREVIEW - NO UPDATES"
                    TO WS-HL-TEXT
              WHEN OTHER
                 MOVE "OFFBOARD - CUSTOMER ERASURE" TO WS-HL-TEXT
           END-EVALUATE
           WRITE OFFBRPT-RECORD FROM WS-HEADING-LINE.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * OPEN-CLOSURE-FILES: the request file and the files a
      * customer must be clear on; only ACCTMAST is updated
      *================================================================
       OPEN-CLOSURE-FILES SECTION.
           OPEN INPUT OFFBDIN-FILE
           IF WS-OI-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open OFFBDIN, status="
                 WS-OI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT ACCTMAST-FILE
           ELSE
              OPEN I-O ACCTMAST-FILE
           END-IF
           IF WS-AM-FILE-STATUS NOT = "00"
              AND WS-AM-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT MANDATE-FILE
           IF WS-MD-FILE-STATUS NOT = "00"
              AND WS-MD-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open MANDATE, status="
                 WS-MD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SCRNCASE-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
              AND WS-SC-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open SCRNCASE, status="
                 WS-SC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PAYPEND-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
              AND WS-PP-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open PAYPEND, status="
                 WS-PP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-CLOSURE-FILES-EXIT.
           EXIT.

      *================================================================
      * OPEN-ERASURE-FILES: the customer-keyed KSDSs erasure
      * deletes from or rewrites
      *================================================================
       OPEN-ERASURE-FILES SECTION.
           IF WS-IS-PREVIEW
              OPEN INPUT CUST-HIST-FILE
           ELSE
              OPEN I-O CUST-HIST-FILE
           END-IF
           IF WS-CH-FILE-STATUS NOT = "00"
              AND WS-CH-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open CUSTHIST, status="
                 WS-CH-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT STMTARCH-FILE
           ELSE
              OPEN I-O STMTARCH-FILE
           END-IF
           IF WS-SA-FILE-STATUS NOT = "00"
              AND WS-SA-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open STMTARCH, status="
                 WS-SA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT CUSTONL-FILE
           ELSE
              OPEN I-O CUSTONL-FILE
           END-IF
           IF WS-CN-FILE-STATUS NOT = "00"
              AND WS-CN-FILE-STATUS NOT = "05"
              AND WS-CN-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open CUSTONL, status="
                 WS-CN-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT VALSTAT-FILE
           ELSE
              OPEN I-O VALSTAT-FILE
           END-IF
           IF WS-VS-FILE-STATUS NOT = "00"
              AND WS-VS-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open VALSTAT, status="
                 WS-VS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT MERGEXRF-FILE
           ELSE
              OPEN I-O MERGEXRF-FILE
           END-IF
           IF WS-MX-FILE-STATUS NOT = "00"
              AND WS-MX-FILE-STATUS NOT = "05"
              AND WS-MX-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open MERGEXRF, status="
                 WS-MX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT RELPARTY-FILE
           ELSE
              OPEN I-O RELPARTY-FILE
           END-IF
           IF WS-RP-FILE-STATUS NOT = "00"
              AND WS-RP-FILE-STATUS NOT = "05"
              AND WS-RP-FILE-STATUS NOT = "97"
              DISPLAY "OFFBOARD: cannot open RELPARTY, status="
                 WS-RP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-ERASURE-FILES-EXIT.
           EXIT.

      *================================================================
      * STAGE-ONE-REQUEST: a well-formed request for a customer not
      * already closed, and not repeated in the run, is staged
      *================================================================
       STAGE-ONE-REQUEST SECTION.
           ADD 1 TO WS-REQUESTS-READ

           CALL "PARSE-UUID" USING OI-CUSTOMER-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
              ADD 1 TO WS-UUID-REJECT-COUNT
              MOVE WS-UUID-ERROR-MSG TO WS-REJECT-REASON
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-REQUEST-EXIT
           END-IF

           IF NOT OI-REASON-IS-VALID
              MOVE "Reason must be CUST, BANK, DECD or ERAS"
                 TO WS-REJECT-REASON
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-REQUEST-EXIT
           END-IF

           IF OI-REQUESTED-BY = SPACES
              MOVE "Closure names no requesting user"
                 TO WS-REJECT-REASON
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-REQUEST-EXIT
           END-IF

           MOVE OI-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND = 1
              MOVE "Customer repeated in this run" TO WS-REJECT-REASON
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-REQUEST-EXIT
           END-IF

           MOVE OI-CUSTOMER-ID TO CL-CUSTOMER-ID
           READ CUSTCLOS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Customer already closed on CUSTCLOS"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-INPUT-REJECT
                 GO TO STAGE-ONE-REQUEST-EXIT
           END-READ

           IF WS-CUST-COUNT NOT < WS-CUST-MAX
              ADD 1 TO WS-TABLE-OVERFLOW
              MOVE "Run is full - resubmit in the next run"
                 TO WS-REJECT-REASON
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-REQUEST-EXIT
           END-IF

           ADD 1 TO WS-CUST-COUNT
           MOVE OI-CUSTOMER-ID TO CT-CUSTOMER-ID(WS-CUST-COUNT)
           MOVE "S" TO CT-STATE(WS-CUST-COUNT)
           MOVE 0 TO CT-ON-MASTER(WS-CUST-COUNT)
           MOVE OI-REASON-CODE TO CT-REASON-CODE(WS-CUST-COUNT)
           MOVE WS-TODAY TO CT-CLOSE-DATE(WS-CUST-COUNT)
           MOVE 0 TO CT-ERASED-RECORDS(WS-CUST-COUNT)
           MOVE SPACES TO CT-BLOCK-REASON(WS-CUST-COUNT)
           MOVE OFFBDIN-RECORD TO CT-REQUEST-LINE(WS-CUST-COUNT).

       STAGE-ONE-REQUEST-EXIT.
           EXIT.

      *================================================================
      * CHECK-REQUESTS-AGAINST-MASTER: a customer must still be on
      * CUSTMAST to be closed
      *================================================================
       CHECK-REQUESTS-AGAINST-MASTER SECTION.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open CUSTMAST, status="
                 WS-CM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ CUSTOMER-MASTER-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    MOVE CM-CUSTOMER-ID TO WS-LOOKUP-ID
                    PERFORM FIND-CUSTOMER
                    IF WS-CUST-FOUND = 1
                       MOVE 1 TO CT-ON-MASTER(WS-CUST-IDX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF CT-IS-STAGED(WS-CUST-IDX)
                 AND CT-ON-MASTER(WS-CUST-IDX) = 0
                 MOVE "Customer not on CUSTMAST" TO WS-REJECT-REASON
                 MOVE CT-REQUEST-LINE(WS-CUST-IDX) TO OJ-REQUEST-LINE
                 MOVE WS-REJECT-REASON TO OJ-REJECT-REASON
                 WRITE OFFBREJ-RECORD
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE "X" TO CT-STATE(WS-CUST-IDX)
              END-IF
           END-PERFORM.

       CHECK-REQUESTS-AGAINST-MASTER-EXIT.
           EXIT.

      *================================================================
      * COLLECT-ACCOUNTS: every account each customer holds, found
      * through ACCTMAST's customer alternate key
      *================================================================
       COLLECT-ACCOUNTS SECTION.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF CT-IS-STAGED(WS-CUST-IDX)
                 PERFORM COLLECT-CUSTOMER-ACCOUNTS
              END-IF
           END-PERFORM.

       COLLECT-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * COLLECT-CUSTOMER-ACCOUNTS
      *================================================================
       COLLECT-CUSTOMER-ACCOUNTS SECTION.
           MOVE 0 TO WS-BROWSE-DONE
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO AM-CUSTOMER-ID
           START ACCTMAST-FILE KEY IS EQUAL TO AM-CUSTOMER-ID
              INVALID KEY
                 GO TO COLLECT-CUSTOMER-ACCOUNTS-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ ACCTMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF AM-CUSTOMER-ID NOT = CT-CUSTOMER-ID(WS-CUST-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF WS-ACCT-COUNT < WS-ACCT-MAX
                          ADD 1 TO WS-ACCT-COUNT
                          MOVE AM-ACCOUNT-ID
                             TO AT-ACCOUNT-ID(WS-ACCT-COUNT)
                          MOVE WS-CUST-IDX
                             TO AT-CUST-IDX(WS-ACCT-COUNT)
                          IF AM-IS-OPEN
                             MOVE 1 TO AT-IS-OPEN(WS-ACCT-COUNT)
                          ELSE
                             MOVE 0 TO AT-IS-OPEN(WS-ACCT-COUNT)
                          END-IF
                       ELSE
                          ADD 1 TO WS-TABLE-OVERFLOW
                          MOVE "Too many accounts to check in one run"
                             TO WS-BLOCK-REASON
                          MOVE "ACCTMAST" TO WS-DL-FILE
                          MOVE AM-ACCOUNT-ID TO WS-DL-DETAIL
                          PERFORM BLOCK-CUSTOMER
                          MOVE 1 TO WS-BROWSE-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       COLLECT-CUSTOMER-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * CHECK-BALANCES: any position other than zero on any of a
      * customer's accounts, in any currency, stops the closure
      *================================================================
       CHECK-BALANCES SECTION.
           OPEN INPUT BALANCES-FILE
           IF WS-BL-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open BALANCES, status="
                 WS-BL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ BALANCES-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    IF BL-POSITION-MINOR NOT = 0
                       PERFORM FIND-ACCOUNT
                       IF WS-ACCT-FOUND = 1
                          MOVE AT-CUST-IDX(WS-ACCT-IDX) TO WS-CUST-IDX
                          MOVE "Account balance is not zero"
                             TO WS-BLOCK-REASON
                          MOVE "BALANCES" TO WS-DL-FILE
                          MOVE SPACES TO WS-DL-DETAIL
                          STRING BL-ACCOUNT-ID " " BL-CURRENCY
                             DELIMITED BY SIZE INTO WS-DL-DETAIL
                          END-STRING
                          PERFORM BLOCK-CUSTOMER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BALANCES-FILE.

       CHECK-BALANCES-EXIT.
           EXIT.

      *================================================================
      * CHECK-MANDATES: an active mandate means collections are
      * still expected against the customer
      *================================================================
       CHECK-MANDATES SECTION.
           MOVE 0 TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO MD-MANDATE-ID
           START MANDATE-FILE KEY IS NOT LESS THAN MD-MANDATE-ID
              INVALID KEY
                 GO TO CHECK-MANDATES-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ MANDATE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF MD-IS-ACTIVE
                       MOVE MD-CUSTOMER-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CUSTOMER
                       IF WS-CUST-FOUND = 1
                          MOVE "Active direct-debit mandate"
                             TO WS-BLOCK-REASON
                          MOVE "MANDATE" TO WS-DL-FILE
                          MOVE MD-MANDATE-ID TO WS-DL-DETAIL
                          PERFORM BLOCK-CUSTOMER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-MANDATES-EXIT.
           EXIT.

      *================================================================
      * CHECK-STANDING-ORDERS
      *================================================================
       CHECK-STANDING-ORDERS SECTION.
           OPEN INPUT STORDMST-FILE
           IF WS-SM-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open STORDMST, status="
                 WS-SM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ STORDMST-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    IF SO-ACTIVE = 1
                       MOVE SO-CUSTOMER-ID TO WS-LOOKUP-ID
                       PERFORM FIND-CUSTOMER
                       IF WS-CUST-FOUND = 1
                          MOVE "Active standing order"
                             TO WS-BLOCK-REASON
                          MOVE "STORDMST" TO WS-DL-FILE
                          MOVE SO-ORDER-ID TO WS-DL-DETAIL
                          PERFORM BLOCK-CUSTOMER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STORDMST-FILE.

       CHECK-STANDING-ORDERS-EXIT.
           EXIT.

      *================================================================
      * CHECK-SANCTIONS-CASES: a case still under review must be
      * settled before the relationship can end
      *================================================================
       CHECK-SANCTIONS-CASES SECTION.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF CT-IS-STAGED(WS-CUST-IDX)
                 OR CT-IS-BLOCKED(WS-CUST-IDX)
                 PERFORM CHECK-CUSTOMER-CASES
              END-IF
           END-PERFORM.

       CHECK-SANCTIONS-CASES-EXIT.
           EXIT.

      *================================================================
      * CHECK-CUSTOMER-CASES
      *================================================================
       CHECK-CUSTOMER-CASES SECTION.
           MOVE 0 TO WS-BROWSE-DONE
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO SC-CUSTOMER-ID
           MOVE LOW-VALUES TO SC-LISTED-NAME
           START SCRNCASE-FILE KEY IS NOT LESS THAN SC-KEY
              INVALID KEY
                 GO TO CHECK-CUSTOMER-CASES-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SCRNCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SC-CUSTOMER-ID NOT = CT-CUSTOMER-ID(WS-CUST-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF SC-IS-OPEN
                          MOVE "Open sanctions review case"
                             TO WS-BLOCK-REASON
                          MOVE "SCRNCASE" TO WS-DL-FILE
                          MOVE SC-LISTED-NAME TO WS-DL-DETAIL
                          PERFORM BLOCK-CUSTOMER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-CUSTOMER-CASES-EXIT.
           EXIT.

      *================================================================
      * CHECK-PENDING-PAYMENTS: a held payment is tied to the
      * customer receiving it through the beneficiary IBANs the
      * customer has registered on CUSTIBAN, and to the customer
      * sending it through its ordering customer - money still on
      * its way to or from the customer keeps the relationship open
      *================================================================
       CHECK-PENDING-PAYMENTS SECTION.
           OPEN INPUT CUSTIBAN-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open CUSTIBAN, status="
                 WS-CB-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ CUSTIBAN-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    MOVE CB-CUSTOMER-ID TO WS-LOOKUP-ID
                    PERFORM FIND-CUSTOMER
                    IF WS-CUST-FOUND = 1
                       IF WS-IBAN-COUNT < WS-IBAN-MAX
                          ADD 1 TO WS-IBAN-COUNT
                          MOVE CB-REMIT-IBAN
                             TO IT-IBAN(WS-IBAN-COUNT)
                          MOVE WS-CUST-IDX
                             TO IT-CUST-IDX(WS-IBAN-COUNT)
                       ELSE
                          ADD 1 TO WS-TABLE-OVERFLOW
                          MOVE "Too many IBANs to check in one run"
                             TO WS-BLOCK-REASON
                          MOVE "CUSTIBAN" TO WS-DL-FILE
                          MOVE CB-REMIT-IBAN TO WS-DL-DETAIL
                          PERFORM BLOCK-CUSTOMER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUSTIBAN-FILE

           MOVE 0 TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO PP-PAYMENT-ID
           START PAYPEND-FILE KEY IS NOT LESS THAN PP-PAYMENT-ID
              INVALID KEY
                 GO TO CHECK-PENDING-PAYMENTS-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ PAYPEND-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF PP-IS-PENDING OR PP-IS-SCREEN-HELD
                       PERFORM VARYING WS-IBAN-IDX FROM 1 BY 1
                               UNTIL WS-IBAN-IDX > WS-IBAN-COUNT
                          IF IT-IBAN(WS-IBAN-IDX) = PP-BENEF-IBAN
                             MOVE IT-CUST-IDX(WS-IBAN-IDX)
                                TO WS-CUST-IDX
                             MOVE "Held payment still pending"
                                TO WS-BLOCK-REASON
                             MOVE "PAYPEND" TO WS-DL-FILE
                             MOVE PP-PAYMENT-ID TO WS-DL-DETAIL
                             PERFORM BLOCK-CUSTOMER
                          END-IF
                       END-PERFORM
                       IF PP-ORDER-CUSTOMER-ID NOT = SPACES
                          MOVE PP-ORDER-CUSTOMER-ID TO WS-LOOKUP-ID
                          PERFORM FIND-CUSTOMER
                          IF WS-CUST-FOUND = 1
                             MOVE "Held payment ordered by customer"
                                TO WS-BLOCK-REASON
                             MOVE "PAYPEND" TO WS-DL-FILE
                             MOVE PP-PAYMENT-ID TO WS-DL-DETAIL
                             PERFORM BLOCK-CUSTOMER
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-PENDING-PAYMENTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-CLEARED-CUSTOMERS: register every clear customer as
      * closed and close their open accounts; refuse the rest with
      * the first obstacle found
      *================================================================
       CLOSE-CLEARED-CUSTOMERS SECTION.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
              EVALUATE TRUE
                 WHEN CT-IS-BLOCKED(WS-CUST-IDX)
                    MOVE CT-REQUEST-LINE(WS-CUST-IDX)
                       TO OJ-REQUEST-LINE
                    MOVE CT-BLOCK-REASON(WS-CUST-IDX)
                       TO OJ-REJECT-REASON
                    WRITE OFFBREJ-RECORD
                 WHEN CT-IS-STAGED(WS-CUST-IDX)
                    PERFORM CLOSE-ONE-CUSTOMER
              END-EVALUATE
           END-PERFORM.

       CLOSE-CLEARED-CUSTOMERS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-ONE-CUSTOMER
      *================================================================
       CLOSE-ONE-CUSTOMER SECTION.
           MOVE CT-REQUEST-LINE(WS-CUST-IDX) TO OFFBDIN-RECORD
           MOVE WS-TODAY TO WS-DUE-DATE
           ADD WS-RETAIN-YEARS TO WS-DUE-YEAR
           IF WS-DUE-MMDD = 0229
              MOVE 0301 TO WS-DUE-MMDD
           END-IF

           IF NOT WS-IS-PREVIEW
              MOVE SPACES TO CUSTCLOS-RECORD
              MOVE OI-CUSTOMER-ID TO CL-CUSTOMER-ID
              MOVE "C" TO CL-STATUS
              MOVE WS-TODAY TO CL-CLOSE-DATE
              MOVE OI-REASON-CODE TO CL-REASON-CODE
              MOVE OI-REASON-TEXT TO CL-REASON-TEXT
              MOVE OI-REQUESTED-BY TO CL-REQUESTED-BY
              MOVE WS-DUE-DATE TO CL-ERASE-DUE-DATE
              MOVE 0 TO CL-ERASED-DATE
              MOVE 0 TO CL-ERASED-RECORDS
              WRITE CUSTCLOS-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "OFFBOARD: could not register closure "
                       "of " OI-CUSTOMER-ID ", status="
                       WS-CL-FILE-STATUS
                    GO TO CLOSE-ONE-CUSTOMER-EXIT
              END-WRITE
           END-IF

           ADD 1 TO WS-CLOSED-COUNT
           MOVE "CLOSE" TO WS-DL-ACTION
           MOVE "CUSTCLOS" TO WS-DL-FILE
           MOVE SPACES TO WS-DL-DETAIL
           STRING OI-REASON-CODE " ERASURE DUE " WS-DUE-DATE
              DELIMITED BY SIZE INTO WS-DL-DETAIL
           END-STRING
           PERFORM WRITE-DETAIL-LINE

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
              IF AT-CUST-IDX(WS-ACCT-IDX) = WS-CUST-IDX
                 AND AT-IS-OPEN(WS-ACCT-IDX) = 1
                 PERFORM CLOSE-ONE-ACCOUNT
              END-IF
           END-PERFORM.

       CLOSE-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * CLOSE-ONE-ACCOUNT: as an ACCTMNT "C" line would - closed as
      * of today, the record kept, each change on ACCTHIST
      *================================================================
       CLOSE-ONE-ACCOUNT SECTION.
           MOVE "CLOSE" TO WS-DL-ACTION
           MOVE "ACCTMAST" TO WS-DL-FILE
           MOVE AT-ACCOUNT-ID(WS-ACCT-IDX) TO WS-DL-DETAIL
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO WS-ACCOUNTS-CLOSED

           IF WS-IS-PREVIEW
              GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE AT-ACCOUNT-ID(WS-ACCT-IDX) TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "OFFBOARD: account " AM-ACCOUNT-ID
                    " gone from ACCTMAST - not closed"
                 GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-READ

           MOVE AM-CLOSE-DATE TO WS-BF-CLOSE-DATE
           MOVE AM-STATUS TO WS-BF-STATUS
           MOVE "C" TO AM-STATUS
           MOVE WS-TODAY TO AM-CLOSE-DATE
           MOVE WS-TODAY TO AM-LAST-CHANGED-DATE
           MOVE "OFFBOARD" TO AM-LAST-CHANGED-BY
           REWRITE ACCTMAST-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "OFFBOARD: could not close account "
                    AM-ACCOUNT-ID
                 GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-REWRITE

           IF AM-CLOSE-DATE NOT = WS-BF-CLOSE-DATE
              MOVE "CLOSE-DATE" TO WS-AH-FIELD-NAME
              MOVE WS-BF-CLOSE-DATE TO WS-AH-OLD-VALUE
              MOVE AM-CLOSE-DATE TO WS-AH-NEW-VALUE
              PERFORM WRITE-ACCOUNT-HISTORY
           END-IF

           MOVE "STATUS" TO WS-AH-FIELD-NAME
           MOVE WS-BF-STATUS TO WS-AH-OLD-VALUE
           MOVE AM-STATUS TO WS-AH-NEW-VALUE
           PERFORM WRITE-ACCOUNT-HISTORY.

       CLOSE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * WRITE-ACCOUNT-HISTORY
      *================================================================
       WRITE-ACCOUNT-HISTORY SECTION.
           CALL "ACCT-HIST-WRITE" USING AM-ACCOUNT-ID
               WS-AH-FIELD-NAME WS-AH-OLD-VALUE WS-AH-NEW-VALUE
               WS-AH-SOURCE WS-AH-RESULT WS-AH-ERROR-MSG

           IF WS-AH-RESULT NOT = 1
              ADD 1 TO WS-HIST-FAIL-COUNT
              DISPLAY "OFFBOARD: history not written for "
                 AM-ACCOUNT-ID " " WS-AH-FIELD-NAME " - "
                 WS-AH-ERROR-MSG
           END-IF.

       WRITE-ACCOUNT-HISTORY-EXIT.
           EXIT.

      *================================================================
      * SELECT-DUE-ERASURES: every closure still on the register
      * unerased whose erasure date has arrived
      *================================================================
       SELECT-DUE-ERASURES SECTION.
           MOVE 0 TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO CL-CUSTOMER-ID
           START CUSTCLOS-FILE KEY IS NOT LESS THAN CL-CUSTOMER-ID
              INVALID KEY
                 GO TO SELECT-DUE-ERASURES-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ CUSTCLOS-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF CL-IS-CLOSED
                       AND CL-ERASE-DUE-DATE NOT > WS-TODAY
                       PERFORM STAGE-ONE-ERASURE
                    END-IF
              END-READ
           END-PERFORM.

       SELECT-DUE-ERASURES-EXIT.
           EXIT.

      *================================================================
      * STAGE-ONE-ERASURE: a full table leaves the rest of the due
      * closures for the next run
      *================================================================
       STAGE-ONE-ERASURE SECTION.
           ADD 1 TO WS-DUE-COUNT
           IF WS-CUST-COUNT NOT < WS-CUST-MAX
              ADD 1 TO WS-DEFERRED-COUNT
              GO TO STAGE-ONE-ERASURE-EXIT
           END-IF

           ADD 1 TO WS-CUST-COUNT
           MOVE CL-CUSTOMER-ID TO CT-CUSTOMER-ID(WS-CUST-COUNT)
           MOVE "S" TO CT-STATE(WS-CUST-COUNT)
           MOVE 0 TO CT-ON-MASTER(WS-CUST-COUNT)
           MOVE CL-REASON-CODE TO CT-REASON-CODE(WS-CUST-COUNT)
           MOVE CL-CLOSE-DATE TO CT-CLOSE-DATE(WS-CUST-COUNT)
           MOVE CL-ERASE-DUE-DATE TO CT-ERASE-DUE-DATE(WS-CUST-COUNT)
           MOVE 0 TO CT-ERASED-RECORDS(WS-CUST-COUNT)
           MOVE SPACES TO CT-BLOCK-REASON(WS-CUST-COUNT)
           MOVE SPACES TO CT-REQUEST-LINE(WS-CUST-COUNT).

       STAGE-ONE-ERASURE-EXIT.
           EXIT.

      *================================================================
      * ERASE-CUSTMAST: the master pass - a due customer's record
      * is dropped once its values are out of the token vault; if
      * the vault cannot be cleared the record is carried forward
      * and the customer left for the next run
      *================================================================
       ERASE-CUSTMAST SECTION.
           IF WS-CUST-COUNT = 0
              GO TO ERASE-CUSTMAST-EXIT
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open CUSTMAST, status="
                 WS-CM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-IS-PREVIEW
              OPEN OUTPUT CUSTMOUT-FILE
              IF WS-CO-FILE-STATUS NOT = "00"
                 DISPLAY "OFFBOARD: cannot open CUSTMOUT, status="
                    WS-CO-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ CUSTOMER-MASTER-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    PERFORM ERASE-ONE-MASTER-RECORD
              END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           IF NOT WS-IS-PREVIEW
              CLOSE CUSTMOUT-FILE
           END-IF.

       ERASE-CUSTMAST-EXIT.
           EXIT.

      *================================================================
      * ERASE-ONE-MASTER-RECORD
      *================================================================
       ERASE-ONE-MASTER-RECORD SECTION.
           MOVE CM-CUSTOMER-ID TO WS-LOOKUP-ID
           PERFORM FIND-CUSTOMER
           IF WS-CUST-FOUND = 1
              IF CT-IS-STAGED(WS-CUST-IDX)
                 MOVE 1 TO CT-ON-MASTER(WS-CUST-IDX)
                 IF NOT WS-IS-PREVIEW
                    MOVE 0 TO WS-TK-FAILED
                    MOVE CM-CUSTOMER-NAME TO WS-TK-VALUE
                    PERFORM FORGET-VALUE
                    MOVE CM-EMAIL-ADDRESS TO WS-TK-VALUE
                    PERFORM FORGET-VALUE
                    MOVE CM-PHONE-NUMBER TO WS-TK-VALUE
                    PERFORM FORGET-VALUE
                    IF WS-TK-FAILED = 1
                       MOVE "F" TO CT-STATE(WS-CUST-IDX)
                    END-IF
                 END-IF
                 IF CT-IS-STAGED(WS-CUST-IDX)
                    MOVE "CUSTMAST" TO WS-ER-FILE-NAME
                    MOVE CM-CUSTOMER-ID TO WS-ER-RECORD-KEY
                    MOVE 36 TO WS-ER-KEY-LENGTH
                    PERFORM RECORD-ERASURE
                    GO TO ERASE-ONE-MASTER-RECORD-EXIT
                 END-IF
              END-IF
           END-IF

           IF NOT WS-IS-PREVIEW
              MOVE CUSTOMER-MASTER-RECORD TO CUSTMOUT-RECORD
              WRITE CUSTMOUT-RECORD
           END-IF.

       ERASE-ONE-MASTER-RECORD-EXIT.
           EXIT.

      *================================================================
      * ERASE-CUSTGOOD: the validated-customer pass, CUSTGOOD in,
      * CUSTGOUT out
      *================================================================
       ERASE-CUSTGOOD SECTION.
           IF WS-CUST-COUNT = 0
              GO TO ERASE-CUSTGOOD-EXIT
           END-IF

           OPEN INPUT CUSTGOOD-FILE
           IF WS-CG-FILE-STATUS NOT = "00"
              DISPLAY "OFFBOARD: cannot open CUSTGOOD, status="
                 WS-CG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-IS-PREVIEW
              OPEN OUTPUT CUSTGOUT-FILE
              IF WS-GO-FILE-STATUS NOT = "00"
                 DISPLAY "OFFBOARD: cannot open CUSTGOUT, status="
                    WS-GO-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ CUSTGOOD-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    MOVE CG-CUSTOMER-ID TO WS-LOOKUP-ID
                    PERFORM FIND-CUSTOMER
                    IF WS-CUST-FOUND = 1
                       AND CT-IS-STAGED(WS-CUST-IDX)
                       MOVE "CUSTGOOD" TO WS-ER-FILE-NAME
                       MOVE CG-CUSTOMER-ID TO WS-ER-RECORD-KEY
                       MOVE 36 TO WS-ER-KEY-LENGTH
                       PERFORM RECORD-ERASURE
                    ELSE
                       IF NOT WS-IS-PREVIEW
                          MOVE CUSTGOOD-RECORD TO CUSTGOUT-RECORD
                          WRITE CUSTGOUT-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CUSTGOOD-FILE
           IF NOT WS-IS-PREVIEW
              CLOSE CUSTGOUT-FILE
           END-IF.

       ERASE-CUSTGOOD-EXIT.
           EXIT.

      *================================================================
      * ERASE-KEYED-FILES: each due customer through the
      * customer-keyed KSDSs
      *================================================================
       ERASE-KEYED-FILES SECTION.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF CT-IS-STAGED(WS-CUST-IDX)
                 PERFORM ERASE-CUSTHIST
              END-IF
              IF CT-IS-STAGED(WS-CUST-IDX)
                 PERFORM ERASE-STMTARCH
                 PERFORM ERASE-CUSTONL
                 PERFORM ERASE-VALSTAT
                 PERFORM ERASE-MERGEXRF
                 PERFORM ERASE-RELPARTY
              END-IF
           END-PERFORM.

       ERASE-KEYED-FILES-EXIT.
           EXIT.

      *================================================================
      * ERASE-CUSTHIST: every old and new value the customer's
      * history holds is replaced by its irreversible token; a
      * value already erased by an earlier run is left as it is
      *================================================================
       ERASE-CUSTHIST SECTION.
           MOVE 0 TO WS-BROWSE-DONE
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO CH-CUSTOMER-ID
           MOVE LOW-VALUES TO CH-EFFECTIVE-TS
           MOVE 0 TO CH-SEQUENCE
           START CUST-HIST-FILE KEY IS NOT LESS THAN CH-KEY
              INVALID KEY
                 GO TO ERASE-CUSTHIST-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ CUST-HIST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF CH-CUSTOMER-ID NOT = CT-CUSTOMER-ID(WS-CUST-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF NOT CH-IS-MERGE-LINK
                          PERFORM ERASE-ONE-HISTORY-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       ERASE-CUSTHIST-EXIT.
           EXIT.

      *================================================================
      * ERASE-ONE-HISTORY-RECORD
      *================================================================
       ERASE-ONE-HISTORY-RECORD SECTION.
           IF (CH-OLD-VALUE = SPACES
               OR CH-OLD-VALUE(1:9) = WS-ERASED-MARK)
              AND (CH-NEW-VALUE = SPACES
               OR CH-NEW-VALUE(1:9) = WS-ERASED-MARK)
              GO TO ERASE-ONE-HISTORY-RECORD-EXIT
           END-IF

           IF NOT WS-IS-PREVIEW
              MOVE 0 TO WS-TK-FAILED
              IF CH-OLD-VALUE NOT = SPACES
                 AND CH-OLD-VALUE(1:9) NOT = WS-ERASED-MARK
                 MOVE CH-OLD-VALUE TO WS-TK-VALUE
                 PERFORM FORGET-VALUE
                 IF WS-TK-RESULT = 1
                    MOVE WS-TK-TOKEN TO WS-EV-TOKEN
                    MOVE WS-ERASED-VALUE TO CH-OLD-VALUE
                 END-IF
              END-IF
              IF CH-NEW-VALUE NOT = SPACES
                 AND CH-NEW-VALUE(1:9) NOT = WS-ERASED-MARK
                 MOVE CH-NEW-VALUE TO WS-TK-VALUE
                 PERFORM FORGET-VALUE
                 IF WS-TK-RESULT = 1
                    MOVE WS-TK-TOKEN TO WS-EV-TOKEN
                    MOVE WS-ERASED-VALUE TO CH-NEW-VALUE
                 END-IF
              END-IF
              IF WS-TK-FAILED = 1
                 MOVE "F" TO CT-STATE(WS-CUST-IDX)
                 MOVE 1 TO WS-BROWSE-DONE
                 GO TO ERASE-ONE-HISTORY-RECORD-EXIT
              END-IF
              REWRITE CUST-HIST-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "OFFBOARD: could not rewrite CUSTHIST "
                       "for " CH-CUSTOMER-ID
                    MOVE "F" TO CT-STATE(WS-CUST-IDX)
                    MOVE 1 TO WS-BROWSE-DONE
                    GO TO ERASE-ONE-HISTORY-RECORD-EXIT
              END-REWRITE
           END-IF

           MOVE "CUSTHIST" TO WS-ER-FILE-NAME
           MOVE CH-KEY TO WS-ER-RECORD-KEY
           MOVE 61 TO WS-ER-KEY-LENGTH
           PERFORM RECORD-ERASURE.

       ERASE-ONE-HISTORY-RECORD-EXIT.
           EXIT.

      *================================================================
      * ERASE-STMTARCH: the customer's statement index entries
      *================================================================
       ERASE-STMTARCH SECTION.
           MOVE 0 TO WS-BROWSE-DONE
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO SA-CUSTOMER-ID
           MOVE LOW-VALUES TO SA-PERIOD
           START STMTARCH-FILE KEY IS NOT LESS THAN SA-KEY
              INVALID KEY
                 GO TO ERASE-STMTARCH-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ STMTARCH-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SA-CUSTOMER-ID NOT = CT-CUSTOMER-ID(WS-CUST-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       PERFORM ERASE-ONE-STATEMENT-ENTRY
                    END-IF
              END-READ
           END-PERFORM.

       ERASE-STMTARCH-EXIT.
           EXIT.

      *================================================================
      * ERASE-ONE-STATEMENT-ENTRY
      *================================================================
       ERASE-ONE-STATEMENT-ENTRY SECTION.
           IF NOT WS-IS-PREVIEW
              DELETE STMTARCH-FILE
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "OFFBOARD: could not delete STMTARCH "
                       SA-KEY
                    MOVE "F" TO CT-STATE(WS-CUST-IDX)
                    GO TO ERASE-ONE-STATEMENT-ENTRY-EXIT
              END-DELETE
           END-IF

           MOVE "STMTARCH" TO WS-ER-FILE-NAME
           MOVE SA-KEY TO WS-ER-RECORD-KEY
           MOVE 42 TO WS-ER-KEY-LENGTH
           PERFORM RECORD-ERASURE.

       ERASE-ONE-STATEMENT-ENTRY-EXIT.
           EXIT.

      *================================================================
      * ERASE-CUSTONL: the customer's online copy, if CUSTMNT or
      * CUSTSYNC ever held one
      *================================================================
       ERASE-CUSTONL SECTION.
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO CN-CUSTOMER-ID
           READ CUSTONL-FILE
              INVALID KEY
                 GO TO ERASE-CUSTONL-EXIT
           END-READ

           IF NOT WS-IS-PREVIEW
              DELETE CUSTONL-FILE
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "OFFBOARD: could not delete CUSTONL "
                       CN-CUSTOMER-ID
                    MOVE "F" TO CT-STATE(WS-CUST-IDX)
                    GO TO ERASE-CUSTONL-EXIT
              END-DELETE
           END-IF

           MOVE "CUSTONL" TO WS-ER-FILE-NAME
           MOVE CN-CUSTOMER-ID TO WS-ER-RECORD-KEY
           MOVE 36 TO WS-ER-KEY-LENGTH
           PERFORM RECORD-ERASURE.

       ERASE-CUSTONL-EXIT.
           EXIT.

      *================================================================
      * ERASE-VALSTAT: the customer's validation status, which
      * holds the E.164 phone
      *================================================================
       ERASE-VALSTAT SECTION.
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO VS-CUSTOMER-ID
           READ VALSTAT-FILE
              INVALID KEY
                 GO TO ERASE-VALSTAT-EXIT
           END-READ

           IF NOT WS-IS-PREVIEW
              DELETE VALSTAT-FILE
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "OFFBOARD: could not delete VALSTAT "
                       VS-CUSTOMER-ID
                    MOVE "F" TO CT-STATE(WS-CUST-IDX)
                    GO TO ERASE-VALSTAT-EXIT
              END-DELETE
           END-IF

           MOVE "VALSTAT" TO WS-ER-FILE-NAME
           MOVE VS-CUSTOMER-ID TO WS-ER-RECORD-KEY
           MOVE 36 TO WS-ER-KEY-LENGTH
           PERFORM RECORD-ERASURE.

       ERASE-VALSTAT-EXIT.
           EXIT.

      *================================================================
      * ERASE-MERGEXRF: master and dependent before-images DEDUPAPL
      * kept when the customer was merged away as a duplicate
      *================================================================
       ERASE-MERGEXRF SECTION.
           MOVE 0 TO WS-BROWSE-DONE
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO MX-DUPLICATE-ID
           MOVE 0 TO MX-SEQUENCE
           START MERGEXRF-FILE KEY IS NOT LESS THAN MX-KEY
              INVALID KEY
                 GO TO ERASE-MERGEXRF-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ MERGEXRF-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF MX-DUPLICATE-ID
                       NOT = CT-CUSTOMER-ID(WS-CUST-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       PERFORM ERASE-ONE-XREF-ENTRY
                    END-IF
              END-READ
           END-PERFORM.

       ERASE-MERGEXRF-EXIT.
           EXIT.

      *================================================================
      * ERASE-ONE-XREF-ENTRY
      *================================================================
       ERASE-ONE-XREF-ENTRY SECTION.
           IF NOT WS-IS-PREVIEW
              DELETE MERGEXRF-FILE
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "OFFBOARD: could not delete MERGEXRF "
                       MX-KEY
                    MOVE "F" TO CT-STATE(WS-CUST-IDX)
                    GO TO ERASE-ONE-XREF-ENTRY-EXIT
              END-DELETE
           END-IF

           MOVE "MERGEXRF" TO WS-ER-FILE-NAME
           MOVE MX-KEY TO WS-ER-RECORD-KEY
           MOVE 42 TO WS-ER-KEY-LENGTH
           PERFORM RECORD-ERASURE.

       ERASE-ONE-XREF-ENTRY-EXIT.
           EXIT.

      *================================================================
      * ERASE-RELPARTY: every link held under the customer, active
      * or cancelled
      *================================================================
       ERASE-RELPARTY SECTION.
           MOVE 0 TO WS-BROWSE-DONE
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO RP-CUSTOMER-ID
           MOVE LOW-VALUES TO RP-PARTY-REF
           START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
              INVALID KEY
                 GO TO ERASE-RELPARTY-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ RELPARTY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF RP-CUSTOMER-ID
                       NOT = CT-CUSTOMER-ID(WS-CUST-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       PERFORM ERASE-ONE-LINK
                    END-IF
              END-READ
           END-PERFORM.

       ERASE-RELPARTY-EXIT.
           EXIT.

      *================================================================
      * ERASE-ONE-LINK
      *================================================================
       ERASE-ONE-LINK SECTION.
           IF NOT WS-IS-PREVIEW
              DELETE RELPARTY-FILE
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "OFFBOARD: could not delete RELPARTY "
                       RP-KEY
                    MOVE "F" TO CT-STATE(WS-CUST-IDX)
                    GO TO ERASE-ONE-LINK-EXIT
              END-DELETE
           END-IF

           MOVE "RELPARTY" TO WS-ER-FILE-NAME
           MOVE RP-KEY TO WS-ER-RECORD-KEY
           MOVE 48 TO WS-ER-KEY-LENGTH
           PERFORM RECORD-ERASURE.

       ERASE-ONE-LINK-EXIT.
           EXIT.

      *================================================================
      * MARK-CUSTOMERS-ERASED: the register keeps the closure and
      * now says when it was erased and how many records went; a
      * customer any step failed for stays closed for the next run
      *================================================================
       MARK-CUSTOMERS-ERASED SECTION.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
              IF CT-IS-STAGED(WS-CUST-IDX)
                 ADD 1 TO WS-ERASED-CUSTOMERS
                 IF NOT WS-IS-PREVIEW
                    PERFORM MARK-ONE-CUSTOMER-ERASED
                 END-IF
              END-IF
           END-PERFORM.

       MARK-CUSTOMERS-ERASED-EXIT.
           EXIT.

      *================================================================
      * MARK-ONE-CUSTOMER-ERASED
      *================================================================
       MARK-ONE-CUSTOMER-ERASED SECTION.
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO CL-CUSTOMER-ID
           READ CUSTCLOS-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "OFFBOARD: " CL-CUSTOMER-ID
                    " gone from CUSTCLOS - not marked erased"
                 GO TO MARK-ONE-CUSTOMER-ERASED-EXIT
           END-READ

           MOVE "E" TO CL-STATUS
           MOVE WS-TODAY TO CL-ERASED-DATE
           ADD CT-ERASED-RECORDS(WS-CUST-IDX) TO CL-ERASED-RECORDS
           REWRITE CUSTCLOS-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "OFFBOARD: could not mark "
                    CL-CUSTOMER-ID " erased on CUSTCLOS"
           END-REWRITE.

       MARK-ONE-CUSTOMER-ERASED-EXIT.
           EXIT.

      *================================================================
      * FORGET-VALUE: WS-TK-VALUE through ERASE-VALUE - its token
      * back in WS-TK-TOKEN and every vault entry for it gone. A
      * blank value has nothing to forget.
      *================================================================
       FORGET-VALUE SECTION.
           MOVE SPACES TO WS-TK-TOKEN
           MOVE 1 TO WS-TK-RESULT
           IF WS-TK-VALUE = SPACES
              GO TO FORGET-VALUE-EXIT
           END-IF

           COMPUTE WS-TK-VALUE-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(WS-TK-VALUE TRAILING))
           CALL "ERASE-VALUE" USING WS-TK-VALUE WS-TK-VALUE-LENGTH
               WS-TK-TOKEN WS-TK-RESULT WS-TK-ERROR-MSG

           IF WS-TK-RESULT = 1
              ADD 1 TO WS-VALUES-TOKENIZED
           ELSE
              MOVE 1 TO WS-TK-FAILED
              ADD 1 TO WS-VAULT-FAIL-COUNT
              DISPLAY "OFFBOARD: value not erased for "
                 CT-CUSTOMER-ID(WS-CUST-IDX) " - " WS-TK-ERROR-MSG
           END-IF.

       FORGET-VALUE-EXIT.
           EXIT.

      *================================================================
      * RECORD-ERASURE: one record of WS-ER-FILE-NAME gone - proved
      * on AUDITLOG by the SHA-256 of its key, with the customer and
      * when and why the relationship closed, and listed on OFFBRPT
      *================================================================
       RECORD-ERASURE SECTION.
           ADD 1 TO WS-RECORDS-ERASED
           ADD 1 TO CT-ERASED-RECORDS(WS-CUST-IDX)

           MOVE "ERASE" TO WS-DL-ACTION
           MOVE WS-ER-FILE-NAME TO WS-DL-FILE
           MOVE SPACES TO WS-DL-DETAIL
           IF WS-ER-KEY-LENGTH > 36
              MOVE WS-ER-RECORD-KEY(37:WS-ER-KEY-LENGTH - 36)
                 TO WS-DL-DETAIL
           END-IF
           PERFORM WRITE-DETAIL-LINE

           IF WS-IS-PREVIEW
              GO TO RECORD-ERASURE-EXIT
           END-IF

           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-ER-RECORD-KEY(1:WS-ER-KEY-LENGTH)
              TO WS-HASH-INPUT(1:WS-ER-KEY-LENGTH)
           MOVE WS-ER-KEY-LENGTH TO WS-HASH-INPUT-LEN
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT
           MOVE WS-HASH-OUTPUT(1:64) TO WS-AW-INPUT-HASH

           MOVE SPACES TO WS-AW-VALIDATOR-NAME
           STRING "ERASE " WS-ER-FILE-NAME
              DELIMITED BY SIZE INTO WS-AW-VALIDATOR-NAME
           END-STRING
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO WS-AW-CUSTOMER-ID
           MOVE CT-CLOSE-DATE(WS-CUST-IDX) TO WS-AW-CLOSE-DATE
           MOVE CT-REASON-CODE(WS-CUST-IDX) TO WS-AW-REASON-CODE
           MOVE CT-ERASE-DUE-DATE(WS-CUST-IDX) TO WS-AW-DUE-DATE

           CALL "AUDIT-WRITE" USING WS-AW-CALLING-PROGRAM
               WS-AW-VALIDATOR-NAME WS-AW-INPUT-HASH
               WS-AW-RESULT-STATUS WS-AW-MESSAGE
               WS-AW-RESULT WS-AW-ERROR-MSG

           IF WS-AW-RESULT NOT = 1
              ADD 1 TO WS-AUDIT-FAIL-COUNT
              DISPLAY "OFFBOARD: erasure of " WS-ER-FILE-NAME
                 " record for " CT-CUSTOMER-ID(WS-CUST-IDX)
                 " not audited - " WS-AW-ERROR-MSG
           END-IF.

       RECORD-ERASURE-EXIT.
           EXIT.

      *================================================================
      * BLOCK-CUSTOMER: one obstacle to closing WS-CUST-IDX - listed
      * on the report; the first one found is the refusal reason
      *================================================================
       BLOCK-CUSTOMER SECTION.
           ADD 1 TO WS-OBSTACLE-COUNT
           IF CT-IS-STAGED(WS-CUST-IDX)
              MOVE "B" TO CT-STATE(WS-CUST-IDX)
              MOVE WS-BLOCK-REASON TO CT-BLOCK-REASON(WS-CUST-IDX)
              ADD 1 TO WS-BLOCKED-COUNT
           END-IF

           MOVE "NOT CLEAR" TO WS-DL-ACTION
           PERFORM WRITE-DETAIL-LINE.

       BLOCK-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * FIND-CUSTOMER: WS-LOOKUP-ID among the run's customers that
      * have not been refused outright
      *================================================================
       FIND-CUSTOMER SECTION.
           MOVE 0 TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                      OR WS-CUST-FOUND = 1
              IF CT-CUSTOMER-ID(WS-CUST-IDX) = WS-LOOKUP-ID
                 AND NOT CT-IS-REFUSED(WS-CUST-IDX)
                 MOVE 1 TO WS-CUST-FOUND
              END-IF
           END-PERFORM
           IF WS-CUST-FOUND = 1
              SUBTRACT 1 FROM WS-CUST-IDX
           END-IF.

       FIND-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * FIND-ACCOUNT: BL-ACCOUNT-ID among the run's accounts
      *================================================================
       FIND-ACCOUNT SECTION.
           MOVE 0 TO WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                      OR WS-ACCT-FOUND = 1
              IF AT-ACCOUNT-ID(WS-ACCT-IDX) = BL-ACCOUNT-ID
                 MOVE 1 TO WS-ACCT-FOUND
              END-IF
           END-PERFORM
           IF WS-ACCT-FOUND = 1
              SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.

       FIND-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * WRITE-DETAIL-LINE: WS-DL-ACTION, WS-DL-FILE and WS-DL-DETAIL
      * set by the caller, for customer WS-CUST-IDX
      *================================================================
       WRITE-DETAIL-LINE SECTION.
           MOVE CT-CUSTOMER-ID(WS-CUST-IDX) TO WS-DL-CUSTOMER-ID
           WRITE OFFBRPT-RECORD FROM WS-DETAIL-LINE.

       WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-INPUT-REJECT
      *================================================================
       WRITE-INPUT-REJECT SECTION.
           MOVE OFFBDIN-RECORD TO OJ-REQUEST-LINE
           MOVE WS-REJECT-REASON TO OJ-REJECT-REASON
           WRITE OFFBREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-INPUT-REJECT-EXIT.
           EXIT.

      *================================================================
      * WRITE-RUN-TOTALS
      *================================================================
       WRITE-RUN-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE OFFBRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           IF WS-MODE-IS-CLOSE
              MOVE "REQUESTS READ" TO WS-RPT-LABEL
              MOVE WS-REQUESTS-READ TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "REQUESTS REFUSED" TO WS-RPT-LABEL
              MOVE WS-REJECT-COUNT TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "CUSTOMERS NOT CLEAR" TO WS-RPT-LABEL
              MOVE WS-BLOCKED-COUNT TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "OBSTACLES FOUND" TO WS-RPT-LABEL
              MOVE WS-OBSTACLE-COUNT TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "CUSTOMERS CLOSED" TO WS-RPT-LABEL
              MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "ACCOUNTS CLOSED" TO WS-RPT-LABEL
              MOVE WS-ACCOUNTS-CLOSED TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE
           ELSE
              MOVE "CLOSURES DUE FOR ERASURE" TO WS-RPT-LABEL
              MOVE WS-DUE-COUNT TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "LEFT FOR NEXT RUN" TO WS-RPT-LABEL
              MOVE WS-DEFERRED-COUNT TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "CUSTOMERS ERASED" TO WS-RPT-LABEL
              MOVE WS-ERASED-CUSTOMERS TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "RECORDS ERASED" TO WS-RPT-LABEL
              MOVE WS-RECORDS-ERASED TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "VALUES ERASED FROM VAULT" TO WS-RPT-LABEL
              MOVE WS-VALUES-TOKENIZED TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "VAULT FAILURES" TO WS-RPT-LABEL
              MOVE WS-VAULT-FAIL-COUNT TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "AUDIT FAILURES" TO WS-RPT-LABEL
              MOVE WS-AUDIT-FAIL-COUNT TO WS-RPT-COUNT
              WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE
           END-IF

           MOVE "UPDATE FAILURES" TO WS-RPT-LABEL
           MOVE WS-UPDATE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE OFFBRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: closure requests only - an erasure run
      * has no input to reject
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           IF WS-MODE-IS-ERASE
              GO TO REPORT-DAILY-COUNTS-EXIT
           END-IF

           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME
                WS-REQUESTS-READ WS-REJECT-COUNT
                ZERO ZERO WS-UUID-REJECT-COUNT ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "OFFBOARD: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CUSTCLOS-FILE
           IF WS-MODE-IS-CLOSE
              CLOSE OFFBDIN-FILE
              CLOSE ACCTMAST-FILE
              CLOSE MANDATE-FILE
              CLOSE SCRNCASE-FILE
              CLOSE PAYPEND-FILE
           ELSE
              CLOSE CUST-HIST-FILE
              CLOSE STMTARCH-FILE
              CLOSE CUSTONL-FILE
              CLOSE VALSTAT-FILE
              CLOSE MERGEXRF-FILE
              CLOSE RELPARTY-FILE
           END-IF
           CLOSE OFFBRPT-FILE
           CLOSE OFFBREJ-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM OFFBOARD.
