      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven DsarExtract - data-subject access request extract
      * across every customer file for COBOL
      *

      *================================================================
      * When a customer asks for everything we hold on them,
      * compliance used to spend a week pulling it together by hand.
      * This step does it in one pass per file for the customer the
      * DSARCARD control card names, and writes two things:
      *
      *   DSARRPT   a readable report, one section per file, every
      *             field labelled, for the covering letter
      *   DSARJSON  the same data as a JSON-lines package - a
      *             header object, one object per record held
      *             ("source" names the file), and a trailer object
      *             carrying the record count to reconcile against -
      *             built through SAFE-JSON's document builder, and
      *             every line self-checked through VALIDATE-JSON
      *             before release, as CUSTEXTR does
      *
      * The files searched, and how each is reached:
      *
      *   CUSTMAST  the master record             sequential scan
      *   VALSTAT   validation status             keyed read
      *   CUSTHIST  change history                keyed browse
      *   ACCTMAST  accounts                      customer alt key
      *   CUSTIBAN  registered remitter IBANs     sequential scan
      *   MANDATE   direct-debit mandates         full browse
      *   STMTARCH  statements issued             keyed browse
      *   SCRNCASE  sanctions review dispositions keyed browse
      *   RISKSCOR  current risk score            keyed read
      *   RISKHIST  risk score history            sequential scan
      *   KYCREV    periodic KYC review           keyed read
      *   RELPARTY  related parties held, and     keyed browse and
      *             links naming the customer     party alt key
      *   CHANPREF  delivery preference           sequential scan
      *   CUSTCLOS  relationship closure          keyed read
      *   AUDITIN   audit entries                 by input hash
      *
      * The audit trail holds only the SHA-256 of each value a
      * check was run on, so an entry is the customer's when its
      * input hash is the hash of the customer ID or of one of the
      * identifying values found in the files above - the email
      * and phone numbers (current and, from the history, former),
      * the E.164 phone, and the IBANs. Names are not matched: two
      * customers may share one, and their audit entries must not
      * cross. AUDITIN is the audit generations to search (the JCL
      * concatenates them); it is a separate DD because this step's
      * own audit entry is appended to AUDITLOG.
      *
      * Nothing about another customer reaches the output: every
      * file is read by, or filtered on, the requested customer ID,
      * and a merge link in the history (MERGED-INTO/-FROM, whose
      * value is the other record's ID) is reported as the fact of
      * the merge, not the other ID; likewise a related-party link
      * reports the party's name and role but not a related
      * customer's ID, and a link another customer holds naming
      * this one reports the role and holding, not who holds it.
      * Statement copies themselves
      * are fulfilled from the archive by STMTRPRN; the package
      * lists the periods issued.
      *
      * Suspicious-activity cases (SARCASE, SARLINK) are never
      * searched: disclosing that a report exists or was considered
      * would tip the customer off, which the money-laundering
      * rules forbid, so they fall under the exemption from access
      * requests and this package says nothing of them either way.
      * The same holds for TXNMON's transaction-monitoring alerts,
      * which share the SCRNCASE file with the sanctions cases:
      * a case whose listed name carries the monitoring label is
      * passed over, and only screening dispositions are disclosed.
      *
      * Every run is itself audited through AUDIT-WRITE - calling
      * program DSAREXTR, the hash of the customer ID, who asked,
      * the request reference and the record count - so the trail
      * shows each disclosure, and the next request for the same
      * customer finds this one. A run whose audit entry cannot be
      * written, or any of whose lines fails its self-check, ends
      * COND code 8 and the package must not be released.
      *
      * DSARCARD layout (one card): customer ID X(36), requesting
      * user ID X(8), request reference X(16).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAREXTR.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSARCARD-FILE ASSIGN TO "DSARCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT VALSTAT-FILE ASSIGN TO "VALSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VS-CUSTOMER-ID
              FILE STATUS IS WS-VS-FILE-STATUS.

           SELECT CUST-HIST-FILE ASSIGN TO "CUSTHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CH-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT CUSTIBAN-FILE ASSIGN TO "CUSTIBAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-MANDATE-ID
              FILE STATUS IS WS-MD-FILE-STATUS.

           SELECT STMTARCH-FILE ASSIGN TO "STMTARCH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SA-KEY
              FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT SCRNCASE-FILE ASSIGN TO "SCRNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT RISKSCOR-FILE ASSIGN TO "RISKSCOR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RK-CUSTOMER-ID
              FILE STATUS IS WS-RK-FILE-STATUS.

           SELECT RISKHIST-FILE ASSIGN TO "RISKHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RH-FILE-STATUS.

           SELECT CHANPREF-FILE ASSIGN TO "CHANPREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT CUSTCLOS-FILE ASSIGN TO "CUSTCLOS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-CUSTOMER-ID
              FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT KYCREV-FILE ASSIGN TO "KYCREV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KY-CUSTOMER-ID
              FILE STATUS IS WS-KY-FILE-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RP-KEY
              ALTERNATE RECORD KEY IS RP-PARTY-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-RP-FILE-STATUS.

           SELECT AUDIT-IN-FILE ASSIGN TO "AUDITIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AI-FILE-STATUS.

           SELECT DSARRPT-FILE ASSIGN TO "DSARRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT DSARJSON-FILE ASSIGN TO "DSARJSON"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The request: whose data, who asked, and the case reference
       FD  DSARCARD-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DSARCARD-RECORD.
           05 DC-CUSTOMER-ID            PIC X(36).
           05 DC-REQUESTED-BY           PIC X(8).
           05 DC-REFERENCE              PIC X(16).

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
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
           05 VS-EMAIL-VERIFIED         PIC X(1).
           05 VS-PHONE-VERIFIED         PIC X(1).

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
              88 CH-IS-CONTACT-FIELD    VALUE "EMAIL-ADDRESS"
                                              "PHONE-NUMBER"
                                              "PHONE-E164".
           05 CH-OLD-VALUE              PIC X(254).
           05 CH-NEW-VALUE              PIC X(254).
           05 CH-CHANGE-SOURCE          PIC X(8).

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
           05 AM-LAST-CHANGED-DATE      PIC 9(8).
           05 AM-LAST-CHANGED-BY        PIC X(8).
           05 FILLER                    PIC X(28).

      * Remitter IBAN registry as RECVIN reads it
       FD  CUSTIBAN-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTIBAN-RECORD.
           05 CB-CUSTOMER-ID            PIC X(36).
           05 CB-REMIT-IBAN             PIC X(34).

      * Direct-debit mandate master as MANDLOAD maintains it
       FD  MANDATE-FILE
           RECORD CONTAINS 105 CHARACTERS.
       01  MANDATE-RECORD.
           05 MD-MANDATE-ID             PIC X(16).
           05 MD-CUSTOMER-ID            PIC X(36).
           05 MD-DEBTOR-IBAN            PIC X(34).
           05 MD-SIGNATURE-DATE         PIC 9(8).
           05 MD-STATUS                 PIC X(1).
           05 MD-LAST-USED-DATE         PIC 9(8).
           05 MD-MANDATE-TYPE           PIC X(1).
           05 MD-SEQUENCE-STATE         PIC X(1).

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

      * Sanctions review cases as SANCSCRN maintains them
       FD  SCRNCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  SCRNCASE-RECORD.
           05 SC-KEY.
              10 SC-CUSTOMER-ID         PIC X(36).
              10 SC-LISTED-NAME         PIC X(60).
           05 SC-STATUS                 PIC X(1).
           05 SC-REVIEWED-BY            PIC X(8).
           05 SC-REVIEWED-TS            PIC X(21).
           05 SC-LIST-DATE-SEEN         PIC 9(8).

      * Current score per customer as RISKSCOR maintains it
       FD  RISKSCOR-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  RISKSCOR-RECORD.
           05 RK-CUSTOMER-ID            PIC X(36).
           05 RK-SCORE                  PIC 9(5).
           05 RK-BAND                   PIC X(1).
           05 RK-PRIOR-SCORE            PIC 9(5).
           05 RK-COMPUTED-DATE          PIC 9(8).

      * Score history as RISKSCOR appends it
       FD  RISKHIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  RISKHIST-RECORD.
           05 RI-CUSTOMER-ID            PIC X(36).
           05 RI-RUN-DATE               PIC 9(8).
           05 RI-SCORE                  PIC 9(5).
           05 RI-BAND                   PIC X(1).

      * Delivery-channel preference as STMTROUT reads it
       FD  CHANPREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHANPREF-RECORD.
           05 CP-CUSTOMER-ID            PIC X(36).
           05 CP-CHANNEL                PIC X(1).
           05 CP-NOTIFY-CHANNEL         PIC X(1).
           05 CP-LANGUAGE               PIC X(2).

      * Customer closure register as OFFBOARD maintains it
       FD  CUSTCLOS-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CUSTCLOS-RECORD.
           05 CL-CUSTOMER-ID            PIC X(36).
           05 CL-STATUS                 PIC X(1).
           05 CL-CLOSE-DATE             PIC 9(8).
           05 CL-REASON-CODE            PIC X(4).
           05 CL-REASON-TEXT            PIC X(40).
           05 CL-REQUESTED-BY           PIC X(8).
           05 CL-ERASE-DUE-DATE         PIC 9(8).
           05 CL-ERASED-DATE            PIC 9(8).
           05 CL-ERASED-RECORDS         PIC 9(8).
           05 FILLER                    PIC X(29).

      * KYC review master as KYCSCHED and KYCREVW maintain it
       FD  KYCREV-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  KYCREV-RECORD.
           05 KY-CUSTOMER-ID            PIC X(36).
           05 KY-BRANCH                 PIC X(6).
           05 KY-NEXT-DUE-DATE          PIC 9(8).
           05 KY-RISK-BAND              PIC X(1).
           05 KY-CYCLE-MONTHS           PIC 9(3).
           05 KY-SCHEDULED-DATE         PIC 9(8).
           05 KY-LAST-REVIEW-DATE       PIC 9(8).
           05 KY-OUTCOME                PIC X(1).
           05 KY-REVIEWED-BY            PIC X(8).
           05 KY-APPROVED-BY            PIC X(8).
           05 KY-RETIERED-DATE          PIC 9(8).
           05 KY-PEND-OUTCOME           PIC X(1).
           05 KY-PEND-REVIEW-DATE       PIC 9(8).
           05 KY-PEND-BY                PIC X(8).
           05 KY-PEND-DATE              PIC 9(8).
           05 KY-NOTE                   PIC X(30).
           05 FILLER                    PIC X(10).

      * Related-party links as RELPLOAD maintains them
       FD  RELPARTY-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  RELPARTY-RECORD.
           05 RP-KEY.
              10 RP-CUSTOMER-ID         PIC X(36).
              10 RP-PARTY-REF           PIC X(12).
           05 RP-PARTY-CUSTOMER-ID      PIC X(36).
           05 RP-PARTY-NAME             PIC X(60).
           05 RP-ROLE                   PIC X(1).
           05 RP-OWNERSHIP-PCT          PIC 9(3)V99.
           05 RP-STATUS                 PIC X(1).
           05 RP-EFFECTIVE-DATE         PIC 9(8).
           05 RP-CHANGED-DATE           PIC 9(8).
           05 FILLER                    PIC X(13).

      * Audit log line as PROVEN-AUDIT-WRITE formats it
       FD  AUDIT-IN-FILE
           RECORD CONTAINS 286 CHARACTERS.
       01  AUDIT-IN-RECORD.
           05 AL-TIMESTAMP              PIC X(21).
           05 FILLER                    PIC X(1).
           05 AL-CALLING-PROGRAM        PIC X(16).
           05 FILLER                    PIC X(1).
           05 AL-VALIDATOR-NAME         PIC X(30).
           05 FILLER                    PIC X(1).
           05 AL-INPUT-HASH             PIC X(64).
           05 FILLER                    PIC X(1).
           05 AL-RESULT-STATUS          PIC X(5).
           05 FILLER                    PIC X(1).
           05 AL-ERROR-MSG              PIC X(80).
           05 FILLER                    PIC X(1).
           05 AL-LINK-HASH              PIC X(64).

       FD  DSARRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DSARRPT-RECORD               PIC X(132).

       FD  DSARJSON-FILE
           RECORD CONTAINS 4000 CHARACTERS.
       01  DSARJSON-RECORD              PIC X(4000).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-DC-FILE-STATUS            PIC X(2).
       01 WS-CM-FILE-STATUS            PIC X(2).
       01 WS-VS-FILE-STATUS            PIC X(2).
       01 WS-CH-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-CB-FILE-STATUS            PIC X(2).
       01 WS-MD-FILE-STATUS            PIC X(2).
       01 WS-SA-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-RK-FILE-STATUS            PIC X(2).
       01 WS-RH-FILE-STATUS            PIC X(2).
       01 WS-CP-FILE-STATUS            PIC X(2).
       01 WS-CL-FILE-STATUS            PIC X(2).
       01 WS-KY-FILE-STATUS            PIC X(2).
       01 WS-RP-FILE-STATUS            PIC X(2).
       01 WS-AI-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-JO-FILE-STATUS            PIC X(2).
       01 WS-SEQ-EOF                   PIC 9 VALUE 0.
          88 WS-AT-SEQ-EOF             VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-SUBJECT-ID                PIC X(36).

      * The listed-name label TXNMON gives a monitoring alert's case
       01 WS-MONITOR-LABEL             PIC X(17)
                                       VALUE "TXN MONITOR RULE ".

      * Control counts - records disclosed, per file and in all
       01 WS-TOTAL-RECORDS             PIC 9(8) VALUE 0.
       01 WS-SOURCE-RECORDS            PIC 9(8) VALUE 0.
       01 WS-AUDIT-LINES-READ          PIC 9(8) VALUE 0.
       01 WS-SELFCHECK-FAIL-COUNT      PIC 9(8) VALUE 0.
       01 WS-BUILD-FAIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-AUDIT-FAIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-HASH-OVERFLOW             PIC 9(8) VALUE 0.

      * The identifying values the audit trail is searched for -
      * the SHA-256 of each, and the field it came from
       01 WS-VALUE-HASH-TABLE.
          05 WS-VALUE-HASH-ENTRY OCCURS 500 TIMES.
             10 VH-HASH                PIC X(64).
             10 VH-FIELD               PIC X(20).
       01 WS-VH-COUNT                  PIC 9(4) VALUE 0.
       01 WS-VH-MAX                    PIC 9(4) VALUE 500.
       01 WS-VH-IDX                    PIC 9(4) VALUE 0.
       01 WS-VH-FOUND                  PIC 9 VALUE 0.
       01 WS-VH-VALUE                  PIC X(254).
       01 WS-VH-FIELD-NAME             PIC X(20).
       01 WS-ERASED-MARK               PIC X(9) VALUE "*ERASED* ".

      * HASH-SHA256 call fields (see SAFE-CRYPTO.cob)
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * PARSE-UUID call fields (see SAFE-UUID.cob)
       01 WS-UUID-RESULT               PIC 9.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * One field of the record in hand: JSON key, report label,
      * and value - ADD-FIELD puts it on both outputs
       01 WS-FIELD-KEY                 PIC X(30).
       01 WS-FIELD-LABEL               PIC X(24).
       01 WS-FIELD-VALUE               PIC X(254).
       01 WS-FIELD-OFFSET              PIC 9(3).
       01 WS-PCT-EDIT                  PIC ZZ9.99.
       01 WS-SOURCE-NAME               PIC X(8).

      * SAFE-JSON document-builder call fields - the builder owns
      * the escaping and the punctuation
       01 WS-JB-KEY-NAME               PIC X(256).
       01 WS-JB-KEY-LENGTH             PIC 9(4).
       01 WS-JB-VALUE                  PIC X(4096).
       01 WS-JB-VALUE-LEN              PIC 9(6).
       01 WS-JB-NUMBER                 PIC S9(15) COMP-3.
       01 WS-JB-OUTPUT                 PIC X(8192).
       01 WS-JB-OUTPUT-LEN             PIC 9(6).
       01 WS-JB-RESULT                 PIC 9.
       01 WS-JB-ERROR-MSG              PIC X(100).

      * The JSON line being built
       01 WS-JSON-LINE                 PIC X(4000).
       01 WS-JSON-LINE-LEN             PIC 9(6).

      * VALIDATE-JSON call fields (see SAFE-JSON.cob)
       01 WS-VJ-BUFFER                 PIC X(32000).
       01 WS-VJ-LENGTH                 PIC 9(6).
       01 WS-VJ-RESULT                 PIC 9.
       01 WS-VJ-ERROR-MSG              PIC X(100).
       01 WS-VJ-ERROR-POS              PIC 9(6).
       01 WS-VJ-MAX-DEPTH              PIC 9(3) VALUE 0.

      * AUDIT-WRITE call fields (see PROVEN-AUDIT-WRITE.cob) - the
      * disclosure itself: who asked, under what reference, and how
      * much was released
       01 WS-AW-CALLING-PROGRAM        PIC X(16) VALUE "DSAREXTR".
       01 WS-AW-VALIDATOR-NAME         PIC X(30) VALUE "DSAR EXTRACT".
       01 WS-AW-INPUT-HASH             PIC X(64).
       01 WS-AW-RESULT-STATUS          PIC S9(4) COMP VALUE +0.
       01 WS-AW-MESSAGE.
          05 FILLER                    PIC X(13) VALUE "REQUESTED BY ".
          05 WS-AW-REQUESTED-BY        PIC X(8).
          05 FILLER                    PIC X(5) VALUE " REF ".
          05 WS-AW-REFERENCE           PIC X(16).
          05 FILLER                    PIC X(9) VALUE " RECORDS ".
          05 WS-AW-RECORD-COUNT        PIC 9(8).
          05 FILLER                    PIC X(21) VALUE SPACES.
       01 WS-AW-RESULT                 PIC 9.
       01 WS-AW-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-FIELD-LINE.
          05 FILLER                    PIC X(4).
          05 WS-FL-LABEL               PIC X(24).
          05 FILLER                    PIC X(2).
          05 WS-FL-VALUE               PIC X(100).
          05 FILLER                    PIC X(2).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-PARSE                  PIC S9(4) COMP VALUE -6.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: the files in turn - those that yield
      * identifying values first, so the audit search has them all
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-REQUEST-CARD
           PERFORM OPEN-FILES
           PERFORM WRITE-PACKAGE-HEADER

           MOVE WS-SUBJECT-ID TO WS-VH-VALUE
           MOVE "CUSTOMER-ID" TO WS-VH-FIELD-NAME
           PERFORM REMEMBER-VALUE-HASH

           PERFORM EXTRACT-CUSTMAST
           PERFORM EXTRACT-VALSTAT
           PERFORM EXTRACT-CUSTHIST
           PERFORM EXTRACT-ACCTMAST
           PERFORM EXTRACT-CUSTIBAN
           PERFORM EXTRACT-MANDATE
           PERFORM EXTRACT-STMTARCH
           PERFORM EXTRACT-SCRNCASE
           PERFORM EXTRACT-RISKSCOR
           PERFORM EXTRACT-RISKHIST
           PERFORM EXTRACT-KYCREV
           PERFORM EXTRACT-RELPARTY
           PERFORM EXTRACT-CHANPREF
           PERFORM EXTRACT-CUSTCLOS
           PERFORM EXTRACT-AUDIT-ENTRIES

           PERFORM WRITE-PACKAGE-TRAILER
           PERFORM AUDIT-THIS-DISCLOSURE
           PERFORM CLOSE-FILES

           DISPLAY "DSAREXTR: " WS-SUBJECT-ID " - "
              WS-TOTAL-RECORDS " record(s) extracted, "
              WS-AUDIT-LINES-READ " audit line(s) searched"

           IF WS-SELFCHECK-FAIL-COUNT > 0
              OR WS-BUILD-FAIL-COUNT > 0
              OR WS-AUDIT-FAIL-COUNT > 0
              DISPLAY "DSAREXTR: package is not fit for release"
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * READ-REQUEST-CARD: a well-formed customer ID and a named
      * requester, or nothing runs
      *================================================================
       READ-REQUEST-CARD SECTION.
           OPEN INPUT DSARCARD-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
              DISPLAY "DSAREXTR: cannot open DSARCARD, status="
                 WS-DC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           READ DSARCARD-FILE
              AT END
                 DISPLAY "DSAREXTR: DSARCARD is empty"
                 CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE DSARCARD-FILE

           CALL "PARSE-UUID" USING DC-CUSTOMER-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
              DISPLAY "DSAREXTR: DSARCARD customer ID - "
                 WS-UUID-ERROR-MSG
              CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF DC-REQUESTED-BY = SPACES
              DISPLAY "DSAREXTR: DSARCARD names no requesting user"
              CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE DC-CUSTOMER-ID TO WS-SUBJECT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       READ-REQUEST-CARD-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened. The sequential inputs are opened by the pass that
      * reads them.
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT VALSTAT-FILE
           IF WS-VS-FILE-STATUS NOT = "00"
              AND WS-VS-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open VALSTAT, status="
                 WS-VS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUST-HIST-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
              AND WS-CH-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open CUSTHIST, status="
                 WS-CH-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              AND WS-AM-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT MANDATE-FILE
           IF WS-MD-FILE-STATUS NOT = "00"
              AND WS-MD-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open MANDATE, status="
                 WS-MD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT STMTARCH-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
              AND WS-SA-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open STMTARCH, status="
                 WS-SA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SCRNCASE-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
              AND WS-SC-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open SCRNCASE, status="
                 WS-SC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT RISKSCOR-FILE
           IF WS-RK-FILE-STATUS NOT = "00"
              AND WS-RK-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open RISKSCOR, status="
                 WS-RK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTCLOS-FILE
           IF WS-CL-FILE-STATUS NOT = "00"
              AND WS-CL-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open CUSTCLOS, status="
                 WS-CL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT KYCREV-FILE
           IF WS-KY-FILE-STATUS NOT = "00"
              AND WS-KY-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open KYCREV, status="
                 WS-KY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT RELPARTY-FILE
           IF WS-RP-FILE-STATUS NOT = "00"
              AND WS-RP-FILE-STATUS NOT = "97"
              DISPLAY "DSAREXTR: cannot open RELPARTY, status="
                 WS-RP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT DSARRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "DSAREXTR: cannot open DSARRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT DSARJSON-FILE
           IF WS-JO-FILE-STATUS NOT = "00"
              DISPLAY "DSAREXTR: cannot open DSARJSON, status="
                 WS-JO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * WRITE-PACKAGE-HEADER: whose data, for whom, and when - on
      * the report and as the package's first line
      *================================================================
       WRITE-PACKAGE-HEADER SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "DSAREXTR - DATA-SUBJECT ACCESS REQUEST EXTRACT"
              TO WS-HL-TEXT
           WRITE DSARRPT-RECORD FROM WS-HEADING-LINE

           CALL "JSON-BUILD-RESET" USING WS-JB-RESULT
           MOVE "package" TO WS-FIELD-KEY
           MOVE "PACKAGE" TO WS-FIELD-LABEL
           MOVE "DSAR" TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "customer_id" TO WS-FIELD-KEY
           MOVE "CUSTOMER ID" TO WS-FIELD-LABEL
           MOVE WS-SUBJECT-ID TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "requested_by" TO WS-FIELD-KEY
           MOVE "REQUESTED BY" TO WS-FIELD-LABEL
           MOVE DC-REQUESTED-BY TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "reference" TO WS-FIELD-KEY
           MOVE "REQUEST REFERENCE" TO WS-FIELD-LABEL
           MOVE DC-REFERENCE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "extract_date" TO WS-FIELD-KEY
           MOVE "EXTRACT DATE" TO WS-FIELD-LABEL
           MOVE WS-TODAY TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-LINE.

       WRITE-PACKAGE-HEADER-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-CUSTMAST: the master record, if the customer still
      * has one
      *================================================================
       EXTRACT-CUSTMAST SECTION.
           MOVE "CUSTMAST" TO WS-SOURCE-NAME
           MOVE "CUSTMAST - CUSTOMER MASTER" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "DSAREXTR: cannot open CUSTMAST, status="
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
                    IF CM-CUSTOMER-ID = WS-SUBJECT-ID
                       PERFORM EMIT-CUSTMAST-RECORD
                       MOVE 1 TO WS-SEQ-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE

           PERFORM END-SOURCE-SECTION.

       EXTRACT-CUSTMAST-EXIT.
           EXIT.

      *================================================================
      * EMIT-CUSTMAST-RECORD
      *================================================================
       EMIT-CUSTMAST-RECORD SECTION.
           PERFORM START-JSON-RECORD
           MOVE "name" TO WS-FIELD-KEY
           MOVE "NAME" TO WS-FIELD-LABEL
           MOVE CM-CUSTOMER-NAME TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "email" TO WS-FIELD-KEY
           MOVE "EMAIL" TO WS-FIELD-LABEL
           MOVE CM-EMAIL-ADDRESS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "phone" TO WS-FIELD-KEY
           MOVE "PHONE" TO WS-FIELD-LABEL
           MOVE CM-PHONE-NUMBER TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "phone_country_code" TO WS-FIELD-KEY
           MOVE "PHONE COUNTRY CODE" TO WS-FIELD-LABEL
           MOVE CM-PHONE-COUNTRY-CODE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "address_line_1" TO WS-FIELD-KEY
           MOVE "ADDRESS LINE 1" TO WS-FIELD-LABEL
           MOVE CM-ADDR-LINE-1 TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "address_line_2" TO WS-FIELD-KEY
           MOVE "ADDRESS LINE 2" TO WS-FIELD-LABEL
           MOVE CM-ADDR-LINE-2 TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "city" TO WS-FIELD-KEY
           MOVE "CITY" TO WS-FIELD-LABEL
           MOVE CM-CITY TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "region" TO WS-FIELD-KEY
           MOVE "REGION" TO WS-FIELD-LABEL
           MOVE CM-REGION TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "postal_code" TO WS-FIELD-KEY
           MOVE "POSTAL CODE" TO WS-FIELD-LABEL
           MOVE CM-POSTAL-CODE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "country" TO WS-FIELD-KEY
           MOVE "COUNTRY" TO WS-FIELD-LABEL
           MOVE CM-COUNTRY TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD

           MOVE CM-EMAIL-ADDRESS TO WS-VH-VALUE
           MOVE "EMAIL-ADDRESS" TO WS-VH-FIELD-NAME
           PERFORM REMEMBER-VALUE-HASH
           MOVE CM-PHONE-NUMBER TO WS-VH-VALUE
           MOVE "PHONE-NUMBER" TO WS-VH-FIELD-NAME
           PERFORM REMEMBER-VALUE-HASH.

       EMIT-CUSTMAST-RECORD-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-VALSTAT
      *================================================================
       EXTRACT-VALSTAT SECTION.
           MOVE "VALSTAT" TO WS-SOURCE-NAME
           MOVE "VALSTAT - VALIDATION STATUS" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE WS-SUBJECT-ID TO VS-CUSTOMER-ID
           READ VALSTAT-FILE
              INVALID KEY
                 GO TO EXTRACT-VALSTAT-END
           END-READ

           PERFORM START-JSON-RECORD
           MOVE "status" TO WS-FIELD-KEY
           MOVE "STATUS" TO WS-FIELD-LABEL
           MOVE VS-STATUS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "phone_e164" TO WS-FIELD-KEY
           MOVE "PHONE (E.164)" TO WS-FIELD-LABEL
           MOVE VS-PHONE-E164 TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "reject_reason" TO WS-FIELD-KEY
           MOVE "REJECT REASON" TO WS-FIELD-LABEL
           MOVE VS-REJECT-REASON TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "validated_at" TO WS-FIELD-KEY
           MOVE "VALIDATED AT" TO WS-FIELD-LABEL
           MOVE VS-RUN-TIMESTAMP TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "email_undeliverable" TO WS-FIELD-KEY
           MOVE "EMAIL UNDELIVERABLE" TO WS-FIELD-LABEL
           MOVE VS-EMAIL-UNDELIV TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "bounce_reason" TO WS-FIELD-KEY
           MOVE "BOUNCE REASON" TO WS-FIELD-LABEL
           MOVE VS-BOUNCE-REASON TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "bounce_date" TO WS-FIELD-KEY
           MOVE "BOUNCE DATE" TO WS-FIELD-LABEL
           MOVE VS-BOUNCE-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "address_grade" TO WS-FIELD-KEY
           MOVE "ADDRESS GRADE" TO WS-FIELD-LABEL
           MOVE VS-ADDR-GRADE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD

           MOVE VS-PHONE-E164 TO WS-VH-VALUE
           MOVE "PHONE-E164" TO WS-VH-FIELD-NAME
           PERFORM REMEMBER-VALUE-HASH.

       EXTRACT-VALSTAT-END.
           PERFORM END-SOURCE-SECTION.

       EXTRACT-VALSTAT-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-CUSTHIST: every change recorded against the
      * customer; former contact values join the audit search
      *================================================================
       EXTRACT-CUSTHIST SECTION.
           MOVE "CUSTHIST" TO WS-SOURCE-NAME
           MOVE "CUSTHIST - CHANGE HISTORY" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE 0 TO WS-BROWSE-DONE
           MOVE WS-SUBJECT-ID TO CH-CUSTOMER-ID
           MOVE LOW-VALUES TO CH-EFFECTIVE-TS
           MOVE 0 TO CH-SEQUENCE
           START CUST-HIST-FILE KEY IS NOT LESS THAN CH-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ CUST-HIST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF CH-CUSTOMER-ID NOT = WS-SUBJECT-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       PERFORM EMIT-CUSTHIST-RECORD
                    END-IF
              END-READ
           END-PERFORM

           PERFORM END-SOURCE-SECTION.

       EXTRACT-CUSTHIST-EXIT.
           EXIT.

      *================================================================
      * EMIT-CUSTHIST-RECORD: a merge link's values are the other
      * record's ID, so only the fact of the merge is disclosed
      *================================================================
       EMIT-CUSTHIST-RECORD SECTION.
           PERFORM START-JSON-RECORD
           MOVE "changed_at" TO WS-FIELD-KEY
           MOVE "CHANGED AT" TO WS-FIELD-LABEL
           MOVE CH-EFFECTIVE-TS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "field" TO WS-FIELD-KEY
           MOVE "FIELD" TO WS-FIELD-LABEL
           MOVE CH-FIELD-NAME TO WS-FIELD-VALUE
           PERFORM ADD-FIELD

           IF CH-IS-MERGE-LINK
              MOVE "old_value" TO WS-FIELD-KEY
              MOVE "OLD VALUE" TO WS-FIELD-LABEL
              MOVE SPACES TO WS-FIELD-VALUE
              PERFORM ADD-FIELD
              MOVE "new_value" TO WS-FIELD-KEY
              MOVE "NEW VALUE" TO WS-FIELD-LABEL
              MOVE "(duplicate customer record merged)"
                 TO WS-FIELD-VALUE
              PERFORM ADD-FIELD
           ELSE
              MOVE "old_value" TO WS-FIELD-KEY
              MOVE "OLD VALUE" TO WS-FIELD-LABEL
              MOVE CH-OLD-VALUE TO WS-FIELD-VALUE
              PERFORM ADD-FIELD
              MOVE "new_value" TO WS-FIELD-KEY
              MOVE "NEW VALUE" TO WS-FIELD-LABEL
              MOVE CH-NEW-VALUE TO WS-FIELD-VALUE
              PERFORM ADD-FIELD
           END-IF

           MOVE "changed_by" TO WS-FIELD-KEY
           MOVE "CHANGED BY" TO WS-FIELD-LABEL
           MOVE CH-CHANGE-SOURCE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD

           IF CH-IS-CONTACT-FIELD
              MOVE CH-FIELD-NAME TO WS-VH-FIELD-NAME
              MOVE CH-OLD-VALUE TO WS-VH-VALUE
              PERFORM REMEMBER-VALUE-HASH
              MOVE CH-NEW-VALUE TO WS-VH-VALUE
              PERFORM REMEMBER-VALUE-HASH
           END-IF.

       EMIT-CUSTHIST-RECORD-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-ACCTMAST: the customer's accounts, through the
      * customer alternate key
      *================================================================
       EXTRACT-ACCTMAST SECTION.
           MOVE "ACCTMAST" TO WS-SOURCE-NAME
           MOVE "ACCTMAST - ACCOUNTS" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE 0 TO WS-BROWSE-DONE
           MOVE WS-SUBJECT-ID TO AM-CUSTOMER-ID
           START ACCTMAST-FILE KEY IS EQUAL TO AM-CUSTOMER-ID
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ ACCTMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF AM-CUSTOMER-ID NOT = WS-SUBJECT-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       PERFORM EMIT-ACCTMAST-RECORD
                    END-IF
              END-READ
           END-PERFORM

           PERFORM END-SOURCE-SECTION.

       EXTRACT-ACCTMAST-EXIT.
           EXIT.

      *================================================================
      * EMIT-ACCTMAST-RECORD
      *================================================================
       EMIT-ACCTMAST-RECORD SECTION.
           PERFORM START-JSON-RECORD
           MOVE "account_id" TO WS-FIELD-KEY
           MOVE "ACCOUNT" TO WS-FIELD-LABEL
           MOVE AM-ACCOUNT-ID TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "product" TO WS-FIELD-KEY
           MOVE "PRODUCT" TO WS-FIELD-LABEL
           MOVE AM-PRODUCT-CODE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "currency" TO WS-FIELD-KEY
           MOVE "CURRENCY" TO WS-FIELD-LABEL
           MOVE AM-BASE-CURRENCY TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "open_date" TO WS-FIELD-KEY
           MOVE "OPENED" TO WS-FIELD-LABEL
           MOVE AM-OPEN-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "close_date" TO WS-FIELD-KEY
           MOVE "CLOSED" TO WS-FIELD-LABEL
           MOVE AM-CLOSE-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "status" TO WS-FIELD-KEY
           MOVE "STATUS" TO WS-FIELD-LABEL
           MOVE AM-STATUS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD.

       EMIT-ACCTMAST-RECORD-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-CUSTIBAN: the IBANs the customer remits from; each
      * joins the audit search
      *================================================================
       EXTRACT-CUSTIBAN SECTION.
           MOVE "CUSTIBAN" TO WS-SOURCE-NAME
           MOVE "CUSTIBAN - REGISTERED REMITTER IBANS" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           OPEN INPUT CUSTIBAN-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
              DISPLAY "DSAREXTR: cannot open CUSTIBAN, status="
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
                    IF CB-CUSTOMER-ID = WS-SUBJECT-ID
                       PERFORM START-JSON-RECORD
                       MOVE "iban" TO WS-FIELD-KEY
                       MOVE "IBAN" TO WS-FIELD-LABEL
                       MOVE CB-REMIT-IBAN TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       PERFORM FINISH-JSON-RECORD
                       MOVE CB-REMIT-IBAN TO WS-VH-VALUE
                       MOVE "REMIT-IBAN" TO WS-VH-FIELD-NAME
                       PERFORM REMEMBER-VALUE-HASH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUSTIBAN-FILE

           PERFORM END-SOURCE-SECTION.

       EXTRACT-CUSTIBAN-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-MANDATE: MANDATE is keyed by mandate, so the whole
      * file is browsed for the customer's
      *================================================================
       EXTRACT-MANDATE SECTION.
           MOVE "MANDATE" TO WS-SOURCE-NAME
           MOVE "MANDATE - DIRECT-DEBIT MANDATES" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE 0 TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO MD-MANDATE-ID
           START MANDATE-FILE KEY IS NOT LESS THAN MD-MANDATE-ID
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ MANDATE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF MD-CUSTOMER-ID = WS-SUBJECT-ID
                       PERFORM EMIT-MANDATE-RECORD
                    END-IF
              END-READ
           END-PERFORM

           PERFORM END-SOURCE-SECTION.

       EXTRACT-MANDATE-EXIT.
           EXIT.

      *================================================================
      * EMIT-MANDATE-RECORD
      *================================================================
       EMIT-MANDATE-RECORD SECTION.
           PERFORM START-JSON-RECORD
           MOVE "mandate_id" TO WS-FIELD-KEY
           MOVE "MANDATE" TO WS-FIELD-LABEL
           MOVE MD-MANDATE-ID TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "debtor_iban" TO WS-FIELD-KEY
           MOVE "DEBTOR IBAN" TO WS-FIELD-LABEL
           MOVE MD-DEBTOR-IBAN TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "signature_date" TO WS-FIELD-KEY
           MOVE "SIGNED" TO WS-FIELD-LABEL
           MOVE MD-SIGNATURE-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "status" TO WS-FIELD-KEY
           MOVE "STATUS" TO WS-FIELD-LABEL
           MOVE MD-STATUS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "last_used_date" TO WS-FIELD-KEY
           MOVE "LAST USED" TO WS-FIELD-LABEL
           MOVE MD-LAST-USED-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD

           MOVE MD-DEBTOR-IBAN TO WS-VH-VALUE
           MOVE "DEBTOR-IBAN" TO WS-VH-FIELD-NAME
           PERFORM REMEMBER-VALUE-HASH.

       EMIT-MANDATE-RECORD-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-STMTARCH: the statements issued, by period
      *================================================================
       EXTRACT-STMTARCH SECTION.
           MOVE "STMTARCH" TO WS-SOURCE-NAME
           MOVE "STMTARCH - STATEMENTS ISSUED" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE 0 TO WS-BROWSE-DONE
           MOVE WS-SUBJECT-ID TO SA-CUSTOMER-ID
           MOVE LOW-VALUES TO SA-PERIOD
           START STMTARCH-FILE KEY IS NOT LESS THAN SA-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ STMTARCH-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SA-CUSTOMER-ID NOT = WS-SUBJECT-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       PERFORM START-JSON-RECORD
                       MOVE "period" TO WS-FIELD-KEY
                       MOVE "PERIOD" TO WS-FIELD-LABEL
                       MOVE SA-PERIOD TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       MOVE "issued_date" TO WS-FIELD-KEY
                       MOVE "ISSUED" TO WS-FIELD-LABEL
                       MOVE SA-RUN-DATE TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       MOVE "line_count" TO WS-FIELD-KEY
                       MOVE "LINES" TO WS-FIELD-LABEL
                       MOVE SA-LINE-COUNT TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       MOVE "html_line_count" TO WS-FIELD-KEY
                       MOVE "HTML LINES" TO WS-FIELD-LABEL
                       MOVE SA-HTML-LINE-COUNT TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       PERFORM FINISH-JSON-RECORD
                    END-IF
              END-READ
           END-PERFORM

           PERFORM END-SOURCE-SECTION.

       EXTRACT-STMTARCH-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-SCRNCASE: sanctions review cases and how each was
      * disposed of - monitoring alerts are withheld
      *================================================================
       EXTRACT-SCRNCASE SECTION.
           MOVE "SCRNCASE" TO WS-SOURCE-NAME
           MOVE "SCRNCASE - SCREENING DISPOSITIONS" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE 0 TO WS-BROWSE-DONE
           MOVE WS-SUBJECT-ID TO SC-CUSTOMER-ID
           MOVE LOW-VALUES TO SC-LISTED-NAME
           START SCRNCASE-FILE KEY IS NOT LESS THAN SC-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SCRNCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SC-CUSTOMER-ID NOT = WS-SUBJECT-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF SC-LISTED-NAME(1:17) NOT = WS-MONITOR-LABEL
                          PERFORM EMIT-SCRNCASE-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           PERFORM END-SOURCE-SECTION.

       EXTRACT-SCRNCASE-EXIT.
           EXIT.

      *================================================================
      * EMIT-SCRNCASE-RECORD
      *================================================================
       EMIT-SCRNCASE-RECORD SECTION.
           PERFORM START-JSON-RECORD
           MOVE "listed_name" TO WS-FIELD-KEY
           MOVE "LISTED NAME" TO WS-FIELD-LABEL
           MOVE SC-LISTED-NAME TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "list_date" TO WS-FIELD-KEY
           MOVE "LIST DATE" TO WS-FIELD-LABEL
           MOVE SC-LIST-DATE-SEEN TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "disposition" TO WS-FIELD-KEY
           MOVE "DISPOSITION" TO WS-FIELD-LABEL
           MOVE SC-STATUS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "reviewed_at" TO WS-FIELD-KEY
           MOVE "REVIEWED AT" TO WS-FIELD-LABEL
           MOVE SC-REVIEWED-TS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD.

       EMIT-SCRNCASE-RECORD-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-RISKSCOR: the current score
      *================================================================
       EXTRACT-RISKSCOR SECTION.
           MOVE "RISKSCOR" TO WS-SOURCE-NAME
           MOVE "RISKSCOR - CURRENT RISK SCORE" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE WS-SUBJECT-ID TO RK-CUSTOMER-ID
           READ RISKSCOR-FILE
              INVALID KEY
                 GO TO EXTRACT-RISKSCOR-END
           END-READ

           PERFORM START-JSON-RECORD
           MOVE "score" TO WS-FIELD-KEY
           MOVE "SCORE" TO WS-FIELD-LABEL
           MOVE RK-SCORE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "band" TO WS-FIELD-KEY
           MOVE "BAND" TO WS-FIELD-LABEL
           MOVE RK-BAND TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "prior_score" TO WS-FIELD-KEY
           MOVE "PRIOR SCORE" TO WS-FIELD-LABEL
           MOVE RK-PRIOR-SCORE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "computed_date" TO WS-FIELD-KEY
           MOVE "COMPUTED" TO WS-FIELD-LABEL
           MOVE RK-COMPUTED-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD.

       EXTRACT-RISKSCOR-END.
           PERFORM END-SOURCE-SECTION.

       EXTRACT-RISKSCOR-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-RISKHIST: every score the customer has been given
      *================================================================
       EXTRACT-RISKHIST SECTION.
           MOVE "RISKHIST" TO WS-SOURCE-NAME
           MOVE "RISKHIST - RISK SCORE HISTORY" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           OPEN INPUT RISKHIST-FILE
           IF WS-RH-FILE-STATUS NOT = "00"
              DISPLAY "DSAREXTR: cannot open RISKHIST, status="
                 WS-RH-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ RISKHIST-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    IF RI-CUSTOMER-ID = WS-SUBJECT-ID
                       PERFORM START-JSON-RECORD
                       MOVE "run_date" TO WS-FIELD-KEY
                       MOVE "SCORED" TO WS-FIELD-LABEL
                       MOVE RI-RUN-DATE TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       MOVE "score" TO WS-FIELD-KEY
                       MOVE "SCORE" TO WS-FIELD-LABEL
                       MOVE RI-SCORE TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       MOVE "band" TO WS-FIELD-KEY
                       MOVE "BAND" TO WS-FIELD-LABEL
                       MOVE RI-BAND TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       PERFORM FINISH-JSON-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RISKHIST-FILE

           PERFORM END-SOURCE-SECTION.

       EXTRACT-RISKHIST-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-KYCREV: the periodic review schedule and the last
      * review's outcome - reviewer userids are staff data, not the
      * customer's, and are left out
      *================================================================
       EXTRACT-KYCREV SECTION.
           MOVE "KYCREV" TO WS-SOURCE-NAME
           MOVE "KYCREV - PERIODIC KYC REVIEW" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE WS-SUBJECT-ID TO KY-CUSTOMER-ID
           READ KYCREV-FILE
              INVALID KEY
                 GO TO EXTRACT-KYCREV-END
           END-READ

           PERFORM START-JSON-RECORD
           MOVE "branch" TO WS-FIELD-KEY
           MOVE "BRANCH" TO WS-FIELD-LABEL
           MOVE KY-BRANCH TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "risk_band" TO WS-FIELD-KEY
           MOVE "RISK BAND" TO WS-FIELD-LABEL
           MOVE KY-RISK-BAND TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "cycle_months" TO WS-FIELD-KEY
           MOVE "REVIEW CYCLE (MONTHS)" TO WS-FIELD-LABEL
           MOVE KY-CYCLE-MONTHS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "last_review_date" TO WS-FIELD-KEY
           MOVE "LAST REVIEWED" TO WS-FIELD-LABEL
           MOVE KY-LAST-REVIEW-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "outcome" TO WS-FIELD-KEY
           MOVE "OUTCOME" TO WS-FIELD-LABEL
           MOVE KY-OUTCOME TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "next_due_date" TO WS-FIELD-KEY
           MOVE "NEXT REVIEW DUE" TO WS-FIELD-LABEL
           MOVE KY-NEXT-DUE-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "pending_outcome" TO WS-FIELD-KEY
           MOVE "PENDING OUTCOME" TO WS-FIELD-LABEL
           MOVE KY-PEND-OUTCOME TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "note" TO WS-FIELD-KEY
           MOVE "REVIEW NOTE" TO WS-FIELD-LABEL
           MOVE KY-NOTE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD.

       EXTRACT-KYCREV-END.
           PERFORM END-SOURCE-SECTION.

       EXTRACT-KYCREV-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-RELPARTY: the parties the customer's links name,
      * then every link naming the customer as a party
      *================================================================
       EXTRACT-RELPARTY SECTION.
           MOVE "RELPARTY" TO WS-SOURCE-NAME
           MOVE "RELPARTY - RELATED PARTIES" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE 0 TO WS-BROWSE-DONE
           MOVE WS-SUBJECT-ID TO RP-CUSTOMER-ID
           MOVE LOW-VALUES TO RP-PARTY-REF
           START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ RELPARTY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF RP-CUSTOMER-ID NOT = WS-SUBJECT-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       PERFORM EMIT-PARTY-HELD
                    END-IF
              END-READ
           END-PERFORM

           MOVE 0 TO WS-BROWSE-DONE
           MOVE WS-SUBJECT-ID TO RP-PARTY-CUSTOMER-ID
           START RELPARTY-FILE KEY IS EQUAL TO RP-PARTY-CUSTOMER-ID
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ RELPARTY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF RP-PARTY-CUSTOMER-ID NOT = WS-SUBJECT-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       PERFORM EMIT-PARTY-NAMING
                    END-IF
              END-READ
           END-PERFORM

           PERFORM END-SOURCE-SECTION.

       EXTRACT-RELPARTY-EXIT.
           EXIT.

      *================================================================
      * EMIT-PARTY-HELD: a party behind the customer - whether the
      * party banks with us is reported, not the party's ID
      *================================================================
       EMIT-PARTY-HELD SECTION.
           PERFORM START-JSON-RECORD
           MOVE "link" TO WS-FIELD-KEY
           MOVE "LINK" TO WS-FIELD-LABEL
           MOVE "RELATED PARTY OF THE CUSTOMER" TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "party_ref" TO WS-FIELD-KEY
           MOVE "PARTY REFERENCE" TO WS-FIELD-LABEL
           MOVE RP-PARTY-REF TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "party_name" TO WS-FIELD-KEY
           MOVE "PARTY NAME" TO WS-FIELD-LABEL
           MOVE RP-PARTY-NAME TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "party_is_customer" TO WS-FIELD-KEY
           MOVE "PARTY IS A CUSTOMER" TO WS-FIELD-LABEL
           IF RP-PARTY-CUSTOMER-ID = SPACES
              MOVE "N" TO WS-FIELD-VALUE
           ELSE
              MOVE "Y" TO WS-FIELD-VALUE
           END-IF
           PERFORM ADD-FIELD
           PERFORM EMIT-LINK-TERMS
           PERFORM FINISH-JSON-RECORD.

       EMIT-PARTY-HELD-EXIT.
           EXIT.

      *================================================================
      * EMIT-PARTY-NAMING: another customer's link naming this one
      * - the role and holding are this customer's data, the
      * customer holding the link is not
      *================================================================
       EMIT-PARTY-NAMING SECTION.
           PERFORM START-JSON-RECORD
           MOVE "link" TO WS-FIELD-KEY
           MOVE "LINK" TO WS-FIELD-LABEL
           MOVE "CUSTOMER IS A RELATED PARTY" TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM EMIT-LINK-TERMS
           PERFORM FINISH-JSON-RECORD.

       EMIT-PARTY-NAMING-EXIT.
           EXIT.

      *================================================================
      * EMIT-LINK-TERMS: role, holding, status and dates of the
      * link in hand
      *================================================================
       EMIT-LINK-TERMS SECTION.
           MOVE "role" TO WS-FIELD-KEY
           MOVE "ROLE" TO WS-FIELD-LABEL
           MOVE RP-ROLE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "ownership_pct" TO WS-FIELD-KEY
           MOVE "OWNERSHIP %" TO WS-FIELD-LABEL
           MOVE RP-OWNERSHIP-PCT TO WS-PCT-EDIT
           MOVE FUNCTION TRIM(WS-PCT-EDIT) TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "status" TO WS-FIELD-KEY
           MOVE "STATUS" TO WS-FIELD-LABEL
           MOVE RP-STATUS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "effective_date" TO WS-FIELD-KEY
           MOVE "EFFECTIVE" TO WS-FIELD-LABEL
           MOVE RP-EFFECTIVE-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "changed_date" TO WS-FIELD-KEY
           MOVE "LAST CHANGED" TO WS-FIELD-LABEL
           MOVE RP-CHANGED-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD.

       EMIT-LINK-TERMS-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-CHANPREF
      *================================================================
       EXTRACT-CHANPREF SECTION.
           MOVE "CHANPREF" TO WS-SOURCE-NAME
           MOVE "CHANPREF - DELIVERY PREFERENCE" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           OPEN INPUT CHANPREF-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
              DISPLAY "DSAREXTR: cannot open CHANPREF, status="
                 WS-CP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ CHANPREF-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    IF CP-CUSTOMER-ID = WS-SUBJECT-ID
                       PERFORM START-JSON-RECORD
                       MOVE "channel" TO WS-FIELD-KEY
                       MOVE "CHANNEL" TO WS-FIELD-LABEL
                       MOVE CP-CHANNEL TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       MOVE "notifyChannel" TO WS-FIELD-KEY
                       MOVE "NOTIFY CHANNEL" TO WS-FIELD-LABEL
                       MOVE CP-NOTIFY-CHANNEL TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       MOVE "language" TO WS-FIELD-KEY
                       MOVE "LANGUAGE" TO WS-FIELD-LABEL
                       MOVE CP-LANGUAGE TO WS-FIELD-VALUE
                       PERFORM ADD-FIELD
                       PERFORM FINISH-JSON-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CHANPREF-FILE

           PERFORM END-SOURCE-SECTION.

       EXTRACT-CHANPREF-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-CUSTCLOS: the closure, if the relationship has ended
      *================================================================
       EXTRACT-CUSTCLOS SECTION.
           MOVE "CUSTCLOS" TO WS-SOURCE-NAME
           MOVE "CUSTCLOS - RELATIONSHIP CLOSURE" TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           MOVE WS-SUBJECT-ID TO CL-CUSTOMER-ID
           READ CUSTCLOS-FILE
              INVALID KEY
                 GO TO EXTRACT-CUSTCLOS-END
           END-READ

           PERFORM START-JSON-RECORD
           MOVE "status" TO WS-FIELD-KEY
           MOVE "STATUS" TO WS-FIELD-LABEL
           MOVE CL-STATUS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "close_date" TO WS-FIELD-KEY
           MOVE "CLOSED" TO WS-FIELD-LABEL
           MOVE CL-CLOSE-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "reason_code" TO WS-FIELD-KEY
           MOVE "REASON" TO WS-FIELD-LABEL
           MOVE CL-REASON-CODE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "reason_text" TO WS-FIELD-KEY
           MOVE "REASON TEXT" TO WS-FIELD-LABEL
           MOVE CL-REASON-TEXT TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "erasure_due_date" TO WS-FIELD-KEY
           MOVE "ERASURE DUE" TO WS-FIELD-LABEL
           MOVE CL-ERASE-DUE-DATE TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD.

       EXTRACT-CUSTCLOS-END.
           PERFORM END-SOURCE-SECTION.

       EXTRACT-CUSTCLOS-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-AUDIT-ENTRIES: every audit line whose input hash is
      * one of the customer's - the link hash is chain plumbing,
      * not the customer's data, and is left out
      *================================================================
       EXTRACT-AUDIT-ENTRIES SECTION.
           MOVE "AUDITLOG" TO WS-SOURCE-NAME
           MOVE "AUDITLOG - CHECKS RUN ON THE CUSTOMER'S DATA"
              TO WS-HL-TEXT
           PERFORM START-SOURCE-SECTION

           OPEN INPUT AUDIT-IN-FILE
           IF WS-AI-FILE-STATUS NOT = "00"
              DISPLAY "DSAREXTR: cannot open AUDITIN, status="
                 WS-AI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ AUDIT-IN-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    ADD 1 TO WS-AUDIT-LINES-READ
                    PERFORM MATCH-AUDIT-LINE
              END-READ
           END-PERFORM
           CLOSE AUDIT-IN-FILE

           PERFORM END-SOURCE-SECTION.

       EXTRACT-AUDIT-ENTRIES-EXIT.
           EXIT.

      *================================================================
      * MATCH-AUDIT-LINE
      *================================================================
       MATCH-AUDIT-LINE SECTION.
           MOVE 0 TO WS-VH-FOUND
           PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                   UNTIL WS-VH-IDX > WS-VH-COUNT
                      OR WS-VH-FOUND = 1
              IF VH-HASH(WS-VH-IDX) = AL-INPUT-HASH
                 MOVE 1 TO WS-VH-FOUND
              END-IF
           END-PERFORM
           IF WS-VH-FOUND = 0
              GO TO MATCH-AUDIT-LINE-EXIT
           END-IF
           SUBTRACT 1 FROM WS-VH-IDX

           PERFORM START-JSON-RECORD
           MOVE "logged_at" TO WS-FIELD-KEY
           MOVE "LOGGED AT" TO WS-FIELD-LABEL
           MOVE AL-TIMESTAMP TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "program" TO WS-FIELD-KEY
           MOVE "PROGRAM" TO WS-FIELD-LABEL
           MOVE AL-CALLING-PROGRAM TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "check" TO WS-FIELD-KEY
           MOVE "CHECK" TO WS-FIELD-LABEL
           MOVE AL-VALIDATOR-NAME TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "matched_on" TO WS-FIELD-KEY
           MOVE "VALUE CHECKED" TO WS-FIELD-LABEL
           MOVE VH-FIELD(WS-VH-IDX) TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "result_status" TO WS-FIELD-KEY
           MOVE "RESULT" TO WS-FIELD-LABEL
           MOVE AL-RESULT-STATUS TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           MOVE "message" TO WS-FIELD-KEY
           MOVE "MESSAGE" TO WS-FIELD-LABEL
           MOVE AL-ERROR-MSG TO WS-FIELD-VALUE
           PERFORM ADD-FIELD
           PERFORM FINISH-JSON-RECORD.

       MATCH-AUDIT-LINE-EXIT.
           EXIT.

      *================================================================
      * REMEMBER-VALUE-HASH: WS-VH-VALUE, trimmed and hashed the way
      * the validators hash their input, added to the audit search.
      * Blank and already-erased values are skipped; a full table
      * is reported, not silently ignored.
      *================================================================
       REMEMBER-VALUE-HASH SECTION.
           IF WS-VH-VALUE = SPACES
              OR WS-VH-VALUE(1:9) = WS-ERASED-MARK
              GO TO REMEMBER-VALUE-HASH-EXIT
           END-IF

           MOVE SPACES TO WS-HASH-INPUT
           COMPUTE WS-HASH-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-VH-VALUE TRAILING))
           MOVE WS-VH-VALUE(1:WS-HASH-INPUT-LEN)
              TO WS-HASH-INPUT(1:WS-HASH-INPUT-LEN)
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                   UNTIL WS-VH-IDX > WS-VH-COUNT
              IF VH-HASH(WS-VH-IDX) = WS-HASH-OUTPUT(1:64)
                 GO TO REMEMBER-VALUE-HASH-EXIT
              END-IF
           END-PERFORM

           IF WS-VH-COUNT NOT < WS-VH-MAX
              ADD 1 TO WS-HASH-OVERFLOW
              DISPLAY "DSAREXTR: too many values to search the audit "
                 "trail for - " WS-VH-FIELD-NAME " not searched"
              GO TO REMEMBER-VALUE-HASH-EXIT
           END-IF

           ADD 1 TO WS-VH-COUNT
           MOVE WS-HASH-OUTPUT(1:64) TO VH-HASH(WS-VH-COUNT)
           MOVE WS-VH-FIELD-NAME TO VH-FIELD(WS-VH-COUNT).

       REMEMBER-VALUE-HASH-EXIT.
           EXIT.

      *================================================================
      * START-SOURCE-SECTION: WS-HL-TEXT set by the caller
      *================================================================
       START-SOURCE-SECTION SECTION.
           MOVE 0 TO WS-SOURCE-RECORDS
           MOVE SPACES TO DSARRPT-RECORD
           WRITE DSARRPT-RECORD
           WRITE DSARRPT-RECORD FROM WS-HEADING-LINE.

       START-SOURCE-SECTION-EXIT.
           EXIT.

      *================================================================
      * END-SOURCE-SECTION: a file holding nothing says so
      *================================================================
       END-SOURCE-SECTION SECTION.
           IF WS-SOURCE-RECORDS = 0
              MOVE SPACES TO WS-FIELD-LINE
              MOVE "(nothing held)" TO WS-FL-LABEL
              WRITE DSARRPT-RECORD FROM WS-FIELD-LINE
           END-IF.

       END-SOURCE-SECTION-EXIT.
           EXIT.

      *================================================================
      * START-JSON-RECORD: a new package line naming its file and
      * the customer; a blank report line between records
      *================================================================
       START-JSON-RECORD SECTION.
           IF WS-SOURCE-RECORDS > 0
              MOVE SPACES TO DSARRPT-RECORD
              WRITE DSARRPT-RECORD
           END-IF

           CALL "JSON-BUILD-RESET" USING WS-JB-RESULT

           MOVE SPACES TO WS-JB-KEY-NAME
           MOVE "source" TO WS-JB-KEY-NAME
           MOVE 6 TO WS-JB-KEY-LENGTH
           MOVE SPACES TO WS-JB-VALUE
           MOVE WS-SOURCE-NAME TO WS-JB-VALUE(1:8)
           COMPUTE WS-JB-VALUE-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-SOURCE-NAME TRAILING))
           PERFORM ADD-ONE-STRING-MEMBER

           MOVE SPACES TO WS-JB-KEY-NAME
           MOVE "customer_id" TO WS-JB-KEY-NAME
           MOVE 11 TO WS-JB-KEY-LENGTH
           MOVE SPACES TO WS-JB-VALUE
           MOVE WS-SUBJECT-ID TO WS-JB-VALUE(1:36)
           COMPUTE WS-JB-VALUE-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-SUBJECT-ID TRAILING))
           PERFORM ADD-ONE-STRING-MEMBER.

       START-JSON-RECORD-EXIT.
           EXIT.

      *================================================================
      * ADD-FIELD: WS-FIELD-VALUE as a JSON member under
      * WS-FIELD-KEY, and on the report under WS-FIELD-LABEL -
      * a value too long for one report line continues below it
      *================================================================
       ADD-FIELD SECTION.
           MOVE SPACES TO WS-JB-KEY-NAME
           MOVE WS-FIELD-KEY TO WS-JB-KEY-NAME
           COMPUTE WS-JB-KEY-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(WS-FIELD-KEY TRAILING))
           MOVE SPACES TO WS-JB-VALUE
           MOVE WS-FIELD-VALUE TO WS-JB-VALUE(1:254)
           IF WS-FIELD-VALUE = SPACES
              MOVE 0 TO WS-JB-VALUE-LEN
           ELSE
              COMPUTE WS-JB-VALUE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-FIELD-VALUE TRAILING))
           END-IF
           PERFORM ADD-ONE-STRING-MEMBER

           MOVE SPACES TO WS-FIELD-LINE
           MOVE WS-FIELD-LABEL TO WS-FL-LABEL
           MOVE WS-FIELD-VALUE(1:100) TO WS-FL-VALUE
           WRITE DSARRPT-RECORD FROM WS-FIELD-LINE
           PERFORM VARYING WS-FIELD-OFFSET FROM 101 BY 100
                   UNTIL WS-FIELD-OFFSET > 254
              IF WS-FIELD-VALUE(WS-FIELD-OFFSET:) NOT = SPACES
                 MOVE SPACES TO WS-FIELD-LINE
                 MOVE WS-FIELD-VALUE(WS-FIELD-OFFSET:) TO WS-FL-VALUE
                 WRITE DSARRPT-RECORD FROM WS-FIELD-LINE
              END-IF
           END-PERFORM.

       ADD-FIELD-EXIT.
           EXIT.

      *================================================================
      * ADD-ONE-STRING-MEMBER: one member through JSON-ADD-STRING,
      * counting any failure
      *================================================================
       ADD-ONE-STRING-MEMBER SECTION.
           CALL "JSON-ADD-STRING" USING WS-JB-KEY-NAME
               WS-JB-KEY-LENGTH WS-JB-VALUE WS-JB-VALUE-LEN
               WS-JB-RESULT

           IF WS-JB-RESULT NOT = 1
              ADD 1 TO WS-BUILD-FAIL-COUNT
              DISPLAY "DSAREXTR: member not added - "
                 WS-JB-KEY-NAME(1:30)
           END-IF.

       ADD-ONE-STRING-MEMBER-EXIT.
           EXIT.

      *================================================================
      * FINISH-JSON-RECORD: one record disclosed
      *================================================================
       FINISH-JSON-RECORD SECTION.
           ADD 1 TO WS-SOURCE-RECORDS
           ADD 1 TO WS-TOTAL-RECORDS
           PERFORM FINISH-JSON-LINE.

       FINISH-JSON-RECORD-EXIT.
           EXIT.

      *================================================================
      * FINISH-JSON-LINE: close the line, self-check it through
      * VALIDATE-JSON, and write it
      *================================================================
       FINISH-JSON-LINE SECTION.
           CALL "JSON-BUILD-FINISH" USING WS-JB-OUTPUT
               WS-JB-OUTPUT-LEN WS-JB-RESULT WS-JB-ERROR-MSG
           IF WS-JB-RESULT NOT = 1
              OR WS-JB-OUTPUT-LEN > 4000
              ADD 1 TO WS-BUILD-FAIL-COUNT
              DISPLAY "DSAREXTR: " WS-SOURCE-NAME
                 " line not built, " WS-JB-ERROR-MSG
              GO TO FINISH-JSON-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-JSON-LINE
           MOVE WS-JB-OUTPUT(1:WS-JB-OUTPUT-LEN)
              TO WS-JSON-LINE(1:WS-JB-OUTPUT-LEN)
           MOVE WS-JB-OUTPUT-LEN TO WS-JSON-LINE-LEN

           MOVE SPACES TO WS-VJ-BUFFER
           MOVE WS-JSON-LINE TO WS-VJ-BUFFER(1:4000)
           MOVE WS-JSON-LINE-LEN TO WS-VJ-LENGTH
           CALL "VALIDATE-JSON" USING WS-VJ-BUFFER WS-VJ-LENGTH
               WS-VJ-RESULT WS-VJ-ERROR-MSG WS-VJ-ERROR-POS
               WS-VJ-MAX-DEPTH
           IF WS-VJ-RESULT NOT = 1
              ADD 1 TO WS-SELFCHECK-FAIL-COUNT
              DISPLAY "DSAREXTR: self-check failed on " WS-SOURCE-NAME
                 " line, pos " WS-VJ-ERROR-POS ": " WS-VJ-ERROR-MSG
           END-IF

           MOVE WS-JSON-LINE TO DSARJSON-RECORD
           WRITE DSARJSON-RECORD.

       FINISH-JSON-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-PACKAGE-TRAILER: the record count, on the report and
      * as the package's last line
      *================================================================
       WRITE-PACKAGE-TRAILER SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE DSARRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS EXTRACTED" TO WS-RPT-LABEL
           MOVE WS-TOTAL-RECORDS TO WS-RPT-COUNT
           WRITE DSARRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "AUDIT LINES SEARCHED" TO WS-RPT-LABEL
           MOVE WS-AUDIT-LINES-READ TO WS-RPT-COUNT
           WRITE DSARRPT-RECORD FROM WS-REPORT-LABEL-LINE
           MOVE "VALUES SEARCHED FOR" TO WS-RPT-LABEL
           MOVE WS-VH-COUNT TO WS-RPT-COUNT
           WRITE DSARRPT-RECORD FROM WS-REPORT-LABEL-LINE
           IF WS-HASH-OVERFLOW > 0
              MOVE "VALUES NOT SEARCHED FOR" TO WS-RPT-LABEL
              MOVE WS-HASH-OVERFLOW TO WS-RPT-COUNT
              WRITE DSARRPT-RECORD FROM WS-REPORT-LABEL-LINE
           END-IF

           CALL "JSON-BUILD-RESET" USING WS-JB-RESULT
           MOVE SPACES TO WS-JB-KEY-NAME
           MOVE "customer_id" TO WS-JB-KEY-NAME
           MOVE 11 TO WS-JB-KEY-LENGTH
           MOVE SPACES TO WS-JB-VALUE
           MOVE WS-SUBJECT-ID TO WS-JB-VALUE(1:36)
           COMPUTE WS-JB-VALUE-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-SUBJECT-ID TRAILING))
           PERFORM ADD-ONE-STRING-MEMBER

           MOVE SPACES TO WS-JB-KEY-NAME
           MOVE "record_count" TO WS-JB-KEY-NAME
           MOVE 12 TO WS-JB-KEY-LENGTH
           MOVE WS-TOTAL-RECORDS TO WS-JB-NUMBER
           CALL "JSON-ADD-NUMBER" USING WS-JB-KEY-NAME
               WS-JB-KEY-LENGTH WS-JB-NUMBER WS-JB-RESULT
           IF WS-JB-RESULT NOT = 1
              ADD 1 TO WS-BUILD-FAIL-COUNT
           END-IF

           MOVE "TRAILER" TO WS-SOURCE-NAME
           PERFORM FINISH-JSON-LINE.

       WRITE-PACKAGE-TRAILER-EXIT.
           EXIT.

      *================================================================
      * AUDIT-THIS-DISCLOSURE: the run itself on the audit trail,
      * under the hash of the customer ID
      *================================================================
       AUDIT-THIS-DISCLOSURE SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           COMPUTE WS-HASH-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-SUBJECT-ID TRAILING))
           MOVE WS-SUBJECT-ID(1:WS-HASH-INPUT-LEN)
              TO WS-HASH-INPUT(1:WS-HASH-INPUT-LEN)
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT
           MOVE WS-HASH-OUTPUT(1:64) TO WS-AW-INPUT-HASH

           MOVE DC-REQUESTED-BY TO WS-AW-REQUESTED-BY
           MOVE DC-REFERENCE TO WS-AW-REFERENCE
           MOVE WS-TOTAL-RECORDS TO WS-AW-RECORD-COUNT

           CALL "AUDIT-WRITE" USING WS-AW-CALLING-PROGRAM
               WS-AW-VALIDATOR-NAME WS-AW-INPUT-HASH
               WS-AW-RESULT-STATUS WS-AW-MESSAGE
               WS-AW-RESULT WS-AW-ERROR-MSG

           IF WS-AW-RESULT NOT = 1
              ADD 1 TO WS-AUDIT-FAIL-COUNT
              DISPLAY "DSAREXTR: disclosure not audited - "
                 WS-AW-ERROR-MSG
           END-IF.

       AUDIT-THIS-DISCLOSURE-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE VALSTAT-FILE
           CLOSE CUST-HIST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE MANDATE-FILE
           CLOSE STMTARCH-FILE
           CLOSE SCRNCASE-FILE
           CLOSE RISKSCOR-FILE
           CLOSE CUSTCLOS-FILE
           CLOSE KYCREV-FILE
           CLOSE RELPARTY-FILE
           CLOSE DSARRPT-FILE
           CLOSE DSARJSON-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM DSAREXTR.
