      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven DedupApply - executes reviewed CUSTDEDUP merge
      * proposals against the customer master and its dependents
      * for COBOL
      *

      *================================================================
      * CUSTDEDUP finds the duplicates; this is the job that finally
      * folds them away. It reads MERGEIN - the DEDUPMRG proposals
      * (surviving ID, duplicate ID, match type) after the customer
      * desk has reviewed them, each line carrying a decision byte
      * ("A" approves the pair) and the approver's user ID. A raw
      * DEDUPMRG file read straight in therefore merges nothing:
      * every unreviewed pair is counted as not approved and left
      * alone.
      *
      * For every approved pair the duplicate is retired from
      * CUSTMAST (an old-master/new-master pass, CUSTMAST in,
      * CUSTMOUT out) and every reference it holds is repointed to
      * the survivor:
      *
      *   CUSTIBAN  remitter IBAN registry  - repointed, CIBANOUT out
      *   STORDMST  standing orders         - repointed, STORDOUT out
      *   CHANPREF  delivery channel        - repointed, CHANPOUT
      *                                       out; the survivor's own
      *                                       preference wins if it
      *                                       has one
      *   MANDATE   direct-debit mandates   - rewritten in place
      *   HSEHOLD   household assignment    - rekeyed; survivor's
      *                                       own record wins
      *   VALSTAT   validation status       - rekeyed; survivor's
      *                                       own record wins
      *   SCRNCASE  sanctions review cases  - rekeyed per listed
      *                                       name; survivor's own
      *                                       case wins
      *   ACCTMAST  account master          - rewritten in place,
      *                                       found through the
      *                                       customer alternate
      *                                       index
      *   DUNCASE   dunning cases           - the same
      *   RELPARTY  related-party links     - the duplicate's own
      *                                       links rekeyed per
      *                                       party reference; links
      *                                       naming it as the party
      *                                       rewritten in place
      *                                       through the party
      *                                       alternate index
      *   KYCREV    KYC review schedule     - rekeyed; survivor's
      *                                       own schedule wins
      *   CUSTLIM   payment limits          - rekeyed; survivor's
      *                                       own limits win
      *   TAXRES    tax residencies         - rekeyed per country;
      *                                       survivor's own wins
      *   CONTVRFY  contact verification    - rekeyed per channel;
      *                                       survivor's own wins
      *
      * Every record touched - including the retired master record
      * itself - is first copied, as it stood, to the MERGEXRF
      * merge cross-reference KSDS, keyed by duplicate ID and a
      * running sequence. That is what makes a merge reversible:
      * PARM='UNMERGE' reads the same pair layout, finds the active
      * cross-reference entries for each duplicate, puts the master
      * record back, points every repointed record back at the
      * duplicate (keeping any change made to it since - a standing
      * order's last-run date is never wound back), restores the
      * records the survivor's own copy had superseded, and marks
      * the entries unmerged. Marketing's E-type (email) matches
      * are the ones expected to need it.
      *
      * Both sides of every merge and unmerge are recorded through
      * CUST-HIST-WRITE - MERGED-INTO on the duplicate, MERGED-FROM
      * on the survivor - so CUSTASOF can still answer what the
      * book looked like before.
      *
      * A second PARM word PREVIEW ('MERGE PREVIEW', 'UNMERGE
      * PREVIEW') runs every check and writes the full MERGERPT
      * detail of what would move, but opens nothing for update and
      * writes no new masters - the desk runs it before the real
      * step. A pair is refused to MERGREJ, and touches nothing,
      * when the survivor or duplicate fails PARSE-UUID, is not (or
      * for an unmerge, is already) on CUSTMAST, is already merged,
      * or chains with another pair in the same run. A merge is
      * also refused, before anything moves and while the duplicate
      * still owns its records, when it cannot be carried across
      * intact: more records in one file than a single pass holds,
      * a survivor and duplicate linked as each other's related
      * party or already using the same party reference, or a tax
      * residency both hold in one country under different TINs.
      * The desk puts those right by hand and resubmits the pair.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUPAPL.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGEIN-FILE ASSIGN TO "MERGEIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MI-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTMOUT-FILE ASSIGN TO "CUSTMOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT CUSTIBAN-FILE ASSIGN TO "CUSTIBAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT CIBANOUT-FILE ASSIGN TO "CIBANOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BO-FILE-STATUS.

           SELECT STORDMST-FILE ASSIGN TO "STORDMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-FILE-STATUS.

           SELECT STORDOUT-FILE ASSIGN TO "STORDOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT CHANPREF-FILE ASSIGN TO "CHANPREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT CHANPOUT-FILE ASSIGN TO "CHANPOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-MANDATE-ID
              FILE STATUS IS WS-MD-FILE-STATUS.

           SELECT HSEHOLD-FILE ASSIGN TO "HSEHOLD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HH-CUSTOMER-ID
              FILE STATUS IS WS-HH-FILE-STATUS.

           SELECT VALSTAT-FILE ASSIGN TO "VALSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VS-CUSTOMER-ID
              FILE STATUS IS WS-VS-FILE-STATUS.

           SELECT SCRNCASE-FILE ASSIGN TO "SCRNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              ALTERNATE RECORD KEY IS AM-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT DUNCASE-FILE ASSIGN TO "DUNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-KEY
              ALTERNATE RECORD KEY IS DC-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RP-KEY
              ALTERNATE RECORD KEY IS RP-PARTY-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-RP-FILE-STATUS.

           SELECT KYCREV-FILE ASSIGN TO "KYCREV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KY-CUSTOMER-ID
              FILE STATUS IS WS-KY-FILE-STATUS.

           SELECT CUSTLIM-FILE ASSIGN TO "CUSTLIM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-CUSTOMER-ID
              FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT TAXRES-FILE ASSIGN TO "TAXRES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT CONTVRFY-FILE ASSIGN TO "CONTVRFY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CV-KEY
              FILE STATUS IS WS-CV-FILE-STATUS.

           SELECT MERGEXRF-FILE ASSIGN TO "MERGEXRF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MX-KEY
              FILE STATUS IS WS-MX-FILE-STATUS.

           SELECT MERGRPT-FILE ASSIGN TO "MERGERPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT MERGREJ-FILE ASSIGN TO "MERGREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * A reviewed DEDUPMRG proposal: the CUSTDEDUP pair as written,
      * then the desk's decision and who made it
       FD  MERGEIN-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  MERGEIN-RECORD.
           05 MI-SURVIVOR-ID            PIC X(36).
           05 MI-DUPLICATE-ID           PIC X(36).
           05 MI-MATCH-TYPE             PIC X(1).
              88 MI-MATCH-IS-VALID      VALUE "E" "P".
           05 MI-DECISION               PIC X(1).
              88 MI-IS-APPROVED         VALUE "A".
           05 MI-APPROVED-BY            PIC X(8).

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

      * Remitter IBAN registry as RECVIN reads it
       FD  CUSTIBAN-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTIBAN-RECORD.
           05 CB-CUSTOMER-ID            PIC X(36).
           05 CB-REMIT-IBAN             PIC X(34).

       FD  CIBANOUT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CIBANOUT-RECORD              PIC X(70).

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

       FD  STORDOUT-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  STORDOUT-RECORD              PIC X(304).

      * Delivery-channel preference as STMTROUT reads it
       FD  CHANPREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHANPREF-RECORD.
           05 CP-CUSTOMER-ID            PIC X(36).
           05 CP-CHANNEL                PIC X(1).
           05 CP-NOTIFY-CHANNEL         PIC X(1).
           05 CP-LANGUAGE               PIC X(2).

       FD  CHANPOUT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHANPOUT-RECORD              PIC X(40).

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

      * Household assignment as HSEHOLD maintains it
       FD  HSEHOLD-FILE
           RECORD CONTAINS 84 CHARACTERS.
       01  HSEHOLD-RECORD.
           05 HH-CUSTOMER-ID            PIC X(36).
           05 HH-HOUSEHOLD-ID           PIC X(36).
           05 HH-MEMBER-COUNT           PIC 9(4).
           05 HH-ASSIGNED-DATE          PIC 9(8).

      * Per-customer validation status as VALSTLD maintains it
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-REST-OF-RECORD         PIC X(124).

      * Sanctions review cases as SANCSCRN maintains them
       FD  SCRNCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  SCRNCASE-RECORD.
           05 SC-KEY.
              10 SC-CUSTOMER-ID         PIC X(36).
              10 SC-LISTED-NAME         PIC X(60).
           05 SC-REST-OF-RECORD         PIC X(38).

      * Account master as ACCTMNT maintains it, with the customer
      * alternate index
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

      * Dunning cases as DUNNING maintains them, with the customer
      * alternate index
       FD  DUNCASE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  DUNCASE-RECORD.
           05 DC-KEY.
              10 DC-ACCOUNT-ID          PIC X(12).
              10 DC-CURRENCY            PIC X(3).
           05 DC-CUSTOMER-ID            PIC X(36).
           05 DC-REST-OF-RECORD         PIC X(109).

      * Related-party links as RELPLOAD maintains them, with the
      * alternate index on the party's own customer ID
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

      * KYC review schedule as KYCSCHED maintains it
       FD  KYCREV-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  KYCREV-RECORD.
           05 KY-CUSTOMER-ID            PIC X(36).
           05 KY-REST-OF-RECORD         PIC X(124).

      * Per-customer payment limits as CUSTLMLD loads them
       FD  CUSTLIM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUSTLIM-RECORD.
           05 CL-CUSTOMER-ID            PIC X(36).
           05 CL-REST-OF-RECORD         PIC X(44).

      * Tax residencies as TAXRMNT maintains them
       FD  TAXRES-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  TAXRES-RECORD.
           05 TR-KEY.
              10 TR-CUSTOMER-ID         PIC X(36).
              10 TR-COUNTRY             PIC X(2).
           05 TR-TIN                    PIC X(20).
           05 TR-REST-OF-RECORD         PIC X(62).

      * Contact verification as NTFBUILD keeps it
       FD  CONTVRFY-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  CONTVRFY-RECORD.
           05 CV-KEY.
              10 CV-CUSTOMER-ID         PIC X(36).
              10 CV-CHANNEL             PIC X(1).
           05 CV-REST-OF-RECORD         PIC X(203).

      * Merge cross-reference: one entry per record a merge
      * retired, repointed or superseded, holding the record as it
      * stood before the merge - what an unmerge puts back
       FD  MERGEXRF-FILE
           RECORD CONTAINS 699 CHARACTERS.
       01  MERGEXRF-RECORD.
           05 MX-KEY.
              10 MX-DUPLICATE-ID        PIC X(36).
              10 MX-SEQUENCE            PIC 9(6).
           05 MX-SURVIVOR-ID            PIC X(36).
           05 MX-MATCH-TYPE             PIC X(1).
           05 MX-FILE-NAME              PIC X(8).
           05 MX-ACTION                 PIC X(1).
              88 MX-IS-RETIRED          VALUE "T".
              88 MX-IS-REPOINTED        VALUE "R".
              88 MX-IS-SUPERSEDED       VALUE "S".
           05 MX-STATUS                 PIC X(1).
              88 MX-IS-MERGED           VALUE "M".
              88 MX-IS-UNMERGED         VALUE "U".
           05 MX-MERGE-DATE             PIC 9(8).
           05 MX-UNMERGE-DATE           PIC 9(8).
           05 MX-APPROVED-BY            PIC X(8).
           05 MX-RECORD-KEY             PIC X(60).
           05 MX-BEFORE-IMAGE           PIC X(526).

       FD  MERGRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MERGRPT-RECORD               PIC X(132).

      * Refused pairs with the reason
       FD  MERGREJ-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MERGREJ-RECORD.
           05 MJ-PAIR                   PIC X(82).
           05 MJ-REJECT-REASON          PIC X(50).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-MI-FILE-STATUS            PIC X(2).
       01 WS-CM-FILE-STATUS            PIC X(2).
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-CB-FILE-STATUS            PIC X(2).
       01 WS-BO-FILE-STATUS            PIC X(2).
       01 WS-SM-FILE-STATUS            PIC X(2).
       01 WS-SO-FILE-STATUS            PIC X(2).
       01 WS-CP-FILE-STATUS            PIC X(2).
       01 WS-PO-FILE-STATUS            PIC X(2).
       01 WS-MD-FILE-STATUS            PIC X(2).
       01 WS-HH-FILE-STATUS            PIC X(2).
       01 WS-VS-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-DC-FILE-STATUS            PIC X(2).
       01 WS-RP-FILE-STATUS            PIC X(2).
       01 WS-KY-FILE-STATUS            PIC X(2).
       01 WS-CL-FILE-STATUS            PIC X(2).
       01 WS-TR-FILE-STATUS            PIC X(2).
       01 WS-CV-FILE-STATUS            PIC X(2).
       01 WS-MX-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-RJ-FILE-STATUS            PIC X(2).
       01 WS-MI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-MI-EOF              VALUE 1.
       01 WS-SEQ-EOF                   PIC 9 VALUE 0.
          88 WS-AT-SEQ-EOF             VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

      * Run mode from the JCL PARM: MERGE or UNMERGE, optionally
      * followed by PREVIEW
       01 WS-PARM                      PIC X(40).
       01 WS-PARM-MODE                 PIC X(8).
       01 WS-PARM-OPTION               PIC X(8).
       01 WS-RUN-MODE                  PIC X(1).
          88 WS-MODE-IS-MERGE          VALUE "M".
          88 WS-MODE-IS-UNMERGE        VALUE "U".
       01 WS-PREVIEW-SWITCH            PIC 9 VALUE 0.
          88 WS-IS-PREVIEW             VALUE 1.

      * Today, stamped on every cross-reference entry
       01 WS-TODAY                     PIC 9(8).

      * Control counts
       01 WS-PAIRS-READ                PIC 9(8) VALUE 0.
       01 WS-NOT-APPROVED-COUNT        PIC 9(8) VALUE 0.
       01 WS-REPEAT-PAIR-COUNT         PIC 9(8) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(8) VALUE 0.
       01 WS-UUID-REJECT-COUNT         PIC 9(8) VALUE 0.
       01 WS-PAIRS-APPLIED             PIC 9(8) VALUE 0.
       01 WS-MASTER-RETIRED            PIC 9(8) VALUE 0.
       01 WS-MASTER-RESTORED           PIC 9(8) VALUE 0.
       01 WS-REPOINTED-COUNT           PIC 9(8) VALUE 0.
       01 WS-SUPERSEDED-COUNT          PIC 9(8) VALUE 0.
       01 WS-RESTORED-COUNT            PIC 9(8) VALUE 0.
       01 WS-NOT-RESTORED-COUNT        PIC 9(8) VALUE 0.
       01 WS-XREF-FAIL-COUNT           PIC 9(8) VALUE 0.
       01 WS-UPDATE-FAIL-COUNT         PIC 9(8) VALUE 0.

       01 WS-REJECT-REASON             PIC X(50).

      * The run's pairs - staged once validated; a pair later found
      * off the master is marked refused and touches nothing
       01 WS-PAIR-TABLE.
          05 WS-PAIR-ENTRY OCCURS 5000 TIMES.
             10 PR-SURVIVOR-ID         PIC X(36).
             10 PR-DUPLICATE-ID        PIC X(36).
             10 PR-MATCH-TYPE          PIC X(1).
             10 PR-APPROVED-BY         PIC X(8).
             10 PR-STATE               PIC X(1).
                88 PR-IS-STAGED        VALUE "S".
                88 PR-IS-REFUSED       VALUE "X".
             10 PR-DUP-ON-MASTER       PIC 9.
             10 PR-SURV-ON-MASTER      PIC 9.
             10 PR-SURV-HAS-PREF       PIC 9.
             10 PR-NEXT-SEQUENCE       PIC 9(6).
             10 PR-PAIR-LINE           PIC X(82).
       01 WS-PAIR-COUNT                PIC 9(5) VALUE 0.
       01 WS-PAIR-MAX                  PIC 9(5) VALUE 5000.
       01 WS-PAIR-IDX                  PIC 9(5) VALUE 0.
       01 WS-SCAN-IDX                  PIC 9(5) VALUE 0.
       01 WS-PAIR-FOUND                PIC 9 VALUE 0.
       01 WS-LOOKUP-ID                 PIC X(36).

      * For an unmerge: the active cross-reference entries of every
      * staged pair, by key, with the record key each one matches on
       01 WS-RESTORE-TABLE.
          05 WS-RESTORE-ENTRY OCCURS 20000 TIMES.
             10 RS-PAIR-IDX            PIC 9(5).
             10 RS-SEQUENCE            PIC 9(6).
             10 RS-FILE-NAME           PIC X(8).
             10 RS-ACTION              PIC X(1).
             10 RS-RECORD-KEY          PIC X(60).
             10 RS-DONE                PIC 9.
       01 WS-RESTORE-COUNT             PIC 9(5) VALUE 0.
       01 WS-RESTORE-MAX               PIC 9(5) VALUE 20000.
       01 WS-RS-IDX                    PIC 9(5) VALUE 0.
       01 WS-RESTORE-FOUND             PIC 9 VALUE 0.

      * Cross-reference browse results for one customer ID
       01 WS-XS-ID                     PIC X(36).
       01 WS-XS-ACTIVE-COUNT           PIC 9(6).
       01 WS-XS-ACTIVE-SURVIVOR        PIC X(36).
       01 WS-XS-HIGH-SEQUENCE          PIC 9(6).

      * Cross-reference entry being written
       01 WS-XW-FILE-NAME              PIC X(8).
       01 WS-XW-ACTION                 PIC X(1).
       01 WS-XW-RECORD-KEY             PIC X(60).
       01 WS-XW-IMAGE                  PIC X(526).

      * A sanctions case being moved, and the listed names one
      * customer's cases are filed under
       01 WS-SCRNCASE-SAVE             PIC X(134).
       01 WS-SC-NAME-TABLE.
          05 WS-SC-NAME OCCURS 500 TIMES PIC X(60).
       01 WS-SC-NAME-COUNT             PIC 9(4) VALUE 0.
       01 WS-SC-NAME-MAX               PIC 9(4) VALUE 500.
       01 WS-SC-NAME-IDX               PIC 9(4) VALUE 0.
       01 WS-SC-OVERFLOW-COUNT         PIC 9(8) VALUE 0.

      * A keyed record being moved between customer keys
       01 WS-HSEHOLD-SAVE              PIC X(84).
       01 WS-VALSTAT-SAVE              PIC X(160).
       01 WS-RELPARTY-SAVE             PIC X(180).
       01 WS-KYCREV-SAVE               PIC X(160).
       01 WS-CUSTLIM-SAVE              PIC X(80).
       01 WS-TAXRES-SAVE               PIC X(120).
       01 WS-CONTVRFY-SAVE             PIC X(240).

      * The records one duplicate holds in the file being moved -
      * primary keys, or the part of the key after the customer ID
      * - gathered before any of them is touched
       01 WS-MOVE-KEY-TABLE.
          05 WS-MOVE-KEY OCCURS 500 TIMES PIC X(48).
       01 WS-MOVE-KEY-COUNT            PIC 9(4) VALUE 0.
       01 WS-MOVE-KEY-MAX              PIC 9(4) VALUE 500.
       01 WS-MOVE-KEY-IDX              PIC 9(4) VALUE 0.
       01 WS-MK-KEY                    PIC X(48).
       01 WS-MOVE-KEY-OVERFLOW         PIC 9 VALUE 0.

      * What the checks before a merge find between the two
      * customers' related parties and tax residencies
       01 WS-PARTY-SELF-LINK           PIC 9 VALUE 0.
       01 WS-KEY-CLASH                 PIC 9 VALUE 0.
       01 WS-SURVIVOR-TIN              PIC X(20).

      * PARSE-UUID call fields (see SAFE-UUID.cob)
       01 WS-UUID-RESULT               PIC 9.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * CUST-HIST-WRITE call fields (see PROVEN-CUST-HIST.cob)
       01 WS-CH-CUSTOMER-ID            PIC X(36).
       01 WS-CH-FIELD-NAME             PIC X(20).
       01 WS-CH-OLD-VALUE              PIC X(254).
       01 WS-CH-NEW-VALUE              PIC X(254).
       01 WS-CH-SOURCE                 PIC X(8) VALUE "DEDUPAPL".
       01 WS-CH-RESULT                 PIC 9.
       01 WS-CH-ERROR-MSG              PIC X(50).
       01 WS-CH-FAIL-SHOWN             PIC 9 VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DL-ACTION              PIC X(12).
          05 FILLER                    PIC X(1).
          05 WS-DL-FILE                PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-DL-DUPLICATE-ID        PIC X(36).
          05 FILLER                    PIC X(1).
          05 WS-DL-SURVIVOR-ID         PIC X(36).
          05 FILLER                    PIC X(1).
          05 WS-DL-RECORD-KEY          PIC X(34).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "DEDUPAPL".
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
      * MAIN-CONTROL: stage and check the pairs, then carry the
      * merge (or unmerge) through the master and each dependent
      * file in turn
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-RUN-PARM
           PERFORM OPEN-FILES

           PERFORM UNTIL WS-AT-MI-EOF
              READ MERGEIN-FILE
                 AT END
                    MOVE 1 TO WS-MI-EOF
                 NOT AT END
                    PERFORM STAGE-ONE-PAIR
              END-READ
           END-PERFORM

           PERFORM CHECK-PAIRS-AGAINST-MASTER
           IF WS-MODE-IS-UNMERGE
              PERFORM LOAD-RESTORE-ENTRIES
           END-IF

           PERFORM PROCESS-CUSTMAST
           PERFORM PROCESS-CUSTIBAN
           PERFORM PROCESS-STORDMST
           PERFORM PROCESS-CHANPREF
           PERFORM PROCESS-MANDATE
           PERFORM PROCESS-HSEHOLD
           PERFORM PROCESS-VALSTAT
           PERFORM PROCESS-SCRNCASE
           PERFORM PROCESS-ACCTMAST
           PERFORM PROCESS-DUNCASE
           PERFORM PROCESS-RELPARTY
           PERFORM PROCESS-KYCREV
           PERFORM PROCESS-CUSTLIM
           PERFORM PROCESS-TAXRES
           PERFORM PROCESS-CONTVRFY

           IF NOT WS-IS-PREVIEW
              PERFORM RECORD-PAIR-HISTORY
              IF WS-MODE-IS-UNMERGE
                 PERFORM MARK-ENTRIES-UNMERGED
              END-IF
           END-IF

           PERFORM WRITE-RUN-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "DEDUPAPL: " WS-PAIRS-READ " pair(s) read, "
              WS-PAIRS-APPLIED " applied, "
              WS-REJECT-COUNT " refused, "
              WS-NOT-APPROVED-COUNT " not approved"

           EVALUATE TRUE
              WHEN WS-XREF-FAIL-COUNT > 0
                 OR WS-UPDATE-FAIL-COUNT > 0
                 OR WS-SC-OVERFLOW-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REJECT-COUNT > 0
                 OR WS-NOT-RESTORED-COUNT > 0
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
      * READ-RUN-PARM: MERGE or UNMERGE, and PREVIEW if given
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
              WHEN "MERGE"
                 MOVE "M" TO WS-RUN-MODE
              WHEN "UNMERGE"
                 MOVE "U" TO WS-RUN-MODE
              WHEN OTHER
                 DISPLAY "DEDUPAPL: PARM must be 'MERGE' or "
                    "'UNMERGE', optionally followed by PREVIEW"
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
                 DISPLAY "DEDUPAPL: unknown PARM option "
                    WS-PARM-OPTION
                 CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       READ-RUN-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened. The line-sequential masters are opened by the pass
      * that reads them; a preview opens the KSDSs for input only
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT MERGEIN-FILE
           IF WS-MI-FILE-STATUS NOT = "00"
              DISPLAY "DEDUPAPL: cannot open MERGEIN, status="
                 WS-MI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O MERGEXRF-FILE
           IF WS-MX-FILE-STATUS NOT = "00"
              AND WS-MX-FILE-STATUS NOT = "05"
              AND WS-MX-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open MERGEXRF, status="
                 WS-MX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT MANDATE-FILE
           ELSE
              OPEN I-O MANDATE-FILE
           END-IF
           IF WS-MD-FILE-STATUS NOT = "00"
              AND WS-MD-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open MANDATE, status="
                 WS-MD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT HSEHOLD-FILE
           ELSE
              OPEN I-O HSEHOLD-FILE
           END-IF
           IF WS-HH-FILE-STATUS NOT = "00"
              AND WS-HH-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open HSEHOLD, status="
                 WS-HH-FILE-STATUS
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
              DISPLAY "DEDUPAPL: cannot open VALSTAT, status="
                 WS-VS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT SCRNCASE-FILE
           ELSE
              OPEN I-O SCRNCASE-FILE
           END-IF
           IF WS-SC-FILE-STATUS NOT = "00"
              AND WS-SC-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open SCRNCASE, status="
                 WS-SC-FILE-STATUS
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
              DISPLAY "DEDUPAPL: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT DUNCASE-FILE
           ELSE
              OPEN I-O DUNCASE-FILE
           END-IF
           IF WS-DC-FILE-STATUS NOT = "00"
              AND WS-DC-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open DUNCASE, status="
                 WS-DC-FILE-STATUS
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
              AND WS-RP-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open RELPARTY, status="
                 WS-RP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT KYCREV-FILE
           ELSE
              OPEN I-O KYCREV-FILE
           END-IF
           IF WS-KY-FILE-STATUS NOT = "00"
              AND WS-KY-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open KYCREV, status="
                 WS-KY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT CUSTLIM-FILE
           ELSE
              OPEN I-O CUSTLIM-FILE
           END-IF
           IF WS-CL-FILE-STATUS NOT = "00"
              AND WS-CL-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open CUSTLIM, status="
                 WS-CL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT TAXRES-FILE
           ELSE
              OPEN I-O TAXRES-FILE
           END-IF
           IF WS-TR-FILE-STATUS NOT = "00"
              AND WS-TR-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open TAXRES, status="
                 WS-TR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-IS-PREVIEW
              OPEN INPUT CONTVRFY-FILE
           ELSE
              OPEN I-O CONTVRFY-FILE
           END-IF
           IF WS-CV-FILE-STATUS NOT = "00"
              AND WS-CV-FILE-STATUS NOT = "97"
              DISPLAY "DEDUPAPL: cannot open CONTVRFY, status="
                 WS-CV-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT MERGRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "DEDUPAPL: cannot open MERGERPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT MERGREJ-FILE
           IF WS-RJ-FILE-STATUS NOT = "00"
              DISPLAY "DEDUPAPL: cannot open MERGREJ, status="
                 WS-RJ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-HEADING-LINE
           EVALUATE TRUE
              WHEN WS-MODE-IS-MERGE AND WS-IS-PREVIEW
                 MOVE "DEDUPAPL - CUSTOMER MERGE PREVIEW - NO UPDATES"
                    TO WS-HL-TEXT
              WHEN WS-MODE-IS-MERGE
                 MOVE "DEDUPAPL - CUSTOMER MERGE" TO WS-HL-TEXT
              WHEN WS-IS-PREVIEW
                 MOVE "DEDUPAPL - CUSTOMER UNMERGE PREVIEW - NO UPDATES"
                    TO WS-HL-TEXT
              WHEN OTHER
                 MOVE "DEDUPAPL - CUSTOMER UNMERGE" TO WS-HL-TEXT
           END-EVALUATE
           WRITE MERGRPT-RECORD FROM WS-HEADING-LINE.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * STAGE-ONE-PAIR: an approved, well-formed pair that does not
      * collide with the cross-reference or another pair is staged
      *================================================================
       STAGE-ONE-PAIR SECTION.
           ADD 1 TO WS-PAIRS-READ

           IF NOT MI-IS-APPROVED
              ADD 1 TO WS-NOT-APPROVED-COUNT
              GO TO STAGE-ONE-PAIR-EXIT
           END-IF

           IF MI-APPROVED-BY = SPACES
              MOVE "Approved pair names no approver"
                 TO WS-REJECT-REASON
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-PAIR-EXIT
           END-IF

           IF NOT MI-MATCH-IS-VALID
              MOVE "Match type must be E or P" TO WS-REJECT-REASON
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-PAIR-EXIT
           END-IF

           CALL "PARSE-UUID" USING MI-SURVIVOR-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
              MOVE WS-UUID-ERROR-MSG TO WS-REJECT-REASON
              ADD 1 TO WS-UUID-REJECT-COUNT
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-PAIR-EXIT
           END-IF

           CALL "PARSE-UUID" USING MI-DUPLICATE-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
              MOVE WS-UUID-ERROR-MSG TO WS-REJECT-REASON
              ADD 1 TO WS-UUID-REJECT-COUNT
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-PAIR-EXIT
           END-IF

           IF MI-SURVIVOR-ID = MI-DUPLICATE-ID
              MOVE "Survivor and duplicate are the same customer"
                 TO WS-REJECT-REASON
              PERFORM WRITE-INPUT-REJECT
              GO TO STAGE-ONE-PAIR-EXIT
           END-IF

      *    An email and a phone proposal for the same pair are one
      *    merge; a duplicate offered to two survivors, or a pair
      *    that chains through another, waits for the desk
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PAIR-COUNT
              IF PR-DUPLICATE-ID(WS-SCAN-IDX) = MI-DUPLICATE-ID
                 AND PR-SURVIVOR-ID(WS-SCAN-IDX) = MI-SURVIVOR-ID
                 ADD 1 TO WS-REPEAT-PAIR-COUNT
                 GO TO STAGE-ONE-PAIR-EXIT
              END-IF
              IF PR-DUPLICATE-ID(WS-SCAN-IDX) = MI-DUPLICATE-ID
                 MOVE "Duplicate paired with two survivors"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-INPUT-REJECT
                 GO TO STAGE-ONE-PAIR-EXIT
              END-IF
              IF PR-SURVIVOR-ID(WS-SCAN-IDX) = MI-DUPLICATE-ID
                 OR PR-DUPLICATE-ID(WS-SCAN-IDX) = MI-SURVIVOR-ID
                 MOVE "Pair chains with another pair in this run"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-INPUT-REJECT
                 GO TO STAGE-ONE-PAIR-EXIT
              END-IF
           END-PERFORM

           MOVE MI-DUPLICATE-ID TO WS-XS-ID
           PERFORM SCAN-XREF-FOR-ID
           IF WS-MODE-IS-MERGE
              IF WS-XS-ACTIVE-COUNT > 0
                 MOVE "Duplicate is already merged" TO WS-REJECT-REASON
                 PERFORM WRITE-INPUT-REJECT
                 GO TO STAGE-ONE-PAIR-EXIT
              END-IF
           ELSE
              IF WS-XS-ACTIVE-COUNT = 0
                 MOVE "No active merge for this duplicate"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-INPUT-REJECT
                 GO TO STAGE-ONE-PAIR-EXIT
              END-IF
              IF WS-XS-ACTIVE-SURVIVOR NOT = MI-SURVIVOR-ID
                 MOVE "Duplicate was merged into another survivor"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-INPUT-REJECT
                 GO TO STAGE-ONE-PAIR-EXIT
              END-IF
           END-IF

           IF WS-PAIR-COUNT >= WS-PAIR-MAX
              DISPLAY "DEDUPAPL: more than " WS-PAIR-MAX
                 " approved pairs in one run - split MERGEIN and"
                 " resubmit; nothing has been updated"
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-PAIR-COUNT
           MOVE MI-SURVIVOR-ID TO PR-SURVIVOR-ID(WS-PAIR-COUNT)
           MOVE MI-DUPLICATE-ID TO PR-DUPLICATE-ID(WS-PAIR-COUNT)
           MOVE MI-MATCH-TYPE TO PR-MATCH-TYPE(WS-PAIR-COUNT)
           MOVE MI-APPROVED-BY TO PR-APPROVED-BY(WS-PAIR-COUNT)
           MOVE "S" TO PR-STATE(WS-PAIR-COUNT)
           MOVE 0 TO PR-DUP-ON-MASTER(WS-PAIR-COUNT)
           MOVE 0 TO PR-SURV-ON-MASTER(WS-PAIR-COUNT)
           MOVE 0 TO PR-SURV-HAS-PREF(WS-PAIR-COUNT)
           COMPUTE PR-NEXT-SEQUENCE(WS-PAIR-COUNT) =
              WS-XS-HIGH-SEQUENCE + 1
           MOVE MERGEIN-RECORD TO PR-PAIR-LINE(WS-PAIR-COUNT)

      *    A survivor that has itself been merged away cannot take
      *    on anyone else's records
           IF WS-MODE-IS-MERGE
              MOVE MI-SURVIVOR-ID TO WS-XS-ID
              PERFORM SCAN-XREF-FOR-ID
              IF WS-XS-ACTIVE-COUNT > 0
                 MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
                 MOVE "Survivor has itself been merged away"
                    TO WS-REJECT-REASON
                 PERFORM REFUSE-STAGED-PAIR
              END-IF
           END-IF.

       STAGE-ONE-PAIR-EXIT.
           EXIT.

      *================================================================
      * SCAN-XREF-FOR-ID: how many active (merged) cross-reference
      * entries WS-XS-ID has as a duplicate, which survivor they
      * name, and the highest sequence it has ever used
      *================================================================
       SCAN-XREF-FOR-ID SECTION.
           MOVE 0 TO WS-XS-ACTIVE-COUNT
           MOVE SPACES TO WS-XS-ACTIVE-SURVIVOR
           MOVE 0 TO WS-XS-HIGH-SEQUENCE
           MOVE 0 TO WS-BROWSE-DONE

           MOVE WS-XS-ID TO MX-DUPLICATE-ID
           MOVE 0 TO MX-SEQUENCE
           START MERGEXRF-FILE KEY IS NOT LESS THAN MX-KEY
              INVALID KEY
                 GO TO SCAN-XREF-FOR-ID-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ MERGEXRF-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF MX-DUPLICATE-ID NOT = WS-XS-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       MOVE MX-SEQUENCE TO WS-XS-HIGH-SEQUENCE
                       IF MX-IS-MERGED
                          ADD 1 TO WS-XS-ACTIVE-COUNT
                          MOVE MX-SURVIVOR-ID
                             TO WS-XS-ACTIVE-SURVIVOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       SCAN-XREF-FOR-ID-EXIT.
           EXIT.

      *================================================================
      * CHECK-PAIRS-AGAINST-MASTER: one read-only pass over CUSTMAST
      * to see which IDs are on it, then refuse the pairs whose
      * customers are not where the mode needs them
      *================================================================
       CHECK-PAIRS-AGAINST-MASTER SECTION.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "DEDUPAPL: cannot open CUSTMAST, status="
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
                    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                            UNTIL WS-SCAN-IDX > WS-PAIR-COUNT
                       IF PR-DUPLICATE-ID(WS-SCAN-IDX)
                          = CM-CUSTOMER-ID
                          MOVE 1 TO PR-DUP-ON-MASTER(WS-SCAN-IDX)
                       END-IF
                       IF PR-SURVIVOR-ID(WS-SCAN-IDX)
                          = CM-CUSTOMER-ID
                          MOVE 1 TO PR-SURV-ON-MASTER(WS-SCAN-IDX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX)
                 EVALUATE TRUE
                    WHEN PR-SURV-ON-MASTER(WS-PAIR-IDX) = 0
                       MOVE "Survivor not on CUSTMAST"
                          TO WS-REJECT-REASON
                       PERFORM REFUSE-STAGED-PAIR
                    WHEN WS-MODE-IS-MERGE
                     AND PR-DUP-ON-MASTER(WS-PAIR-IDX) = 0
                       MOVE "Duplicate not on CUSTMAST"
                          TO WS-REJECT-REASON
                       PERFORM REFUSE-STAGED-PAIR
                    WHEN WS-MODE-IS-UNMERGE
                     AND PR-DUP-ON-MASTER(WS-PAIR-IDX) = 1
                       MOVE "Duplicate is already back on CUSTMAST"
                          TO WS-REJECT-REASON
                       PERFORM REFUSE-STAGED-PAIR
                    WHEN OTHER
                       IF WS-MODE-IS-MERGE
                          PERFORM CHECK-PAIR-REPOINTABLE
                       END-IF
                       IF PR-IS-STAGED(WS-PAIR-IDX)
                          ADD 1 TO WS-PAIRS-APPLIED
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.

       CHECK-PAIRS-AGAINST-MASTER-EXIT.
           EXIT.

      *================================================================
      * CHECK-PAIR-REPOINTABLE: a merge that could not carry every
      * one of the duplicate's records across intact is refused
      * here, before anything moves and while the duplicate still
      * owns them - more records in one file than a pass can hold,
      * a survivor and duplicate linked as each other's related
      * party, a party reference both already use, or a tax
      * residency the survivor holds in the same country under
      * another TIN
      *================================================================
       CHECK-PAIR-REPOINTABLE SECTION.
           PERFORM COLLECT-ACCOUNT-KEYS
           IF WS-MOVE-KEY-OVERFLOW = 1
              MOVE "Duplicate owns too many ACCTMAST accounts"
                 TO WS-REJECT-REASON
              PERFORM REFUSE-STAGED-PAIR
              GO TO CHECK-PAIR-REPOINTABLE-EXIT
           END-IF

           PERFORM COLLECT-DUNNING-KEYS
           IF WS-MOVE-KEY-OVERFLOW = 1
              MOVE "Duplicate owns too many DUNCASE cases"
                 TO WS-REJECT-REASON
              PERFORM REFUSE-STAGED-PAIR
              GO TO CHECK-PAIR-REPOINTABLE-EXIT
           END-IF

           MOVE 0 TO WS-PARTY-SELF-LINK
           PERFORM COLLECT-PARTY-LINKS
           IF WS-MOVE-KEY-OVERFLOW = 1
              MOVE "Duplicate is the party on too many RELPARTY links"
                 TO WS-REJECT-REASON
              PERFORM REFUSE-STAGED-PAIR
              GO TO CHECK-PAIR-REPOINTABLE-EXIT
           END-IF

           PERFORM COLLECT-PARTY-REFS
           IF WS-MOVE-KEY-OVERFLOW = 1
              MOVE "Duplicate owns too many RELPARTY links"
                 TO WS-REJECT-REASON
              PERFORM REFUSE-STAGED-PAIR
              GO TO CHECK-PAIR-REPOINTABLE-EXIT
           END-IF
           IF WS-PARTY-SELF-LINK = 1
              MOVE "Survivor and duplicate are each other's party"
                 TO WS-REJECT-REASON
              PERFORM REFUSE-STAGED-PAIR
              GO TO CHECK-PAIR-REPOINTABLE-EXIT
           END-IF

           MOVE 0 TO WS-KEY-CLASH
           PERFORM VARYING WS-MOVE-KEY-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-KEY-IDX > WS-MOVE-KEY-COUNT
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO RP-CUSTOMER-ID
              MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:12) TO RP-PARTY-REF
              READ RELPARTY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO WS-KEY-CLASH
              END-READ
           END-PERFORM
           IF WS-KEY-CLASH = 1
              MOVE "Survivor already uses a RELPARTY party reference"
                 TO WS-REJECT-REASON
              PERFORM REFUSE-STAGED-PAIR
              GO TO CHECK-PAIR-REPOINTABLE-EXIT
           END-IF

           PERFORM COLLECT-RESIDENCY-KEYS
           IF WS-MOVE-KEY-OVERFLOW = 1
              MOVE "Duplicate holds too many TAXRES residencies"
                 TO WS-REJECT-REASON
              PERFORM REFUSE-STAGED-PAIR
              GO TO CHECK-PAIR-REPOINTABLE-EXIT
           END-IF

           MOVE 0 TO WS-KEY-CLASH
           PERFORM VARYING WS-MOVE-KEY-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-KEY-IDX > WS-MOVE-KEY-COUNT
              PERFORM CHECK-ONE-RESIDENCY
           END-PERFORM
           IF WS-KEY-CLASH = 1
              MOVE "Tax residency conflicts with the survivor's TIN"
                 TO WS-REJECT-REASON
              PERFORM REFUSE-STAGED-PAIR
           END-IF.

       CHECK-PAIR-REPOINTABLE-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-RESIDENCY: both customers resident in the same
      * country under different TINs cannot be folded into one
      *================================================================
       CHECK-ONE-RESIDENCY SECTION.
           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:2) TO TR-COUNTRY
           READ TAXRES-FILE
              INVALID KEY
                 GO TO CHECK-ONE-RESIDENCY-EXIT
           END-READ
           MOVE TR-TIN TO WS-SURVIVOR-TIN

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:2) TO TR-COUNTRY
           READ TAXRES-FILE
              INVALID KEY
                 GO TO CHECK-ONE-RESIDENCY-EXIT
           END-READ

           IF TR-TIN NOT = SPACES
              AND WS-SURVIVOR-TIN NOT = SPACES
              AND TR-TIN NOT = WS-SURVIVOR-TIN
              MOVE 1 TO WS-KEY-CLASH
           END-IF.

       CHECK-ONE-RESIDENCY-EXIT.
           EXIT.

      *================================================================
      * COLLECT-ACCOUNT-KEYS: the accounts the duplicate of pair
      * WS-PAIR-IDX owns, through the customer alternate index
      *================================================================
       COLLECT-ACCOUNT-KEYS SECTION.
           MOVE 0 TO WS-MOVE-KEY-COUNT
           MOVE 0 TO WS-MOVE-KEY-OVERFLOW
           MOVE 0 TO WS-BROWSE-DONE

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO AM-CUSTOMER-ID
           START ACCTMAST-FILE KEY IS EQUAL TO AM-CUSTOMER-ID
              INVALID KEY
                 GO TO COLLECT-ACCOUNT-KEYS-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ ACCTMAST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF AM-CUSTOMER-ID
                       NOT = PR-DUPLICATE-ID(WS-PAIR-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       MOVE AM-ACCOUNT-ID TO WS-MK-KEY
                       PERFORM ADD-MOVE-KEY
                    END-IF
              END-READ
           END-PERFORM.

       COLLECT-ACCOUNT-KEYS-EXIT.
           EXIT.

      *================================================================
      * COLLECT-DUNNING-KEYS: the duplicate's dunning cases, through
      * the customer alternate index
      *================================================================
       COLLECT-DUNNING-KEYS SECTION.
           MOVE 0 TO WS-MOVE-KEY-COUNT
           MOVE 0 TO WS-MOVE-KEY-OVERFLOW
           MOVE 0 TO WS-BROWSE-DONE

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO DC-CUSTOMER-ID
           START DUNCASE-FILE KEY IS EQUAL TO DC-CUSTOMER-ID
              INVALID KEY
                 GO TO COLLECT-DUNNING-KEYS-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ DUNCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF DC-CUSTOMER-ID
                       NOT = PR-DUPLICATE-ID(WS-PAIR-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       MOVE DC-KEY TO WS-MK-KEY
                       PERFORM ADD-MOVE-KEY
                    END-IF
              END-READ
           END-PERFORM.

       COLLECT-DUNNING-KEYS-EXIT.
           EXIT.

      *================================================================
      * COLLECT-PARTY-LINKS: other customers' related-party links
      * that name the duplicate as the party, through the party
      * alternate index. A link the survivor owns is noted
      *================================================================
       COLLECT-PARTY-LINKS SECTION.
           MOVE 0 TO WS-MOVE-KEY-COUNT
           MOVE 0 TO WS-MOVE-KEY-OVERFLOW
           MOVE 0 TO WS-BROWSE-DONE

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO RP-PARTY-CUSTOMER-ID
           START RELPARTY-FILE KEY IS EQUAL TO RP-PARTY-CUSTOMER-ID
              INVALID KEY
                 GO TO COLLECT-PARTY-LINKS-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ RELPARTY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF RP-PARTY-CUSTOMER-ID
                       NOT = PR-DUPLICATE-ID(WS-PAIR-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF RP-CUSTOMER-ID = PR-SURVIVOR-ID(WS-PAIR-IDX)
                          MOVE 1 TO WS-PARTY-SELF-LINK
                       END-IF
                       MOVE RP-KEY TO WS-MK-KEY
                       PERFORM ADD-MOVE-KEY
                    END-IF
              END-READ
           END-PERFORM.

       COLLECT-PARTY-LINKS-EXIT.
           EXIT.

      *================================================================
      * COLLECT-PARTY-REFS: the party references of the duplicate's
      * own related-party links. A link naming the survivor as the
      * party is noted
      *================================================================
       COLLECT-PARTY-REFS SECTION.
           MOVE 0 TO WS-MOVE-KEY-COUNT
           MOVE 0 TO WS-MOVE-KEY-OVERFLOW
           MOVE 0 TO WS-BROWSE-DONE

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO RP-CUSTOMER-ID
           MOVE LOW-VALUES TO RP-PARTY-REF
           START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
              INVALID KEY
                 GO TO COLLECT-PARTY-REFS-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ RELPARTY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF RP-CUSTOMER-ID NOT = PR-DUPLICATE-ID(WS-PAIR-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF RP-PARTY-CUSTOMER-ID
                          = PR-SURVIVOR-ID(WS-PAIR-IDX)
                          MOVE 1 TO WS-PARTY-SELF-LINK
                       END-IF
                       MOVE RP-PARTY-REF TO WS-MK-KEY
                       PERFORM ADD-MOVE-KEY
                    END-IF
              END-READ
           END-PERFORM.

       COLLECT-PARTY-REFS-EXIT.
           EXIT.

      *================================================================
      * COLLECT-RESIDENCY-KEYS: the countries the duplicate holds a
      * tax residency in
      *================================================================
       COLLECT-RESIDENCY-KEYS SECTION.
           MOVE 0 TO WS-MOVE-KEY-COUNT
           MOVE 0 TO WS-MOVE-KEY-OVERFLOW
           MOVE 0 TO WS-BROWSE-DONE

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
           MOVE LOW-VALUES TO TR-COUNTRY
           START TAXRES-FILE KEY IS NOT LESS THAN TR-KEY
              INVALID KEY
                 GO TO COLLECT-RESIDENCY-KEYS-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ TAXRES-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF TR-CUSTOMER-ID NOT = PR-DUPLICATE-ID(WS-PAIR-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       MOVE TR-COUNTRY TO WS-MK-KEY
                       PERFORM ADD-MOVE-KEY
                    END-IF
              END-READ
           END-PERFORM.

       COLLECT-RESIDENCY-KEYS-EXIT.
           EXIT.

      *================================================================
      * COLLECT-CONTACT-KEYS: the channels the duplicate has a
      * contact verification on
      *================================================================
       COLLECT-CONTACT-KEYS SECTION.
           MOVE 0 TO WS-MOVE-KEY-COUNT
           MOVE 0 TO WS-MOVE-KEY-OVERFLOW
           MOVE 0 TO WS-BROWSE-DONE

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CV-CUSTOMER-ID
           MOVE LOW-VALUES TO CV-CHANNEL
           START CONTVRFY-FILE KEY IS NOT LESS THAN CV-KEY
              INVALID KEY
                 GO TO COLLECT-CONTACT-KEYS-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ CONTVRFY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF CV-CUSTOMER-ID NOT = PR-DUPLICATE-ID(WS-PAIR-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       MOVE CV-CHANNEL TO WS-MK-KEY
                       PERFORM ADD-MOVE-KEY
                    END-IF
              END-READ
           END-PERFORM.

       COLLECT-CONTACT-KEYS-EXIT.
           EXIT.

      *================================================================
      * ADD-MOVE-KEY: WS-MK-KEY onto the table; a full table stops
      * the browse and is flagged
      *================================================================
       ADD-MOVE-KEY SECTION.
           IF WS-MOVE-KEY-COUNT >= WS-MOVE-KEY-MAX
              MOVE 1 TO WS-MOVE-KEY-OVERFLOW
              MOVE 1 TO WS-BROWSE-DONE
              GO TO ADD-MOVE-KEY-EXIT
           END-IF

           ADD 1 TO WS-MOVE-KEY-COUNT
           MOVE WS-MK-KEY TO WS-MOVE-KEY(WS-MOVE-KEY-COUNT).

       ADD-MOVE-KEY-EXIT.
           EXIT.

      *================================================================
      * LOAD-RESTORE-ENTRIES: every active cross-reference entry of
      * every pair being unmerged, so each dependent pass knows what
      * to put back. Loaded before anything is updated, so a run too
      * large for the table stops clean
      *================================================================
       LOAD-RESTORE-ENTRIES SECTION.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX)
                 MOVE 0 TO WS-BROWSE-DONE
                 MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO MX-DUPLICATE-ID
                 MOVE 0 TO MX-SEQUENCE
                 START MERGEXRF-FILE KEY IS NOT LESS THAN MX-KEY
                    INVALID KEY
                       MOVE 1 TO WS-BROWSE-DONE
                 END-START
                 PERFORM UNTIL WS-BROWSE-DONE = 1
                    READ MERGEXRF-FILE NEXT
                       AT END
                          MOVE 1 TO WS-BROWSE-DONE
                       NOT AT END
                          IF MX-DUPLICATE-ID
                             NOT = PR-DUPLICATE-ID(WS-PAIR-IDX)
                             MOVE 1 TO WS-BROWSE-DONE
                          ELSE
                             IF MX-IS-MERGED
                                PERFORM ADD-RESTORE-ENTRY
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-PERFORM.

       LOAD-RESTORE-ENTRIES-EXIT.
           EXIT.

      *================================================================
      * ADD-RESTORE-ENTRY
      *================================================================
       ADD-RESTORE-ENTRY SECTION.
           IF WS-RESTORE-COUNT >= WS-RESTORE-MAX
              DISPLAY "DEDUPAPL: more than " WS-RESTORE-MAX
                 " records to restore in one run - split MERGEIN"
                 " and resubmit; nothing has been updated"
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-RESTORE-COUNT
           MOVE WS-PAIR-IDX TO RS-PAIR-IDX(WS-RESTORE-COUNT)
           MOVE MX-SEQUENCE TO RS-SEQUENCE(WS-RESTORE-COUNT)
           MOVE MX-FILE-NAME TO RS-FILE-NAME(WS-RESTORE-COUNT)
           MOVE MX-ACTION TO RS-ACTION(WS-RESTORE-COUNT)
           MOVE MX-RECORD-KEY TO RS-RECORD-KEY(WS-RESTORE-COUNT)
           MOVE 0 TO RS-DONE(WS-RESTORE-COUNT).

       ADD-RESTORE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * PROCESS-CUSTMAST: the old-master/new-master pass. A merge
      * drops each duplicate (keeping its record on the cross-
      * reference); an unmerge copies the master through and puts
      * the retired records back at the end
      *================================================================
       PROCESS-CUSTMAST SECTION.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "DEDUPAPL: cannot open CUSTMAST, status="
                 WS-CM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-IS-PREVIEW
              OPEN OUTPUT CUSTMOUT-FILE
              IF WS-CO-FILE-STATUS NOT = "00"
                 DISPLAY "DEDUPAPL: cannot open CUSTMOUT, status="
                    WS-CO-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE "CUSTMAST" TO WS-DL-FILE
           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ CUSTOMER-MASTER-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    PERFORM MERGE-ONE-MASTER-RECORD
              END-READ
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "CUSTMAST"
                    PERFORM READ-RESTORE-IMAGE
                    IF WS-MX-FILE-STATUS = "00"
                       IF NOT WS-IS-PREVIEW
                          MOVE MX-BEFORE-IMAGE TO CUSTMOUT-RECORD
                          WRITE CUSTMOUT-RECORD
                       END-IF
                       MOVE 1 TO RS-DONE(WS-RS-IDX)
                       ADD 1 TO WS-MASTER-RESTORED
                       MOVE "REINSTATE" TO WS-DL-ACTION
                       MOVE SPACES TO WS-DL-RECORD-KEY
                       PERFORM WRITE-RESTORE-DETAIL
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           CLOSE CUSTOMER-MASTER-FILE
           IF NOT WS-IS-PREVIEW
              CLOSE CUSTMOUT-FILE
           END-IF.

       PROCESS-CUSTMAST-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-MASTER-RECORD
      *================================================================
       MERGE-ONE-MASTER-RECORD SECTION.
           IF WS-MODE-IS-MERGE
              MOVE CM-CUSTOMER-ID TO WS-LOOKUP-ID
              PERFORM FIND-PAIR-BY-DUPLICATE
              IF WS-PAIR-FOUND = 1
                 MOVE "CUSTMAST" TO WS-XW-FILE-NAME
                 MOVE "T" TO WS-XW-ACTION
                 MOVE SPACES TO WS-XW-RECORD-KEY
                 MOVE CUSTOMER-MASTER-RECORD TO WS-XW-IMAGE
                 PERFORM WRITE-XREF-ENTRY
                 ADD 1 TO WS-MASTER-RETIRED
                 MOVE "RETIRE" TO WS-DL-ACTION
                 MOVE SPACES TO WS-DL-RECORD-KEY
                 PERFORM WRITE-MERGE-DETAIL
                 GO TO MERGE-ONE-MASTER-RECORD-EXIT
              END-IF
           END-IF

           IF NOT WS-IS-PREVIEW
              MOVE CUSTOMER-MASTER-RECORD TO CUSTMOUT-RECORD
              WRITE CUSTMOUT-RECORD
           END-IF.

       MERGE-ONE-MASTER-RECORD-EXIT.
           EXIT.

      *================================================================
      * PROCESS-CUSTIBAN: remitter IBANs follow the customer; an
      * unmerge points each one it moved back, or restores it if it
      * has since gone from the registry
      *================================================================
       PROCESS-CUSTIBAN SECTION.
           OPEN INPUT CUSTIBAN-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
              DISPLAY "DEDUPAPL: cannot open CUSTIBAN, status="
                 WS-CB-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-IS-PREVIEW
              OPEN OUTPUT CIBANOUT-FILE
              IF WS-BO-FILE-STATUS NOT = "00"
                 DISPLAY "DEDUPAPL: cannot open CIBANOUT, status="
                    WS-BO-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE "CUSTIBAN" TO WS-DL-FILE
           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ CUSTIBAN-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    PERFORM MERGE-ONE-CUSTIBAN
              END-READ
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "CUSTIBAN"
                    AND RS-DONE(WS-RS-IDX) = 0
                    PERFORM READ-RESTORE-IMAGE
                    IF WS-MX-FILE-STATUS = "00"
                       IF NOT WS-IS-PREVIEW
                          MOVE MX-BEFORE-IMAGE(1:70)
                             TO CIBANOUT-RECORD
                          WRITE CIBANOUT-RECORD
                       END-IF
                       MOVE 1 TO RS-DONE(WS-RS-IDX)
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE "RESTORE" TO WS-DL-ACTION
                       MOVE RS-RECORD-KEY(WS-RS-IDX)
                          TO WS-DL-RECORD-KEY
                       PERFORM WRITE-RESTORE-DETAIL
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           CLOSE CUSTIBAN-FILE
           IF NOT WS-IS-PREVIEW
              CLOSE CIBANOUT-FILE
           END-IF.

       PROCESS-CUSTIBAN-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-CUSTIBAN
      *================================================================
       MERGE-ONE-CUSTIBAN SECTION.
           MOVE CB-CUSTOMER-ID TO WS-LOOKUP-ID
           IF WS-MODE-IS-MERGE
              PERFORM FIND-PAIR-BY-DUPLICATE
              IF WS-PAIR-FOUND = 1
                 MOVE "CUSTIBAN" TO WS-XW-FILE-NAME
                 MOVE "R" TO WS-XW-ACTION
                 MOVE CB-REMIT-IBAN TO WS-XW-RECORD-KEY
                 MOVE CUSTIBAN-RECORD TO WS-XW-IMAGE
                 PERFORM WRITE-XREF-ENTRY
                 MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO CB-CUSTOMER-ID
                 ADD 1 TO WS-REPOINTED-COUNT
                 MOVE "REPOINT" TO WS-DL-ACTION
                 MOVE CB-REMIT-IBAN TO WS-DL-RECORD-KEY
                 PERFORM WRITE-MERGE-DETAIL
              END-IF
           ELSE
              MOVE "CUSTIBAN" TO WS-XW-FILE-NAME
              MOVE CB-REMIT-IBAN TO WS-XW-RECORD-KEY
              PERFORM FIND-RESTORE-FOR-SURVIVOR
              IF WS-RESTORE-FOUND = 1
                 MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CB-CUSTOMER-ID
                 ADD 1 TO WS-RESTORED-COUNT
                 MOVE "POINT BACK" TO WS-DL-ACTION
                 MOVE CB-REMIT-IBAN TO WS-DL-RECORD-KEY
                 PERFORM WRITE-RESTORE-DETAIL
              END-IF
           END-IF

           IF NOT WS-IS-PREVIEW
              MOVE CUSTIBAN-RECORD TO CIBANOUT-RECORD
              WRITE CIBANOUT-RECORD
           END-IF.

       MERGE-ONE-CUSTIBAN-EXIT.
           EXIT.

      *================================================================
      * PROCESS-STORDMST: standing orders follow the customer. An
      * unmerge points back only the owner - the order's last-run
      * date has moved on since and must not be wound back - and an
      * order cancelled since the merge stays cancelled
      *================================================================
       PROCESS-STORDMST SECTION.
           OPEN INPUT STORDMST-FILE
           IF WS-SM-FILE-STATUS NOT = "00"
              DISPLAY "DEDUPAPL: cannot open STORDMST, status="
                 WS-SM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-IS-PREVIEW
              OPEN OUTPUT STORDOUT-FILE
              IF WS-SO-FILE-STATUS NOT = "00"
                 DISPLAY "DEDUPAPL: cannot open STORDOUT, status="
                    WS-SO-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE "STORDMST" TO WS-DL-FILE
           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ STORDMST-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    PERFORM MERGE-ONE-STANDING-ORDER
              END-READ
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "STORDMST"
                    AND RS-DONE(WS-RS-IDX) = 0
                    MOVE 1 TO RS-DONE(WS-RS-IDX)
                    ADD 1 TO WS-NOT-RESTORED-COUNT
                    MOVE "NOT ON FILE" TO WS-DL-ACTION
                    MOVE RS-RECORD-KEY(WS-RS-IDX) TO WS-DL-RECORD-KEY
                    PERFORM WRITE-RESTORE-DETAIL
                 END-IF
              END-PERFORM
           END-IF

           CLOSE STORDMST-FILE
           IF NOT WS-IS-PREVIEW
              CLOSE STORDOUT-FILE
           END-IF.

       PROCESS-STORDMST-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-STANDING-ORDER
      *================================================================
       MERGE-ONE-STANDING-ORDER SECTION.
           MOVE SO-CUSTOMER-ID TO WS-LOOKUP-ID
           IF WS-MODE-IS-MERGE
              PERFORM FIND-PAIR-BY-DUPLICATE
              IF WS-PAIR-FOUND = 1
                 MOVE "STORDMST" TO WS-XW-FILE-NAME
                 MOVE "R" TO WS-XW-ACTION
                 MOVE SO-ORDER-ID TO WS-XW-RECORD-KEY
                 MOVE STORDMST-RECORD TO WS-XW-IMAGE
                 PERFORM WRITE-XREF-ENTRY
                 MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO SO-CUSTOMER-ID
                 ADD 1 TO WS-REPOINTED-COUNT
                 MOVE "REPOINT" TO WS-DL-ACTION
                 MOVE SO-ORDER-ID TO WS-DL-RECORD-KEY
                 PERFORM WRITE-MERGE-DETAIL
              END-IF
           ELSE
              MOVE "STORDMST" TO WS-XW-FILE-NAME
              MOVE SO-ORDER-ID TO WS-XW-RECORD-KEY
              PERFORM FIND-RESTORE-FOR-SURVIVOR
              IF WS-RESTORE-FOUND = 1
                 MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO SO-CUSTOMER-ID
                 ADD 1 TO WS-RESTORED-COUNT
                 MOVE "POINT BACK" TO WS-DL-ACTION
                 MOVE SO-ORDER-ID TO WS-DL-RECORD-KEY
                 PERFORM WRITE-RESTORE-DETAIL
              END-IF
           END-IF

           IF NOT WS-IS-PREVIEW
              MOVE STORDMST-RECORD TO STORDOUT-RECORD
              WRITE STORDOUT-RECORD
           END-IF.

       MERGE-ONE-STANDING-ORDER-EXIT.
           EXIT.

      *================================================================
      * PROCESS-CHANPREF: one preference per customer. A first pass
      * finds which survivors already hold one - theirs wins, and
      * the duplicate's is superseded rather than repointed
      *================================================================
       PROCESS-CHANPREF SECTION.
           OPEN INPUT CHANPREF-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
              DISPLAY "DEDUPAPL: cannot open CHANPREF, status="
                 WS-CP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-MODE-IS-MERGE
              MOVE 0 TO WS-SEQ-EOF
              PERFORM UNTIL WS-AT-SEQ-EOF
                 READ CHANPREF-FILE
                    AT END
                       MOVE 1 TO WS-SEQ-EOF
                    NOT AT END
                       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                               UNTIL WS-SCAN-IDX > WS-PAIR-COUNT
                          IF PR-SURVIVOR-ID(WS-SCAN-IDX)
                             = CP-CUSTOMER-ID
                             MOVE 1 TO PR-SURV-HAS-PREF(WS-SCAN-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE CHANPREF-FILE
              OPEN INPUT CHANPREF-FILE
              IF WS-CP-FILE-STATUS NOT = "00"
                 DISPLAY "DEDUPAPL: cannot reopen CHANPREF, status="
                    WS-CP-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF NOT WS-IS-PREVIEW
              OPEN OUTPUT CHANPOUT-FILE
              IF WS-PO-FILE-STATUS NOT = "00"
                 DISPLAY "DEDUPAPL: cannot open CHANPOUT, status="
                    WS-PO-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE "CHANPREF" TO WS-DL-FILE
           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ CHANPREF-FILE
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    PERFORM MERGE-ONE-CHANNEL-PREF
              END-READ
           END-PERFORM

      *    A superseded preference - or a repointed one the survivor
      *    has since dropped - goes back as the duplicate had it
           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "CHANPREF"
                    AND RS-DONE(WS-RS-IDX) = 0
                    PERFORM READ-RESTORE-IMAGE
                    IF WS-MX-FILE-STATUS = "00"
                       IF NOT WS-IS-PREVIEW
                          MOVE MX-BEFORE-IMAGE(1:40)
                             TO CHANPOUT-RECORD
                          WRITE CHANPOUT-RECORD
                       END-IF
                       MOVE 1 TO RS-DONE(WS-RS-IDX)
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE "RESTORE" TO WS-DL-ACTION
                       MOVE SPACES TO WS-DL-RECORD-KEY
                       PERFORM WRITE-RESTORE-DETAIL
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           CLOSE CHANPREF-FILE
           IF NOT WS-IS-PREVIEW
              CLOSE CHANPOUT-FILE
           END-IF.

       PROCESS-CHANPREF-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-CHANNEL-PREF
      *================================================================
       MERGE-ONE-CHANNEL-PREF SECTION.
           MOVE CP-CUSTOMER-ID TO WS-LOOKUP-ID
           IF WS-MODE-IS-MERGE
              PERFORM FIND-PAIR-BY-DUPLICATE
              IF WS-PAIR-FOUND = 1
                 MOVE "CHANPREF" TO WS-XW-FILE-NAME
                 MOVE SPACES TO WS-XW-RECORD-KEY
                 MOVE CHANPREF-RECORD TO WS-XW-IMAGE
                 MOVE SPACES TO WS-DL-RECORD-KEY
                 IF PR-SURV-HAS-PREF(WS-PAIR-IDX) = 1
                    MOVE "S" TO WS-XW-ACTION
                    PERFORM WRITE-XREF-ENTRY
                    ADD 1 TO WS-SUPERSEDED-COUNT
                    MOVE "SUPERSEDE" TO WS-DL-ACTION
                    PERFORM WRITE-MERGE-DETAIL
                    GO TO MERGE-ONE-CHANNEL-PREF-EXIT
                 END-IF
                 MOVE "R" TO WS-XW-ACTION
                 PERFORM WRITE-XREF-ENTRY
                 MOVE 1 TO PR-SURV-HAS-PREF(WS-PAIR-IDX)
                 MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO CP-CUSTOMER-ID
                 ADD 1 TO WS-REPOINTED-COUNT
                 MOVE "REPOINT" TO WS-DL-ACTION
                 PERFORM WRITE-MERGE-DETAIL
              END-IF
           ELSE
              MOVE "CHANPREF" TO WS-XW-FILE-NAME
              MOVE SPACES TO WS-XW-RECORD-KEY
              PERFORM FIND-RESTORE-FOR-SURVIVOR
              IF WS-RESTORE-FOUND = 1
                 MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CP-CUSTOMER-ID
                 ADD 1 TO WS-RESTORED-COUNT
                 MOVE "POINT BACK" TO WS-DL-ACTION
                 MOVE SPACES TO WS-DL-RECORD-KEY
                 PERFORM WRITE-RESTORE-DETAIL
              END-IF
           END-IF

           IF NOT WS-IS-PREVIEW
              MOVE CHANPREF-RECORD TO CHANPOUT-RECORD
              WRITE CHANPOUT-RECORD
           END-IF.

       MERGE-ONE-CHANNEL-PREF-EXIT.
           EXIT.

      *================================================================
      * PROCESS-MANDATE: mandates are keyed by mandate ID, so a merge
      * sweeps the master and rewrites each of the duplicate's in
      * place; an unmerge reads each one it moved straight back by
      * key
      *================================================================
       PROCESS-MANDATE SECTION.
           MOVE "MANDATE" TO WS-DL-FILE

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "MANDATE"
                    PERFORM UNMERGE-ONE-MANDATE
                 END-IF
              END-PERFORM
              GO TO PROCESS-MANDATE-EXIT
           END-IF

           MOVE LOW-VALUES TO MD-MANDATE-ID
           START MANDATE-FILE KEY IS NOT LESS THAN MD-MANDATE-ID
              INVALID KEY
                 GO TO PROCESS-MANDATE-EXIT
           END-START

           MOVE 0 TO WS-SEQ-EOF
           PERFORM UNTIL WS-AT-SEQ-EOF
              READ MANDATE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SEQ-EOF
                 NOT AT END
                    MOVE MD-CUSTOMER-ID TO WS-LOOKUP-ID
                    PERFORM FIND-PAIR-BY-DUPLICATE
                    IF WS-PAIR-FOUND = 1
                       PERFORM MERGE-ONE-MANDATE
                    END-IF
              END-READ
           END-PERFORM.

       PROCESS-MANDATE-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-MANDATE
      *================================================================
       MERGE-ONE-MANDATE SECTION.
           MOVE "MANDATE" TO WS-XW-FILE-NAME
           MOVE "R" TO WS-XW-ACTION
           MOVE MD-MANDATE-ID TO WS-XW-RECORD-KEY
           MOVE MANDATE-RECORD TO WS-XW-IMAGE
           PERFORM WRITE-XREF-ENTRY

           ADD 1 TO WS-REPOINTED-COUNT
           MOVE "REPOINT" TO WS-DL-ACTION
           MOVE MD-MANDATE-ID TO WS-DL-RECORD-KEY
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-MANDATE-EXIT
           END-IF

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO MD-CUSTOMER-ID
           REWRITE MANDATE-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "DEDUPAPL: MANDATE rewrite failed for "
                    MD-MANDATE-ID ", status=" WS-MD-FILE-STATUS
           END-REWRITE.

       MERGE-ONE-MANDATE-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-MANDATE: only a mandate still held by the
      * survivor is pointed back
      *================================================================
       UNMERGE-ONE-MANDATE SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE RS-RECORD-KEY(WS-RS-IDX)(1:16) TO MD-MANDATE-ID
           MOVE MD-MANDATE-ID TO WS-DL-RECORD-KEY
           MOVE 1 TO RS-DONE(WS-RS-IDX)

           READ MANDATE-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-RESTORED-COUNT
                 MOVE "NOT ON FILE" TO WS-DL-ACTION
                 PERFORM WRITE-RESTORE-DETAIL
                 GO TO UNMERGE-ONE-MANDATE-EXIT
           END-READ

           IF MD-CUSTOMER-ID NOT = PR-SURVIVOR-ID(WS-PAIR-IDX)
              ADD 1 TO WS-NOT-RESTORED-COUNT
              MOVE "MOVED SINCE" TO WS-DL-ACTION
              PERFORM WRITE-RESTORE-DETAIL
              GO TO UNMERGE-ONE-MANDATE-EXIT
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "POINT BACK" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL

           IF NOT WS-IS-PREVIEW
              MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO MD-CUSTOMER-ID
              REWRITE MANDATE-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "DEDUPAPL: MANDATE rewrite failed for "
                       MD-MANDATE-ID ", status=" WS-MD-FILE-STATUS
              END-REWRITE
           END-IF.

       UNMERGE-ONE-MANDATE-EXIT.
           EXIT.

      *================================================================
      * PROCESS-HSEHOLD: the duplicate's household record moves to
      * the survivor's key unless the survivor already has one;
      * HSEHOLD re-derives the household membership on its next run
      *================================================================
       PROCESS-HSEHOLD SECTION.
           MOVE "HSEHOLD" TO WS-DL-FILE
           MOVE SPACES TO WS-DL-RECORD-KEY

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX) AND WS-MODE-IS-MERGE
                 PERFORM MERGE-ONE-HSEHOLD
              END-IF
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "HSEHOLD"
                    PERFORM UNMERGE-ONE-HSEHOLD
                 END-IF
              END-PERFORM
           END-IF.

       PROCESS-HSEHOLD-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-HSEHOLD
      *================================================================
       MERGE-ONE-HSEHOLD SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO HH-CUSTOMER-ID
           READ HSEHOLD-FILE
              INVALID KEY
                 GO TO MERGE-ONE-HSEHOLD-EXIT
           END-READ
           MOVE HSEHOLD-RECORD TO WS-HSEHOLD-SAVE

           MOVE "HSEHOLD" TO WS-XW-FILE-NAME
           MOVE SPACES TO WS-XW-RECORD-KEY
           MOVE HSEHOLD-RECORD TO WS-XW-IMAGE

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO HH-CUSTOMER-ID
           READ HSEHOLD-FILE
              INVALID KEY
                 MOVE "R" TO WS-XW-ACTION
              NOT INVALID KEY
                 MOVE "S" TO WS-XW-ACTION
           END-READ

           PERFORM WRITE-XREF-ENTRY
           IF WS-XW-ACTION = "S"
              ADD 1 TO WS-SUPERSEDED-COUNT
              MOVE "SUPERSEDE" TO WS-DL-ACTION
           ELSE
              ADD 1 TO WS-REPOINTED-COUNT
              MOVE "REPOINT" TO WS-DL-ACTION
           END-IF
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-HSEHOLD-EXIT
           END-IF

           IF WS-XW-ACTION = "R"
              MOVE WS-HSEHOLD-SAVE TO HSEHOLD-RECORD
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO HH-CUSTOMER-ID
              WRITE HSEHOLD-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
              END-WRITE
           END-IF

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO HH-CUSTOMER-ID
           DELETE HSEHOLD-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       MERGE-ONE-HSEHOLD-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-HSEHOLD: a moved record leaves the survivor's
      * key; either way the duplicate's own record goes back
      *================================================================
       UNMERGE-ONE-HSEHOLD SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE 1 TO RS-DONE(WS-RS-IDX)
           PERFORM READ-RESTORE-IMAGE
           IF WS-MX-FILE-STATUS NOT = "00"
              GO TO UNMERGE-ONE-HSEHOLD-EXIT
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL
           IF WS-IS-PREVIEW
              GO TO UNMERGE-ONE-HSEHOLD-EXIT
           END-IF

           IF RS-ACTION(WS-RS-IDX) = "R"
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO HH-CUSTOMER-ID
              DELETE HSEHOLD-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF

           MOVE MX-BEFORE-IMAGE(1:84) TO HSEHOLD-RECORD
           WRITE HSEHOLD-RECORD
              INVALID KEY
                 REWRITE HSEHOLD-RECORD
                    INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                 END-REWRITE
           END-WRITE.

       UNMERGE-ONE-HSEHOLD-EXIT.
           EXIT.

      *================================================================
      * PROCESS-VALSTAT: as HSEHOLD - the survivor's own status
      * wins; VALSTLD refreshes both on its next load
      *================================================================
       PROCESS-VALSTAT SECTION.
           MOVE "VALSTAT" TO WS-DL-FILE
           MOVE SPACES TO WS-DL-RECORD-KEY

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX) AND WS-MODE-IS-MERGE
                 PERFORM MERGE-ONE-VALSTAT
              END-IF
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "VALSTAT"
                    PERFORM UNMERGE-ONE-VALSTAT
                 END-IF
              END-PERFORM
           END-IF.

       PROCESS-VALSTAT-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-VALSTAT
      *================================================================
       MERGE-ONE-VALSTAT SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO VS-CUSTOMER-ID
           READ VALSTAT-FILE
              INVALID KEY
                 GO TO MERGE-ONE-VALSTAT-EXIT
           END-READ
           MOVE VALSTAT-RECORD TO WS-VALSTAT-SAVE

           MOVE "VALSTAT" TO WS-XW-FILE-NAME
           MOVE SPACES TO WS-XW-RECORD-KEY
           MOVE VALSTAT-RECORD TO WS-XW-IMAGE

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO VS-CUSTOMER-ID
           READ VALSTAT-FILE
              INVALID KEY
                 MOVE "R" TO WS-XW-ACTION
              NOT INVALID KEY
                 MOVE "S" TO WS-XW-ACTION
           END-READ

           PERFORM WRITE-XREF-ENTRY
           IF WS-XW-ACTION = "S"
              ADD 1 TO WS-SUPERSEDED-COUNT
              MOVE "SUPERSEDE" TO WS-DL-ACTION
           ELSE
              ADD 1 TO WS-REPOINTED-COUNT
              MOVE "REPOINT" TO WS-DL-ACTION
           END-IF
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-VALSTAT-EXIT
           END-IF

           IF WS-XW-ACTION = "R"
              MOVE WS-VALSTAT-SAVE TO VALSTAT-RECORD
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO VS-CUSTOMER-ID
              WRITE VALSTAT-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
              END-WRITE
           END-IF

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO VS-CUSTOMER-ID
           DELETE VALSTAT-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       MERGE-ONE-VALSTAT-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-VALSTAT
      *================================================================
       UNMERGE-ONE-VALSTAT SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE 1 TO RS-DONE(WS-RS-IDX)
           PERFORM READ-RESTORE-IMAGE
           IF WS-MX-FILE-STATUS NOT = "00"
              GO TO UNMERGE-ONE-VALSTAT-EXIT
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL
           IF WS-IS-PREVIEW
              GO TO UNMERGE-ONE-VALSTAT-EXIT
           END-IF

           IF RS-ACTION(WS-RS-IDX) = "R"
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO VS-CUSTOMER-ID
              DELETE VALSTAT-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF

           MOVE MX-BEFORE-IMAGE(1:160) TO VALSTAT-RECORD
           WRITE VALSTAT-RECORD
              INVALID KEY
                 REWRITE VALSTAT-RECORD
                    INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                 END-REWRITE
           END-WRITE.

       UNMERGE-ONE-VALSTAT-EXIT.
           EXIT.

      *================================================================
      * PROCESS-SCRNCASE: a duplicate's sanctions cases are filed
      * under its ID plus the listed name; each moves to the
      * survivor under the same listed name unless the survivor
      * already has a case against that name
      *================================================================
       PROCESS-SCRNCASE SECTION.
           MOVE "SCRNCASE" TO WS-DL-FILE

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX) AND WS-MODE-IS-MERGE
                 PERFORM COLLECT-CASE-NAMES
                 PERFORM VARYING WS-SC-NAME-IDX FROM 1 BY 1
                         UNTIL WS-SC-NAME-IDX > WS-SC-NAME-COUNT
                    PERFORM MERGE-ONE-SCRNCASE
                 END-PERFORM
              END-IF
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "SCRNCASE"
                    PERFORM UNMERGE-ONE-SCRNCASE
                 END-IF
              END-PERFORM
           END-IF.

       PROCESS-SCRNCASE-EXIT.
           EXIT.

      *================================================================
      * COLLECT-CASE-NAMES: the listed names the duplicate has cases
      * against, gathered before any are moved
      *================================================================
       COLLECT-CASE-NAMES SECTION.
           MOVE 0 TO WS-SC-NAME-COUNT
           MOVE 0 TO WS-BROWSE-DONE

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO SC-CUSTOMER-ID
           MOVE LOW-VALUES TO SC-LISTED-NAME
           START SCRNCASE-FILE KEY IS NOT LESS THAN SC-KEY
              INVALID KEY
                 GO TO COLLECT-CASE-NAMES-EXIT
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SCRNCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SC-CUSTOMER-ID NOT = PR-DUPLICATE-ID(WS-PAIR-IDX)
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF WS-SC-NAME-COUNT < WS-SC-NAME-MAX
                          ADD 1 TO WS-SC-NAME-COUNT
                          MOVE SC-LISTED-NAME
                             TO WS-SC-NAME(WS-SC-NAME-COUNT)
                       ELSE
                          ADD 1 TO WS-SC-OVERFLOW-COUNT
                          DISPLAY "DEDUPAPL: more than "
                             WS-SC-NAME-MAX " sanctions cases for "
                             SC-CUSTOMER-ID " - the rest not moved"
                          MOVE 1 TO WS-BROWSE-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       COLLECT-CASE-NAMES-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-SCRNCASE
      *================================================================
       MERGE-ONE-SCRNCASE SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO SC-CUSTOMER-ID
           MOVE WS-SC-NAME(WS-SC-NAME-IDX) TO SC-LISTED-NAME
           READ SCRNCASE-FILE
              INVALID KEY
                 GO TO MERGE-ONE-SCRNCASE-EXIT
           END-READ
           MOVE SCRNCASE-RECORD TO WS-SCRNCASE-SAVE

           MOVE "SCRNCASE" TO WS-XW-FILE-NAME
           MOVE SC-LISTED-NAME TO WS-XW-RECORD-KEY
           MOVE SCRNCASE-RECORD TO WS-XW-IMAGE
           MOVE SC-LISTED-NAME TO WS-DL-RECORD-KEY

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO SC-CUSTOMER-ID
           READ SCRNCASE-FILE
              INVALID KEY
                 MOVE "R" TO WS-XW-ACTION
              NOT INVALID KEY
                 MOVE "S" TO WS-XW-ACTION
           END-READ

           PERFORM WRITE-XREF-ENTRY
           IF WS-XW-ACTION = "S"
              ADD 1 TO WS-SUPERSEDED-COUNT
              MOVE "SUPERSEDE" TO WS-DL-ACTION
           ELSE
              ADD 1 TO WS-REPOINTED-COUNT
              MOVE "REPOINT" TO WS-DL-ACTION
           END-IF
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-SCRNCASE-EXIT
           END-IF

           IF WS-XW-ACTION = "R"
              MOVE WS-SCRNCASE-SAVE TO SCRNCASE-RECORD
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO SC-CUSTOMER-ID
              WRITE SCRNCASE-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
              END-WRITE
           END-IF

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO SC-CUSTOMER-ID
           MOVE WS-SC-NAME(WS-SC-NAME-IDX) TO SC-LISTED-NAME
           DELETE SCRNCASE-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       MERGE-ONE-SCRNCASE-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-SCRNCASE: a moved case goes back under the
      * duplicate carrying any review recorded on it since; a
      * superseded one goes back as it stood
      *================================================================
       UNMERGE-ONE-SCRNCASE SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE 1 TO RS-DONE(WS-RS-IDX)
           PERFORM READ-RESTORE-IMAGE
           IF WS-MX-FILE-STATUS NOT = "00"
              GO TO UNMERGE-ONE-SCRNCASE-EXIT
           END-IF
           MOVE MX-BEFORE-IMAGE(1:134) TO WS-SCRNCASE-SAVE
           MOVE RS-RECORD-KEY(WS-RS-IDX) TO WS-DL-RECORD-KEY

           IF RS-ACTION(WS-RS-IDX) = "R"
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO SC-CUSTOMER-ID
              MOVE RS-RECORD-KEY(WS-RS-IDX) TO SC-LISTED-NAME
              READ SCRNCASE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SCRNCASE-RECORD TO WS-SCRNCASE-SAVE
                    IF NOT WS-IS-PREVIEW
                       DELETE SCRNCASE-FILE
                          INVALID KEY
                             ADD 1 TO WS-UPDATE-FAIL-COUNT
                       END-DELETE
                    END-IF
              END-READ
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL
           IF WS-IS-PREVIEW
              GO TO UNMERGE-ONE-SCRNCASE-EXIT
           END-IF

           MOVE WS-SCRNCASE-SAVE TO SCRNCASE-RECORD
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO SC-CUSTOMER-ID
           MOVE RS-RECORD-KEY(WS-RS-IDX) TO SC-LISTED-NAME
           WRITE SCRNCASE-RECORD
              INVALID KEY
                 REWRITE SCRNCASE-RECORD
                    INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                 END-REWRITE
           END-WRITE.

       UNMERGE-ONE-SCRNCASE-EXIT.
           EXIT.

      *================================================================
      * PROCESS-ACCTMAST: the duplicate's accounts, found through the
      * customer alternate index, are rewritten in place to the
      * survivor; an unmerge reads each one it moved straight back
      * by account
      *================================================================
       PROCESS-ACCTMAST SECTION.
           MOVE "ACCTMAST" TO WS-DL-FILE

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "ACCTMAST"
                    PERFORM UNMERGE-ONE-ACCOUNT
                 END-IF
              END-PERFORM
              GO TO PROCESS-ACCTMAST-EXIT
           END-IF

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX)
                 PERFORM COLLECT-ACCOUNT-KEYS
                 PERFORM VARYING WS-MOVE-KEY-IDX FROM 1 BY 1
                         UNTIL WS-MOVE-KEY-IDX > WS-MOVE-KEY-COUNT
                    PERFORM MERGE-ONE-ACCOUNT
                 END-PERFORM
              END-IF
           END-PERFORM.

       PROCESS-ACCTMAST-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-ACCOUNT
      *================================================================
       MERGE-ONE-ACCOUNT SECTION.
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:12) TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 GO TO MERGE-ONE-ACCOUNT-EXIT
           END-READ

           MOVE "ACCTMAST" TO WS-XW-FILE-NAME
           MOVE "R" TO WS-XW-ACTION
           MOVE AM-ACCOUNT-ID TO WS-XW-RECORD-KEY
           MOVE ACCTMAST-RECORD TO WS-XW-IMAGE
           PERFORM WRITE-XREF-ENTRY

           ADD 1 TO WS-REPOINTED-COUNT
           MOVE "REPOINT" TO WS-DL-ACTION
           MOVE AM-ACCOUNT-ID TO WS-DL-RECORD-KEY
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO AM-CUSTOMER-ID
           MOVE WS-TODAY TO AM-LAST-CHANGED-DATE
           MOVE PR-APPROVED-BY(WS-PAIR-IDX) TO AM-LAST-CHANGED-BY
           REWRITE ACCTMAST-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "DEDUPAPL: ACCTMAST rewrite failed for "
                    AM-ACCOUNT-ID ", status=" WS-AM-FILE-STATUS
           END-REWRITE.

       MERGE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-ACCOUNT: only an account still owned by the
      * survivor is pointed back
      *================================================================
       UNMERGE-ONE-ACCOUNT SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE RS-RECORD-KEY(WS-RS-IDX)(1:12) TO AM-ACCOUNT-ID
           MOVE AM-ACCOUNT-ID TO WS-DL-RECORD-KEY
           MOVE 1 TO RS-DONE(WS-RS-IDX)

           READ ACCTMAST-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-RESTORED-COUNT
                 MOVE "NOT ON FILE" TO WS-DL-ACTION
                 PERFORM WRITE-RESTORE-DETAIL
                 GO TO UNMERGE-ONE-ACCOUNT-EXIT
           END-READ

           IF AM-CUSTOMER-ID NOT = PR-SURVIVOR-ID(WS-PAIR-IDX)
              ADD 1 TO WS-NOT-RESTORED-COUNT
              MOVE "MOVED SINCE" TO WS-DL-ACTION
              PERFORM WRITE-RESTORE-DETAIL
              GO TO UNMERGE-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "POINT BACK" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL

           IF NOT WS-IS-PREVIEW
              MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO AM-CUSTOMER-ID
              MOVE WS-TODAY TO AM-LAST-CHANGED-DATE
              MOVE PR-APPROVED-BY(WS-PAIR-IDX) TO AM-LAST-CHANGED-BY
              REWRITE ACCTMAST-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "DEDUPAPL: ACCTMAST rewrite failed for "
                       AM-ACCOUNT-ID ", status=" WS-AM-FILE-STATUS
              END-REWRITE
           END-IF.

       UNMERGE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * PROCESS-DUNCASE: as ACCTMAST - a dunning case follows the
      * account it is raised on, found through the customer
      * alternate index and rewritten in place
      *================================================================
       PROCESS-DUNCASE SECTION.
           MOVE "DUNCASE" TO WS-DL-FILE

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "DUNCASE"
                    PERFORM UNMERGE-ONE-DUNNING-CASE
                 END-IF
              END-PERFORM
              GO TO PROCESS-DUNCASE-EXIT
           END-IF

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX)
                 PERFORM COLLECT-DUNNING-KEYS
                 PERFORM VARYING WS-MOVE-KEY-IDX FROM 1 BY 1
                         UNTIL WS-MOVE-KEY-IDX > WS-MOVE-KEY-COUNT
                    PERFORM MERGE-ONE-DUNNING-CASE
                 END-PERFORM
              END-IF
           END-PERFORM.

       PROCESS-DUNCASE-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-DUNNING-CASE
      *================================================================
       MERGE-ONE-DUNNING-CASE SECTION.
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:15) TO DC-KEY
           READ DUNCASE-FILE
              INVALID KEY
                 GO TO MERGE-ONE-DUNNING-CASE-EXIT
           END-READ

           MOVE "DUNCASE" TO WS-XW-FILE-NAME
           MOVE "R" TO WS-XW-ACTION
           MOVE DC-KEY TO WS-XW-RECORD-KEY
           MOVE DUNCASE-RECORD TO WS-XW-IMAGE
           PERFORM WRITE-XREF-ENTRY

           ADD 1 TO WS-REPOINTED-COUNT
           MOVE "REPOINT" TO WS-DL-ACTION
           MOVE DC-KEY TO WS-DL-RECORD-KEY
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-DUNNING-CASE-EXIT
           END-IF

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO DC-CUSTOMER-ID
           REWRITE DUNCASE-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "DEDUPAPL: DUNCASE rewrite failed for "
                    DC-KEY ", status=" WS-DC-FILE-STATUS
           END-REWRITE.

       MERGE-ONE-DUNNING-CASE-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-DUNNING-CASE: only a case still held by the
      * survivor is pointed back; its stage and counts since stand
      *================================================================
       UNMERGE-ONE-DUNNING-CASE SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE RS-RECORD-KEY(WS-RS-IDX)(1:15) TO DC-KEY
           MOVE DC-KEY TO WS-DL-RECORD-KEY
           MOVE 1 TO RS-DONE(WS-RS-IDX)

           READ DUNCASE-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-RESTORED-COUNT
                 MOVE "NOT ON FILE" TO WS-DL-ACTION
                 PERFORM WRITE-RESTORE-DETAIL
                 GO TO UNMERGE-ONE-DUNNING-CASE-EXIT
           END-READ

           IF DC-CUSTOMER-ID NOT = PR-SURVIVOR-ID(WS-PAIR-IDX)
              ADD 1 TO WS-NOT-RESTORED-COUNT
              MOVE "MOVED SINCE" TO WS-DL-ACTION
              PERFORM WRITE-RESTORE-DETAIL
              GO TO UNMERGE-ONE-DUNNING-CASE-EXIT
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "POINT BACK" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL

           IF NOT WS-IS-PREVIEW
              MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO DC-CUSTOMER-ID
              REWRITE DUNCASE-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "DEDUPAPL: DUNCASE rewrite failed for "
                       DC-KEY ", status=" WS-DC-FILE-STATUS
              END-REWRITE
           END-IF.

       UNMERGE-ONE-DUNNING-CASE-EXIT.
           EXIT.

      *================================================================
      * PROCESS-RELPARTY: links naming the duplicate as the party
      * are repointed in place through the party alternate index
      * (cross-referenced as RELPART1, the path they are found by);
      * the duplicate's own links move to the survivor's key under
      * the same party reference - the checks before the merge have
      * made sure the survivor does not already use it. An unmerge
      * puts the owned links back first, so a link between the two
      * kinds is found where it started
      *================================================================
       PROCESS-RELPARTY SECTION.
           IF WS-MODE-IS-UNMERGE
              MOVE "RELPARTY" TO WS-DL-FILE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "RELPARTY"
                    PERFORM UNMERGE-ONE-PARTY-REF
                 END-IF
              END-PERFORM
              MOVE "RELPART1" TO WS-DL-FILE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "RELPART1"
                    PERFORM UNMERGE-ONE-PARTY-LINK
                 END-IF
              END-PERFORM
              GO TO PROCESS-RELPARTY-EXIT
           END-IF

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX)
                 MOVE "RELPART1" TO WS-DL-FILE
                 PERFORM COLLECT-PARTY-LINKS
                 PERFORM VARYING WS-MOVE-KEY-IDX FROM 1 BY 1
                         UNTIL WS-MOVE-KEY-IDX > WS-MOVE-KEY-COUNT
                    PERFORM MERGE-ONE-PARTY-LINK
                 END-PERFORM

                 MOVE "RELPARTY" TO WS-DL-FILE
                 PERFORM COLLECT-PARTY-REFS
                 PERFORM VARYING WS-MOVE-KEY-IDX FROM 1 BY 1
                         UNTIL WS-MOVE-KEY-IDX > WS-MOVE-KEY-COUNT
                    PERFORM MERGE-ONE-PARTY-REF
                 END-PERFORM
              END-IF
           END-PERFORM.

       PROCESS-RELPARTY-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-PARTY-LINK
      *================================================================
       MERGE-ONE-PARTY-LINK SECTION.
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX) TO RP-KEY
           READ RELPARTY-FILE
              INVALID KEY
                 GO TO MERGE-ONE-PARTY-LINK-EXIT
           END-READ

           MOVE "RELPART1" TO WS-XW-FILE-NAME
           MOVE "R" TO WS-XW-ACTION
           MOVE RP-KEY TO WS-XW-RECORD-KEY
           MOVE RELPARTY-RECORD TO WS-XW-IMAGE
           PERFORM WRITE-XREF-ENTRY

           ADD 1 TO WS-REPOINTED-COUNT
           MOVE "REPOINT" TO WS-DL-ACTION
           MOVE RP-KEY TO WS-DL-RECORD-KEY
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-PARTY-LINK-EXIT
           END-IF

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO RP-PARTY-CUSTOMER-ID
           MOVE WS-TODAY TO RP-CHANGED-DATE
           REWRITE RELPARTY-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "DEDUPAPL: RELPARTY rewrite failed for "
                    RP-KEY ", status=" WS-RP-FILE-STATUS
           END-REWRITE.

       MERGE-ONE-PARTY-LINK-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-PARTY-LINK: only a link still naming the
      * survivor is pointed back
      *================================================================
       UNMERGE-ONE-PARTY-LINK SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE RS-RECORD-KEY(WS-RS-IDX)(1:48) TO RP-KEY
           MOVE RP-KEY TO WS-DL-RECORD-KEY
           MOVE 1 TO RS-DONE(WS-RS-IDX)

           READ RELPARTY-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-RESTORED-COUNT
                 MOVE "NOT ON FILE" TO WS-DL-ACTION
                 PERFORM WRITE-RESTORE-DETAIL
                 GO TO UNMERGE-ONE-PARTY-LINK-EXIT
           END-READ

           IF RP-PARTY-CUSTOMER-ID NOT = PR-SURVIVOR-ID(WS-PAIR-IDX)
              ADD 1 TO WS-NOT-RESTORED-COUNT
              MOVE "MOVED SINCE" TO WS-DL-ACTION
              PERFORM WRITE-RESTORE-DETAIL
              GO TO UNMERGE-ONE-PARTY-LINK-EXIT
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "POINT BACK" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL

           IF NOT WS-IS-PREVIEW
              MOVE PR-DUPLICATE-ID(WS-PAIR-IDX)
                 TO RP-PARTY-CUSTOMER-ID
              MOVE WS-TODAY TO RP-CHANGED-DATE
              REWRITE RELPARTY-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
                    DISPLAY "DEDUPAPL: RELPARTY rewrite failed for "
                       RP-KEY ", status=" WS-RP-FILE-STATUS
              END-REWRITE
           END-IF.

       UNMERGE-ONE-PARTY-LINK-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-PARTY-REF
      *================================================================
       MERGE-ONE-PARTY-REF SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO RP-CUSTOMER-ID
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:12) TO RP-PARTY-REF
           READ RELPARTY-FILE
              INVALID KEY
                 GO TO MERGE-ONE-PARTY-REF-EXIT
           END-READ

           MOVE "RELPARTY" TO WS-XW-FILE-NAME
           MOVE "R" TO WS-XW-ACTION
           MOVE RP-PARTY-REF TO WS-XW-RECORD-KEY
           MOVE RELPARTY-RECORD TO WS-XW-IMAGE
           PERFORM WRITE-XREF-ENTRY

           ADD 1 TO WS-REPOINTED-COUNT
           MOVE "REPOINT" TO WS-DL-ACTION
           MOVE RP-PARTY-REF TO WS-DL-RECORD-KEY
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-PARTY-REF-EXIT
           END-IF

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO RP-CUSTOMER-ID
           WRITE RELPARTY-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
                 DISPLAY "DEDUPAPL: RELPARTY write failed for "
                    RP-KEY ", status=" WS-RP-FILE-STATUS
                 GO TO MERGE-ONE-PARTY-REF-EXIT
           END-WRITE

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO RP-CUSTOMER-ID
           DELETE RELPARTY-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       MERGE-ONE-PARTY-REF-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-PARTY-REF: the link goes back under the
      * duplicate carrying any change made to it since
      *================================================================
       UNMERGE-ONE-PARTY-REF SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE 1 TO RS-DONE(WS-RS-IDX)
           PERFORM READ-RESTORE-IMAGE
           IF WS-MX-FILE-STATUS NOT = "00"
              GO TO UNMERGE-ONE-PARTY-REF-EXIT
           END-IF
           MOVE MX-BEFORE-IMAGE(1:180) TO WS-RELPARTY-SAVE
           MOVE RS-RECORD-KEY(WS-RS-IDX) TO WS-DL-RECORD-KEY

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO RP-CUSTOMER-ID
           MOVE RS-RECORD-KEY(WS-RS-IDX)(1:12) TO RP-PARTY-REF
           READ RELPARTY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RELPARTY-RECORD TO WS-RELPARTY-SAVE
                 IF NOT WS-IS-PREVIEW
                    DELETE RELPARTY-FILE
                       INVALID KEY
                          ADD 1 TO WS-UPDATE-FAIL-COUNT
                    END-DELETE
                 END-IF
           END-READ

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL
           IF WS-IS-PREVIEW
              GO TO UNMERGE-ONE-PARTY-REF-EXIT
           END-IF

           MOVE WS-RELPARTY-SAVE TO RELPARTY-RECORD
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO RP-CUSTOMER-ID
           MOVE RS-RECORD-KEY(WS-RS-IDX)(1:12) TO RP-PARTY-REF
           WRITE RELPARTY-RECORD
              INVALID KEY
                 REWRITE RELPARTY-RECORD
                    INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                 END-REWRITE
           END-WRITE.

       UNMERGE-ONE-PARTY-REF-EXIT.
           EXIT.

      *================================================================
      * PROCESS-KYCREV: the duplicate's review schedule moves to the
      * survivor's key unless the survivor already has one, whose
      * schedule then stands
      *================================================================
       PROCESS-KYCREV SECTION.
           MOVE "KYCREV" TO WS-DL-FILE
           MOVE SPACES TO WS-DL-RECORD-KEY

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX) AND WS-MODE-IS-MERGE
                 PERFORM MERGE-ONE-KYCREV
              END-IF
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "KYCREV"
                    PERFORM UNMERGE-ONE-KYCREV
                 END-IF
              END-PERFORM
           END-IF.

       PROCESS-KYCREV-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-KYCREV
      *================================================================
       MERGE-ONE-KYCREV SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO KY-CUSTOMER-ID
           READ KYCREV-FILE
              INVALID KEY
                 GO TO MERGE-ONE-KYCREV-EXIT
           END-READ
           MOVE KYCREV-RECORD TO WS-KYCREV-SAVE

           MOVE "KYCREV" TO WS-XW-FILE-NAME
           MOVE SPACES TO WS-XW-RECORD-KEY
           MOVE KYCREV-RECORD TO WS-XW-IMAGE

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO KY-CUSTOMER-ID
           READ KYCREV-FILE
              INVALID KEY
                 MOVE "R" TO WS-XW-ACTION
              NOT INVALID KEY
                 MOVE "S" TO WS-XW-ACTION
           END-READ

           PERFORM WRITE-XREF-ENTRY
           IF WS-XW-ACTION = "S"
              ADD 1 TO WS-SUPERSEDED-COUNT
              MOVE "SUPERSEDE" TO WS-DL-ACTION
           ELSE
              ADD 1 TO WS-REPOINTED-COUNT
              MOVE "REPOINT" TO WS-DL-ACTION
           END-IF
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-KYCREV-EXIT
           END-IF

           IF WS-XW-ACTION = "R"
              MOVE WS-KYCREV-SAVE TO KYCREV-RECORD
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO KY-CUSTOMER-ID
              WRITE KYCREV-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
              END-WRITE
           END-IF

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO KY-CUSTOMER-ID
           DELETE KYCREV-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       MERGE-ONE-KYCREV-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-KYCREV: a moved schedule goes back under the
      * duplicate carrying any review recorded on it since; a
      * superseded one goes back as it stood
      *================================================================
       UNMERGE-ONE-KYCREV SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE 1 TO RS-DONE(WS-RS-IDX)
           PERFORM READ-RESTORE-IMAGE
           IF WS-MX-FILE-STATUS NOT = "00"
              GO TO UNMERGE-ONE-KYCREV-EXIT
           END-IF
           MOVE MX-BEFORE-IMAGE(1:160) TO WS-KYCREV-SAVE

           IF RS-ACTION(WS-RS-IDX) = "R"
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO KY-CUSTOMER-ID
              READ KYCREV-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE KYCREV-RECORD TO WS-KYCREV-SAVE
                    IF NOT WS-IS-PREVIEW
                       DELETE KYCREV-FILE
                          INVALID KEY
                             ADD 1 TO WS-UPDATE-FAIL-COUNT
                       END-DELETE
                    END-IF
              END-READ
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL
           IF WS-IS-PREVIEW
              GO TO UNMERGE-ONE-KYCREV-EXIT
           END-IF

           MOVE WS-KYCREV-SAVE TO KYCREV-RECORD
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO KY-CUSTOMER-ID
           WRITE KYCREV-RECORD
              INVALID KEY
                 REWRITE KYCREV-RECORD
                    INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                 END-REWRITE
           END-WRITE.

       UNMERGE-ONE-KYCREV-EXIT.
           EXIT.

      *================================================================
      * PROCESS-CUSTLIM: as KYCREV - the survivor's own limits win;
      * CUSTLMLD overwrites both on its next load
      *================================================================
       PROCESS-CUSTLIM SECTION.
           MOVE "CUSTLIM" TO WS-DL-FILE
           MOVE SPACES TO WS-DL-RECORD-KEY

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX) AND WS-MODE-IS-MERGE
                 PERFORM MERGE-ONE-CUSTLIM
              END-IF
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "CUSTLIM"
                    PERFORM UNMERGE-ONE-CUSTLIM
                 END-IF
              END-PERFORM
           END-IF.

       PROCESS-CUSTLIM-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-CUSTLIM
      *================================================================
       MERGE-ONE-CUSTLIM SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CL-CUSTOMER-ID
           READ CUSTLIM-FILE
              INVALID KEY
                 GO TO MERGE-ONE-CUSTLIM-EXIT
           END-READ
           MOVE CUSTLIM-RECORD TO WS-CUSTLIM-SAVE

           MOVE "CUSTLIM" TO WS-XW-FILE-NAME
           MOVE SPACES TO WS-XW-RECORD-KEY
           MOVE CUSTLIM-RECORD TO WS-XW-IMAGE

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO CL-CUSTOMER-ID
           READ CUSTLIM-FILE
              INVALID KEY
                 MOVE "R" TO WS-XW-ACTION
              NOT INVALID KEY
                 MOVE "S" TO WS-XW-ACTION
           END-READ

           PERFORM WRITE-XREF-ENTRY
           IF WS-XW-ACTION = "S"
              ADD 1 TO WS-SUPERSEDED-COUNT
              MOVE "SUPERSEDE" TO WS-DL-ACTION
           ELSE
              ADD 1 TO WS-REPOINTED-COUNT
              MOVE "REPOINT" TO WS-DL-ACTION
           END-IF
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-CUSTLIM-EXIT
           END-IF

           IF WS-XW-ACTION = "R"
              MOVE WS-CUSTLIM-SAVE TO CUSTLIM-RECORD
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO CL-CUSTOMER-ID
              WRITE CUSTLIM-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
              END-WRITE
           END-IF

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CL-CUSTOMER-ID
           DELETE CUSTLIM-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       MERGE-ONE-CUSTLIM-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-CUSTLIM: as UNMERGE-ONE-KYCREV
      *================================================================
       UNMERGE-ONE-CUSTLIM SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE 1 TO RS-DONE(WS-RS-IDX)
           PERFORM READ-RESTORE-IMAGE
           IF WS-MX-FILE-STATUS NOT = "00"
              GO TO UNMERGE-ONE-CUSTLIM-EXIT
           END-IF
           MOVE MX-BEFORE-IMAGE(1:80) TO WS-CUSTLIM-SAVE

           IF RS-ACTION(WS-RS-IDX) = "R"
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO CL-CUSTOMER-ID
              READ CUSTLIM-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUSTLIM-RECORD TO WS-CUSTLIM-SAVE
                    IF NOT WS-IS-PREVIEW
                       DELETE CUSTLIM-FILE
                          INVALID KEY
                             ADD 1 TO WS-UPDATE-FAIL-COUNT
                       END-DELETE
                    END-IF
              END-READ
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL
           IF WS-IS-PREVIEW
              GO TO UNMERGE-ONE-CUSTLIM-EXIT
           END-IF

           MOVE WS-CUSTLIM-SAVE TO CUSTLIM-RECORD
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CL-CUSTOMER-ID
           WRITE CUSTLIM-RECORD
              INVALID KEY
                 REWRITE CUSTLIM-RECORD
                    INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                 END-REWRITE
           END-WRITE.

       UNMERGE-ONE-CUSTLIM-EXIT.
           EXIT.

      *================================================================
      * PROCESS-TAXRES: each of the duplicate's residencies moves
      * to the survivor under the same country unless the survivor
      * already holds one there - the checks before the merge have
      * refused any pair whose TINs for a country disagree
      *================================================================
       PROCESS-TAXRES SECTION.
           MOVE "TAXRES" TO WS-DL-FILE

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX) AND WS-MODE-IS-MERGE
                 PERFORM COLLECT-RESIDENCY-KEYS
                 PERFORM VARYING WS-MOVE-KEY-IDX FROM 1 BY 1
                         UNTIL WS-MOVE-KEY-IDX > WS-MOVE-KEY-COUNT
                    PERFORM MERGE-ONE-TAXRES
                 END-PERFORM
              END-IF
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "TAXRES"
                    PERFORM UNMERGE-ONE-TAXRES
                 END-IF
              END-PERFORM
           END-IF.

       PROCESS-TAXRES-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-TAXRES
      *================================================================
       MERGE-ONE-TAXRES SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:2) TO TR-COUNTRY
           READ TAXRES-FILE
              INVALID KEY
                 GO TO MERGE-ONE-TAXRES-EXIT
           END-READ
           MOVE TAXRES-RECORD TO WS-TAXRES-SAVE

           MOVE "TAXRES" TO WS-XW-FILE-NAME
           MOVE TR-COUNTRY TO WS-XW-RECORD-KEY
           MOVE TAXRES-RECORD TO WS-XW-IMAGE
           MOVE TR-COUNTRY TO WS-DL-RECORD-KEY

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
           READ TAXRES-FILE
              INVALID KEY
                 MOVE "R" TO WS-XW-ACTION
              NOT INVALID KEY
                 MOVE "S" TO WS-XW-ACTION
           END-READ

           PERFORM WRITE-XREF-ENTRY
           IF WS-XW-ACTION = "S"
              ADD 1 TO WS-SUPERSEDED-COUNT
              MOVE "SUPERSEDE" TO WS-DL-ACTION
           ELSE
              ADD 1 TO WS-REPOINTED-COUNT
              MOVE "REPOINT" TO WS-DL-ACTION
           END-IF
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-TAXRES-EXIT
           END-IF

           IF WS-XW-ACTION = "R"
              MOVE WS-TAXRES-SAVE TO TAXRES-RECORD
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
              WRITE TAXRES-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
              END-WRITE
           END-IF

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:2) TO TR-COUNTRY
           DELETE TAXRES-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       MERGE-ONE-TAXRES-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-TAXRES: a moved residency goes back under the
      * duplicate carrying any change made to it since; a
      * superseded one goes back as it stood
      *================================================================
       UNMERGE-ONE-TAXRES SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE 1 TO RS-DONE(WS-RS-IDX)
           PERFORM READ-RESTORE-IMAGE
           IF WS-MX-FILE-STATUS NOT = "00"
              GO TO UNMERGE-ONE-TAXRES-EXIT
           END-IF
           MOVE MX-BEFORE-IMAGE(1:120) TO WS-TAXRES-SAVE
           MOVE RS-RECORD-KEY(WS-RS-IDX) TO WS-DL-RECORD-KEY

           IF RS-ACTION(WS-RS-IDX) = "R"
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
              MOVE RS-RECORD-KEY(WS-RS-IDX)(1:2) TO TR-COUNTRY
              READ TAXRES-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TAXRES-RECORD TO WS-TAXRES-SAVE
                    IF NOT WS-IS-PREVIEW
                       DELETE TAXRES-FILE
                          INVALID KEY
                             ADD 1 TO WS-UPDATE-FAIL-COUNT
                       END-DELETE
                    END-IF
              END-READ
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL
           IF WS-IS-PREVIEW
              GO TO UNMERGE-ONE-TAXRES-EXIT
           END-IF

           MOVE WS-TAXRES-SAVE TO TAXRES-RECORD
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO TR-CUSTOMER-ID
           MOVE RS-RECORD-KEY(WS-RS-IDX)(1:2) TO TR-COUNTRY
           WRITE TAXRES-RECORD
              INVALID KEY
                 REWRITE TAXRES-RECORD
                    INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                 END-REWRITE
           END-WRITE.

       UNMERGE-ONE-TAXRES-EXIT.
           EXIT.

      *================================================================
      * PROCESS-CONTVRFY: each channel's verification moves to the
      * survivor unless the survivor has its own on that channel
      *================================================================
       PROCESS-CONTVRFY SECTION.
           MOVE "CONTVRFY" TO WS-DL-FILE

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX) AND WS-MODE-IS-MERGE
                 PERFORM COLLECT-CONTACT-KEYS
                 PERFORM VARYING WS-MOVE-KEY-IDX FROM 1 BY 1
                         UNTIL WS-MOVE-KEY-IDX > WS-MOVE-KEY-COUNT
                    PERFORM MERGE-ONE-CONTVRFY
                 END-PERFORM
              END-IF
           END-PERFORM

           IF WS-MODE-IS-UNMERGE
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                      UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                 IF RS-FILE-NAME(WS-RS-IDX) = "CONTVRFY"
                    PERFORM UNMERGE-ONE-CONTVRFY
                 END-IF
              END-PERFORM
           END-IF.

       PROCESS-CONTVRFY-EXIT.
           EXIT.

      *================================================================
      * MERGE-ONE-CONTVRFY
      *================================================================
       MERGE-ONE-CONTVRFY SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CV-CUSTOMER-ID
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:1) TO CV-CHANNEL
           READ CONTVRFY-FILE
              INVALID KEY
                 GO TO MERGE-ONE-CONTVRFY-EXIT
           END-READ
           MOVE CONTVRFY-RECORD TO WS-CONTVRFY-SAVE

           MOVE "CONTVRFY" TO WS-XW-FILE-NAME
           MOVE CV-CHANNEL TO WS-XW-RECORD-KEY
           MOVE CONTVRFY-RECORD TO WS-XW-IMAGE
           MOVE CV-CHANNEL TO WS-DL-RECORD-KEY

           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO CV-CUSTOMER-ID
           READ CONTVRFY-FILE
              INVALID KEY
                 MOVE "R" TO WS-XW-ACTION
              NOT INVALID KEY
                 MOVE "S" TO WS-XW-ACTION
           END-READ

           PERFORM WRITE-XREF-ENTRY
           IF WS-XW-ACTION = "S"
              ADD 1 TO WS-SUPERSEDED-COUNT
              MOVE "SUPERSEDE" TO WS-DL-ACTION
           ELSE
              ADD 1 TO WS-REPOINTED-COUNT
              MOVE "REPOINT" TO WS-DL-ACTION
           END-IF
           PERFORM WRITE-MERGE-DETAIL

           IF WS-IS-PREVIEW
              GO TO MERGE-ONE-CONTVRFY-EXIT
           END-IF

           IF WS-XW-ACTION = "R"
              MOVE WS-CONTVRFY-SAVE TO CONTVRFY-RECORD
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO CV-CUSTOMER-ID
              WRITE CONTVRFY-RECORD
                 INVALID KEY
                    ADD 1 TO WS-UPDATE-FAIL-COUNT
              END-WRITE
           END-IF

           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CV-CUSTOMER-ID
           MOVE WS-MOVE-KEY(WS-MOVE-KEY-IDX)(1:1) TO CV-CHANNEL
           DELETE CONTVRFY-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       MERGE-ONE-CONTVRFY-EXIT.
           EXIT.

      *================================================================
      * UNMERGE-ONE-CONTVRFY: as UNMERGE-ONE-TAXRES, per channel
      *================================================================
       UNMERGE-ONE-CONTVRFY SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE 1 TO RS-DONE(WS-RS-IDX)
           PERFORM READ-RESTORE-IMAGE
           IF WS-MX-FILE-STATUS NOT = "00"
              GO TO UNMERGE-ONE-CONTVRFY-EXIT
           END-IF
           MOVE MX-BEFORE-IMAGE(1:240) TO WS-CONTVRFY-SAVE
           MOVE RS-RECORD-KEY(WS-RS-IDX) TO WS-DL-RECORD-KEY

           IF RS-ACTION(WS-RS-IDX) = "R"
              MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO CV-CUSTOMER-ID
              MOVE RS-RECORD-KEY(WS-RS-IDX)(1:1) TO CV-CHANNEL
              READ CONTVRFY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CONTVRFY-RECORD TO WS-CONTVRFY-SAVE
                    IF NOT WS-IS-PREVIEW
                       DELETE CONTVRFY-FILE
                          INVALID KEY
                             ADD 1 TO WS-UPDATE-FAIL-COUNT
                       END-DELETE
                    END-IF
              END-READ
           END-IF

           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM WRITE-RESTORE-DETAIL
           IF WS-IS-PREVIEW
              GO TO UNMERGE-ONE-CONTVRFY-EXIT
           END-IF

           MOVE WS-CONTVRFY-SAVE TO CONTVRFY-RECORD
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO CV-CUSTOMER-ID
           MOVE RS-RECORD-KEY(WS-RS-IDX)(1:1) TO CV-CHANNEL
           WRITE CONTVRFY-RECORD
              INVALID KEY
                 REWRITE CONTVRFY-RECORD
                    INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                 END-REWRITE
           END-WRITE.

       UNMERGE-ONE-CONTVRFY-EXIT.
           EXIT.

      *================================================================
      * FIND-PAIR-BY-DUPLICATE: the staged pair whose duplicate is
      * WS-LOOKUP-ID, into WS-PAIR-IDX
      *================================================================
       FIND-PAIR-BY-DUPLICATE SECTION.
           MOVE 0 TO WS-PAIR-FOUND
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                      OR WS-PAIR-FOUND = 1
              IF PR-DUPLICATE-ID(WS-PAIR-IDX) = WS-LOOKUP-ID
                 AND PR-IS-STAGED(WS-PAIR-IDX)
                 MOVE 1 TO WS-PAIR-FOUND
              END-IF
           END-PERFORM
           IF WS-PAIR-FOUND = 1
              SUBTRACT 1 FROM WS-PAIR-IDX
           END-IF.

       FIND-PAIR-BY-DUPLICATE-EXIT.
           EXIT.

      *================================================================
      * FIND-RESTORE-FOR-SURVIVOR: for an unmerge, the outstanding
      * repointed entry for a record now held by WS-LOOKUP-ID, in file
      * WS-XW-FILE-NAME, with record key WS-XW-RECORD-KEY. Sets
      * WS-RS-IDX and WS-PAIR-IDX and marks the entry done
      *================================================================
       FIND-RESTORE-FOR-SURVIVOR SECTION.
           MOVE 0 TO WS-RESTORE-FOUND
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RESTORE-COUNT
                      OR WS-RESTORE-FOUND = 1
              IF RS-DONE(WS-RS-IDX) = 0
                 AND RS-ACTION(WS-RS-IDX) = "R"
                 AND RS-FILE-NAME(WS-RS-IDX) = WS-XW-FILE-NAME
                 AND RS-RECORD-KEY(WS-RS-IDX) = WS-XW-RECORD-KEY
                 AND PR-SURVIVOR-ID(RS-PAIR-IDX(WS-RS-IDX))
                     = WS-LOOKUP-ID
                 MOVE 1 TO WS-RESTORE-FOUND
              END-IF
           END-PERFORM
           IF WS-RESTORE-FOUND = 1
              SUBTRACT 1 FROM WS-RS-IDX
              MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
              MOVE 1 TO RS-DONE(WS-RS-IDX)
           END-IF.

       FIND-RESTORE-FOR-SURVIVOR-EXIT.
           EXIT.

      *================================================================
      * READ-RESTORE-IMAGE: the cross-reference entry behind restore
      * entry WS-RS-IDX, with the before-image it saved
      *================================================================
       READ-RESTORE-IMAGE SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO MX-DUPLICATE-ID
           MOVE RS-SEQUENCE(WS-RS-IDX) TO MX-SEQUENCE
           READ MERGEXRF-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-RESTORED-COUNT
                 DISPLAY "DEDUPAPL: cross-reference entry "
                    MX-DUPLICATE-ID "/" MX-SEQUENCE " unreadable"
           END-READ.

       READ-RESTORE-IMAGE-EXIT.
           EXIT.

      *================================================================
      * WRITE-XREF-ENTRY: the record as it stood, against pair
      * WS-PAIR-IDX, before the merge changes it. A preview writes
      * nothing
      *================================================================
       WRITE-XREF-ENTRY SECTION.
           IF WS-IS-PREVIEW
              GO TO WRITE-XREF-ENTRY-EXIT
           END-IF

           MOVE SPACES TO MERGEXRF-RECORD
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO MX-DUPLICATE-ID
           MOVE PR-NEXT-SEQUENCE(WS-PAIR-IDX) TO MX-SEQUENCE
           ADD 1 TO PR-NEXT-SEQUENCE(WS-PAIR-IDX)
           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO MX-SURVIVOR-ID
           MOVE PR-MATCH-TYPE(WS-PAIR-IDX) TO MX-MATCH-TYPE
           MOVE WS-XW-FILE-NAME TO MX-FILE-NAME
           MOVE WS-XW-ACTION TO MX-ACTION
           MOVE "M" TO MX-STATUS
           MOVE WS-TODAY TO MX-MERGE-DATE
           MOVE 0 TO MX-UNMERGE-DATE
           MOVE PR-APPROVED-BY(WS-PAIR-IDX) TO MX-APPROVED-BY
           MOVE WS-XW-RECORD-KEY TO MX-RECORD-KEY
           MOVE WS-XW-IMAGE TO MX-BEFORE-IMAGE

           WRITE MERGEXRF-RECORD
              INVALID KEY
                 ADD 1 TO WS-XREF-FAIL-COUNT
                 DISPLAY "DEDUPAPL: cross-reference not written for "
                    MX-DUPLICATE-ID " " MX-FILE-NAME
                    ", status=" WS-MX-FILE-STATUS
           END-WRITE.

       WRITE-XREF-ENTRY-EXIT.
           EXIT.

      *================================================================
      * MARK-ENTRIES-UNMERGED: every entry an unmerge has consumed
      * is closed off, so the pair can be merged afresh later
      *================================================================
       MARK-ENTRIES-UNMERGED SECTION.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RESTORE-COUNT
              MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
              MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO MX-DUPLICATE-ID
              MOVE RS-SEQUENCE(WS-RS-IDX) TO MX-SEQUENCE
              READ MERGEXRF-FILE
                 INVALID KEY
                    ADD 1 TO WS-XREF-FAIL-COUNT
                 NOT INVALID KEY
                    MOVE "U" TO MX-STATUS
                    MOVE WS-TODAY TO MX-UNMERGE-DATE
                    REWRITE MERGEXRF-RECORD
                       INVALID KEY
                          ADD 1 TO WS-XREF-FAIL-COUNT
                    END-REWRITE
              END-READ
           END-PERFORM.

       MARK-ENTRIES-UNMERGED-EXIT.
           EXIT.

      *================================================================
      * RECORD-PAIR-HISTORY: both sides of every applied pair go on
      * the customer history
      *================================================================
       RECORD-PAIR-HISTORY SECTION.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF PR-IS-STAGED(WS-PAIR-IDX)
                 MOVE PR-DUPLICATE-ID(WS-PAIR-IDX)
                    TO WS-CH-CUSTOMER-ID
                 MOVE "MERGED-INTO" TO WS-CH-FIELD-NAME
                 MOVE SPACES TO WS-CH-OLD-VALUE
                 MOVE SPACES TO WS-CH-NEW-VALUE
                 IF WS-MODE-IS-MERGE
                    MOVE PR-SURVIVOR-ID(WS-PAIR-IDX)
                       TO WS-CH-NEW-VALUE
                 ELSE
                    MOVE PR-SURVIVOR-ID(WS-PAIR-IDX)
                       TO WS-CH-OLD-VALUE
                 END-IF
                 PERFORM RECORD-ONE-CHANGE

                 MOVE PR-SURVIVOR-ID(WS-PAIR-IDX)
                    TO WS-CH-CUSTOMER-ID
                 MOVE "MERGED-FROM" TO WS-CH-FIELD-NAME
                 MOVE SPACES TO WS-CH-OLD-VALUE
                 MOVE SPACES TO WS-CH-NEW-VALUE
                 IF WS-MODE-IS-MERGE
                    MOVE PR-DUPLICATE-ID(WS-PAIR-IDX)
                       TO WS-CH-NEW-VALUE
                 ELSE
                    MOVE PR-DUPLICATE-ID(WS-PAIR-IDX)
                       TO WS-CH-OLD-VALUE
                 END-IF
                 PERFORM RECORD-ONE-CHANGE
              END-IF
           END-PERFORM.

       RECORD-PAIR-HISTORY-EXIT.
           EXIT.

      *================================================================
      * RECORD-ONE-CHANGE: through the shared history writer; an
      * outage is reported once, never allowed to stop the run
      *================================================================
       RECORD-ONE-CHANGE SECTION.
           CALL "CUST-HIST-WRITE" USING WS-CH-CUSTOMER-ID
               WS-CH-FIELD-NAME WS-CH-OLD-VALUE WS-CH-NEW-VALUE
               WS-CH-SOURCE WS-CH-RESULT WS-CH-ERROR-MSG

           IF WS-CH-RESULT NOT = 1 AND WS-CH-FAIL-SHOWN = 0
              MOVE 1 TO WS-CH-FAIL-SHOWN
              DISPLAY "DEDUPAPL: history not recorded - "
                 WS-CH-ERROR-MSG
           END-IF.

       RECORD-ONE-CHANGE-EXIT.
           EXIT.

      *================================================================
      * WRITE-MERGE-DETAIL: one report line for a record a merge
      * touches (WS-DL-ACTION, WS-DL-FILE, WS-DL-RECORD-KEY set)
      *================================================================
       WRITE-MERGE-DETAIL SECTION.
           MOVE PR-DUPLICATE-ID(WS-PAIR-IDX) TO WS-DL-DUPLICATE-ID
           MOVE PR-SURVIVOR-ID(WS-PAIR-IDX) TO WS-DL-SURVIVOR-ID
           WRITE MERGRPT-RECORD FROM WS-DETAIL-LINE.

       WRITE-MERGE-DETAIL-EXIT.
           EXIT.

      *================================================================
      * WRITE-RESTORE-DETAIL: the same for an unmerge, from restore
      * entry WS-RS-IDX
      *================================================================
       WRITE-RESTORE-DETAIL SECTION.
           MOVE RS-PAIR-IDX(WS-RS-IDX) TO WS-PAIR-IDX
           PERFORM WRITE-MERGE-DETAIL.

       WRITE-RESTORE-DETAIL-EXIT.
           EXIT.

      *================================================================
      * WRITE-INPUT-REJECT: refuse the MERGEIN line in hand
      *================================================================
       WRITE-INPUT-REJECT SECTION.
           MOVE MERGEIN-RECORD TO MJ-PAIR
           MOVE WS-REJECT-REASON TO MJ-REJECT-REASON
           WRITE MERGREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-INPUT-REJECT-EXIT.
           EXIT.

      *================================================================
      * REFUSE-STAGED-PAIR: refuse staged pair WS-PAIR-IDX before
      * anything is applied for it
      *================================================================
       REFUSE-STAGED-PAIR SECTION.
           MOVE "X" TO PR-STATE(WS-PAIR-IDX)
           MOVE PR-PAIR-LINE(WS-PAIR-IDX) TO MJ-PAIR
           MOVE WS-REJECT-REASON TO MJ-REJECT-REASON
           WRITE MERGREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       REFUSE-STAGED-PAIR-EXIT.
           EXIT.

      *================================================================
      * WRITE-RUN-TOTALS
      *================================================================
       WRITE-RUN-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE MERGRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAIRS READ" TO WS-RPT-LABEL
           MOVE WS-PAIRS-READ TO WS-RPT-COUNT
           WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "PAIRS NOT APPROVED" TO WS-RPT-LABEL
           MOVE WS-NOT-APPROVED-COUNT TO WS-RPT-COUNT
           WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "REPEATED PAIRS" TO WS-RPT-LABEL
           MOVE WS-REPEAT-PAIR-COUNT TO WS-RPT-COUNT
           WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "PAIRS REFUSED" TO WS-RPT-LABEL
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT
           WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "PAIRS APPLIED" TO WS-RPT-LABEL
           MOVE WS-PAIRS-APPLIED TO WS-RPT-COUNT
           WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           IF WS-MODE-IS-MERGE
              MOVE "MASTER RECORDS RETIRED" TO WS-RPT-LABEL
              MOVE WS-MASTER-RETIRED TO WS-RPT-COUNT
              WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "DEPENDENT RECORDS REPOINTED" TO WS-RPT-LABEL
              MOVE WS-REPOINTED-COUNT TO WS-RPT-COUNT
              WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "DEPENDENT RECORDS SUPERSEDED" TO WS-RPT-LABEL
              MOVE WS-SUPERSEDED-COUNT TO WS-RPT-COUNT
              WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE
           ELSE
              MOVE "MASTER RECORDS REINSTATED" TO WS-RPT-LABEL
              MOVE WS-MASTER-RESTORED TO WS-RPT-COUNT
              WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "DEPENDENT RECORDS RESTORED" TO WS-RPT-LABEL
              MOVE WS-RESTORED-COUNT TO WS-RPT-COUNT
              WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "RECORDS NOT RESTORED" TO WS-RPT-LABEL
              MOVE WS-NOT-RESTORED-COUNT TO WS-RPT-COUNT
              WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE
           END-IF

           MOVE "CROSS-REFERENCE FAILURES" TO WS-RPT-LABEL
           MOVE WS-XREF-FAIL-COUNT TO WS-RPT-COUNT
           WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "UPDATE FAILURES" TO WS-RPT-LABEL
           MOVE WS-UPDATE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE MERGRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: refused pairs, with malformed IDs in
      * the UUID bucket
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME
                WS-PAIRS-READ WS-REJECT-COUNT
                ZERO ZERO WS-UUID-REJECT-COUNT ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "DEDUPAPL: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE MERGEIN-FILE
           CLOSE MERGEXRF-FILE
           CLOSE MANDATE-FILE
           CLOSE HSEHOLD-FILE
           CLOSE VALSTAT-FILE
           CLOSE SCRNCASE-FILE
           CLOSE ACCTMAST-FILE
           CLOSE DUNCASE-FILE
           CLOSE RELPARTY-FILE
           CLOSE KYCREV-FILE
           CLOSE CUSTLIM-FILE
           CLOSE TAXRES-FILE
           CLOSE CONTVRFY-FILE
           CLOSE MERGRPT-FILE
           CLOSE MERGREJ-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM DEDUPAPL.
