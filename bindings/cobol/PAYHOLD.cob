      * default 250000).
      *
      * Instructions under the threshold pass straight through to
      * PAYRELSD in the unchanged 332-byte PAYGOOD layout, ready for
      * PAYFMT. Instructions at or over it are parked on the
      * PAYPEND KSDS with their base-currency value and held date,
      * awaiting a second operator's decision on the PAYAPPRV CICS
      * rejected entries are removed and listed. An instruction
      * that cannot be converted (no valid rate) cannot be proven
      * under the threshold and is parked too, never waved through.
      *
      * Every instruction is also screened before release: the
      * beneficiary name is folded through NORMALIZE-NAME and held
      * against the WATCHLST entries with the same exact-key and
      * two-edit matching SANCSCRN uses for customers, after the
      * feed's own controls have been proven through FEED-CHECK
      * (FEEDCHK DD pointed at the same WATCHLST dataset). A hit
      * opens a case on the SCRNCASE KSDS - keyed "PAYMENT " and
      * the payment ID, with the listed name, as TXNMON keys its
      * payment alerts - and parks the instruction on PAYPEND with
      * status S, whatever its amount; PAYAPPRV will not approve
      * it. A hit whose case was already dispositioned FALSE
      * POSITIVE is suppressed, unless the list entry has moved
      * past the date the reviewer saw, exactly as SANCSCRN does.
      * The sweep then follows compliance's word on SCRNDISP: once
      * every screening case on the payment is a false positive it
      * is released - or, if it is over the threshold or could not
      * be converted, turned into an ordinary approval hold (P);
      * a confirmed case blocks it, and it is removed and listed.
      * Until then it stays held, so nothing on a screening hold
      * reaches PAYFMT or the PAYXML file.
      *
      * An instruction PAYVALD has marked as taking its ordering
      * customer over a daily or rolling payment limit (or as not
      * measurable against one) is parked for approval whatever its
      * amount, and its ordering customer and debit account travel
      * with it on PAYPEND so the approving operator can see whose
      * money it is.
      *
      * So is one PAYVALD has marked C: its ordering customer's
      * email or phone was changed and the one-time code sent to
      * prove the new contact has not yet been confirmed. It is
      * listed apart on PAYHRPT, so the desk knows to call the
      * customer back on the details held before the change
      * before approving it.
      *
      * Nothing is released without the money to pay it. Every
      * instruction about to reach PAYRELSD - passed through,
      * approved off the queue or cleared by compliance - is first
      * held against its debit account's available balance: the
      * account's position on last night's BALANCES, plus the
      * overdraft ACCTLIM authorizes (see ACCTLMLD), less what this
      * job has already released against the account today, which
      * is kept on the ACCTLIM record itself so the intraday runs
      * add up. A payment in another currency than the account's
      * is taken at its base-currency value and brought back into
      * the account's currency at the newest valid EXCHRATE rate.
      * One the account cannot cover waits on the PAYFUND retry
      * KSDS, already approved and screened, and is tried again
      * first thing in every later run the same day. Once the
      * funds cut-off is reached (PARMMSTR entry FUNDS-CUTOFF,
      * HHMM, default 1600) or its day has gone, it is rejected
      * instead, onto PAYFREJ in the PAYREJ layout with catalog
      * code FND001 - or FND002 where no rate could bring it into
      * the account's currency. An instruction with no debit IBAN,
      * or on an account ACCTLIM does not know, is released as
      * before and counted apart on PAYHRPT.
      *
      * What went out on PAYRELSD is registered as the day's handoff
      * once the file is closed (HANDOFF-REGISTER, see
      * PROVEN-HANDOFF.cob, with the HANDOFF DD pointed at the same
      * PAYRELSD dataset): the instruction count and, per currency,
      * the count and amount hash total, which PAYFMT and DOMFMT
      * must read back exactly before they build a file. A
      * registration that fails sets COND code 8.
      *
      * Every disposition is entered on the PAYEVNT payment event
      * log (PAY-EVENT-WRITE, see PROVEN-PAY-EVENT.cob): HELD with
      * the queue status when an instruction is parked on PAYPEND,
      * RELEASED - carrying the approving operator where the desk
      * approved it - when it reaches PAYRELSD, BLOCKED on a
      * confirmed screening case, FUNDWAIT when it is parked on
      * PAYFUND and FUNDREJ with its catalog code at the cut-off.
      * The desk's own APPROVED and DECLINED events are PAYAPPRV's.
      *
      * An account the DUNNING collections ladder has reached its
      * block-debits stage on carries a debit block on its ACCTLIM
      * record. Whatever its balance, nothing is released from it:
      * an instruction on a blocked account - passed through,
      * approved, cleared by compliance or waiting on PAYFUND - is
      * rejected onto PAYFREJ at once with catalog code FND003, and
      * counted apart on PAYHRPT. The block is lifted by DUNNING, or
      * by RECVIN when a credit clears the debt.
      *
      * Last night's positions are loaded onto the POSNWRK work
      * cluster, keyed by account, rather than held in storage, so
      * every limited account's balance is there however many the
      * bank carries. A position that cannot be written stops the
      * step with COND code 8 before any instruction is looked at -
      * an account whose balance is missing would look short and
      * have its payments held or rejected on a false figure.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT WATCHLST-FILE ASSIGN TO "WATCHLST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WL-FILE-STATUS.

           SELECT SCRNCASE-FILE ASSIGN TO "SCRNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT ACCTLIM-FILE ASSIGN TO "ACCTLIM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-DEBIT-IBAN
              ALTERNATE RECORD KEY IS AL-ACCOUNT-ID
              FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT BALANCES-FILE ASSIGN TO "BALANCES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT PAYFUND-FILE ASSIGN TO "PAYFUND"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-PAYMENT-ID
              FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT PAYFREJ-FILE ASSIGN TO "PAYFREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FJ-FILE-STATUS.

           SELECT POSNWRK-FILE ASSIGN TO "POSNWRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PW-ACCOUNT-ID
              FILE STATUS IS WS-PW-FILE-STATUS.

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
              88 PY-IS-LIMIT-HELD       VALUE "D" "R" "U".
              88 PY-IS-CONTACT-HELD     VALUE "C".

      * Exchange-rate KSDS as FXRATELD lays it down (see
      * EXCHANGE-RATE-RECORD in SAFECURR.cpy)

      * Pending-release KSDS the PAYAPPRV CICS screen works - one
      * held instruction per payment ID awaiting a second
      * operator's decision, or compliance's word on a screening
      * case (status S) before it can go any further
       FD  PAYPEND-FILE
           RECORD CONTAINS 374 CHARACTERS.
       01  PAYPEND-RECORD.
           05 PP-PAYMENT-ID             PIC X(12).
           05 PP-BENEF-IBAN             PIC X(34).
              88 PP-IS-PENDING          VALUE "P".
              88 PP-IS-APPROVED         VALUE "A".
              88 PP-IS-REJECTED         VALUE "R".
              88 PP-IS-SCREEN-HELD      VALUE "S".
           05 PP-DECIDED-BY             PIC X(8).
           05 PP-DECIDED-DATE           PIC 9(8).
           05 PP-APPROVAL-NEEDED        PIC X(1).
              88 PP-NEEDS-APPROVAL      VALUE "Y".
           05 PP-BENEF-NAME             PIC X(70).
           05 PP-BENEF-ADDR-LINE        PIC X(70).
           05 PP-BENEF-TOWN             PIC X(35).
           05 PP-BENEF-COUNTRY          PIC X(2).
           05 PP-ORDER-CUSTOMER-ID      PIC X(36).
           05 PP-DEBIT-IBAN             PIC X(34).
           05 PP-LIMIT-HOLD             PIC X(1).

      * Instructions eligible for the outbound file, unchanged
      * 332-byte layout - this is what PAYFMT's JCL points its
      * PAYGOOD DD at
       FD  PAYRELSD-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYRELSD-RECORD              PIC X(332).

       FD  PAYHRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PAYHRPT-RECORD               PIC X(132).

      * One watch-list name or alias per line (see WATCHLST-RECORD
      * in SANCSCRN.cob)
       FD  WATCHLST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WATCHLST-RECORD.
           05 WL-LISTED-NAME            PIC X(60).
           05 WL-LIST-SOURCE            PIC X(12).
           05 WL-LIST-DATE              PIC 9(8).

      * Screening case KSDS shared with SANCSCRN and TXNMON (see
      * SCRNCASE-RECORD in SANCSCRN.cob)
       FD  SCRNCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  SCRNCASE-RECORD.
           05 SC-KEY.
              10 SC-CUSTOMER-ID         PIC X(36).
              10 SC-LISTED-NAME         PIC X(60).
           05 SC-STATUS                 PIC X(1).
              88 SC-IS-OPEN             VALUE "O".
              88 SC-IS-FALSE-POSITIVE   VALUE "F".
              88 SC-IS-CONFIRMED        VALUE "C".
           05 SC-REVIEWED-BY            PIC X(8).
           05 SC-REVIEWED-TS            PIC X(21).
           05 SC-LIST-DATE-SEEN         PIC 9(8).

      * Account overdraft limits and today's released total (see
      * ACCTLIM-RECORD in ACCTLMLD.cob)
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

      * Last night's account positions (see BALANCES-RECORD in
      * POSLEDGR.cob)
       FD  BALANCES-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  BALANCES-RECORD.
           05 BL-ACCOUNT-ID             PIC X(12).
           05 BL-CURRENCY               PIC X(3).
           05 BL-POSITION-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

      * Funds-retry KSDS - released instructions the debit account
      * could not cover, in the 332-byte PAYGOOD shape, waiting for
      * the money or the cut-off
       FD  PAYFUND-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  PAYFUND-RECORD.
           05 PF-INSTRUCTION.
              10 PF-PAYMENT-ID          PIC X(12).
              10 FILLER                 PIC X(320).
           05 PF-BASE-MINOR             PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PF-QUEUED-DATE            PIC 9(8).
           05 PF-QUEUED-TIME            PIC 9(4).
           05 PF-LAST-TRIED-DATE        PIC 9(8).
           05 PF-LAST-TRIED-TIME        PIC 9(4).
           05 PF-ATTEMPTS               PIC 9(4).
           05 PF-SHORTFALL-MINOR        PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PF-ACCOUNT-CURRENCY       PIC X(3).
           05 PF-FAIL-REASON            PIC X(1).
              88 PF-FAILED-SHORT        VALUE "N".
              88 PF-FAILED-NO-RATE      VALUE "R".
           05 FILLER                    PIC X(4).

      * Payments rejected at the funds cut-off, in the PAYREJ layout
      * (see PAYREJ-RECORD in PAYVALD.cob)
       FD  PAYFREJ-FILE
           RECORD CONTAINS 388 CHARACTERS.
       01  PAYFREJ-RECORD.
           05 FR-INSTRUCTION            PIC X(332).
           05 FR-REJECT-REASON          PIC X(50).
           05 FR-REJECT-CODE            PIC X(6).

      * BALANCES positions of the accounts ACCTLIM limits, in the
      * account's own currency, keyed by account - a work KSDS,
      * emptied when the run opens it
       FD  POSNWRK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  POSNWRK-RECORD.
           05 PW-ACCOUNT-ID             PIC X(12).
           05 PW-CURRENCY               PIC X(3).
           05 PW-POSITION-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                    PIC X(9).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-PP-FILE-STATUS            PIC X(2).
       01 WS-PR-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-WL-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-AL-FILE-STATUS            PIC X(2).
       01 WS-BL-FILE-STATUS            PIC X(2).
       01 WS-PW-FILE-STATUS            PIC X(2).
       01 WS-PF-FILE-STATUS            PIC X(2).
       01 WS-FJ-FILE-STATUS            PIC X(2).
       01 WS-PG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PG-EOF              VALUE 1.
       01 WS-PP-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PP-EOF              VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
       01 WS-WL-EOF                    PIC 9 VALUE 0.
          88 WS-AT-WL-EOF              VALUE 1.
       01 WS-SC-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-BL-EOF                    PIC 9 VALUE 0.
          88 WS-AT-BL-EOF              VALUE 1.
       01 WS-PF-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PF-EOF              VALUE 1.

      * Control counts
       01 WS-INSTRUCTIONS-READ         PIC 9(8) VALUE 0.
       01 WS-REJECTED-REMOVED          PIC 9(8) VALUE 0.
       01 WS-STILL-PENDING             PIC 9(8) VALUE 0.
       01 WS-HOLD-FAIL-COUNT           PIC 9(8) VALUE 0.
       01 WS-LIMIT-HELD-COUNT          PIC 9(8) VALUE 0.
       01 WS-CONTACT-HELD-COUNT        PIC 9(8) VALUE 0.
       01 WS-SCREEN-HELD-COUNT         PIC 9(8) VALUE 0.
       01 WS-SCREEN-SUPPRESSED         PIC 9(8) VALUE 0.
       01 WS-CASES-OPENED              PIC 9(8) VALUE 0.
       01 WS-SCREEN-CLEARED-RELEASED   PIC 9(8) VALUE 0.
       01 WS-SCREEN-CLEARED-TO-APPROVE PIC 9(8) VALUE 0.
       01 WS-SCREEN-BLOCKED            PIC 9(8) VALUE 0.
       01 WS-SCREEN-STILL-HELD         PIC 9(8) VALUE 0.
       01 WS-LIST-ENTRIES              PIC 9(4) VALUE 0.
       01 WS-FUNDS-HELD-COUNT          PIC 9(8) VALUE 0.
       01 WS-FUNDS-RETRY-RELEASED      PIC 9(8) VALUE 0.
       01 WS-FUNDS-STILL-HELD          PIC 9(8) VALUE 0.
       01 WS-FUNDS-REJECTED-COUNT      PIC 9(8) VALUE 0.
       01 WS-FUNDS-BLOCKED-COUNT       PIC 9(8) VALUE 0.
       01 WS-FUNDS-UNCHECKED-COUNT     PIC 9(8) VALUE 0.
       01 WS-POSITION-WRITE-FAIL       PIC 9(8) VALUE 0.

      * Threshold: whole USD on the PARM, carried in minor units
       01 WS-PARM                      PIC X(10).

       01 WS-BASE-CURRENCY             PIC X(3) VALUE "USD".
       01 WS-TODAY                     PIC 9(8).
       01 WS-NOW-HHMM                  PIC 9(4).

      * Funds cut-off: HHMM from the FUNDS-CUTOFF PARMMSTR entry;
      * from then on a payment the account cannot cover is
      * rejected rather than queued for another try
       01 WS-FUNDS-CUTOFF              PIC 9(4) VALUE 1600.
       01 WS-CUTOFF-SW                 PIC 9 VALUE 0.
          88 WS-PAST-CUTOFF            VALUE 1.

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).
       01 WS-PG-VALID                  PIC 9.
       01 WS-PG-HOURS                  PIC 9(15).
       01 WS-PG-MINUTES                PIC 9(2).

      * Newest valid rate found for WS-RATE-CURRENCY - the
      * instruction's currency, or the debit account's
       01 WS-RATE-CURRENCY             PIC X(3).
       01 WS-RATE-FOUND                PIC 9 VALUE 0.
       01 WS-RATE-VALUE                PIC 9(6)V9(8).
       01 WS-RATE-TIMESTAMP            PIC 9(14).

       01 WS-CONVERTED-ABS             PIC S9(18) COMP-3.
       01 WS-CONVERT-OK                PIC 9 VALUE 0.
       01 WS-NEEDS-APPROVAL            PIC 9 VALUE 0.

      * Watch list loaded and normalized up front, the way
      * SANCSCRN's LOAD-WATCH-LIST builds it
       01 WS-LIST-TABLE.
          05 WS-LIST-ENTRY OCCURS 2000 TIMES.
             10 WL-KEY                 PIC X(60).
             10 WL-KEY-LEN             PIC 9(2).
             10 WL-RAW-NAME            PIC X(60).
             10 WL-SOURCE              PIC X(12).
             10 WL-DATE                PIC 9(8).
       01 WS-LIST-MAX                  PIC 9(4) VALUE 2000.
       01 WS-LIST-IDX                  PIC 9(4) VALUE 0.

      * NORMALIZE-NAME call fields (see SAFE-STRING.cob)
       01 WS-NM-INPUT                  PIC X(4096).
       01 WS-NM-INPUT-LEN              PIC 9(4).
       01 WS-NM-GERMAN-STYLE           PIC 9 VALUE 0.
       01 WS-NM-CHARSET-VARIANT        PIC 9 VALUE 0.
       01 WS-NM-OUTPUT                 PIC X(8192).
       01 WS-NM-OUTPUT-LEN             PIC 9(4).

      * The beneficiary's match key, the case subject it is
      * screened under, and the outcome of the screen
       01 WS-BENEF-KEY                 PIC X(60).
       01 WS-BENEF-KEY-LEN             PIC 9(2).
       01 WS-CASE-SUBJECT              PIC X(36).
       01 WS-SCREEN-HIT                PIC 9 VALUE 0.
       01 WS-HIT-SUPPRESSED            PIC 9 VALUE 0.

      * Monitoring alerts share the payment's case subject; they
      * are TXNMON's, not part of the release decision
       01 WS-MONITOR-LABEL             PIC X(17)
                                       VALUE "TXN MONITOR RULE ".

      * Screening cases found on a held payment during the sweep
       01 WS-CASES-FOUND               PIC 9(4) VALUE 0.
       01 WS-CASES-OPEN                PIC 9(4) VALUE 0.
       01 WS-CASES-CONFIRMED           PIC 9(4) VALUE 0.

      * Capped edit-distance work areas - two rolling rows of the
      * distance table, enough for 60-character keys
       01 WS-ED-ROW-PREV.
          05 WS-ED-PREV OCCURS 61 TIMES PIC 9(2).
       01 WS-ED-ROW-CURR.
          05 WS-ED-CURR OCCURS 61 TIMES PIC 9(2).
       01 WS-ED-I                      PIC 9(2).
       01 WS-ED-J                      PIC 9(2).
       01 WS-ED-COST                   PIC 9(2).
       01 WS-ED-BEST                   PIC 9(2).
       01 WS-ED-DISTANCE               PIC 9(2).
       01 WS-ED-LEN-A                  PIC 9(2).
       01 WS-ED-LEN-B                  PIC 9(2).
       01 WS-ED-STRING-A               PIC X(60).
       01 WS-ED-STRING-B               PIC X(60).
       01 WS-ED-DIFF                   PIC S9(3) COMP-3.

      * FEED-CHECK call fields (see PROVEN-FEED-CHECK.cob) - the
      * WATCHLST control convention SANCSCRN proves: *H header, *T
      * trailer with the count at position 3 for 8 and the hash
      * at 11
       01 WS-FC-HEADER-PREFIX          PIC X(2) VALUE "*H".
       01 WS-FC-TRAILER-PREFIX         PIC X(2) VALUE "*T".
       01 WS-FC-COUNT-POS              PIC 9(3) VALUE 3.
       01 WS-FC-COUNT-LEN              PIC 9(2) VALUE 8.
       01 WS-FC-HASH-POS               PIC 9(3) VALUE 11.
       01 WS-FC-RECORD-COUNT           PIC 9(8).
       01 WS-FC-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-FC-ERROR-MSG              PIC X(50).

      * Queue entries decided by the desk, collected during the
      * browse and deleted afterwards so the read-next position is
       01 WS-REMOVE-IDX                PIC 9(4) VALUE 0.

      * Working copy of a released instruction, built up in the
      * 332-byte PAYGOOD shape before being written
       01 WS-RELEASE-LINE.
          05 WS-RE-PAYMENT-ID          PIC X(12).
          05 WS-RE-BENEF-IBAN          PIC X(34).
          05 WS-RE-AMOUNT-MINOR        PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 WS-RE-EXEC-DATE           PIC 9(8).
          05 WS-RE-BENEF-NAME          PIC X(70).
          05 WS-RE-BENEF-ADDR-LINE     PIC X(70).
          05 WS-RE-BENEF-TOWN          PIC X(35).
          05 WS-RE-BENEF-COUNTRY       PIC X(2).
          05 WS-RE-ORDER-CUSTOMER-ID   PIC X(36).
          05 WS-RE-DEBIT-IBAN          PIC X(34).
          05 WS-RE-LIMIT-HOLD          PIC X(1).

      * BALANCES positions loaded onto POSNWRK
       01 WS-POSITION-ENTRIES          PIC 9(8) VALUE 0.

      * Funds check on the instruction in WS-RELEASE-LINE
      * Input:  WS-FN-BASE-MINOR, WS-FN-BASE-OK (its base value)
      * Output: WS-FUNDS-RESULT, WS-FN-SHORTFALL, WS-FN-ACCOUNT-CCY
       01 WS-FN-BASE-MINOR             PIC S9(18) COMP-3.
       01 WS-FN-BASE-OK                PIC 9 VALUE 0.
       01 WS-FN-DEBIT-MINOR            PIC S9(18) COMP-3.
       01 WS-FN-POSITION               PIC S9(18) COMP-3.
       01 WS-FN-AVAILABLE              PIC S9(18) COMP-3.
       01 WS-FN-SHORTFALL              PIC S9(18) COMP-3.
       01 WS-FN-ACCOUNT-CCY            PIC X(3).
       01 WS-FN-CONVERTED              PIC 9 VALUE 0.
       01 WS-FN-INVERSE-RATE           PIC 9(6)V9(8).
       01 WS-FUNDS-RESULT              PIC X(1).
          88 WS-FUNDS-OK               VALUE "Y".
          88 WS-FUNDS-SHORT            VALUE "N".
          88 WS-FUNDS-NO-RATE          VALUE "R".
          88 WS-FUNDS-UNCHECKED        VALUE "U".
          88 WS-FUNDS-BLOCKED          VALUE "B".
       01 WS-FUNDS-OUTCOME             PIC X(1).
          88 WS-OUTCOME-RELEASED       VALUE "R".
          88 WS-OUTCOME-FUNDS-HELD     VALUE "Q".
          88 WS-OUTCOME-REJECTED       VALUE "X".
          88 WS-OUTCOME-FAILED         VALUE "F".

      * Funds-retry entries settled during the browse, deleted
      * afterwards as the PAYPEND ones are
       01 WS-FUND-REMOVE-TABLE.
          05 WS-FUND-REMOVE-ID OCCURS 5000 TIMES PIC X(12).
       01 WS-FUND-REMOVE-COUNT         PIC 9(4) VALUE 0.
       01 WS-FUND-REMOVE-IDX           PIC 9(4) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
       01 WS-PE-PAYMENT-ID             PIC X(12).
       01 WS-PE-CURRENCY               PIC X(3).
       01 WS-PE-AMOUNT                 PIC S9(15)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-SOURCE                 PIC X(8) VALUE "PAYHOLD".
       01 WS-PE-ACTOR                  PIC X(8) VALUE SPACES.
       01 WS-PE-REFERENCE              PIC X(35).
       01 WS-PE-DETAIL                 PIC X(60).
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-ERROR-MSG              PIC X(50).
       01 WS-PE-FAIL-COUNT             PIC 9(6) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

      * HANDOFF-REGISTER call fields (see PROVEN-HANDOFF.cob) -
      * the currency and leading-sign amount where the 332-byte
      * instruction layout carries them
       01 WS-HO-DATASET                PIC X(8) VALUE "PAYRELSD".
       01 WS-HO-JOB-NAME               PIC X(8) VALUE "PAYHOLD".
       01 WS-HO-CCY-POS                PIC 9(4) VALUE 58.
       01 WS-HO-AMT-POS                PIC 9(4) VALUE 61.
       01 WS-HO-AMT-LEN                PIC 9(2) VALUE 16.
       01 WS-HO-RECORD-COUNT           PIC 9(8).
       01 WS-HO-STATUS                 PIC S9(4) COMP.
       01 WS-HO-MSG                    PIC X(50).
       01 WS-HO-NOT-REGISTERED         PIC 9 VALUE 0.

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: sweep the desk's prior decisions out of the
      * queue first, then split tonight's instructions between the
      * pass-through file and the queue. Payments already waiting
      * for funds are tried before anything new reaches the account.
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-THRESHOLD-PARM
           PERFORM VERIFY-FEED-CONTROLS
           PERFORM OPEN-FILES
           PERFORM LOAD-WATCH-LIST
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM
           PERFORM READ-FUNDS-CUTOFF-PARM
           PERFORM LOAD-BALANCE-POSITIONS
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM SWEEP-FUNDS-RETRY-QUEUE
           PERFORM DELETE-FUNDED-ENTRIES
           PERFORM SWEEP-DECIDED-QUEUE-ENTRIES
           PERFORM DELETE-DECIDED-ENTRIES


           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES
           PERFORM REGISTER-PAYRELSD-HANDOFF

           DISPLAY "PAYHOLD: " WS-INSTRUCTIONS-READ " read, "
              WS-PASSED-COUNT " passed, " WS-HELD-COUNT " held, "
              WS-APPROVED-RELEASED " approved released, "
              WS-STILL-PENDING " still pending"
           DISPLAY "PAYHOLD: " WS-LIST-ENTRIES " list entries - "
              WS-SCREEN-HELD-COUNT " screening hold(s), "
              WS-SCREEN-SUPPRESSED " suppressed, " WS-CASES-OPENED
              " case(s) opened, " WS-SCREEN-BLOCKED " blocked"
           DISPLAY "PAYHOLD: " WS-FUNDS-HELD-COUNT " held for funds, "
              WS-FUNDS-RETRY-RELEASED " released on retry, "
              WS-FUNDS-STILL-HELD " still short, "
              WS-FUNDS-REJECTED-COUNT " rejected at cut-off, "
              WS-FUNDS-BLOCKED-COUNT " debit(s) blocked"

           EVALUATE TRUE
              WHEN WS-HOLD-FAIL-COUNT > 0
                 OR WS-HO-NOT-REGISTERED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-HELD-COUNT > 0 OR WS-STILL-PENDING > 0
                 OR WS-SCREEN-HELD-COUNT > 0
                 OR WS-SCREEN-STILL-HELD > 0
                 OR WS-SCREEN-BLOCKED > 0
                 OR WS-FUNDS-HELD-COUNT > 0
                 OR WS-FUNDS-STILL-HELD > 0
                 OR WS-FUNDS-REJECTED-COUNT > 0
                 OR WS-FUNDS-BLOCKED-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
       READ-THRESHOLD-PARM-EXIT.
           EXIT.

      *================================================================
      * READ-FUNDS-CUTOFF-PARM: FUNDS-CUTOFF on PARMMSTR (HHMM)
      * overrides the 1600 default; a run at or after it rejects
      * what the accounts still cannot cover
      *================================================================
       READ-FUNDS-CUTOFF-PARM SECTION.
           MOVE "FUNDS-CUTOFF" TO WS-PG-KEY
           MOVE 0 TO WS-PG-VALID
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
           END-IF
           IF WS-PG-VALID = 1 AND WS-PG-NUMBER < 2400
              DIVIDE WS-PG-NUMBER BY 100 GIVING WS-PG-HOURS
                 REMAINDER WS-PG-MINUTES
              IF WS-PG-MINUTES < 60
                 MOVE WS-PG-NUMBER TO WS-FUNDS-CUTOFF
              END-IF
           END-IF

           IF WS-NOW-HHMM >= WS-FUNDS-CUTOFF
              MOVE 1 TO WS-CUTOFF-SW
           END-IF.

       READ-FUNDS-CUTOFF-PARM-EXIT.
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
      * VERIFY-FEED-CONTROLS: the watch list's own header/trailer
      * must prove out before a single beneficiary is screened - a
      * short list would wave payments through
      *================================================================
       VERIFY-FEED-CONTROLS SECTION.
           CALL "FEED-CHECK" USING WS-FC-HEADER-PREFIX
               WS-FC-TRAILER-PREFIX WS-FC-COUNT-POS
               WS-FC-COUNT-LEN WS-FC-HASH-POS WS-FC-RECORD-COUNT
               WS-FC-RESULT-STATUS WS-FC-ERROR-MSG

           EVALUATE WS-FC-RESULT-STATUS
              WHEN 0
                 DISPLAY "PAYHOLD: feed controls prove out, "
                    WS-FC-RECORD-COUNT " record(s)"
              WHEN -6
                 DISPLAY "PAYHOLD: feed carries no control "
                    "records - accepted during transition"
              WHEN OTHER
                 DISPLAY "PAYHOLD: feed control failure - "
                    WS-FC-ERROR-MSG
                 CALL "STATUS-TO-RC" USING WS-FC-RESULT-STATUS
                      WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       VERIFY-FEED-CONTROLS-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT WATCHLST-FILE
           IF WS-WL-FILE-STATUS NOT = "00"
              DISPLAY "PAYHOLD: cannot open WATCHLST, status="
                 WS-WL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O SCRNCASE-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
              AND WS-SC-FILE-STATUS NOT = "05"
              AND WS-SC-FILE-STATUS NOT = "97"
              DISPLAY "PAYHOLD: cannot open SCRNCASE, status="
                 WS-SC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCTLIM-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              AND WS-AL-FILE-STATUS NOT = "05"
              AND WS-AL-FILE-STATUS NOT = "97"
              DISPLAY "PAYHOLD: cannot open ACCTLIM, status="
                 WS-AL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT BALANCES-FILE
           IF WS-BL-FILE-STATUS NOT = "00"
              DISPLAY "PAYHOLD: cannot open BALANCES, status="
                 WS-BL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O PAYFUND-FILE
           IF WS-PF-FILE-STATUS NOT = "00"
              AND WS-PF-FILE-STATUS NOT = "05"
              AND WS-PF-FILE-STATUS NOT = "97"
              DISPLAY "PAYHOLD: cannot open PAYFUND, status="
                 WS-PF-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAYFREJ-FILE
           IF WS-FJ-FILE-STATUS NOT = "00"
              DISPLAY "PAYHOLD: cannot open PAYFREJ, status="
                 WS-FJ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT POSNWRK-FILE
           IF WS-PW-FILE-STATUS = "00"
              CLOSE POSNWRK-FILE
              OPEN I-O POSNWRK-FILE
           END-IF
           IF WS-PW-FILE-STATUS NOT = "00"
              DISPLAY "PAYHOLD: cannot open POSNWRK, status="
                 WS-PW-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-WATCH-LIST: every listed name and alias, normalized
      * through the same NORMALIZE-NAME fold the beneficiaries get
      *================================================================
       LOAD-WATCH-LIST SECTION.
           PERFORM UNTIL WS-AT-WL-EOF
              READ WATCHLST-FILE
                 AT END
                    MOVE 1 TO WS-WL-EOF
                 NOT AT END
                    IF WL-LISTED-NAME NOT = SPACES
                       AND WL-LISTED-NAME(1:2) NOT = "*H"
                       AND WL-LISTED-NAME(1:2) NOT = "*T"
                       IF WS-LIST-ENTRIES < WS-LIST-MAX
                          ADD 1 TO WS-LIST-ENTRIES
                          MOVE SPACES TO WS-NM-INPUT
                          MOVE WL-LISTED-NAME TO WS-NM-INPUT(1:60)
                          COMPUTE WS-NM-INPUT-LEN =
                             FUNCTION LENGTH(FUNCTION TRIM(
                                WL-LISTED-NAME TRAILING))
                          CALL "NORMALIZE-NAME" USING WS-NM-INPUT
                              WS-NM-INPUT-LEN WS-NM-GERMAN-STYLE
                              WS-NM-CHARSET-VARIANT
                              WS-NM-OUTPUT WS-NM-OUTPUT-LEN
                          MOVE WS-NM-OUTPUT(1:60)
                             TO WL-KEY(WS-LIST-ENTRIES)
                          IF WS-NM-OUTPUT-LEN > 60
                             MOVE 60 TO WL-KEY-LEN(WS-LIST-ENTRIES)
                          ELSE
                             MOVE WS-NM-OUTPUT-LEN
                                TO WL-KEY-LEN(WS-LIST-ENTRIES)
                          END-IF
                          MOVE WL-LISTED-NAME
                             TO WL-RAW-NAME(WS-LIST-ENTRIES)
                          MOVE WL-LIST-SOURCE
                             TO WL-SOURCE(WS-LIST-ENTRIES)
                          MOVE WL-LIST-DATE
                             TO WL-DATE(WS-LIST-ENTRIES)
                       ELSE
                          DISPLAY "PAYHOLD: watch-list table full "
                             "at " WS-LIST-MAX " - entry skipped"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE WATCHLST-FILE.

       LOAD-WATCH-LIST-EXIT.
           EXIT.

      *================================================================
      * LOAD-BALANCE-POSITIONS: last night's position of every
      * account ACCTLIM limits, in the account's own currency, onto
      * POSNWRK; an account with no position on BALANCES holds
      * nothing. A position that could not be written ends the step
      * here, before any instruction is held against a balance.
      *================================================================
       LOAD-BALANCE-POSITIONS SECTION.
           PERFORM UNTIL WS-AT-BL-EOF
              READ BALANCES-FILE
                 AT END
                    MOVE 1 TO WS-BL-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-POSITION
              END-READ
           END-PERFORM

           CLOSE BALANCES-FILE

           IF WS-POSITION-WRITE-FAIL > 0
              DISPLAY "PAYHOLD: " WS-POSITION-WRITE-FAIL
                 " position(s) could not be written to POSNWRK, "
                 "status=" WS-PW-FILE-STATUS " - no payment examined"
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-BALANCE-POSITIONS-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-POSITION: kept only for a limited account and only
      * in the currency its limit is set in; a second position for
      * the same account is ignored, the first stands
      *================================================================
       LOAD-ONE-POSITION SECTION.
           MOVE BL-ACCOUNT-ID TO AL-ACCOUNT-ID
           READ ACCTLIM-FILE KEY IS AL-ACCOUNT-ID
              INVALID KEY
                 GO TO LOAD-ONE-POSITION-EXIT
           END-READ

           IF BL-CURRENCY NOT = AL-CURRENCY
              GO TO LOAD-ONE-POSITION-EXIT
           END-IF

           MOVE SPACES TO POSNWRK-RECORD
           MOVE BL-ACCOUNT-ID TO PW-ACCOUNT-ID
           MOVE BL-CURRENCY TO PW-CURRENCY
           MOVE BL-POSITION-MINOR TO PW-POSITION-MINOR
           WRITE POSNWRK-RECORD
              INVALID KEY
                 IF WS-PW-FILE-STATUS NOT = "22"
                    ADD 1 TO WS-POSITION-WRITE-FAIL
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-POSITION-ENTRIES
           END-WRITE
           IF WS-PW-FILE-STATUS(1:1) NOT = "0"
              AND WS-PW-FILE-STATUS(1:1) NOT = "2"
              ADD 1 TO WS-POSITION-WRITE-FAIL
           END-IF.

       LOAD-ONE-POSITION-EXIT.
           EXIT.

      *================================================================
      * SWEEP-FUNDS-RETRY-QUEUE: every payment waiting on PAYFUND is
      * tried again against its account - released if the money is
      * there now, rejected once the cut-off has passed or its day
      * has gone, otherwise left for the next run
      *================================================================
       SWEEP-FUNDS-RETRY-QUEUE SECTION.
           MOVE LOW-VALUES TO PF-PAYMENT-ID
           START PAYFUND-FILE KEY NOT LESS THAN PF-PAYMENT-ID
              INVALID KEY
                 MOVE 1 TO WS-PF-EOF
           END-START

           PERFORM UNTIL WS-AT-PF-EOF
              READ PAYFUND-FILE NEXT
                 AT END
                    MOVE 1 TO WS-PF-EOF
                 NOT AT END
                    PERFORM RETRY-ONE-FUNDS-ENTRY
              END-READ
           END-PERFORM.

       SWEEP-FUNDS-RETRY-QUEUE-EXIT.
           EXIT.

      *================================================================
      * RETRY-ONE-FUNDS-ENTRY
      *================================================================
       RETRY-ONE-FUNDS-ENTRY SECTION.
           MOVE PF-INSTRUCTION TO WS-RELEASE-LINE
           MOVE PF-BASE-MINOR TO WS-FN-BASE-MINOR
           IF WS-RE-CURRENCY = WS-BASE-CURRENCY
              OR PF-BASE-MINOR NOT = 0
              MOVE 1 TO WS-FN-BASE-OK
           ELSE
              MOVE 0 TO WS-FN-BASE-OK
           END-IF

           MOVE SPACES TO WS-HELD-LINE
           MOVE WS-RE-PAYMENT-ID TO WS-HD-PAYMENT-ID
           MOVE WS-RE-CURRENCY TO WS-HD-CURRENCY
           MOVE WS-RE-AMOUNT-MINOR TO WS-HD-AMOUNT
           MOVE PF-BASE-MINOR TO WS-HD-BASE

           IF WS-PAST-CUTOFF OR PF-QUEUED-DATE < WS-TODAY
              MOVE PF-FAIL-REASON TO WS-FUNDS-RESULT
              MOVE "X" TO WS-FUNDS-OUTCOME
              PERFORM REJECT-FOR-FUNDS
              PERFORM QUEUE-FUNDS-ENTRY-FOR-REMOVAL
              PERFORM SET-FUNDS-NOTE
              WRITE PAYHRPT-RECORD FROM WS-HELD-LINE
              GO TO RETRY-ONE-FUNDS-ENTRY-EXIT
           END-IF

           PERFORM CHECK-AVAILABLE-FUNDS
           IF WS-FUNDS-BLOCKED
              MOVE "X" TO WS-FUNDS-OUTCOME
              PERFORM REJECT-FOR-FUNDS
              PERFORM QUEUE-FUNDS-ENTRY-FOR-REMOVAL
              PERFORM SET-FUNDS-NOTE
              WRITE PAYHRPT-RECORD FROM WS-HELD-LINE
              GO TO RETRY-ONE-FUNDS-ENTRY-EXIT
           END-IF

           IF WS-FUNDS-OK OR WS-FUNDS-UNCHECKED
              MOVE WS-RELEASE-LINE TO PAYRELSD-RECORD
              WRITE PAYRELSD-RECORD
              ADD 1 TO WS-FUNDS-RETRY-RELEASED
              PERFORM QUEUE-FUNDS-ENTRY-FOR-REMOVAL
              MOVE "FUNDS RETRY - RELEASED" TO WS-HD-NOTE
              MOVE WS-RE-PAYMENT-ID TO WS-PE-PAYMENT-ID
              MOVE WS-RE-CURRENCY TO WS-PE-CURRENCY
              MOVE WS-RE-AMOUNT-MINOR TO WS-PE-AMOUNT
              MOVE "RELEASED" TO WS-PE-EVENT-CODE
              MOVE "FUNDS RETRY" TO WS-PE-REFERENCE
              MOVE "RELEASED TO PAYRELSD ONCE THE FUNDS WERE THERE"
                 TO WS-PE-DETAIL
              PERFORM LOG-PAYMENT-EVENT
           ELSE
              ADD 1 TO PF-ATTEMPTS
              MOVE WS-TODAY TO PF-LAST-TRIED-DATE
              MOVE WS-NOW-HHMM TO PF-LAST-TRIED-TIME
              MOVE WS-FN-SHORTFALL TO PF-SHORTFALL-MINOR
              MOVE WS-FN-ACCOUNT-CCY TO PF-ACCOUNT-CURRENCY
              MOVE WS-FUNDS-RESULT TO PF-FAIL-REASON
              REWRITE PAYFUND-RECORD
                 INVALID KEY
                    ADD 1 TO WS-HOLD-FAIL-COUNT
                    DISPLAY "PAYHOLD: rewrite of PAYFUND failed, "
                       "status=" WS-PF-FILE-STATUS " for "
                       PF-PAYMENT-ID
              END-REWRITE
              ADD 1 TO WS-FUNDS-STILL-HELD
              MOVE "FUNDS RETRY - STILL SHORT" TO WS-HD-NOTE
           END-IF

           WRITE PAYHRPT-RECORD FROM WS-HELD-LINE.

       RETRY-ONE-FUNDS-ENTRY-EXIT.
           EXIT.

      *================================================================
      * QUEUE-FUNDS-ENTRY-FOR-REMOVAL: settled retry entries are
      * deleted after the browse, as the PAYPEND ones are
      *================================================================
       QUEUE-FUNDS-ENTRY-FOR-REMOVAL SECTION.
           IF WS-FUND-REMOVE-COUNT < WS-REMOVE-MAX
              ADD 1 TO WS-FUND-REMOVE-COUNT
              MOVE PF-PAYMENT-ID
                 TO WS-FUND-REMOVE-ID(WS-FUND-REMOVE-COUNT)
           END-IF.

       QUEUE-FUNDS-ENTRY-FOR-REMOVAL-EXIT.
           EXIT.

      *================================================================
      * DELETE-FUNDED-ENTRIES
      *================================================================
       DELETE-FUNDED-ENTRIES SECTION.
           PERFORM VARYING WS-FUND-REMOVE-IDX FROM 1 BY 1
                   UNTIL WS-FUND-REMOVE-IDX > WS-FUND-REMOVE-COUNT
              MOVE WS-FUND-REMOVE-ID(WS-FUND-REMOVE-IDX)
                 TO PF-PAYMENT-ID
              DELETE PAYFUND-FILE
                 INVALID KEY
                    DISPLAY "PAYHOLD: delete from PAYFUND failed, "
                       "status=" WS-PF-FILE-STATUS " for "
                       PF-PAYMENT-ID
              END-DELETE
           END-PERFORM.

       DELETE-FUNDED-ENTRIES-EXIT.
           EXIT.

      *================================================================
      * SWEEP-DECIDED-QUEUE-ENTRIES: browse the whole queue - an
      * entry the desk approved is released to the outbound file,
      * one it rejected is listed; both are queued for deletion.
      * Entries still pending are counted and aged on the report.
      * Entries held for screening follow their SCRNCASE cases.
      *================================================================
       SWEEP-DECIDED-QUEUE-ENTRIES SECTION.
           MOVE LOW-VALUES TO PP-PAYMENT-ID
      *================================================================
       SWEEP-ONE-QUEUE-ENTRY SECTION.
           EVALUATE TRUE
              WHEN PP-IS-SCREEN-HELD
                 PERFORM SWEEP-SCREEN-HELD-ENTRY
              WHEN PP-IS-APPROVED
                 PERFORM RELEASE-QUEUE-ENTRY
                 MOVE SPACES TO WS-HELD-LINE
                 MOVE PP-PAYMENT-ID TO WS-HD-PAYMENT-ID
                 MOVE PP-CURRENCY TO WS-HD-CURRENCY
                 MOVE PP-AMOUNT-MINOR TO WS-HD-AMOUNT
                 MOVE PP-BASE-MINOR TO WS-HD-BASE
                 IF WS-OUTCOME-RELEASED
                    ADD 1 TO WS-APPROVED-RELEASED
                    MOVE "APPROVED - RELEASED" TO WS-HD-NOTE
                 ELSE
                    PERFORM SET-FUNDS-NOTE
                 END-IF
                 IF NOT WS-OUTCOME-FAILED
                    PERFORM QUEUE-ENTRY-FOR-REMOVAL
                 END-IF
                 WRITE PAYHRPT-RECORD FROM WS-HELD-LINE
              WHEN PP-IS-REJECTED
                 ADD 1 TO WS-REJECTED-REMOVED
       SWEEP-ONE-QUEUE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * SWEEP-SCREEN-HELD-ENTRY: a payment held on a screening hit
      * moves only on compliance's word. Any confirmed case blocks
      * it for good; any case still open keeps it held. Once every
      * case is a false positive it is released, or - if it needed
      * a second operator anyway - becomes an ordinary approval
      * hold. No case on file at all keeps it held: a hold is
      * never lifted for want of the case that should decide it.
      *================================================================
       SWEEP-SCREEN-HELD-ENTRY SECTION.
           PERFORM COUNT-SCREENING-CASES

           MOVE SPACES TO WS-HELD-LINE
           MOVE PP-PAYMENT-ID TO WS-HD-PAYMENT-ID
           MOVE PP-CURRENCY TO WS-HD-CURRENCY
           MOVE PP-AMOUNT-MINOR TO WS-HD-AMOUNT
           MOVE PP-BASE-MINOR TO WS-HD-BASE

           EVALUATE TRUE
              WHEN WS-CASES-CONFIRMED > 0
                 ADD 1 TO WS-SCREEN-BLOCKED
                 PERFORM QUEUE-ENTRY-FOR-REMOVAL
                 MOVE "SANCTIONS HIT CONFIRMED - BLOCKED"
                    TO WS-HD-NOTE
                 MOVE PP-PAYMENT-ID TO WS-PE-PAYMENT-ID
                 MOVE PP-CURRENCY TO WS-PE-CURRENCY
                 MOVE PP-AMOUNT-MINOR TO WS-PE-AMOUNT
                 MOVE "BLOCKED" TO WS-PE-EVENT-CODE
                 MOVE "SCREENING CONFIRMED" TO WS-PE-REFERENCE
                 MOVE WS-HD-NOTE TO WS-PE-DETAIL
                 PERFORM LOG-PAYMENT-EVENT
              WHEN WS-CASES-OPEN > 0
                 ADD 1 TO WS-SCREEN-STILL-HELD
                 MOVE "HELD - SCREENING CASE OPEN" TO WS-HD-NOTE
              WHEN WS-CASES-FOUND = 0
                 ADD 1 TO WS-SCREEN-STILL-HELD
                 MOVE "HELD - NO SCREENING CASE ON FILE"
                    TO WS-HD-NOTE
              WHEN PP-NEEDS-APPROVAL
                 MOVE "P" TO PP-STATUS
                 REWRITE PAYPEND-RECORD
                    INVALID KEY
                       ADD 1 TO WS-HOLD-FAIL-COUNT
                       DISPLAY "PAYHOLD: rewrite of PAYPEND failed, "
                          "status=" WS-PP-FILE-STATUS " for "
                          PP-PAYMENT-ID
                 END-REWRITE
                 ADD 1 TO WS-SCREEN-CLEARED-TO-APPROVE
                 ADD 1 TO WS-STILL-PENDING
                 MOVE "SCREEN CLEARED - AWAITING APPROVAL"
                    TO WS-HD-NOTE
                 MOVE PP-PAYMENT-ID TO WS-PE-PAYMENT-ID
                 MOVE PP-CURRENCY TO WS-PE-CURRENCY
                 MOVE PP-AMOUNT-MINOR TO WS-PE-AMOUNT
                 MOVE "HELD" TO WS-PE-EVENT-CODE
                 MOVE "P" TO WS-PE-REFERENCE
                 MOVE WS-HD-NOTE TO WS-PE-DETAIL
                 PERFORM LOG-PAYMENT-EVENT
              WHEN OTHER
                 PERFORM RELEASE-QUEUE-ENTRY
                 IF WS-OUTCOME-RELEASED
                    ADD 1 TO WS-SCREEN-CLEARED-RELEASED
                    MOVE "SCREEN CLEARED - RELEASED" TO WS-HD-NOTE
                 ELSE
                    PERFORM SET-FUNDS-NOTE
                 END-IF
                 IF NOT WS-OUTCOME-FAILED
                    PERFORM QUEUE-ENTRY-FOR-REMOVAL
                 END-IF
           END-EVALUATE

           WRITE PAYHRPT-RECORD FROM WS-HELD-LINE.

       SWEEP-SCREEN-HELD-ENTRY-EXIT.
           EXIT.

      *================================================================
      * COUNT-SCREENING-CASES: partial browse of SCRNCASE over the
      * held payment's case subject, tallying its screening cases
      * by status; TXNMON's monitoring cases under the same subject
      * are passed over
      * Output: WS-CASES-FOUND, WS-CASES-OPEN, WS-CASES-CONFIRMED
      *================================================================
       COUNT-SCREENING-CASES SECTION.
           MOVE 0 TO WS-CASES-FOUND
           MOVE 0 TO WS-CASES-OPEN
           MOVE 0 TO WS-CASES-CONFIRMED
           MOVE 0 TO WS-SC-BROWSE-DONE

           MOVE SPACES TO WS-CASE-SUBJECT
           STRING "PAYMENT " DELIMITED BY SIZE
                  PP-PAYMENT-ID DELIMITED BY SIZE
                  INTO WS-CASE-SUBJECT
           END-STRING
           MOVE WS-CASE-SUBJECT TO SC-CUSTOMER-ID
           MOVE LOW-VALUES TO SC-LISTED-NAME
           START SCRNCASE-FILE KEY IS NOT LESS THAN SC-KEY
              INVALID KEY
                 GO TO COUNT-SCREENING-CASES-EXIT
           END-START

           PERFORM UNTIL WS-SC-BROWSE-DONE = 1
              READ SCRNCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SC-BROWSE-DONE
                 NOT AT END
                    IF SC-CUSTOMER-ID NOT = WS-CASE-SUBJECT
                       MOVE 1 TO WS-SC-BROWSE-DONE
                    ELSE
                       IF SC-LISTED-NAME(1:17) NOT = WS-MONITOR-LABEL
                          ADD 1 TO WS-CASES-FOUND
                          EVALUATE TRUE
                             WHEN SC-IS-CONFIRMED
                                ADD 1 TO WS-CASES-CONFIRMED
                             WHEN SC-IS-FALSE-POSITIVE
                                CONTINUE
                             WHEN OTHER
                                ADD 1 TO WS-CASES-OPEN
                          END-EVALUATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       COUNT-SCREENING-CASES-EXIT.
           EXIT.

      *================================================================
      * RELEASE-QUEUE-ENTRY: the queued instruction, beneficiary
      * and all, back out to PAYRELSD in the PAYGOOD shape - if its
      * debit account can cover it
      * Output: WS-FUNDS-OUTCOME
      *================================================================
       RELEASE-QUEUE-ENTRY SECTION.
           MOVE PP-PAYMENT-ID TO WS-RE-PAYMENT-ID
           MOVE PP-BENEF-IBAN TO WS-RE-BENEF-IBAN
           MOVE PP-BENEF-BIC TO WS-RE-BENEF-BIC
           MOVE PP-CURRENCY TO WS-RE-CURRENCY
           MOVE PP-AMOUNT-MINOR TO WS-RE-AMOUNT-MINOR
           MOVE PP-EXEC-DATE TO WS-RE-EXEC-DATE
           MOVE PP-BENEF-NAME TO WS-RE-BENEF-NAME
           MOVE PP-BENEF-ADDR-LINE TO WS-RE-BENEF-ADDR-LINE
           MOVE PP-BENEF-TOWN TO WS-RE-BENEF-TOWN
           MOVE PP-BENEF-COUNTRY TO WS-RE-BENEF-COUNTRY
           MOVE PP-ORDER-CUSTOMER-ID TO WS-RE-ORDER-CUSTOMER-ID
           MOVE PP-DEBIT-IBAN TO WS-RE-DEBIT-IBAN
           MOVE PP-LIMIT-HOLD TO WS-RE-LIMIT-HOLD

           MOVE PP-BASE-MINOR TO WS-FN-BASE-MINOR
           IF PP-CURRENCY = WS-BASE-CURRENCY OR PP-BASE-MINOR NOT = 0
              MOVE 1 TO WS-FN-BASE-OK
           ELSE
              MOVE 0 TO WS-FN-BASE-OK
           END-IF
           MOVE PP-DECIDED-BY TO WS-PE-ACTOR
           PERFORM RELEASE-OR-DEFER
           MOVE SPACES TO WS-PE-ACTOR.

       RELEASE-QUEUE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * QUEUE-ENTRY-FOR-REMOVAL: decided entries are deleted after
      * the browse so the read-next position is never disturbed
       DELETE-DECIDED-ENTRIES-EXIT.
           EXIT.

      *================================================================
      * RELEASE-OR-DEFER: the instruction in WS-RELEASE-LINE goes to
      * PAYRELSD if its account can cover it; if not it waits on
      * PAYFUND, or is rejected once the cut-off has passed. One
      * on a blocked account is rejected there and then.
      * Input:  WS-RELEASE-LINE, WS-FN-BASE-MINOR, WS-FN-BASE-OK
      * Output: WS-FUNDS-OUTCOME (and WS-FUNDS-RESULT)
      *================================================================
       RELEASE-OR-DEFER SECTION.
           PERFORM CHECK-AVAILABLE-FUNDS
           MOVE WS-RE-PAYMENT-ID TO WS-PE-PAYMENT-ID
           MOVE WS-RE-CURRENCY TO WS-PE-CURRENCY
           MOVE WS-RE-AMOUNT-MINOR TO WS-PE-AMOUNT

           EVALUATE TRUE
              WHEN WS-FUNDS-OK OR WS-FUNDS-UNCHECKED
                 MOVE WS-RELEASE-LINE TO PAYRELSD-RECORD
                 WRITE PAYRELSD-RECORD
                 IF WS-FUNDS-UNCHECKED
                    ADD 1 TO WS-FUNDS-UNCHECKED-COUNT
                    MOVE "FUNDS UNCHECKED" TO WS-PE-REFERENCE
                 ELSE
                    MOVE "FUNDS OK" TO WS-PE-REFERENCE
                 END-IF
                 MOVE "R" TO WS-FUNDS-OUTCOME
                 MOVE "RELEASED" TO WS-PE-EVENT-CODE
                 MOVE "RELEASED TO PAYRELSD FOR THE OUTBOUND FILE"
                    TO WS-PE-DETAIL
                 PERFORM LOG-PAYMENT-EVENT
              WHEN WS-FUNDS-BLOCKED OR WS-PAST-CUTOFF
                 PERFORM REJECT-FOR-FUNDS
                 MOVE "X" TO WS-FUNDS-OUTCOME
              WHEN OTHER
                 PERFORM PARK-FOR-FUNDS
           END-EVALUATE.

       RELEASE-OR-DEFER-EXIT.
           EXIT.

      *================================================================
      * CHECK-AVAILABLE-FUNDS: the payment, in the debit account's
      * currency, against the account's BALANCES position plus its
      * authorized overdraft less what has been released against
      * it today. A payment that fits is added to the day's total
      * on the ACCTLIM record there and then, so the next one sees
      * it. No debit IBAN, or an account ACCTLIM does not limit,
      * leaves the payment unchecked. An account the DUNNING ladder
      * has blocked pays nothing, whatever its balance.
      * Input:  WS-RELEASE-LINE, WS-FN-BASE-MINOR, WS-FN-BASE-OK
      * Output: WS-FUNDS-RESULT, WS-FN-SHORTFALL, WS-FN-ACCOUNT-CCY
      *================================================================
       CHECK-AVAILABLE-FUNDS SECTION.
           MOVE "U" TO WS-FUNDS-RESULT
           MOVE 0 TO WS-FN-SHORTFALL
           MOVE SPACES TO WS-FN-ACCOUNT-CCY

           IF WS-RE-DEBIT-IBAN = SPACES
              GO TO CHECK-AVAILABLE-FUNDS-EXIT
           END-IF

           MOVE WS-RE-DEBIT-IBAN TO AL-DEBIT-IBAN
           READ ACCTLIM-FILE KEY IS AL-DEBIT-IBAN
              INVALID KEY
                 GO TO CHECK-AVAILABLE-FUNDS-EXIT
           END-READ
           MOVE AL-CURRENCY TO WS-FN-ACCOUNT-CCY

           IF AL-DEBITS-BLOCKED
              MOVE "B" TO WS-FUNDS-RESULT
              GO TO CHECK-AVAILABLE-FUNDS-EXIT
           END-IF

      *    What the payment takes out of the account, in the
      *    account's own currency
           EVALUATE TRUE
              WHEN WS-RE-CURRENCY = AL-CURRENCY
                 MOVE WS-RE-AMOUNT-MINOR TO WS-FN-DEBIT-MINOR
              WHEN WS-FN-BASE-OK = 0
                 MOVE "R" TO WS-FUNDS-RESULT
                 GO TO CHECK-AVAILABLE-FUNDS-EXIT
              WHEN AL-CURRENCY = WS-BASE-CURRENCY
                 MOVE WS-FN-BASE-MINOR TO WS-FN-DEBIT-MINOR
              WHEN OTHER
                 PERFORM CONVERT-BASE-TO-ACCOUNT
                 IF WS-FN-CONVERTED = 0
                    MOVE "R" TO WS-FUNDS-RESULT
                    GO TO CHECK-AVAILABLE-FUNDS-EXIT
                 END-IF
           END-EVALUATE

           PERFORM FIND-ACCOUNT-POSITION

      *    The day's running total starts again each day
           IF AL-RELEASED-DATE NOT = WS-TODAY
              MOVE WS-TODAY TO AL-RELEASED-DATE
              MOVE 0 TO AL-RELEASED-MINOR
           END-IF

           COMPUTE WS-FN-AVAILABLE = WS-FN-POSITION
              + AL-OVERDRAFT-MINOR - AL-RELEASED-MINOR

           IF WS-FN-DEBIT-MINOR > WS-FN-AVAILABLE
              MOVE "N" TO WS-FUNDS-RESULT
              COMPUTE WS-FN-SHORTFALL =
                 WS-FN-DEBIT-MINOR - WS-FN-AVAILABLE
              GO TO CHECK-AVAILABLE-FUNDS-EXIT
           END-IF

           ADD WS-FN-DEBIT-MINOR TO AL-RELEASED-MINOR
           REWRITE ACCTLIM-RECORD
              INVALID KEY
                 ADD 1 TO WS-HOLD-FAIL-COUNT
                 DISPLAY "PAYHOLD: rewrite of ACCTLIM failed, "
                    "status=" WS-AL-FILE-STATUS " for "
                    FUNCTION TRIM(AL-DEBIT-IBAN)
           END-REWRITE
           MOVE "Y" TO WS-FUNDS-RESULT.

       CHECK-AVAILABLE-FUNDS-EXIT.
           EXIT.

      *================================================================
      * CONVERT-BASE-TO-ACCOUNT: the payment's base-currency value
      * into the account's currency, through MONEY-CONVERT at the
      * inverse of the newest valid account-currency/USD rate
      * Output: WS-FN-CONVERTED, WS-FN-DEBIT-MINOR
      *================================================================
       CONVERT-BASE-TO-ACCOUNT SECTION.
           MOVE 0 TO WS-FN-CONVERTED
           MOVE AL-CURRENCY TO WS-RATE-CURRENCY
           PERFORM FIND-NEWEST-VALID-RATE
           IF WS-RATE-FOUND = 0 OR WS-RATE-VALUE = 0
              GO TO CONVERT-BASE-TO-ACCOUNT-EXIT
           END-IF

           COMPUTE WS-FN-INVERSE-RATE ROUNDED = 1 / WS-RATE-VALUE
              ON SIZE ERROR
                 GO TO CONVERT-BASE-TO-ACCOUNT-EXIT
           END-COMPUTE

           MOVE WS-BASE-CURRENCY TO WS-MC-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO WS-MC-EXCH-FROM
           MOVE AL-CURRENCY TO WS-MC-EXCH-TO
           MOVE AL-CURRENCY TO WS-MC-TO-CURRENCY
           MOVE WS-FN-BASE-MINOR TO WS-MC-AMOUNT-MINOR
           MOVE 1 TO WS-MC-EXCH-VALID
           CALL "MONEY-CONVERT" USING WS-MC-FROM-CURRENCY
               WS-MC-AMOUNT-MINOR WS-MC-EXCH-FROM
               WS-MC-EXCH-TO WS-FN-INVERSE-RATE WS-RATE-TIMESTAMP
               WS-MC-EXCH-VALID WS-MC-TO-CURRENCY
               WS-MC-RESULT-MINOR WS-MC-RESULT-STATUS
               WS-MC-ERROR-MSG
           IF WS-MC-RESULT-STATUS = 1
              MOVE WS-MC-RESULT-MINOR TO WS-FN-DEBIT-MINOR
              MOVE 1 TO WS-FN-CONVERTED
           END-IF.

       CONVERT-BASE-TO-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * FIND-ACCOUNT-POSITION: AL-ACCOUNT-ID's loaded position, zero
      * when BALANCES had none for it
      * Output: WS-FN-POSITION
      *================================================================
       FIND-ACCOUNT-POSITION SECTION.
           MOVE 0 TO WS-FN-POSITION
           MOVE AL-ACCOUNT-ID TO PW-ACCOUNT-ID
           READ POSNWRK-FILE
              INVALID KEY
                 GO TO FIND-ACCOUNT-POSITION-EXIT
           END-READ
           MOVE PW-POSITION-MINOR TO WS-FN-POSITION.

       FIND-ACCOUNT-POSITION-EXIT.
           EXIT.

      *================================================================
      * PARK-FOR-FUNDS: the instruction waits on PAYFUND, approved
      * and screened as it stands, for the next run's retry. One
      * already waiting (a rerun) is left as it is.
      * Output: WS-FUNDS-OUTCOME (Q, or F if it could not be parked)
      *================================================================
       PARK-FOR-FUNDS SECTION.
           MOVE SPACES TO PAYFUND-RECORD
           MOVE WS-RELEASE-LINE TO PF-INSTRUCTION
           MOVE WS-FN-BASE-MINOR TO PF-BASE-MINOR
           MOVE WS-TODAY TO PF-QUEUED-DATE
           MOVE WS-NOW-HHMM TO PF-QUEUED-TIME
           MOVE WS-TODAY TO PF-LAST-TRIED-DATE
           MOVE WS-NOW-HHMM TO PF-LAST-TRIED-TIME
           MOVE 1 TO PF-ATTEMPTS
           MOVE WS-FN-SHORTFALL TO PF-SHORTFALL-MINOR
           MOVE WS-FN-ACCOUNT-CCY TO PF-ACCOUNT-CURRENCY
           MOVE WS-FUNDS-RESULT TO PF-FAIL-REASON
           MOVE "Q" TO WS-FUNDS-OUTCOME

           WRITE PAYFUND-RECORD
              INVALID KEY
                 IF WS-PF-FILE-STATUS = "22"
                    CONTINUE
                 ELSE
                    MOVE "F" TO WS-FUNDS-OUTCOME
                    ADD 1 TO WS-HOLD-FAIL-COUNT
                    DISPLAY "PAYHOLD: write to PAYFUND failed, "
                       "status=" WS-PF-FILE-STATUS " for "
                       PF-PAYMENT-ID
                    GO TO PARK-FOR-FUNDS-EXIT
                 END-IF
           END-WRITE

           ADD 1 TO WS-FUNDS-HELD-COUNT

           IF WS-PF-FILE-STATUS = "00"
              MOVE "FUNDWAIT" TO WS-PE-EVENT-CODE
              IF WS-FUNDS-NO-RATE
                 MOVE "NO RATE TO ACCOUNT CURRENCY"
                    TO WS-PE-REFERENCE
              ELSE
                 MOVE "BALANCE SHORT" TO WS-PE-REFERENCE
              END-IF
              MOVE "WAITING ON PAYFUND FOR FUNDS BEFORE THE CUT-OFF"
                 TO WS-PE-DETAIL
              PERFORM LOG-PAYMENT-EVENT
           END-IF.

       PARK-FOR-FUNDS-EXIT.
           EXIT.

      *================================================================
      * REJECT-FOR-FUNDS: the instruction goes to PAYFREJ with its
      * catalog code - FND001 when the account is short, FND002
      * when no rate could bring it into the account's currency,
      * FND003 when the dunning ladder has blocked its debits
      * Input:  WS-RELEASE-LINE, WS-FUNDS-RESULT
      *================================================================
       REJECT-FOR-FUNDS SECTION.
           MOVE WS-RELEASE-LINE TO FR-INSTRUCTION
           EVALUATE TRUE
              WHEN WS-FUNDS-BLOCKED
                 MOVE "DEBITS BLOCKED - ACCOUNT OVERDRAWN IN DUNNING"
                    TO FR-REJECT-REASON
                 MOVE "FND003" TO FR-REJECT-CODE
                 ADD 1 TO WS-FUNDS-BLOCKED-COUNT
              WHEN WS-FUNDS-NO-RATE
                 MOVE "NO RATE TO ACCOUNT CURRENCY BY FUNDS CUT-OFF"
                    TO FR-REJECT-REASON
                 MOVE "FND002" TO FR-REJECT-CODE
                 ADD 1 TO WS-FUNDS-REJECTED-COUNT
              WHEN OTHER
                 MOVE "INSUFFICIENT FUNDS BY FUNDS CUT-OFF"
                    TO FR-REJECT-REASON
                 MOVE "FND001" TO FR-REJECT-CODE
                 ADD 1 TO WS-FUNDS-REJECTED-COUNT
           END-EVALUATE
           WRITE PAYFREJ-RECORD

           MOVE WS-RE-PAYMENT-ID TO WS-PE-PAYMENT-ID
           MOVE WS-RE-CURRENCY TO WS-PE-CURRENCY
           MOVE WS-RE-AMOUNT-MINOR TO WS-PE-AMOUNT
           MOVE "FUNDREJ" TO WS-PE-EVENT-CODE
           MOVE FR-REJECT-CODE TO WS-PE-REFERENCE
           MOVE FR-REJECT-REASON TO WS-PE-DETAIL
           PERFORM LOG-PAYMENT-EVENT.

       REJECT-FOR-FUNDS-EXIT.
           EXIT.

      *================================================================
      * SET-FUNDS-NOTE: the PAYHRPT disposition of a payment its
      * account could not cover
      *================================================================
       SET-FUNDS-NOTE SECTION.
           EVALUATE TRUE
              WHEN WS-OUTCOME-FAILED
                 MOVE "FUNDS HOLD FAILED - LEFT AS IT WAS"
                    TO WS-HD-NOTE
              WHEN WS-OUTCOME-REJECTED AND WS-FUNDS-BLOCKED
                 MOVE "REJECTED FND003 - DEBITS BLOCKED"
                    TO WS-HD-NOTE
              WHEN WS-OUTCOME-REJECTED AND WS-FUNDS-NO-RATE
                 MOVE "REJECTED FND002 - NO RATE TO ACCT"
                    TO WS-HD-NOTE
              WHEN WS-OUTCOME-REJECTED
                 MOVE "REJECTED FND001 - FUNDS SHORT"
                    TO WS-HD-NOTE
              WHEN WS-FUNDS-NO-RATE
                 MOVE "HELD FOR FUNDS - NO RATE TO ACCT CCY"
                    TO WS-HD-NOTE
              WHEN OTHER
                 MOVE "HELD FOR FUNDS - BALANCE SHORT"
                    TO WS-HD-NOTE
           END-EVALUATE.

       SET-FUNDS-NOTE-EXIT.
           EXIT.

      *================================================================
      * EXAMINE-ONE-INSTRUCTION: convert to base currency and either
      * pass the instruction through or park it on the queue
              MOVE PY-AMOUNT-MINOR TO WS-MC-RESULT-MINOR
              MOVE 1 TO WS-CONVERT-OK
           ELSE
              MOVE PY-CURRENCY TO WS-RATE-CURRENCY
              PERFORM FIND-NEWEST-VALID-RATE
              IF WS-RATE-FOUND = 1
                 MOVE PY-CURRENCY TO WS-MC-FROM-CURRENCY

      *    An instruction that cannot be measured against the
      *    threshold is held, never waved through
           MOVE 0 TO WS-NEEDS-APPROVAL
           IF WS-CONVERT-OK = 0
              MOVE 0 TO WS-MC-RESULT-MINOR
              MOVE 1 TO WS-NEEDS-APPROVAL
           ELSE
              COMPUTE WS-CONVERTED-ABS =
                 FUNCTION ABS(WS-MC-RESULT-MINOR)
              IF WS-CONVERTED-ABS >= WS-THRESHOLD-MINOR
                 MOVE 1 TO WS-NEEDS-APPROVAL
              END-IF
           END-IF

      *    Over its customer's limit needs a second operator too,
      *    however small the payment
           IF PY-IS-LIMIT-HELD
              MOVE 1 TO WS-NEEDS-APPROVAL
           END-IF

      *    So does one whose customer's new contact details are
      *    still unproven
           IF PY-IS-CONTACT-HELD
              MOVE 1 TO WS-NEEDS-APPROVAL
           END-IF

      *    Whatever its amount, nothing leaves before its
      *    beneficiary has been screened
           PERFORM SCREEN-BENEFICIARY

           IF WS-SCREEN-HIT = 1 OR WS-NEEDS-APPROVAL = 1
              PERFORM PARK-ON-QUEUE
              GO TO EXAMINE-ONE-INSTRUCTION-EXIT
           END-IF

      *    Through every control - provided the account can pay it
           MOVE PAYGOOD-RECORD TO WS-RELEASE-LINE
           MOVE WS-MC-RESULT-MINOR TO WS-FN-BASE-MINOR
           MOVE WS-CONVERT-OK TO WS-FN-BASE-OK
           PERFORM RELEASE-OR-DEFER
           IF WS-OUTCOME-RELEASED
              ADD 1 TO WS-PASSED-COUNT
           ELSE
              MOVE SPACES TO WS-HELD-LINE
              MOVE PY-PAYMENT-ID TO WS-HD-PAYMENT-ID
              MOVE PY-CURRENCY TO WS-HD-CURRENCY
              MOVE PY-AMOUNT-MINOR TO WS-HD-AMOUNT
              MOVE WS-FN-BASE-MINOR TO WS-HD-BASE
              PERFORM SET-FUNDS-NOTE
              WRITE PAYHRPT-RECORD FROM WS-HELD-LINE
           END-IF.

       EXAMINE-ONE-INSTRUCTION-EXIT.
           EXIT.

      *================================================================
      * SCREEN-BENEFICIARY: normalize the beneficiary name and hold
      * it against every list key - an exact key match or a key
      * within two edits is a hit, as in SANCSCRN's SCREEN-ONE-NAME
      * Output: WS-SCREEN-HIT (1 for any hit not suppressed)
      *================================================================
       SCREEN-BENEFICIARY SECTION.
           MOVE 0 TO WS-SCREEN-HIT

           MOVE SPACES TO WS-CASE-SUBJECT
           STRING "PAYMENT " DELIMITED BY SIZE
                  PY-PAYMENT-ID DELIMITED BY SIZE
                  INTO WS-CASE-SUBJECT
           END-STRING

           MOVE SPACES TO WS-NM-INPUT
           MOVE PY-BENEF-NAME TO WS-NM-INPUT(1:70)
           COMPUTE WS-NM-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(PY-BENEF-NAME TRAILING))
           CALL "NORMALIZE-NAME" USING WS-NM-INPUT WS-NM-INPUT-LEN
               WS-NM-GERMAN-STYLE WS-NM-CHARSET-VARIANT
               WS-NM-OUTPUT WS-NM-OUTPUT-LEN

           MOVE WS-NM-OUTPUT(1:60) TO WS-BENEF-KEY
           IF WS-NM-OUTPUT-LEN > 60
              MOVE 60 TO WS-BENEF-KEY-LEN
           ELSE
              MOVE WS-NM-OUTPUT-LEN TO WS-BENEF-KEY-LEN
           END-IF

           IF WS-BENEF-KEY-LEN = 0
              GO TO SCREEN-BENEFICIARY-EXIT
           END-IF

           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-ENTRIES
              IF WS-BENEF-KEY = WL-KEY(WS-LIST-IDX)
                 PERFORM CHECK-CASE-DISPOSITION
              ELSE
      *          The edit-distance test only pays off when the
      *          lengths are close enough to possibly pass it
                 COMPUTE WS-ED-DIFF = WS-BENEF-KEY-LEN
                    - WL-KEY-LEN(WS-LIST-IDX)
                 IF WS-ED-DIFF >= -2 AND WS-ED-DIFF <= 2
                    MOVE WS-BENEF-KEY TO WS-ED-STRING-A
                    MOVE WS-BENEF-KEY-LEN TO WS-ED-LEN-A
                    MOVE WL-KEY(WS-LIST-IDX) TO WS-ED-STRING-B
                    MOVE WL-KEY-LEN(WS-LIST-IDX) TO WS-ED-LEN-B
                    PERFORM COMPUTE-EDIT-DISTANCE
                    IF WS-ED-DISTANCE <= 2
                       PERFORM CHECK-CASE-DISPOSITION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       SCREEN-BENEFICIARY-EXIT.
           EXIT.

      *================================================================
      * CHECK-CASE-DISPOSITION: the payment/listed-name SCRNCASE
      * record decides whether this hit holds the payment. No case
      * yet opens one (status O). A FALSE POSITIVE case suppresses
      * the hit unless the watchlist entry's list date moved past
      * the one the reviewer saw - that reopens the case.
      * Output: WS-SCREEN-HIT set on a hit that is not suppressed
      *================================================================
       CHECK-CASE-DISPOSITION SECTION.
           MOVE 0 TO WS-HIT-SUPPRESSED

           MOVE WS-CASE-SUBJECT TO SC-CUSTOMER-ID
           MOVE WL-RAW-NAME(WS-LIST-IDX) TO SC-LISTED-NAME
           READ SCRNCASE-FILE
              INVALID KEY
                 MOVE "O" TO SC-STATUS
                 MOVE SPACES TO SC-REVIEWED-BY
                 MOVE SPACES TO SC-REVIEWED-TS
                 MOVE WL-DATE(WS-LIST-IDX) TO SC-LIST-DATE-SEEN
                 WRITE SCRNCASE-RECORD
                    INVALID KEY
                       DISPLAY "PAYHOLD: write to SCRNCASE "
                          "failed, status=" WS-SC-FILE-STATUS
                 END-WRITE
                 ADD 1 TO WS-CASES-OPENED
                 MOVE 1 TO WS-SCREEN-HIT
                 GO TO CHECK-CASE-DISPOSITION-EXIT
           END-READ

           IF SC-IS-FALSE-POSITIVE
              IF WL-DATE(WS-LIST-IDX) > SC-LIST-DATE-SEEN
      *          The list entry changed since the review - the
      *          disposition no longer covers it
                 MOVE "O" TO SC-STATUS
                 MOVE WL-DATE(WS-LIST-IDX) TO SC-LIST-DATE-SEEN
                 REWRITE SCRNCASE-RECORD
                    INVALID KEY
                       DISPLAY "PAYHOLD: rewrite to SCRNCASE "
                          "failed, status=" WS-SC-FILE-STATUS
                 END-REWRITE
              ELSE
                 MOVE 1 TO WS-HIT-SUPPRESSED
              END-IF
           END-IF

           IF WS-HIT-SUPPRESSED = 1
              ADD 1 TO WS-SCREEN-SUPPRESSED
           ELSE
              MOVE 1 TO WS-SCREEN-HIT
           END-IF.

       CHECK-CASE-DISPOSITION-EXIT.
           EXIT.

      *================================================================
      * COMPUTE-EDIT-DISTANCE: classic two-row Levenshtein over the
      * two match keys, as SANCSCRN computes it
      * Input:  WS-ED-STRING-A/LEN-A, WS-ED-STRING-B/LEN-B
      * Output: WS-ED-DISTANCE
      *================================================================
       COMPUTE-EDIT-DISTANCE SECTION.
           PERFORM VARYING WS-ED-J FROM 1 BY 1
                   UNTIL WS-ED-J > WS-ED-LEN-B + 1
              COMPUTE WS-ED-PREV(WS-ED-J) = WS-ED-J - 1
           END-PERFORM

           PERFORM VARYING WS-ED-I FROM 1 BY 1
                   UNTIL WS-ED-I > WS-ED-LEN-A
              MOVE WS-ED-I TO WS-ED-CURR(1)
              PERFORM VARYING WS-ED-J FROM 1 BY 1
                      UNTIL WS-ED-J > WS-ED-LEN-B
                 IF WS-ED-STRING-A(WS-ED-I:1)
                    = WS-ED-STRING-B(WS-ED-J:1)
                    MOVE 0 TO WS-ED-COST
                 ELSE
                    MOVE 1 TO WS-ED-COST
                 END-IF
                 COMPUTE WS-ED-BEST =
                    WS-ED-PREV(WS-ED-J) + WS-ED-COST
                 IF WS-ED-CURR(WS-ED-J) + 1 < WS-ED-BEST
                    COMPUTE WS-ED-BEST = WS-ED-CURR(WS-ED-J) + 1
                 END-IF
                 IF WS-ED-PREV(WS-ED-J + 1) + 1 < WS-ED-BEST
                    COMPUTE WS-ED-BEST =
                       WS-ED-PREV(WS-ED-J + 1) + 1
                 END-IF
                 MOVE WS-ED-BEST TO WS-ED-CURR(WS-ED-J + 1)
              END-PERFORM
              MOVE WS-ED-ROW-CURR TO WS-ED-ROW-PREV
           END-PERFORM

           MOVE WS-ED-PREV(WS-ED-LEN-B + 1) TO WS-ED-DISTANCE.

       COMPUTE-EDIT-DISTANCE-EXIT.
           EXIT.

      *================================================================
      * PARK-ON-QUEUE: the instruction joins PAYPEND - held for
      * screening (S) on a watch-list hit, otherwise pending (P)
      * approval; an instruction already on the queue (a rerun) is
      * left exactly as the desk last saw it
      *================================================================
       PARK-ON-QUEUE SECTION.
           MOVE PY-PAYMENT-ID TO PP-PAYMENT-ID
           MOVE PY-EXEC-DATE TO PP-EXEC-DATE
           MOVE WS-MC-RESULT-MINOR TO PP-BASE-MINOR
           MOVE WS-TODAY TO PP-HELD-DATE
           IF WS-SCREEN-HIT = 1
              MOVE "S" TO PP-STATUS
           ELSE
              MOVE "P" TO PP-STATUS
           END-IF
           MOVE SPACES TO PP-DECIDED-BY
           MOVE 0 TO PP-DECIDED-DATE
           IF WS-NEEDS-APPROVAL = 1
              MOVE "Y" TO PP-APPROVAL-NEEDED
           ELSE
              MOVE "N" TO PP-APPROVAL-NEEDED
           END-IF
           MOVE PY-BENEF-NAME TO PP-BENEF-NAME
           MOVE PY-BENEF-ADDR-LINE TO PP-BENEF-ADDR-LINE
           MOVE PY-BENEF-TOWN TO PP-BENEF-TOWN
           MOVE PY-BENEF-COUNTRY TO PP-BENEF-COUNTRY
           MOVE PY-ORDER-CUSTOMER-ID TO PP-ORDER-CUSTOMER-ID
           MOVE PY-DEBIT-IBAN TO PP-DEBIT-IBAN
           MOVE PY-LIMIT-HOLD TO PP-LIMIT-HOLD

           WRITE PAYPEND-RECORD
              INVALID KEY
                 END-IF
           END-WRITE

           MOVE SPACES TO WS-HELD-LINE
           MOVE PY-PAYMENT-ID TO WS-HD-PAYMENT-ID
           MOVE PY-CURRENCY TO WS-HD-CURRENCY
           MOVE PY-AMOUNT-MINOR TO WS-HD-AMOUNT
           MOVE PP-BASE-MINOR TO WS-HD-BASE
           EVALUATE TRUE
              WHEN WS-SCREEN-HIT = 1
                 ADD 1 TO WS-SCREEN-HELD-COUNT
                 MOVE "HELD - SANCTIONS SCREENING HIT" TO WS-HD-NOTE
              WHEN WS-CONVERT-OK = 0
                 ADD 1 TO WS-HELD-COUNT
                 ADD 1 TO WS-UNCONVERTED-HELD
                 MOVE "HELD - NO USABLE RATE" TO WS-HD-NOTE
              WHEN PY-IS-LIMIT-HELD
                 ADD 1 TO WS-HELD-COUNT
                 ADD 1 TO WS-LIMIT-HELD-COUNT
                 MOVE "HELD - OVER CUSTOMER LIMIT" TO WS-HD-NOTE
              WHEN PY-IS-CONTACT-HELD
                 ADD 1 TO WS-HELD-COUNT
                 ADD 1 TO WS-CONTACT-HELD-COUNT
                 MOVE "HELD - CONTACT NOT VERIFIED" TO WS-HD-NOTE
              WHEN OTHER
                 ADD 1 TO WS-HELD-COUNT
                 MOVE "HELD - OVER THRESHOLD" TO WS-HD-NOTE
           END-EVALUATE
           WRITE PAYHRPT-RECORD FROM WS-HELD-LINE

      *    A rerun finding the instruction already queued has
      *    logged its hold before
           IF WS-PP-FILE-STATUS = "00"
              MOVE PY-PAYMENT-ID TO WS-PE-PAYMENT-ID
              MOVE PY-CURRENCY TO WS-PE-CURRENCY
              MOVE PY-AMOUNT-MINOR TO WS-PE-AMOUNT
              MOVE "HELD" TO WS-PE-EVENT-CODE
              MOVE PP-STATUS TO WS-PE-REFERENCE
              MOVE WS-HD-NOTE TO WS-PE-DETAIL
              PERFORM LOG-PAYMENT-EVENT
           END-IF.

       PARK-ON-QUEUE-EXIT.
           EXIT.

      *================================================================
      * FIND-NEWEST-VALID-RATE: partial browse of the rate KSDS for
      * the newest valid WS-RATE-CURRENCY/USD rate
      * Output: WS-RATE-FOUND, WS-RATE-VALUE, WS-RATE-TIMESTAMP
      *================================================================
       FIND-NEWEST-VALID-RATE SECTION.
           MOVE 0 TO WS-RATE-VALUE
           MOVE 0 TO WS-RATE-TIMESTAMP

           MOVE WS-RATE-CURRENCY TO ER-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO ER-TO-CURRENCY
           MOVE 0 TO ER-TIMESTAMP
           MOVE 0 TO WS-BROWSE-DONE
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF ER-FROM-CURRENCY NOT = WS-RATE-CURRENCY
                       OR ER-TO-CURRENCY NOT = WS-BASE-CURRENCY
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
       FIND-NEWEST-VALID-RATE-EXIT.
           EXIT.

      *================================================================
      * LOG-PAYMENT-EVENT: one WS-PE-EVENT-CODE event for the
      * payment on the PAYEVNT log; a failure is shown, never
      * allowed to stop the payment
      *================================================================
       LOG-PAYMENT-EVENT SECTION.
           CALL "PAY-EVENT-WRITE" USING WS-PE-PAYMENT-ID
               WS-PE-EVENT-CODE WS-PE-SOURCE WS-PE-ACTOR
               WS-PE-REFERENCE WS-PE-DETAIL WS-PE-CURRENCY
               WS-PE-AMOUNT WS-PE-RESULT WS-PE-ERROR-MSG

           IF WS-PE-RESULT NOT = 1
              ADD 1 TO WS-PE-FAIL-COUNT
              DISPLAY "PAYHOLD: event " WS-PE-EVENT-CODE
                 " not logged for " WS-PE-PAYMENT-ID " - "
                 WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "PAYHOLD - DUAL-CONTROL RELEASE QUEUE, THRESHOLD "
              "USD " WS-THRESHOLD-USD ", FUNDS CUT-OFF "
              WS-FUNDS-CUTOFF
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE PAYHRPT-RECORD FROM WS-HEADING-LINE

           MOVE WS-UNCONVERTED-HELD TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  HELD - OVER CUSTOMER LIMIT" TO WS-RPT-LABEL
           MOVE WS-LIMIT-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  HELD - CONTACT NOT VERIFIED" TO WS-RPT-LABEL
           MOVE WS-CONTACT-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "APPROVED AND RELEASED" TO WS-RPT-LABEL
           MOVE WS-APPROVED-RELEASED TO WS-RPT-COUNT
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STILL AWAITING APPROVAL" TO WS-RPT-LABEL
           MOVE WS-STILL-PENDING TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WATCH-LIST ENTRIES LOADED" TO WS-RPT-LABEL
           MOVE WS-LIST-ENTRIES TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HELD FOR SCREENING" TO WS-RPT-LABEL
           MOVE WS-SCREEN-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  SCREENING CASES OPENED" TO WS-RPT-LABEL
           MOVE WS-CASES-OPENED TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  HITS SUPPRESSED (FALSE POS)" TO WS-RPT-LABEL
           MOVE WS-SCREEN-SUPPRESSED TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "SCREEN CLEARED AND RELEASED" TO WS-RPT-LABEL
           MOVE WS-SCREEN-CLEARED-RELEASED TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "SCREEN CLEARED TO APPROVAL" TO WS-RPT-LABEL
           MOVE WS-SCREEN-CLEARED-TO-APPROVE TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BLOCKED - HIT CONFIRMED" TO WS-RPT-LABEL
           MOVE WS-SCREEN-BLOCKED TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STILL HELD FOR SCREENING" TO WS-RPT-LABEL
           MOVE WS-SCREEN-STILL-HELD TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BALANCE POSITIONS LOADED" TO WS-RPT-LABEL
           MOVE WS-POSITION-ENTRIES TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HELD FOR FUNDS" TO WS-RPT-LABEL
           MOVE WS-FUNDS-HELD-COUNT TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FUNDS RETRY - RELEASED" TO WS-RPT-LABEL
           MOVE WS-FUNDS-RETRY-RELEASED TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FUNDS RETRY - STILL SHORT" TO WS-RPT-LABEL
           MOVE WS-FUNDS-STILL-HELD TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "REJECTED AT FUNDS CUT-OFF" TO WS-RPT-LABEL
           MOVE WS-FUNDS-REJECTED-COUNT TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "REJECTED - DEBITS BLOCKED" TO WS-RPT-LABEL
           MOVE WS-FUNDS-BLOCKED-COUNT TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RELEASED - NO ACCOUNT LIMIT" TO WS-RPT-LABEL
           MOVE WS-FUNDS-UNCHECKED-COUNT TO WS-RPT-COUNT
           WRITE PAYHRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REGISTER-PAYRELSD-HANDOFF: the closed PAYRELSD registered as
      * the day's handoff to the file builders
      *================================================================
       REGISTER-PAYRELSD-HANDOFF SECTION.
           CALL "HANDOFF-REGISTER" USING WS-HO-DATASET WS-HO-JOB-NAME
               WS-HO-CCY-POS WS-HO-AMT-POS WS-HO-AMT-LEN
               WS-HO-RECORD-COUNT WS-HO-STATUS WS-HO-MSG

           IF WS-HO-STATUS = 0
              DISPLAY "PAYHOLD: PAYRELSD handoff registered, "
                 WS-HO-RECORD-COUNT " record(s)"
           ELSE
              MOVE 1 TO WS-HO-NOT-REGISTERED
              DISPLAY "PAYHOLD: PAYRELSD handoff not registered - "
                 FUNCTION TRIM(WS-HO-MSG)
           END-IF.

       REGISTER-PAYRELSD-HANDOFF-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
           CLOSE EXCHANGE-RATE-FILE
           CLOSE PAYPEND-FILE
           CLOSE PAYRELSD-FILE
           CLOSE PAYHRPT-FILE
           CLOSE SCRNCASE-FILE
           CLOSE ACCTLIM-FILE
           CLOSE PAYFUND-FILE
           CLOSE PAYFREJ-FILE
           CLOSE POSNWRK-FILE.

       CLOSE-FILES-EXIT.
           EXIT.
