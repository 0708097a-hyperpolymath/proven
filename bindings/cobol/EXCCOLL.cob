      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven ExcCollect - nightly collection of every open
      * operations exception into one inbox for COBOL
      *

      *================================================================
      * Open exceptions used to be spread over a dozen suspense and
      * queue files, each with its own report, so nobody could say
      * what was outstanding, who owned it or how long it had been
      * waiting. This step runs last in the night and collects every
      * open item into the EXCINBX exception-inbox KSDS, keyed by
      * source and the item's own key in that source:
      *
      *   REJSUSP   customers parked by REJRECYC on the reject
      *             suspense - latest reject reason
      *   RCVSUSP   incoming credits RECVIN could not match to a
      *             receivable - amount and remittance reference
      *   RETSUSP   payment returns PAYRET could not match
      *   GLSUSPOT  GLRECON's open GL suspense, per entity and
      *             currency
      *   UNDELIV   statements STMTROUT found undeliverable - one
      *             item per customer named on the file
      *   PAYPEND   payments PAYHOLD holds pending approval or on a
      *             screening hit (status P or S)
      *   PAYREJ    payment rejects not yet resubmitted - read from
      *             the PAYRPRQ repair queue RPRQUEUE loads every
      *             PAYREJ reject onto, so a reject the desk has
      *             repaired and resubmitted drops out
      *   SCRNCASE  screening cases still open (status O)
      *   FXPENDAP  exchange rates FXRATELD parked for the FXAPPRV
      *             desk
      *
      * Each item carries its currency and amount (none for the
      * customer and rate items), the date it was first seen - the
      * source's own first-seen, held or loaded date, or for
      * UNDELIV tonight's - its age in business days, its owner
      * team and its SLA due date, counted from the first-seen date
      * in business days through ADD-BUSINESS-DAYS (SAFE-DATETIME).
      * Owner team and SLA days per source are compiled defaults,
      * each overridable on PARMMSTR as EXCOWN-<source> and
      * EXCSLA-<source> (1 to 365 days).
      *
      * An item already in the inbox keeps the earliest first-seen
      * date either side has and everything the EXCWORK screen has
      * put on it - who claimed it and the last comment - so the
      * nightly refresh never loses the desk's work. An item that
      * is no longer open in its source has been dealt with and is
      * deleted from the inbox; a source file that is not there
      * tonight is listed, its items are kept and aged, and the run
      * ends COND code 4. The inbox is rebuilt from its sources
      * every night, so its writes are not journaled.
      *
      * The EXCRPT report is the operations manager's morning
      * sheet: every item past its SLA due date, then the ageing
      * summary by owner team - open items by business-day age
      * band, how many are past SLA and how many nobody has
      * claimed - and the collection totals by source. A failed
      * inbox write or a full team table sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCCOLL.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJSUSP-FILE ASSIGN TO "REJSUSP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SU-CUSTOMER-ID
              FILE STATUS IS WS-SU-FILE-STATUS.

           SELECT RCVSUSP-FILE ASSIGN TO "RCVSUSP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RV-CREDIT-ID
              FILE STATUS IS WS-RV-FILE-STATUS.

           SELECT RETSUSP-FILE ASSIGN TO "RETSUSP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RS-PAYMENT-ID
              FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT GLSUSPOT-FILE ASSIGN TO "GLSUSPOT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT UNDELIV-FILE ASSIGN TO "UNDELIV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UD-FILE-STATUS.

           SELECT PAYPEND-FILE ASSIGN TO "PAYPEND"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PP-PAYMENT-ID
              FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT REPAIR-QUEUE-FILE ASSIGN TO "PAYRPRQ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RQ-KEY
              FILE STATUS IS WS-RQ-FILE-STATUS.

           SELECT SCRNCASE-FILE ASSIGN TO "SCRNCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE ASSIGN TO "FXPENDAP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PD-KEY
              FILE STATUS IS WS-PD-FILE-STATUS.

           SELECT EXCINBX-FILE ASSIGN TO "EXCINBX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EX-KEY
              FILE STATUS IS WS-EX-FILE-STATUS.

           SELECT EXCRPT-FILE ASSIGN TO "EXCRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Reject suspense as REJRECYC maintains it (see
      * SUSPENSE-RECORD in REJRECYC.cob) - reason 1 is the latest
       FD  REJSUSP-FILE
           RECORD CONTAINS 206 CHARACTERS.
       01  SUSPENSE-RECORD.
           05 SU-CUSTOMER-ID            PIC X(36).
           05 SU-FIRST-SEEN-DATE        PIC 9(8).
           05 SU-LAST-SEEN-DATE         PIC 9(8).
           05 SU-TIMES-REJECTED         PIC 9(4).
           05 SU-REASON-HISTORY.
              10 SU-REASON              OCCURS 3 TIMES PIC X(50).

      * Unmatched incoming credits (see RCVSUSP-RECORD in
      * RECVIN.cob)
       FD  RCVSUSP-FILE
           RECORD CONTAINS 129 CHARACTERS.
       01  RCVSUSP-RECORD.
           05 RV-CREDIT-ID              PIC X(12).
           05 RV-REMIT-IBAN             PIC X(34).
           05 RV-REFERENCE              PIC X(40).
           05 RV-CURRENCY               PIC X(3).
           05 RV-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 RV-FIRST-SEEN-DATE        PIC 9(8).
           05 RV-LAST-SEEN-DATE         PIC 9(8).
           05 RV-TIMES-SEEN             PIC 9(4).
           05 FILLER                    PIC X(4).

      * Unmatched payment returns (see RETSUSP-RECORD in
      * PAYRET.cob)
       FD  RETSUSP-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  RETSUSP-RECORD.
           05 RS-PAYMENT-ID             PIC X(12).
           05 RS-RETURN-REASON          PIC X(4).
           05 RS-CURRENCY               PIC X(3).
           05 RS-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 RS-FIRST-SEEN-DATE        PIC 9(8).
           05 RS-LAST-SEEN-DATE         PIC 9(8).
           05 RS-TIMES-SEEN             PIC 9(4).

      * Open GL suspense carried forward (see SUSPENSE-OUT-RECORD
      * in GLRECON.cob)
       FD  GLSUSPOT-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  GLSUSPOT-RECORD.
           05 SO-ENTITY                 PIC X(4).
           05 SO-CURRENCY               PIC X(3).
           05 SO-OPEN-AMOUNT            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SO-FIRST-OPEN-DATE        PIC 9(8).

      * Undeliverable statements, the STMTOUT print image as
      * STMTROUT splits it off - the "CUSTOMER" line names whose
      * statement it is
       FD  UNDELIV-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  UNDELIV-RECORD.
           05 UD-LINE-TAG               PIC X(9).
              88 UD-IS-CUSTOMER-LINE    VALUE "CUSTOMER ".
           05 UD-CUSTOMER-ID            PIC X(36).
           05 FILLER                    PIC X(87).

      * Held payments (see PAYPEND-RECORD in PAYHOLD.cob)
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
           05 PP-APPROVAL-NEEDED        PIC X(1).
           05 PP-BENEF-NAME             PIC X(70).
           05 PP-BENEF-ADDR-LINE        PIC X(70).
           05 PP-BENEF-TOWN             PIC X(35).
           05 PP-BENEF-COUNTRY          PIC X(2).
           05 PP-ORDER-CUSTOMER-ID      PIC X(36).
           05 PP-DEBIT-IBAN             PIC X(34).
           05 PP-LIMIT-HOLD             PIC X(1).

      * Payment repair queue (see REPAIR-QUEUE-RECORD in
      * RPRQUEUE.cob)
       FD  REPAIR-QUEUE-FILE
           RECORD CONTAINS 507 CHARACTERS.
       01  REPAIR-QUEUE-RECORD.
           05 RQ-KEY.
              10 RQ-REJECT-CODE         PIC X(6).
              10 RQ-PAYMENT-ID          PIC X(12).
           05 RQ-INSTRUCTION.
              10 RQ-ORIG-PAYMENT-ID     PIC X(12).
              10 RQ-ORIG-BENEF-IBAN     PIC X(34).
              10 RQ-ORIG-BENEF-BIC      PIC X(11).
              10 RQ-ORIG-CURRENCY       PIC X(3).
              10 RQ-ORIG-AMOUNT-MINOR   PIC S9(15)
                 SIGN IS LEADING SEPARATE CHARACTER.
              10 RQ-ORIG-EXEC-DATE      PIC 9(8).
           05 RQ-REJECT-REASON          PIC X(50).
           05 RQ-LOADED-DATE            PIC 9(8).
           05 RQ-REPAIR-PART.
              10 RQ-STATUS              PIC X(1).
                 88 RQ-IS-SUBMITTED     VALUE "S".
              10 FILLER                 PIC X(96).
           05 FILLER                    PIC X(3).
           05 RQ-ORIG-BENEF-DETAILS     PIC X(177).
           05 RQ-ORIG-ORDERING-DETAILS  PIC X(70).

      * Screening cases as SANCSCRN and SCRNDISP maintain them
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

      * Parked exchange rates (see PENDING-APPROVAL-RECORD in
      * FXRATELD.cob)
       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  PENDING-APPROVAL-RECORD.
           05 PD-KEY.
              10 PD-FROM-CURRENCY       PIC X(3).
              10 PD-TO-CURRENCY         PIC X(3).
              10 PD-TIMESTAMP           PIC 9(14).
           05 PD-NEW-RATE               PIC 9(6)V9(8).
           05 PD-PRIOR-RATE             PIC 9(6)V9(8).
           05 PD-MOVEMENT-BP            PIC 9(5).

      * Exception inbox - one record per open item, keyed by
      * source and the item's key there. The work part is the
      * desk's, set on the EXCWORK screen and carried across every
      * nightly refresh. EXCWORK.cob mirrors this layout field for
      * field.
       FD  EXCINBX-FILE
           RECORD CONTAINS 320 CHARACTERS.
       01  EXCINBX-RECORD.
           05 EX-KEY.
              10 EX-SOURCE              PIC X(8).
              10 EX-ITEM-KEY            PIC X(96).
           05 EX-CURRENCY               PIC X(3).
           05 EX-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 EX-DESCRIPTION            PIC X(50).
           05 EX-FIRST-SEEN-DATE        PIC 9(8).
           05 EX-AGE-BUS-DAYS           PIC 9(4).
           05 EX-OWNER-TEAM             PIC X(8).
           05 EX-SLA-DAYS               PIC 9(3).
           05 EX-SLA-DUE-DATE           PIC 9(8).
           05 EX-LAST-COLLECTED         PIC 9(8).
           05 EX-WORK-PART.
              10 EX-CLAIMED-BY          PIC X(8).
              10 EX-CLAIMED-DATE        PIC 9(8).
              10 EX-COMMENT             PIC X(60).
              10 EX-COMMENT-BY          PIC X(8).
              10 EX-COMMENT-DATE        PIC 9(8).
           05 FILLER                    PIC X(16).

       FD  EXCRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-SU-FILE-STATUS            PIC X(2).
       01 WS-RV-FILE-STATUS            PIC X(2).
       01 WS-RS-FILE-STATUS            PIC X(2).
       01 WS-SO-FILE-STATUS            PIC X(2).
       01 WS-UD-FILE-STATUS            PIC X(2).
       01 WS-PP-FILE-STATUS            PIC X(2).
       01 WS-RQ-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-PD-FILE-STATUS            PIC X(2).
       01 WS-EX-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-SOURCE-EOF                PIC 9 VALUE 0.
          88 WS-AT-SOURCE-EOF          VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

       01 WS-TODAY                     PIC 9(8).

      * Compiled defaults per source: name, owner team, SLA
      * business days. PARMMSTR's EXCOWN-/EXCSLA- entries override
      * them for the night.
       01 WS-SOURCE-DEFAULTS.
          05 FILLER PIC X(19) VALUE "REJSUSP CUSTDATA005".
          05 FILLER PIC X(19) VALUE "RCVSUSP CASHAPP 002".
          05 FILLER PIC X(19) VALUE "RETSUSP PAYOPS  002".
          05 FILLER PIC X(19) VALUE "GLSUSPOTGLCTRL  003".
          05 FILLER PIC X(19) VALUE "UNDELIV STMTOPS 005".
          05 FILLER PIC X(19) VALUE "PAYPEND PAYOPS  001".
          05 FILLER PIC X(19) VALUE "PAYREJ  PAYOPS  001".
          05 FILLER PIC X(19) VALUE "SCRNCASECOMPLNC 002".
          05 FILLER PIC X(19) VALUE "FXPENDAPFXDESK  001".
       01 WS-SOURCE-DEFAULT-TABLE REDEFINES WS-SOURCE-DEFAULTS.
          05 WS-SD-ENTRY OCCURS 9 TIMES.
             10 WS-SD-SOURCE           PIC X(8).
             10 WS-SD-OWNER-TEAM       PIC X(8).
             10 WS-SD-SLA-DAYS         PIC 9(3).

      * The settings in force tonight and what each source gave
       01 WS-SOURCE-COUNT              PIC 9(2) VALUE 9.
       01 WS-SOURCE-TABLE.
          05 WS-SRC-ENTRY OCCURS 9 TIMES.
             10 WS-SRC-NAME            PIC X(8).
             10 WS-SRC-OWNER-TEAM      PIC X(8).
             10 WS-SRC-SLA-DAYS        PIC 9(3).
             10 WS-SRC-PRESENT         PIC 9.
             10 WS-SRC-COLLECTED       PIC 9(8).
             10 WS-SRC-NEW             PIC 9(8).
             10 WS-SRC-CLEARED         PIC 9(8).
       01 WS-SRC-IDX                   PIC 9(2).
       01 WS-SWEEP-SRC-IDX             PIC 9(2).

      * The item being filed
       01 WS-ITEM-KEY                  PIC X(96).
       01 WS-ITEM-CURRENCY             PIC X(3).
       01 WS-ITEM-AMOUNT               PIC S9(15).
       01 WS-ITEM-DESCRIPTION          PIC X(50).
       01 WS-ITEM-FIRST-SEEN           PIC 9(8).
       01 WS-ITEM-ON-FILE              PIC 9.
       01 WS-MOVEMENT-DISPLAY          PIC ZZZZ9.

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).

      * ADD-BUSINESS-DAYS call fields (see SAFE-DATETIME.cob)
       01 WS-DT-YEAR                   PIC 9(4).
       01 WS-DT-MONTH                  PIC 9(2).
       01 WS-DT-DAY                    PIC 9(2).
       01 WS-DT-DAYS                   PIC S9(8) COMP-3.
       01 WS-DT-RESULT                 PIC 9.

      * Business-day age: the first-seen date is walked forward
      * one business day at a time up to today, counting the steps
      * - an age past 9999 is shown as 9999
       01 WS-AGE-DATE                  PIC 9(8).
       01 WS-AGE-DAYS                  PIC 9(4).
       01 WS-AGE-DONE                  PIC 9.

      * Ageing by owner team, bands in business days
       01 WS-TEAM-MAX                  PIC 9(2) VALUE 20.
       01 WS-TEAM-COUNT                PIC 9(2) VALUE 0.
       01 WS-TEAM-TABLE.
          05 WS-TM-ENTRY OCCURS 20 TIMES.
             10 WS-TM-TEAM             PIC X(8).
             10 WS-TM-BAND             PIC 9(6) OCCURS 5 TIMES.
             10 WS-TM-OPEN             PIC 9(6).
             10 WS-TM-BREACHED         PIC 9(6).
             10 WS-TM-UNCLAIMED        PIC 9(6).
             10 WS-TM-OLDEST           PIC 9(4).
       01 WS-TM-IDX                    PIC 9(2).
       01 WS-TEAM-FOUND                PIC 9.
       01 WS-BAND-IDX                  PIC 9.
       01 WS-TEAM-FULL                 PIC 9 VALUE 0.

      * Control counts
       01 WS-ITEMS-COLLECTED           PIC 9(8) VALUE 0.
       01 WS-ITEMS-NEW                 PIC 9(8) VALUE 0.
       01 WS-ITEMS-CLEARED             PIC 9(8) VALUE 0.
       01 WS-ITEMS-OPEN                PIC 9(8) VALUE 0.
       01 WS-ITEMS-BREACHED            PIC 9(8) VALUE 0.
       01 WS-SOURCES-MISSING           PIC 9(2) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(8) VALUE 0.

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "EXCCOLL".
       01 WS-CW-REJECTED               PIC 9(8).
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-BREACH-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-BL-TEAM                PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-BL-SOURCE              PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-BL-ITEM-KEY            PIC X(36).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-BL-CURRENCY            PIC X(3).
          05 WS-BL-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-BL-AGE                 PIC ZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-BL-DUE-DATE            PIC 9(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-BL-CLAIMED-BY          PIC X(8).
          05 FILLER                    PIC X(23) VALUE SPACES.

       01 WS-TEAM-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-TL-TEAM                PIC X(8).
          05 WS-TL-BAND-AREA.
             10 WS-TL-BAND             PIC ZZZ,ZZ9 OCCURS 5 TIMES.
          05 WS-TL-OPEN                PIC ZZZZ,ZZ9.
          05 WS-TL-BREACHED            PIC ZZZZZ,ZZ9.
          05 WS-TL-UNCLAIMED           PIC ZZZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 WS-TL-OLDEST              PIC ZZZ9.
          05 FILLER                    PIC X(54) VALUE SPACES.

       01 WS-SOURCE-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-SL-SOURCE              PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-SL-OWNER-TEAM          PIC X(8).
          05 WS-SL-SLA-DAYS            PIC ZZZ9.
          05 WS-SL-COLLECTED           PIC ZZZ,ZZZ,ZZ9.
          05 WS-SL-NEW                 PIC ZZZ,ZZZ,ZZ9.
          05 WS-SL-CLEARED             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-SL-NOTE                PIC X(20).
          05 FILLER                    PIC X(53) VALUE SPACES.

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: collect every source into the inbox, then
      * sweep the inbox - clearing what is no longer open and
      * ageing the rest by team - and report
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-FILES
           PERFORM LOAD-SOURCE-SETTINGS
           PERFORM WRITE-REPORT-HEADING

           PERFORM COLLECT-REJECT-SUSPENSE
           PERFORM COLLECT-RECEIPT-SUSPENSE
           PERFORM COLLECT-RETURN-SUSPENSE
           PERFORM COLLECT-GL-SUSPENSE
           PERFORM COLLECT-UNDELIVERABLE
           PERFORM COLLECT-HELD-PAYMENTS
           PERFORM COLLECT-PAYMENT-REJECTS
           PERFORM COLLECT-SCREENING-CASES
           PERFORM COLLECT-PARKED-RATES

           PERFORM SWEEP-INBOX
           PERFORM WRITE-TEAM-AGEING
           PERFORM WRITE-SOURCE-TOTALS
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS

           CLOSE EXCINBX-FILE
           CLOSE EXCRPT-FILE

           DISPLAY "EXCCOLL: " WS-ITEMS-COLLECTED
              " item(s) collected, " WS-ITEMS-NEW " new, "
              WS-ITEMS-CLEARED " cleared, " WS-ITEMS-OPEN
              " open, " WS-ITEMS-BREACHED " past SLA"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0 OR WS-TEAM-FULL = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-SOURCES-MISSING > 0
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
      * OPEN-FILES: the inbox and the report must open (COND code
      * 16 otherwise); each source is opened as it is collected
      *================================================================
       OPEN-FILES SECTION.
           OPEN I-O EXCINBX-FILE
           IF WS-EX-FILE-STATUS NOT = "00"
              AND WS-EX-FILE-STATUS NOT = "05"
              AND WS-EX-FILE-STATUS NOT = "97"
              DISPLAY "EXCCOLL: cannot open EXCINBX, status="
                 WS-EX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT EXCRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "EXCCOLL: cannot open EXCRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-SOURCE-SETTINGS: each source's compiled owner team and
      * SLA days, then tonight's EXCOWN-/EXCSLA- overrides
      *================================================================
       LOAD-SOURCE-SETTINGS SECTION.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
              UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              MOVE WS-SD-SOURCE(WS-SRC-IDX)
                 TO WS-SRC-NAME(WS-SRC-IDX)
              MOVE WS-SD-OWNER-TEAM(WS-SRC-IDX)
                 TO WS-SRC-OWNER-TEAM(WS-SRC-IDX)
              MOVE WS-SD-SLA-DAYS(WS-SRC-IDX)
                 TO WS-SRC-SLA-DAYS(WS-SRC-IDX)
              MOVE 0 TO WS-SRC-PRESENT(WS-SRC-IDX)
              MOVE 0 TO WS-SRC-COLLECTED(WS-SRC-IDX)
              MOVE 0 TO WS-SRC-NEW(WS-SRC-IDX)
              MOVE 0 TO WS-SRC-CLEARED(WS-SRC-IDX)
              PERFORM READ-SOURCE-OVERRIDES
           END-PERFORM.

       LOAD-SOURCE-SETTINGS-EXIT.
           EXIT.

      *================================================================
      * READ-SOURCE-OVERRIDES: EXCOWN-<source> names the owner team,
      * EXCSLA-<source> the SLA days; an absent or unusable entry
      * keeps the default
      *================================================================
       READ-SOURCE-OVERRIDES SECTION.
           MOVE SPACES TO WS-PG-KEY
           STRING "EXCOWN-" DELIMITED BY SIZE
              WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SPACE
              INTO WS-PG-KEY
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0 AND WS-PG-VALUE NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-PG-VALUE(1:8))
                 TO WS-SRC-OWNER-TEAM(WS-SRC-IDX)
           END-IF

           MOVE SPACES TO WS-PG-KEY
           STRING "EXCSLA-" DELIMITED BY SIZE
              WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SPACE
              INTO WS-PG-KEY
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS NOT = 0
              GO TO READ-SOURCE-OVERRIDES-EXIT
           END-IF

           MOVE 0 TO WS-PG-NUMBER
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
              UNTIL WS-PG-SUB > 16
              OR WS-PG-VALUE(WS-PG-SUB:1) = SPACE
              IF WS-PG-VALUE(WS-PG-SUB:1) < "0"
                 OR WS-PG-VALUE(WS-PG-SUB:1) > "9"
                 GO TO READ-SOURCE-OVERRIDES-EXIT
              END-IF
              COMPUTE WS-PG-NUMBER = WS-PG-NUMBER * 10
                 + FUNCTION NUMVAL(WS-PG-VALUE(WS-PG-SUB:1))
           END-PERFORM

           IF WS-PG-SUB > 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 366
              MOVE WS-PG-NUMBER TO WS-SRC-SLA-DAYS(WS-SRC-IDX)
           END-IF.

       READ-SOURCE-OVERRIDES-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADING: the SLA-breach listing comes first,
      * built as the inbox is swept
      *================================================================
       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "EXCCOLL - OPERATIONS EXCEPTION INBOX "
              WS-TODAY DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE
           MOVE "ITEMS PAST SLA DUE DATE" TO WS-HL-TEXT
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  TEAM      SOURCE    ITEM"
              "                                  "
              "CCY              AMOUNT   AGE  DUE      "
              " CLAIMED"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================
      * OPEN-SOURCE-CHECK: a source that is not there tonight is
      * noted against the source (WS-SRC-PRESENT stays 0) and its
      * inbox items are kept as they were
      *================================================================
       OPEN-SOURCE-CHECK SECTION.
           ADD 1 TO WS-SOURCES-MISSING
           DISPLAY "EXCCOLL: " WS-SRC-NAME(WS-SRC-IDX)
              " not available tonight - its items are kept".

       OPEN-SOURCE-CHECK-EXIT.
           EXIT.

      *================================================================
      * COLLECT-REJECT-SUSPENSE: every customer on REJSUSP is open
      *================================================================
       COLLECT-REJECT-SUSPENSE SECTION.
           MOVE 1 TO WS-SRC-IDX
           OPEN INPUT REJSUSP-FILE
           IF WS-SU-FILE-STATUS NOT = "00"
              AND WS-SU-FILE-STATUS NOT = "97"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-REJECT-SUSPENSE-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ REJSUSP-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    MOVE SPACES TO WS-ITEM-KEY
                    MOVE SU-CUSTOMER-ID TO WS-ITEM-KEY
                    MOVE SPACES TO WS-ITEM-CURRENCY
                    MOVE 0 TO WS-ITEM-AMOUNT
                    MOVE SU-REASON(1) TO WS-ITEM-DESCRIPTION
                    MOVE SU-FIRST-SEEN-DATE TO WS-ITEM-FIRST-SEEN
                    PERFORM FILE-ONE-ITEM
              END-READ
           END-PERFORM

           CLOSE REJSUSP-FILE.

       COLLECT-REJECT-SUSPENSE-EXIT.
           EXIT.

      *================================================================
      * COLLECT-RECEIPT-SUSPENSE: every unmatched credit on RCVSUSP
      *================================================================
       COLLECT-RECEIPT-SUSPENSE SECTION.
           MOVE 2 TO WS-SRC-IDX
           OPEN INPUT RCVSUSP-FILE
           IF WS-RV-FILE-STATUS NOT = "00"
              AND WS-RV-FILE-STATUS NOT = "97"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-RECEIPT-SUSPENSE-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ RCVSUSP-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    MOVE SPACES TO WS-ITEM-KEY
                    MOVE RV-CREDIT-ID TO WS-ITEM-KEY
                    MOVE RV-CURRENCY TO WS-ITEM-CURRENCY
                    MOVE RV-AMOUNT-MINOR TO WS-ITEM-AMOUNT
                    MOVE SPACES TO WS-ITEM-DESCRIPTION
                    STRING "REF " RV-REFERENCE
                       DELIMITED BY SIZE INTO WS-ITEM-DESCRIPTION
                    MOVE RV-FIRST-SEEN-DATE TO WS-ITEM-FIRST-SEEN
                    PERFORM FILE-ONE-ITEM
              END-READ
           END-PERFORM

           CLOSE RCVSUSP-FILE.

       COLLECT-RECEIPT-SUSPENSE-EXIT.
           EXIT.

      *================================================================
      * COLLECT-RETURN-SUSPENSE: every unmatched return on RETSUSP
      *================================================================
       COLLECT-RETURN-SUSPENSE SECTION.
           MOVE 3 TO WS-SRC-IDX
           OPEN INPUT RETSUSP-FILE
           IF WS-RS-FILE-STATUS NOT = "00"
              AND WS-RS-FILE-STATUS NOT = "97"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-RETURN-SUSPENSE-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ RETSUSP-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    MOVE SPACES TO WS-ITEM-KEY
                    MOVE RS-PAYMENT-ID TO WS-ITEM-KEY
                    MOVE RS-CURRENCY TO WS-ITEM-CURRENCY
                    MOVE RS-AMOUNT-MINOR TO WS-ITEM-AMOUNT
                    MOVE SPACES TO WS-ITEM-DESCRIPTION
                    STRING "RETURN REASON " RS-RETURN-REASON
                       " - NO MATCHING PAYMENT"
                       DELIMITED BY SIZE INTO WS-ITEM-DESCRIPTION
                    MOVE RS-FIRST-SEEN-DATE TO WS-ITEM-FIRST-SEEN
                    PERFORM FILE-ONE-ITEM
              END-READ
           END-PERFORM

           CLOSE RETSUSP-FILE.

       COLLECT-RETURN-SUSPENSE-EXIT.
           EXIT.

      *================================================================
      * COLLECT-GL-SUSPENSE: GLRECON's open suspense per entity and
      * currency; a zero balance carried is not an exception
      *================================================================
       COLLECT-GL-SUSPENSE SECTION.
           MOVE 4 TO WS-SRC-IDX
           OPEN INPUT GLSUSPOT-FILE
           IF WS-SO-FILE-STATUS NOT = "00"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-GL-SUSPENSE-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ GLSUSPOT-FILE
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    IF SO-OPEN-AMOUNT IS NUMERIC
                       AND SO-OPEN-AMOUNT NOT = 0
                       MOVE SPACES TO WS-ITEM-KEY
                       MOVE SO-ENTITY TO WS-ITEM-KEY(1:4)
                       MOVE SO-CURRENCY TO WS-ITEM-KEY(5:3)
                       MOVE SO-CURRENCY TO WS-ITEM-CURRENCY
                       MOVE SO-OPEN-AMOUNT TO WS-ITEM-AMOUNT
                       MOVE SPACES TO WS-ITEM-DESCRIPTION
                       STRING "GL SUSPENSE OPEN FOR ENTITY "
                          SO-ENTITY DELIMITED BY SIZE
                          INTO WS-ITEM-DESCRIPTION
                       MOVE SO-FIRST-OPEN-DATE TO WS-ITEM-FIRST-SEEN
                       PERFORM FILE-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE GLSUSPOT-FILE.

       COLLECT-GL-SUSPENSE-EXIT.
           EXIT.

      *================================================================
      * COLLECT-UNDELIVERABLE: one item per customer whose statement
      * STMTROUT could not deliver; the print image carries no date,
      * so a customer new to the inbox is first seen tonight
      *================================================================
       COLLECT-UNDELIVERABLE SECTION.
           MOVE 5 TO WS-SRC-IDX
           OPEN INPUT UNDELIV-FILE
           IF WS-UD-FILE-STATUS NOT = "00"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-UNDELIVERABLE-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ UNDELIV-FILE
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    IF UD-IS-CUSTOMER-LINE
                       AND UD-CUSTOMER-ID NOT = SPACES
                       MOVE SPACES TO WS-ITEM-KEY
                       MOVE UD-CUSTOMER-ID TO WS-ITEM-KEY
                       MOVE SPACES TO WS-ITEM-CURRENCY
                       MOVE 0 TO WS-ITEM-AMOUNT
                       MOVE "UNDELIVERABLE STATEMENT - NO CHANNEL"
                          TO WS-ITEM-DESCRIPTION
                       MOVE WS-TODAY TO WS-ITEM-FIRST-SEEN
                       PERFORM FILE-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE UNDELIV-FILE.

       COLLECT-UNDELIVERABLE-EXIT.
           EXIT.

      *================================================================
      * COLLECT-HELD-PAYMENTS: payments PAYHOLD holds for approval
      * or on a screening hit; decided ones are not exceptions
      *================================================================
       COLLECT-HELD-PAYMENTS SECTION.
           MOVE 6 TO WS-SRC-IDX
           OPEN INPUT PAYPEND-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
              AND WS-PP-FILE-STATUS NOT = "97"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-HELD-PAYMENTS-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ PAYPEND-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    IF PP-IS-PENDING OR PP-IS-SCREEN-HELD
                       MOVE SPACES TO WS-ITEM-KEY
                       MOVE PP-PAYMENT-ID TO WS-ITEM-KEY
                       MOVE PP-CURRENCY TO WS-ITEM-CURRENCY
                       MOVE PP-AMOUNT-MINOR TO WS-ITEM-AMOUNT
                       MOVE SPACES TO WS-ITEM-DESCRIPTION
                       IF PP-IS-SCREEN-HELD
                          STRING "SCREENING HIT - "
                             PP-BENEF-NAME DELIMITED BY SIZE
                             INTO WS-ITEM-DESCRIPTION
                       ELSE
                          STRING "AWAITING APPROVAL - "
                             PP-BENEF-NAME DELIMITED BY SIZE
                             INTO WS-ITEM-DESCRIPTION
                       END-IF
                       MOVE PP-HELD-DATE TO WS-ITEM-FIRST-SEEN
                       PERFORM FILE-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PAYPEND-FILE.

       COLLECT-HELD-PAYMENTS-EXIT.
           EXIT.

      *================================================================
      * COLLECT-PAYMENT-REJECTS: PAYREJ's rejects as they stand on
      * the PAYRPRQ repair queue - everything not yet resubmitted
      *================================================================
       COLLECT-PAYMENT-REJECTS SECTION.
           MOVE 7 TO WS-SRC-IDX
           OPEN INPUT REPAIR-QUEUE-FILE
           IF WS-RQ-FILE-STATUS NOT = "00"
              AND WS-RQ-FILE-STATUS NOT = "97"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-PAYMENT-REJECTS-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ REPAIR-QUEUE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    IF NOT RQ-IS-SUBMITTED
                       MOVE SPACES TO WS-ITEM-KEY
                       MOVE RQ-KEY TO WS-ITEM-KEY
                       MOVE RQ-ORIG-CURRENCY TO WS-ITEM-CURRENCY
                       MOVE RQ-ORIG-AMOUNT-MINOR TO WS-ITEM-AMOUNT
                       MOVE RQ-REJECT-REASON TO WS-ITEM-DESCRIPTION
                       MOVE RQ-LOADED-DATE TO WS-ITEM-FIRST-SEEN
                       PERFORM FILE-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REPAIR-QUEUE-FILE.

       COLLECT-PAYMENT-REJECTS-EXIT.
           EXIT.

      *================================================================
      * COLLECT-SCREENING-CASES: cases compliance has not yet ruled
      * on (status O)
      *================================================================
       COLLECT-SCREENING-CASES SECTION.
           MOVE 8 TO WS-SRC-IDX
           OPEN INPUT SCRNCASE-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
              AND WS-SC-FILE-STATUS NOT = "97"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-SCREENING-CASES-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ SCRNCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    IF SC-IS-OPEN
                       MOVE SC-KEY TO WS-ITEM-KEY
                       MOVE SPACES TO WS-ITEM-CURRENCY
                       MOVE 0 TO WS-ITEM-AMOUNT
                       MOVE SPACES TO WS-ITEM-DESCRIPTION
                       STRING "POSSIBLE MATCH " SC-LISTED-NAME
                          DELIMITED BY SIZE
                          INTO WS-ITEM-DESCRIPTION
                       MOVE SC-LIST-DATE-SEEN TO WS-ITEM-FIRST-SEEN
                       PERFORM FILE-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SCRNCASE-FILE.

       COLLECT-SCREENING-CASES-EXIT.
           EXIT.

      *================================================================
      * COLLECT-PARKED-RATES: every rate waiting on the FXAPPRV desk,
      * first seen on the day it was parked
      *================================================================
       COLLECT-PARKED-RATES SECTION.
           MOVE 9 TO WS-SRC-IDX
           OPEN INPUT PENDING-APPROVAL-FILE
           IF WS-PD-FILE-STATUS NOT = "00"
              AND WS-PD-FILE-STATUS NOT = "97"
              PERFORM OPEN-SOURCE-CHECK
              GO TO COLLECT-PARKED-RATES-EXIT
           END-IF
           MOVE 1 TO WS-SRC-PRESENT(WS-SRC-IDX)

           MOVE 0 TO WS-SOURCE-EOF
           PERFORM UNTIL WS-AT-SOURCE-EOF
              READ PENDING-APPROVAL-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SOURCE-EOF
                 NOT AT END
                    MOVE SPACES TO WS-ITEM-KEY
                    MOVE PD-KEY TO WS-ITEM-KEY
                    MOVE PD-FROM-CURRENCY TO WS-ITEM-CURRENCY
                    MOVE 0 TO WS-ITEM-AMOUNT
                    MOVE PD-MOVEMENT-BP TO WS-MOVEMENT-DISPLAY
                    MOVE SPACES TO WS-ITEM-DESCRIPTION
                    STRING PD-FROM-CURRENCY "/" PD-TO-CURRENCY
                       " RATE MOVED " WS-MOVEMENT-DISPLAY
                       " BP - PARKED FOR APPROVAL"
                       DELIMITED BY SIZE INTO WS-ITEM-DESCRIPTION
                    MOVE PD-TIMESTAMP(1:8) TO WS-ITEM-FIRST-SEEN
                    PERFORM FILE-ONE-ITEM
              END-READ
           END-PERFORM

           CLOSE PENDING-APPROVAL-FILE.

       COLLECT-PARKED-RATES-EXIT.
           EXIT.

      *================================================================
      * FILE-ONE-ITEM: add the item to the inbox or refresh the one
      * already there - the earlier first-seen date wins, and the
      * desk's claim and comment are carried as they are
      *================================================================
       FILE-ONE-ITEM SECTION.
           ADD 1 TO WS-ITEMS-COLLECTED
           ADD 1 TO WS-SRC-COLLECTED(WS-SRC-IDX)

           IF WS-ITEM-FIRST-SEEN IS NOT NUMERIC
              OR WS-ITEM-FIRST-SEEN = 0
              OR WS-ITEM-FIRST-SEEN > WS-TODAY
              MOVE WS-TODAY TO WS-ITEM-FIRST-SEEN
           END-IF

           MOVE WS-SRC-NAME(WS-SRC-IDX) TO EX-SOURCE
           MOVE WS-ITEM-KEY TO EX-ITEM-KEY
           MOVE 1 TO WS-ITEM-ON-FILE
           READ EXCINBX-FILE
              INVALID KEY
                 MOVE 0 TO WS-ITEM-ON-FILE
           END-READ

           IF WS-ITEM-ON-FILE = 0
              MOVE SPACES TO EXCINBX-RECORD
              MOVE WS-SRC-NAME(WS-SRC-IDX) TO EX-SOURCE
              MOVE WS-ITEM-KEY TO EX-ITEM-KEY
              MOVE WS-ITEM-FIRST-SEEN TO EX-FIRST-SEEN-DATE
              MOVE 0 TO EX-CLAIMED-DATE
              MOVE 0 TO EX-COMMENT-DATE
           ELSE
              IF WS-ITEM-FIRST-SEEN < EX-FIRST-SEEN-DATE
                 MOVE WS-ITEM-FIRST-SEEN TO EX-FIRST-SEEN-DATE
              END-IF
           END-IF

           MOVE WS-ITEM-CURRENCY TO EX-CURRENCY
           MOVE WS-ITEM-AMOUNT TO EX-AMOUNT-MINOR
           MOVE WS-ITEM-DESCRIPTION TO EX-DESCRIPTION
           MOVE WS-SRC-OWNER-TEAM(WS-SRC-IDX) TO EX-OWNER-TEAM
           MOVE WS-SRC-SLA-DAYS(WS-SRC-IDX) TO EX-SLA-DAYS
           MOVE WS-TODAY TO EX-LAST-COLLECTED
           PERFORM SET-AGE-AND-DUE-DATE

           IF WS-ITEM-ON-FILE = 0
              WRITE EXCINBX-RECORD
                 INVALID KEY
                    MOVE 9 TO WS-ITEM-ON-FILE
              END-WRITE
              IF WS-ITEM-ON-FILE NOT = 9
                 ADD 1 TO WS-ITEMS-NEW
                 ADD 1 TO WS-SRC-NEW(WS-SRC-IDX)
              END-IF
           ELSE
              REWRITE EXCINBX-RECORD
                 INVALID KEY
                    MOVE 9 TO WS-ITEM-ON-FILE
              END-REWRITE
           END-IF

           IF WS-ITEM-ON-FILE = 9
              ADD 1 TO WS-WRITE-FAIL-COUNT
              DISPLAY "EXCCOLL: cannot file " EX-SOURCE " item "
                 EX-ITEM-KEY(1:36) ", status=" WS-EX-FILE-STATUS
           END-IF.

       FILE-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
      * SET-AGE-AND-DUE-DATE: the item's age in business days up to
      * today and its SLA due date, both from the first-seen date
      *================================================================
       SET-AGE-AND-DUE-DATE SECTION.
           MOVE EX-FIRST-SEEN-DATE TO WS-AGE-DATE
           MOVE 0 TO WS-AGE-DAYS
           MOVE 0 TO WS-AGE-DONE
           PERFORM UNTIL WS-AGE-DONE = 1
              MOVE WS-AGE-DATE(1:4) TO WS-DT-YEAR
              MOVE WS-AGE-DATE(5:2) TO WS-DT-MONTH
              MOVE WS-AGE-DATE(7:2) TO WS-DT-DAY
              MOVE 1 TO WS-DT-DAYS
              CALL "ADD-BUSINESS-DAYS" USING WS-DT-YEAR WS-DT-MONTH
                  WS-DT-DAY WS-DT-DAYS WS-DT-RESULT
              MOVE WS-DT-YEAR TO WS-AGE-DATE(1:4)
              MOVE WS-DT-MONTH TO WS-AGE-DATE(5:2)
              MOVE WS-DT-DAY TO WS-AGE-DATE(7:2)
              IF WS-DT-RESULT NOT = 1 OR WS-AGE-DATE > WS-TODAY
                 OR WS-AGE-DAYS = 9999
                 MOVE 1 TO WS-AGE-DONE
              ELSE
                 ADD 1 TO WS-AGE-DAYS
              END-IF
           END-PERFORM
           MOVE WS-AGE-DAYS TO EX-AGE-BUS-DAYS

           MOVE EX-FIRST-SEEN-DATE(1:4) TO WS-DT-YEAR
           MOVE EX-FIRST-SEEN-DATE(5:2) TO WS-DT-MONTH
           MOVE EX-FIRST-SEEN-DATE(7:2) TO WS-DT-DAY
           MOVE EX-SLA-DAYS TO WS-DT-DAYS
           CALL "ADD-BUSINESS-DAYS" USING WS-DT-YEAR WS-DT-MONTH
               WS-DT-DAY WS-DT-DAYS WS-DT-RESULT
           MOVE WS-DT-YEAR TO EX-SLA-DUE-DATE(1:4)
           MOVE WS-DT-MONTH TO EX-SLA-DUE-DATE(5:2)
           MOVE WS-DT-DAY TO EX-SLA-DUE-DATE(7:2).

       SET-AGE-AND-DUE-DATE-EXIT.
           EXIT.

      *================================================================
      * SWEEP-INBOX: an item its source no longer holds has been dealt
      * with and is deleted; an item whose source was missing tonight
      * is aged where it stands. Everything left is open, and is
      * counted into its team's ageing and listed if past SLA
      *================================================================
       SWEEP-INBOX SECTION.
           MOVE LOW-VALUES TO EX-KEY
           MOVE 0 TO WS-BROWSE-DONE
           START EXCINBX-FILE KEY IS NOT LESS THAN EX-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ EXCINBX-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    PERFORM SWEEP-ONE-ITEM
              END-READ
           END-PERFORM.

       SWEEP-INBOX-EXIT.
           EXIT.

      *================================================================
      * SWEEP-ONE-ITEM
      *================================================================
       SWEEP-ONE-ITEM SECTION.
           IF EX-LAST-COLLECTED NOT < WS-TODAY
              GO TO SWEEP-ONE-ITEM-COUNT
           END-IF

           MOVE 0 TO WS-SWEEP-SRC-IDX
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
              UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              IF WS-SRC-NAME(WS-SRC-IDX) = EX-SOURCE
                 MOVE WS-SRC-IDX TO WS-SWEEP-SRC-IDX
              END-IF
           END-PERFORM

           IF WS-SWEEP-SRC-IDX > 0
              IF WS-SRC-PRESENT(WS-SWEEP-SRC-IDX) = 1
                 DELETE EXCINBX-FILE
                    INVALID KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                       DISPLAY "EXCCOLL: cannot clear " EX-SOURCE
                          " item " EX-ITEM-KEY(1:36) ", status="
                          WS-EX-FILE-STATUS
                    NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-CLEARED
                       ADD 1 TO WS-SRC-CLEARED(WS-SWEEP-SRC-IDX)
                 END-DELETE
                 GO TO SWEEP-ONE-ITEM-EXIT
              END-IF
           END-IF

           PERFORM SET-AGE-AND-DUE-DATE
           REWRITE EXCINBX-RECORD
              INVALID KEY
                 ADD 1 TO WS-WRITE-FAIL-COUNT
           END-REWRITE.

       SWEEP-ONE-ITEM-COUNT.
           ADD 1 TO WS-ITEMS-OPEN
           PERFORM ADD-TO-TEAM-AGEING

           IF EX-SLA-DUE-DATE < WS-TODAY
              ADD 1 TO WS-ITEMS-BREACHED
              MOVE EX-OWNER-TEAM TO WS-BL-TEAM
              MOVE EX-SOURCE TO WS-BL-SOURCE
              MOVE EX-ITEM-KEY(1:36) TO WS-BL-ITEM-KEY
              MOVE EX-CURRENCY TO WS-BL-CURRENCY
              MOVE EX-AMOUNT-MINOR TO WS-BL-AMOUNT
              MOVE EX-AGE-BUS-DAYS TO WS-BL-AGE
              MOVE EX-SLA-DUE-DATE TO WS-BL-DUE-DATE
              MOVE EX-CLAIMED-BY TO WS-BL-CLAIMED-BY
              IF EX-CLAIMED-BY = SPACES
                 MOVE "*NOBODY*" TO WS-BL-CLAIMED-BY
              END-IF
              WRITE EXCRPT-RECORD FROM WS-BREACH-LINE
           END-IF.

       SWEEP-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
      * ADD-TO-TEAM-AGEING: bands are 0-1, 2-5, 6-10, 11-20 and over
      * 20 business days
      *================================================================
       ADD-TO-TEAM-AGEING SECTION.
           MOVE 0 TO WS-TEAM-FOUND
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TEAM-COUNT OR WS-TEAM-FOUND = 1
              IF WS-TM-TEAM(WS-TM-IDX) = EX-OWNER-TEAM
                 MOVE 1 TO WS-TEAM-FOUND
              END-IF
           END-PERFORM

           IF WS-TEAM-FOUND = 1
              SUBTRACT 1 FROM WS-TM-IDX
           ELSE
              IF WS-TEAM-COUNT NOT < WS-TEAM-MAX
                 IF WS-TEAM-FULL = 0
                    DISPLAY "EXCCOLL: more than " WS-TEAM-MAX
                       " owner teams - ageing incomplete"
                 END-IF
                 MOVE 1 TO WS-TEAM-FULL
                 GO TO ADD-TO-TEAM-AGEING-EXIT
              END-IF
              ADD 1 TO WS-TEAM-COUNT
              MOVE WS-TEAM-COUNT TO WS-TM-IDX
              MOVE EX-OWNER-TEAM TO WS-TM-TEAM(WS-TM-IDX)
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > 5
                 MOVE 0 TO WS-TM-BAND(WS-TM-IDX WS-BAND-IDX)
              END-PERFORM
              MOVE 0 TO WS-TM-OPEN(WS-TM-IDX)
              MOVE 0 TO WS-TM-BREACHED(WS-TM-IDX)
              MOVE 0 TO WS-TM-UNCLAIMED(WS-TM-IDX)
              MOVE 0 TO WS-TM-OLDEST(WS-TM-IDX)
           END-IF

           EVALUATE TRUE
              WHEN EX-AGE-BUS-DAYS < 2
                 MOVE 1 TO WS-BAND-IDX
              WHEN EX-AGE-BUS-DAYS < 6
                 MOVE 2 TO WS-BAND-IDX
              WHEN EX-AGE-BUS-DAYS < 11
                 MOVE 3 TO WS-BAND-IDX
              WHEN EX-AGE-BUS-DAYS < 21
                 MOVE 4 TO WS-BAND-IDX
              WHEN OTHER
                 MOVE 5 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-TM-BAND(WS-TM-IDX WS-BAND-IDX)
           ADD 1 TO WS-TM-OPEN(WS-TM-IDX)
           IF EX-SLA-DUE-DATE < WS-TODAY
              ADD 1 TO WS-TM-BREACHED(WS-TM-IDX)
           END-IF
           IF EX-CLAIMED-BY = SPACES
              ADD 1 TO WS-TM-UNCLAIMED(WS-TM-IDX)
           END-IF
           IF EX-AGE-BUS-DAYS > WS-TM-OLDEST(WS-TM-IDX)
              MOVE EX-AGE-BUS-DAYS TO WS-TM-OLDEST(WS-TM-IDX)
           END-IF.

       ADD-TO-TEAM-AGEING-EXIT.
           EXIT.

      *================================================================
      * WRITE-TEAM-AGEING: the manager's summary, one line per owner
      * team
      *================================================================
       WRITE-TEAM-AGEING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE
           MOVE "AGEING BY OWNER TEAM (BUSINESS DAYS)" TO WS-HL-TEXT
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  TEAM        0-1    2-5   6-10  11-20    21+"
              "    OPEN  PASTSLA UNCLAIMD  OLDEST"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TEAM-COUNT
              MOVE WS-TM-TEAM(WS-TM-IDX) TO WS-TL-TEAM
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > 5
                 MOVE WS-TM-BAND(WS-TM-IDX WS-BAND-IDX)
                    TO WS-TL-BAND(WS-BAND-IDX)
              END-PERFORM
              MOVE WS-TM-OPEN(WS-TM-IDX) TO WS-TL-OPEN
              MOVE WS-TM-BREACHED(WS-TM-IDX) TO WS-TL-BREACHED
              MOVE WS-TM-UNCLAIMED(WS-TM-IDX) TO WS-TL-UNCLAIMED
              MOVE WS-TM-OLDEST(WS-TM-IDX) TO WS-TL-OLDEST
              WRITE EXCRPT-RECORD FROM WS-TEAM-LINE
           END-PERFORM.

       WRITE-TEAM-AGEING-EXIT.
           EXIT.

      *================================================================
      * WRITE-SOURCE-TOTALS: what each source gave tonight and the
      * settings it was filed under
      *================================================================
       WRITE-SOURCE-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE
           MOVE "COLLECTION BY SOURCE" TO WS-HL-TEXT
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  SOURCE    OWNER    SLA  COLLECTED"
              "        NEW    CLEARED"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE EXCRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
              UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-SL-SOURCE
              MOVE WS-SRC-OWNER-TEAM(WS-SRC-IDX) TO WS-SL-OWNER-TEAM
              MOVE WS-SRC-SLA-DAYS(WS-SRC-IDX) TO WS-SL-SLA-DAYS
              MOVE WS-SRC-COLLECTED(WS-SRC-IDX) TO WS-SL-COLLECTED
              MOVE WS-SRC-NEW(WS-SRC-IDX) TO WS-SL-NEW
              MOVE WS-SRC-CLEARED(WS-SRC-IDX) TO WS-SL-CLEARED
              IF WS-SRC-PRESENT(WS-SRC-IDX) = 1
                 MOVE SPACES TO WS-SL-NOTE
              ELSE
                 MOVE "NOT AVAILABLE - KEPT" TO WS-SL-NOTE
              END-IF
              WRITE EXCRPT-RECORD FROM WS-SOURCE-LINE
           END-PERFORM.

       WRITE-SOURCE-TOTALS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE EXCRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "ITEMS COLLECTED" TO WS-RPT-LABEL
           MOVE WS-ITEMS-COLLECTED TO WS-RPT-COUNT
           WRITE EXCRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NEW TO THE INBOX" TO WS-RPT-LABEL
           MOVE WS-ITEMS-NEW TO WS-RPT-COUNT
           WRITE EXCRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CLEARED FROM THE INBOX" TO WS-RPT-LABEL
           MOVE WS-ITEMS-CLEARED TO WS-RPT-COUNT
           WRITE EXCRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "OPEN ITEMS" TO WS-RPT-LABEL
           MOVE WS-ITEMS-OPEN TO WS-RPT-COUNT
           WRITE EXCRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAST SLA DUE DATE" TO WS-RPT-LABEL
           MOVE WS-ITEMS-BREACHED TO WS-RPT-COUNT
           WRITE EXCRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "SOURCES NOT AVAILABLE" TO WS-RPT-LABEL
           MOVE WS-SOURCES-MISSING TO WS-RPT-COUNT
           WRITE EXCRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WRITE FAILURES" TO WS-RPT-LABEL
           MOVE WS-WRITE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE EXCRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: items collected, failed writes as
      * rejects
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           MOVE WS-WRITE-FAIL-COUNT TO WS-CW-REJECTED

           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME WS-ITEMS-COLLECTED
                WS-CW-REJECTED ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "EXCCOLL: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

       END PROGRAM EXCCOLL.
