      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven Dunning - overdrawn-account dunning and collections
      * ladder for COBOL
      *

      *================================================================
      * OVDRRPT lists the accounts below their authorized overdraft
      * each night, but nothing followed the list up: an account that
      * stayed negative was found at month end, and the chase was a
      * letter typed by hand. This job runs the chase. It reads the
      * night's BALANCES, as POSLEDGR writes it, and holds each
      * negative position against the overdraft ACCTLIM authorizes
      * for it (see ACCTLMLD), exactly as OVDRRPT does: the excess
      * over the overdraft - the whole negative position where none
      * is authorized in that currency - is the debt.
      *
      * Every account and currency in debt has a case on the DUNCASE
      * KSDS, keyed by account ID plus currency, with an alternate
      * index on the owning customer (from ACCTMAST) for RECVIN and
      * the DUNMNT screen. The case counts the business days the
      * account has been overdrawn, walking ADD-BUSINESS-DAYS
      * (SAFE-DATETIME) forward from the last date it counted, so a
      * rerun of the same business date counts nothing twice.
      *
      * The escalation ladder comes from the DUNRULE cards, one
      * stage per card in ascending order: the business days
      * overdrawn at which the stage is reached, the action -
      *
      *   R  reminder notice                        (event DUNREMND)
      *   F  final notice                           (event DUNFINAL)
      *   B  block debits on the account            (event DUNBLOCK)
      *   C  hand the debt over to collections      (event DUNCOLL)
      *
      * - and N in the notice column where the stage is to be taken
      * without telling the customer. No cards at all means the
      * house ladder: reminder at 5 business days, final notice at
      * 15, block at 25, collections at 40. A card out of order or
      * unreadable is listed and ignored, and sets COND code 4. A
      * case climbs at most one stage a night, so a ladder changed
      * under a long-standing case walks it up a stage at a time.
      *
      * Each notice is queued through NOTIFY-EVENT (PROVEN-NOTIFY),
      * naming the account and the debt with its days overdrawn;
      * NTFBUILD renders it from the NOTIFTPL template in the
      * customer's own language from CHANPREF, and treats every
      * dunning notice as one that must reach the customer - by
      * letter when email and SMS cannot. The block stage sets the
      * debit block on the account's ACCTLIM record, which PAYHOLD
      * honours by rejecting every payment from the account; an
      * account ACCTLIM does not hold at all cannot be blocked, and
      * is listed so the desk can stop it by hand. The collections
      * stage writes the debt to the DUNHAND handover generation for
      * the collections agency.
      *
      * A promise to pay or a payment arrangement recorded on the
      * DUNMNT screen pauses the ladder: business days overdrawn
      * still count, but the days that drive the ladder do not while
      * the pause is in force. A pause that runs out with the debt
      * still standing is listed as a broken promise or an ended
      * arrangement, and the ladder resumes where it stopped.
      *
      * A case whose position is back inside its overdraft is
      * cleared and its debit block lifted; so is an active case
      * whose account has no position on tonight's BALANCES at all
      * (not swept on a night BALANCES arrived empty). A credit that
      * clears the debt during the day is applied by RECVIN as it
      * posts, and closes the case there. An account overdrawn again
      * after its case was cleared starts a fresh case at the foot
      * of the ladder.
      *
      * DUNRPT lists the ladder and every case examined with what
      * was done with it, then the totals. The business date is the
      * JCL PARM as YYYYMMDD, else BUSDCTRL's, else today. COND code
      * 4 means a case escalated, a promise was broken, a block or a
      * notice could not be placed, or a rule card was ignored; 16
      * means a file could not be opened.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCES-FILE ASSIGN TO "BALANCES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT DUNRULE-FILE ASSIGN TO "DUNRULE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DU-FILE-STATUS.

           SELECT ACCTLIM-FILE ASSIGN TO "ACCTLIM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-DEBIT-IBAN
              ALTERNATE RECORD KEY IS AL-ACCOUNT-ID
              FILE STATUS IS WS-AL-FILE-STATUS.

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

           SELECT DUNHAND-FILE ASSIGN TO "DUNHAND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HO-FILE-STATUS.

           SELECT DUNRPT-FILE ASSIGN TO "DUNRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The night's account positions (see BALANCES-RECORD in
      * POSLEDGR.cob)
       FD  BALANCES-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  BALANCES-RECORD.
           05 BL-ACCOUNT-ID             PIC X(12).
           05 BL-CURRENCY               PIC X(3).
           05 BL-POSITION-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

      * One ladder stage per card: business days overdrawn, action
      * (R, F, B or C) and N to take the stage without a notice
       FD  DUNRULE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUNRULE-RECORD.
           05 DU-DAYS                   PIC X(3).
           05 DU-DAYS-NUM REDEFINES DU-DAYS
                                        PIC 9(3).
           05 FILLER                    PIC X(1).
           05 DU-ACTION                 PIC X(1).
              88 DU-ACTION-VALID        VALUE "R" "F" "B" "C".
           05 FILLER                    PIC X(1).
           05 DU-NOTIFY                 PIC X(1).
              88 DU-NOTIFY-VALID        VALUE " " "Y" "N".
           05 FILLER                    PIC X(73).

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

      * One dunning case per overdrawn account and currency, from
      * the night it goes into debt until the debt is cleared; the
      * DUNMNT screen records promises and arrangements on it and
      * RECVIN closes it when a credit clears the debt
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
              88 DC-NO-PAUSE            VALUE " ".
              88 DC-PROMISE-TO-PAY      VALUE "P".
              88 DC-ARRANGEMENT         VALUE "A".
           05 DC-PAUSE-UNTIL            PIC 9(8).
           05 DC-PROMISE-MINOR          PIC 9(15).
           05 DC-PAUSE-BY               PIC X(8).
           05 DC-CLOSED-DATE            PIC 9(8).
           05 DC-CLOSED-REASON          PIC X(1).
              88 DC-CLOSED-BALANCE      VALUE "B".
              88 DC-CLOSED-BY-CREDIT    VALUE "R".
              88 DC-CLOSED-NO-POSITION  VALUE "N".
           05 DC-CLEARED-BY-CREDIT      PIC X(12).
           05 DC-BROKEN-COUNT           PIC 9(2).
           05 FILLER                    PIC X(3).

      * Collections handover: one record per debt handed over
       FD  DUNHAND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DUNHAND-RECORD.
           05 HO-ACCOUNT-ID             PIC X(12).
           05 HO-CURRENCY               PIC X(3).
           05 HO-CUSTOMER-ID            PIC X(36).
           05 HO-DEBT-MINOR             PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 HO-OPENED-DATE            PIC 9(8).
           05 HO-DAYS-OVERDRAWN         PIC 9(4).
           05 HO-HANDOVER-DATE          PIC 9(8).
           05 HO-BROKEN-COUNT           PIC 9(2).
           05 FILLER                    PIC X(11).

       FD  DUNRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DUNRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-BL-FILE-STATUS            PIC X(2).
       01 WS-DU-FILE-STATUS            PIC X(2).
       01 WS-AL-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-DC-FILE-STATUS            PIC X(2).
       01 WS-HO-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-BL-EOF                    PIC 9 VALUE 0.
          88 WS-AT-BL-EOF              VALUE 1.
       01 WS-DU-EOF                    PIC 9 VALUE 0.
          88 WS-AT-DU-EOF              VALUE 1.
       01 WS-DC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-DC-EOF              VALUE 1.

      * Control counts
       01 WS-POSITIONS-READ            PIC 9(8) VALUE 0.
       01 WS-CASES-OPENED              PIC 9(8) VALUE 0.
       01 WS-CASES-CONTINUED           PIC 9(8) VALUE 0.
       01 WS-REMINDER-COUNT            PIC 9(8) VALUE 0.
       01 WS-FINAL-COUNT               PIC 9(8) VALUE 0.
       01 WS-BLOCK-COUNT               PIC 9(8) VALUE 0.
       01 WS-HANDOVER-COUNT            PIC 9(8) VALUE 0.
       01 WS-PAUSED-COUNT              PIC 9(8) VALUE 0.
       01 WS-BROKEN-COUNT              PIC 9(8) VALUE 0.
       01 WS-CLEARED-COUNT             PIC 9(8) VALUE 0.
       01 WS-NO-POSITION-COUNT         PIC 9(8) VALUE 0.
       01 WS-NOT-BLOCKED-COUNT         PIC 9(8) VALUE 0.
       01 WS-NOTICE-COUNT              PIC 9(8) VALUE 0.
       01 WS-NOTICE-FAIL-COUNT         PIC 9(8) VALUE 0.
       01 WS-BAD-RULE-COUNT            PIC 9(8) VALUE 0.
       01 WS-CASE-FAIL-COUNT           PIC 9(8) VALUE 0.

      * Business date: YYYYMMDD on the JCL PARM, else BUSDCTRL's,
      * else today
       01 WS-PARM                      PIC X(10).
       01 WS-BUSINESS-DATE             PIC 9(8).

      * BUSDATE-GET call fields (see PROVEN-BUSDATE.cob)
       01 WS-BD-BUSINESS-DATE          PIC 9(8).
       01 WS-BD-STATUS                 PIC S9(4) COMP.
       01 WS-BD-MSG                    PIC X(50).

      * The escalation ladder, built-in house ladder unless DUNRULE
      * supplies one
       01 WS-RULE-MAX                  PIC 9(1) VALUE 9.
       01 WS-RULE-COUNT                PIC 9(1) VALUE 0.
       01 WS-RULE-IDX                  PIC 9(2) VALUE 0.
       01 WS-RULE-STAGE                PIC 9(1).
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 9 TIMES.
             10 RL-DAYS                PIC 9(3).
             10 RL-ACTION              PIC X(1).
                88 RL-IS-REMINDER      VALUE "R".
                88 RL-IS-FINAL         VALUE "F".
                88 RL-IS-BLOCK         VALUE "B".
                88 RL-IS-COLLECTIONS   VALUE "C".
             10 RL-NOTIFY              PIC X(1).
                88 RL-NO-NOTICE        VALUE "N".
       01 WS-RULE-CARDS-READ           PIC 9(4) VALUE 0.
       01 WS-RULE-ACTION-TEXT          PIC X(20).

      * The position held against its limit
       01 WS-AUTHORIZED-MINOR          PIC S9(15) COMP-3.
       01 WS-EXCESS-MINOR              PIC S9(17) COMP-3.

      * The case under review
       01 WS-CASE-FOUND                PIC 9 VALUE 0.
       01 WS-CASE-NEW                  PIC 9 VALUE 0.
       01 WS-LINE-WRITTEN              PIC 9 VALUE 0.
       01 WS-CASE-NOTE                 PIC X(40).
       01 WS-NEXT-STAGE                PIC 9(2).

      * ADD-BUSINESS-DAYS call fields (see SAFE-DATETIME.cob)
       01 WS-DT-YEAR                   PIC 9(4).
       01 WS-DT-MONTH                  PIC 9(2).
       01 WS-DT-DAY                    PIC 9(2).
       01 WS-DT-DAYS                   PIC S9(8) COMP-3.
       01 WS-DT-RESULT                 PIC 9.

      * Business-day count: the case's last counted date is walked
      * forward one business day at a time up to the business date
       01 WS-COUNT-DATE                PIC 9(8).
       01 WS-COUNT-DONE                PIC 9.

      * NOTIFY-EVENT call fields (see PROVEN-NOTIFY.cob)
       01 WS-NT-EVENT-TYPE             PIC X(8).
       01 WS-NT-CUSTOMER-ID            PIC X(36).
       01 WS-NT-REFERENCE              PIC X(35).
       01 WS-NT-DETAIL                 PIC X(60).
       01 WS-NT-SOURCE                 PIC X(8) VALUE "DUNNING".
       01 WS-NT-RESULT                 PIC 9.
       01 WS-NT-ERROR-MSG              PIC X(50).
       01 WS-NT-DAYS                   PIC Z(3)9.

      * FORMAT-MONEY call fields (see SAFE-CURRENCY.cob)
       01 WS-FM-AMOUNT                 PIC S9(18) COMP-3.
       01 WS-FM-USE-SEP                PIC 9 VALUE 1.
       01 WS-FM-OUTPUT                 PIC X(30).
       01 WS-FM-OUTPUT-LEN             PIC 9(4).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-LADDER-LINE.
          05 FILLER                    PIC X(2).
          05 WS-LL-TEXT                PIC X(130).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DL-ACCOUNT-ID          PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-DL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-DL-DEBT                PIC Z(14)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-DAYS                PIC ZZZ9.
          05 FILLER                    PIC X(2).
          05 WS-DL-LADDER-DAYS         PIC ZZZ9.
          05 FILLER                    PIC X(2).
          05 WS-DL-STAGE               PIC 9.
          05 FILLER                    PIC X(2).
          05 WS-DL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-DL-NOTE                PIC X(40).
          05 FILLER                    PIC X(1).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-BUSINESS-DATE-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM LOAD-DUNNING-LADDER
           PERFORM WRITE-LADDER-LINES

           PERFORM UNTIL WS-AT-BL-EOF
              READ BALANCES-FILE
                 AT END
                    MOVE 1 TO WS-BL-EOF
                 NOT AT END
                    PERFORM EXAMINE-ONE-POSITION
              END-READ
           END-PERFORM

           PERFORM SWEEP-UNSEEN-CASES

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "DUNNING: " WS-POSITIONS-READ " position(s), "
              WS-CASES-OPENED " case(s) opened, "
              WS-REMINDER-COUNT " reminder(s), "
              WS-FINAL-COUNT " final notice(s), "
              WS-BLOCK-COUNT " block(s), "
              WS-HANDOVER-COUNT " handover(s), "
              WS-CLEARED-COUNT " cleared"

           IF WS-REMINDER-COUNT > 0 OR WS-FINAL-COUNT > 0
              OR WS-BLOCK-COUNT > 0 OR WS-HANDOVER-COUNT > 0
              OR WS-BROKEN-COUNT > 0 OR WS-NOT-BLOCKED-COUNT > 0
              OR WS-NOTICE-FAIL-COUNT > 0 OR WS-BAD-RULE-COUNT > 0
              OR WS-CASE-FAIL-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * READ-BUSINESS-DATE-PARM: an eight-digit JCL PARM names the
      * business date; without one it is BUSDCTRL's, or today's if
      * BUSDCTRL cannot be read
      *================================================================
       READ-BUSINESS-DATE-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:8) IS NUMERIC
              MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
              GO TO READ-BUSINESS-DATE-PARM-EXIT
           END-IF

           CALL "BUSDATE-GET" USING WS-BD-BUSINESS-DATE
              WS-BD-STATUS WS-BD-MSG
           IF WS-BD-STATUS = 0
              MOVE WS-BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened; a DUNCASE not yet loaded is created empty
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT BALANCES-FILE
           IF WS-BL-FILE-STATUS NOT = "00"
              DISPLAY "DUNNING: cannot open BALANCES, status="
                 WS-BL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT DUNRULE-FILE
           IF WS-DU-FILE-STATUS NOT = "00"
              DISPLAY "DUNNING: cannot open DUNRULE, status="
                 WS-DU-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCTLIM-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
              DISPLAY "DUNNING: cannot open ACCTLIM, status="
                 WS-AL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "DUNNING: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O DUNCASE-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
              AND WS-DC-FILE-STATUS NOT = "05"
              AND WS-DC-FILE-STATUS NOT = "97"
              DISPLAY "DUNNING: cannot open DUNCASE, status="
                 WS-DC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT DUNHAND-FILE
           IF WS-HO-FILE-STATUS NOT = "00"
              DISPLAY "DUNNING: cannot open DUNHAND, status="
                 WS-HO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT DUNRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "DUNNING: cannot open DUNRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-DUNNING-LADDER: one stage per DUNRULE card, each later
      * than the one before; an empty deck leaves the house ladder
      *================================================================
       LOAD-DUNNING-LADDER SECTION.
           PERFORM UNTIL WS-AT-DU-EOF
              READ DUNRULE-FILE
                 AT END
                    MOVE 1 TO WS-DU-EOF
                 NOT AT END
                    IF DUNRULE-RECORD NOT = SPACES
                       PERFORM TAKE-ONE-RULE-CARD
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DUNRULE-FILE

           IF WS-RULE-COUNT = 0
              MOVE 4 TO WS-RULE-COUNT
              MOVE 005 TO RL-DAYS(1)
              MOVE "R" TO RL-ACTION(1)
              MOVE 015 TO RL-DAYS(2)
              MOVE "F" TO RL-ACTION(2)
              MOVE 025 TO RL-DAYS(3)
              MOVE "B" TO RL-ACTION(3)
              MOVE 040 TO RL-DAYS(4)
              MOVE "C" TO RL-ACTION(4)
              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > 4
                 MOVE "Y" TO RL-NOTIFY(WS-RULE-IDX)
              END-PERFORM
           END-IF.

       LOAD-DUNNING-LADDER-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-RULE-CARD: a card with days that are not numeric,
      * an action outside R F B C, days no later than the stage
      * before, or past the ninth stage is listed and ignored
      *================================================================
       TAKE-ONE-RULE-CARD SECTION.
           ADD 1 TO WS-RULE-CARDS-READ

           IF DU-DAYS IS NOT NUMERIC
              OR NOT DU-ACTION-VALID
              OR NOT DU-NOTIFY-VALID
              OR WS-RULE-COUNT NOT < WS-RULE-MAX
              PERFORM REJECT-RULE-CARD
              GO TO TAKE-ONE-RULE-CARD-EXIT
           END-IF

           IF DU-DAYS-NUM = 0
              PERFORM REJECT-RULE-CARD
              GO TO TAKE-ONE-RULE-CARD-EXIT
           END-IF

           IF WS-RULE-COUNT > 0
              IF DU-DAYS-NUM NOT > RL-DAYS(WS-RULE-COUNT)
                 PERFORM REJECT-RULE-CARD
                 GO TO TAKE-ONE-RULE-CARD-EXIT
              END-IF
           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE DU-DAYS-NUM TO RL-DAYS(WS-RULE-COUNT)
           MOVE DU-ACTION TO RL-ACTION(WS-RULE-COUNT)
           IF DU-NOTIFY = "N"
              MOVE "N" TO RL-NOTIFY(WS-RULE-COUNT)
           ELSE
              MOVE "Y" TO RL-NOTIFY(WS-RULE-COUNT)
           END-IF.

       TAKE-ONE-RULE-CARD-EXIT.
           EXIT.

      *================================================================
      * REJECT-RULE-CARD
      *================================================================
       REJECT-RULE-CARD SECTION.
           ADD 1 TO WS-BAD-RULE-COUNT
           MOVE SPACES TO WS-LADDER-LINE
           STRING "RULE CARD " WS-RULE-CARDS-READ " IGNORED: "
              DUNRULE-RECORD(1:7)
              " - DAYS 001-999 ASCENDING, ACTION R F B OR C"
              DELIMITED BY SIZE INTO WS-LL-TEXT
           END-STRING
           WRITE DUNRPT-RECORD FROM WS-LADDER-LINE.

       REJECT-RULE-CARD-EXIT.
           EXIT.

      *================================================================
      * WRITE-LADDER-LINES: the ladder the night was run with
      *================================================================
       WRITE-LADDER-LINES SECTION.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-COUNT
              PERFORM SET-RULE-ACTION-TEXT
              MOVE WS-RULE-IDX TO WS-RULE-STAGE
              MOVE SPACES TO WS-LADDER-LINE
              IF RL-NO-NOTICE(WS-RULE-IDX)
                 STRING "STAGE " WS-RULE-STAGE " AT "
                    RL-DAYS(WS-RULE-IDX) " BUSINESS DAYS OVERDRAWN: "
                    WS-RULE-ACTION-TEXT " (NO NOTICE)"
                    DELIMITED BY SIZE INTO WS-LL-TEXT
                 END-STRING
              ELSE
                 STRING "STAGE " WS-RULE-STAGE " AT "
                    RL-DAYS(WS-RULE-IDX) " BUSINESS DAYS OVERDRAWN: "
                    WS-RULE-ACTION-TEXT
                    DELIMITED BY SIZE INTO WS-LL-TEXT
                 END-STRING
              END-IF
              WRITE DUNRPT-RECORD FROM WS-LADDER-LINE
           END-PERFORM

           MOVE SPACES TO WS-HEADING-LINE
           WRITE DUNRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  ACCOUNT       CCY   DEBT OVER OD MINOR  DAYS  "
              "LADR  S  CUSTOMER                              "
              "DISPOSITION"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE DUNRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-LADDER-LINES-EXIT.
           EXIT.

      *================================================================
      * SET-RULE-ACTION-TEXT: the action of stage WS-RULE-IDX in
      * words
      *================================================================
       SET-RULE-ACTION-TEXT SECTION.
           EVALUATE TRUE
              WHEN RL-IS-REMINDER(WS-RULE-IDX)
                 MOVE "REMINDER" TO WS-RULE-ACTION-TEXT
              WHEN RL-IS-FINAL(WS-RULE-IDX)
                 MOVE "FINAL NOTICE" TO WS-RULE-ACTION-TEXT
              WHEN RL-IS-BLOCK(WS-RULE-IDX)
                 MOVE "BLOCK DEBITS" TO WS-RULE-ACTION-TEXT
              WHEN OTHER
                 MOVE "HAND TO COLLECTIONS" TO WS-RULE-ACTION-TEXT
           END-EVALUATE.

       SET-RULE-ACTION-TEXT-EXIT.
           EXIT.

      *================================================================
      * EXAMINE-ONE-POSITION: the debt is the position's excess over
      * the overdraft ACCTLIM authorizes in that currency. A position
      * in debt opens or advances its case; one that is not clears
      * any case still active for it
      *================================================================
       EXAMINE-ONE-POSITION SECTION.
           ADD 1 TO WS-POSITIONS-READ
           MOVE 0 TO WS-EXCESS-MINOR
           IF BL-POSITION-MINOR < 0
              MOVE 0 TO WS-AUTHORIZED-MINOR
              MOVE BL-ACCOUNT-ID TO AL-ACCOUNT-ID
              READ ACCTLIM-FILE KEY IS AL-ACCOUNT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AL-CURRENCY = BL-CURRENCY
                       MOVE AL-OVERDRAFT-MINOR TO WS-AUTHORIZED-MINOR
                    END-IF
              END-READ
              COMPUTE WS-EXCESS-MINOR =
                 0 - BL-POSITION-MINOR - WS-AUTHORIZED-MINOR
           END-IF

           MOVE 0 TO WS-CASE-FOUND
           MOVE 0 TO WS-CASE-NEW
           MOVE 0 TO WS-LINE-WRITTEN
           MOVE BL-ACCOUNT-ID TO DC-ACCOUNT-ID
           MOVE BL-CURRENCY TO DC-CURRENCY
           READ DUNCASE-FILE KEY IS DC-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WS-CASE-FOUND
           END-READ

           IF WS-EXCESS-MINOR NOT > 0
              IF WS-CASE-FOUND = 1 AND DC-IS-ACTIVE
                 MOVE "B" TO DC-CLOSED-REASON
                 PERFORM CLEAR-CASE
              END-IF
              GO TO EXAMINE-ONE-POSITION-EXIT
           END-IF

           IF WS-CASE-FOUND = 0 OR DC-IS-CLEARED
              PERFORM START-NEW-CASE
           ELSE
              ADD 1 TO WS-CASES-CONTINUED
              MOVE WS-EXCESS-MINOR TO DC-DEBT-MINOR
              PERFORM COUNT-DAYS-OVERDRAWN
           END-IF

           IF DC-CUSTOMER-ID = SPACES
              PERFORM LOOKUP-CASE-CUSTOMER
           END-IF

           PERFORM CHECK-PAUSE
           IF DC-NO-PAUSE
              PERFORM CLIMB-LADDER
           END-IF

           IF WS-LINE-WRITTEN = 0
              IF DC-NO-PAUSE
                 MOVE "IN DUNNING" TO WS-CASE-NOTE
              ELSE
                 MOVE SPACES TO WS-CASE-NOTE
                 IF DC-PROMISE-TO-PAY
                    STRING "PAUSED - PROMISE TO PAY TO "
                       DC-PAUSE-UNTIL
                       DELIMITED BY SIZE INTO WS-CASE-NOTE
                    END-STRING
                 ELSE
                    STRING "PAUSED - ARRANGEMENT TO "
                       DC-PAUSE-UNTIL
                       DELIMITED BY SIZE INTO WS-CASE-NOTE
                    END-STRING
                 END-IF
                 ADD 1 TO WS-PAUSED-COUNT
              END-IF
              PERFORM WRITE-CASE-LINE
           END-IF

           PERFORM SAVE-CASE.

       EXAMINE-ONE-POSITION-EXIT.
           EXIT.

      *================================================================
      * START-NEW-CASE: the account's first night in debt counts as
      * its first business day overdrawn. A cleared case for the same
      * account and currency is overwritten
      *================================================================
       START-NEW-CASE SECTION.
           MOVE 1 TO WS-CASE-NEW
           MOVE SPACES TO DUNCASE-RECORD
           MOVE BL-ACCOUNT-ID TO DC-ACCOUNT-ID
           MOVE BL-CURRENCY TO DC-CURRENCY
           MOVE "A" TO DC-STATUS
           MOVE 0 TO DC-STAGE
           MOVE WS-BUSINESS-DATE TO DC-OPENED-DATE
           MOVE WS-BUSINESS-DATE TO DC-LAST-COUNTED-DATE
           MOVE 1 TO DC-DAYS-OVERDRAWN
           MOVE 1 TO DC-LADDER-DAYS
           MOVE WS-EXCESS-MINOR TO DC-DEBT-MINOR
           MOVE 0 TO DC-STAGE-DATE
           MOVE "N" TO DC-DEBITS-BLOCKED
           MOVE 0 TO DC-PAUSE-UNTIL
           MOVE 0 TO DC-PROMISE-MINOR
           MOVE 0 TO DC-CLOSED-DATE
           MOVE 0 TO DC-BROKEN-COUNT
           ADD 1 TO WS-CASES-OPENED

           MOVE "CASE OPENED" TO WS-CASE-NOTE
           PERFORM LOOKUP-CASE-CUSTOMER
           PERFORM WRITE-CASE-LINE.

       START-NEW-CASE-EXIT.
           EXIT.

      *================================================================
      * LOOKUP-CASE-CUSTOMER: the account's owner from ACCTMAST
      *================================================================
       LOOKUP-CASE-CUSTOMER SECTION.
           MOVE DC-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE KEY IS AM-ACCOUNT-ID
              INVALID KEY
                 MOVE SPACES TO DC-CUSTOMER-ID
              NOT INVALID KEY
                 MOVE AM-CUSTOMER-ID TO DC-CUSTOMER-ID
           END-READ.

       LOOKUP-CASE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * COUNT-DAYS-OVERDRAWN: each business day after the last one
      * counted, up to the business date, is a day overdrawn; it
      * drives the ladder only if no promise or arrangement covered
      * it. Counting stops at 9999 days
      *================================================================
       COUNT-DAYS-OVERDRAWN SECTION.
           MOVE DC-LAST-COUNTED-DATE TO WS-COUNT-DATE
           MOVE 0 TO WS-COUNT-DONE
           PERFORM UNTIL WS-COUNT-DONE = 1
              MOVE WS-COUNT-DATE(1:4) TO WS-DT-YEAR
              MOVE WS-COUNT-DATE(5:2) TO WS-DT-MONTH
              MOVE WS-COUNT-DATE(7:2) TO WS-DT-DAY
              MOVE 1 TO WS-DT-DAYS
              CALL "ADD-BUSINESS-DAYS" USING WS-DT-YEAR WS-DT-MONTH
                  WS-DT-DAY WS-DT-DAYS WS-DT-RESULT
              MOVE WS-DT-YEAR TO WS-COUNT-DATE(1:4)
              MOVE WS-DT-MONTH TO WS-COUNT-DATE(5:2)
              MOVE WS-DT-DAY TO WS-COUNT-DATE(7:2)
              IF WS-DT-RESULT NOT = 1
                 OR WS-COUNT-DATE > WS-BUSINESS-DATE
                 OR DC-DAYS-OVERDRAWN = 9999
                 MOVE 1 TO WS-COUNT-DONE
              ELSE
                 ADD 1 TO DC-DAYS-OVERDRAWN
                 IF DC-NO-PAUSE OR WS-COUNT-DATE > DC-PAUSE-UNTIL
                    IF DC-LADDER-DAYS < 9999
                       ADD 1 TO DC-LADDER-DAYS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-BUSINESS-DATE > DC-LAST-COUNTED-DATE
              MOVE WS-BUSINESS-DATE TO DC-LAST-COUNTED-DATE
           END-IF.

       COUNT-DAYS-OVERDRAWN-EXIT.
           EXIT.

      *================================================================
      * CHECK-PAUSE: a promise or arrangement whose date has passed
      * with the debt still standing is broken, and the ladder
      * resumes tonight
      *================================================================
       CHECK-PAUSE SECTION.
           IF DC-NO-PAUSE
              GO TO CHECK-PAUSE-EXIT
           END-IF

           IF DC-PAUSE-UNTIL NOT < WS-BUSINESS-DATE
              GO TO CHECK-PAUSE-EXIT
           END-IF

           IF DC-PROMISE-TO-PAY
              MOVE "PROMISE BROKEN - LADDER RESUMED" TO WS-CASE-NOTE
           ELSE
              MOVE "ARRANGEMENT ENDED - LADDER RESUMED"
                 TO WS-CASE-NOTE
           END-IF
           PERFORM WRITE-CASE-LINE

           IF DC-BROKEN-COUNT < 99
              ADD 1 TO DC-BROKEN-COUNT
           END-IF
           ADD 1 TO WS-BROKEN-COUNT
           MOVE SPACE TO DC-PAUSE-TYPE
           MOVE 0 TO DC-PAUSE-UNTIL
           MOVE 0 TO DC-PROMISE-MINOR.

       CHECK-PAUSE-EXIT.
           EXIT.

      *================================================================
      * CLIMB-LADDER: the case takes the next stage once its ladder
      * days reach the stage's days - one stage a night at most, so
      * a rerun of the business date climbs nothing further
      *================================================================
       CLIMB-LADDER SECTION.
           IF DC-STAGE-DATE NOT < WS-BUSINESS-DATE
              GO TO CLIMB-LADDER-EXIT
           END-IF

           COMPUTE WS-NEXT-STAGE = DC-STAGE + 1
           IF WS-NEXT-STAGE > WS-RULE-COUNT
              GO TO CLIMB-LADDER-EXIT
           END-IF

           MOVE WS-NEXT-STAGE TO WS-RULE-IDX
           IF RL-DAYS(WS-RULE-IDX) > DC-LADDER-DAYS
              GO TO CLIMB-LADDER-EXIT
           END-IF

           MOVE WS-RULE-IDX TO DC-STAGE
           MOVE WS-BUSINESS-DATE TO DC-STAGE-DATE

           EVALUATE TRUE
              WHEN RL-IS-REMINDER(WS-RULE-IDX)
                 ADD 1 TO WS-REMINDER-COUNT
                 MOVE "DUNREMND" TO WS-NT-EVENT-TYPE
                 MOVE "REMINDER" TO WS-CASE-NOTE
                 PERFORM WRITE-CASE-LINE
              WHEN RL-IS-FINAL(WS-RULE-IDX)
                 ADD 1 TO WS-FINAL-COUNT
                 MOVE "DUNFINAL" TO WS-NT-EVENT-TYPE
                 MOVE "FINAL NOTICE" TO WS-CASE-NOTE
                 PERFORM WRITE-CASE-LINE
              WHEN RL-IS-BLOCK(WS-RULE-IDX)
                 ADD 1 TO WS-BLOCK-COUNT
                 MOVE "DUNBLOCK" TO WS-NT-EVENT-TYPE
                 PERFORM BLOCK-ACCOUNT-DEBITS
              WHEN OTHER
                 ADD 1 TO WS-HANDOVER-COUNT
                 MOVE "DUNCOLL" TO WS-NT-EVENT-TYPE
                 PERFORM HAND-OVER-TO-COLLECTIONS
           END-EVALUATE

           IF NOT RL-NO-NOTICE(WS-RULE-IDX)
              PERFORM QUEUE-DUNNING-NOTICE
           END-IF.

       CLIMB-LADDER-EXIT.
           EXIT.

      *================================================================
      * BLOCK-ACCOUNT-DEBITS: the debit block on the account's ACCTLIM
      * record stops PAYHOLD releasing anything from it. An account
      * ACCTLIM does not hold cannot be blocked here
      *================================================================
       BLOCK-ACCOUNT-DEBITS SECTION.
           MOVE DC-ACCOUNT-ID TO AL-ACCOUNT-ID
           READ ACCTLIM-FILE KEY IS AL-ACCOUNT-ID
              INVALID KEY
                 ADD 1 TO WS-NOT-BLOCKED-COUNT
                 MOVE "DEBITS NOT BLOCKED - NO ACCTLIM" TO WS-CASE-NOTE
                 PERFORM WRITE-CASE-LINE
                 GO TO BLOCK-ACCOUNT-DEBITS-EXIT
           END-READ

           MOVE "D" TO AL-DEBIT-BLOCK
           MOVE WS-BUSINESS-DATE TO AL-BLOCKED-DATE
           REWRITE ACCTLIM-RECORD
              INVALID KEY
                 ADD 1 TO WS-NOT-BLOCKED-COUNT
                 MOVE "DEBITS NOT BLOCKED - ACCTLIM REWRITE"
                    TO WS-CASE-NOTE
                 PERFORM WRITE-CASE-LINE
                 GO TO BLOCK-ACCOUNT-DEBITS-EXIT
           END-REWRITE

           MOVE "Y" TO DC-DEBITS-BLOCKED
           MOVE "DEBITS BLOCKED" TO WS-CASE-NOTE
           PERFORM WRITE-CASE-LINE.

       BLOCK-ACCOUNT-DEBITS-EXIT.
           EXIT.

      *================================================================
      * LIFT-DEBIT-BLOCK: a cleared case takes its block off the
      * account's ACCTLIM record
      *================================================================
       LIFT-DEBIT-BLOCK SECTION.
           IF NOT DC-BLOCK-PLACED
              GO TO LIFT-DEBIT-BLOCK-EXIT
           END-IF

           MOVE DC-ACCOUNT-ID TO AL-ACCOUNT-ID
           READ ACCTLIM-FILE KEY IS AL-ACCOUNT-ID
              INVALID KEY
                 GO TO LIFT-DEBIT-BLOCK-EXIT
           END-READ

           IF AL-DEBITS-BLOCKED
              MOVE SPACE TO AL-DEBIT-BLOCK
              MOVE 0 TO AL-BLOCKED-DATE
              REWRITE ACCTLIM-RECORD
                 INVALID KEY
                    ADD 1 TO WS-CASE-FAIL-COUNT
                    DISPLAY "DUNNING: block not lifted on ACCTLIM, "
                       "status=" WS-AL-FILE-STATUS " for "
                       DC-ACCOUNT-ID
              END-REWRITE
           END-IF
           MOVE "N" TO DC-DEBITS-BLOCKED.

       LIFT-DEBIT-BLOCK-EXIT.
           EXIT.

      *================================================================
      * HAND-OVER-TO-COLLECTIONS: the debt goes to the collections
      * agency on DUNHAND
      *================================================================
       HAND-OVER-TO-COLLECTIONS SECTION.
           MOVE SPACES TO DUNHAND-RECORD
           MOVE DC-ACCOUNT-ID TO HO-ACCOUNT-ID
           MOVE DC-CURRENCY TO HO-CURRENCY
           MOVE DC-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE DC-DEBT-MINOR TO HO-DEBT-MINOR
           MOVE DC-OPENED-DATE TO HO-OPENED-DATE
           MOVE DC-DAYS-OVERDRAWN TO HO-DAYS-OVERDRAWN
           MOVE WS-BUSINESS-DATE TO HO-HANDOVER-DATE
           MOVE DC-BROKEN-COUNT TO HO-BROKEN-COUNT
           WRITE DUNHAND-RECORD

           MOVE "HANDED TO COLLECTIONS" TO WS-CASE-NOTE
           PERFORM WRITE-CASE-LINE.

       HAND-OVER-TO-COLLECTIONS-EXIT.
           EXIT.

      *================================================================
      * QUEUE-DUNNING-NOTICE: the stage's notice, naming the account
      * and the debt, queued for NTFBUILD to render in the customer's
      * language. A case with no owner on ACCTMAST cannot be told
      * Input:  WS-NT-EVENT-TYPE
      *================================================================
       QUEUE-DUNNING-NOTICE SECTION.
           IF DC-CUSTOMER-ID = SPACES
              ADD 1 TO WS-NOTICE-FAIL-COUNT
              MOVE "NOTICE NOT SENT - NOT ON ACCTMAST" TO WS-CASE-NOTE
              PERFORM WRITE-CASE-LINE
              GO TO QUEUE-DUNNING-NOTICE-EXIT
           END-IF

           MOVE DC-DEBT-MINOR TO WS-FM-AMOUNT
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT DC-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE DC-DAYS-OVERDRAWN TO WS-NT-DAYS

           MOVE DC-CUSTOMER-ID TO WS-NT-CUSTOMER-ID
           MOVE DC-ACCOUNT-ID TO WS-NT-REFERENCE
           MOVE SPACES TO WS-NT-DETAIL
           STRING DC-CURRENCY " " FUNCTION TRIM(WS-FM-OUTPUT)
                  " OVERDRAWN " FUNCTION TRIM(WS-NT-DAYS)
                  " BUSINESS DAYS" DELIMITED BY SIZE
              INTO WS-NT-DETAIL
           END-STRING

           CALL "NOTIFY-EVENT" USING WS-NT-EVENT-TYPE
               WS-NT-CUSTOMER-ID WS-NT-REFERENCE WS-NT-DETAIL
               WS-NT-SOURCE WS-NT-RESULT WS-NT-ERROR-MSG

           IF WS-NT-RESULT NOT = 1
              ADD 1 TO WS-NOTICE-FAIL-COUNT
              DISPLAY "DUNNING: notice not queued for "
                 DC-ACCOUNT-ID " - " WS-NT-ERROR-MSG
              MOVE "NOTICE NOT QUEUED - SEE SYSOUT" TO WS-CASE-NOTE
              PERFORM WRITE-CASE-LINE
           ELSE
              ADD 1 TO WS-NOTICE-COUNT
           END-IF.

       QUEUE-DUNNING-NOTICE-EXIT.
           EXIT.

      *================================================================
      * CLEAR-CASE: the debt is gone; the case is closed with the
      * reason in DC-CLOSED-REASON and any debit block lifted
      *================================================================
       CLEAR-CASE SECTION.
           PERFORM LIFT-DEBIT-BLOCK
           MOVE "C" TO DC-STATUS
           MOVE WS-BUSINESS-DATE TO DC-CLOSED-DATE
           MOVE 0 TO DC-DEBT-MINOR
           MOVE SPACE TO DC-PAUSE-TYPE
           MOVE 0 TO DC-PAUSE-UNTIL
           MOVE 0 TO DC-PROMISE-MINOR

           IF DC-CLOSED-BALANCE
              ADD 1 TO WS-CLEARED-COUNT
              MOVE "CLEARED - BALANCE RESTORED" TO WS-CASE-NOTE
           ELSE
              ADD 1 TO WS-NO-POSITION-COUNT
              MOVE "CLEARED - NO POSITION TONIGHT" TO WS-CASE-NOTE
           END-IF
           PERFORM WRITE-CASE-LINE

           REWRITE DUNCASE-RECORD
              INVALID KEY
                 ADD 1 TO WS-CASE-FAIL-COUNT
                 DISPLAY "DUNNING: rewrite of DUNCASE failed, "
                    "status=" WS-DC-FILE-STATUS " for " DC-KEY
           END-REWRITE.

       CLEAR-CASE-EXIT.
           EXIT.

      *================================================================
      * SAVE-CASE: a new case is written, a continuing one rewritten
      *================================================================
       SAVE-CASE SECTION.
           IF WS-CASE-FOUND = 0
              WRITE DUNCASE-RECORD
                 INVALID KEY
                    ADD 1 TO WS-CASE-FAIL-COUNT
                    DISPLAY "DUNNING: write of DUNCASE failed, "
                       "status=" WS-DC-FILE-STATUS " for " DC-KEY
              END-WRITE
           ELSE
              REWRITE DUNCASE-RECORD
                 INVALID KEY
                    ADD 1 TO WS-CASE-FAIL-COUNT
                    DISPLAY "DUNNING: rewrite of DUNCASE failed, "
                       "status=" WS-DC-FILE-STATUS " for " DC-KEY
              END-REWRITE
           END-IF.

       SAVE-CASE-EXIT.
           EXIT.

      *================================================================
      * SWEEP-UNSEEN-CASES: an active case not counted tonight has no
      * position on BALANCES - the account is square or closed - and
      * is cleared. Skipped when BALANCES held nothing at all, which
      * is a failed feed, not a book in credit
      *================================================================
       SWEEP-UNSEEN-CASES SECTION.
           IF WS-POSITIONS-READ = 0
              MOVE SPACES TO WS-LADDER-LINE
              MOVE "BALANCES EMPTY - ACTIVE CASES NOT SWEPT"
                 TO WS-LL-TEXT
              WRITE DUNRPT-RECORD FROM WS-LADDER-LINE
              ADD 1 TO WS-CASE-FAIL-COUNT
              GO TO SWEEP-UNSEEN-CASES-EXIT
           END-IF

           MOVE LOW-VALUES TO DC-KEY
           START DUNCASE-FILE KEY IS NOT LESS THAN DC-KEY
              INVALID KEY
                 GO TO SWEEP-UNSEEN-CASES-EXIT
           END-START

           PERFORM UNTIL WS-AT-DC-EOF
              READ DUNCASE-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-DC-EOF
                 NOT AT END
                    IF DC-IS-ACTIVE
                       AND DC-LAST-COUNTED-DATE < WS-BUSINESS-DATE
                       MOVE "N" TO DC-CLOSED-REASON
                       PERFORM CLEAR-CASE
                    END-IF
              END-READ
           END-PERFORM.

       SWEEP-UNSEEN-CASES-EXIT.
           EXIT.

      *================================================================
      * WRITE-CASE-LINE: one DUNRPT line for the case with the note
      * in WS-CASE-NOTE
      *================================================================
       WRITE-CASE-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CASE-NOTE TO WS-DL-NOTE
           MOVE DC-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE DC-CURRENCY TO WS-DL-CURRENCY
           MOVE DC-DEBT-MINOR TO WS-DL-DEBT
           MOVE DC-DAYS-OVERDRAWN TO WS-DL-DAYS
           MOVE DC-LADDER-DAYS TO WS-DL-LADDER-DAYS
           MOVE DC-STAGE TO WS-DL-STAGE
           IF DC-CUSTOMER-ID = SPACES
              MOVE "(NOT ON ACCOUNT MASTER)" TO WS-DL-CUSTOMER-ID
           ELSE
              MOVE DC-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           END-IF
           WRITE DUNRPT-RECORD FROM WS-DETAIL-LINE
           MOVE 1 TO WS-LINE-WRITTEN.

       WRITE-CASE-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "DUNNING - OVERDRAWN ACCOUNT DUNNING LADDER, "
              "BUSINESS DATE " WS-BUSINESS-DATE
              DELIMITED BY SIZE INTO WS-HL-TEXT
           END-STRING
           WRITE DUNRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           WRITE DUNRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSITIONS READ" TO WS-RPT-LABEL
           MOVE WS-POSITIONS-READ TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CASES OPENED" TO WS-RPT-LABEL
           MOVE WS-CASES-OPENED TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CASES CONTINUED" TO WS-RPT-LABEL
           MOVE WS-CASES-CONTINUED TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "REMINDERS" TO WS-RPT-LABEL
           MOVE WS-REMINDER-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FINAL NOTICES" TO WS-RPT-LABEL
           MOVE WS-FINAL-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "DEBIT BLOCKS" TO WS-RPT-LABEL
           MOVE WS-BLOCK-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  OF WHICH NOT PLACED" TO WS-RPT-LABEL
           MOVE WS-NOT-BLOCKED-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HANDED TO COLLECTIONS" TO WS-RPT-LABEL
           MOVE WS-HANDOVER-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NOTICES QUEUED" TO WS-RPT-LABEL
           MOVE WS-NOTICE-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NOTICES NOT QUEUED" TO WS-RPT-LABEL
           MOVE WS-NOTICE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAUSED BY PROMISE OR PLAN" TO WS-RPT-LABEL
           MOVE WS-PAUSED-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PROMISES BROKEN OR ENDED" TO WS-RPT-LABEL
           MOVE WS-BROKEN-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CLEARED - BALANCE RESTORED" TO WS-RPT-LABEL
           MOVE WS-CLEARED-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CLEARED - NO POSITION" TO WS-RPT-LABEL
           MOVE WS-NO-POSITION-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RULE CARDS IGNORED" TO WS-RPT-LABEL
           MOVE WS-BAD-RULE-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CASE UPDATES FAILED" TO WS-RPT-LABEL
           MOVE WS-CASE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE DUNRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE BALANCES-FILE
           CLOSE ACCTLIM-FILE
           CLOSE ACCTMAST-FILE
           CLOSE DUNCASE-FILE
           CLOSE DUNHAND-FILE
           CLOSE DUNRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM DUNNING.
