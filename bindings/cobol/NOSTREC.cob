      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven NostroRecon - nostro account reconciliation between
      * the bank's statement entries and the GLTXN postings for
      * COBOL
      *

      *================================================================
      * GLRECON ties out control totals; it cannot say which bank
      * movement on a nostro account has no ledger posting behind
      * it, or which posting the bank never booked. This step
      * matches them item by item.
      *
      * The bank side is NOSTMT, every booked camt.053 entry CAMTIN
      * laid down (statement IBAN and currency, amount signed as the
      * ledger sees it, value date, match reference). The ledger
      * side is the day's GLTXN, restricted to postings on a nostro
      * GL account. NOSTACCT names the nostro accounts: one line per
      * account, the statement IBAN and currency against the GL
      * account code (GP-ACCOUNT-CODE) and booking entity the
      * account is kept under. A statement entry on an IBAN NOSTACCT
      * does not name is listed on the break report and sets COND
      * code 4 - it cannot be reconciled until the account is set
      * up. Both the business and the offset legs of a voucher
      * count: a nostro account is as often the offset of a feed as
      * its business account.
      *
      * Items are matched within one GL account, entity, currency,
      * reference (the statement's match reference against the
      * posting's transaction ID) and value date (the posting date
      * on the ledger side):
      *
      *   - first one to one, a statement entry against a posting
      *     of exactly the same signed amount;
      *   - then one to many, a single item left on one side
      *     against every item left on the other, where those sum
      *     to it exactly - a bank entry booking a batch we posted
      *     line by line, or the reverse.
      *
      * Whatever is left open on either side is carried forward:
      * NOSTOPIN is the open-items file NOSTOPOT wrote last run, and
      * its items rejoin tonight's before matching, so a posting
      * that reaches the ledger a day after the bank booked it still
      * finds its partner. Each open item keeps the date it was
      * first carried, and NOSTBRK lists it with its age in RECVIN's
      * buckets (new, over 7, over 30, over 90 days). The period-end
      * NOSTOPOT is what the CLOSEPKG close package prints as its
      * nostro breaks section. Anything open over 30 days sets COND
      * code 4.
      *
      * The items are gathered on the NOSTWRK work KSDS, emptied
      * every run, keyed so that a browse delivers each account,
      * entity, currency, reference and value date group together,
      * bank side before ledger side. A group of more than
      * WS-GROUP-MAX items is not matched at all - every item in it
      * is carried and listed for the desk to split by hand.
      *
      * The balance-forward records GLARCHIV leaves on GLTXN for an
      * archived period match nothing on a statement and are passed
      * over.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTREC.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSTACCT-FILE ASSIGN TO "NOSTACCT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NA-FILE-STATUS.

           SELECT NOSTMT-FILE ASSIGN TO "NOSTMT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "GLTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT OPEN-ITEMS-IN-FILE ASSIGN TO "NOSTOPIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OI-FILE-STATUS.

           SELECT OPEN-ITEMS-OUT-FILE ASSIGN TO "NOSTOPOT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OO-FILE-STATUS.

           SELECT NOSTWRK-FILE ASSIGN TO "NOSTWRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NW-KEY
              FILE STATUS IS WS-NW-FILE-STATUS.

           SELECT NOSTBRK-FILE ASSIGN TO "NOSTBRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One nostro account per line: the IBAN and currency its
      * statements arrive under, and the GL account and entity it
      * is kept under
       FD  NOSTACCT-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  NOSTACCT-RECORD.
           05 NA-ACCOUNT-IBAN            PIC X(34).
           05 NA-CURRENCY                PIC X(3).
           05 NA-ACCOUNT-CODE            PIC X(8).
           05 NA-ENTITY                  PIC X(4).

      * One booked statement entry per line as CAMTIN writes it
      * (see NOSTMT-RECORD in CAMTIN.cob)
       FD  NOSTMT-FILE
           RECORD CONTAINS 143 CHARACTERS.
       01  NOSTMT-RECORD.
           05 NS-ACCOUNT-IBAN            PIC X(34).
           05 NS-CURRENCY                PIC X(3).
           05 NS-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 NS-VALUE-DATE              PIC 9(8).
           05 NS-MATCH-REF               PIC X(12).
           05 NS-SVCR-REF                PIC X(35).
           05 NS-STATEMENT-ID            PIC X(35).

      * One posting per line in the extended GLTXN layout the
      * shared PROVEN-GL-POST writer lays down (see
      * TRANSACTION-RECORD in GLRECON.cob)
       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  TRANSACTION-RECORD.
           05 TX-TRANS-ID                PIC X(12).
           05 TX-BALFWD-ID REDEFINES TX-TRANS-ID.
              10 TX-BALFWD-MARKER        PIC X(6).
                 88 TX-IS-BALANCE-FORWARD VALUE "BALFWD".
              10 TX-BALFWD-PERIOD        PIC 9(6).
           05 TX-CURRENCY                PIC X(3).
           05 TX-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 TX-SEQUENCE                PIC 9(8).
           05 TX-POSTING-DATE            PIC 9(8).
           05 TX-ACCOUNT-CODE            PIC X(8).
           05 TX-ENTITY                  PIC X(4).
           05 TX-VOUCHER-ID              PIC X(12).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".

      * Carried open items, one per unmatched statement entry ('B')
      * or ledger posting ('L') - NOSTOPIN is the file NOSTOPOT
      * wrote last run (an empty or absent file just means nothing
      * is carried)
       FD  OPEN-ITEMS-IN-FILE
           RECORD CONTAINS 95 CHARACTERS.
       01  OPEN-ITEMS-IN-RECORD.
           05 OI-SIDE                    PIC X(1).
           05 OI-ACCOUNT-CODE            PIC X(8).
           05 OI-ENTITY                  PIC X(4).
           05 OI-CURRENCY                PIC X(3).
           05 OI-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 OI-VALUE-DATE              PIC 9(8).
           05 OI-MATCH-REF               PIC X(12).
           05 OI-DETAIL                  PIC X(35).
           05 OI-FIRST-OPEN-DATE         PIC 9(8).

       FD  OPEN-ITEMS-OUT-FILE
           RECORD CONTAINS 95 CHARACTERS.
       01  OPEN-ITEMS-OUT-RECORD.
           05 OO-SIDE                    PIC X(1).
           05 OO-ACCOUNT-CODE            PIC X(8).
           05 OO-ENTITY                  PIC X(4).
           05 OO-CURRENCY                PIC X(3).
           05 OO-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 OO-VALUE-DATE              PIC 9(8).
           05 OO-MATCH-REF               PIC X(12).
           05 OO-DETAIL                  PIC X(35).
           05 OO-FIRST-OPEN-DATE         PIC 9(8).

      * Work KSDS, emptied every run: one item per record, keyed
      * by its match group, then side ('B' sorts before 'L'), then
      * arrival sequence
       FD  NOSTWRK-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  NOSTWRK-RECORD.
           05 NW-KEY.
              10 NW-GROUP-KEY.
                 15 NW-ACCOUNT-CODE      PIC X(8).
                 15 NW-ENTITY            PIC X(4).
                 15 NW-CURRENCY          PIC X(3).
                 15 NW-MATCH-REF         PIC X(12).
                 15 NW-VALUE-DATE        PIC 9(8).
              10 NW-SIDE                 PIC X(1).
                 88 NW-IS-BANK-SIDE      VALUE "B".
              10 NW-SEQUENCE             PIC 9(8).
           05 NW-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 NW-DETAIL                  PIC X(35).
           05 NW-FIRST-OPEN-DATE         PIC 9(8).
           05 FILLER                     PIC X(1).

       FD  NOSTBRK-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NOSTBRK-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-NA-FILE-STATUS            PIC X(2).
       01 WS-NS-FILE-STATUS            PIC X(2).
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-OI-FILE-STATUS            PIC X(2).
       01 WS-OO-FILE-STATUS            PIC X(2).
       01 WS-NW-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-NA-EOF                    PIC 9 VALUE 0.
          88 WS-AT-NA-EOF              VALUE 1.
       01 WS-NS-EOF                    PIC 9 VALUE 0.
          88 WS-AT-NS-EOF              VALUE 1.
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TX-EOF              VALUE 1.
       01 WS-OI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-OI-EOF              VALUE 1.
       01 WS-NW-EOF                    PIC 9 VALUE 0.
          88 WS-AT-NW-EOF              VALUE 1.

      * The nostro accounts from NOSTACCT
       01 WS-NOSTRO-TABLE.
          05 WS-NOSTRO-ENTRY OCCURS 500 TIMES.
             10 NT-ACCOUNT-IBAN        PIC X(34).
             10 NT-CURRENCY            PIC X(3).
             10 NT-ACCOUNT-CODE        PIC X(8).
             10 NT-ENTITY              PIC X(4).
       01 WS-NOSTRO-COUNT              PIC 9(4) VALUE 0.
       01 WS-NOSTRO-MAX                PIC 9(4) VALUE 500.
       01 WS-NOSTRO-IDX                PIC 9(4) VALUE 0.
       01 WS-NOSTRO-FOUND              PIC 9 VALUE 0.

      * The match group being assembled from the work KSDS
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ITEM OCCURS 200 TIMES.
             10 GI-SIDE                PIC X(1).
             10 GI-AMOUNT-MINOR        PIC S9(15) COMP-3.
             10 GI-DETAIL              PIC X(35).
             10 GI-FIRST-OPEN-DATE     PIC 9(8).
             10 GI-MATCHED             PIC 9.
       01 WS-GROUP-COUNT               PIC 9(4) VALUE 0.
       01 WS-GROUP-MAX                 PIC 9(4) VALUE 200.
       01 WS-GROUP-OVERFLOW            PIC 9 VALUE 0.
       01 WS-GROUP-KEY                 PIC X(35).
       01 WS-GROUP-FIELDS REDEFINES WS-GROUP-KEY.
          05 WS-GK-ACCOUNT-CODE        PIC X(8).
          05 WS-GK-ENTITY              PIC X(4).
          05 WS-GK-CURRENCY            PIC X(3).
          05 WS-GK-MATCH-REF           PIC X(12).
          05 WS-GK-VALUE-DATE          PIC 9(8).
       01 WS-GROUP-IDX                 PIC 9(4) VALUE 0.
       01 WS-PAIR-IDX                  PIC 9(4) VALUE 0.
       01 WS-PAIR-FOUND                PIC 9 VALUE 0.
       01 WS-LEFT-BANK-COUNT           PIC 9(4) VALUE 0.
       01 WS-LEFT-LEDGER-COUNT         PIC 9(4) VALUE 0.
       01 WS-LEFT-BANK-SUM             PIC S9(17) COMP-3.
       01 WS-LEFT-LEDGER-SUM           PIC S9(17) COMP-3.

      * The item being carried forward
       01 WS-CARRY-SIDE                PIC X(1).
       01 WS-CARRY-AMOUNT-MINOR        PIC S9(15) COMP-3.
       01 WS-CARRY-DETAIL              PIC X(35).
       01 WS-CARRY-FIRST-OPEN-DATE     PIC 9(8).

      * The item being gathered onto the work KSDS
       01 WS-WORK-SEQUENCE             PIC 9(8) VALUE 0.
       01 WS-WRITE-FAILED              PIC 9 VALUE 0.

      * Control counts
       01 WS-NOSTRO-ACCOUNTS-READ      PIC 9(8) VALUE 0.
       01 WS-CARRIED-READ              PIC 9(8) VALUE 0.
       01 WS-STATEMENT-READ            PIC 9(8) VALUE 0.
       01 WS-UNMAPPED-COUNT            PIC 9(8) VALUE 0.
       01 WS-POSTINGS-READ             PIC 9(8) VALUE 0.
       01 WS-POSTINGS-ON-NOSTRO        PIC 9(8) VALUE 0.
       01 WS-ONE-TO-ONE-COUNT          PIC 9(8) VALUE 0.
       01 WS-ONE-TO-MANY-COUNT         PIC 9(8) VALUE 0.
       01 WS-ITEMS-MATCHED             PIC 9(8) VALUE 0.
       01 WS-OPEN-BANK-COUNT           PIC 9(8) VALUE 0.
       01 WS-OPEN-LEDGER-COUNT         PIC 9(8) VALUE 0.
       01 WS-OVERSIZE-GROUPS           PIC 9(8) VALUE 0.
       01 WS-AGED-7-COUNT              PIC 9(8) VALUE 0.
       01 WS-AGED-30-COUNT             PIC 9(8) VALUE 0.
       01 WS-AGED-90-COUNT             PIC 9(8) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-TODAY-JULIAN              PIC 9(7).
       01 WS-AGE-DAYS                  PIC S9(6) COMP-3.

      * Julian-day scratch fields (same algorithm SAFE-DATETIME
      * uses; mirrored here since bindings/cobol programs are
      * self-contained)
       01 WS-JD-YEAR                   PIC 9(4).
       01 WS-JD-MONTH                  PIC 9(2).
       01 WS-JD-DAY                    PIC 9(2).
       01 WS-JULIAN-DAY                PIC 9(7).
       01 WS-JULIAN-A                  PIC S9(8) COMP-3.
       01 WS-JULIAN-Y                  PIC S9(8) COMP-3.
       01 WS-JULIAN-M                  PIC S9(8) COMP-3.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-BREAK-LINE.
          05 WS-BK-SIDE                PIC X(6).
          05 FILLER                    PIC X(1).
          05 WS-BK-ACCOUNT-CODE        PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-BK-ENTITY              PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-BK-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-BK-MATCH-REF           PIC X(12).
          05 FILLER                    PIC X(1).
          05 WS-BK-VALUE-DATE          PIC 9(8).
          05 FILLER                    PIC X(1).
          05 WS-BK-AMOUNT              PIC -(14)9.
          05 FILLER                    PIC X(1).
          05 WS-BK-FIRST-OPEN          PIC 9(8).
          05 FILLER                    PIC X(1).
          05 WS-BK-AGE-DAYS            PIC ZZZZZ9.
          05 FILLER                    PIC X(1).
          05 WS-BK-BUCKET              PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-BK-DETAIL              PIC X(35).
          05 FILLER                    PIC X(9).

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
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-JD-YEAR
           MOVE WS-TODAY(5:2) TO WS-JD-MONTH
           MOVE WS-TODAY(7:2) TO WS-JD-DAY
           PERFORM CALCULATE-JULIAN-DAY
           MOVE WS-JULIAN-DAY TO WS-TODAY-JULIAN

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM LOAD-NOSTRO-ACCOUNTS
           PERFORM LOAD-CARRIED-ITEMS
           PERFORM LOAD-STATEMENT-ENTRIES
           PERFORM LOAD-LEDGER-POSTINGS
           PERFORM MATCH-ALL-GROUPS
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "NOSTREC: " WS-STATEMENT-READ " statement entr"
              "(y/ies), " WS-POSTINGS-ON-NOSTRO " nostro posting(s), "
              WS-ITEMS-MATCHED " item(s) matched, "
              WS-OPEN-BANK-COUNT " bank and " WS-OPEN-LEDGER-COUNT
              " ledger item(s) carried"

           EVALUATE TRUE
              WHEN WS-WRITE-FAILED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-UNMAPPED-COUNT > 0
                 OR WS-AGED-30-COUNT > 0
                 OR WS-AGED-90-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if any file but the
      * carried open items cannot be opened; the work KSDS is
      * emptied by opening it for output first
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT NOSTACCT-FILE
           IF WS-NA-FILE-STATUS NOT = "00"
              DISPLAY "NOSTREC: cannot open NOSTACCT, status="
                 WS-NA-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT NOSTMT-FILE
           IF WS-NS-FILE-STATUS NOT = "00"
              DISPLAY "NOSTREC: cannot open NOSTMT, status="
                 WS-NS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "NOSTREC: cannot open GLTXN, status="
                 WS-TX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT OPEN-ITEMS-OUT-FILE
           IF WS-OO-FILE-STATUS NOT = "00"
              DISPLAY "NOSTREC: cannot open NOSTOPOT, status="
                 WS-OO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NOSTWRK-FILE
           IF WS-NW-FILE-STATUS = "00"
              CLOSE NOSTWRK-FILE
              OPEN I-O NOSTWRK-FILE
           END-IF
           IF WS-NW-FILE-STATUS NOT = "00"
              DISPLAY "NOSTREC: cannot open NOSTWRK, status="
                 WS-NW-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NOSTBRK-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "NOSTREC: cannot open NOSTBRK, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-NOSTRO-ACCOUNTS: the NOSTACCT list into storage; more
      * nostro accounts than the table holds stops the run with
      * COND code 8 before anything is matched against half a list
      *================================================================
       LOAD-NOSTRO-ACCOUNTS SECTION.
           PERFORM UNTIL WS-AT-NA-EOF
              READ NOSTACCT-FILE
                 AT END
                    MOVE 1 TO WS-NA-EOF
                 NOT AT END
                    ADD 1 TO WS-NOSTRO-ACCOUNTS-READ
                    IF WS-NOSTRO-COUNT >= WS-NOSTRO-MAX
                       DISPLAY "NOSTREC: more than " WS-NOSTRO-MAX
                          " nostro accounts on NOSTACCT"
                       CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                          WS-RC-RESULT
                       MOVE WS-RC-RESULT TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-NOSTRO-COUNT
                    MOVE FUNCTION UPPER-CASE(NA-ACCOUNT-IBAN)
                       TO NT-ACCOUNT-IBAN(WS-NOSTRO-COUNT)
                    MOVE NA-CURRENCY TO NT-CURRENCY(WS-NOSTRO-COUNT)
                    MOVE NA-ACCOUNT-CODE
                       TO NT-ACCOUNT-CODE(WS-NOSTRO-COUNT)
                    MOVE NA-ENTITY TO NT-ENTITY(WS-NOSTRO-COUNT)
              END-READ
           END-PERFORM

           CLOSE NOSTACCT-FILE.

       LOAD-NOSTRO-ACCOUNTS-EXIT.
           EXIT.

      *================================================================
      * LOAD-CARRIED-ITEMS: last run's open items onto the work
      * KSDS, each keeping the date it was first carried
      *================================================================
       LOAD-CARRIED-ITEMS SECTION.
           OPEN INPUT OPEN-ITEMS-IN-FILE
           IF WS-OI-FILE-STATUS NOT = "00"
              GO TO LOAD-CARRIED-ITEMS-EXIT
           END-IF

           PERFORM UNTIL WS-AT-OI-EOF
              READ OPEN-ITEMS-IN-FILE
                 AT END
                    MOVE 1 TO WS-OI-EOF
                 NOT AT END
                    ADD 1 TO WS-CARRIED-READ
                    MOVE SPACES TO NOSTWRK-RECORD
                    MOVE OI-ACCOUNT-CODE TO NW-ACCOUNT-CODE
                    MOVE OI-ENTITY TO NW-ENTITY
                    MOVE OI-CURRENCY TO NW-CURRENCY
                    MOVE OI-MATCH-REF TO NW-MATCH-REF
                    MOVE OI-VALUE-DATE TO NW-VALUE-DATE
                    MOVE OI-SIDE TO NW-SIDE
                    MOVE OI-AMOUNT-MINOR TO NW-AMOUNT-MINOR
                    MOVE OI-DETAIL TO NW-DETAIL
                    MOVE OI-FIRST-OPEN-DATE TO NW-FIRST-OPEN-DATE
                    PERFORM WRITE-WORK-ITEM
              END-READ
           END-PERFORM

           CLOSE OPEN-ITEMS-IN-FILE.

       LOAD-CARRIED-ITEMS-EXIT.
           EXIT.

      *================================================================
      * LOAD-STATEMENT-ENTRIES: tonight's statement entries onto the
      * work KSDS under their nostro GL account; an entry on an
      * account NOSTACCT does not name is listed and left out
      *================================================================
       LOAD-STATEMENT-ENTRIES SECTION.
           PERFORM UNTIL WS-AT-NS-EOF
              READ NOSTMT-FILE
                 AT END
                    MOVE 1 TO WS-NS-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-STATEMENT-ENTRY
              END-READ
           END-PERFORM.

       LOAD-STATEMENT-ENTRIES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-STATEMENT-ENTRY
      *================================================================
       LOAD-ONE-STATEMENT-ENTRY SECTION.
           ADD 1 TO WS-STATEMENT-READ

           MOVE 0 TO WS-NOSTRO-FOUND
           PERFORM VARYING WS-NOSTRO-IDX FROM 1 BY 1
                   UNTIL WS-NOSTRO-IDX > WS-NOSTRO-COUNT
                      OR WS-NOSTRO-FOUND = 1
              IF NT-ACCOUNT-IBAN(WS-NOSTRO-IDX) =
                    FUNCTION UPPER-CASE(NS-ACCOUNT-IBAN)
                 AND NT-CURRENCY(WS-NOSTRO-IDX) = NS-CURRENCY
                 MOVE 1 TO WS-NOSTRO-FOUND
              END-IF
           END-PERFORM

           IF WS-NOSTRO-FOUND = 0
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE SPACES TO WS-BREAK-LINE
              MOVE "BANK" TO WS-BK-SIDE
              MOVE "UNMAPPED" TO WS-BK-ACCOUNT-CODE
              MOVE NS-CURRENCY TO WS-BK-CURRENCY
              MOVE NS-MATCH-REF TO WS-BK-MATCH-REF
              MOVE NS-VALUE-DATE TO WS-BK-VALUE-DATE
              MOVE NS-AMOUNT-MINOR TO WS-BK-AMOUNT
              MOVE NS-ACCOUNT-IBAN TO WS-BK-DETAIL
              WRITE NOSTBRK-RECORD FROM WS-BREAK-LINE
              GO TO LOAD-ONE-STATEMENT-ENTRY-EXIT
           END-IF
           SUBTRACT 1 FROM WS-NOSTRO-IDX

           MOVE SPACES TO NOSTWRK-RECORD
           MOVE NT-ACCOUNT-CODE(WS-NOSTRO-IDX) TO NW-ACCOUNT-CODE
           MOVE NT-ENTITY(WS-NOSTRO-IDX) TO NW-ENTITY
           MOVE NS-CURRENCY TO NW-CURRENCY
           MOVE NS-MATCH-REF TO NW-MATCH-REF
           MOVE NS-VALUE-DATE TO NW-VALUE-DATE
           MOVE "B" TO NW-SIDE
           MOVE NS-AMOUNT-MINOR TO NW-AMOUNT-MINOR
           MOVE NS-SVCR-REF TO NW-DETAIL
           IF NW-DETAIL = SPACES
              MOVE NS-STATEMENT-ID TO NW-DETAIL
           END-IF
           MOVE WS-TODAY TO NW-FIRST-OPEN-DATE
           PERFORM WRITE-WORK-ITEM.

       LOAD-ONE-STATEMENT-ENTRY-EXIT.
           EXIT.

      *================================================================
      * LOAD-LEDGER-POSTINGS: tonight's postings on a nostro GL
      * account, either leg, onto the work KSDS
      *================================================================
       LOAD-LEDGER-POSTINGS SECTION.
           PERFORM UNTIL WS-AT-TX-EOF
              READ TRANSACTION-FILE
                 AT END
                    MOVE 1 TO WS-TX-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-LEDGER-POSTING
              END-READ
           END-PERFORM.

       LOAD-LEDGER-POSTINGS-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-LEDGER-POSTING
      *================================================================
       LOAD-ONE-LEDGER-POSTING SECTION.
           IF TX-IS-BALANCE-FORWARD
              GO TO LOAD-ONE-LEDGER-POSTING-EXIT
           END-IF
           ADD 1 TO WS-POSTINGS-READ

           MOVE 0 TO WS-NOSTRO-FOUND
           PERFORM VARYING WS-NOSTRO-IDX FROM 1 BY 1
                   UNTIL WS-NOSTRO-IDX > WS-NOSTRO-COUNT
                      OR WS-NOSTRO-FOUND = 1
              IF NT-ACCOUNT-CODE(WS-NOSTRO-IDX) = TX-ACCOUNT-CODE
                 AND NT-ENTITY(WS-NOSTRO-IDX) = TX-ENTITY
                 AND NT-CURRENCY(WS-NOSTRO-IDX) = TX-CURRENCY
                 MOVE 1 TO WS-NOSTRO-FOUND
              END-IF
           END-PERFORM

           IF WS-NOSTRO-FOUND = 0
              GO TO LOAD-ONE-LEDGER-POSTING-EXIT
           END-IF

           ADD 1 TO WS-POSTINGS-ON-NOSTRO
           MOVE SPACES TO NOSTWRK-RECORD
           MOVE TX-ACCOUNT-CODE TO NW-ACCOUNT-CODE
           MOVE TX-ENTITY TO NW-ENTITY
           MOVE TX-CURRENCY TO NW-CURRENCY
           MOVE TX-TRANS-ID TO NW-MATCH-REF
           MOVE TX-POSTING-DATE TO NW-VALUE-DATE
           MOVE "L" TO NW-SIDE
           MOVE TX-AMOUNT-MINOR TO NW-AMOUNT-MINOR
           MOVE TX-VOUCHER-ID TO NW-DETAIL
           MOVE WS-TODAY TO NW-FIRST-OPEN-DATE
           PERFORM WRITE-WORK-ITEM.

       LOAD-ONE-LEDGER-POSTING-EXIT.
           EXIT.

      *================================================================
      * WRITE-WORK-ITEM: NOSTWRK-RECORD onto the work KSDS under the
      * next arrival sequence; a refused write would drop an item
      * from the reconciliation, so it sets COND code 8
      *================================================================
       WRITE-WORK-ITEM SECTION.
           ADD 1 TO WS-WORK-SEQUENCE
           MOVE WS-WORK-SEQUENCE TO NW-SEQUENCE

           WRITE NOSTWRK-RECORD
              INVALID KEY
                 MOVE 1 TO WS-WRITE-FAILED
                 DISPLAY "NOSTREC: NOSTWRK write refused, status="
                    WS-NW-FILE-STATUS " for " NW-MATCH-REF
           END-WRITE.

       WRITE-WORK-ITEM-EXIT.
           EXIT.

      *================================================================
      * MATCH-ALL-GROUPS: browse the work KSDS from the top, one
      * match group at a time
      *================================================================
       MATCH-ALL-GROUPS SECTION.
           MOVE LOW-VALUES TO NW-KEY
           START NOSTWRK-FILE KEY NOT LESS THAN NW-KEY
              INVALID KEY
                 GO TO MATCH-ALL-GROUPS-EXIT
           END-START

           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-OVERFLOW
           MOVE LOW-VALUES TO WS-GROUP-KEY

           PERFORM UNTIL WS-AT-NW-EOF
              READ NOSTWRK-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-NW-EOF
                 NOT AT END
                    IF NW-GROUP-KEY NOT = WS-GROUP-KEY
                       PERFORM FINISH-ONE-GROUP
                       MOVE NW-GROUP-KEY TO WS-GROUP-KEY
                    END-IF
                    PERFORM ADD-ITEM-TO-GROUP
              END-READ
           END-PERFORM

           PERFORM FINISH-ONE-GROUP.

       MATCH-ALL-GROUPS-EXIT.
           EXIT.

      *================================================================
      * ADD-ITEM-TO-GROUP: the item just read joins the group table;
      * a group too large to hold is flagged so none of it matches
      *================================================================
       ADD-ITEM-TO-GROUP SECTION.
           IF WS-GROUP-COUNT >= WS-GROUP-MAX
              MOVE 1 TO WS-GROUP-OVERFLOW
              MOVE NW-SIDE TO WS-CARRY-SIDE
              MOVE NW-AMOUNT-MINOR TO WS-CARRY-AMOUNT-MINOR
              MOVE NW-DETAIL TO WS-CARRY-DETAIL
              MOVE NW-FIRST-OPEN-DATE TO WS-CARRY-FIRST-OPEN-DATE
              PERFORM CARRY-ONE-ITEM
              GO TO ADD-ITEM-TO-GROUP-EXIT
           END-IF

           ADD 1 TO WS-GROUP-COUNT
           MOVE NW-SIDE TO GI-SIDE(WS-GROUP-COUNT)
           MOVE NW-AMOUNT-MINOR TO GI-AMOUNT-MINOR(WS-GROUP-COUNT)
           MOVE NW-DETAIL TO GI-DETAIL(WS-GROUP-COUNT)
           MOVE NW-FIRST-OPEN-DATE
              TO GI-FIRST-OPEN-DATE(WS-GROUP-COUNT)
           MOVE 0 TO GI-MATCHED(WS-GROUP-COUNT).

       ADD-ITEM-TO-GROUP-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-GROUP: match the group just assembled - one to
      * one, then one to many - and carry forward what is left; an
      * oversize group is carried whole, the items beyond the table
      * having been carried as they were read
      *================================================================
       FINISH-ONE-GROUP SECTION.
           IF WS-GROUP-COUNT = 0
              GO TO FINISH-ONE-GROUP-EXIT
           END-IF

           IF WS-GROUP-OVERFLOW = 1
              ADD 1 TO WS-OVERSIZE-GROUPS
              PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                      UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                 PERFORM CARRY-GROUP-ITEM
              END-PERFORM
              GO TO FINISH-ONE-GROUP-RESET
           END-IF

           PERFORM MATCH-ONE-TO-ONE
           PERFORM MATCH-ONE-TO-MANY

           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
              IF GI-MATCHED(WS-GROUP-IDX) = 0
                 PERFORM CARRY-GROUP-ITEM
              ELSE
                 ADD 1 TO WS-ITEMS-MATCHED
              END-IF
           END-PERFORM.

       FINISH-ONE-GROUP-RESET.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-OVERFLOW.

       FINISH-ONE-GROUP-EXIT.
           EXIT.

      *================================================================
      * MATCH-ONE-TO-ONE: each statement entry against the first
      * unmatched posting of exactly the same amount
      *================================================================
       MATCH-ONE-TO-ONE SECTION.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
              IF GI-SIDE(WS-GROUP-IDX) = "B"
                 MOVE 0 TO WS-PAIR-FOUND
                 PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                         UNTIL WS-PAIR-IDX > WS-GROUP-COUNT
                            OR WS-PAIR-FOUND = 1
                    IF GI-SIDE(WS-PAIR-IDX) = "L"
                       AND GI-MATCHED(WS-PAIR-IDX) = 0
                       AND GI-AMOUNT-MINOR(WS-PAIR-IDX) =
                           GI-AMOUNT-MINOR(WS-GROUP-IDX)
                       MOVE 1 TO WS-PAIR-FOUND
                       MOVE 1 TO GI-MATCHED(WS-PAIR-IDX)
                       MOVE 1 TO GI-MATCHED(WS-GROUP-IDX)
                       ADD 1 TO WS-ONE-TO-ONE-COUNT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       MATCH-ONE-TO-ONE-EXIT.
           EXIT.

      *================================================================
      * MATCH-ONE-TO-MANY: a single item left on one side against
      * every item left on the other, if they sum to it exactly
      *================================================================
       MATCH-ONE-TO-MANY SECTION.
           MOVE 0 TO WS-LEFT-BANK-COUNT
           MOVE 0 TO WS-LEFT-LEDGER-COUNT
           MOVE 0 TO WS-LEFT-BANK-SUM
           MOVE 0 TO WS-LEFT-LEDGER-SUM

           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
              IF GI-MATCHED(WS-GROUP-IDX) = 0
                 IF GI-SIDE(WS-GROUP-IDX) = "B"
                    ADD 1 TO WS-LEFT-BANK-COUNT
                    ADD GI-AMOUNT-MINOR(WS-GROUP-IDX)
                       TO WS-LEFT-BANK-SUM
                 ELSE
                    ADD 1 TO WS-LEFT-LEDGER-COUNT
                    ADD GI-AMOUNT-MINOR(WS-GROUP-IDX)
                       TO WS-LEFT-LEDGER-SUM
                 END-IF
              END-IF
           END-PERFORM

           IF WS-LEFT-BANK-COUNT = 0 OR WS-LEFT-LEDGER-COUNT = 0
              GO TO MATCH-ONE-TO-MANY-EXIT
           END-IF
           IF WS-LEFT-BANK-COUNT > 1 AND WS-LEFT-LEDGER-COUNT > 1
              GO TO MATCH-ONE-TO-MANY-EXIT
           END-IF
           IF WS-LEFT-BANK-SUM NOT = WS-LEFT-LEDGER-SUM
              GO TO MATCH-ONE-TO-MANY-EXIT
           END-IF

           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
              MOVE 1 TO GI-MATCHED(WS-GROUP-IDX)
           END-PERFORM
           ADD 1 TO WS-ONE-TO-MANY-COUNT.

       MATCH-ONE-TO-MANY-EXIT.
           EXIT.

      *================================================================
      * CARRY-GROUP-ITEM: group table item WS-GROUP-IDX is carried
      *================================================================
       CARRY-GROUP-ITEM SECTION.
           MOVE GI-SIDE(WS-GROUP-IDX) TO WS-CARRY-SIDE
           MOVE GI-AMOUNT-MINOR(WS-GROUP-IDX) TO WS-CARRY-AMOUNT-MINOR
           MOVE GI-DETAIL(WS-GROUP-IDX) TO WS-CARRY-DETAIL
           MOVE GI-FIRST-OPEN-DATE(WS-GROUP-IDX)
              TO WS-CARRY-FIRST-OPEN-DATE
           PERFORM CARRY-ONE-ITEM.

       CARRY-GROUP-ITEM-EXIT.
           EXIT.

      *================================================================
      * CARRY-ONE-ITEM: write the WS-CARRY item of the current
      * group to NOSTOPOT and list it with its age on the break
      * report
      *================================================================
       CARRY-ONE-ITEM SECTION.
           MOVE SPACES TO OPEN-ITEMS-OUT-RECORD
           MOVE WS-CARRY-SIDE TO OO-SIDE
           MOVE WS-GK-ACCOUNT-CODE TO OO-ACCOUNT-CODE
           MOVE WS-GK-ENTITY TO OO-ENTITY
           MOVE WS-GK-CURRENCY TO OO-CURRENCY
           MOVE WS-CARRY-AMOUNT-MINOR TO OO-AMOUNT-MINOR
           MOVE WS-GK-VALUE-DATE TO OO-VALUE-DATE
           MOVE WS-GK-MATCH-REF TO OO-MATCH-REF
           MOVE WS-CARRY-DETAIL TO OO-DETAIL
           MOVE WS-CARRY-FIRST-OPEN-DATE TO OO-FIRST-OPEN-DATE
           WRITE OPEN-ITEMS-OUT-RECORD

           IF OO-SIDE = "B"
              ADD 1 TO WS-OPEN-BANK-COUNT
           ELSE
              ADD 1 TO WS-OPEN-LEDGER-COUNT
           END-IF

           MOVE OO-FIRST-OPEN-DATE(1:4) TO WS-JD-YEAR
           MOVE OO-FIRST-OPEN-DATE(5:2) TO WS-JD-MONTH
           MOVE OO-FIRST-OPEN-DATE(7:2) TO WS-JD-DAY
           PERFORM CALCULATE-JULIAN-DAY
           COMPUTE WS-AGE-DAYS = WS-TODAY-JULIAN - WS-JULIAN-DAY

           MOVE SPACES TO WS-BREAK-LINE
           IF OO-SIDE = "B"
              MOVE "BANK" TO WS-BK-SIDE
           ELSE
              MOVE "LEDGER" TO WS-BK-SIDE
           END-IF
           MOVE OO-ACCOUNT-CODE TO WS-BK-ACCOUNT-CODE
           MOVE OO-ENTITY TO WS-BK-ENTITY
           MOVE OO-CURRENCY TO WS-BK-CURRENCY
           MOVE OO-MATCH-REF TO WS-BK-MATCH-REF
           MOVE OO-VALUE-DATE TO WS-BK-VALUE-DATE
           MOVE OO-AMOUNT-MINOR TO WS-BK-AMOUNT
           MOVE OO-FIRST-OPEN-DATE TO WS-BK-FIRST-OPEN
           MOVE WS-AGE-DAYS TO WS-BK-AGE-DAYS
           MOVE OO-DETAIL TO WS-BK-DETAIL

           IF WS-AGE-DAYS >= 90
              MOVE "OVER 90" TO WS-BK-BUCKET
              ADD 1 TO WS-AGED-90-COUNT
           ELSE
              IF WS-AGE-DAYS >= 30
                 MOVE "OVER 30" TO WS-BK-BUCKET
                 ADD 1 TO WS-AGED-30-COUNT
              ELSE
                 IF WS-AGE-DAYS >= 7
                    MOVE "OVER 7" TO WS-BK-BUCKET
                    ADD 1 TO WS-AGED-7-COUNT
                 ELSE
                    MOVE "NEW" TO WS-BK-BUCKET
                 END-IF
              END-IF
           END-IF

           WRITE NOSTBRK-RECORD FROM WS-BREAK-LINE.

       CARRY-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "NOSTREC - NOSTRO RECONCILIATION BREAKS  RUN DATE "
              WS-TODAY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE NOSTBRK-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "SIDE   ACCOUNT  ENTY CCY REFERENCE    VALUE DT"
              "           AMOUNT OPEN SNC    AGE BUCKET   DETAIL"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE NOSTBRK-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE NOSTBRK-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NOSTRO ACCOUNTS" TO WS-RPT-LABEL
           MOVE WS-NOSTRO-ACCOUNTS-READ TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ITEMS CARRIED IN" TO WS-RPT-LABEL
           MOVE WS-CARRIED-READ TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STATEMENT ENTRIES READ" TO WS-RPT-LABEL
           MOVE WS-STATEMENT-READ TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  ON UNMAPPED ACCOUNTS" TO WS-RPT-LABEL
           MOVE WS-UNMAPPED-COUNT TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "GL POSTINGS READ" TO WS-RPT-LABEL
           MOVE WS-POSTINGS-READ TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  ON NOSTRO ACCOUNTS" TO WS-RPT-LABEL
           MOVE WS-POSTINGS-ON-NOSTRO TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ONE-TO-ONE MATCHES" TO WS-RPT-LABEL
           MOVE WS-ONE-TO-ONE-COUNT TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ONE-TO-MANY MATCHES" TO WS-RPT-LABEL
           MOVE WS-ONE-TO-MANY-COUNT TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ITEMS MATCHED" TO WS-RPT-LABEL
           MOVE WS-ITEMS-MATCHED TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "GROUPS TOO LARGE TO MATCH" TO WS-RPT-LABEL
           MOVE WS-OVERSIZE-GROUPS TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BANK ITEMS CARRIED" TO WS-RPT-LABEL
           MOVE WS-OPEN-BANK-COUNT TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "LEDGER ITEMS CARRIED" TO WS-RPT-LABEL
           MOVE WS-OPEN-LEDGER-COUNT TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  OPEN OVER 7 DAYS" TO WS-RPT-LABEL
           MOVE WS-AGED-7-COUNT TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  OPEN OVER 30 DAYS" TO WS-RPT-LABEL
           MOVE WS-AGED-30-COUNT TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "  OPEN OVER 90 DAYS" TO WS-RPT-LABEL
           MOVE WS-AGED-90-COUNT TO WS-RPT-COUNT
           WRITE NOSTBRK-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CALCULATE-JULIAN-DAY: convert WS-JD-YEAR/MONTH/DAY to a
      * Julian day number in WS-JULIAN-DAY
      *================================================================
       CALCULATE-JULIAN-DAY SECTION.
           COMPUTE WS-JULIAN-A = (14 - WS-JD-MONTH) / 12
           COMPUTE WS-JULIAN-Y = WS-JD-YEAR + 4800 - WS-JULIAN-A
           COMPUTE WS-JULIAN-M = WS-JD-MONTH + 12 * WS-JULIAN-A - 3

           COMPUTE WS-JULIAN-DAY =
              WS-JD-DAY +
              (153 * WS-JULIAN-M + 2) / 5 +
              365 * WS-JULIAN-Y +
              WS-JULIAN-Y / 4 -
              WS-JULIAN-Y / 100 +
              WS-JULIAN-Y / 400 -
              32045.

       CALCULATE-JULIAN-DAY-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE NOSTMT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE OPEN-ITEMS-OUT-FILE
           CLOSE NOSTWRK-FILE
           CLOSE NOSTBRK-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM NOSTREC.
