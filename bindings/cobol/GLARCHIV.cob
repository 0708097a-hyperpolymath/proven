      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven GlArchive - closed-period GLTXN archive with
      * balance-forward records for COBOL
      *

      *================================================================
      * GLTXN only ever grew: TRIALBAL, POSLEDGR, GLRECON and LRGTXN
      * re-read every posting since go-live and the batch window
      * lengthened every month. Once the close has marked a fiscal
      * period closed on the PERSTAT period-status KSDS - the file
      * GL-POST holds every posting against, so nothing more can
      * land in it - this job moves that period's detail postings
      * off GLTXN and onto a new generation of the GL archive GDG
      * (GLARCHV), and leaves in their place one balance-forward
      * record per account, currency and entity. Each posting's
      * fiscal period comes from GET-FISCAL-PERIOD (SAFE-DATETIME),
      * exactly as GL-POST resolves it.
      *
      * A balance-forward record is a GLTXN record like any other,
      * so every reader sums it with no change and gets the totals
      * the detail gave:
      *
      *   - TX-TRANS-ID is BALFWD and the fiscal year and period
      *     (TX-IS-BALANCE-FORWARD in the readers' layouts);
      *   - TX-AMOUNT-MINOR is the net of the postings it replaces,
      *     TX-POSTING-DATE the latest of their posting dates;
      *   - TX-SEQUENCE is zero, as for the pre-sequence feeds, so
      *     GLRECON's gap check passes over it;
      *   - TX-VOUCHER-ID carries the number of postings replaced;
      *   - TX-LEG-ROLE is that of the legs replaced - business and
      *     offset legs are carried forward separately, so the
      *     readers that measure business flow still see exactly
      *     the business legs' total.
      *
      * Readers that deal in individual movements (POSLEDGR's lots,
      * LRGTXN's threshold, NOSTREC's matching) pass the
      * balance-forward records over; the detail they would have
      * seen is on the archive, and GLRESTOR brings any closed
      * period's detail back for an audit request.
      *
      * The job reads GLTXN twice. The first pass only gathers the
      * balance-forward totals, so a table overflow stops the run
      * before anything is written (COND code 8). The second pass
      * writes the archive generation and the new GLTXN (GLTXNNEW):
      * the balance-forward records from earlier runs, then
      * tonight's, then the retained detail in its original order.
      * The JCL swaps GLTXNNEW over GLTXN only on a clean run. The
      * ARCHRPT report lists each period archived and proves, per
      * entity and currency, that GLTXNNEW nets to exactly what
      * GLTXN did; a proof that fails is COND code 8 as well.
      *
      * The year-end close's legs (leg roles C and B) belong to
      * fiscal period 13 of the year they close, as GL-POST holds
      * them, not to the period their date falls in: they are
      * archived only once PERSTAT has period 13 closed, and are
      * carried forward under period 13 with their own leg role,
      * so the balance-forward record still reads as closing.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLARCHIV.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "GLTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PS-KEY
              FILE STATUS IS WS-PS-FILE-STATUS.

           SELECT NEW-TRANSACTION-FILE ASSIGN TO "GLTXNNEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NT-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "GLARCHV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT ARCHRPT-FILE ASSIGN TO "ARCHRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Postings in the extended GLTXN layout PROVEN-GL-POST writes,
      * with the balance-forward view this job writes
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
           05 TX-BALFWD-COUNTS REDEFINES TX-VOUCHER-ID.
              10 TX-BALFWD-POSTINGS      PIC 9(8).
              10 FILLER                  PIC X(4).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".
              88 TX-LEG-IS-CLOSING       VALUE "C" "B".

      * Period-status KSDS (see PERSTAT-RECORD in CLOSEPKG.cob)
       FD  PERIOD-STATUS-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  PERIOD-STATUS-RECORD.
           05 PS-KEY.
              10 PS-FISCAL-YEAR         PIC 9(4).
              10 PS-FISCAL-PERIOD       PIC 9(2).
           05 PS-STATUS                 PIC X(1).
              88 PS-IS-CLOSED           VALUE "C".
           05 PS-CLOSED-DATE            PIC 9(8).
           05 PS-CLOSED-BY              PIC X(8).

       FD  NEW-TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  NEW-TRANSACTION-RECORD       PIC X(72).

      * The archived detail, record for record as it was on GLTXN
       FD  ARCHIVE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  ARCHIVE-RECORD               PIC X(72).

       FD  ARCHRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ARCHRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-PS-FILE-STATUS            PIC X(2).
       01 WS-NT-FILE-STATUS            PIC X(2).
       01 WS-AR-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TX-EOF              VALUE 1.
       01 WS-PERSTAT-OPEN              PIC 9 VALUE 0.
       01 WS-NEW-BALFWD-WRITTEN        PIC 9 VALUE 0.

      * Control counts
       01 WS-RECORDS-READ              PIC 9(8) VALUE 0.
       01 WS-OLD-BALFWD-COUNT          PIC 9(8) VALUE 0.
       01 WS-ARCHIVED-COUNT            PIC 9(8) VALUE 0.
       01 WS-RETAINED-COUNT            PIC 9(8) VALUE 0.
       01 WS-BAD-DATE-COUNT            PIC 9(8) VALUE 0.
       01 WS-RECORDS-WRITTEN           PIC 9(8) VALUE 0.
       01 WS-OVERFLOW-COUNT            PIC 9(6) VALUE 0.
       01 WS-UNPROVEN-COUNT            PIC 9(4) VALUE 0.

      * Fiscal period of the posting in hand
       01 WS-FP-YEAR                   PIC 9(4).
       01 WS-FP-MONTH                  PIC 9(2).
       01 WS-FP-DAY                    PIC 9(2).
       01 WS-FISCAL-YEAR               PIC 9(4).
       01 WS-FISCAL-PERIOD             PIC 9(2).
       01 WS-FP-RESULT                 PIC 9.
       01 WS-FP-CACHED-DATE            PIC 9(8) VALUE 0.
       01 WS-FP-CACHED-KEY             PIC 9(6) VALUE 0.
       01 WS-FP-CACHED-RESULT          PIC 9 VALUE 0.
       01 WS-PERIOD-KEY                PIC 9(6).
       01 WS-ARCHIVE-THIS              PIC 9 VALUE 0.
      * A year-end closing leg belongs to its fiscal year's closing
      * period, whatever period its date falls in
       01 WS-CLOSING-PERIOD            PIC 9(2) VALUE 13.

      * Every fiscal period met, with whether PERSTAT has it closed
      * and what it gave up to the archive
       01 WS-PERIOD-TABLE.
          05 WS-PERIOD-ENTRY OCCURS 240 TIMES.
             10 PD-PERIOD-KEY          PIC 9(6).
             10 PD-CLOSED              PIC 9.
             10 PD-POSTINGS-ARCHIVED   PIC 9(8).
             10 PD-BALFWD-WRITTEN      PIC 9(6).
       01 WS-PERIOD-COUNT              PIC 9(3) VALUE 0.
       01 WS-PERIOD-MAX                PIC 9(3) VALUE 240.
       01 WS-PD-IDX                    PIC 9(3) VALUE 0.
       01 WS-PD-FOUND                  PIC 9(3) VALUE 0.

      * Balance-forward totals, one per period, account, currency,
      * entity and leg role
       01 WS-BALFWD-TABLE.
          05 WS-BALFWD-ENTRY OCCURS 5000 TIMES.
             10 BF-PERIOD-KEY          PIC 9(6).
             10 BF-ACCOUNT-CODE        PIC X(8).
             10 BF-CURRENCY            PIC X(3).
             10 BF-ENTITY              PIC X(4).
             10 BF-LEG-ROLE            PIC X(1).
             10 BF-NET-MINOR           PIC S9(17) COMP-3.
             10 BF-POSTING-COUNT       PIC 9(8).
             10 BF-LATEST-DATE         PIC 9(8).
       01 WS-BALFWD-COUNT              PIC 9(4) VALUE 0.
       01 WS-BALFWD-MAX                PIC 9(4) VALUE 5000.
       01 WS-BF-IDX                    PIC 9(4) VALUE 0.
       01 WS-BF-FOUND                  PIC 9(4) VALUE 0.

      * The balance-forward record being written
       01 WS-BALFWD-RECORD.
          05 WS-BR-TRANS-ID.
             10 WS-BR-MARKER           PIC X(6) VALUE "BALFWD".
             10 WS-BR-PERIOD           PIC 9(6).
          05 WS-BR-CURRENCY            PIC X(3).
          05 WS-BR-AMOUNT-MINOR        PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 WS-BR-SEQUENCE            PIC 9(8).
          05 WS-BR-POSTING-DATE        PIC 9(8).
          05 WS-BR-ACCOUNT-CODE        PIC X(8).
          05 WS-BR-ENTITY              PIC X(4).
          05 WS-BR-POSTINGS            PIC 9(8).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 WS-BR-LEG-ROLE            PIC X(1).

      * Proof totals per entity and currency - GLTXN in, GLTXNNEW
      * out
       01 WS-PROOF-TABLE.
          05 WS-PROOF-ENTRY OCCURS 100 TIMES.
             10 PF-ENTITY              PIC X(4).
             10 PF-CURRENCY            PIC X(3).
             10 PF-IN-MINOR            PIC S9(17) COMP-3.
             10 PF-OUT-MINOR           PIC S9(17) COMP-3.
             10 PF-ARCHIVED-MINOR      PIC S9(17) COMP-3.
       01 WS-PROOF-COUNT               PIC 9(3) VALUE 0.
       01 WS-PROOF-MAX                 PIC 9(3) VALUE 100.
       01 WS-PF-IDX                    PIC 9(3) VALUE 0.
       01 WS-PF-FOUND                  PIC 9(3) VALUE 0.
       01 WS-PF-ENTITY                 PIC X(4).
       01 WS-PF-CURRENCY               PIC X(3).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-PERIOD-LINE.
          05 FILLER                    PIC X(1).
          05 WS-PL-YEAR                PIC 9(4).
          05 FILLER                    PIC X(1) VALUE "/".
          05 WS-PL-PERIOD              PIC 9(2).
          05 FILLER                    PIC X(4).
          05 WS-PL-POSTINGS            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(4).
          05 WS-PL-BALFWD              PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(98).

       01 WS-PROOF-LINE.
          05 FILLER                    PIC X(1).
          05 WS-FL-ENTITY              PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-FL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-FL-IN                  PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-FL-OUT                 PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-FL-ARCHIVED            PIC -(16)9.
          05 FILLER                    PIC X(1).
          05 WS-FL-NOTE                PIC X(20).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES

      *    First pass: which periods go, and what they leave behind
           PERFORM UNTIL WS-AT-TX-EOF
              READ TRANSACTION-FILE
                 AT END
                    MOVE 1 TO WS-TX-EOF
                 NOT AT END
                    PERFORM GATHER-ONE-POSTING
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE

           IF WS-OVERFLOW-COUNT > 0
              DISPLAY "GLARCHIV: " WS-OVERFLOW-COUNT " table "
                 "overflow(s) - nothing archived, GLTXN unchanged"
              PERFORM WRITE-SUMMARY-TOTALS
              CLOSE ARCHRPT-FILE
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    Second pass: the archive generation and the new GLTXN
           PERFORM OPEN-OUTPUT-FILES
           MOVE 0 TO WS-TX-EOF
           PERFORM UNTIL WS-AT-TX-EOF
              READ TRANSACTION-FILE
                 AT END
                    MOVE 1 TO WS-TX-EOF
                 NOT AT END
                    PERFORM WRITE-ONE-POSTING
              END-READ
           END-PERFORM
           IF WS-NEW-BALFWD-WRITTEN = 0
              PERFORM WRITE-NEW-BALANCE-FORWARDS
           END-IF

           PERFORM WRITE-PERIOD-SUMMARY
           PERFORM WRITE-PROOF
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "GLARCHIV: " WS-ARCHIVED-COUNT " posting(s) "
              "archived as " WS-BALFWD-COUNT " balance-forward "
              "record(s), " WS-RETAINED-COUNT " retained, "
              WS-UNPROVEN-COUNT " entity/currency total(s) not proved"

           IF WS-UNPROVEN-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if GLTXN or the report
      * cannot be opened; a missing PERSTAT means no period has
      * ever been closed, so nothing is archived
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "GLARCHIV: cannot open GLTXN, status="
                 WS-TX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ARCHRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "GLARCHIV: cannot open ARCHRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PS-FILE-STATUS = "00"
              MOVE 1 TO WS-PERSTAT-OPEN
           ELSE
              DISPLAY "GLARCHIV: no PERSTAT - no period is closed"
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * OPEN-OUTPUT-FILES: GLTXN again for the second pass, the new
      * GLTXN and the archive generation
      *================================================================
       OPEN-OUTPUT-FILES SECTION.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "GLARCHIV: cannot reopen GLTXN, status="
                 WS-TX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NEW-TRANSACTION-FILE
           IF WS-NT-FILE-STATUS NOT = "00"
              DISPLAY "GLARCHIV: cannot open GLTXNNEW, status="
                 WS-NT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVE-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
              DISPLAY "GLARCHIV: cannot open GLARCHV, status="
                 WS-AR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-OUTPUT-FILES-EXIT.
           EXIT.

      *================================================================
      * GATHER-ONE-POSTING: first pass - every record counts toward
      * its entity/currency's GLTXN total; a detail posting in a
      * closed period joins its balance-forward total
      *================================================================
       GATHER-ONE-POSTING SECTION.
           ADD 1 TO WS-RECORDS-READ
           MOVE TX-ENTITY TO WS-PF-ENTITY
           MOVE TX-CURRENCY TO WS-PF-CURRENCY
           PERFORM FIND-PROOF-ENTRY
           IF WS-PF-FOUND > 0
              ADD TX-AMOUNT-MINOR TO PF-IN-MINOR(WS-PF-FOUND)
           END-IF

           IF TX-IS-BALANCE-FORWARD
              ADD 1 TO WS-OLD-BALFWD-COUNT
              GO TO GATHER-ONE-POSTING-EXIT
           END-IF

           PERFORM CHECK-ARCHIVE-PERIOD
           IF WS-FP-RESULT NOT = 1
              ADD 1 TO WS-BAD-DATE-COUNT
           END-IF
           IF WS-ARCHIVE-THIS = 0
              GO TO GATHER-ONE-POSTING-EXIT
           END-IF

           MOVE 0 TO WS-BF-FOUND
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BALFWD-COUNT
                      OR WS-BF-FOUND > 0
              IF BF-PERIOD-KEY(WS-BF-IDX) = WS-PERIOD-KEY
                 AND BF-ACCOUNT-CODE(WS-BF-IDX) = TX-ACCOUNT-CODE
                 AND BF-CURRENCY(WS-BF-IDX) = TX-CURRENCY
                 AND BF-ENTITY(WS-BF-IDX) = TX-ENTITY
                 AND BF-LEG-ROLE(WS-BF-IDX) = TX-LEG-ROLE
                 MOVE WS-BF-IDX TO WS-BF-FOUND
              END-IF
           END-PERFORM

           IF WS-BF-FOUND = 0
              IF WS-BALFWD-COUNT >= WS-BALFWD-MAX
                 ADD 1 TO WS-OVERFLOW-COUNT
                 GO TO GATHER-ONE-POSTING-EXIT
              END-IF
              ADD 1 TO WS-BALFWD-COUNT
              MOVE WS-BALFWD-COUNT TO WS-BF-FOUND
              MOVE WS-PERIOD-KEY TO BF-PERIOD-KEY(WS-BF-FOUND)
              MOVE TX-ACCOUNT-CODE TO BF-ACCOUNT-CODE(WS-BF-FOUND)
              MOVE TX-CURRENCY TO BF-CURRENCY(WS-BF-FOUND)
              MOVE TX-ENTITY TO BF-ENTITY(WS-BF-FOUND)
              MOVE TX-LEG-ROLE TO BF-LEG-ROLE(WS-BF-FOUND)
              MOVE 0 TO BF-NET-MINOR(WS-BF-FOUND)
              MOVE 0 TO BF-POSTING-COUNT(WS-BF-FOUND)
              MOVE 0 TO BF-LATEST-DATE(WS-BF-FOUND)
              ADD 1 TO PD-BALFWD-WRITTEN(WS-PD-FOUND)
           END-IF

           ADD TX-AMOUNT-MINOR TO BF-NET-MINOR(WS-BF-FOUND)
           ADD 1 TO BF-POSTING-COUNT(WS-BF-FOUND)
           IF TX-POSTING-DATE > BF-LATEST-DATE(WS-BF-FOUND)
              MOVE TX-POSTING-DATE TO BF-LATEST-DATE(WS-BF-FOUND)
           END-IF
           ADD 1 TO PD-POSTINGS-ARCHIVED(WS-PD-FOUND).

       GATHER-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      * CHECK-ARCHIVE-PERIOD: is this detail posting's fiscal period
      * closed on PERSTAT? A posting whose date will not resolve
      * stays on GLTXN.
      * Output: WS-ARCHIVE-THIS, WS-PERIOD-KEY, WS-PD-FOUND,
      *         WS-FP-RESULT
      *================================================================
       CHECK-ARCHIVE-PERIOD SECTION.
           MOVE 0 TO WS-ARCHIVE-THIS
           MOVE 0 TO WS-PD-FOUND

           IF TX-POSTING-DATE = WS-FP-CACHED-DATE
              MOVE WS-FP-CACHED-KEY TO WS-PERIOD-KEY
              MOVE WS-FP-CACHED-RESULT TO WS-FP-RESULT
           ELSE
              MOVE 0 TO WS-FP-RESULT
              MOVE 0 TO WS-PERIOD-KEY
              IF TX-POSTING-DATE IS NUMERIC
                 MOVE TX-POSTING-DATE(1:4) TO WS-FP-YEAR
                 MOVE TX-POSTING-DATE(5:2) TO WS-FP-MONTH
                 MOVE TX-POSTING-DATE(7:2) TO WS-FP-DAY
                 CALL "GET-FISCAL-PERIOD" USING WS-FP-YEAR
                     WS-FP-MONTH WS-FP-DAY WS-FISCAL-YEAR
                     WS-FISCAL-PERIOD WS-FP-RESULT
                 IF WS-FP-RESULT = 1
                    COMPUTE WS-PERIOD-KEY =
                       WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD
                 END-IF
              END-IF
              MOVE TX-POSTING-DATE TO WS-FP-CACHED-DATE
              MOVE WS-PERIOD-KEY TO WS-FP-CACHED-KEY
              MOVE WS-FP-RESULT TO WS-FP-CACHED-RESULT
           END-IF

           IF WS-FP-RESULT NOT = 1
              GO TO CHECK-ARCHIVE-PERIOD-EXIT
           END-IF
           IF TX-LEG-IS-CLOSING
              MOVE WS-CLOSING-PERIOD TO WS-PERIOD-KEY(5:2)
           END-IF

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PERIOD-COUNT
                      OR WS-PD-FOUND > 0
              IF PD-PERIOD-KEY(WS-PD-IDX) = WS-PERIOD-KEY
                 MOVE WS-PD-IDX TO WS-PD-FOUND
              END-IF
           END-PERFORM

           IF WS-PD-FOUND = 0
              IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
                 ADD 1 TO WS-OVERFLOW-COUNT
                 GO TO CHECK-ARCHIVE-PERIOD-EXIT
              END-IF
              ADD 1 TO WS-PERIOD-COUNT
              MOVE WS-PERIOD-COUNT TO WS-PD-FOUND
              MOVE WS-PERIOD-KEY TO PD-PERIOD-KEY(WS-PD-FOUND)
              MOVE 0 TO PD-CLOSED(WS-PD-FOUND)
              MOVE 0 TO PD-POSTINGS-ARCHIVED(WS-PD-FOUND)
              MOVE 0 TO PD-BALFWD-WRITTEN(WS-PD-FOUND)
              IF WS-PERSTAT-OPEN = 1
                 MOVE WS-PERIOD-KEY(1:4) TO PS-FISCAL-YEAR
                 MOVE WS-PERIOD-KEY(5:2) TO PS-FISCAL-PERIOD
                 READ PERIOD-STATUS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PS-IS-CLOSED
                          MOVE 1 TO PD-CLOSED(WS-PD-FOUND)
                       END-IF
                 END-READ
              END-IF
           END-IF

           MOVE PD-CLOSED(WS-PD-FOUND) TO WS-ARCHIVE-THIS.

       CHECK-ARCHIVE-PERIOD-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-POSTING: second pass - earlier balance-forward
      * records are carried as they are, tonight's go in after
      * them, a closed period's detail goes to the archive and
      * everything else stays
      *================================================================
       WRITE-ONE-POSTING SECTION.
           IF TX-IS-BALANCE-FORWARD
              WRITE NEW-TRANSACTION-RECORD FROM TRANSACTION-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
              MOVE TX-ENTITY TO WS-PF-ENTITY
              MOVE TX-CURRENCY TO WS-PF-CURRENCY
              PERFORM FIND-PROOF-ENTRY
              ADD TX-AMOUNT-MINOR TO PF-OUT-MINOR(WS-PF-FOUND)
              GO TO WRITE-ONE-POSTING-EXIT
           END-IF

           IF WS-NEW-BALFWD-WRITTEN = 0
              PERFORM WRITE-NEW-BALANCE-FORWARDS
           END-IF

           MOVE TX-ENTITY TO WS-PF-ENTITY
           MOVE TX-CURRENCY TO WS-PF-CURRENCY
           PERFORM FIND-PROOF-ENTRY

           PERFORM CHECK-ARCHIVE-PERIOD
           IF WS-ARCHIVE-THIS = 1
              WRITE ARCHIVE-RECORD FROM TRANSACTION-RECORD
              ADD 1 TO WS-ARCHIVED-COUNT
              ADD TX-AMOUNT-MINOR TO PF-ARCHIVED-MINOR(WS-PF-FOUND)
           ELSE
              WRITE NEW-TRANSACTION-RECORD FROM TRANSACTION-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD 1 TO WS-RETAINED-COUNT
              ADD TX-AMOUNT-MINOR TO PF-OUT-MINOR(WS-PF-FOUND)
           END-IF.

       WRITE-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      * WRITE-NEW-BALANCE-FORWARDS: tonight's balance-forward
      * records onto the new GLTXN
      *================================================================
       WRITE-NEW-BALANCE-FORWARDS SECTION.
           MOVE 1 TO WS-NEW-BALFWD-WRITTEN

           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BALFWD-COUNT
              MOVE BF-PERIOD-KEY(WS-BF-IDX) TO WS-BR-PERIOD
              MOVE BF-CURRENCY(WS-BF-IDX) TO WS-BR-CURRENCY
              MOVE BF-NET-MINOR(WS-BF-IDX) TO WS-BR-AMOUNT-MINOR
              MOVE 0 TO WS-BR-SEQUENCE
              MOVE BF-LATEST-DATE(WS-BF-IDX) TO WS-BR-POSTING-DATE
              MOVE BF-ACCOUNT-CODE(WS-BF-IDX) TO WS-BR-ACCOUNT-CODE
              MOVE BF-ENTITY(WS-BF-IDX) TO WS-BR-ENTITY
              MOVE BF-POSTING-COUNT(WS-BF-IDX) TO WS-BR-POSTINGS
              MOVE BF-LEG-ROLE(WS-BF-IDX) TO WS-BR-LEG-ROLE
              WRITE NEW-TRANSACTION-RECORD FROM WS-BALFWD-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN

              MOVE BF-ENTITY(WS-BF-IDX) TO WS-PF-ENTITY
              MOVE BF-CURRENCY(WS-BF-IDX) TO WS-PF-CURRENCY
              PERFORM FIND-PROOF-ENTRY
              ADD BF-NET-MINOR(WS-BF-IDX) TO PF-OUT-MINOR(WS-PF-FOUND)
           END-PERFORM.

       WRITE-NEW-BALANCE-FORWARDS-EXIT.
           EXIT.

      *================================================================
      * FIND-PROOF-ENTRY: WS-PF-ENTITY/WS-PF-CURRENCY's proof
      * totals, added when new
      * Output: WS-PF-FOUND (0 only on the first pass, when the
      *         table is full - the run then stops before writing)
      *================================================================
       FIND-PROOF-ENTRY SECTION.
           MOVE 0 TO WS-PF-FOUND
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PROOF-COUNT
                      OR WS-PF-FOUND > 0
              IF PF-ENTITY(WS-PF-IDX) = WS-PF-ENTITY
                 AND PF-CURRENCY(WS-PF-IDX) = WS-PF-CURRENCY
                 MOVE WS-PF-IDX TO WS-PF-FOUND
              END-IF
           END-PERFORM
           IF WS-PF-FOUND > 0
              GO TO FIND-PROOF-ENTRY-EXIT
           END-IF

           IF WS-PROOF-COUNT >= WS-PROOF-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO FIND-PROOF-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-PROOF-COUNT
           MOVE WS-PROOF-COUNT TO WS-PF-FOUND
           MOVE WS-PF-ENTITY TO PF-ENTITY(WS-PF-FOUND)
           MOVE WS-PF-CURRENCY TO PF-CURRENCY(WS-PF-FOUND)
           MOVE 0 TO PF-IN-MINOR(WS-PF-FOUND)
           MOVE 0 TO PF-OUT-MINOR(WS-PF-FOUND)
           MOVE 0 TO PF-ARCHIVED-MINOR(WS-PF-FOUND).

       FIND-PROOF-ENTRY-EXIT.
           EXIT.

      *================================================================
      * WRITE-PERIOD-SUMMARY: each closed period archived tonight
      *================================================================
       WRITE-PERIOD-SUMMARY SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "GLARCHIV - GLTXN ARCHIVE OF CLOSED FISCAL PERIODS"
              TO WS-HL-TEXT
           WRITE ARCHRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE " PERIOD        POSTINGS    BAL-FWD"
              TO WS-HL-TEXT
           WRITE ARCHRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PERIOD-COUNT
              IF PD-POSTINGS-ARCHIVED(WS-PD-IDX) > 0
                 MOVE SPACES TO WS-PERIOD-LINE
                 MOVE PD-PERIOD-KEY(WS-PD-IDX)(1:4) TO WS-PL-YEAR
                 MOVE PD-PERIOD-KEY(WS-PD-IDX)(5:2) TO WS-PL-PERIOD
                 MOVE PD-POSTINGS-ARCHIVED(WS-PD-IDX)
                    TO WS-PL-POSTINGS
                 MOVE PD-BALFWD-WRITTEN(WS-PD-IDX) TO WS-PL-BALFWD
                 WRITE ARCHRPT-RECORD FROM WS-PERIOD-LINE
              END-IF
           END-PERFORM.

       WRITE-PERIOD-SUMMARY-EXIT.
           EXIT.

      *================================================================
      * WRITE-PROOF: per entity and currency, GLTXNNEW must net to
      * what GLTXN did; the detail moved to the archive is shown
      * alongside
      *================================================================
       WRITE-PROOF SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE ARCHRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "PROOF PER ENTITY AND CURRENCY" TO WS-HL-TEXT
           WRITE ARCHRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING " ENTY CCY       GLTXN TOTAL    GLTXNNEW TOTAL"
              "   ARCHIVED DETAIL"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE ARCHRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PROOF-COUNT
              MOVE SPACES TO WS-PROOF-LINE
              MOVE PF-ENTITY(WS-PF-IDX) TO WS-FL-ENTITY
              MOVE PF-CURRENCY(WS-PF-IDX) TO WS-FL-CURRENCY
              MOVE PF-IN-MINOR(WS-PF-IDX) TO WS-FL-IN
              MOVE PF-OUT-MINOR(WS-PF-IDX) TO WS-FL-OUT
              MOVE PF-ARCHIVED-MINOR(WS-PF-IDX) TO WS-FL-ARCHIVED
              IF PF-IN-MINOR(WS-PF-IDX) = PF-OUT-MINOR(WS-PF-IDX)
                 MOVE "PROVED" TO WS-FL-NOTE
              ELSE
                 MOVE "NOT PROVED" TO WS-FL-NOTE
                 ADD 1 TO WS-UNPROVEN-COUNT
              END-IF
              WRITE ARCHRPT-RECORD FROM WS-PROOF-LINE
           END-PERFORM

           MOVE SPACES TO WS-HEADING-LINE
           IF WS-UNPROVEN-COUNT = 0
              MOVE "PROOF: GLTXNNEW NETS TO GLTXN EVERYWHERE"
                 TO WS-HL-TEXT
           ELSE
              MOVE "PROOF FAILED: GLTXNNEW MUST NOT REPLACE GLTXN"
                 TO WS-HL-TEXT
           END-IF
           WRITE ARCHRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-PROOF-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE ARCHRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS ON GLTXN" TO WS-RPT-LABEL
           MOVE WS-RECORDS-READ TO WS-RPT-COUNT
           WRITE ARCHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "EARLIER BALANCE FORWARDS" TO WS-RPT-LABEL
           MOVE WS-OLD-BALFWD-COUNT TO WS-RPT-COUNT
           WRITE ARCHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS ARCHIVED" TO WS-RPT-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-RPT-COUNT
           WRITE ARCHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BALANCE FORWARDS WRITTEN" TO WS-RPT-LABEL
           MOVE WS-BALFWD-COUNT TO WS-RPT-COUNT
           WRITE ARCHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS RETAINED" TO WS-RPT-LABEL
           MOVE WS-RETAINED-COUNT TO WS-RPT-COUNT
           WRITE ARCHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSTINGS WITH UNREADABLE DATES" TO WS-RPT-LABEL
           MOVE WS-BAD-DATE-COUNT TO WS-RPT-COUNT
           WRITE ARCHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS ON GLTXNNEW" TO WS-RPT-LABEL
           MOVE WS-RECORDS-WRITTEN TO WS-RPT-COUNT
           WRITE ARCHRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "TABLE OVERFLOWS" TO WS-RPT-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
           WRITE ARCHRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE TRANSACTION-FILE
           CLOSE NEW-TRANSACTION-FILE
           CLOSE ARCHIVE-FILE
           CLOSE ARCHRPT-FILE
           IF WS-PERSTAT-OPEN = 1
              CLOSE PERIOD-STATUS-FILE
           END-IF.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM GLARCHIV.
