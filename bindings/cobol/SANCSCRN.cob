      * is a hard stop - the truncated-list incident cannot
      * repeat. A feed with no control records at all is accepted
      * with a warning while the vendors transition.
      *
      * A customer is screened together with the people behind it:
      * every active link the customer holds on the RELPARTY KSDS
      * (RELPLOAD maintains it - directors, beneficial owners and
      * guarantors, customers of ours or not) has the party's name
      * held against the list in the same way. A hit on a party is
      * a hit on the customer: the case is raised on SCRNCASE
      * against the linked customer and the listed name, and the
      * SCRNHIT line carries the party reference, role, and whether
      * the party is itself a customer, so the reviewer sees who
      * the hit came through. A run with no RELPARTY file yet
      * screens the customers' own names only, and says so.
      *
      * PAYHOLD applies the same list, fold, and matching to the
      * beneficiary name on every outbound payment before release,
      * raising its cases on the same SCRNCASE KSDS under the
      * payment ("PAYMENT " and the payment ID).
      *
      * Once the controls prove out, a list already taken in is
      * refused: FEED-REGISTRY-CHECK (PROVEN-FEED-REGISTRY, with the
      * FEEDREG DD pointed at the same WATCHLST dataset) looks its
      * content hash and *H header up on the RCVDREG received-file
      * registry, and a resend - exact, or under a header already
      * seen - ends the step with COND code 12, since screening the
      * book against yesterday's list while believing it today's is
      * the failure that matters. A deliberate re-screen against the
      * same list is authorised through PARMMSTR entry
      * RELOAD-WATCHLST, naming that very file. The list is entered
      * on the registry at the end of the run; a failure to enter
      * it sets COND code 8.
      *
      * The book itself is proven first: CUSTGOOD is held against
      * the handoff its producer registered for the business date
      * (HANDOFF-VERIFY, see PROVEN-HANDOFF.cob, with the HANDOFF DD
      * pointed at the same dataset), so a screening run can never
      * quietly cover fewer customers than were validated. A file
      * that does not balance, or one nobody registered, ends the
      * step with COND code 8 before anything is screened.
      *================================================================

       IDENTIFICATION DIVISION.
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RP-KEY
              ALTERNATE RECORD KEY IS RP-PARTY-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CUSTGOOD record layout - must match what CUSTVALD writes
           05 WL-LIST-SOURCE            PIC X(12).
           05 WL-LIST-DATE              PIC 9(8).

      * One hit per customer/list-entry collision; the party
      * fields are blank on a hit on the customer's own name
       FD  SCRNHIT-FILE
           RECORD CONTAINS 191 CHARACTERS.
       01  SCRNHIT-RECORD.
           05 SH-CUSTOMER-ID            PIC X(36).
           05 SH-CUSTOMER-KEY           PIC X(60).
           05 SH-MATCH-STRENGTH         PIC X(1).
              88 SH-EXACT-MATCH         VALUE "E".
              88 SH-CLOSE-MATCH         VALUE "C".
           05 SH-PARTY-REF              PIC X(12).
           05 SH-PARTY-ROLE             PIC X(1).
           05 SH-PARTY-IS-CUSTOMER      PIC X(1).

      * Case KSDS - one record per customer/listed-name pair; the
      * SCRNDISP CICS screen works the dispositions
           05 SC-REVIEWED-TS            PIC X(21).
           05 SC-LIST-DATE-SEEN         PIC 9(8).

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
              88 RP-IS-ACTIVE           VALUE "A".
           05 RP-EFFECTIVE-DATE         PIC 9(8).
           05 RP-CHANGED-DATE           PIC 9(8).
           05 FILLER                    PIC X(13).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-WL-FILE-STATUS            PIC X(2).
       01 WS-SH-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-RP-FILE-STATUS            PIC X(2).
       01 WS-RP-OPEN                   PIC 9 VALUE 0.
       01 WS-RP-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-CG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CG-EOF              VALUE 1.
       01 WS-WL-EOF                    PIC 9 VALUE 0.
       01 WS-CASES-OPENED              PIC 9(8) VALUE 0.
       01 WS-LIST-ENTRIES              PIC 9(4) VALUE 0.
       01 WS-HIT-SUPPRESSED            PIC 9 VALUE 0.
       01 WS-PARTIES-SCREENED          PIC 9(8) VALUE 0.
       01 WS-PARTY-HIT-COUNT           PIC 9(8) VALUE 0.

      * Watch list loaded and normalized up front
       01 WS-LIST-TABLE.
       01 WS-NM-OUTPUT                 PIC X(8192).
       01 WS-NM-OUTPUT-LEN             PIC 9(4).

      * The name being screened - the customer's own or a related
      * party's - its match key, and the party it came through
      * (blank for the customer's own name)
       01 WS-SCREEN-NAME               PIC X(60).
       01 WS-CUST-KEY                  PIC X(60).
       01 WS-CUST-KEY-LEN              PIC 9(2).
       01 WS-VIA-PARTY.
          05 WS-VIA-PARTY-REF          PIC X(12).
          05 WS-VIA-PARTY-ROLE         PIC X(1).
          05 WS-VIA-PARTY-IS-CUSTOMER  PIC X(1).

      * Capped edit-distance work areas - two rolling rows of the
      * distance table, enough for 60-character keys
       01 WS-FC-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-FC-ERROR-MSG              PIC X(50).

      * FEED-REGISTRY-CHECK / -RECORD call fields (see
      * PROVEN-FEED-REGISTRY.cob) - the header reference is the *H
      * record, up to 64 characters
       01 WS-FR-FEED-NAME              PIC X(8) VALUE "WATCHLST".
       01 WS-FR-HEADER-PREFIX          PIC X(2) VALUE "*H".
       01 WS-FR-REF-POS                PIC 9(4) VALUE 1.
       01 WS-FR-REF-LEN                PIC 9(2) VALUE 64.
       01 WS-FR-RECORD-COUNT           PIC 9(8).
       01 WS-FR-CONTENT-HASH           PIC X(64).
       01 WS-FR-STATUS                 PIC S9(4) COMP.
       01 WS-FR-MSG                    PIC X(50).
       01 WS-FR-NOT-RECORDED           PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-PS-DUPLICATE              PIC S9(4) COMP VALUE -11.
       01 WS-RC-RESULT                 PIC 9(2).

      * HANDOFF-VERIFY call fields (see PROVEN-HANDOFF.cob) -
      * CUSTGOOD balances on its record count alone; the HANDOFF
      * DD points at the same dataset as CUSTGOOD
       01 WS-HO-DATASET                PIC X(8) VALUE "CUSTGOOD".
       01 WS-HO-JOB-NAME               PIC X(8) VALUE "SANCSCRN".
       01 WS-HO-CCY-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-LEN                PIC 9(2) VALUE 0.
       01 WS-HO-RECORD-COUNT           PIC 9(8).
       01 WS-HO-STATUS                 PIC S9(4) COMP.
       01 WS-HO-MSG                    PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * file, the count file, and COND code 4
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM VERIFY-CUSTGOOD-HANDOFF
           PERFORM VERIFY-FEED-CONTROLS
           PERFORM CHECK-FEED-REGISTRY
           PERFORM OPEN-FILES
           PERFORM LOAD-WATCH-LIST


           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES
           PERFORM RECORD-FEED-REGISTRY

           DISPLAY "SANCSCRN: " WS-CUSTOMERS-READ " screened "
              "against " WS-LIST-ENTRIES " list entries - "
              WS-EXACT-HIT-COUNT " exact, " WS-CLOSE-HIT-COUNT
              " close, " WS-SUPPRESSED-COUNT " suppressed, "
              WS-CASES-OPENED " case(s) opened"
           DISPLAY "SANCSCRN: " WS-PARTIES-SCREENED
              " related part(y/ies) screened - " WS-PARTY-HIT-COUNT
              " hit(s) through a related party"

           EVALUATE TRUE
              WHEN WS-FR-NOT-RECORDED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-EXACT-HIT-COUNT > 0 OR WS-CLOSE-HIT-COUNT > 0
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
      * VERIFY-CUSTGOOD-HANDOFF: CUSTGOOD read back against the
      * registered handoff before any customer is screened
      *================================================================
       VERIFY-CUSTGOOD-HANDOFF SECTION.
           CALL "HANDOFF-VERIFY" USING WS-HO-DATASET WS-HO-JOB-NAME
               WS-HO-CCY-POS WS-HO-AMT-POS WS-HO-AMT-LEN
               WS-HO-RECORD-COUNT WS-HO-STATUS WS-HO-MSG

           IF WS-HO-STATUS NOT = 0
              DISPLAY "SANCSCRN: CUSTGOOD handoff not proven - "
                 FUNCTION TRIM(WS-HO-MSG)
              CALL "STATUS-TO-RC" USING WS-HO-STATUS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "SANCSCRN: CUSTGOOD handoff balances, "
              WS-HO-RECORD-COUNT " record(s)".

       VERIFY-CUSTGOOD-HANDOFF-EXIT.
           EXIT.

      *================================================================
      * CHECK-FEED-REGISTRY: refuse a WATCHLST already received - an
      * exact or header-level duplicate - before anything is opened,
      * unless PARMMSTR entry RELOAD-WATCHLST authorises this very file
      *================================================================
       CHECK-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-CHECK" USING WS-FR-FEED-NAME
               WS-FR-HEADER-PREFIX WS-FR-REF-POS WS-FR-REF-LEN
               WS-FR-RECORD-COUNT WS-FR-CONTENT-HASH WS-FR-STATUS
               WS-FR-MSG

           EVALUATE WS-FR-STATUS
              WHEN 0
                 IF WS-FR-MSG NOT = SPACES
                    DISPLAY "SANCSCRN: " FUNCTION TRIM(WS-FR-MSG)
                       " - " WS-FR-CONTENT-HASH(1:16)
                 END-IF
              WHEN -11
                 DISPLAY "SANCSCRN: WATCHLST REFUSED - "
                    FUNCTION TRIM(WS-FR-MSG)
                 DISPLAY "SANCSCRN: content hash "
                    WS-FR-CONTENT-HASH(1:16) ", "
                    WS-FR-RECORD-COUNT " record(s) - set RELOAD-"
                    "WATCHLST to this hash to reload deliberately"
                 CALL "STATUS-TO-RC" USING WS-PS-DUPLICATE
                      WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY "SANCSCRN: received-file registry check "
                    "failed - " FUNCTION TRIM(WS-FR-MSG)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CHECK-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * RECORD-FEED-REGISTRY: enter the processed WATCHLST on the
      * registry; a feed left unentered could be taken in again, so
      * a failure sets COND code 8
      *================================================================
       RECORD-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-RECORD" USING WS-FR-STATUS WS-FR-MSG
           IF WS-FR-STATUS NOT = 0
              MOVE 1 TO WS-FR-NOT-RECORDED
              DISPLAY "SANCSCRN: WATCHLST NOT ENTERED on the received-"
                 "file registry - " FUNCTION TRIM(WS-FR-MSG)
           END-IF.

       RECORD-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * VERIFY-FEED-CONTROLS: the watch list's own header/trailer
      * must prove out before a single name is screened
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    No link file yet is the one open failure that is not
      *    fatal: there is nothing to screen behind the customers
           OPEN INPUT RELPARTY-FILE
           EVALUATE WS-RP-FILE-STATUS
              WHEN "00"
              WHEN "97"
                 MOVE 1 TO WS-RP-OPEN
              WHEN "35"
                 DISPLAY "SANCSCRN: no RELPARTY - related parties "
                    "not screened"
              WHEN OTHER
                 DISPLAY "SANCSCRN: cannot open RELPARTY, status="
                    WS-RP-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       OPEN-FILES-EXIT.
           EXIT.
           EXIT.

      *================================================================
      * SCREEN-ONE-CUSTOMER: the customer's own name, then the
      * name of every party linked to it
      *================================================================
       SCREEN-ONE-CUSTOMER SECTION.
           ADD 1 TO WS-CUSTOMERS-READ

           MOVE SPACES TO WS-VIA-PARTY
           MOVE CG-CUSTOMER-NAME TO WS-SCREEN-NAME
           PERFORM SCREEN-ONE-NAME

           IF WS-RP-OPEN = 1
              PERFORM SCREEN-RELATED-PARTIES
           END-IF.

       SCREEN-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * SCREEN-RELATED-PARTIES: every active link the customer
      * holds, its party's name screened on the customer's behalf
      *================================================================
       SCREEN-RELATED-PARTIES SECTION.
           MOVE 0 TO WS-RP-BROWSE-DONE
           MOVE CG-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE LOW-VALUES TO RP-PARTY-REF
           START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
              INVALID KEY
                 GO TO SCREEN-RELATED-PARTIES-EXIT
           END-START

           PERFORM UNTIL WS-RP-BROWSE-DONE = 1
              READ RELPARTY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-RP-BROWSE-DONE
                 NOT AT END
                    IF RP-CUSTOMER-ID NOT = CG-CUSTOMER-ID
                       MOVE 1 TO WS-RP-BROWSE-DONE
                    ELSE
                       IF RP-IS-ACTIVE
                          ADD 1 TO WS-PARTIES-SCREENED
                          MOVE RP-PARTY-REF TO WS-VIA-PARTY-REF
                          MOVE RP-ROLE TO WS-VIA-PARTY-ROLE
                          IF RP-PARTY-CUSTOMER-ID = SPACES
                             MOVE "N" TO WS-VIA-PARTY-IS-CUSTOMER
                          ELSE
                             MOVE "Y" TO WS-VIA-PARTY-IS-CUSTOMER
                          END-IF
                          MOVE RP-PARTY-NAME TO WS-SCREEN-NAME
                          PERFORM SCREEN-ONE-NAME
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       SCREEN-RELATED-PARTIES-EXIT.
           EXIT.

      *================================================================
      * SCREEN-ONE-NAME: normalize the name in hand and hold it
      * against every list key - an exact key match is an E hit, a
      * key within two edits a C hit
      * Input: WS-SCREEN-NAME, WS-VIA-PARTY
      *================================================================
       SCREEN-ONE-NAME SECTION.
           MOVE SPACES TO WS-NM-INPUT
           MOVE WS-SCREEN-NAME TO WS-NM-INPUT(1:60)
           COMPUTE WS-NM-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-SCREEN-NAME TRAILING))
           CALL "NORMALIZE-NAME" USING WS-NM-INPUT WS-NM-INPUT-LEN
               WS-NM-GERMAN-STYLE WS-NM-CHARSET-VARIANT
               WS-NM-OUTPUT WS-NM-OUTPUT-LEN
           END-IF

           IF WS-CUST-KEY-LEN = 0
              GO TO SCREEN-ONE-NAME-EXIT
           END-IF

           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
              END-IF
           END-PERFORM.

       SCREEN-ONE-NAME-EXIT.
           EXIT.

      *================================================================
      * whether this hit is worth compliance's time again. No case
      * yet opens one (status O). A FALSE POSITIVE case suppresses
      * the hit unless the watchlist entry's list date moved past
      * the one the reviewer saw - that reopens the case. A hit
      * through a related party is the linked customer's case.
      * Output: WS-HIT-SUPPRESSED
      *================================================================
       CHECK-CASE-DISPOSITION SECTION.
           MOVE WL-RAW-NAME(WS-LIST-IDX) TO SH-LISTED-NAME
           MOVE WL-SOURCE(WS-LIST-IDX) TO SH-LIST-SOURCE
           MOVE WL-DATE(WS-LIST-IDX) TO SH-LIST-DATE
           MOVE WS-VIA-PARTY-REF TO SH-PARTY-REF
           MOVE WS-VIA-PARTY-ROLE TO SH-PARTY-ROLE
           MOVE WS-VIA-PARTY-IS-CUSTOMER TO SH-PARTY-IS-CUSTOMER
           IF WS-VIA-PARTY-REF NOT = SPACES
              ADD 1 TO WS-PARTY-HIT-COUNT
           END-IF
           WRITE SCRNHIT-RECORD.

       WRITE-HIT-RECORD-EXIT.
       CLOSE-FILES SECTION.
           CLOSE CUSTGOOD-FILE
           CLOSE SCRNHIT-FILE
           CLOSE SCRNCASE-FILE
           IF WS-RP-OPEN = 1
              CLOSE RELPARTY-FILE
           END-IF.

       CLOSE-FILES-EXIT.
           EXIT.
