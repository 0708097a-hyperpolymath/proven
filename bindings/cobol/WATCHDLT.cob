      * within two edits at C, SCRNCASE case handling with
      * false-positive suppression included - one rulebook, two
      * schedules. Hits land on DELTAHIT in the SCRNHIT layout.
      *
      * That rulebook includes the related parties: each customer's
      * active RELPARTY links have their party names held against
      * the deltas too, and a hit on a party is raised as a case
      * against the linked customer, the party reference, role and
      * customer flag carried on the hit line as SANCSCRN does.
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
      * Tonight's and the prior generation's watch lists, both in
      * Hits in the SCRNHIT layout, so compliance works them the
      * same way
       FD  DELTAHIT-FILE
           RECORD CONTAINS 191 CHARACTERS.
       01  DELTAHIT-RECORD.
           05 SH-CUSTOMER-ID            PIC X(36).
           05 SH-CUSTOMER-KEY           PIC X(60).
           05 SH-MATCH-STRENGTH         PIC X(1).
              88 SH-EXACT-MATCH         VALUE "E".
              88 SH-CLOSE-MATCH         VALUE "C".
           05 SH-PARTY-REF              PIC X(12).
           05 SH-PARTY-ROLE             PIC X(1).
           05 SH-PARTY-IS-CUSTOMER      PIC X(1).

      * Case KSDS as SANCSCRN maintains it
       FD  SCRNCASE-FILE
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
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-DH-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-RP-FILE-STATUS            PIC X(2).
       01 WS-RP-OPEN                   PIC 9 VALUE 0.
       01 WS-RP-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-WN-EOF                    PIC 9 VALUE 0.
          88 WS-AT-WN-EOF              VALUE 1.
       01 WS-WO-EOF                    PIC 9 VALUE 0.
       01 WS-SUPPRESSED-COUNT          PIC 9(8) VALUE 0.
       01 WS-CASES-OPENED              PIC 9(8) VALUE 0.
       01 WS-HIT-SUPPRESSED            PIC 9 VALUE 0.
       01 WS-PARTIES-SCREENED          PIC 9(8) VALUE 0.
       01 WS-PARTY-HIT-COUNT           PIC 9(8) VALUE 0.

      * The prior generation, for the diff
       01 WS-OLD-TABLE.
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
      * distance table, enough for 60-character keys (the SANCSCRN
              WS-CUSTOMERS-READ " screened - " WS-EXACT-HIT-COUNT
              " exact, " WS-CLOSE-HIT-COUNT " close, "
              WS-SUPPRESSED-COUNT " suppressed"
           DISPLAY "WATCHDLT: " WS-PARTIES-SCREENED
              " related part(y/ies) screened - " WS-PARTY-HIT-COUNT
              " hit(s) through a related party"

           EVALUATE TRUE
              WHEN WS-OLD-OVERFLOW > 0 OR WS-DELTA-OVERFLOW > 0
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
                 DISPLAY "WATCHDLT: no RELPARTY - related parties "
                    "not screened"
              WHEN OTHER
                 DISPLAY "WATCHDLT: cannot open RELPARTY, status="
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
      * SCREEN-ONE-NAME: the SANCSCRN match - exact key at E, two
      * edits at C - against the delta entries only
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

           PERFORM VARYING WS-DELTA-IDX FROM 1 BY 1
              END-IF
           END-PERFORM.

       SCREEN-ONE-NAME-EXIT.
           EXIT.

      *================================================================
           MOVE DL-RAW-NAME(WS-DELTA-IDX) TO SH-LISTED-NAME
           MOVE DL-SOURCE(WS-DELTA-IDX) TO SH-LIST-SOURCE
           MOVE DL-DATE(WS-DELTA-IDX) TO SH-LIST-DATE
           MOVE WS-VIA-PARTY-REF TO SH-PARTY-REF
           MOVE WS-VIA-PARTY-ROLE TO SH-PARTY-ROLE
           MOVE WS-VIA-PARTY-IS-CUSTOMER TO SH-PARTY-IS-CUSTOMER
           IF WS-VIA-PARTY-REF NOT = SPACES
              ADD 1 TO WS-PARTY-HIT-COUNT
           END-IF
           WRITE DELTAHIT-RECORD.

       WRITE-HIT-RECORD-EXIT.
       CLOSE-FILES SECTION.
           CLOSE CUSTGOOD-FILE
           CLOSE DELTAHIT-FILE
           CLOSE SCRNCASE-FILE
           IF WS-RP-OPEN = 1
              CLOSE RELPARTY-FILE
           END-IF.

       CLOSE-FILES-EXIT.
           EXIT.
