      * CUSTINQ screen reads so the front line sees one number, and
      * every run appends to the RISKHIST history file so drift is
      * reviewable.
      *
      * The four sources are merged in customer-ID order rather
      * than gathered into storage first: VALSTAT, REJSUSP and
      * CUSTHIST are browsed in key order and SCRNHIT arrives
      * sorted by customer (the SORT step ahead of this one), so a
      * customer's points are complete the moment every source has
      * moved past them and the score lands there and then - the
      * size of the book no longer matters. SCRNHIT is proved in
      * sequence before the first score is written; an unsorted
      * hit file would score a customer twice, so it stops the run
      * with COND code 8 and nothing updated.
      *
      * A customer is also only as clean as the people behind it.
      * A screening hit on a related party (SANCSCRN screens every
      * active RELPARTY link) arrives on SCRNHIT under the linked
      * customer and scores there like the customer's own - except
      * when the party is itself a customer, whose own score
      * already carries the hit. That score is passed on instead:
      * once every customer's own score has landed, the RELPARTY
      * links are walked and each linked customer inherits a share
      * of its related customers' own scores - RELOWNER percent of
      * a beneficial owner's (scaled down by the holding when it is
      * under RELCONTROL percent), RELDIRECTOR percent of a
      * director's, RELGUARANTOR percent of a guarantor's. The
      * largest single share is added, not the sum, and only own
      * scores are inherited, so risk passes one link deep and a
      * ring of companies cannot feed itself. The customer is then
      * banded on the total and the history line written.
      *
      * Where a customer lives counts too. The customer's country,
      * read from the CUSTONL online copy of the master, is looked
      * up on the CTRYVSAM country-risk and embargo master, and the
      * rating in force today adds the CTRYMEDIUM, CTRYHIGH or
      * CTRYEDD weight - an embargo adds CTRYEMBARGO on top. This
      * is how a high-risk or enhanced-due-diligence country
      * reaches the customer's band; either file missing just
      * contributes no country points.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RH-FILE-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RP-KEY
              ALTERNATE RECORD KEY IS RP-PARTY-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-RP-FILE-STATUS.

           SELECT RELUPLFT-FILE ASSIGN TO "RELUPLFT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RU-FILE-STATUS.

           SELECT CUSTONL-FILE ASSIGN TO "CUSTONL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CO-CUSTOMER-ID
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT COUNTRY-RISK-FILE ASSIGN TO "CTRYVSAM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CY-KEY
              FILE STATUS IS WS-CY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Validation-status KSDS as VALSTLD lays it down
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-STATUS                 PIC X(1).
              88 VS-EMAIL-IS-DEAD       VALUE "Y".
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
           05 VS-EMAIL-VERIFIED         PIC X(1).
           05 VS-PHONE-VERIFIED         PIC X(1).

      * Screening hits as SANCSCRN writes them
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
              88 SH-VIA-CUSTOMER-PARTY  VALUE "Y".

      * Reject suspense as REJRECYC maintains it
       FD  REJSUSP-FILE
           05 RI-SCORE                  PIC 9(5).
           05 RI-BAND                   PIC X(1).

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
              88 RP-IS-DIRECTOR         VALUE "D".
              88 RP-IS-OWNER            VALUE "B".
              88 RP-IS-GUARANTOR        VALUE "G".
           05 RP-OWNERSHIP-PCT          PIC 9(3)V99.
           05 RP-STATUS                 PIC X(1).
              88 RP-IS-ACTIVE           VALUE "A".
           05 RP-EFFECTIVE-DATE         PIC 9(8).
           05 RP-CHANGED-DATE           PIC 9(8).
           05 FILLER                    PIC X(13).

      * Inherited points per linked customer, in customer-ID order
      * - scratch, rebuilt every run
       FD  RELUPLFT-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  RELUPLFT-RECORD.
           05 RU-CUSTOMER-ID            PIC X(36).
           05 RU-POINTS                 PIC 9(5).

      * Online customer master - only the country is read here
       FD  CUSTONL-FILE
           RECORD CONTAINS 560 CHARACTERS.
       01  CUSTONL-RECORD.
           05 CO-CUSTOMER-IMAGE.
              10 CO-CUSTOMER-ID         PIC X(36).
              10 FILLER                 PIC X(488).
              10 CO-COUNTRY             PIC X(2).
           05 FILLER                    PIC X(34).

      * Country-risk and embargo master, maintained through TBLMAINT
      * and TBLAPPRV - one dated entry per country and effective day
       FD  COUNTRY-RISK-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  COUNTRY-RISK-RECORD.
           05 CY-KEY.
              10 CY-COUNTRY             PIC X(2).
              10 CY-EFFECTIVE           PIC 9(8).
           05 CY-EXPIRES                PIC 9(8).
           05 CY-RATING                 PIC X(1).
           05 CY-EMBARGO                PIC X(1).
           05 CY-ACTIVE                 PIC 9.
              88 CY-IS-ACTIVE           VALUE 1.
           05 CY-LAST-CHANGED           PIC 9(8).
           05 CY-CHANGED-BY             PIC X(8).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-WG-FILE-STATUS            PIC X(2).
       01 WS-RK-FILE-STATUS            PIC X(2).
       01 WS-RH-FILE-STATUS            PIC X(2).
       01 WS-RP-FILE-STATUS            PIC X(2).
       01 WS-RU-FILE-STATUS            PIC X(2).
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-VS-EOF                    PIC 9 VALUE 0.
          88 WS-AT-VS-EOF              VALUE 1.
       01 WS-SH-EOF                    PIC 9 VALUE 0.
       01 WS-WG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-WG-EOF              VALUE 1.
       01 WS-WGTS-OPEN                 PIC 9 VALUE 0.
       01 WS-SH-OPEN                   PIC 9 VALUE 0.
       01 WS-SU-OPEN                   PIC 9 VALUE 0.
       01 WS-CH-OPEN                   PIC 9 VALUE 0.
       01 WS-RP-OPEN                   PIC 9 VALUE 0.
       01 WS-CO-OPEN                   PIC 9 VALUE 0.
       01 WS-CY-OPEN                   PIC 9 VALUE 0.
       01 WS-RP-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RP-EOF              VALUE 1.
       01 WS-RU-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RU-EOF              VALUE 1.
       01 WS-RK-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RK-EOF              VALUE 1.

      * Country-risk lookup - LOOKUP-COUNTRY-RISK takes the country
      * in WS-CY-CHECK-COUNTRY and returns the entry in force today
       01 WS-CY-FILE-STATUS            PIC X(2).
       01 WS-CY-TODAY                  PIC 9(8) VALUE 0.
       01 WS-CY-CHECK-COUNTRY          PIC X(2).
       01 WS-CY-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-CY-FOUND                  PIC 9 VALUE 0.
          88 WS-CY-IS-FOUND            VALUE 1.
       01 WS-CY-RATING                 PIC X(1).
          88 WS-CY-IS-MEDIUM           VALUE "M".
          88 WS-CY-IS-HIGH             VALUE "H".
          88 WS-CY-IS-EDD              VALUE "E".
       01 WS-CY-EMBARGO                PIC X(1).
          88 WS-CY-IS-EMBARGOED        VALUE "Y".

      * Control counts
       01 WS-CUSTOMERS-SCORED          PIC 9(8) VALUE 0.
       01 WS-HIGH-BAND-COUNT           PIC 9(8) VALUE 0.
       01 WS-MEDIUM-BAND-COUNT         PIC 9(8) VALUE 0.
       01 WS-INHERITED-COUNT           PIC 9(8) VALUE 0.

      * The weights, with the defaults applied when RISKWGTS does
      * not name a rule
       01 WS-WGT-EMAIL-DEAD            PIC 9(5) VALUE 10.
       01 WS-BAND-MEDIUM               PIC 9(5) VALUE 30.
       01 WS-BAND-HIGH                 PIC 9(5) VALUE 70.
      * Related-party inheritance: the percentage of a related
      * customer's own score passed on for each role, and the
      * holding at which a beneficial owner passes on its full share
       01 WS-WGT-REL-OWNER             PIC 9(5) VALUE 100.
       01 WS-WGT-REL-DIRECTOR          PIC 9(5) VALUE 50.
       01 WS-WGT-REL-GUARANTOR         PIC 9(5) VALUE 25.
       01 WS-REL-CONTROL-PCT           PIC 9(5) VALUE 25.
      * Country of residence, by the rating in force on CTRYVSAM
       01 WS-WGT-CTRY-MEDIUM           PIC 9(5) VALUE 10.
       01 WS-WGT-CTRY-HIGH             PIC 9(5) VALUE 30.
       01 WS-WGT-CTRY-EDD              PIC 9(5) VALUE 70.
       01 WS-WGT-CTRY-EMBARGO          PIC 9(5) VALUE 100.

      * The merge: each source's current customer (HIGH-VALUES once
      * it is exhausted), the lowest of them being the customer in
      * hand, and that customer's running score
       01 WS-VS-CURRENT-ID             PIC X(36).
       01 WS-SH-CURRENT-ID             PIC X(36).
       01 WS-SU-CURRENT-ID             PIC X(36).
       01 WS-CH-CURRENT-ID             PIC X(36).
       01 WS-SCORE-CUSTOMER-ID         PIC X(36).
       01 WS-SCORE                     PIC 9(7) VALUE 0.
       01 WS-ADD-POINTS                PIC 9(7).

      * SCRNHIT sequence proof
       01 WS-PREV-SH-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-SH-RECORDS-CHECKED        PIC 9(8) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-RECENT-CUTOFF             PIC 9(8).
       01 WS-CUT-YEAR                  PIC 9(4).
       01 WS-FINAL-SCORE               PIC 9(5).
       01 WS-BAND                      PIC X(1).

      * Related-party inheritance work fields: the linked customer
      * whose links are in hand, its largest share so far, and the
      * share of the link in hand
       01 WS-LINK-CUSTOMER-ID          PIC X(36).
       01 WS-LINK-BEST-POINTS          PIC 9(7) VALUE 0.
       01 WS-LINK-POINTS               PIC 9(7) VALUE 0.
       01 WS-LINK-ROLE-PCT             PIC 9(5) VALUE 0.
       01 WS-UPLIFT-CURRENT-ID         PIC X(36).
       01 WS-UPLIFT-TOTAL              PIC 9(7).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: weights, the SCRNHIT sequence proof, one
      * merged pass over the four sources landing each customer's
      * own score as the merge leaves them, then the related-party
      * shares and the final banding
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-CY-TODAY
           PERFORM COMPUTE-RECENT-CUTOFF
           PERFORM LOAD-WEIGHTS
           PERFORM CHECK-SCRNHIT-SEQUENCE
           PERFORM PRIME-SOURCES

           PERFORM FIND-NEXT-CUSTOMER
           PERFORM UNTIL WS-SCORE-CUSTOMER-ID = HIGH-VALUES
              PERFORM SCORE-ONE-CUSTOMER
              PERFORM FIND-NEXT-CUSTOMER
           END-PERFORM

           PERFORM COLLECT-RELATED-RISK
           PERFORM FINISH-SCORES

           PERFORM CLOSE-FILES

           DISPLAY "RISKSCOR: " WS-CUSTOMERS-SCORED
              " customer(s) scored - " WS-HIGH-BAND-COUNT " high, "
              WS-MEDIUM-BAND-COUNT " medium, " WS-INHERITED-COUNT
              " inheriting related-party risk"

           CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.


      *================================================================
      * OPEN-FILES: the sources, the weights, and the outputs; a
      * missing SCRNHIT, REJSUSP or CUSTHIST just contributes no
      * points, and a missing RELPARTY passes no risk between
      * customers
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT VALSTAT-FILE
              STOP RUN
           END-IF

           OPEN INPUT SCRNHIT-FILE
           IF WS-SH-FILE-STATUS = "00"
              MOVE 1 TO WS-SH-OPEN
           ELSE
              DISPLAY "RISKSCOR: no SCRNHIT - no screening points"
           END-IF

           OPEN INPUT REJSUSP-FILE
           IF WS-SU-FILE-STATUS = "00"
              MOVE 1 TO WS-SU-OPEN
           ELSE
              DISPLAY "RISKSCOR: no REJSUSP - no suspense points"
           END-IF

           OPEN INPUT CUSTHIST-FILE
           IF WS-CH-FILE-STATUS = "00"
              MOVE 1 TO WS-CH-OPEN
           ELSE
              DISPLAY "RISKSCOR: no CUSTHIST - no churn points"
           END-IF

           OPEN INPUT RISKWGTS-FILE
           IF WS-WG-FILE-STATUS NOT = "00"
              DISPLAY "RISKSCOR: no RISKWGTS - built-in weights"
              STOP RUN
           END-IF

           OPEN INPUT RELPARTY-FILE
           IF WS-RP-FILE-STATUS = "00" OR WS-RP-FILE-STATUS = "97"
              MOVE 1 TO WS-RP-OPEN
           ELSE
              DISPLAY "RISKSCOR: no RELPARTY - no related-party "
                 "points"
           END-IF

           OPEN INPUT CUSTONL-FILE
           IF WS-CO-FILE-STATUS = "00" OR WS-CO-FILE-STATUS = "97"
              MOVE 1 TO WS-CO-OPEN
           END-IF
           OPEN INPUT COUNTRY-RISK-FILE
           IF WS-CY-FILE-STATUS = "00" OR WS-CY-FILE-STATUS = "97"
              MOVE 1 TO WS-CY-OPEN
           END-IF
           IF WS-CO-OPEN = 0 OR WS-CY-OPEN = 0
              DISPLAY "RISKSCOR: no CUSTONL or CTRYVSAM - no country "
                 "points"
           END-IF

           OPEN EXTEND RISKHIST-FILE
           IF WS-RH-FILE-STATUS = "35" OR WS-RH-FILE-STATUS = "05"
              OPEN OUTPUT RISKHIST-FILE
                          MOVE WG-VALUE TO WS-BAND-MEDIUM
                       WHEN "BANDHIGH    "
                          MOVE WG-VALUE TO WS-BAND-HIGH
                       WHEN "RELOWNER    "
                          MOVE WG-VALUE TO WS-WGT-REL-OWNER
                       WHEN "RELDIRECTOR "
                          MOVE WG-VALUE TO WS-WGT-REL-DIRECTOR
                       WHEN "RELGUARANTOR"
                          MOVE WG-VALUE TO WS-WGT-REL-GUARANTOR
                       WHEN "RELCONTROL  "
                          MOVE WG-VALUE TO WS-REL-CONTROL-PCT
                       WHEN "CTRYMEDIUM  "
                          MOVE WG-VALUE TO WS-WGT-CTRY-MEDIUM
                       WHEN "CTRYHIGH    "
                          MOVE WG-VALUE TO WS-WGT-CTRY-HIGH
                       WHEN "CTRYEDD     "
                          MOVE WG-VALUE TO WS-WGT-CTRY-EDD
                       WHEN "CTRYEMBARGO "
                          MOVE WG-VALUE TO WS-WGT-CTRY-EMBARGO
                       WHEN OTHER
                          DISPLAY "RISKSCOR: unknown weight key "
                             WG-KEY " - ignored"
           EXIT.

      *================================================================
      * CHECK-SCRNHIT-SEQUENCE: the merge needs the hit file in
      * customer-ID order; one read-through proves it before any
      * score is written, then the file is reopened for the merge
      *================================================================
       CHECK-SCRNHIT-SEQUENCE SECTION.
           IF WS-SH-OPEN = 0
              GO TO CHECK-SCRNHIT-SEQUENCE-EXIT
           END-IF

           PERFORM UNTIL WS-AT-SH-EOF
              READ SCRNHIT-FILE
                 AT END
                    MOVE 1 TO WS-SH-EOF
                 NOT AT END
                    ADD 1 TO WS-SH-RECORDS-CHECKED
                    IF SH-CUSTOMER-ID < WS-PREV-SH-ID
                       DISPLAY "RISKSCOR: SCRNHIT out of customer-ID "
                          "sequence at record " WS-SH-RECORDS-CHECKED
                          " (" SH-CUSTOMER-ID ") - sort it by "
                          "customer ID; nothing scored"
                       PERFORM CLOSE-FILES
                       CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                            WS-RC-RESULT
                       MOVE WS-RC-RESULT TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE SH-CUSTOMER-ID TO WS-PREV-SH-ID
              END-READ
           END-PERFORM

           CLOSE SCRNHIT-FILE
           OPEN INPUT SCRNHIT-FILE
           MOVE 0 TO WS-SH-EOF.

       CHECK-SCRNHIT-SEQUENCE-EXIT.
           EXIT.

      *================================================================
      * PRIME-SOURCES: position every source on its first customer
      *================================================================
       PRIME-SOURCES SECTION.
           MOVE LOW-VALUES TO VS-CUSTOMER-ID
           START VALSTAT-FILE KEY NOT LESS THAN VS-CUSTOMER-ID
              INVALID KEY
                 MOVE 1 TO WS-VS-EOF
           END-START
           PERFORM READ-NEXT-VALSTAT

           IF WS-SH-OPEN = 0
              MOVE 1 TO WS-SH-EOF
           END-IF
           PERFORM READ-NEXT-SCRNHIT

           IF WS-SU-OPEN = 1
              MOVE LOW-VALUES TO SU-CUSTOMER-ID
              START REJSUSP-FILE KEY NOT LESS THAN SU-CUSTOMER-ID
                 INVALID KEY
                    MOVE 1 TO WS-SU-EOF
              END-START
           ELSE
              MOVE 1 TO WS-SU-EOF
           END-IF
           PERFORM READ-NEXT-SUSPENSE

           IF WS-CH-OPEN = 1
              MOVE LOW-VALUES TO CH-KEY
              START CUSTHIST-FILE KEY NOT LESS THAN CH-KEY
                 INVALID KEY
                    MOVE 1 TO WS-CH-EOF
              END-START
           ELSE
              MOVE 1 TO WS-CH-EOF
           END-IF
           PERFORM READ-NEXT-HISTORY.

       PRIME-SOURCES-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-VALSTAT
      *================================================================
       READ-NEXT-VALSTAT SECTION.
           IF WS-AT-VS-EOF
              MOVE HIGH-VALUES TO WS-VS-CURRENT-ID
              GO TO READ-NEXT-VALSTAT-EXIT
           END-IF

           READ VALSTAT-FILE NEXT
              AT END
                 MOVE 1 TO WS-VS-EOF
                 MOVE HIGH-VALUES TO WS-VS-CURRENT-ID
              NOT AT END
                 MOVE VS-CUSTOMER-ID TO WS-VS-CURRENT-ID
           END-READ.

       READ-NEXT-VALSTAT-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-SCRNHIT
      *================================================================
       READ-NEXT-SCRNHIT SECTION.
           IF WS-AT-SH-EOF
              MOVE HIGH-VALUES TO WS-SH-CURRENT-ID
              GO TO READ-NEXT-SCRNHIT-EXIT
           END-IF

           READ SCRNHIT-FILE
              AT END
                 MOVE 1 TO WS-SH-EOF
                 MOVE HIGH-VALUES TO WS-SH-CURRENT-ID
              NOT AT END
                 MOVE SH-CUSTOMER-ID TO WS-SH-CURRENT-ID
           END-READ.

       READ-NEXT-SCRNHIT-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-SUSPENSE
      *================================================================
       READ-NEXT-SUSPENSE SECTION.
           IF WS-AT-SU-EOF
              MOVE HIGH-VALUES TO WS-SU-CURRENT-ID
              GO TO READ-NEXT-SUSPENSE-EXIT
           END-IF

           READ REJSUSP-FILE NEXT
              AT END
                 MOVE 1 TO WS-SU-EOF
                 MOVE HIGH-VALUES TO WS-SU-CURRENT-ID
              NOT AT END
                 MOVE SU-CUSTOMER-ID TO WS-SU-CURRENT-ID
           END-READ.

       READ-NEXT-SUSPENSE-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-HISTORY
      *================================================================
       READ-NEXT-HISTORY SECTION.
           IF WS-AT-CH-EOF
              MOVE HIGH-VALUES TO WS-CH-CURRENT-ID
              GO TO READ-NEXT-HISTORY-EXIT
           END-IF

           READ CUSTHIST-FILE NEXT
              AT END
                 MOVE 1 TO WS-CH-EOF
                 MOVE HIGH-VALUES TO WS-CH-CURRENT-ID
              NOT AT END
                 MOVE CH-CUSTOMER-ID TO WS-CH-CURRENT-ID
           END-READ.

       READ-NEXT-HISTORY-EXIT.
           EXIT.

      *================================================================
      * FIND-NEXT-CUSTOMER: the lowest current customer across the
      * four sources; HIGH-VALUES once they are all exhausted
      * Output: WS-SCORE-CUSTOMER-ID
      *================================================================
       FIND-NEXT-CUSTOMER SECTION.
           MOVE WS-VS-CURRENT-ID TO WS-SCORE-CUSTOMER-ID
           IF WS-SH-CURRENT-ID < WS-SCORE-CUSTOMER-ID
              MOVE WS-SH-CURRENT-ID TO WS-SCORE-CUSTOMER-ID
           END-IF
           IF WS-SU-CURRENT-ID < WS-SCORE-CUSTOMER-ID
              MOVE WS-SU-CURRENT-ID TO WS-SCORE-CUSTOMER-ID
           END-IF
           IF WS-CH-CURRENT-ID < WS-SCORE-CUSTOMER-ID
              MOVE WS-CH-CURRENT-ID TO WS-SCORE-CUSTOMER-ID
           END-IF.

       FIND-NEXT-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * SCORE-ONE-CUSTOMER: take every source's records for the
      * customer in hand, then land the score
      *================================================================
       SCORE-ONE-CUSTOMER SECTION.
           MOVE 0 TO WS-SCORE
           PERFORM SCORE-VALIDATION-STATUS
           PERFORM SCORE-SCREENING-HITS
           PERFORM SCORE-REJECT-SUSPENSE
           PERFORM SCORE-CHANGE-VELOCITY
           PERFORM SCORE-COUNTRY-RISK
           PERFORM WRITE-ONE-SCORE.

       SCORE-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * SCORE-VALIDATION-STATUS: a rejected verdict and a dead
      * email address contribute their weights
      *================================================================
       SCORE-VALIDATION-STATUS SECTION.
           PERFORM UNTIL WS-VS-CURRENT-ID NOT = WS-SCORE-CUSTOMER-ID
              MOVE 0 TO WS-ADD-POINTS
              IF VS-IS-REJECTED
                 ADD WS-WGT-VALSTAT-REJ TO WS-ADD-POINTS
              END-IF
              IF VS-EMAIL-IS-DEAD
                 ADD WS-WGT-EMAIL-DEAD TO WS-ADD-POINTS
              END-IF
              ADD WS-ADD-POINTS TO WS-SCORE
              PERFORM READ-NEXT-VALSTAT
           END-PERFORM.

       SCORE-VALIDATION-STATUS-EXIT.
           EXIT.

      *================================================================
      * SCORE-SCREENING-HITS: points per exact and close hit; a hit
      * through a related party who is a customer scores on that
      * customer's own name and reaches this one as inherited risk
      *================================================================
       SCORE-SCREENING-HITS SECTION.
           PERFORM UNTIL WS-SH-CURRENT-ID NOT = WS-SCORE-CUSTOMER-ID
              EVALUATE TRUE
                 WHEN SH-VIA-CUSTOMER-PARTY
                    CONTINUE
                 WHEN SH-EXACT-MATCH
                    ADD WS-WGT-HIT-EXACT TO WS-SCORE
                 WHEN OTHER
                    ADD WS-WGT-HIT-CLOSE TO WS-SCORE
              END-EVALUATE
              PERFORM READ-NEXT-SCRNHIT
           END-PERFORM.

       SCORE-SCREENING-HITS-EXIT.
           EXIT.

      *================================================================
      * SCORE-REJECT-SUSPENSE: an open suspense record plus points
      * per repeat sighting
      *================================================================
       SCORE-REJECT-SUSPENSE SECTION.
           PERFORM UNTIL WS-SU-CURRENT-ID NOT = WS-SCORE-CUSTOMER-ID
              COMPUTE WS-ADD-POINTS = WS-WGT-SUSP-OPEN
                 + (SU-TIMES-REJECTED * WS-WGT-SUSP-REPEAT)
              ADD WS-ADD-POINTS TO WS-SCORE
              PERFORM READ-NEXT-SUSPENSE
           END-PERFORM.

       SCORE-REJECT-SUSPENSE-EXIT.
           EXIT.
      * inside the 30-day window
      *================================================================
       SCORE-CHANGE-VELOCITY SECTION.
           PERFORM UNTIL WS-CH-CURRENT-ID NOT = WS-SCORE-CUSTOMER-ID
              MOVE CH-EFFECTIVE-TS(1:8) TO WS-CHANGE-DATE-TEXT
              IF WS-CHANGE-DATE-TEXT IS NUMERIC
                 AND WS-CHANGE-DATE-TEXT >= WS-RECENT-CUTOFF
                 ADD WS-WGT-CHG-RECENT TO WS-SCORE
              END-IF
              PERFORM READ-NEXT-HISTORY
           END-PERFORM.

       SCORE-CHANGE-VELOCITY-EXIT.
           EXIT.

      *================================================================
      * SCORE-COUNTRY-RISK: the customer's country on CTRYVSAM - the
      * weight for the rating in force today, plus the embargo
      * weight when the country is under embargo. A customer not on
      * CUSTONL has no country to score.
      *================================================================
       SCORE-COUNTRY-RISK SECTION.
           IF WS-CO-OPEN = 0 OR WS-CY-OPEN = 0
              GO TO SCORE-COUNTRY-RISK-EXIT
           END-IF

           MOVE WS-SCORE-CUSTOMER-ID TO CO-CUSTOMER-ID
           READ CUSTONL-FILE
              INVALID KEY
                 GO TO SCORE-COUNTRY-RISK-EXIT
           END-READ

           MOVE CO-COUNTRY TO WS-CY-CHECK-COUNTRY
           PERFORM LOOKUP-COUNTRY-RISK
           IF NOT WS-CY-IS-FOUND
              GO TO SCORE-COUNTRY-RISK-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-CY-IS-MEDIUM
                 ADD WS-WGT-CTRY-MEDIUM TO WS-SCORE
              WHEN WS-CY-IS-HIGH
                 ADD WS-WGT-CTRY-HIGH TO WS-SCORE
              WHEN WS-CY-IS-EDD
                 ADD WS-WGT-CTRY-EDD TO WS-SCORE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-CY-IS-EMBARGOED
              ADD WS-WGT-CTRY-EMBARGO TO WS-SCORE
           END-IF.

       SCORE-COUNTRY-RISK-EXIT.
           EXIT.

      *================================================================
      * LOOKUP-COUNTRY-RISK: find the CTRYVSAM entry in force today
      * for WS-CY-CHECK-COUNTRY - of the active entries whose
      * effective date has arrived and whose end date has not
      * passed, the latest. A deactivated re-rating therefore falls
      * back to the entry before it. A country with no entry in
      * force is neither rated nor embargoed.
      * Output: WS-CY-FOUND, WS-CY-RATING, WS-CY-EMBARGO
      *================================================================
       LOOKUP-COUNTRY-RISK SECTION.
           MOVE 0 TO WS-CY-FOUND
           MOVE SPACE TO WS-CY-RATING
           MOVE "N" TO WS-CY-EMBARGO
           MOVE 0 TO WS-CY-BROWSE-DONE
           IF WS-CY-CHECK-COUNTRY = SPACES
              GO TO LOOKUP-COUNTRY-RISK-EXIT
           END-IF

           MOVE WS-CY-CHECK-COUNTRY TO CY-COUNTRY
           MOVE 0 TO CY-EFFECTIVE
           START COUNTRY-RISK-FILE KEY NOT LESS THAN CY-KEY
              INVALID KEY
                 MOVE 1 TO WS-CY-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-CY-BROWSE-DONE = 1
              READ COUNTRY-RISK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-CY-BROWSE-DONE
                 NOT AT END
                    IF CY-COUNTRY NOT = WS-CY-CHECK-COUNTRY
                       OR CY-EFFECTIVE > WS-CY-TODAY
                       MOVE 1 TO WS-CY-BROWSE-DONE
                    ELSE
                       IF CY-IS-ACTIVE
                          AND CY-EXPIRES NOT < WS-CY-TODAY
                          MOVE 1 TO WS-CY-FOUND
                          MOVE CY-RATING TO WS-CY-RATING
                          MOVE CY-EMBARGO TO WS-CY-EMBARGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       LOOKUP-COUNTRY-RISK-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-SCORE: band the customer's own score and land the
      * KSDS record (prior score carried forward); FINISH-SCORES
      * adds any related-party share and writes the history line
      *================================================================
       WRITE-ONE-SCORE SECTION.
           ADD 1 TO WS-CUSTOMERS-SCORED

           IF WS-SCORE > 99999
              MOVE 99999 TO WS-FINAL-SCORE
           ELSE
              MOVE WS-SCORE TO WS-FINAL-SCORE
           END-IF
           PERFORM BAND-FINAL-SCORE

           MOVE WS-SCORE-CUSTOMER-ID TO RK-CUSTOMER-ID
           READ RISKSCOR-FILE
              INVALID KEY
                 MOVE 0 TO RK-PRIOR-SCORE
                 MOVE RK-SCORE TO RK-PRIOR-SCORE
           END-READ

           MOVE WS-SCORE-CUSTOMER-ID TO RK-CUSTOMER-ID
           MOVE WS-FINAL-SCORE TO RK-SCORE
           MOVE WS-BAND TO RK-BAND
           MOVE WS-TODAY TO RK-COMPUTED-DATE
                          WS-RK-FILE-STATUS " for "
                          RK-CUSTOMER-ID
                 END-REWRITE
           END-WRITE.

       WRITE-ONE-SCORE-EXIT.
           EXIT.

      *================================================================
      * BAND-FINAL-SCORE
      * Input: WS-FINAL-SCORE   Output: WS-BAND
      *================================================================
       BAND-FINAL-SCORE SECTION.
           EVALUATE TRUE
              WHEN WS-FINAL-SCORE >= WS-BAND-HIGH
                 MOVE "H" TO WS-BAND
              WHEN WS-FINAL-SCORE >= WS-BAND-MEDIUM
                 MOVE "M" TO WS-BAND
              WHEN OTHER
                 MOVE "L" TO WS-BAND
           END-EVALUATE.

       BAND-FINAL-SCORE-EXIT.
           EXIT.

      *================================================================
      * COLLECT-RELATED-RISK: walk the links in customer order and
      * write, for each linked customer, the largest share of a
      * related customer's own score (the scores just landed, none
      * yet raised by a share) to the RELUPLFT scratch file
      *================================================================
       COLLECT-RELATED-RISK SECTION.
           OPEN OUTPUT RELUPLFT-FILE
           IF WS-RU-FILE-STATUS NOT = "00"
              DISPLAY "RISKSCOR: cannot open RELUPLFT, status="
                 WS-RU-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-RP-OPEN = 0
              GO TO COLLECT-RELATED-RISK-END
           END-IF

           MOVE SPACES TO WS-LINK-CUSTOMER-ID
           MOVE 0 TO WS-LINK-BEST-POINTS
           MOVE LOW-VALUES TO RP-KEY
           START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
              INVALID KEY
                 MOVE 1 TO WS-RP-EOF
           END-START

           PERFORM UNTIL WS-AT-RP-EOF
              READ RELPARTY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-RP-EOF
                 NOT AT END
                    IF RP-CUSTOMER-ID NOT = WS-LINK-CUSTOMER-ID
                       PERFORM WRITE-LINK-UPLIFT
                       MOVE RP-CUSTOMER-ID TO WS-LINK-CUSTOMER-ID
                       MOVE 0 TO WS-LINK-BEST-POINTS
                    END-IF
                    IF RP-IS-ACTIVE
                       AND RP-PARTY-CUSTOMER-ID NOT = SPACES
                       PERFORM SHARE-ONE-LINK
                    END-IF
              END-READ
           END-PERFORM
           PERFORM WRITE-LINK-UPLIFT.

       COLLECT-RELATED-RISK-END.
           CLOSE RELUPLFT-FILE.

       COLLECT-RELATED-RISK-EXIT.
           EXIT.

      *================================================================
      * SHARE-ONE-LINK: the related customer's own score times the
      * role's percentage - a beneficial owner under the control
      * holding scaled down in proportion - kept if the largest yet
      *================================================================
       SHARE-ONE-LINK SECTION.
           MOVE RP-PARTY-CUSTOMER-ID TO RK-CUSTOMER-ID
           READ RISKSCOR-FILE
              INVALID KEY
                 GO TO SHARE-ONE-LINK-EXIT
           END-READ

           EVALUATE TRUE
              WHEN RP-IS-OWNER
                 MOVE WS-WGT-REL-OWNER TO WS-LINK-ROLE-PCT
              WHEN RP-IS-DIRECTOR
                 MOVE WS-WGT-REL-DIRECTOR TO WS-LINK-ROLE-PCT
              WHEN RP-IS-GUARANTOR
                 MOVE WS-WGT-REL-GUARANTOR TO WS-LINK-ROLE-PCT
              WHEN OTHER
                 MOVE 0 TO WS-LINK-ROLE-PCT
           END-EVALUATE

           COMPUTE WS-LINK-POINTS =
              RK-SCORE * WS-LINK-ROLE-PCT / 100

           IF RP-IS-OWNER AND WS-REL-CONTROL-PCT > 0
              AND RP-OWNERSHIP-PCT < WS-REL-CONTROL-PCT
              COMPUTE WS-LINK-POINTS = WS-LINK-POINTS
                 * RP-OWNERSHIP-PCT / WS-REL-CONTROL-PCT
           END-IF

           IF WS-LINK-POINTS > WS-LINK-BEST-POINTS
              MOVE WS-LINK-POINTS TO WS-LINK-BEST-POINTS
           END-IF.

       SHARE-ONE-LINK-EXIT.
           EXIT.

      *================================================================
      * WRITE-LINK-UPLIFT: the share collected for the linked
      * customer just finished, if it has one
      *================================================================
       WRITE-LINK-UPLIFT SECTION.
           IF WS-LINK-CUSTOMER-ID = SPACES
              OR WS-LINK-BEST-POINTS = 0
              GO TO WRITE-LINK-UPLIFT-EXIT
           END-IF

           MOVE WS-LINK-CUSTOMER-ID TO RU-CUSTOMER-ID
           IF WS-LINK-BEST-POINTS > 99999
              MOVE 99999 TO RU-POINTS
           ELSE
              MOVE WS-LINK-BEST-POINTS TO RU-POINTS
           END-IF
           WRITE RELUPLFT-RECORD.

       WRITE-LINK-UPLIFT-EXIT.
           EXIT.

      *================================================================
      * FINISH-SCORES: every score landed today, merged in
      * customer order with the RELUPLFT shares - a share is added
      * and the customer rebanded - then the band counted and the
      * history line written
      *================================================================
       FINISH-SCORES SECTION.
           OPEN INPUT RELUPLFT-FILE
           IF WS-RU-FILE-STATUS NOT = "00"
              DISPLAY "RISKSCOR: cannot reopen RELUPLFT, status="
                 WS-RU-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-NEXT-UPLIFT

           MOVE LOW-VALUES TO RK-CUSTOMER-ID
           START RISKSCOR-FILE KEY IS NOT LESS THAN RK-CUSTOMER-ID
              INVALID KEY
                 MOVE 1 TO WS-RK-EOF
           END-START

           PERFORM UNTIL WS-AT-RK-EOF
              READ RISKSCOR-FILE NEXT
                 AT END
                    MOVE 1 TO WS-RK-EOF
                 NOT AT END
                    IF RK-COMPUTED-DATE = WS-TODAY
                       PERFORM FINISH-ONE-SCORE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RELUPLFT-FILE.

       FINISH-SCORES-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-SCORE: the RISKSCOR record in hand
      *================================================================
       FINISH-ONE-SCORE SECTION.
           PERFORM UNTIL WS-UPLIFT-CURRENT-ID NOT < RK-CUSTOMER-ID
              PERFORM READ-NEXT-UPLIFT
           END-PERFORM

           IF WS-UPLIFT-CURRENT-ID = RK-CUSTOMER-ID
              ADD 1 TO WS-INHERITED-COUNT
              COMPUTE WS-UPLIFT-TOTAL = RK-SCORE + RU-POINTS
              IF WS-UPLIFT-TOTAL > 99999
                 MOVE 99999 TO WS-FINAL-SCORE
              ELSE
                 MOVE WS-UPLIFT-TOTAL TO WS-FINAL-SCORE
              END-IF
              PERFORM BAND-FINAL-SCORE
              MOVE WS-FINAL-SCORE TO RK-SCORE
              MOVE WS-BAND TO RK-BAND
              REWRITE RISKSCOR-RECORD
                 INVALID KEY
                    DISPLAY "RISKSCOR: rewrite failed, status="
                       WS-RK-FILE-STATUS " for " RK-CUSTOMER-ID
              END-REWRITE
              PERFORM READ-NEXT-UPLIFT
           END-IF

           EVALUATE TRUE
              WHEN RK-IS-HIGH
                 ADD 1 TO WS-HIGH-BAND-COUNT
              WHEN RK-IS-MEDIUM
                 ADD 1 TO WS-MEDIUM-BAND-COUNT
           END-EVALUATE

           MOVE RK-CUSTOMER-ID TO RI-CUSTOMER-ID
           MOVE WS-TODAY TO RI-RUN-DATE
           MOVE RK-SCORE TO RI-SCORE
           MOVE RK-BAND TO RI-BAND
           WRITE RISKHIST-RECORD.

       FINISH-ONE-SCORE-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-UPLIFT
      *================================================================
       READ-NEXT-UPLIFT SECTION.
           IF WS-AT-RU-EOF
              MOVE HIGH-VALUES TO WS-UPLIFT-CURRENT-ID
              GO TO READ-NEXT-UPLIFT-EXIT
           END-IF

           READ RELUPLFT-FILE
              AT END
                 MOVE 1 TO WS-RU-EOF
                 MOVE HIGH-VALUES TO WS-UPLIFT-CURRENT-ID
              NOT AT END
                 MOVE RU-CUSTOMER-ID TO WS-UPLIFT-CURRENT-ID
           END-READ.

       READ-NEXT-UPLIFT-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE VALSTAT-FILE
           IF WS-SH-OPEN = 1
              CLOSE SCRNHIT-FILE
           END-IF
           IF WS-SU-OPEN = 1
              CLOSE REJSUSP-FILE
           END-IF
           IF WS-CH-OPEN = 1
              CLOSE CUSTHIST-FILE
           END-IF
           IF WS-RP-OPEN = 1
              CLOSE RELPARTY-FILE
           END-IF
           IF WS-CO-OPEN = 1
              CLOSE CUSTONL-FILE
           END-IF
           IF WS-CY-OPEN = 1
              CLOSE COUNTRY-RISK-FILE
           END-IF
           CLOSE RISKSCOR-FILE
           CLOSE RISKHIST-FILE.

