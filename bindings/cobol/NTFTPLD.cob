      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven NotifyTemplateLoad - notification template loader
      * for COBOL
      *

      *================================================================
      * The wording of every customer notification lives on the
      * NOTIFTPL KSDS, one template per event type, language and
      * channel, so marketing and compliance change the text by
      * changing a card rather than a program. This loader, in the
      * SLABDLD mould, lands the TPLCARDS control file onto the
      * KSDS, replacing an existing template so revised wording
      * takes effect with the next NTFBUILD run.
      *
      * Each card carries the key (event type, two-letter language,
      * channel E for email, S for SMS or L for the letter a
      * must-reach notice falls back to), a subject line (email and
      * letter only) and the message body. The body may name the
      * placeholders {NAME}, {REF} and {DETAIL}, which NTFBUILD
      * fills with the customer's name, the event reference and
      * the event detail - and, on the CONTVRFY cards only, {CODE},
      * the one-time code proving a new email or phone. An SMS body
      * longer than 160 characters once filled is cut at 160, so
      * SMS cards should be written short. A card with a channel
      * other than E, S or L is refused and sets COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFTPLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPLCARDS-FILE ASSIGN TO "TPLCARDS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TC-FILE-STATUS.

           SELECT NOTIFTPL-FILE ASSIGN TO "NOTIFTPL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NT-KEY
              FILE STATUS IS WS-NT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One template per card
       FD  TPLCARDS-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  TPLCARDS-RECORD.
           05 TC-EVENT-TYPE             PIC X(8).
           05 TC-LANGUAGE               PIC X(2).
           05 TC-CHANNEL                PIC X(1).
           05 TC-SUBJECT                PIC X(60).
           05 TC-BODY                   PIC X(160).

      * The template master NTFBUILD reads
       FD  NOTIFTPL-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  NOTIFTPL-RECORD.
           05 NT-KEY.
              10 NT-EVENT-TYPE          PIC X(8).
              10 NT-LANGUAGE            PIC X(2).
              10 NT-CHANNEL             PIC X(1).
           05 NT-SUBJECT                PIC X(60).
           05 NT-BODY                   PIC X(160).
           05 NT-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(1).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-TC-FILE-STATUS            PIC X(2).
       01 WS-NT-FILE-STATUS            PIC X(2).
       01 WS-TC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-CARDS-READ                PIC 9(4) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(4) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(4) VALUE 0.

       01 WS-TODAY                     PIC 9(8).

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

           PERFORM UNTIL WS-AT-EOF
              READ TPLCARDS-FILE
                 AT END
                    MOVE 1 TO WS-TC-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-TEMPLATE
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY "NTFTPLD: " WS-CARDS-READ " card(s), "
              WS-LOADED-COUNT " loaded, " WS-REFUSED-COUNT
              " refused, " WS-WRITE-FAIL-COUNT " failed"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REFUSED-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if either file cannot
      * be opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT TPLCARDS-FILE
           IF WS-TC-FILE-STATUS NOT = "00"
              DISPLAY "NTFTPLD: cannot open TPLCARDS, status="
                 WS-TC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O NOTIFTPL-FILE
           IF WS-NT-FILE-STATUS NOT = "00"
              AND WS-NT-FILE-STATUS NOT = "05"
              AND WS-NT-FILE-STATUS NOT = "97"
              DISPLAY "NTFTPLD: cannot open NOTIFTPL, status="
                 WS-NT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-TEMPLATE: write or replace; the language defaults
      * to EN when the card leaves it blank
      *================================================================
       LOAD-ONE-TEMPLATE SECTION.
           IF TC-EVENT-TYPE = SPACES
              GO TO LOAD-ONE-TEMPLATE-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           IF TC-CHANNEL NOT = "E" AND TC-CHANNEL NOT = "S"
              AND TC-CHANNEL NOT = "L"
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "NTFTPLD: channel must be E, S or L, card "
                 WS-CARDS-READ " (" TC-EVENT-TYPE ")"
              GO TO LOAD-ONE-TEMPLATE-EXIT
           END-IF

           IF TC-BODY = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "NTFTPLD: empty body, card "
                 WS-CARDS-READ " (" TC-EVENT-TYPE ")"
              GO TO LOAD-ONE-TEMPLATE-EXIT
           END-IF

           MOVE SPACES TO NOTIFTPL-RECORD
           MOVE TC-EVENT-TYPE TO NT-EVENT-TYPE
           MOVE FUNCTION UPPER-CASE(TC-LANGUAGE) TO NT-LANGUAGE
           IF NT-LANGUAGE = SPACES
              MOVE "EN" TO NT-LANGUAGE
           END-IF
           MOVE TC-CHANNEL TO NT-CHANNEL
           MOVE TC-SUBJECT TO NT-SUBJECT
           MOVE TC-BODY TO NT-BODY
           MOVE WS-TODAY TO NT-LOADED-DATE

           WRITE NOTIFTPL-RECORD
              INVALID KEY
                 REWRITE NOTIFTPL-RECORD
                    INVALID KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                       DISPLAY "NTFTPLD: write failed, status="
                          WS-NT-FILE-STATUS " for " NT-KEY
                       GO TO LOAD-ONE-TEMPLATE-EXIT
                 END-REWRITE
           END-WRITE

           ADD 1 TO WS-LOADED-COUNT.

       LOAD-ONE-TEMPLATE-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE TPLCARDS-FILE
           CLOSE NOTIFTPL-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM NTFTPLD.
