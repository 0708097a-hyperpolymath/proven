      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven MacKeyLoad - HMAC file-signing key store loader for
      * COBOL
      *

      *================================================================
      * The keys PROVEN-FILE-MAC signs outbound files and verifies
      * partner feeds with live on the MACKEYS key store, one record
      * per key ID. This loader, in the CHQSTKLD mould, applies the
      * key custodians' KEYCARDS to it. The card file carries key
      * material, so it is RACF-protected like the store itself and
      * scratched once loaded; nothing here ever displays a key.
      *
      * Each card carries an action and a key ID:
      *   A  add a new key - its material in hex (16 to 64 bytes,
      *      that is 32 to 128 hex digits), the date it may first
      *      sign from, and the partner it is shared with. A key ID
      *      already on the store is refused: a key is never
      *      overwritten, a rollover is a new key under a new ID.
      *   R  retire a key - it signs nothing more, but files already
      *      signed under it still verify up to the verify-until
      *      date on the card
      *   X  revoke a key - nothing signed under it verifies again
      *      (a key believed compromised)
      * A card that cannot be applied is refused and sets COND code
      * 4; the store is left as it was for that key.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACKEYLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYCARDS-FILE ASSIGN TO "KEYCARDS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KC-FILE-STATUS.

           SELECT MAC-KEY-FILE ASSIGN TO "MACKEYS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MK-KEY-ID
              FILE STATUS IS WS-MK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One key action per card
       FD  KEYCARDS-FILE
           RECORD CONTAINS 181 CHARACTERS.
       01  KEYCARDS-RECORD.
           05 KC-ACTION                 PIC X(1).
              88 KC-IS-ADD              VALUE "A".
              88 KC-IS-RETIRE           VALUE "R".
              88 KC-IS-REVOKE           VALUE "X".
           05 KC-KEY-ID                 PIC X(16).
           05 KC-KEY-HEX                PIC X(128).
           05 KC-ACTIVE-FROM-TEXT       PIC X(8).
           05 KC-VERIFY-UNTIL-TEXT      PIC X(8).
           05 KC-PARTNER                PIC X(20).

      * The key store (see MAC-KEY-RECORD in PROVEN-FILE-MAC.cob)
       FD  MAC-KEY-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  MAC-KEY-RECORD.
           05 MK-KEY-ID                 PIC X(16).
           05 MK-KEY-HEX                PIC X(128).
           05 MK-KEY-STATUS             PIC X(1).
              88 MK-IS-ACTIVE           VALUE "A".
              88 MK-IS-RETIRED          VALUE "R".
              88 MK-IS-REVOKED          VALUE "X".
           05 MK-ACTIVE-FROM            PIC 9(8).
           05 MK-VERIFY-UNTIL           PIC 9(8).
           05 MK-PARTNER                PIC X(20).
           05 MK-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(11).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-KC-FILE-STATUS            PIC X(2).
       01 WS-MK-FILE-STATUS            PIC X(2).
       01 WS-KC-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-CARDS-READ                PIC 9(6) VALUE 0.
       01 WS-ADDED-COUNT               PIC 9(6) VALUE 0.
       01 WS-RETIRED-COUNT             PIC 9(6) VALUE 0.
       01 WS-REVOKED-COUNT             PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(6) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(6) VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-ON-FILE                   PIC 9 VALUE 0.
       01 WS-HEX-LEN                   PIC 9(3).
       01 WS-HEX-IDX                   PIC 9(3).
       01 WS-HEX-OK                    PIC 9.
       01 WS-HEX-CHAR                  PIC X(1).

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
              READ KEYCARDS-FILE
                 AT END
                    MOVE 1 TO WS-KC-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-CARD
                    MOVE SPACES TO KEYCARDS-RECORD
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY "MACKEYLD: " WS-CARDS-READ " card(s), "
              WS-ADDED-COUNT " added, " WS-RETIRED-COUNT
              " retired, " WS-REVOKED-COUNT " revoked, "
              WS-REFUSED-COUNT " refused, " WS-WRITE-FAIL-COUNT
              " failed"

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
           OPEN INPUT KEYCARDS-FILE
           IF WS-KC-FILE-STATUS NOT = "00"
              DISPLAY "MACKEYLD: cannot open KEYCARDS, status="
                 WS-KC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O MAC-KEY-FILE
           IF WS-MK-FILE-STATUS NOT = "00"
              AND WS-MK-FILE-STATUS NOT = "05"
              AND WS-MK-FILE-STATUS NOT = "97"
              DISPLAY "MACKEYLD: cannot open MACKEYS, status="
                 WS-MK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-CARD
      *================================================================
       APPLY-ONE-CARD SECTION.
           IF KEYCARDS-RECORD = SPACES
              GO TO APPLY-ONE-CARD-EXIT
           END-IF
           ADD 1 TO WS-CARDS-READ

           IF KC-KEY-ID = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "MACKEYLD: key ID missing, card " WS-CARDS-READ
              GO TO APPLY-ONE-CARD-EXIT
           END-IF

           MOVE 1 TO WS-ON-FILE
           MOVE KC-KEY-ID TO MK-KEY-ID
           READ MAC-KEY-FILE
              INVALID KEY
                 MOVE 0 TO WS-ON-FILE
           END-READ

           EVALUATE TRUE
              WHEN KC-IS-ADD
                 PERFORM ADD-NEW-KEY
              WHEN KC-IS-RETIRE OR KC-IS-REVOKE
                 PERFORM CHANGE-KEY-STATUS
              WHEN OTHER
                 ADD 1 TO WS-REFUSED-COUNT
                 DISPLAY "MACKEYLD: action must be A, R or X, card "
                    WS-CARDS-READ " (" FUNCTION TRIM(KC-KEY-ID) ")"
           END-EVALUATE

           MOVE SPACES TO MK-KEY-HEX.

       APPLY-ONE-CARD-EXIT.
           EXIT.

      *================================================================
      * ADD-NEW-KEY: a key ID not yet on the store, with well-formed
      * material and a valid active-from date
      *================================================================
       ADD-NEW-KEY SECTION.
           IF WS-ON-FILE = 1
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "MACKEYLD: key ID already on the store, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(KC-KEY-ID) ")"
              GO TO ADD-NEW-KEY-EXIT
           END-IF

           PERFORM CHECK-KEY-MATERIAL
           IF WS-HEX-OK = 0
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "MACKEYLD: key material must be 32 to 128 "
                 "hex digits, even in number, card " WS-CARDS-READ
                 " (" FUNCTION TRIM(KC-KEY-ID) ")"
              GO TO ADD-NEW-KEY-EXIT
           END-IF

           IF KC-ACTIVE-FROM-TEXT = SPACES
              MOVE WS-TODAY TO KC-ACTIVE-FROM-TEXT
           END-IF
           IF KC-ACTIVE-FROM-TEXT IS NOT NUMERIC
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "MACKEYLD: active-from date not numeric, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(KC-KEY-ID) ")"
              GO TO ADD-NEW-KEY-EXIT
           END-IF

           MOVE SPACES TO MAC-KEY-RECORD
           MOVE KC-KEY-ID TO MK-KEY-ID
           MOVE FUNCTION UPPER-CASE(KC-KEY-HEX) TO MK-KEY-HEX
           MOVE "A" TO MK-KEY-STATUS
           MOVE KC-ACTIVE-FROM-TEXT TO MK-ACTIVE-FROM
           MOVE 0 TO MK-VERIFY-UNTIL
           MOVE KC-PARTNER TO MK-PARTNER
           MOVE WS-TODAY TO MK-LOADED-DATE
           WRITE MAC-KEY-RECORD
              INVALID KEY
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 DISPLAY "MACKEYLD: write failed, status="
                    WS-MK-FILE-STATUS " for "
                    FUNCTION TRIM(KC-KEY-ID)
                 GO TO ADD-NEW-KEY-EXIT
           END-WRITE

           ADD 1 TO WS-ADDED-COUNT.

       ADD-NEW-KEY-EXIT.
           EXIT.

      *================================================================
      * CHANGE-KEY-STATUS: retire (verify-only until the card's date)
      * or revoke a key on the store; a revoked key stays revoked
      *================================================================
       CHANGE-KEY-STATUS SECTION.
           IF WS-ON-FILE = 0
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "MACKEYLD: key ID not on the store, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(KC-KEY-ID) ")"
              GO TO CHANGE-KEY-STATUS-EXIT
           END-IF

           IF MK-IS-REVOKED
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "MACKEYLD: key already revoked, card "
                 WS-CARDS-READ " (" FUNCTION TRIM(KC-KEY-ID) ")"
              GO TO CHANGE-KEY-STATUS-EXIT
           END-IF

           IF KC-IS-RETIRE
              IF KC-VERIFY-UNTIL-TEXT IS NOT NUMERIC
                 ADD 1 TO WS-REFUSED-COUNT
                 DISPLAY "MACKEYLD: verify-until date not numeric, "
                    "card " WS-CARDS-READ " ("
                    FUNCTION TRIM(KC-KEY-ID) ")"
                 GO TO CHANGE-KEY-STATUS-EXIT
              END-IF
              MOVE "R" TO MK-KEY-STATUS
              MOVE KC-VERIFY-UNTIL-TEXT TO MK-VERIFY-UNTIL
           ELSE
              MOVE "X" TO MK-KEY-STATUS
              MOVE 0 TO MK-VERIFY-UNTIL
           END-IF

           REWRITE MAC-KEY-RECORD
              INVALID KEY
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 DISPLAY "MACKEYLD: rewrite failed, status="
                    WS-MK-FILE-STATUS " for "
                    FUNCTION TRIM(KC-KEY-ID)
                 GO TO CHANGE-KEY-STATUS-EXIT
           END-REWRITE

           IF KC-IS-RETIRE
              ADD 1 TO WS-RETIRED-COUNT
           ELSE
              ADD 1 TO WS-REVOKED-COUNT
           END-IF.

       CHANGE-KEY-STATUS-EXIT.
           EXIT.

      *================================================================
      * CHECK-KEY-MATERIAL: KC-KEY-HEX is 32 to 128 hex digits, an
      * even number of them, with nothing after
      * Output: WS-HEX-OK (1 = well formed)
      *================================================================
       CHECK-KEY-MATERIAL SECTION.
           MOVE 1 TO WS-HEX-OK
           COMPUTE WS-HEX-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(KC-KEY-HEX TRAILING))
           IF WS-HEX-LEN < 32
              OR FUNCTION MOD(WS-HEX-LEN 2) NOT = 0
              MOVE 0 TO WS-HEX-OK
              GO TO CHECK-KEY-MATERIAL-EXIT
           END-IF

           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
                   UNTIL WS-HEX-IDX > WS-HEX-LEN OR WS-HEX-OK = 0
              MOVE FUNCTION UPPER-CASE(KC-KEY-HEX(WS-HEX-IDX:1))
                 TO WS-HEX-CHAR
              IF (WS-HEX-CHAR < "0" OR WS-HEX-CHAR > "9")
                 AND (WS-HEX-CHAR < "A" OR WS-HEX-CHAR > "F")
                 MOVE 0 TO WS-HEX-OK
              END-IF
           END-PERFORM
           MOVE SPACE TO WS-HEX-CHAR.

       CHECK-KEY-MATERIAL-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE KEYCARDS-FILE
           CLOSE MAC-KEY-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM MACKEYLD.
