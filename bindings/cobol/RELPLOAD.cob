      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven RelPartyLoad - related-party and beneficial-owner
      * link maintenance for COBOL
      *

      *================================================================
      * CUSTMAST treats every customer as standing alone; nothing
      * said that a company customer has directors, beneficial
      * owners or guarantors, whether or not those people bank with
      * us themselves. This job maintains the RELPARTY KSDS from
      * the RELIN maintenance file the onboarding desk prepares:
      * one action per line - A adds a link, U replaces its
      * details, C cancels it. A link is keyed by the customer it
      * belongs to and a party reference the desk assigns, and
      * carries the party's name, the party's own customer ID when
      * the party is a customer too (blank otherwise), the role -
      * D director, B beneficial owner, G guarantor - and the
      * ownership percentage.
      *
      * The customer keys go through PARSE-UUID (SAFE-UUID) and the
      * effective date through VALIDATE-DATE (SAFE-DATETIME); a
      * beneficial owner must hold a share, no share may exceed
      * 100%, and a customer cannot be its own related party. A bad
      * line goes to RELREJ with the reason, the same split every
      * loader in this suite makes. A cancelled link stays on file
      * flagged, so the history of who stood behind a customer is
      * not lost.
      *
      * The links are read by SANCSCRN and WATCHDLT, which screen
      * every active party's name and raise any hit as a case
      * against the customer the party is linked to, and by
      * RISKSCOR, which passes a related customer's risk on to the
      * customer it stands behind.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPLOAD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELIN-FILE ASSIGN TO "RELIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RI-FILE-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RP-KEY
              ALTERNATE RECORD KEY IS RP-PARTY-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-RP-FILE-STATUS.

           SELECT RELREJ-FILE ASSIGN TO "RELREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One maintenance action per line
       FD  RELIN-FILE
           RECORD CONTAINS 159 CHARACTERS.
       01  RELIN-RECORD.
           05 RI-ACTION                 PIC X(1).
              88 RI-ACTION-IS-ADD       VALUE "A".
              88 RI-ACTION-IS-UPDATE    VALUE "U".
              88 RI-ACTION-IS-CANCEL    VALUE "C".
           05 RI-CUSTOMER-ID            PIC X(36).
           05 RI-PARTY-REF              PIC X(12).
           05 RI-PARTY-CUSTOMER-ID      PIC X(36).
           05 RI-PARTY-NAME             PIC X(60).
           05 RI-ROLE                   PIC X(1).
              88 RI-ROLE-IS-VALID       VALUE "D" "B" "G".
              88 RI-ROLE-IS-OWNER       VALUE "B".
           05 RI-OWNERSHIP-PCT          PIC 9(3)V99.
           05 RI-OWNERSHIP-TEXT REDEFINES RI-OWNERSHIP-PCT
                                        PIC X(5).
           05 RI-EFFECTIVE-DATE         PIC 9(8).

      * Related-party link KSDS - one record per customer/party
      * pair; the alternate key finds every customer a party who is
      * also a customer stands behind
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
              88 RP-IS-CANCELLED        VALUE "C".
           05 RP-EFFECTIVE-DATE         PIC 9(8).
           05 RP-CHANGED-DATE           PIC 9(8).
           05 FILLER                    PIC X(13).

      * Rejected maintenance lines with the failing reason
       FD  RELREJ-FILE
           RECORD CONTAINS 209 CHARACTERS.
       01  RELREJ-RECORD.
           05 RJ-ACTION-LINE            PIC X(159).
           05 RJ-REJECT-REASON          PIC X(50).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-RI-FILE-STATUS            PIC X(2).
       01 WS-RP-FILE-STATUS            PIC X(2).
       01 WS-RJ-FILE-STATUS            PIC X(2).
       01 WS-RI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-ACTIONS-READ              PIC 9(6) VALUE 0.
       01 WS-ADDED-COUNT               PIC 9(6) VALUE 0.
       01 WS-UPDATED-COUNT             PIC 9(6) VALUE 0.
       01 WS-CANCELLED-COUNT           PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(6) VALUE 0.

       01 WS-REJECT-REASON             PIC X(50).
       01 WS-TODAY                     PIC 9(8).

      * PARSE-UUID call fields (see SAFE-UUID.cob)
       01 WS-UUID-RESULT               PIC 9.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * VALIDATE-DATE call fields (see SAFE-DATETIME.cob)
       01 WS-DATE-YEAR                 PIC 9(4).
       01 WS-DATE-MONTH                PIC 9(2).
       01 WS-DATE-DAY                  PIC 9(2).
       01 WS-DATE-RESULT               PIC 9.
       01 WS-DATE-ERROR-MSG            PIC X(50).

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "RELPLOAD".
       01 WS-CW-REJECTED               PIC 9(8).
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

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
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM UNTIL WS-AT-EOF
              READ RELIN-FILE
                 AT END
                    MOVE 1 TO WS-RI-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-ACTION
              END-READ
           END-PERFORM

           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "RELPLOAD: " WS-ACTIONS-READ " action(s), "
              WS-ADDED-COUNT " added, " WS-UPDATED-COUNT
              " updated, " WS-CANCELLED-COUNT " cancelled, "
              WS-REJECT-COUNT " rejected"

           IF WS-REJECT-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT RELIN-FILE
           IF WS-RI-FILE-STATUS NOT = "00"
              DISPLAY "RELPLOAD: cannot open RELIN, status="
                 WS-RI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O RELPARTY-FILE
           IF WS-RP-FILE-STATUS NOT = "00"
              AND WS-RP-FILE-STATUS NOT = "05"
              AND WS-RP-FILE-STATUS NOT = "97"
              DISPLAY "RELPLOAD: cannot open RELPARTY, status="
                 WS-RP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RELREJ-FILE
           IF WS-RJ-FILE-STATUS NOT = "00"
              DISPLAY "RELPLOAD: cannot open RELREJ, status="
                 WS-RJ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-ACTION: validate the line's fields, then apply it
      * to the link file
      *================================================================
       APPLY-ONE-ACTION SECTION.
           ADD 1 TO WS-ACTIONS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT RI-ACTION-IS-ADD AND NOT RI-ACTION-IS-UPDATE
              AND NOT RI-ACTION-IS-CANCEL
              MOVE "Action must be A, U, or C" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           CALL "PARSE-UUID" USING RI-CUSTOMER-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
              MOVE WS-UUID-ERROR-MSG TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF RI-PARTY-REF = SPACES
              MOVE "Party reference is required" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

      *    A cancel needs nothing beyond the key; adds and updates
      *    must describe the party in full
           IF RI-ACTION-IS-CANCEL
              PERFORM CANCEL-LINK
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF RI-PARTY-NAME = SPACES
              MOVE "Party name is required" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF RI-PARTY-CUSTOMER-ID NOT = SPACES
              CALL "PARSE-UUID" USING RI-PARTY-CUSTOMER-ID
                  WS-UUID-RESULT WS-UUID-ERROR-MSG
              IF WS-UUID-RESULT NOT = 1
                 MOVE WS-UUID-ERROR-MSG TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
              IF RI-PARTY-CUSTOMER-ID = RI-CUSTOMER-ID
                 MOVE "Customer cannot be its own related party"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
           END-IF

           IF NOT RI-ROLE-IS-VALID
              MOVE "Role must be D, B, or G" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF RI-OWNERSHIP-TEXT IS NOT NUMERIC
              MOVE "Ownership percentage must be numeric"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF RI-OWNERSHIP-PCT > 100
              MOVE "Ownership percentage over 100"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF RI-ROLE-IS-OWNER AND RI-OWNERSHIP-PCT = 0
              MOVE "Beneficial owner must hold a share"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           MOVE RI-EFFECTIVE-DATE(1:4) TO WS-DATE-YEAR
           MOVE RI-EFFECTIVE-DATE(5:2) TO WS-DATE-MONTH
           MOVE RI-EFFECTIVE-DATE(7:2) TO WS-DATE-DAY
           CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
               WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG
           IF WS-DATE-RESULT NOT = 1
              MOVE WS-DATE-ERROR-MSG TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF RI-ACTION-IS-ADD
              PERFORM ADD-LINK
           ELSE
              PERFORM UPDATE-LINK
           END-IF.

       APPLY-ONE-ACTION-EXIT.
           EXIT.

      *================================================================
      * ADD-LINK
      *================================================================
       ADD-LINK SECTION.
           MOVE SPACES TO RELPARTY-RECORD
           MOVE RI-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE RI-PARTY-REF TO RP-PARTY-REF
           PERFORM MOVE-LINK-DETAILS

           WRITE RELPARTY-RECORD
              INVALID KEY
                 MOVE "Link already on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

       ADD-LINK-EXIT.
           EXIT.

      *================================================================
      * UPDATE-LINK: replace the party's details; an update also
      * reactivates a cancelled link, since the desk restating the
      * relationship is exactly what reactivation means
      *================================================================
       UPDATE-LINK SECTION.
           MOVE RI-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE RI-PARTY-REF TO RP-PARTY-REF
           READ RELPARTY-FILE
              INVALID KEY
                 MOVE "Link not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO UPDATE-LINK-EXIT
           END-READ

           PERFORM MOVE-LINK-DETAILS

           REWRITE RELPARTY-RECORD
              INVALID KEY
                 MOVE "Could not rewrite link" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 ADD 1 TO WS-UPDATED-COUNT
           END-REWRITE.

       UPDATE-LINK-EXIT.
           EXIT.

      *================================================================
      * MOVE-LINK-DETAILS: the maintained fields of an added or
      * updated link
      *================================================================
       MOVE-LINK-DETAILS SECTION.
           MOVE RI-PARTY-CUSTOMER-ID TO RP-PARTY-CUSTOMER-ID
           MOVE RI-PARTY-NAME TO RP-PARTY-NAME
           MOVE RI-ROLE TO RP-ROLE
           MOVE RI-OWNERSHIP-PCT TO RP-OWNERSHIP-PCT
           MOVE "A" TO RP-STATUS
           MOVE RI-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE
           MOVE WS-TODAY TO RP-CHANGED-DATE.

       MOVE-LINK-DETAILS-EXIT.
           EXIT.

      *================================================================
      * CANCEL-LINK: the record stays on file flagged cancelled -
      * screening and scoring pass it by, but the history of who
      * stood behind the customer survives
      *================================================================
       CANCEL-LINK SECTION.
           MOVE RI-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE RI-PARTY-REF TO RP-PARTY-REF
           READ RELPARTY-FILE
              INVALID KEY
                 MOVE "Link not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO CANCEL-LINK-EXIT
           END-READ

           MOVE "C" TO RP-STATUS
           MOVE WS-TODAY TO RP-CHANGED-DATE

           REWRITE RELPARTY-RECORD
              INVALID KEY
                 MOVE "Could not rewrite link" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 ADD 1 TO WS-CANCELLED-COUNT
           END-REWRITE.

       CANCEL-LINK-EXIT.
           EXIT.

      *================================================================
      * WRITE-REJECT-LINE
      *================================================================
       WRITE-REJECT-LINE SECTION.
           MOVE RELIN-RECORD TO RJ-ACTION-LINE
           MOVE WS-REJECT-REASON TO RJ-REJECT-REASON
           WRITE RELREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-REJECT-LINE-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           MOVE WS-REJECT-COUNT TO WS-CW-REJECTED

           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME WS-ACTIONS-READ
                WS-CW-REJECTED ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "RELPLOAD: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE RELIN-FILE
           CLOSE RELPARTY-FILE
           CLOSE RELREJ-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM RELPLOAD.
