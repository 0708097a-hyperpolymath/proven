      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven BankDir - bank-directory reachability lookup for
      * COBOL
      *

      *================================================================
      * IS-VALID-BIC, IS-VALID-ABA and IS-VALID-SORT-CODE prove a
      * code is well formed; they cannot say the bank exists, or
      * that it can take the payment. BANK-REACH-CHECK answers that
      * from the BANKDIR KSDS BNKDIRLD loads from the vendor's BIC
      * directory and the national routing directories, in the
      * PROVEN-PARM mould: callers name the kind of code (B BIC,
      * A ABA routing number, S UK sort code), the code, the
      * payment scheme it must be reachable through, and the date
      * the payment will settle, and get back the institution's
      * name and one of
      *
      *   0    reachable - the entry in force that day carries
      *        the scheme (a blank scheme asks only that the code
      *        be known and in force)
      *   -7   refused, with the catalog code beside the message:
      *        BNK001 code not in the directory, BNK002 no entry in
      *        force that day (expired, or not yet effective),
      *        BNK003 in force but not reachable for the scheme
      *   -10  directory unavailable
      *
      * The entry in force is the newest one effective on or
      * before the date, and only while its expiry date has not
      * passed - a code withdrawn by the vendor stays on the file,
      * expired, so a late payment to it is refused as expired
      * rather than unknown. An eight-character BIC is looked up
      * as its primary office (XXX branch); an eleven-character one
      * that the directory does not list falls back to its primary
      * office, as the SWIFT network itself would deliver it.
      *
      * Scheme codes: SWFT SWIFT, SCT SEPA credit transfer, SDD
      * SEPA direct debit, ACH, FED Fedwire, BACS, FPS Faster
      * Payments, CHPS CHAPS.
      *
      * BANK-DIR-OPEN lets a batch caller find out before its first
      * record that the directory cannot be read, and stop there.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEN-BANKDIR.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-DIRECTORY-FILE ASSIGN TO "BANKDIR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BD-KEY
              FILE STATUS IS WS-BD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One entry per code per effective date, as BNKDIRLD lays it
      * down (see BANK-DIRECTORY-RECORD in BNKDIRLD.cob)
       FD  BANK-DIRECTORY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  BANK-DIRECTORY-RECORD.
           05 BD-KEY.
              10 BD-CODE-TYPE           PIC X(1).
              10 BD-BANK-CODE           PIC X(11).
              10 BD-EFFECTIVE           PIC 9(8).
           05 BD-EXPIRES                PIC 9(8).
           05 BD-INSTITUTION-NAME       PIC X(60).
           05 BD-COUNTRY                PIC X(2).
           05 BD-SCHEMES.
              10 BD-REACH-SWIFT         PIC X(1).
              10 BD-REACH-SEPA-CT       PIC X(1).
              10 BD-REACH-SEPA-DD       PIC X(1).
              10 BD-REACH-ACH           PIC X(1).
              10 BD-REACH-FEDWIRE       PIC X(1).
              10 BD-REACH-BACS          PIC X(1).
              10 BD-REACH-FPS           PIC X(1).
              10 BD-REACH-CHAPS         PIC X(1).
           05 BD-SOURCE                 PIC X(8).
           05 BD-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(6).

       WORKING-STORAGE SECTION.

      * Working variables
       01 WS-BD-FILE-STATUS            PIC X(2).
       01 WS-DIR-TRIED                 PIC 9 VALUE 0.
       01 WS-DIR-OPEN                  PIC 9 VALUE 0.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
       01 WS-ANY-ENTRY                 PIC 9 VALUE 0.
       01 WS-BEST-FOUND                PIC 9 VALUE 0.
       01 WS-BEST-RECORD               PIC X(120).
       01 WS-LOOKUP-CODE               PIC X(11).
       01 WS-SCAN-IDX                  PIC 9(2).
       01 WS-OUT-IDX                   PIC 9(2).
       01 WS-REACH-FLAG                PIC X(1).

       LINKAGE SECTION.
       01 LS-CODE-TYPE                 PIC X(1).
       01 LS-BANK-CODE                 PIC X(11).
       01 LS-SCHEME                    PIC X(4).
       01 LS-AS-OF-DATE                PIC 9(8).
       01 LS-INSTITUTION-NAME          PIC X(60).
       01 LS-RESULT-STATUS             PIC S9(4) COMP.
       01 LS-REASON-CODE               PIC X(6).
       01 LS-ERROR-MSG                 PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * BANK-REACH-CHECK: is the code known, in force and reachable
      * for the scheme on the date
      * Input:  LS-CODE-TYPE (B/A/S), LS-BANK-CODE, LS-SCHEME,
      *         LS-AS-OF-DATE
      * Output: LS-INSTITUTION-NAME, LS-RESULT-STATUS (0=reachable,
      *         -7=refused, -10=directory unavailable),
      *         LS-REASON-CODE, LS-ERROR-MSG
      *================================================================
       BANK-REACH-CHECK SECTION.
           ENTRY "BANK-REACH-CHECK" USING LS-CODE-TYPE LS-BANK-CODE
                 LS-SCHEME LS-AS-OF-DATE LS-INSTITUTION-NAME
                 LS-RESULT-STATUS LS-REASON-CODE LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           MOVE SPACES TO LS-REASON-CODE
           INITIALIZE LS-ERROR-MSG
           MOVE SPACES TO LS-INSTITUTION-NAME

           PERFORM OPEN-DIRECTORY
           IF WS-DIR-OPEN = 0
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Bank directory unavailable" TO LS-ERROR-MSG
              GOBACK
           END-IF

           PERFORM NORMALISE-CODE
           PERFORM FIND-ENTRY-IN-FORCE

      *    A branch BIC the directory does not list is delivered to
      *    its primary office
           IF WS-ANY-ENTRY = 0
              AND LS-CODE-TYPE = "B"
              AND WS-LOOKUP-CODE(9:3) NOT = "XXX"
              MOVE "XXX" TO WS-LOOKUP-CODE(9:3)
              PERFORM FIND-ENTRY-IN-FORCE
           END-IF

           IF WS-ANY-ENTRY = 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "BNK001" TO LS-REASON-CODE
              MOVE "Bank code not in the bank directory"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           IF WS-BEST-FOUND = 0
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "BNK002" TO LS-REASON-CODE
              MOVE "Bank code expired or not yet in force"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE WS-BEST-RECORD TO BANK-DIRECTORY-RECORD
           MOVE BD-INSTITUTION-NAME TO LS-INSTITUTION-NAME

           EVALUATE LS-SCHEME
              WHEN SPACES
                 MOVE "Y" TO WS-REACH-FLAG
              WHEN "SWFT"
                 MOVE BD-REACH-SWIFT TO WS-REACH-FLAG
              WHEN "SCT "
                 MOVE BD-REACH-SEPA-CT TO WS-REACH-FLAG
              WHEN "SDD "
                 MOVE BD-REACH-SEPA-DD TO WS-REACH-FLAG
              WHEN "ACH "
                 MOVE BD-REACH-ACH TO WS-REACH-FLAG
              WHEN "FED "
                 MOVE BD-REACH-FEDWIRE TO WS-REACH-FLAG
              WHEN "BACS"
                 MOVE BD-REACH-BACS TO WS-REACH-FLAG
              WHEN "FPS "
                 MOVE BD-REACH-FPS TO WS-REACH-FLAG
              WHEN "CHPS"
                 MOVE BD-REACH-CHAPS TO WS-REACH-FLAG
              WHEN OTHER
                 MOVE "N" TO WS-REACH-FLAG
           END-EVALUATE

           IF WS-REACH-FLAG NOT = "Y"
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "BNK003" TO LS-REASON-CODE
              STRING "Bank not reachable for scheme "
                     DELIMITED BY SIZE
                 LS-SCHEME DELIMITED BY SPACE
                 INTO LS-ERROR-MSG
           END-IF
           GOBACK.

       BANK-REACH-CHECK-EXIT.
           EXIT.

      *================================================================
      * BANK-DIR-OPEN: open the directory ahead of the first lookup
      * Output: LS-RESULT-STATUS (0=open, -10=unavailable),
      *         LS-ERROR-MSG
      *================================================================
       BANK-DIR-OPEN SECTION.
           ENTRY "BANK-DIR-OPEN" USING LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           PERFORM OPEN-DIRECTORY
           IF WS-DIR-OPEN = 0
              MOVE -10 TO LS-RESULT-STATUS
              STRING "Bank directory unavailable, status="
                     DELIMITED BY SIZE
                 WS-BD-FILE-STATUS DELIMITED BY SIZE
                 INTO LS-ERROR-MSG
           END-IF
           GOBACK.

       BANK-DIR-OPEN-EXIT.
           EXIT.

      *================================================================
      * OPEN-DIRECTORY: opened on the first call only - a run that
      * could not open it once is not retried per record
      *================================================================
       OPEN-DIRECTORY SECTION.
           IF WS-DIR-TRIED = 0
              MOVE 1 TO WS-DIR-TRIED
              OPEN INPUT BANK-DIRECTORY-FILE
              IF WS-BD-FILE-STATUS = "00"
                 MOVE 1 TO WS-DIR-OPEN
              END-IF
           END-IF.

       OPEN-DIRECTORY-EXIT.
           EXIT.

      *================================================================
      * NORMALISE-CODE: the code as the directory keys it - upper
      * case, a BIC padded to eleven with the XXX primary-office
      * branch, a sort code stripped of its customary hyphens
      * Output: WS-LOOKUP-CODE
      *================================================================
       NORMALISE-CODE SECTION.
           MOVE SPACES TO WS-LOOKUP-CODE
           EVALUATE LS-CODE-TYPE
              WHEN "B"
                 MOVE FUNCTION UPPER-CASE(LS-BANK-CODE)
                    TO WS-LOOKUP-CODE
                 IF WS-LOOKUP-CODE(9:3) = SPACES
                    MOVE "XXX" TO WS-LOOKUP-CODE(9:3)
                 END-IF
              WHEN "S"
                 MOVE 0 TO WS-OUT-IDX
                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                         UNTIL WS-SCAN-IDX > 11
                    IF LS-BANK-CODE(WS-SCAN-IDX:1) NOT = "-"
                       AND LS-BANK-CODE(WS-SCAN-IDX:1) NOT = SPACE
                       AND WS-OUT-IDX < 11
                       ADD 1 TO WS-OUT-IDX
                       MOVE LS-BANK-CODE(WS-SCAN-IDX:1)
                          TO WS-LOOKUP-CODE(WS-OUT-IDX:1)
                    END-IF
                 END-PERFORM
              WHEN OTHER
                 MOVE LS-BANK-CODE TO WS-LOOKUP-CODE
           END-EVALUATE.

       NORMALISE-CODE-EXIT.
           EXIT.

      *================================================================
      * FIND-ENTRY-IN-FORCE: walk the code's entries in effective-
      * date order, keeping the newest one effective on or before
      * the as-of date; it is in force only if not yet expired
      * Output: WS-ANY-ENTRY (the code is on file at all),
      *         WS-BEST-FOUND, WS-BEST-RECORD
      *================================================================
       FIND-ENTRY-IN-FORCE SECTION.
           MOVE 0 TO WS-ANY-ENTRY
           MOVE 0 TO WS-BEST-FOUND
           MOVE 0 TO WS-BROWSE-DONE
           MOVE LS-CODE-TYPE TO BD-CODE-TYPE
           MOVE WS-LOOKUP-CODE TO BD-BANK-CODE
           MOVE 0 TO BD-EFFECTIVE

           START BANK-DIRECTORY-FILE KEY NOT LESS THAN BD-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ BANK-DIRECTORY-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF BD-CODE-TYPE NOT = LS-CODE-TYPE
                       OR BD-BANK-CODE NOT = WS-LOOKUP-CODE
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       MOVE 1 TO WS-ANY-ENTRY
                       IF BD-EFFECTIVE > LS-AS-OF-DATE
                          MOVE 1 TO WS-BROWSE-DONE
                       ELSE
                          IF BD-EXPIRES NOT < LS-AS-OF-DATE
                             MOVE 1 TO WS-BEST-FOUND
                             MOVE BANK-DIRECTORY-RECORD
                                TO WS-BEST-RECORD
                          ELSE
                             MOVE 0 TO WS-BEST-FOUND
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       FIND-ENTRY-IN-FORCE-EXIT.
           EXIT.

       END PROGRAM PROVEN-BANKDIR.
