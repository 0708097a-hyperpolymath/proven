      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven BankDirLoad - bank-directory loader for COBOL
      *

      *================================================================
      * Lands the vendors' bank directories on the BANKDIR KSDS
      * that BANK-REACH-CHECK (PROVEN-BANKDIR) reads, in the
      * RSNCATLD mould - write, or replace an entry already there.
      * Three directories feed it, each on its own delivery cycle,
      * so any of the three DDs may be left out (or DUMMY) on a run
      * that has nothing new from that vendor:
      *
      *   BICDIRIN  the BIC directory - BIC, institution, country,
      *             and whether the bank is SWIFT-connected and
      *             reachable for SEPA credit transfer and direct
      *             debit
      *   ABADIRIN  the US routing directory - routing number,
      *             institution, and FedACH and Fedwire eligibility
      *   SCDIRIN   the UK sort-code directory - sort code,
      *             institution, and BACS, Faster Payments and
      *             CHAPS reachability
      *
      * Every line carries its effective date and, for a code the
      * vendor is withdrawing, its expiry date (blank or zero for
      * none). The key is the kind of code, the code and the
      * effective date, so a change announced ahead of time is
      * loaded now and takes over on its day, and a withdrawn code
      * stays on file - expired - for BANK-REACH-CHECK to refuse by
      * name. An eight-character BIC is stored as its XXX primary
      * office.
      *
      * A line whose code fails its format check (IS-VALID-BIC,
      * IS-VALID-ABA, IS-VALID-SORT-CODE), whose institution name
      * is blank or whose dates are not numeric is listed in the
      * job log and skipped, and sets COND code 4; a failed write
      * sets 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKDIRLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BICDIRIN-FILE ASSIGN TO "BICDIRIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BI-FILE-STATUS.

           SELECT ABADIRIN-FILE ASSIGN TO "ABADIRIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AB-FILE-STATUS.

           SELECT SCDIRIN-FILE ASSIGN TO "SCDIRIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT BANK-DIRECTORY-FILE ASSIGN TO "BANKDIR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BD-KEY
              FILE STATUS IS WS-BD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * BIC directory extract, one BIC per line
       FD  BICDIRIN-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  BICDIRIN-RECORD.
           05 BI-BIC                    PIC X(11).
           05 BI-INSTITUTION-NAME       PIC X(60).
           05 BI-COUNTRY                PIC X(2).
           05 BI-EFFECTIVE-TEXT         PIC X(8).
           05 BI-EXPIRES-TEXT           PIC X(8).
           05 BI-SWIFT-FLAG             PIC X(1).
           05 BI-SEPA-CT-FLAG           PIC X(1).
           05 BI-SEPA-DD-FLAG           PIC X(1).

      * US routing-number directory extract
       FD  ABADIRIN-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  ABADIRIN-RECORD.
           05 AB-ROUTING                PIC X(9).
           05 AB-INSTITUTION-NAME       PIC X(60).
           05 AB-ACH-FLAG               PIC X(1).
           05 AB-FEDWIRE-FLAG           PIC X(1).
           05 AB-EFFECTIVE-TEXT         PIC X(8).
           05 AB-EXPIRES-TEXT           PIC X(8).

      * UK sort-code directory extract
       FD  SCDIRIN-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  SCDIRIN-RECORD.
           05 SC-SORT-CODE              PIC X(6).
           05 SC-INSTITUTION-NAME       PIC X(60).
           05 SC-BACS-FLAG              PIC X(1).
           05 SC-FPS-FLAG               PIC X(1).
           05 SC-CHAPS-FLAG             PIC X(1).
           05 SC-EFFECTIVE-TEXT         PIC X(8).
           05 SC-EXPIRES-TEXT           PIC X(8).

      * The bank directory BANK-REACH-CHECK reads - one entry per
      * code per effective date. Code type B BIC (eleven
      * characters), A ABA routing number, S sort code (six
      * digits); scheme flags Y or N
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

      * File status and end-of-file switches
       01 WS-BI-FILE-STATUS            PIC X(2).
       01 WS-AB-FILE-STATUS            PIC X(2).
       01 WS-SC-FILE-STATUS            PIC X(2).
       01 WS-BD-FILE-STATUS            PIC X(2).
       01 WS-BI-OPEN                   PIC 9 VALUE 0.
       01 WS-AB-OPEN                   PIC 9 VALUE 0.
       01 WS-SC-OPEN                   PIC 9 VALUE 0.
       01 WS-IN-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-BIC-READ                  PIC 9(8) VALUE 0.
       01 WS-ABA-READ                  PIC 9(8) VALUE 0.
       01 WS-SORT-READ                 PIC 9(8) VALUE 0.
       01 WS-LOADED-COUNT              PIC 9(8) VALUE 0.
       01 WS-REPLACED-COUNT            PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(8) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(8) VALUE 0.

      * The entry being built, and why a line was refused
       01 WS-TODAY                     PIC 9(8).
       01 WS-EFFECTIVE-TEXT            PIC X(8).
       01 WS-EXPIRES-TEXT              PIC X(8).
       01 WS-REFUSAL                   PIC X(50).

      * SAFE-BIC / SAFE-ROUTING call fields
       01 WS-BIC-LENGTH                PIC 9(2).
       01 WS-BIC-RESULT                PIC 9.
       01 WS-BIC-ERROR-MSG             PIC X(50).
       01 WS-RT-ROUTING                PIC X(9).
       01 WS-RT-SORT                   PIC X(8).
       01 WS-RT-SORT-LEN               PIC 9(2) VALUE 6.
       01 WS-RT-RESULT                 PIC 9.
       01 WS-RT-ERROR-MSG              PIC X(50).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: load whichever directories were supplied
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-FILES

           IF WS-BI-OPEN = 1
              MOVE 0 TO WS-IN-EOF
              PERFORM UNTIL WS-AT-EOF
                 READ BICDIRIN-FILE
                    AT END
                       MOVE 1 TO WS-IN-EOF
                    NOT AT END
                       PERFORM LOAD-ONE-BIC
                 END-READ
              END-PERFORM
           END-IF

           IF WS-AB-OPEN = 1
              MOVE 0 TO WS-IN-EOF
              PERFORM UNTIL WS-AT-EOF
                 READ ABADIRIN-FILE
                    AT END
                       MOVE 1 TO WS-IN-EOF
                    NOT AT END
                       PERFORM LOAD-ONE-ROUTING
                 END-READ
              END-PERFORM
           END-IF

           IF WS-SC-OPEN = 1
              MOVE 0 TO WS-IN-EOF
              PERFORM UNTIL WS-AT-EOF
                 READ SCDIRIN-FILE
                    AT END
                       MOVE 1 TO WS-IN-EOF
                    NOT AT END
                       PERFORM LOAD-ONE-SORT-CODE
                 END-READ
              END-PERFORM
           END-IF

           PERFORM CLOSE-FILES

           DISPLAY "BNKDIRLD: " WS-BIC-READ " BIC, " WS-ABA-READ
              " routing, " WS-SORT-READ " sort-code line(s)"
           DISPLAY "BNKDIRLD: " WS-LOADED-COUNT " loaded ("
              WS-REPLACED-COUNT " replaced), " WS-REFUSED-COUNT
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
      * OPEN-FILES: a directory DD left out of the step (status 35)
      * is simply not loaded this run; any other open failure
      * aborts with COND code 16
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT BICDIRIN-FILE
           EVALUATE WS-BI-FILE-STATUS
              WHEN "00"
                 MOVE 1 TO WS-BI-OPEN
              WHEN "35"
                 DISPLAY "BNKDIRLD: no BICDIRIN this run"
              WHEN OTHER
                 DISPLAY "BNKDIRLD: cannot open BICDIRIN, status="
                    WS-BI-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT ABADIRIN-FILE
           EVALUATE WS-AB-FILE-STATUS
              WHEN "00"
                 MOVE 1 TO WS-AB-OPEN
              WHEN "35"
                 DISPLAY "BNKDIRLD: no ABADIRIN this run"
              WHEN OTHER
                 DISPLAY "BNKDIRLD: cannot open ABADIRIN, status="
                    WS-AB-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT SCDIRIN-FILE
           EVALUATE WS-SC-FILE-STATUS
              WHEN "00"
                 MOVE 1 TO WS-SC-OPEN
              WHEN "35"
                 DISPLAY "BNKDIRLD: no SCDIRIN this run"
              WHEN OTHER
                 DISPLAY "BNKDIRLD: cannot open SCDIRIN, status="
                    WS-SC-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O BANK-DIRECTORY-FILE
           IF WS-BD-FILE-STATUS NOT = "00"
              AND WS-BD-FILE-STATUS NOT = "05"
              AND WS-BD-FILE-STATUS NOT = "97"
              DISPLAY "BNKDIRLD: cannot open BANKDIR, status="
                 WS-BD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-BIC: one BIC-directory line
      *================================================================
       LOAD-ONE-BIC SECTION.
           IF BICDIRIN-RECORD = SPACES
              GO TO LOAD-ONE-BIC-EXIT
           END-IF
           ADD 1 TO WS-BIC-READ
           MOVE SPACES TO WS-REFUSAL
           MOVE SPACES TO BANK-DIRECTORY-RECORD

           MOVE "B" TO BD-CODE-TYPE
           MOVE FUNCTION UPPER-CASE(BI-BIC) TO BD-BANK-CODE
           COMPUTE WS-BIC-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(BD-BANK-CODE))
           CALL "IS-VALID-BIC" USING BD-BANK-CODE WS-BIC-LENGTH
               WS-BIC-RESULT WS-BIC-ERROR-MSG
           IF WS-BIC-RESULT NOT = 1
              MOVE WS-BIC-ERROR-MSG TO WS-REFUSAL
              PERFORM REFUSE-LINE
              GO TO LOAD-ONE-BIC-EXIT
           END-IF
           IF BD-BANK-CODE(9:3) = SPACES
              MOVE "XXX" TO BD-BANK-CODE(9:3)
           END-IF

           MOVE BI-INSTITUTION-NAME TO BD-INSTITUTION-NAME
           IF BI-COUNTRY = SPACES
              MOVE BD-BANK-CODE(5:2) TO BD-COUNTRY
           ELSE
              MOVE FUNCTION UPPER-CASE(BI-COUNTRY) TO BD-COUNTRY
           END-IF
           MOVE BI-EFFECTIVE-TEXT TO WS-EFFECTIVE-TEXT
           MOVE BI-EXPIRES-TEXT TO WS-EXPIRES-TEXT
           MOVE FUNCTION UPPER-CASE(BI-SWIFT-FLAG) TO BD-REACH-SWIFT
           MOVE FUNCTION UPPER-CASE(BI-SEPA-CT-FLAG)
              TO BD-REACH-SEPA-CT
           MOVE FUNCTION UPPER-CASE(BI-SEPA-DD-FLAG)
              TO BD-REACH-SEPA-DD
           MOVE "BICDIR" TO BD-SOURCE
           PERFORM STORE-ENTRY.

       LOAD-ONE-BIC-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-ROUTING: one US routing-directory line
      *================================================================
       LOAD-ONE-ROUTING SECTION.
           IF ABADIRIN-RECORD = SPACES
              GO TO LOAD-ONE-ROUTING-EXIT
           END-IF
           ADD 1 TO WS-ABA-READ
           MOVE SPACES TO WS-REFUSAL
           MOVE SPACES TO BANK-DIRECTORY-RECORD

           MOVE "A" TO BD-CODE-TYPE
           MOVE AB-ROUTING TO BD-BANK-CODE
           MOVE AB-ROUTING TO WS-RT-ROUTING
           CALL "IS-VALID-ABA" USING WS-RT-ROUTING WS-RT-RESULT
               WS-RT-ERROR-MSG
           IF WS-RT-RESULT NOT = 1
              MOVE WS-RT-ERROR-MSG TO WS-REFUSAL
              PERFORM REFUSE-LINE
              GO TO LOAD-ONE-ROUTING-EXIT
           END-IF

           MOVE AB-INSTITUTION-NAME TO BD-INSTITUTION-NAME
           MOVE "US" TO BD-COUNTRY
           MOVE AB-EFFECTIVE-TEXT TO WS-EFFECTIVE-TEXT
           MOVE AB-EXPIRES-TEXT TO WS-EXPIRES-TEXT
           MOVE FUNCTION UPPER-CASE(AB-ACH-FLAG) TO BD-REACH-ACH
           MOVE FUNCTION UPPER-CASE(AB-FEDWIRE-FLAG)
              TO BD-REACH-FEDWIRE
           MOVE "ABADIR" TO BD-SOURCE
           PERFORM STORE-ENTRY.

       LOAD-ONE-ROUTING-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-SORT-CODE: one UK sort-code-directory line
      *================================================================
       LOAD-ONE-SORT-CODE SECTION.
           IF SCDIRIN-RECORD = SPACES
              GO TO LOAD-ONE-SORT-CODE-EXIT
           END-IF
           ADD 1 TO WS-SORT-READ
           MOVE SPACES TO WS-REFUSAL
           MOVE SPACES TO BANK-DIRECTORY-RECORD

           MOVE "S" TO BD-CODE-TYPE
           MOVE SC-SORT-CODE TO BD-BANK-CODE
           MOVE SC-SORT-CODE TO WS-RT-SORT
           CALL "IS-VALID-SORT-CODE" USING WS-RT-SORT WS-RT-SORT-LEN
               WS-RT-RESULT WS-RT-ERROR-MSG
           IF WS-RT-RESULT NOT = 1
              MOVE WS-RT-ERROR-MSG TO WS-REFUSAL
              PERFORM REFUSE-LINE
              GO TO LOAD-ONE-SORT-CODE-EXIT
           END-IF

           MOVE SC-INSTITUTION-NAME TO BD-INSTITUTION-NAME
           MOVE "GB" TO BD-COUNTRY
           MOVE SC-EFFECTIVE-TEXT TO WS-EFFECTIVE-TEXT
           MOVE SC-EXPIRES-TEXT TO WS-EXPIRES-TEXT
           MOVE FUNCTION UPPER-CASE(SC-BACS-FLAG) TO BD-REACH-BACS
           MOVE FUNCTION UPPER-CASE(SC-FPS-FLAG) TO BD-REACH-FPS
           MOVE FUNCTION UPPER-CASE(SC-CHAPS-FLAG) TO BD-REACH-CHAPS
           MOVE "SORTDIR" TO BD-SOURCE
           PERFORM STORE-ENTRY.

       LOAD-ONE-SORT-CODE-EXIT.
           EXIT.

      *================================================================
      * STORE-ENTRY: finish the entry the line's own section began
      * - name and dates checked, every scheme flag not Y made N,
      * no expiry meaning open-ended - and write or replace it
      *================================================================
       STORE-ENTRY SECTION.
           IF BD-INSTITUTION-NAME = SPACES
              MOVE "Institution name missing" TO WS-REFUSAL
              PERFORM REFUSE-LINE
              GO TO STORE-ENTRY-EXIT
           END-IF

           IF WS-EFFECTIVE-TEXT IS NOT NUMERIC
              MOVE "Effective date not numeric" TO WS-REFUSAL
              PERFORM REFUSE-LINE
              GO TO STORE-ENTRY-EXIT
           END-IF
           MOVE WS-EFFECTIVE-TEXT TO BD-EFFECTIVE

           EVALUATE TRUE
              WHEN WS-EXPIRES-TEXT = SPACES
                 MOVE 99999999 TO BD-EXPIRES
              WHEN WS-EXPIRES-TEXT IS NOT NUMERIC
                 MOVE "Expiry date not numeric" TO WS-REFUSAL
                 PERFORM REFUSE-LINE
                 GO TO STORE-ENTRY-EXIT
              WHEN WS-EXPIRES-TEXT = ZEROS
                 MOVE 99999999 TO BD-EXPIRES
              WHEN OTHER
                 MOVE WS-EXPIRES-TEXT TO BD-EXPIRES
           END-EVALUATE

           IF BD-REACH-SWIFT NOT = "Y"
              MOVE "N" TO BD-REACH-SWIFT
           END-IF
           IF BD-REACH-SEPA-CT NOT = "Y"
              MOVE "N" TO BD-REACH-SEPA-CT
           END-IF
           IF BD-REACH-SEPA-DD NOT = "Y"
              MOVE "N" TO BD-REACH-SEPA-DD
           END-IF
           IF BD-REACH-ACH NOT = "Y"
              MOVE "N" TO BD-REACH-ACH
           END-IF
           IF BD-REACH-FEDWIRE NOT = "Y"
              MOVE "N" TO BD-REACH-FEDWIRE
           END-IF
           IF BD-REACH-BACS NOT = "Y"
              MOVE "N" TO BD-REACH-BACS
           END-IF
           IF BD-REACH-FPS NOT = "Y"
              MOVE "N" TO BD-REACH-FPS
           END-IF
           IF BD-REACH-CHAPS NOT = "Y"
              MOVE "N" TO BD-REACH-CHAPS
           END-IF
           MOVE WS-TODAY TO BD-LOADED-DATE

           WRITE BANK-DIRECTORY-RECORD
              INVALID KEY
                 REWRITE BANK-DIRECTORY-RECORD
                    INVALID KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                       DISPLAY "BNKDIRLD: write failed, status="
                          WS-BD-FILE-STATUS " for " BD-CODE-TYPE
                          " " BD-BANK-CODE " " BD-EFFECTIVE
                       GO TO STORE-ENTRY-EXIT
                 END-REWRITE
                 ADD 1 TO WS-REPLACED-COUNT
           END-WRITE

           ADD 1 TO WS-LOADED-COUNT.

       STORE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * REFUSE-LINE: list a refused line in the job log
      *================================================================
       REFUSE-LINE SECTION.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "BNKDIRLD: refused " BD-CODE-TYPE " "
              BD-BANK-CODE " - " FUNCTION TRIM(WS-REFUSAL).

       REFUSE-LINE-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           IF WS-BI-OPEN = 1
              CLOSE BICDIRIN-FILE
           END-IF
           IF WS-AB-OPEN = 1
              CLOSE ABADIRIN-FILE
           END-IF
           IF WS-SC-OPEN = 1
              CLOSE SCDIRIN-FILE
           END-IF
           CLOSE BANK-DIRECTORY-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM BNKDIRLD.
