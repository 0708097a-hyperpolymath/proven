      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven AddrVerify - customer address verification sweep
      * against the postal reference files for COBOL
      *

      *================================================================
      * CUSTVALD only proves a customer's postal code has the right
      * shape for the country. This step reads CUSTMAST end to end
      * and puts every address through VERIFY-ADDRESS
      * (PROVEN-ADDR-VERIFY), which checks the postal code, city
      * and street against the national postal reference files on
      * the POSTREF KSDS, and records the grade on the customer's
      * VALSTAT record:
      *
      *   V  verified            P  street not confirmed
      *   C  city does not match N  postal code unknown
      *   U  country not covered by a reference file
      *
      * CUSTINQ shows the grade to the desk, and STMTROUT sends a
      * print statement for a grade-N address to the undeliverable
      * queue instead of the post. Only the grade is touched on
      * VALSTAT - status, phone and bounce fields are left as
      * VALSTLD and BNCLOAD set them - and only when it changes;
      * each change is journaled with before/after images for
      * REPLAY, the way BNCLOAD journals its bounce flags. A
      * customer with no VALSTAT record yet (not swept by CUSTVALD)
      * is counted and left for the next run.
      *
      * The address as the post office writes it is proposed, not
      * applied: where the standardized form of a V, P or C address
      * differs from the one on file, the proposal goes to ADDRSTD
      * for the desk to review and key through CUSTMNT. The ADDRRPT
      * report lists every grade-C and grade-N customer with the
      * reason, and the count of each grade.
      *
      * COND code 4 means at least one address graded C or N, or a
      * customer had no VALSTAT record; 8 means a VALSTAT rewrite
      * failed; 16 means a file, or the postal reference, could not
      * be opened.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRVRFY.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT VALSTAT-FILE ASSIGN TO "VALSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VS-CUSTOMER-ID
              FILE STATUS IS WS-VS-FILE-STATUS.

           SELECT ADDRSTD-FILE ASSIGN TO "ADDRSTD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AS-FILE-STATUS.

           SELECT ADDRRPT-FILE ASSIGN TO "ADDRRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CUSTMAST record layout - must match copybooks/CUSTMAST.cpy
       FD  CUSTMAST-FILE
           RECORD CONTAINS 526 CHARACTERS.
       01  CUSTMAST-RECORD.
           05 CM-CUSTOMER-ID            PIC X(36).
           05 CM-CUSTOMER-NAME          PIC X(60).
           05 CM-EMAIL-ADDRESS          PIC X(254).
           05 CM-PHONE-NUMBER           PIC X(30).
           05 CM-PHONE-COUNTRY-CODE     PIC 9(4).
           05 CM-ADDR-LINE-1            PIC X(40).
           05 CM-ADDR-LINE-2            PIC X(40).
           05 CM-CITY                   PIC X(30).
           05 CM-REGION                 PIC X(20).
           05 CM-POSTAL-CODE            PIC X(10).
           05 CM-COUNTRY                PIC X(2).

      * Validation-status KSDS as VALSTLD lays it down
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-STATUS                 PIC X(1).
              88 VS-IS-GOOD             VALUE "G".
              88 VS-IS-REJECTED         VALUE "R".
           05 VS-PHONE-E164             PIC X(20).
           05 VS-REJECT-REASON          PIC X(50).
           05 VS-RUN-TIMESTAMP          PIC X(21).
           05 VS-EMAIL-UNDELIV          PIC X(1).
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
           05 VS-EMAIL-VERIFIED         PIC X(1).
           05 VS-PHONE-VERIFIED         PIC X(1).

      * Standardized-address proposals for the desk
       FD  ADDRSTD-FILE
           RECORD CONTAINS 179 CHARACTERS.
       01  ADDRSTD-RECORD.
           05 AS-CUSTOMER-ID            PIC X(36).
           05 AS-ADDR-GRADE             PIC X(1).
           05 AS-ADDR-LINE-1            PIC X(40).
           05 AS-ADDR-LINE-2            PIC X(40).
           05 AS-CITY                   PIC X(30).
           05 AS-REGION                 PIC X(20).
           05 AS-POSTAL-CODE            PIC X(10).
           05 AS-COUNTRY                PIC X(2).

       FD  ADDRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ADDRRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-CM-FILE-STATUS            PIC X(2).
       01 WS-VS-FILE-STATUS            PIC X(2).
       01 WS-AS-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-CM-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CM-EOF              VALUE 1.

      * Control counts
       01 WS-CUSTOMERS-READ            PIC 9(8) VALUE 0.
       01 WS-GRADE-V-COUNT             PIC 9(8) VALUE 0.
       01 WS-GRADE-P-COUNT             PIC 9(8) VALUE 0.
       01 WS-GRADE-C-COUNT             PIC 9(8) VALUE 0.
       01 WS-GRADE-N-COUNT             PIC 9(8) VALUE 0.
       01 WS-GRADE-U-COUNT             PIC 9(8) VALUE 0.
       01 WS-REGRADED-COUNT            PIC 9(8) VALUE 0.
       01 WS-PROPOSED-COUNT            PIC 9(8) VALUE 0.
       01 WS-NO-VALSTAT-COUNT          PIC 9(8) VALUE 0.
       01 WS-REWRITE-FAIL-COUNT        PIC 9(8) VALUE 0.
       01 WS-JR-FAIL-COUNT             PIC 9(8) VALUE 0.

      * VERIFY-ADDRESS / ADDR-REF-OPEN call fields (see
      * PROVEN-ADDR-VERIFY.cob)
       01 WS-AV-GRADE                  PIC X(1).
       01 WS-AV-STD-ADDRESS.
          05 WS-AV-STD-ADDR-LINE-1     PIC X(40).
          05 WS-AV-STD-ADDR-LINE-2     PIC X(40).
          05 WS-AV-STD-CITY            PIC X(30).
          05 WS-AV-STD-REGION          PIC X(20).
          05 WS-AV-STD-POSTAL-CODE     PIC X(10).
       01 WS-AV-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-AV-ERROR-MSG              PIC X(50).

      * JRNL-WRITE call fields (see PROVEN-JRNL-WRITE.cob)
       01 WS-JR-DATASET                PIC X(8) VALUE "VALSTAT".
       01 WS-JR-ACTION                 PIC X(1).
       01 WS-JR-RECORD-KEY             PIC X(64).
       01 WS-JR-BEFORE-IMAGE           PIC X(160).
       01 WS-JR-AFTER-IMAGE            PIC X(160).
       01 WS-JR-RESULT                 PIC 9.
       01 WS-JR-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-GRADE-LINE.
          05 FILLER                    PIC X(2).
          05 WS-GL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-GL-GRADE               PIC X(1).
          05 FILLER                    PIC X(2).
          05 WS-GL-COUNTRY             PIC X(2).
          05 FILLER                    PIC X(1).
          05 WS-GL-POSTAL-CODE         PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-GL-NOTE                PIC X(50).
          05 FILLER                    PIC X(24).

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
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-CM-EOF
              READ CUSTMAST-FILE
                 AT END
                    MOVE 1 TO WS-CM-EOF
                 NOT AT END
                    PERFORM VERIFY-ONE-CUSTOMER
              END-READ
           END-PERFORM

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "ADDRVRFY: " WS-CUSTOMERS-READ " customer(s), "
              WS-GRADE-V-COUNT " verified, " WS-REGRADED-COUNT
              " regraded, " WS-PROPOSED-COUNT " proposal(s)"

           EVALUATE TRUE
              WHEN WS-REWRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-GRADE-C-COUNT > 0
                 OR WS-GRADE-N-COUNT > 0
                 OR WS-NO-VALSTAT-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if any file, or the
      * postal reference behind VERIFY-ADDRESS, cannot be opened
      *================================================================
       OPEN-FILES SECTION.
           CALL "ADDR-REF-OPEN" USING WS-AV-RESULT-STATUS
               WS-AV-ERROR-MSG
           IF WS-AV-RESULT-STATUS NOT = 0
              DISPLAY "ADDRVRFY: " WS-AV-ERROR-MSG
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTMAST-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "ADDRVRFY: cannot open CUSTMAST, status="
                 WS-CM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O VALSTAT-FILE
           IF WS-VS-FILE-STATUS NOT = "00"
              AND WS-VS-FILE-STATUS NOT = "05"
              AND WS-VS-FILE-STATUS NOT = "97"
              DISPLAY "ADDRVRFY: cannot open VALSTAT, status="
                 WS-VS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ADDRSTD-FILE
           IF WS-AS-FILE-STATUS NOT = "00"
              DISPLAY "ADDRVRFY: cannot open ADDRSTD, status="
                 WS-AS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ADDRRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "ADDRVRFY: cannot open ADDRRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * VERIFY-ONE-CUSTOMER: grade the address, record the grade,
      * propose the standardized form
      *================================================================
       VERIFY-ONE-CUSTOMER SECTION.
           IF CM-CUSTOMER-ID = SPACES
              GO TO VERIFY-ONE-CUSTOMER-EXIT
           END-IF
           ADD 1 TO WS-CUSTOMERS-READ

           CALL "VERIFY-ADDRESS" USING CM-COUNTRY CM-POSTAL-CODE
               CM-CITY CM-REGION CM-ADDR-LINE-1 CM-ADDR-LINE-2
               WS-AV-GRADE WS-AV-STD-ADDRESS WS-AV-RESULT-STATUS
               WS-AV-ERROR-MSG

           EVALUATE WS-AV-GRADE
              WHEN "V"
                 ADD 1 TO WS-GRADE-V-COUNT
              WHEN "P"
                 ADD 1 TO WS-GRADE-P-COUNT
              WHEN "C"
                 ADD 1 TO WS-GRADE-C-COUNT
                 PERFORM LIST-GRADE-EXCEPTION
              WHEN "N"
                 ADD 1 TO WS-GRADE-N-COUNT
                 PERFORM LIST-GRADE-EXCEPTION
              WHEN "U"
                 ADD 1 TO WS-GRADE-U-COUNT
              WHEN OTHER
                 DISPLAY "ADDRVRFY: " CM-CUSTOMER-ID " not graded - "
                    WS-AV-ERROR-MSG
                 GO TO VERIFY-ONE-CUSTOMER-EXIT
           END-EVALUATE

           PERFORM RECORD-ADDRESS-GRADE

           IF WS-AV-GRADE = "V" OR "P" OR "C"
              PERFORM PROPOSE-STANDARD-ADDRESS
           END-IF.

       VERIFY-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * RECORD-ADDRESS-GRADE: set the grade on the customer's
      * VALSTAT record when it has changed, and journal the change
      *================================================================
       RECORD-ADDRESS-GRADE SECTION.
           MOVE CM-CUSTOMER-ID TO VS-CUSTOMER-ID
           READ VALSTAT-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-VALSTAT-COUNT
                 GO TO RECORD-ADDRESS-GRADE-EXIT
           END-READ

           IF VS-ADDR-GRADE = WS-AV-GRADE
              GO TO RECORD-ADDRESS-GRADE-EXIT
           END-IF

           MOVE SPACES TO WS-JR-BEFORE-IMAGE
           MOVE VALSTAT-RECORD TO WS-JR-BEFORE-IMAGE(1:160)
           MOVE WS-AV-GRADE TO VS-ADDR-GRADE

           REWRITE VALSTAT-RECORD
              INVALID KEY
                 ADD 1 TO WS-REWRITE-FAIL-COUNT
                 DISPLAY "ADDRVRFY: rewrite to VALSTAT failed, "
                    "status=" WS-VS-FILE-STATUS " for "
                    VS-CUSTOMER-ID
              NOT INVALID KEY
                 ADD 1 TO WS-REGRADED-COUNT
                 PERFORM JOURNAL-STATUS-REWRITE
           END-REWRITE.

       RECORD-ADDRESS-GRADE-EXIT.
           EXIT.

      *================================================================
      * JOURNAL-STATUS-REWRITE: one before/after image pair on the
      * VSAMJRNL forward-recovery journal for the grade just set
      * (see PROVEN-JRNL-WRITE.cob); failures are counted and
      * reported but never stop the sweep
      *================================================================
       JOURNAL-STATUS-REWRITE SECTION.
           MOVE "U" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE VS-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
           MOVE SPACES TO WS-JR-AFTER-IMAGE
           MOVE VALSTAT-RECORD TO WS-JR-AFTER-IMAGE(1:160)

           CALL "JRNL-WRITE" USING WS-JR-DATASET WS-JR-ACTION
               WS-JR-RECORD-KEY WS-JR-BEFORE-IMAGE
               WS-JR-AFTER-IMAGE WS-JR-RESULT WS-JR-ERROR-MSG
           IF WS-JR-RESULT NOT = 1
              ADD 1 TO WS-JR-FAIL-COUNT
              IF WS-JR-FAIL-COUNT = 1
                 DISPLAY "ADDRVRFY: journal write failed - "
                    WS-JR-ERROR-MSG
              END-IF
           END-IF.

       JOURNAL-STATUS-REWRITE-EXIT.
           EXIT.

      *================================================================
      * PROPOSE-STANDARD-ADDRESS: the post office's form of the
      * address goes to ADDRSTD only where it differs from the one
      * on file
      *================================================================
       PROPOSE-STANDARD-ADDRESS SECTION.
           IF WS-AV-STD-ADDR-LINE-1 = CM-ADDR-LINE-1
              AND WS-AV-STD-ADDR-LINE-2 = CM-ADDR-LINE-2
              AND WS-AV-STD-CITY = CM-CITY
              AND WS-AV-STD-REGION = CM-REGION
              AND WS-AV-STD-POSTAL-CODE = CM-POSTAL-CODE
              GO TO PROPOSE-STANDARD-ADDRESS-EXIT
           END-IF

           MOVE CM-CUSTOMER-ID TO AS-CUSTOMER-ID
           MOVE WS-AV-GRADE TO AS-ADDR-GRADE
           MOVE WS-AV-STD-ADDR-LINE-1 TO AS-ADDR-LINE-1
           MOVE WS-AV-STD-ADDR-LINE-2 TO AS-ADDR-LINE-2
           MOVE WS-AV-STD-CITY TO AS-CITY
           MOVE WS-AV-STD-REGION TO AS-REGION
           MOVE WS-AV-STD-POSTAL-CODE TO AS-POSTAL-CODE
           MOVE FUNCTION UPPER-CASE(CM-COUNTRY) TO AS-COUNTRY
           WRITE ADDRSTD-RECORD
           ADD 1 TO WS-PROPOSED-COUNT.

       PROPOSE-STANDARD-ADDRESS-EXIT.
           EXIT.

      *================================================================
      * LIST-GRADE-EXCEPTION: a grade-C or grade-N customer on the
      * report, with the reason
      *================================================================
       LIST-GRADE-EXCEPTION SECTION.
           MOVE SPACES TO WS-GRADE-LINE
           MOVE CM-CUSTOMER-ID TO WS-GL-CUSTOMER-ID
           MOVE WS-AV-GRADE TO WS-GL-GRADE
           MOVE CM-COUNTRY TO WS-GL-COUNTRY
           MOVE CM-POSTAL-CODE TO WS-GL-POSTAL-CODE
           MOVE WS-AV-ERROR-MSG TO WS-GL-NOTE
           WRITE ADDRRPT-RECORD FROM WS-GRADE-LINE.

       LIST-GRADE-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "ADDRVRFY - POSTAL ADDRESS VERIFICATION EXCEPTIONS"
              TO WS-HL-TEXT
           WRITE ADDRRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE ADDRRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTOMERS READ" TO WS-RPT-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "GRADE V - VERIFIED" TO WS-RPT-LABEL
           MOVE WS-GRADE-V-COUNT TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "GRADE P - STREET UNCONFIRMED" TO WS-RPT-LABEL
           MOVE WS-GRADE-P-COUNT TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "GRADE C - CITY MISMATCH" TO WS-RPT-LABEL
           MOVE WS-GRADE-C-COUNT TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "GRADE N - POSTCODE UNKNOWN" TO WS-RPT-LABEL
           MOVE WS-GRADE-N-COUNT TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "GRADE U - NO REFERENCE FILE" TO WS-RPT-LABEL
           MOVE WS-GRADE-U-COUNT TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "GRADES CHANGED ON VALSTAT" TO WS-RPT-LABEL
           MOVE WS-REGRADED-COUNT TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NO VALSTAT RECORD" TO WS-RPT-LABEL
           MOVE WS-NO-VALSTAT-COUNT TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STANDARD ADDRESSES PROPOSED" TO WS-RPT-LABEL
           MOVE WS-PROPOSED-COUNT TO WS-RPT-COUNT
           WRITE ADDRRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CUSTMAST-FILE
           CLOSE VALSTAT-FILE
           CLOSE ADDRSTD-FILE
           CLOSE ADDRRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM ADDRVRFY.
