      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven CustSync - folds the day's online customer changes
      * into CUSTMAST and refreshes the online copy for COBOL
      *

      *================================================================
      * CUSTMAST is a sequential file rewritten old-master/new-master,
      * so the CUSTMNT CICS transaction adds and amends customers on
      * CUSTONL, the online KSDS copy of it, and flags each record it
      * touches as pending (A added online, U amended online). This
      * step, run in the batch window ahead of the CUSTVALD sweep
      * with CMNT closed and CUSTONL released from CICS, reconciles
      * the two:
      *
      *   - every CUSTMAST record is copied to CUSTMOUT - or, where
      *     CUSTONL holds a pending online change for it, the online
      *     image is written instead and the flag cleared
      *   - a CUSTMAST customer not yet on CUSTONL is added to it,
      *     and one whose batch image moved (a JSON update, a dedup
      *     merge) has its online copy refreshed
      *   - customers added online are appended to CUSTMOUT after
      *     the CUSTMAST records and their flags cleared
      *   - a CUSTONL record in step with batch but no longer on
      *     CUSTMAST (merged away or erased by a batch run) is
      *     deleted from CUSTONL
      *
      * Each record the pass sees is stamped with today's date, which
      * is how the last rule tells a retired customer from a current
      * one. An empty CUSTMAST is refused outright (COND code 8)
      * rather than read as "every customer retired". CUSTMOUT then
      * replaces CUSTMAST exactly as after CUSTJSIN or DEDUPAPL. The
      * step can be rerun from the same CUSTMAST, so its CUSTONL
      * writes are not journaled; the online changes it folds in
      * were journaled and history-recorded by CUSTMNT as they were
      * made. Every folded-in change is listed on the CUSTSRPT
      * report with the userid that made it.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSYNC.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTONL-FILE ASSIGN TO "CUSTONL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CO-CUSTOMER-ID
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT CUSTMOUT-FILE ASSIGN TO "CUSTMOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MO-FILE-STATUS.

           SELECT CUSTSRPT-FILE ASSIGN TO "CUSTSRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Customer master layout (see CUSTOMER-MASTER-RECORD in
      * copybooks/CUSTMAST.cpy)
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 526 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
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

      * The CUSTONL online customer master - mirrors CUSTMNT.cob's
      * CUSTONL-RECORD, the last-synced date taken from its filler
       FD  CUSTONL-FILE
           RECORD CONTAINS 560 CHARACTERS.
       01  CUSTONL-RECORD.
           05 CO-CUSTOMER-IMAGE.
              10 CO-CUSTOMER-ID         PIC X(36).
              10 FILLER                 PIC X(490).
           05 CO-SYNC-STATUS            PIC X(1).
              88 CO-IN-STEP             VALUE " ".
              88 CO-ADDED-ONLINE        VALUE "A".
              88 CO-AMENDED-ONLINE      VALUE "U".
           05 CO-CHANGED-BY             PIC X(8).
           05 CO-CHANGED-TS             PIC 9(14).
           05 CO-SYNCED-DATE            PIC 9(8).
           05 FILLER                    PIC X(3).

       FD  CUSTMOUT-FILE
           RECORD CONTAINS 526 CHARACTERS.
       01  CUSTMOUT-RECORD              PIC X(526).

       FD  CUSTSRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CUSTSRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-CM-FILE-STATUS            PIC X(2).
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-MO-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-CM-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CM-EOF              VALUE 1.
       01 WS-CO-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CO-EOF              VALUE 1.

       01 WS-TODAY                     PIC 9(8).
       01 WS-ON-FILE                   PIC 9.

      * Control counts
       01 WS-MASTER-READ               PIC 9(8) VALUE 0.
       01 WS-MASTER-WRITTEN            PIC 9(8) VALUE 0.
       01 WS-AMENDS-APPLIED            PIC 9(8) VALUE 0.
       01 WS-ADDS-APPENDED             PIC 9(8) VALUE 0.
       01 WS-ONLINE-SEEDED             PIC 9(8) VALUE 0.
       01 WS-ONLINE-REFRESHED          PIC 9(8) VALUE 0.
       01 WS-ONLINE-RETIRED            PIC 9(8) VALUE 0.
       01 WS-FAIL-COUNT                PIC 9(8) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DETAIL-LINE VALUE SPACES.
          05 FILLER                    PIC X(2).
          05 WS-DL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-DL-NOTE                PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-DL-USER                PIC X(8).
          05 FILLER                    PIC X(2).
          05 WS-DL-CHANGED-TS          PIC X(14).
          05 FILLER                    PIC X(30).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-CM-EOF
              READ CUSTOMER-MASTER-FILE
                 AT END
                    MOVE 1 TO WS-CM-EOF
                 NOT AT END
                    ADD 1 TO WS-MASTER-READ
                    PERFORM SYNC-ONE-MASTER-RECORD
              END-READ
           END-PERFORM

           IF WS-MASTER-READ = 0
              DISPLAY "CUSTSYNC: CUSTMAST is empty - nothing synced, "
                 "CUSTONL left as it is"
              ADD 1 TO WS-FAIL-COUNT
           ELSE
              PERFORM SWEEP-ONLINE-ONLY-RECORDS
           END-IF

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "CUSTSYNC: " WS-MASTER-READ " read, "
              WS-AMENDS-APPLIED " online amend(s), "
              WS-ADDS-APPENDED " online add(s), "
              WS-ONLINE-RETIRED " retired, "
              WS-FAIL-COUNT " failed"

           IF WS-FAIL-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
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
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "CUSTSYNC: cannot open CUSTMAST, status="
                 WS-CM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O CUSTONL-FILE
           IF WS-CO-FILE-STATUS NOT = "00"
              AND WS-CO-FILE-STATUS NOT = "05"
              AND WS-CO-FILE-STATUS NOT = "97"
              DISPLAY "CUSTSYNC: cannot open CUSTONL, status="
                 WS-CO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CUSTMOUT-FILE
           IF WS-MO-FILE-STATUS NOT = "00"
              DISPLAY "CUSTSYNC: cannot open CUSTMOUT, status="
                 WS-MO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CUSTSRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "CUSTSYNC: cannot open CUSTSRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "CUSTSYNC - ONLINE CUSTOMER CHANGES FOLDED INTO"
              TO WS-HL-TEXT
           MOVE "CUSTMAST" TO WS-HL-TEXT(47:8)
           WRITE CUSTSRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  CUSTOMER ID" TO WS-HL-TEXT
           MOVE "DISPOSITION" TO WS-HL-TEXT(41:11)
           MOVE "USERID" TO WS-HL-TEXT(79:6)
           MOVE "CHANGED AT" TO WS-HL-TEXT(89:10)
           WRITE CUSTSRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * SYNC-ONE-MASTER-RECORD: a pending online change wins over the
      * batch image; otherwise the batch image is the truth and the
      * online copy is brought up to it
      *================================================================
       SYNC-ONE-MASTER-RECORD SECTION.
           MOVE CM-CUSTOMER-ID TO CO-CUSTOMER-ID
           MOVE 1 TO WS-ON-FILE
           READ CUSTONL-FILE
              INVALID KEY
                 MOVE 0 TO WS-ON-FILE
           END-READ

           IF WS-ON-FILE = 0
              MOVE SPACES TO CUSTONL-RECORD
              MOVE CUSTOMER-MASTER-RECORD TO CO-CUSTOMER-IMAGE
              MOVE SPACES TO CO-CHANGED-BY
              MOVE 0 TO CO-CHANGED-TS
              MOVE WS-TODAY TO CO-SYNCED-DATE
              WRITE CUSTONL-RECORD
                 INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    MOVE "CUSTONL ADD FAILED" TO WS-DL-NOTE
                    PERFORM WRITE-DETAIL-LINE
                 NOT INVALID KEY
                    ADD 1 TO WS-ONLINE-SEEDED
              END-WRITE
              MOVE CUSTOMER-MASTER-RECORD TO CUSTMOUT-RECORD
              PERFORM WRITE-NEW-MASTER
              GO TO SYNC-ONE-MASTER-RECORD-EXIT
           END-IF

           IF NOT CO-IN-STEP
              MOVE CO-CUSTOMER-IMAGE TO CUSTMOUT-RECORD
              PERFORM WRITE-NEW-MASTER
              ADD 1 TO WS-AMENDS-APPLIED
              MOVE "ONLINE CHANGE APPLIED" TO WS-DL-NOTE
              PERFORM WRITE-DETAIL-LINE
           ELSE
              MOVE CUSTOMER-MASTER-RECORD TO CUSTMOUT-RECORD
              PERFORM WRITE-NEW-MASTER
              IF CO-CUSTOMER-IMAGE NOT = CUSTOMER-MASTER-RECORD
                 MOVE CUSTOMER-MASTER-RECORD TO CO-CUSTOMER-IMAGE
                 ADD 1 TO WS-ONLINE-REFRESHED
              END-IF
           END-IF

           MOVE SPACES TO CO-SYNC-STATUS
           MOVE WS-TODAY TO CO-SYNCED-DATE
           REWRITE CUSTONL-RECORD
              INVALID KEY
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE "CUSTONL REWRITE FAILED" TO WS-DL-NOTE
                 PERFORM WRITE-DETAIL-LINE
           END-REWRITE.

       SYNC-ONE-MASTER-RECORD-EXIT.
           EXIT.

      *================================================================
      * SWEEP-ONLINE-ONLY-RECORDS: browse CUSTONL for what the
      * CUSTMAST pass did not see today - online adds are appended
      * to the new master; in-step records are customers batch has
      * retired, and leave CUSTONL
      *================================================================
       SWEEP-ONLINE-ONLY-RECORDS SECTION.
           MOVE LOW-VALUES TO CO-CUSTOMER-ID
           START CUSTONL-FILE KEY IS NOT LESS THAN CO-CUSTOMER-ID
              INVALID KEY
                 GO TO SWEEP-ONLINE-ONLY-RECORDS-EXIT
           END-START

           PERFORM UNTIL WS-AT-CO-EOF
              READ CUSTONL-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-CO-EOF
                 NOT AT END
                    IF CO-SYNCED-DATE NOT = WS-TODAY
                       PERFORM SETTLE-ONLINE-ONLY-RECORD
                    END-IF
              END-READ
           END-PERFORM.

       SWEEP-ONLINE-ONLY-RECORDS-EXIT.
           EXIT.

      *================================================================
      * SETTLE-ONLINE-ONLY-RECORD: a pending record is a customer
      * the desk added (or amended after it was retired) - it joins
      * the new master; anything else is gone from batch and goes
      *================================================================
       SETTLE-ONLINE-ONLY-RECORD SECTION.
           IF CO-IN-STEP
              DELETE CUSTONL-FILE
                 INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    MOVE "CUSTONL DELETE FAILED" TO WS-DL-NOTE
                    PERFORM WRITE-DETAIL-LINE
                 NOT INVALID KEY
                    ADD 1 TO WS-ONLINE-RETIRED
              END-DELETE
              GO TO SETTLE-ONLINE-ONLY-RECORD-EXIT
           END-IF

           MOVE CO-CUSTOMER-IMAGE TO CUSTMOUT-RECORD
           PERFORM WRITE-NEW-MASTER
           ADD 1 TO WS-ADDS-APPENDED
           MOVE "ONLINE ADD APPENDED" TO WS-DL-NOTE
           PERFORM WRITE-DETAIL-LINE

           MOVE SPACES TO CO-SYNC-STATUS
           MOVE WS-TODAY TO CO-SYNCED-DATE
           REWRITE CUSTONL-RECORD
              INVALID KEY
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE "CUSTONL REWRITE FAILED" TO WS-DL-NOTE
                 PERFORM WRITE-DETAIL-LINE
           END-REWRITE.

       SETTLE-ONLINE-ONLY-RECORD-EXIT.
           EXIT.

      *================================================================
      * WRITE-NEW-MASTER
      *================================================================
       WRITE-NEW-MASTER SECTION.
           WRITE CUSTMOUT-RECORD
           IF WS-MO-FILE-STATUS = "00"
              ADD 1 TO WS-MASTER-WRITTEN
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              DISPLAY "CUSTSYNC: CUSTMOUT write failed, status="
                 WS-MO-FILE-STATUS
           END-IF.

       WRITE-NEW-MASTER-EXIT.
           EXIT.

      *================================================================
      * WRITE-DETAIL-LINE: one listed customer, WS-DL-NOTE preset
      *================================================================
       WRITE-DETAIL-LINE SECTION.
           MOVE CO-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE CO-CHANGED-BY TO WS-DL-USER
           IF CO-CHANGED-TS IS NUMERIC AND CO-CHANGED-TS > 0
              MOVE CO-CHANGED-TS TO WS-DL-CHANGED-TS
           ELSE
              MOVE SPACES TO WS-DL-CHANGED-TS
           END-IF
           WRITE CUSTSRPT-RECORD FROM WS-DETAIL-LINE.

       WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTMAST RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-MASTER-READ TO WS-RPT-COUNT
           WRITE CUSTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTMOUT RECORDS WRITTEN" TO WS-RPT-LABEL
           MOVE WS-MASTER-WRITTEN TO WS-RPT-COUNT
           WRITE CUSTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ONLINE CHANGES APPLIED" TO WS-RPT-LABEL
           MOVE WS-AMENDS-APPLIED TO WS-RPT-COUNT
           WRITE CUSTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ONLINE ADDS APPENDED" TO WS-RPT-LABEL
           MOVE WS-ADDS-APPENDED TO WS-RPT-COUNT
           WRITE CUSTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTONL RECORDS ADDED" TO WS-RPT-LABEL
           MOVE WS-ONLINE-SEEDED TO WS-RPT-COUNT
           WRITE CUSTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTONL RECORDS REFRESHED" TO WS-RPT-LABEL
           MOVE WS-ONLINE-REFRESHED TO WS-RPT-COUNT
           WRITE CUSTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTONL RECORDS RETIRED" TO WS-RPT-LABEL
           MOVE WS-ONLINE-RETIRED TO WS-RPT-COUNT
           WRITE CUSTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FAILURES" TO WS-RPT-LABEL
           MOVE WS-FAIL-COUNT TO WS-RPT-COUNT
           WRITE CUSTSRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CUSTONL-FILE
           CLOSE CUSTMOUT-FILE
           CLOSE CUSTSRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CUSTSYNC.
