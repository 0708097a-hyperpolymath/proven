      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven CustHistDrain - drains the online customer-change
      * queue into the customer change history for COBOL
      *

      *================================================================
      * CUSTMNT cannot drive PROVEN-CUST-HIST's VSAM I/O from inside
      * CICS, so each field an agent adds or amends online is queued
      * on the CHST transient data queue instead - customer ID, field
      * name, old and new values, the agent's userid, and the moment
      * of the change. This step, in the JRNDRAIN mould, reads the
      * queue's extrapartition dataset (CHSTTDQ) and lands every
      * entry on the CUSTHIST KSDS through CUST-HIST-WRITE-AT, so
      * the history carries the time the change was made online
      * rather than the time this step ran, and CUSTASOF answers
      * for online changes exactly as for batch ones. The TD dataset
      * is emptied by the queue definition's next open, not by this
      * step.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHSTDRN.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-QUEUE-FILE ASSIGN TO "CHSTTDQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One queued field change - must match CUSTMNT.cob's
      * WS-TDQ-HISTORY-RECORD field for field
       FD  TD-QUEUE-FILE
           RECORD CONTAINS 593 CHARACTERS.
       01  TD-QUEUE-RECORD.
           05 TQ-EFFECTIVE-TS           PIC X(21).
           05 TQ-CUSTOMER-ID            PIC X(36).
           05 TQ-FIELD-NAME             PIC X(20).
           05 TQ-OLD-VALUE              PIC X(254).
           05 TQ-NEW-VALUE              PIC X(254).
           05 TQ-CHANGE-SOURCE          PIC X(8).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-TD-FILE-STATUS            PIC X(2).
       01 WS-TD-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * CUST-HIST-WRITE-AT call fields (see PROVEN-CUST-HIST.cob)
       01 WS-CH-RESULT                 PIC 9.
       01 WS-CH-ERROR-MSG              PIC X(50).

      * Control counts
       01 WS-ENTRIES-READ              PIC 9(8) VALUE 0.
       01 WS-ENTRIES-WRITTEN           PIC 9(8) VALUE 0.

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
           PERFORM OPEN-FILES

           PERFORM UNTIL WS-AT-EOF
              READ TD-QUEUE-FILE
                 AT END
                    MOVE 1 TO WS-TD-EOF
                 NOT AT END
                    ADD 1 TO WS-ENTRIES-READ
                    PERFORM LAND-ONE-ENTRY
              END-READ
           END-PERFORM

           CLOSE TD-QUEUE-FILE

           DISPLAY "CHSTDRN: " WS-ENTRIES-READ " entr(y/ies), "
              WS-ENTRIES-WRITTEN " recorded"

           IF WS-ENTRIES-WRITTEN NOT = WS-ENTRIES-READ
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: an absent TD dataset just means no online
      * customer changes today
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT TD-QUEUE-FILE
           IF WS-TD-FILE-STATUS = "35"
              DISPLAY "CHSTDRN: no CHSTTDQ - nothing queued today"
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TD-FILE-STATUS NOT = "00"
              DISPLAY "CHSTDRN: cannot open CHSTTDQ, status="
                 WS-TD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LAND-ONE-ENTRY: record the change under its online timestamp
      * - a history outage is reported per entry and fails the step,
      * so the dataset is kept for a rerun
      *================================================================
       LAND-ONE-ENTRY SECTION.
           CALL "CUST-HIST-WRITE-AT" USING TQ-CUSTOMER-ID
               TQ-FIELD-NAME TQ-OLD-VALUE TQ-NEW-VALUE
               TQ-CHANGE-SOURCE WS-CH-RESULT WS-CH-ERROR-MSG
               TQ-EFFECTIVE-TS

           IF WS-CH-RESULT = 1
              ADD 1 TO WS-ENTRIES-WRITTEN
           ELSE
              DISPLAY "CHSTDRN: " TQ-CUSTOMER-ID " " TQ-FIELD-NAME
                 " not recorded - " WS-CH-ERROR-MSG
           END-IF.

       LAND-ONE-ENTRY-EXIT.
           EXIT.

       END PROGRAM CHSTDRN.
