      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven RepairQueue - loads payment rejects onto the online
      * repair queue and resubmits approved repairs for COBOL
      *

      *================================================================
      * The batch half of payment repair. A payment PAYVALD, PAYSCRN
      * or PAYACK rejected to PAYREJ used to be fixable only by the
      * originating department resending the whole file; now each
      * reject is put on the PAYRPRQ repair-queue KSDS, keyed by
      * reject code and payment ID, and worked on the PAYREPR CICS
      * screen - corrected by one operator, approved by another.
      *
      * PARM='LOAD' reads the day's PAYREJ and queues every reject
      * as open (status O). A reject already queued and still open,
      * or one whose earlier repair was submitted and has come back
      * rejected again, is reopened with the new instruction and
      * reason; one the desk is part-way through repairing (M) or
      * has approved (A) is left alone and listed. LOAD is rerun
      * from the retained PAYREJ generations after a restore, so
      * its writes are not journaled. A reject for a missing
      * beneficiary name (NAM001) is not queued: the desk has no
      * name to repair it with, so it is listed for return to the
      * sending department instead. Nor is one whose debit account
      * is not a valid IBAN (DBT001) - which of the customer's
      * accounts to debit is the sender's to say, not the desk's.
      *
      * PARM='SUBMIT' browses the queue and writes every approved
      * repair - the corrected IBAN, BIC, currency and execution
      * date over the original instruction - to PAYRSUB in the
      * 332-byte PAYIN layout, to be concatenated onto the next
      * PAYIN cycle, so the repaired payment goes through PAYVALD
      * and everything after it like any other. Each one is marked
      * submitted (S) and the change journaled through JRNL-WRITE
      * beside the rewrite, as the online repair and approval
      * already are through the TJRN queue, so REPLAY can rebuild
      * the queue's repair state on top of a restored backup.
      * Repairs still awaiting approval are listed and set COND
      * code 4, as PAYHOLD does for its own queue; a file failure
      * sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPRQUEUE.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREJ-FILE ASSIGN TO "PAYREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PJ-FILE-STATUS.

           SELECT REPAIR-QUEUE-FILE ASSIGN TO "PAYRPRQ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RQ-KEY
              FILE STATUS IS WS-RQ-FILE-STATUS.

           SELECT PAYRSUB-FILE ASSIGN TO "PAYRSUB"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT RPRQRPT-FILE ASSIGN TO "RPRQRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Rejected instructions as PAYVALD writes them (see
      * PAYREJ-RECORD in PAYVALD.cob)
       FD  PAYREJ-FILE
           RECORD CONTAINS 388 CHARACTERS.
       01  PAYREJ-RECORD.
           05 PR-INSTRUCTION            PIC X(332).
           05 PR-REJECT-REASON          PIC X(50).
           05 PR-REJECT-CODE            PIC X(6).

      * Repair-queue KSDS the PAYREPR CICS screen works. The
      * instruction is kept as rejected; the repair part carries
      * the desk's corrections and decisions, and is the image
      * journaled for every change to it
       FD  REPAIR-QUEUE-FILE
           RECORD CONTAINS 507 CHARACTERS.
       01  REPAIR-QUEUE-RECORD.
           05 RQ-KEY.
              10 RQ-REJECT-CODE         PIC X(6).
              10 RQ-PAYMENT-ID          PIC X(12).
           05 RQ-INSTRUCTION.
              10 RQ-ORIG-PAYMENT-ID     PIC X(12).
              10 RQ-ORIG-BENEF-IBAN     PIC X(34).
              10 RQ-ORIG-BENEF-BIC      PIC X(11).
              10 RQ-ORIG-CURRENCY       PIC X(3).
              10 RQ-ORIG-AMOUNT-MINOR   PIC S9(15)
                 SIGN IS LEADING SEPARATE CHARACTER.
              10 RQ-ORIG-EXEC-DATE      PIC 9(8).
           05 RQ-REJECT-REASON          PIC X(50).
           05 RQ-LOADED-DATE            PIC 9(8).
           05 RQ-REPAIR-PART.
              10 RQ-STATUS              PIC X(1).
                 88 RQ-IS-OPEN          VALUE "O".
                 88 RQ-IS-REPAIRED      VALUE "M".
                 88 RQ-IS-APPROVED      VALUE "A".
                 88 RQ-IS-SUBMITTED     VALUE "S".
              10 RQ-REPAIRED-IBAN       PIC X(34).
              10 RQ-REPAIRED-BIC        PIC X(11).
              10 RQ-REPAIRED-CURRENCY   PIC X(3).
              10 RQ-REPAIRED-EXEC-DATE  PIC 9(8).
              10 RQ-REPAIRED-BY         PIC X(8).
              10 RQ-REPAIRED-DATE       PIC 9(8).
              10 RQ-APPROVED-BY         PIC X(8).
              10 RQ-APPROVED-DATE       PIC 9(8).
              10 RQ-SUBMITTED-DATE      PIC 9(8).
           05 FILLER                    PIC X(3).
           05 RQ-ORIG-BENEF-DETAILS     PIC X(177).
           05 RQ-ORIG-ORDERING-DETAILS  PIC X(70).

      * Repaired instructions for the next PAYIN cycle
       FD  PAYRSUB-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  PAYRSUB-RECORD               PIC X(332).

       FD  RPRQRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPRQRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-PJ-FILE-STATUS            PIC X(2).
       01 WS-RQ-FILE-STATUS            PIC X(2).
       01 WS-RS-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-PJ-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PJ-EOF              VALUE 1.
       01 WS-RQ-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RQ-EOF              VALUE 1.

      * Run mode off the JCL PARM
       01 WS-PARM                      PIC X(10).
       01 WS-RUN-MODE                  PIC X(1).
          88 WS-MODE-IS-LOAD           VALUE "L".
          88 WS-MODE-IS-SUBMIT         VALUE "S".
       01 WS-TODAY                     PIC 9(8).
       01 WS-ON-FILE                   PIC 9.

      * Control counts
       01 WS-REJECTS-READ              PIC 9(8) VALUE 0.
       01 WS-QUEUED-COUNT              PIC 9(8) VALUE 0.
       01 WS-REOPENED-COUNT            PIC 9(8) VALUE 0.
       01 WS-IN-REPAIR-COUNT           PIC 9(8) VALUE 0.
       01 WS-NOT-REPAIRABLE-COUNT      PIC 9(8) VALUE 0.
       01 WS-SUBMITTED-COUNT           PIC 9(8) VALUE 0.
       01 WS-AWAITING-COUNT            PIC 9(8) VALUE 0.
       01 WS-OPEN-COUNT                PIC 9(8) VALUE 0.
       01 WS-FAIL-COUNT                PIC 9(8) VALUE 0.

      * Working copy of a resubmitted instruction, built up in the
      * 332-byte PAYIN shape before being written
       01 WS-SUBMIT-LINE.
          05 WS-SB-PAYMENT-ID          PIC X(12).
          05 WS-SB-BENEF-IBAN          PIC X(34).
          05 WS-SB-BENEF-BIC           PIC X(11).
          05 WS-SB-CURRENCY            PIC X(3).
          05 WS-SB-AMOUNT-MINOR        PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 WS-SB-EXEC-DATE           PIC 9(8).
          05 WS-SB-BENEF-DETAILS       PIC X(177).
          05 WS-SB-ORDERING-DETAILS    PIC X(70).
          05 WS-SB-LIMIT-HOLD          PIC X(1).

      * JRNL-WRITE call fields (see PROVEN-JRNL-WRITE.cob) - every
      * submission is journaled with the repair part's before and
      * after images so REPLAY can rebuild it on a restored backup
       01 WS-JR-DATASET                PIC X(8) VALUE "PAYRPRQ".
       01 WS-JR-ACTION                 PIC X(1) VALUE "U".
       01 WS-JR-RECORD-KEY             PIC X(64).
       01 WS-JR-BEFORE-IMAGE           PIC X(160).
       01 WS-JR-AFTER-IMAGE            PIC X(160).
       01 WS-JR-RESULT                 PIC 9.
       01 WS-JR-ERROR-MSG              PIC X(50).
       01 WS-JR-FAIL-COUNT             PIC 9(8) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DETAIL-LINE VALUE SPACES.
          05 FILLER                    PIC X(2).
          05 WS-DL-PAYMENT-ID          PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-DL-REJECT-CODE         PIC X(6).
          05 FILLER                    PIC X(2).
          05 WS-DL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-DL-AMOUNT              PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-DL-NOTE                PIC X(36).
          05 FILLER                    PIC X(2).
          05 WS-DL-USER                PIC X(8).
          05 FILLER                    PIC X(40).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-PARSE                  PIC S9(4) COMP VALUE -6.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-RUN-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS

           IF WS-MODE-IS-LOAD
              PERFORM UNTIL WS-AT-PJ-EOF
                 READ PAYREJ-FILE
                    AT END
                       MOVE 1 TO WS-PJ-EOF
                    NOT AT END
                       ADD 1 TO WS-REJECTS-READ
                       PERFORM QUEUE-ONE-REJECT
                 END-READ
              END-PERFORM
           ELSE
              PERFORM SUBMIT-APPROVED-REPAIRS
           END-IF

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           IF WS-MODE-IS-LOAD
              DISPLAY "RPRQUEUE: " WS-REJECTS-READ " reject(s) read, "
                 WS-QUEUED-COUNT " queued, " WS-REOPENED-COUNT
                 " reopened, " WS-IN-REPAIR-COUNT " already in repair"
           ELSE
              DISPLAY "RPRQUEUE: " WS-SUBMITTED-COUNT " submitted, "
                 WS-AWAITING-COUNT " awaiting approval, "
                 WS-OPEN-COUNT " open"
           END-IF

           EVALUATE TRUE
              WHEN WS-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-AWAITING-COUNT > 0
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
      * READ-RUN-PARM: LOAD or SUBMIT
      *================================================================
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           EVALUATE WS-PARM
              WHEN "LOAD"
                 MOVE "L" TO WS-RUN-MODE
              WHEN "SUBMIT"
                 MOVE "S" TO WS-RUN-MODE
              WHEN OTHER
                 DISPLAY "RPRQUEUE: PARM must be 'LOAD' or 'SUBMIT'"
                 CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       READ-RUN-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: PAYREJ for a load, PAYRSUB for a submission -
      * aborts with COND code 16 if any file cannot be opened
      *================================================================
       OPEN-FILES SECTION.
           IF WS-MODE-IS-LOAD
              OPEN INPUT PAYREJ-FILE
              IF WS-PJ-FILE-STATUS NOT = "00"
                 DISPLAY "RPRQUEUE: cannot open PAYREJ, status="
                    WS-PJ-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              OPEN OUTPUT PAYRSUB-FILE
              IF WS-RS-FILE-STATUS NOT = "00"
                 DISPLAY "RPRQUEUE: cannot open PAYRSUB, status="
                    WS-RS-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN I-O REPAIR-QUEUE-FILE
           IF WS-RQ-FILE-STATUS NOT = "00"
              AND WS-RQ-FILE-STATUS NOT = "05"
              AND WS-RQ-FILE-STATUS NOT = "97"
              DISPLAY "RPRQUEUE: cannot open PAYRPRQ, status="
                 WS-RQ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPRQRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "RPRQUEUE: cannot open RPRQRPT, status="
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
           IF WS-MODE-IS-LOAD
              MOVE "RPRQUEUE - PAYMENT REJECTS QUEUED FOR REPAIR"
                 TO WS-HL-TEXT
           ELSE
              MOVE "RPRQUEUE - APPROVED REPAIRS RESUBMITTED TO PAYIN"
                 TO WS-HL-TEXT
           END-IF
           WRITE RPRQRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  PAYMENT ID    CODE    CCY   ORIGINAL MINOR"
              TO WS-HL-TEXT
           MOVE "DISPOSITION" TO WS-HL-TEXT(47:11)
           MOVE "USERID" TO WS-HL-TEXT(85:6)
           WRITE RPRQRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * QUEUE-ONE-REJECT: a new reject is queued open; an open or
      * submitted one is reopened with today's instruction and
      * reason; one the desk is working is left alone
      *================================================================
       QUEUE-ONE-REJECT SECTION.
      *    The desk repairs routing and dating, not the parties -
      *    an instruction with no beneficiary name, or a bad debit
      *    account, goes back to the department that sent it
           IF PR-REJECT-CODE = "NAM001" OR PR-REJECT-CODE = "DBT001"
              MOVE SPACES TO REPAIR-QUEUE-RECORD
              MOVE PR-REJECT-CODE TO RQ-REJECT-CODE
              MOVE PR-INSTRUCTION(1:12) TO RQ-PAYMENT-ID
              MOVE PR-INSTRUCTION(1:84) TO RQ-INSTRUCTION
              ADD 1 TO WS-NOT-REPAIRABLE-COUNT
              IF PR-REJECT-CODE = "NAM001"
                 MOVE "NO BENEF NAME - RETURN TO SENDER"
                    TO WS-DL-NOTE
              ELSE
                 MOVE "BAD DEBIT ACCOUNT - RETURN TO SENDER"
                    TO WS-DL-NOTE
              END-IF
              PERFORM WRITE-DETAIL-LINE
              GO TO QUEUE-ONE-REJECT-EXIT
           END-IF

           MOVE PR-REJECT-CODE TO RQ-REJECT-CODE
           MOVE PR-INSTRUCTION(1:12) TO RQ-PAYMENT-ID
           MOVE 1 TO WS-ON-FILE
           READ REPAIR-QUEUE-FILE
              INVALID KEY
                 MOVE 0 TO WS-ON-FILE
           END-READ
           IF WS-ON-FILE = 0
              MOVE SPACES TO REPAIR-QUEUE-RECORD
           END-IF

           IF WS-ON-FILE = 1
              AND (RQ-IS-REPAIRED OR RQ-IS-APPROVED)
              ADD 1 TO WS-IN-REPAIR-COUNT
              MOVE "ALREADY IN REPAIR - LEFT ALONE" TO WS-DL-NOTE
              PERFORM WRITE-DETAIL-LINE
              GO TO QUEUE-ONE-REJECT-EXIT
           END-IF

           MOVE PR-REJECT-CODE TO RQ-REJECT-CODE
           MOVE PR-INSTRUCTION(1:12) TO RQ-PAYMENT-ID
           MOVE PR-INSTRUCTION(1:84) TO RQ-INSTRUCTION
           MOVE PR-INSTRUCTION(85:177) TO RQ-ORIG-BENEF-DETAILS
           MOVE PR-INSTRUCTION(262:70) TO RQ-ORIG-ORDERING-DETAILS
           MOVE PR-REJECT-REASON TO RQ-REJECT-REASON
           MOVE WS-TODAY TO RQ-LOADED-DATE
           MOVE "O" TO RQ-STATUS
           MOVE SPACES TO RQ-REPAIRED-IBAN
           MOVE SPACES TO RQ-REPAIRED-BIC
           MOVE SPACES TO RQ-REPAIRED-CURRENCY
           MOVE 0 TO RQ-REPAIRED-EXEC-DATE
           MOVE SPACES TO RQ-REPAIRED-BY
           MOVE 0 TO RQ-REPAIRED-DATE
           MOVE SPACES TO RQ-APPROVED-BY
           MOVE 0 TO RQ-APPROVED-DATE
           MOVE 0 TO RQ-SUBMITTED-DATE

           IF WS-ON-FILE = 1
              REWRITE REPAIR-QUEUE-RECORD
                 INVALID KEY
                    MOVE 0 TO WS-ON-FILE
              END-REWRITE
              IF WS-ON-FILE = 0
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE "REQUEUE FAILED" TO WS-DL-NOTE
              ELSE
                 ADD 1 TO WS-REOPENED-COUNT
                 MOVE "REOPENED FOR REPAIR" TO WS-DL-NOTE
              END-IF
           ELSE
              WRITE REPAIR-QUEUE-RECORD
                 INVALID KEY
                    MOVE 1 TO WS-ON-FILE
              END-WRITE
              IF WS-ON-FILE = 1
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE "QUEUE WRITE FAILED" TO WS-DL-NOTE
              ELSE
                 ADD 1 TO WS-QUEUED-COUNT
                 MOVE "QUEUED FOR REPAIR" TO WS-DL-NOTE
              END-IF
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       QUEUE-ONE-REJECT-EXIT.
           EXIT.

      *================================================================
      * SUBMIT-APPROVED-REPAIRS: browse the whole queue, resubmitting
      * the approved and listing what is still with the desk
      *================================================================
       SUBMIT-APPROVED-REPAIRS SECTION.
           MOVE LOW-VALUES TO RQ-KEY
           START REPAIR-QUEUE-FILE KEY NOT LESS THAN RQ-KEY
              INVALID KEY
                 MOVE 1 TO WS-RQ-EOF
           END-START

           PERFORM UNTIL WS-AT-RQ-EOF
              READ REPAIR-QUEUE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-RQ-EOF
                 NOT AT END
                    PERFORM SUBMIT-ONE-QUEUE-ENTRY
              END-READ
           END-PERFORM.

       SUBMIT-APPROVED-REPAIRS-EXIT.
           EXIT.

      *================================================================
      * SUBMIT-ONE-QUEUE-ENTRY
      *================================================================
       SUBMIT-ONE-QUEUE-ENTRY SECTION.
           EVALUATE TRUE
              WHEN RQ-IS-APPROVED
                 PERFORM SUBMIT-ONE-REPAIR
              WHEN RQ-IS-REPAIRED
                 ADD 1 TO WS-AWAITING-COUNT
                 MOVE "REPAIRED - AWAITING APPROVAL" TO WS-DL-NOTE
                 MOVE RQ-REPAIRED-BY TO WS-DL-USER
                 PERFORM WRITE-DETAIL-LINE
              WHEN RQ-IS-OPEN
                 ADD 1 TO WS-OPEN-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       SUBMIT-ONE-QUEUE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * SUBMIT-ONE-REPAIR: the corrected fields over the original
      * instruction to PAYRSUB, the entry marked submitted, and the
      * change journaled beside the rewrite
      *================================================================
       SUBMIT-ONE-REPAIR SECTION.
           MOVE SPACES TO WS-JR-BEFORE-IMAGE
           MOVE RQ-REPAIR-PART TO WS-JR-BEFORE-IMAGE(1:97)

           MOVE RQ-INSTRUCTION TO WS-SUBMIT-LINE
           MOVE RQ-ORIG-BENEF-DETAILS TO WS-SB-BENEF-DETAILS
           MOVE RQ-ORIG-ORDERING-DETAILS TO WS-SB-ORDERING-DETAILS
           MOVE SPACE TO WS-SB-LIMIT-HOLD
           MOVE RQ-REPAIRED-IBAN TO WS-SB-BENEF-IBAN
           MOVE RQ-REPAIRED-BIC TO WS-SB-BENEF-BIC
           MOVE RQ-REPAIRED-CURRENCY TO WS-SB-CURRENCY
           MOVE RQ-REPAIRED-EXEC-DATE TO WS-SB-EXEC-DATE

           MOVE "S" TO RQ-STATUS
           MOVE WS-TODAY TO RQ-SUBMITTED-DATE
           REWRITE REPAIR-QUEUE-RECORD
              INVALID KEY
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE "SUBMIT FAILED - QUEUE NOT UPDATED" TO WS-DL-NOTE
                 PERFORM WRITE-DETAIL-LINE
                 GO TO SUBMIT-ONE-REPAIR-EXIT
           END-REWRITE

           WRITE PAYRSUB-RECORD FROM WS-SUBMIT-LINE
           ADD 1 TO WS-SUBMITTED-COUNT
           PERFORM JOURNAL-QUEUE-CHANGE

           MOVE "APPROVED - RESUBMITTED" TO WS-DL-NOTE
           MOVE RQ-APPROVED-BY TO WS-DL-USER
           PERFORM WRITE-DETAIL-LINE.

       SUBMIT-ONE-REPAIR-EXIT.
           EXIT.

      *================================================================
      * JOURNAL-QUEUE-CHANGE: one before/after image pair on the
      * VSAMJRNL forward-recovery journal for the entry just
      * rewritten (see PROVEN-JRNL-WRITE.cob); failures are counted
      * and reported but never stop the run
      *================================================================
       JOURNAL-QUEUE-CHANGE SECTION.
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE RQ-KEY TO WS-JR-RECORD-KEY(1:18)
           MOVE SPACES TO WS-JR-AFTER-IMAGE
           MOVE RQ-REPAIR-PART TO WS-JR-AFTER-IMAGE(1:97)

           CALL "JRNL-WRITE" USING WS-JR-DATASET WS-JR-ACTION
               WS-JR-RECORD-KEY WS-JR-BEFORE-IMAGE
               WS-JR-AFTER-IMAGE WS-JR-RESULT WS-JR-ERROR-MSG
           IF WS-JR-RESULT NOT = 1
              ADD 1 TO WS-JR-FAIL-COUNT
              IF WS-JR-FAIL-COUNT = 1
                 DISPLAY "RPRQUEUE: journal write failed - "
                    WS-JR-ERROR-MSG
              END-IF
           END-IF.

       JOURNAL-QUEUE-CHANGE-EXIT.
           EXIT.

      *================================================================
      * WRITE-DETAIL-LINE: one report line for the entry in hand,
      * note (and userid, where there is one) already set
      *================================================================
       WRITE-DETAIL-LINE SECTION.
           MOVE RQ-PAYMENT-ID TO WS-DL-PAYMENT-ID
           MOVE RQ-REJECT-CODE TO WS-DL-REJECT-CODE
           MOVE RQ-ORIG-CURRENCY TO WS-DL-CURRENCY
           MOVE RQ-ORIG-AMOUNT-MINOR TO WS-DL-AMOUNT
           WRITE RPRQRPT-RECORD FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE.

       WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE RPRQRPT-RECORD FROM WS-HEADING-LINE

           IF WS-MODE-IS-LOAD
              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "REJECTS READ" TO WS-RPT-LABEL
              MOVE WS-REJECTS-READ TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "QUEUED FOR REPAIR" TO WS-RPT-LABEL
              MOVE WS-QUEUED-COUNT TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "REOPENED FOR REPAIR" TO WS-RPT-LABEL
              MOVE WS-REOPENED-COUNT TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "ALREADY IN REPAIR" TO WS-RPT-LABEL
              MOVE WS-IN-REPAIR-COUNT TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "RETURNED - NO BENEFICIARY NAME" TO WS-RPT-LABEL
              MOVE WS-NOT-REPAIRABLE-COUNT TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE
           ELSE
              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "REPAIRS RESUBMITTED" TO WS-RPT-LABEL
              MOVE WS-SUBMITTED-COUNT TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "AWAITING APPROVAL" TO WS-RPT-LABEL
              MOVE WS-AWAITING-COUNT TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "OPEN - NOT YET REPAIRED" TO WS-RPT-LABEL
              MOVE WS-OPEN-COUNT TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE SPACES TO WS-REPORT-LABEL-LINE
              MOVE "JOURNAL WRITE FAILURES" TO WS-RPT-LABEL
              MOVE WS-JR-FAIL-COUNT TO WS-RPT-COUNT
              WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "QUEUE UPDATE FAILURES" TO WS-RPT-LABEL
           MOVE WS-FAIL-COUNT TO WS-RPT-COUNT
           WRITE RPRQRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           IF WS-MODE-IS-LOAD
              CLOSE PAYREJ-FILE
           ELSE
              CLOSE PAYRSUB-FILE
           END-IF
           CLOSE REPAIR-QUEUE-FILE
           CLOSE RPRQRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM RPRQUEUE.
