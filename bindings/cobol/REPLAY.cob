
      *================================================================
      * The second half of a restore. After the lost pack's backup
      * copies of CURRVSAM, DISPVSAM, VALSTAT, RUNCTL and the PAYRPRQ
      * payment repair queue, the CUSTONL online customer master and the
      * KYCREV KYC review master are restored - and the SARCASE and
      * SARLINK suspicious-activity case files - this job reads the
      * VSAMJRNL journal the writers kept (PROVEN-JRNL-WRITE for batch,
      * the TJRN queue TBLAPPRV, PAYREPR, CUSTMNT, KYCREVW and SARMNT
      * fill, via JRNDRAIN, for online) and re-applies every journaled
      * change in timestamp order up to the cutoff on the JCL PARM
      * (YYYYMMDDHHMMSS; no PARM means the whole journal) - so the day's
      * changes, dual-control approvals and all, survive the restore.
      *
      * PAYRPRQ entries are journaled as their 97-byte repair part
      * only - the rejected instruction itself is put back by
      * rerunning RPRQUEUE PARM='LOAD' - so a PAYRPRQ entry is laid
      * over the repair part of the restored record, and one no
      * longer on file cannot be applied.
      *
      * CUSTONL records are wider than a journal image, so CUSTMNT
      * journals them as 160-byte segments, the segment number
      * (1-4) in the key after the customer ID; each entry is laid
      * over its segment of the record, the add entry creating it.
      *
      * Adds and updates land the journaled after-image; deletes
      * remove the key. Before applying an update or delete, the
              RECORD KEY IS RC-KEY
              FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT REPAIR-QUEUE-FILE ASSIGN TO "PAYRPRQ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RQ-KEY
              FILE STATUS IS WS-RQ-FILE-STATUS.

           SELECT CUSTONL-FILE ASSIGN TO "CUSTONL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CO-CUSTOMER-ID
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT KYCREV-FILE ASSIGN TO "KYCREV"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KY-CUSTOMER-ID
              FILE STATUS IS WS-KY-FILE-STATUS.

           SELECT SARCASE-FILE ASSIGN TO "SARCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-CASE-ID
              FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SARLINK-FILE ASSIGN TO "SARLINK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SL-KEY
              FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT REPLAYRPT-FILE ASSIGN TO "REPLAYRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.
           05 FILLER                    PIC X(17).

       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 FILLER                    PIC X(124).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 45 CHARACTERS.
           05 RC-KEY                    PIC X(16).
           05 FILLER                    PIC X(29).

       FD  REPAIR-QUEUE-FILE
           RECORD CONTAINS 507 CHARACTERS.
       01  REPAIR-QUEUE-RECORD.
           05 RQ-KEY                    PIC X(18).
           05 FILLER                    PIC X(142).
           05 RQ-REPAIR-PART            PIC X(97).
           05 FILLER                    PIC X(250).

       FD  CUSTONL-FILE
           RECORD CONTAINS 560 CHARACTERS.
       01  CUSTONL-RECORD.
           05 CO-CUSTOMER-ID            PIC X(36).
           05 FILLER                    PIC X(524).

       FD  KYCREV-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  KYCREV-RECORD.
           05 KY-CUSTOMER-ID            PIC X(36).
           05 FILLER                    PIC X(124).

       FD  SARCASE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SARCASE-RECORD.
           05 SR-CASE-ID                PIC X(12).
           05 FILLER                    PIC X(148).

       FD  SARLINK-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SARLINK-RECORD.
           05 SL-KEY                    PIC X(16).
           05 FILLER                    PIC X(144).

       FD  REPLAYRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPLAYRPT-RECORD             PIC X(132).
       01 WS-DM-FILE-STATUS            PIC X(2).
       01 WS-VS-FILE-STATUS            PIC X(2).
       01 WS-RC-FILE-STATUS            PIC X(2).
       01 WS-RQ-FILE-STATUS            PIC X(2).
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-KY-FILE-STATUS            PIC X(2).
       01 WS-SR-FILE-STATUS            PIC X(2).
       01 WS-SL-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-JRNL-EOF                  PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.
       01 WS-ON-FILE-FOUND             PIC 9.
       01 WS-APPLY-OK                  PIC 9.

      * A CUSTONL record padded to four journal segments
       01 WS-CUSTONL-IMAGE             PIC X(640).
       01 WS-SEGMENT-OFFSET            PIC 9(3).

      * Control counts, per dataset and overall
       01 WS-ENTRIES-READ              PIC 9(8) VALUE 0.
       01 WS-ENTRIES-SKIPPED           PIC 9(8) VALUE 0.
       01 WS-DISP-APPLIED              PIC 9(8) VALUE 0.
       01 WS-VAL-APPLIED               PIC 9(8) VALUE 0.
       01 WS-RUN-APPLIED               PIC 9(8) VALUE 0.
       01 WS-RPRQ-APPLIED              PIC 9(8) VALUE 0.
       01 WS-CONL-APPLIED              PIC 9(8) VALUE 0.
       01 WS-KYC-APPLIED               PIC 9(8) VALUE 0.
       01 WS-SARC-APPLIED              PIC 9(8) VALUE 0.
       01 WS-SARL-APPLIED              PIC 9(8) VALUE 0.
       01 WS-UNKNOWN-DATASET           PIC 9(8) VALUE 0.
       01 WS-MISMATCH-COUNT            PIC 9(8) VALUE 0.
       01 WS-FAIL-COUNT                PIC 9(8) VALUE 0.
              STOP RUN
           END-IF

           OPEN I-O REPAIR-QUEUE-FILE
           IF WS-RQ-FILE-STATUS NOT = "00"
              AND WS-RQ-FILE-STATUS NOT = "05"
              AND WS-RQ-FILE-STATUS NOT = "97"
              DISPLAY "REPLAY: cannot open PAYRPRQ, status="
                 WS-RQ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O CUSTONL-FILE
           IF WS-CO-FILE-STATUS NOT = "00"
              AND WS-CO-FILE-STATUS NOT = "05"
              AND WS-CO-FILE-STATUS NOT = "97"
              DISPLAY "REPLAY: cannot open CUSTONL, status="
                 WS-CO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O KYCREV-FILE
           IF WS-KY-FILE-STATUS NOT = "00"
              AND WS-KY-FILE-STATUS NOT = "05"
              AND WS-KY-FILE-STATUS NOT = "97"
              DISPLAY "REPLAY: cannot open KYCREV, status="
                 WS-KY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O SARCASE-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
              AND WS-SR-FILE-STATUS NOT = "05"
              AND WS-SR-FILE-STATUS NOT = "97"
              DISPLAY "REPLAY: cannot open SARCASE, status="
                 WS-SR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O SARLINK-FILE
           IF WS-SL-FILE-STATUS NOT = "00"
              AND WS-SL-FILE-STATUS NOT = "05"
              AND WS-SL-FILE-STATUS NOT = "97"
              DISPLAY "REPLAY: cannot open SARLINK, status="
                 WS-SL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REPLAYRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "REPLAY: cannot open REPLAYRPT, status="
                 PERFORM APPLY-VALSTAT-ENTRY
              WHEN "RUNCTL"
                 PERFORM APPLY-RUNCTL-ENTRY
              WHEN "PAYRPRQ"
                 PERFORM APPLY-REPAIR-QUEUE-ENTRY
              WHEN "CUSTONL"
                 PERFORM APPLY-CUSTONL-ENTRY
              WHEN "KYCREV"
                 PERFORM APPLY-KYCREV-ENTRY
              WHEN "SARCASE"
                 PERFORM APPLY-SARCASE-ENTRY
              WHEN "SARLINK"
                 PERFORM APPLY-SARLINK-ENTRY
              WHEN OTHER
                 ADD 1 TO WS-UNKNOWN-DATASET
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE 1 TO WS-ON-FILE-FOUND
                 MOVE SPACES TO WS-ON-FILE-IMAGE
                 MOVE VALSTAT-RECORD
                    TO WS-ON-FILE-IMAGE(1:160)
           END-READ
           PERFORM CHECK-BEFORE-IMAGE

                    MOVE 0 TO WS-APPLY-OK
              END-DELETE
           ELSE
              MOVE JR-AFTER-IMAGE(1:160) TO VALSTAT-RECORD
              WRITE VALSTAT-RECORD
                 INVALID KEY
                    REWRITE VALSTAT-RECORD
       APPLY-RUNCTL-ENTRY-EXIT.
           EXIT.

      *================================================================
      * APPLY-REPAIR-QUEUE-ENTRY: the journaled repair part over the
      * restored entry - the rest of the record is RPRQUEUE's to
      * reload from PAYREJ, so a missing entry is a failure
      *================================================================
       APPLY-REPAIR-QUEUE-ENTRY SECTION.
           MOVE JR-RECORD-KEY(1:18) TO RQ-KEY
           MOVE 0 TO WS-ON-FILE-FOUND
           READ REPAIR-QUEUE-FILE
              NOT INVALID KEY
                 MOVE 1 TO WS-ON-FILE-FOUND
                 MOVE SPACES TO WS-ON-FILE-IMAGE
                 MOVE RQ-REPAIR-PART
                    TO WS-ON-FILE-IMAGE(1:97)
           END-READ
           PERFORM CHECK-BEFORE-IMAGE

           MOVE 1 TO WS-APPLY-OK
           IF WS-ON-FILE-FOUND = 0 OR NOT JR-IS-UPDATE
              MOVE 0 TO WS-APPLY-OK
           ELSE
              MOVE JR-AFTER-IMAGE(1:97) TO RQ-REPAIR-PART
              REWRITE REPAIR-QUEUE-RECORD
                 INVALID KEY
                    MOVE 0 TO WS-APPLY-OK
              END-REWRITE
           END-IF

           IF WS-APPLY-OK = 1
              ADD 1 TO WS-RPRQ-APPLIED
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              DISPLAY "REPLAY: PAYRPRQ apply failed, status="
                 WS-RQ-FILE-STATUS " for " JR-RECORD-KEY(1:18)
           END-IF.

       APPLY-REPAIR-QUEUE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * APPLY-CUSTONL-ENTRY: one journaled segment over the record
      * on file - a segment for a record not on file starts it from
      * spaces, so the add entry (segment 1) creates it
      *================================================================
       APPLY-CUSTONL-ENTRY SECTION.
           MOVE 0 TO WS-SEGMENT-OFFSET
           IF JR-RECORD-KEY(37:1) IS NUMERIC
              AND JR-RECORD-KEY(37:1) >= "1"
              AND JR-RECORD-KEY(37:1) <= "4"
              COMPUTE WS-SEGMENT-OFFSET =
                 (FUNCTION NUMVAL(JR-RECORD-KEY(37:1)) - 1) * 160 + 1
           END-IF

           MOVE JR-RECORD-KEY(1:36) TO CO-CUSTOMER-ID
           MOVE 0 TO WS-ON-FILE-FOUND
           MOVE SPACES TO WS-CUSTONL-IMAGE
           READ CUSTONL-FILE
              NOT INVALID KEY
                 MOVE 1 TO WS-ON-FILE-FOUND
                 MOVE CUSTONL-RECORD TO WS-CUSTONL-IMAGE(1:560)
           END-READ
           IF WS-SEGMENT-OFFSET > 0
              MOVE WS-CUSTONL-IMAGE(WS-SEGMENT-OFFSET:160)
                 TO WS-ON-FILE-IMAGE
           END-IF
           PERFORM CHECK-BEFORE-IMAGE

           MOVE 1 TO WS-APPLY-OK
           EVALUATE TRUE
              WHEN WS-SEGMENT-OFFSET = 0
                 MOVE 0 TO WS-APPLY-OK
              WHEN JR-IS-DELETE
                 MOVE JR-RECORD-KEY(1:36) TO CO-CUSTOMER-ID
                 DELETE CUSTONL-FILE
                    INVALID KEY
                       MOVE 0 TO WS-APPLY-OK
                 END-DELETE
              WHEN OTHER
                 MOVE JR-AFTER-IMAGE
                    TO WS-CUSTONL-IMAGE(WS-SEGMENT-OFFSET:160)
                 MOVE WS-CUSTONL-IMAGE(1:560) TO CUSTONL-RECORD
                 MOVE JR-RECORD-KEY(1:36) TO CO-CUSTOMER-ID
                 IF WS-ON-FILE-FOUND = 1
                    REWRITE CUSTONL-RECORD
                       INVALID KEY
                          MOVE 0 TO WS-APPLY-OK
                    END-REWRITE
                 ELSE
                    WRITE CUSTONL-RECORD
                       INVALID KEY
                          MOVE 0 TO WS-APPLY-OK
                    END-WRITE
                 END-IF
           END-EVALUATE

           IF WS-APPLY-OK = 1
              ADD 1 TO WS-CONL-APPLIED
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              DISPLAY "REPLAY: CUSTONL apply failed, status="
                 WS-CO-FILE-STATUS " for " JR-RECORD-KEY(1:37)
           END-IF.

       APPLY-CUSTONL-ENTRY-EXIT.
           EXIT.

      *================================================================
      * APPLY-KYCREV-ENTRY
      *================================================================
       APPLY-KYCREV-ENTRY SECTION.
           MOVE JR-RECORD-KEY(1:36) TO KY-CUSTOMER-ID
           MOVE 0 TO WS-ON-FILE-FOUND
           READ KYCREV-FILE
              NOT INVALID KEY
                 MOVE 1 TO WS-ON-FILE-FOUND
                 MOVE KYCREV-RECORD TO WS-ON-FILE-IMAGE
           END-READ
           PERFORM CHECK-BEFORE-IMAGE

           MOVE 1 TO WS-APPLY-OK
           IF JR-IS-DELETE
              MOVE JR-RECORD-KEY(1:36) TO KY-CUSTOMER-ID
              DELETE KYCREV-FILE
                 INVALID KEY
                    MOVE 0 TO WS-APPLY-OK
              END-DELETE
           ELSE
              MOVE JR-AFTER-IMAGE TO KYCREV-RECORD
              WRITE KYCREV-RECORD
                 INVALID KEY
                    REWRITE KYCREV-RECORD
                       INVALID KEY
                          MOVE 0 TO WS-APPLY-OK
                    END-REWRITE
              END-WRITE
           END-IF

           IF WS-APPLY-OK = 1
              ADD 1 TO WS-KYC-APPLIED
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              DISPLAY "REPLAY: KYCREV apply failed, status="
                 WS-KY-FILE-STATUS " for " JR-RECORD-KEY(1:36)
           END-IF.

       APPLY-KYCREV-ENTRY-EXIT.
           EXIT.

      *================================================================
      * APPLY-SARCASE-ENTRY
      *================================================================
       APPLY-SARCASE-ENTRY SECTION.
           MOVE JR-RECORD-KEY(1:12) TO SR-CASE-ID
           MOVE 0 TO WS-ON-FILE-FOUND
           READ SARCASE-FILE
              NOT INVALID KEY
                 MOVE 1 TO WS-ON-FILE-FOUND
                 MOVE SARCASE-RECORD TO WS-ON-FILE-IMAGE
           END-READ
           PERFORM CHECK-BEFORE-IMAGE

           MOVE 1 TO WS-APPLY-OK
           IF JR-IS-DELETE
              MOVE JR-RECORD-KEY(1:12) TO SR-CASE-ID
              DELETE SARCASE-FILE
                 INVALID KEY
                    MOVE 0 TO WS-APPLY-OK
              END-DELETE
           ELSE
              MOVE JR-AFTER-IMAGE TO SARCASE-RECORD
              WRITE SARCASE-RECORD
                 INVALID KEY
                    REWRITE SARCASE-RECORD
                       INVALID KEY
                          MOVE 0 TO WS-APPLY-OK
                    END-REWRITE
              END-WRITE
           END-IF

           IF WS-APPLY-OK = 1
              ADD 1 TO WS-SARC-APPLIED
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              DISPLAY "REPLAY: SARCASE apply failed, status="
                 WS-SR-FILE-STATUS " for " JR-RECORD-KEY(1:12)
           END-IF.

       APPLY-SARCASE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * APPLY-SARLINK-ENTRY
      *================================================================
       APPLY-SARLINK-ENTRY SECTION.
           MOVE JR-RECORD-KEY(1:16) TO SL-KEY
           MOVE 0 TO WS-ON-FILE-FOUND
           READ SARLINK-FILE
              NOT INVALID KEY
                 MOVE 1 TO WS-ON-FILE-FOUND
                 MOVE SARLINK-RECORD TO WS-ON-FILE-IMAGE
           END-READ
           PERFORM CHECK-BEFORE-IMAGE

           MOVE 1 TO WS-APPLY-OK
           IF JR-IS-DELETE
              MOVE JR-RECORD-KEY(1:16) TO SL-KEY
              DELETE SARLINK-FILE
                 INVALID KEY
                    MOVE 0 TO WS-APPLY-OK
              END-DELETE
           ELSE
              MOVE JR-AFTER-IMAGE TO SARLINK-RECORD
              WRITE SARLINK-RECORD
                 INVALID KEY
                    REWRITE SARLINK-RECORD
                       INVALID KEY
                          MOVE 0 TO WS-APPLY-OK
                    END-REWRITE
              END-WRITE
           END-IF

           IF WS-APPLY-OK = 1
              ADD 1 TO WS-SARL-APPLIED
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              DISPLAY "REPLAY: SARLINK apply failed, status="
                 WS-SL-FILE-STATUS " for " JR-RECORD-KEY(1:16)
           END-IF.

       APPLY-SARLINK-ENTRY-EXIT.
           EXIT.

      *================================================================
      * CHECK-BEFORE-IMAGE: what is on file must be what the
      * journal saw before the change - a disagreement is listed
           MOVE WS-RUN-APPLIED TO WS-RPT-COUNT
           WRITE REPLAYRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYRPRQ CHANGES APPLIED" TO WS-RPT-LABEL
           MOVE WS-RPRQ-APPLIED TO WS-RPT-COUNT
           WRITE REPLAYRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTONL CHANGES APPLIED" TO WS-RPT-LABEL
           MOVE WS-CONL-APPLIED TO WS-RPT-COUNT
           WRITE REPLAYRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "KYCREV CHANGES APPLIED" TO WS-RPT-LABEL
           MOVE WS-KYC-APPLIED TO WS-RPT-COUNT
           WRITE REPLAYRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "SARCASE CHANGES APPLIED" TO WS-RPT-LABEL
           MOVE WS-SARC-APPLIED TO WS-RPT-COUNT
           WRITE REPLAYRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "SARLINK CHANGES APPLIED" TO WS-RPT-LABEL
           MOVE WS-SARL-APPLIED TO WS-RPT-COUNT
           WRITE REPLAYRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BEFORE-IMAGE MISMATCHES" TO WS-RPT-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT
           CLOSE DOMAIN-MASTER-FILE
           CLOSE VALSTAT-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE REPAIR-QUEUE-FILE
           CLOSE CUSTONL-FILE
           CLOSE KYCREV-FILE
           CLOSE SARCASE-FILE
           CLOSE SARLINK-FILE
           CLOSE REPLAYRPT-FILE.

       CLOSE-FILES-EXIT.
