      * CUSTGOOD/CUSTREJ/CUSTRPT and the one PROVEN-COUNT-RECORD
      * downstream jobs have always seen. Checkpoint/restart keeps
      * working per instance.
      *
      * A customer whose country passes the ISO gate is also looked
      * up on the CTRYVSAM country-risk and embargo master: a
      * country under embargo as of today rejects the record (CTY002,
      * counted with the other address rejects). The master's risk
      * rating itself does not reject anything here - RISKSCOR picks
      * it up into the customer's risk score, where a high-risk or
      * enhanced-due-diligence country raises the band.
      *
      * A full sweep registers what it left on CUSTGOOD as a handoff
      * (HANDOFF-REGISTER, see PROVEN-HANDOFF.cob, with the HANDOFF
      * DD pointed at the same CUSTGOOD dataset) once the file is
      * closed, so STMTGEN and SANCSCRN can prove they read every
      * record of it. A delta run or a partition instance registers
      * nothing - CUSTDMRG or CUSTMRGE, which write the CUSTGOOD
      * those jobs read, register it instead. A registration that
      * fails sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT COUNTRY-RISK-FILE ASSIGN TO "CTRYVSAM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CY-KEY
              FILE STATUS IS WS-CY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE
           05 PC-UUID-REJECT-COUNT      PIC 9(6).
           05 PC-ADDRESS-REJECT-COUNT   PIC 9(6).

      * Country-risk and embargo master, maintained through TBLMAINT
      * and TBLAPPRV - one dated entry per country and effective day
       FD  COUNTRY-RISK-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  COUNTRY-RISK-RECORD.
           05 CY-KEY.
              10 CY-COUNTRY             PIC X(2).
              10 CY-EFFECTIVE           PIC 9(8).
           05 CY-EXPIRES                PIC 9(8).
           05 CY-RATING                 PIC X(1).
           05 CY-EMBARGO                PIC X(1).
           05 CY-ACTIVE                 PIC 9.
              88 CY-IS-ACTIVE           VALUE 1.
           05 CY-LAST-CHANGED           PIC 9(8).
           05 CY-CHANGED-BY             PIC X(8).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-CM-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Country-risk lookup - LOOKUP-COUNTRY-RISK takes the country
      * in WS-CY-CHECK-COUNTRY and returns the entry in force today
       01 WS-CY-FILE-STATUS            PIC X(2).
       01 WS-CY-TODAY                  PIC 9(8) VALUE 0.
       01 WS-CY-CHECK-COUNTRY          PIC X(2).
       01 WS-CY-BROWSE-DONE            PIC 9 VALUE 0.
       01 WS-CY-FOUND                  PIC 9 VALUE 0.
          88 WS-CY-IS-FOUND            VALUE 1.
       01 WS-CY-RATING                 PIC X(1).
          88 WS-CY-IS-MEDIUM           VALUE "M".
          88 WS-CY-IS-HIGH             VALUE "H".
          88 WS-CY-IS-EDD              VALUE "E".
       01 WS-CY-EMBARGO                PIC X(1).
          88 WS-CY-IS-EMBARGOED        VALUE "Y".

      * Control counts
       01 WS-TOTAL-READ                PIC 9(8) VALUE 0.
       01 WS-GOOD-COUNT                PIC 9(6) VALUE 0.
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * HANDOFF-REGISTER call fields (see PROVEN-HANDOFF.cob) -
      * CUSTGOOD balances on its record count alone
       01 WS-HO-DATASET                PIC X(8) VALUE "CUSTGOOD".
       01 WS-HO-JOB-NAME               PIC X(8) VALUE "CUSTVALD".
       01 WS-HO-CCY-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-POS                PIC 9(4) VALUE 0.
       01 WS-HO-AMT-LEN                PIC 9(2) VALUE 0.
       01 WS-HO-RECORD-COUNT           PIC 9(8).
       01 WS-HO-STATUS                 PIC S9(4) COMP.
       01 WS-HO-MSG                    PIC X(50).
       01 WS-HO-NOT-REGISTERED         PIC 9 VALUE 0.

       PROCEDURE DIVISION.

      *================================================================
              END-IF
           END-IF
           PERFORM CLOSE-FILES
           IF NOT WS-IS-DRYRUN AND NOT WS-IS-PARTITIONED
              AND NOT WS-IS-DELTA
              PERFORM REGISTER-CUSTGOOD-HANDOFF
           END-IF

           IF WS-IS-DELTA
              DISPLAY "CUSTVALD: delta mode - " WS-DELTA-MATCHED
                 WS-GOOD-COUNT " good, " WS-REJECT-COUNT " rejected"
           END-IF

           IF WS-HO-NOT-REGISTERED = 1
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

              STOP RUN
           END-IF

           OPEN INPUT COUNTRY-RISK-FILE
           IF WS-CY-FILE-STATUS NOT = "00"
              DISPLAY "CUSTVALD: cannot open CTRYVSAM, status="
                 WS-CY-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CY-TODAY

           IF WS-IS-RESTART AND NOT WS-IS-DRYRUN
              PERFORM READ-PRIOR-CHECKPOINT
           END-IF
              GO TO VALIDATE-CUSTOMER-RECORD-EXIT
           END-IF

           MOVE CM-COUNTRY TO WS-CY-CHECK-COUNTRY
           PERFORM LOOKUP-COUNTRY-RISK
           IF WS-CY-IS-EMBARGOED
              MOVE "Customer country is under embargo"
                 TO WS-REJECT-REASON
              MOVE "CTY002" TO WS-REJECT-CODE
              ADD 1 TO WS-ADDRESS-REJECT-COUNT
              PERFORM WRITE-REJECT-RECORD
              GO TO VALIDATE-CUSTOMER-RECORD-EXIT
           END-IF

           PERFORM TAKE-METRIC-CLOCK
           CALL "VALIDATE-POSTAL-CODE" USING CM-COUNTRY
               CM-POSTAL-CODE WS-POSTAL-RESULT WS-POSTAL-ERROR-MSG
       VALIDATE-CUSTOMER-RECORD-EXIT.
           EXIT.

      *================================================================
      * LOOKUP-COUNTRY-RISK: find the CTRYVSAM entry in force today
      * for WS-CY-CHECK-COUNTRY - of the active entries whose
      * effective date has arrived and whose end date has not
      * passed, the latest. A deactivated re-rating therefore falls
      * back to the entry before it. A country with no entry in
      * force is neither rated nor embargoed.
      * Output: WS-CY-FOUND, WS-CY-RATING, WS-CY-EMBARGO
      *================================================================
       LOOKUP-COUNTRY-RISK SECTION.
           MOVE 0 TO WS-CY-FOUND
           MOVE SPACE TO WS-CY-RATING
           MOVE "N" TO WS-CY-EMBARGO
           MOVE 0 TO WS-CY-BROWSE-DONE
           IF WS-CY-CHECK-COUNTRY = SPACES
              GO TO LOOKUP-COUNTRY-RISK-EXIT
           END-IF

           MOVE WS-CY-CHECK-COUNTRY TO CY-COUNTRY
           MOVE 0 TO CY-EFFECTIVE
           START COUNTRY-RISK-FILE KEY NOT LESS THAN CY-KEY
              INVALID KEY
                 MOVE 1 TO WS-CY-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-CY-BROWSE-DONE = 1
              READ COUNTRY-RISK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-CY-BROWSE-DONE
                 NOT AT END
                    IF CY-COUNTRY NOT = WS-CY-CHECK-COUNTRY
                       OR CY-EFFECTIVE > WS-CY-TODAY
                       MOVE 1 TO WS-CY-BROWSE-DONE
                    ELSE
                       IF CY-IS-ACTIVE
                          AND CY-EXPIRES NOT < WS-CY-TODAY
                          MOVE 1 TO WS-CY-FOUND
                          MOVE CY-RATING TO WS-CY-RATING
                          MOVE CY-EMBARGO TO WS-CY-EMBARGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       LOOKUP-COUNTRY-RISK-EXIT.
           EXIT.

      *================================================================
      * TAKE-METRIC-CLOCK: remember the clock (hundredths of a
      * second since midnight) just before a timed call - a no-op
       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * REGISTER-CUSTGOOD-HANDOFF: the closed CUSTGOOD registered as
      * the day's handoff to its readers
      *================================================================
       REGISTER-CUSTGOOD-HANDOFF SECTION.
           CALL "HANDOFF-REGISTER" USING WS-HO-DATASET WS-HO-JOB-NAME
               WS-HO-CCY-POS WS-HO-AMT-POS WS-HO-AMT-LEN
               WS-HO-RECORD-COUNT WS-HO-STATUS WS-HO-MSG

           IF WS-HO-STATUS = 0
              DISPLAY "CUSTVALD: CUSTGOOD handoff registered, "
                 WS-HO-RECORD-COUNT " record(s)"
           ELSE
              MOVE 1 TO WS-HO-NOT-REGISTERED
              DISPLAY "CUSTVALD: CUSTGOOD handoff not registered - "
                 FUNCTION TRIM(WS-HO-MSG)
           END-IF.

       REGISTER-CUSTGOOD-HANDOFF-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES: close every file this run actually opened. In
      * dry-run mode CUSTGOOD/CUSTREJ/CUSTCKPT were never opened.
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE COUNTRY-RISK-FILE
           IF NOT WS-IS-DRYRUN
              CLOSE CUSTGOOD-FILE
              CLOSE CUSTREJ-FILE
