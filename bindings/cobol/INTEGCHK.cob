      * CUSTMAST, the VALSTAT status KSDS, the REJSUSP suspense,
      * the CUSTHIST change history and the TOKVAULT token vault
      * are maintained by five different jobs, and they drift. This
      * nightly sweep walks the master's customer ids against the
      * other datasets in both directions:
      *
      *   VALSTAT record, no master        orphan status
      *   master record, no VALSTAT        never validated
      * TOKENIZE put there.
      *
      * Totals go out through COUNT-WRITE so VALALERT spots a
      * sudden orphan spike the way it spots a reject spike.
      *
      * No id table is held, so the size of the master does not
      * bound the sweep: CUSTMAST arrives sorted by customer id
      * (the SORT step ahead of this one), the KSDS browses run in
      * the same key order, and each browse walks a fresh forward
      * pass of the master beside it. Masters the VALSTAT browse
      * steps over without a status record are the never-validated
      * findings. A master found out of id order stops the sweep
      * with COND code 8 - it would report false orphans for every
      * customer past the break.
      *================================================================

       IDENTIFICATION DIVISION.

      * Validation-status KSDS as VALSTLD lays it down
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-STATUS                 PIC X(1).
           05 VS-EMAIL-UNDELIV          PIC X(1).
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
           05 VS-EMAIL-VERIFIED         PIC X(1).
           05 VS-PHONE-VERIFIED         PIC X(1).

      * Reject-suspense KSDS as REJRECYC maintains it
       FD  SUSPENSE-FILE
       01 WS-CH-EOF                    PIC 9 VALUE 0.
       01 WS-TV-EOF                    PIC 9 VALUE 0.

      * The master cursor: the id the sorted master is positioned
      * on (HIGH-VALUES once it is exhausted), whether the VALSTAT
      * browse has accounted for it, and which pass of the master
      * this is - only the first counts customers
       01 WS-CM-CURRENT-ID             PIC X(36).
       01 WS-CM-HAS-VALSTAT            PIC 9 VALUE 0.
       01 WS-PREV-CM-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-MASTER-PASS               PIC 9 VALUE 1.
       01 WS-MASTER-FOUND              PIC 9 VALUE 0.
       01 WS-LOOKUP-ID                 PIC X(36).
       01 WS-REPORT-SKIPPED            PIC 9 VALUE 0.

      * The browses arrive in customer-id order, so one remembered
      * lookup answers a run of records for the same customer
       01 WS-LAST-LOOKUP-ID            PIC X(36) VALUE LOW-VALUES.
       01 WS-LAST-LOOKUP-FOUND         PIC 9 VALUE 0.

      * Control counts
       01 WS-MASTER-READ               PIC 9(8) VALUE 0.
           PERFORM OPEN-FILES
           PERFORM SET-SWEEP-DATE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM READ-NEXT-MASTER

           MOVE 1 TO WS-REPORT-SKIPPED
           PERFORM SWEEP-VALSTAT
           PERFORM REPORT-NEVER-VALIDATED
           MOVE 0 TO WS-REPORT-SKIPPED

           PERFORM REWIND-MASTER
           PERFORM SWEEP-SUSPENSE
           PERFORM REWIND-MASTER
           PERFORM SWEEP-HISTORY
           PERFORM SWEEP-TOKEN-VAULT
           PERFORM WRITE-SUMMARY-TOTALS
           EXIT.

      *================================================================
      * READ-NEXT-MASTER: advance the master cursor, proving the id
      * order as it goes
      *================================================================
       READ-NEXT-MASTER SECTION.
           MOVE 0 TO WS-CM-HAS-VALSTAT
           IF WS-AT-CM-EOF
              MOVE HIGH-VALUES TO WS-CM-CURRENT-ID
              GO TO READ-NEXT-MASTER-EXIT
           END-IF

           READ CUSTOMER-MASTER-FILE
              AT END
                 MOVE 1 TO WS-CM-EOF
                 MOVE HIGH-VALUES TO WS-CM-CURRENT-ID
                 GO TO READ-NEXT-MASTER-EXIT
           END-READ

           IF CM-CUSTOMER-ID < WS-PREV-CM-ID
              DISPLAY "INTEGCHK: CUSTMAST out of customer-id "
                 "sequence at " CM-CUSTOMER-ID " - sort it by "
                 "customer id; sweep abandoned"
              PERFORM CLOSE-FILES
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CM-CUSTOMER-ID TO WS-PREV-CM-ID
           MOVE CM-CUSTOMER-ID TO WS-CM-CURRENT-ID
           IF WS-MASTER-PASS = 1
              ADD 1 TO WS-MASTER-READ
           END-IF.

       READ-NEXT-MASTER-EXIT.
           EXIT.

      *================================================================
      * REWIND-MASTER: a fresh forward pass of the master for the
      * next browse
      *================================================================
       REWIND-MASTER SECTION.
           CLOSE CUSTOMER-MASTER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "INTEGCHK: cannot reopen CUSTMAST, status="
                 WS-CM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-MASTER-PASS
           MOVE 0 TO WS-CM-EOF
           MOVE LOW-VALUES TO WS-PREV-CM-ID
           MOVE LOW-VALUES TO WS-LAST-LOOKUP-ID
           PERFORM READ-NEXT-MASTER.

       REWIND-MASTER-EXIT.
           EXIT.

      *================================================================
      * LOOK-UP-MASTER-ID: is this customer on the master? The
      * browses arrive in id order, so the master cursor only moves
      * forward to meet them, and the previous answer is reused for
      * a run of records on the same customer. On the VALSTAT
      * browse, a master stepped over unaccounted for is one no
      * validation run has ever stamped.
      *================================================================
       LOOK-UP-MASTER-ID SECTION.
           IF WS-LAST-LOOKUP-ID = WS-FL-CUSTOMER-ID
              MOVE WS-LAST-LOOKUP-FOUND TO WS-MASTER-FOUND
              GO TO LOOK-UP-MASTER-ID-EXIT
           END-IF
           MOVE WS-FL-CUSTOMER-ID TO WS-LOOKUP-ID

           PERFORM UNTIL WS-CM-CURRENT-ID NOT < WS-LOOKUP-ID
              IF WS-REPORT-SKIPPED = 1
                 PERFORM REPORT-ONE-NEVER-VALIDATED
              END-IF
              PERFORM READ-NEXT-MASTER
           END-PERFORM

           IF WS-CM-CURRENT-ID = WS-LOOKUP-ID
              MOVE 1 TO WS-MASTER-FOUND
           ELSE
              MOVE 0 TO WS-MASTER-FOUND
           END-IF

           MOVE WS-LOOKUP-ID TO WS-LAST-LOOKUP-ID
           MOVE WS-MASTER-FOUND TO WS-LAST-LOOKUP-FOUND.

       LOOK-UP-MASTER-ID-EXIT.

      *================================================================
      * SWEEP-VALSTAT: every status record must have a master
      * record, and the masters it steps over without one are the
      * never-validated findings
      *================================================================
       SWEEP-VALSTAT SECTION.
           MOVE LOW-VALUES TO VS-CUSTOMER-ID
           PERFORM LOOK-UP-MASTER-ID

           IF WS-MASTER-FOUND = 1
              MOVE 1 TO WS-CM-HAS-VALSTAT
              GO TO CHECK-ONE-VALSTAT-EXIT
           END-IF


      *================================================================
      * REPORT-NEVER-VALIDATED: the reverse direction of the
      * VALSTAT sweep - once the browse is exhausted, the rest of
      * the master has no status record either
      *================================================================
       REPORT-NEVER-VALIDATED SECTION.
           PERFORM UNTIL WS-CM-CURRENT-ID = HIGH-VALUES
              PERFORM REPORT-ONE-NEVER-VALIDATED
              PERFORM READ-NEXT-MASTER
           END-PERFORM.

       REPORT-NEVER-VALIDATED-EXIT.
           EXIT.

      *================================================================
      * REPORT-ONE-NEVER-VALIDATED: the master under the cursor, if
      * no validation run has ever stamped it
      *================================================================
       REPORT-ONE-NEVER-VALIDATED SECTION.
           IF WS-CM-HAS-VALSTAT = 1
              GO TO REPORT-ONE-NEVER-VALIDATED-EXIT
           END-IF

           ADD 1 TO WS-NEVER-VALIDATED
           MOVE SPACES TO WS-FINDING-LINE
           MOVE WS-CM-CURRENT-ID TO WS-FL-CUSTOMER-ID
           MOVE "MASTER NEVER VALIDATED" TO WS-FL-FINDING
           MOVE 0 TO WS-FL-AGE-DAYS
           WRITE INTEGRPT-RECORD FROM WS-FINDING-LINE.

       REPORT-ONE-NEVER-VALIDATED-EXIT.
           EXIT.

      *================================================================
      * SWEEP-SUSPENSE: a suspense entry needs a master record AND
      * a rejected status behind it - a good or missing status
