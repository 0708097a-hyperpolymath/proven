      * and a second pass lists every contributing posting for the
      * compliance file. Unconvertible postings are counted and
      * flagged - an unmeasured posting is not a cleared one.
      *
      * The same findings go to STRUCALT in machine-readable form
      * for SAROPEN, which opens or extends the customer's
      * suspicious-activity case: one A record per flagged
      * customer (window total, largest item, count, window and
      * threshold in force), then one P record per contributing
      * posting, each stamped with the run date that identifies
      * the alert.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT STRUCALT-FILE ASSIGN TO "STRUCALT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Customer-keyed activity, exactly as ESCHEAT reads it: the
           RECORD CONTAINS 132 CHARACTERS.
       01  STRUCRPT-RECORD              PIC X(132).

      * Machine-readable alerts for SAROPEN - an A record per
      * flagged customer followed, after all of them, by a P record
      * per contributing posting. SAROPEN.cob mirrors this layout
      * field for field.
       FD  STRUCALT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  STRUCALT-RECORD.
           05 SA-RECORD-TYPE            PIC X(1).
              88 SA-IS-ALERT            VALUE "A".
              88 SA-IS-POSTING          VALUE "P".
           05 SA-ALERT-DATE             PIC 9(8).
           05 SA-CUSTOMER-ID            PIC X(36).
           05 SA-ALERT-PART.
              10 SA-TOTAL-USD-MINOR     PIC 9(17).
              10 SA-LARGEST-USD-MINOR   PIC 9(15).
              10 SA-POSTING-COUNT       PIC 9(6).
              10 SA-WINDOW-DAYS         PIC 9(3).
              10 SA-THRESHOLD-USD       PIC 9(8).
              10 FILLER                 PIC X(6).
           05 SA-POSTING-PART REDEFINES SA-ALERT-PART.
              10 SA-TRANS-ID            PIC X(12).
              10 SA-CURRENCY            PIC X(3).
              10 SA-AMOUNT-MINOR        PIC S9(15)
                 SIGN IS LEADING SEPARATE CHARACTER.
              10 SA-POSTING-DATE        PIC 9(8).
              10 FILLER                 PIC X(16).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-ER-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-ALT-FILE-STATUS           PIC X(2).
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TX-EOF              VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT STRUCALT-FILE
           IF WS-ALT-FILE-STATUS NOT = "00"
              DISPLAY "STRUCDET: cannot open STRUCALT, status="
                 WS-ALT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
                    TO WS-PL-COUNT
                 IF PT-FLAGGED(WS-PARTY-IDX) = 1
                    MOVE "AGGREGATES OVER THRESHOLD" TO WS-PL-NOTE
                    PERFORM WRITE-ALERT-RECORD
                 ELSE
                    MOVE "HAS UNCONVERTIBLE POSTINGS" TO WS-PL-NOTE
                 END-IF
                    MOVE AX-AMOUNT-MINOR TO WS-DT-AMOUNT
                    MOVE AX-POSTING-DATE TO WS-DT-POSTING-DATE
                    WRITE STRUCRPT-RECORD FROM WS-DETAIL-LINE
                    PERFORM WRITE-POSTING-RECORD
                 END-IF
                 GO TO WRITE-DETAIL-IF-FLAGGED-EXIT
              END-IF
       WRITE-DETAIL-IF-FLAGGED-EXIT.
           EXIT.

      *================================================================
      * WRITE-ALERT-RECORD: the flagged party at WS-PARTY-IDX as an
      * A record on STRUCALT
      *================================================================
       WRITE-ALERT-RECORD SECTION.
           MOVE SPACES TO STRUCALT-RECORD
           MOVE "A" TO SA-RECORD-TYPE
           MOVE WS-TODAY TO SA-ALERT-DATE
           MOVE PT-CUSTOMER-ID(WS-PARTY-IDX) TO SA-CUSTOMER-ID
           MOVE PT-TOTAL-BASE-ABS(WS-PARTY-IDX) TO SA-TOTAL-USD-MINOR
           MOVE PT-LARGEST-BASE-ABS(WS-PARTY-IDX)
              TO SA-LARGEST-USD-MINOR
           MOVE PT-POSTING-COUNT(WS-PARTY-IDX) TO SA-POSTING-COUNT
           MOVE WS-WINDOW-DAYS TO SA-WINDOW-DAYS
           MOVE WS-THRESHOLD-USD TO SA-THRESHOLD-USD
           WRITE STRUCALT-RECORD.

       WRITE-ALERT-RECORD-EXIT.
           EXIT.

      *================================================================
      * WRITE-POSTING-RECORD: the contributing posting in
      * ACTIVITY-RECORD as a P record on STRUCALT
      *================================================================
       WRITE-POSTING-RECORD SECTION.
           MOVE SPACES TO STRUCALT-RECORD
           MOVE "P" TO SA-RECORD-TYPE
           MOVE WS-TODAY TO SA-ALERT-DATE
           MOVE AX-CUSTOMER-ID TO SA-CUSTOMER-ID
           MOVE AX-TRANS-ID TO SA-TRANS-ID
           MOVE AX-CURRENCY TO SA-CURRENCY
           MOVE AX-AMOUNT-MINOR TO SA-AMOUNT-MINOR
           MOVE AX-POSTING-DATE TO SA-POSTING-DATE
           WRITE STRUCALT-RECORD.

       WRITE-POSTING-RECORD-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE EXCHANGE-RATE-FILE
           CLOSE STRUCRPT-FILE
           CLOSE STRUCALT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.
