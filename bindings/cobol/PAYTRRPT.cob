      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PayTraceReport - batch payment trace report for
      * COBOL
      *

      *================================================================
      * The batch side of the PAYTRACE screen: for each payment ID
      * asked about, every event the payment steps entered on the
      * PAYEVNT event log (PAY-EVENT-WRITE, see
      * PROVEN-PAY-EVENT.cob), in the order they happened, with its
      * step, operator, reference, detail and amount - followed by
      * the same four summary lines the screen shows:
      *
      *   STATE      the latest event, when and by which step
      *   APPROVAL   who approved (or declined) it on PAYAPPRV, or
      *              that it is still waiting on the desk
      *   BANK FILE  the pain.001 message ID, NACHA trace or BACS
      *              day of the file that carried it, and the
      *              bank's acknowledgement or rejection
      *   RETURN     the bank's return reason, if it came back
      *
      * The payment IDs come one per line from the TRACEIN DD (the
      * ID in columns 1-12; blank lines and lines starting with an
      * asterisk are skipped), or, for a single query, as the JCL
      * PARM - in which case TRACEIN is not read. This is the print
      * the payments desk sends back when a beneficiary says they
      * were never paid, and the one to run for a batch of queries
      * or for a payment with more events than the screen holds.
      *
      * A payment ID with no events logged is listed as such and
      * sets COND code 4; 16 means a file could not be opened.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYTRRPT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACEIN-FILE ASSIGN TO "TRACEIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TI-FILE-STATUS.

           SELECT PAY-EVENT-FILE ASSIGN TO "PAYEVNT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PE-KEY
              FILE STATUS IS WS-PE-FILE-STATUS.

           SELECT PAYTRPT-FILE ASSIGN TO "PAYTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One payment ID to trace per line
       FD  TRACEIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRACEIN-RECORD.
           05 TI-PAYMENT-ID             PIC X(12).
           05 FILLER                    PIC X(68).

      * Mirrors PROVEN-PAY-EVENT.cob's PAY-EVENT-RECORD field for
      * field
       FD  PAY-EVENT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PAY-EVENT-RECORD.
           05 PE-KEY.
              10 PE-PAYMENT-ID          PIC X(12).
              10 PE-EVENT-TS            PIC X(21).
              10 PE-SEQUENCE            PIC 9(4).
           05 PE-EVENT-CODE             PIC X(8).
           05 PE-SOURCE                 PIC X(8).
           05 PE-ACTOR                  PIC X(8).
           05 PE-REFERENCE              PIC X(35).
           05 PE-DETAIL                 PIC X(60).
           05 PE-CURRENCY               PIC X(3).
           05 PE-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                    PIC X(25).

       FD  PAYTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PAYTRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-TI-FILE-STATUS            PIC X(2).
       01 WS-PE-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-TI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-TI-EOF              VALUE 1.
       01 WS-BROWSING                  PIC 9.

      * A single payment ID given as the PARM replaces TRACEIN
       01 WS-PARM                      PIC X(80).
       01 WS-PAYMENT-KEY               PIC X(12).

      * Control counts
       01 WS-PAYMENTS-ASKED            PIC 9(8) VALUE 0.
       01 WS-PAYMENTS-FOUND            PIC 9(8) VALUE 0.
       01 WS-PAYMENTS-NOT-FOUND        PIC 9(8) VALUE 0.
       01 WS-EVENTS-LISTED             PIC 9(8) VALUE 0.
       01 WS-PAYMENT-EVENTS            PIC 9(6).

      * What the summary lines are drawn from - the latest event of
      * each kind seen on the browse, as PAYTRACE keeps them
       01 WS-LAST-EVENT.
          05 WS-LAST-CODE              PIC X(8).
          05 WS-LAST-TS                PIC X(21).
          05 WS-LAST-SOURCE            PIC X(8).
          05 WS-LAST-DETAIL            PIC X(60).
       01 WS-APPROVAL-EVENT.
          05 WS-APR-CODE               PIC X(8).
          05 WS-APR-TS                 PIC X(21).
          05 WS-APR-ACTOR              PIC X(8).
          05 WS-APR-REFERENCE          PIC X(35).
       01 WS-HELD-SEEN                 PIC 9.
       01 WS-SENT-EVENT.
          05 WS-SENT-TS                PIC X(21).
          05 WS-SENT-SOURCE            PIC X(8).
          05 WS-SENT-REFERENCE         PIC X(35).
       01 WS-BANK-EVENT.
          05 WS-BANK-CODE              PIC X(8).
          05 WS-BANK-REFERENCE         PIC X(35).
       01 WS-RETURN-EVENT.
          05 WS-RET-TS                 PIC X(21).
          05 WS-RET-REFERENCE          PIC X(35).

      * Timestamp rendering - the CURRENT-DATE stamp as
      * YYYY-MM-DD HH:MM:SS
       01 WS-TS-IN                     PIC X(21).
       01 WS-TS-TEXT                   PIC X(19).
       01 WS-LINE-PTR                  PIC 9(3).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-PAYMENT-LINE.
          05 FILLER                    PIC X(8) VALUE "PAYMENT ".
          05 WS-PY-PAYMENT-ID          PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-PY-NOTE                PIC X(110).

       01 WS-EVENT-LINE.
          05 FILLER                    PIC X(2).
          05 WS-EV-WHEN                PIC X(19).
          05 FILLER                    PIC X(1).
          05 WS-EV-EVENT               PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-EV-SOURCE              PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-EV-ACTOR               PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-EV-REFERENCE           PIC X(35).
          05 FILLER                    PIC X(1).
          05 WS-EV-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-EV-AMOUNT              PIC -(14)9.
          05 FILLER                    PIC X(27).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(22).
          05 WS-DT-DETAIL              PIC X(60).
          05 FILLER                    PIC X(50).

       01 WS-SUMMARY-LINE.
          05 FILLER                    PIC X(4).
          05 WS-SM-LABEL               PIC X(11).
          05 WS-SM-TEXT                PIC X(117).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: trace the PARM's payment, or each payment on
      * TRACEIN, then total the run
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS

           IF WS-PARM NOT = SPACES
              MOVE WS-PARM(1:12) TO WS-PAYMENT-KEY
              PERFORM TRACE-ONE-PAYMENT
           ELSE
              PERFORM UNTIL WS-AT-TI-EOF
                 READ TRACEIN-FILE
                    AT END
                       MOVE 1 TO WS-TI-EOF
                    NOT AT END
                       IF TI-PAYMENT-ID NOT = SPACES
                          AND TI-PAYMENT-ID(1:1) NOT = "*"
                          MOVE TI-PAYMENT-ID TO WS-PAYMENT-KEY
                          PERFORM TRACE-ONE-PAYMENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "PAYTRRPT: " WS-PAYMENTS-ASKED
              " payment(s) traced, " WS-PAYMENTS-NOT-FOUND
              " with no events logged"

           IF WS-PAYMENTS-NOT-FOUND > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened; TRACEIN is opened only when there is no PARM
      *================================================================
       OPEN-FILES SECTION.
           IF WS-PARM = SPACES
              OPEN INPUT TRACEIN-FILE
              IF WS-TI-FILE-STATUS NOT = "00"
                 DISPLAY "PAYTRRPT: cannot open TRACEIN, status="
                    WS-TI-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT PAY-EVENT-FILE
           IF WS-PE-FILE-STATUS NOT = "00"
              DISPLAY "PAYTRRPT: cannot open PAYEVNT, status="
                 WS-PE-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAYTRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "PAYTRRPT: cannot open PAYTRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * TRACE-ONE-PAYMENT: partial browse of PAYEVNT over the
      * payment ID in WS-PAYMENT-KEY - every event listed, then the
      * summary lines
      *================================================================
       TRACE-ONE-PAYMENT SECTION.
           ADD 1 TO WS-PAYMENTS-ASKED
           MOVE 0 TO WS-PAYMENT-EVENTS
           MOVE 0 TO WS-HELD-SEEN
           MOVE SPACES TO WS-LAST-EVENT
           MOVE SPACES TO WS-APPROVAL-EVENT
           MOVE SPACES TO WS-SENT-EVENT
           MOVE SPACES TO WS-BANK-EVENT
           MOVE SPACES TO WS-RETURN-EVENT

           MOVE SPACES TO PAYTRPT-RECORD
           WRITE PAYTRPT-RECORD
           MOVE SPACES TO WS-PY-NOTE
           MOVE WS-PAYMENT-KEY TO WS-PY-PAYMENT-ID
           WRITE PAYTRPT-RECORD FROM WS-PAYMENT-LINE

           MOVE 0 TO WS-BROWSING
           MOVE WS-PAYMENT-KEY TO PE-PAYMENT-ID
           MOVE LOW-VALUES TO PE-EVENT-TS
           MOVE 0 TO PE-SEQUENCE
           START PAY-EVENT-FILE KEY IS NOT LESS THAN PE-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSING
           END-START

           PERFORM UNTIL WS-BROWSING = 1
              READ PAY-EVENT-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSING
                 NOT AT END
                    IF PE-PAYMENT-ID NOT = WS-PAYMENT-KEY
                       MOVE 1 TO WS-BROWSING
                    ELSE
                       PERFORM LIST-ONE-EVENT
                    END-IF
              END-READ
           END-PERFORM

           IF WS-PAYMENT-EVENTS = 0
              ADD 1 TO WS-PAYMENTS-NOT-FOUND
              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE "NO EVENTS LOGGED FOR THIS PAYMENT ID"
                 TO WS-SM-TEXT
              WRITE PAYTRPT-RECORD FROM WS-SUMMARY-LINE
              GO TO TRACE-ONE-PAYMENT-EXIT
           END-IF

           ADD 1 TO WS-PAYMENTS-FOUND
           PERFORM WRITE-PAYMENT-SUMMARY.

       TRACE-ONE-PAYMENT-EXIT.
           EXIT.

      *================================================================
      * LIST-ONE-EVENT: the event and its amount on the report, and
      * kept where it bears on a summary line
      *================================================================
       LIST-ONE-EVENT SECTION.
           ADD 1 TO WS-PAYMENT-EVENTS
           ADD 1 TO WS-EVENTS-LISTED

           MOVE SPACES TO WS-EVENT-LINE
           MOVE PE-EVENT-TS TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TS-TEXT TO WS-EV-WHEN
           MOVE PE-EVENT-CODE TO WS-EV-EVENT
           MOVE PE-SOURCE TO WS-EV-SOURCE
           MOVE PE-ACTOR TO WS-EV-ACTOR
           MOVE PE-REFERENCE TO WS-EV-REFERENCE
           MOVE PE-CURRENCY TO WS-EV-CURRENCY
           IF PE-CURRENCY NOT = SPACES
              MOVE PE-AMOUNT-MINOR TO WS-EV-AMOUNT
           END-IF
           WRITE PAYTRPT-RECORD FROM WS-EVENT-LINE

      *    The detail text goes on its own line beneath the event
           IF PE-DETAIL NOT = SPACES
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE PE-DETAIL TO WS-DT-DETAIL
              WRITE PAYTRPT-RECORD FROM WS-DETAIL-LINE
           END-IF

           MOVE PE-EVENT-CODE TO WS-LAST-CODE
           MOVE PE-EVENT-TS TO WS-LAST-TS
           MOVE PE-SOURCE TO WS-LAST-SOURCE
           MOVE PE-DETAIL TO WS-LAST-DETAIL

           EVALUATE PE-EVENT-CODE
              WHEN "HELD"
                 MOVE 1 TO WS-HELD-SEEN
              WHEN "APPROVED"
              WHEN "DECLINED"
                 MOVE PE-EVENT-CODE TO WS-APR-CODE
                 MOVE PE-EVENT-TS TO WS-APR-TS
                 MOVE PE-ACTOR TO WS-APR-ACTOR
                 MOVE PE-REFERENCE TO WS-APR-REFERENCE
              WHEN "SENT"
                 MOVE PE-EVENT-TS TO WS-SENT-TS
                 MOVE PE-SOURCE TO WS-SENT-SOURCE
                 MOVE PE-REFERENCE TO WS-SENT-REFERENCE
              WHEN "BANKACK"
              WHEN "BANKRJCT"
                 MOVE PE-EVENT-CODE TO WS-BANK-CODE
                 MOVE PE-REFERENCE TO WS-BANK-REFERENCE
              WHEN "RETURNED"
                 MOVE PE-EVENT-TS TO WS-RET-TS
                 MOVE PE-REFERENCE TO WS-RET-REFERENCE
           END-EVALUATE.

       LIST-ONE-EVENT-EXIT.
           EXIT.

      *================================================================
      * WRITE-PAYMENT-SUMMARY: state, approval, bank file and return
      * for the payment just listed, as the PAYTRACE screen draws
      * them
      *================================================================
       WRITE-PAYMENT-SUMMARY SECTION.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "STATE" TO WS-SM-LABEL
           MOVE WS-LAST-TS TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           STRING FUNCTION TRIM(WS-LAST-CODE) " " WS-TS-TEXT
              " BY " FUNCTION TRIM(WS-LAST-SOURCE) " - "
              WS-LAST-DETAIL
              DELIMITED BY SIZE INTO WS-SM-TEXT
           WRITE PAYTRPT-RECORD FROM WS-SUMMARY-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "APPROVAL" TO WS-SM-LABEL
           EVALUATE TRUE
              WHEN WS-APR-CODE NOT = SPACES
                 MOVE WS-APR-TS TO WS-TS-IN
                 PERFORM FORMAT-TIMESTAMP
                 STRING FUNCTION TRIM(WS-APR-CODE) " BY "
                    FUNCTION TRIM(WS-APR-ACTOR) " " WS-TS-TEXT
                    " - " WS-APR-REFERENCE
                    DELIMITED BY SIZE INTO WS-SM-TEXT
              WHEN WS-HELD-SEEN = 1
                 MOVE "HELD - NO DECISION LOGGED YET" TO WS-SM-TEXT
              WHEN OTHER
                 MOVE "NOT HELD FOR APPROVAL" TO WS-SM-TEXT
           END-EVALUATE
           WRITE PAYTRPT-RECORD FROM WS-SUMMARY-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "BANK FILE" TO WS-SM-LABEL
           IF WS-SENT-REFERENCE = SPACES
              MOVE "NOT YET ON A BANK FILE" TO WS-SM-TEXT
           ELSE
              MOVE WS-SENT-TS TO WS-TS-IN
              PERFORM FORMAT-TIMESTAMP
              MOVE 1 TO WS-LINE-PTR
              STRING FUNCTION TRIM(WS-SENT-REFERENCE) " BY "
                 FUNCTION TRIM(WS-SENT-SOURCE) " " WS-TS-TEXT
                 DELIMITED BY SIZE
                 INTO WS-SM-TEXT WITH POINTER WS-LINE-PTR
              IF WS-BANK-CODE NOT = SPACES
                 STRING " - " FUNCTION TRIM(WS-BANK-CODE) " "
                    FUNCTION TRIM(WS-BANK-REFERENCE)
                    DELIMITED BY SIZE
                    INTO WS-SM-TEXT WITH POINTER WS-LINE-PTR
              END-IF
           END-IF
           WRITE PAYTRPT-RECORD FROM WS-SUMMARY-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "RETURN" TO WS-SM-LABEL
           IF WS-RET-REFERENCE = SPACES
              MOVE "NONE" TO WS-SM-TEXT
           ELSE
              MOVE WS-RET-TS TO WS-TS-IN
              PERFORM FORMAT-TIMESTAMP
              STRING "RETURNED " WS-TS-TEXT " - REASON "
                 WS-RET-REFERENCE
                 DELIMITED BY SIZE INTO WS-SM-TEXT
           END-IF
           WRITE PAYTRPT-RECORD FROM WS-SUMMARY-LINE.

       WRITE-PAYMENT-SUMMARY-EXIT.
           EXIT.

      *================================================================
      * FORMAT-TIMESTAMP: WS-TS-IN as YYYY-MM-DD HH:MM:SS
      *================================================================
       FORMAT-TIMESTAMP SECTION.
           MOVE SPACES TO WS-TS-TEXT
           IF WS-TS-IN = SPACES
              GO TO FORMAT-TIMESTAMP-EXIT
           END-IF
           STRING WS-TS-IN(1:4) "-" WS-TS-IN(5:2) "-" WS-TS-IN(7:2)
              " " WS-TS-IN(9:2) ":" WS-TS-IN(11:2) ":"
              WS-TS-IN(13:2)
              DELIMITED BY SIZE INTO WS-TS-TEXT.

       FORMAT-TIMESTAMP-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "PAYTRRPT - PAYMENT TRACE FROM THE PAYMENT EVENT LOG"
              TO WS-HL-TEXT
           WRITE PAYTRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  WHEN                EVENT    STEP     BY       REFER
      -       "ENCE                           CCY  AMOUNT (MINOR)"
              TO WS-HL-TEXT
           WRITE PAYTRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO PAYTRPT-RECORD
           WRITE PAYTRPT-RECORD

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYMENTS TRACED" TO WS-RPT-LABEL
           MOVE WS-PAYMENTS-ASKED TO WS-RPT-COUNT
           WRITE PAYTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYMENTS WITH EVENTS" TO WS-RPT-LABEL
           MOVE WS-PAYMENTS-FOUND TO WS-RPT-COUNT
           WRITE PAYTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYMENTS WITH NO EVENTS" TO WS-RPT-LABEL
           MOVE WS-PAYMENTS-NOT-FOUND TO WS-RPT-COUNT
           WRITE PAYTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "EVENTS LISTED" TO WS-RPT-LABEL
           MOVE WS-EVENTS-LISTED TO WS-RPT-COUNT
           WRITE PAYTRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           IF WS-PARM = SPACES
              CLOSE TRACEIN-FILE
           END-IF
           CLOSE PAY-EVENT-FILE
           CLOSE PAYTRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM PAYTRRPT.
