      * household with all members' statements inside - the
      * postage line the household sweep exists to cut. No HSEHOLD
      * file means every statement mails alone, exactly as before.
      *
      * Nothing here is held in a table, so the size of the book
      * does not bound the run. STMTOUT comes out of STMTGEN in
      * customer-ID order, and CHANPREF arrives sorted the same way
      * (the SORT step ahead of this one), so the preferences are
      * matched by reading CHANPREF forward beside the statements;
      * the last preference listed for a customer wins. Households
      * already counted for the envelope figure are remembered on
      * the HHSEEN work KSDS, emptied at the start of every run.
      * Either input found out of customer-ID order stops the run
      * with COND code 8 - the routing would otherwise be wrong.
      *
      * Every statement routed to EDELIV queues a STMTRDY
      * notification through NOTIFY-EVENT, referenced by the
      * routing date, so the customer is told a statement is
      * waiting instead of having to go and look. CHANPREF also
      * carries the customer's notification channel and language
      * (read by NTFBUILD); this step uses only the statement
      * channel.
      *
      * Electronic-delivery customers also get the HTML rendering
      * STMTGEN writes on STMTHTML: each HTML page opens with a
      * DOCTYPE line and a "STATEMENT CUSTOMER" comment naming its
      * owner, the pages run in the same customer-ID order as the
      * print image, and the page belonging to each statement
      * routed to EDELIV is copied to EDELHTML for the e-statement
      * channel; pages for print and undeliverable customers are
      * passed over. The print image still goes to EDELIV as
      * before. No STMTHTML file means the channel carries the
      * print image only; an electronic statement with no HTML
      * page is counted and raises COND code 4.
      *
      * A print customer whose address ADDRVRFY graded N - the
      * postal code is not in the national reference file for the
      * country - joins the undeliverable queue as well: the post
      * office cannot sort it, and the desk can correct it before
      * it costs a returned envelope. An ungraded or otherwise
      * graded address prints as before.
      *
      * An electronic customer whose email address was changed and
      * not yet proven - VALSTAT's email ownership flag still N,
      * the one-time code NTFBUILD sent not yet confirmed through
      * VALGATE - is not sent the statement at that address: the
      * statement prints to the postal address instead, under the
      * same postal-verification rule as any print customer, and
      * is counted apart on the routing report. A statement
      * redirected by a fraudulent email change therefore still
      * reaches the customer's own letterbox.
      *================================================================

       IDENTIFICATION DIVISION.
              RECORD KEY IS HH-CUSTOMER-ID
              FILE STATUS IS WS-HH-FILE-STATUS.

           SELECT HHSEEN-FILE ASSIGN TO "HHSEEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HS-HOUSEHOLD-ID
              FILE STATUS IS WS-HS-FILE-STATUS.

           SELECT PRINTSTR-FILE ASSIGN TO "PRINTSTR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PR-FILE-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ED-FILE-STATUS.

           SELECT STMTHTML-FILE ASSIGN TO "STMTHTML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT EDELHTML-FILE ASSIGN TO "EDELHTML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EH-FILE-STATUS.

           SELECT UNDELIV-FILE ASSIGN TO "UNDELIV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UD-FILE-STATUS.

      * One channel preference per line; unlisted customers print
       FD  CHANPREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHANPREF-RECORD.
           05 CP-CUSTOMER-ID            PIC X(36).
           05 CP-CHANNEL                PIC X(1).
           05 CP-NOTIFY-CHANNEL         PIC X(1).
           05 CP-LANGUAGE               PIC X(2).

      * Validation-status KSDS as VALSTLD lays it down
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-STATUS                 PIC X(1).
              88 VS-EMAIL-IS-DEAD       VALUE "Y".
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
              88 VS-ADDR-POSTCODE-UNKNOWN VALUE "N".
           05 VS-EMAIL-VERIFIED         PIC X(1).
              88 VS-EMAIL-UNPROVEN      VALUE "N".
           05 VS-PHONE-VERIFIED         PIC X(1).

      * Household assignments as the HSEHOLD sweep lays them down
       FD  HSEHOLD-FILE
           05 HH-MEMBER-COUNT           PIC 9(4).
           05 HH-ASSIGNED-DATE          PIC 9(8).

      * Households already counted this run - a work KSDS, emptied
      * when the run opens it
       FD  HHSEEN-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  HHSEEN-RECORD.
           05 HS-HOUSEHOLD-ID           PIC X(36).

       FD  PRINTSTR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINTSTR-RECORD              PIC X(132).
           RECORD CONTAINS 132 CHARACTERS.
       01  EDELIV-RECORD                PIC X(132).

      * The HTML rendering of the same statements, as STMTGEN
      * writes it
       FD  STMTHTML-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  STMTHTML-RECORD              PIC X(512).

       FD  EDELHTML-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  EDELHTML-RECORD              PIC X(512).

       FD  UNDELIV-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  UNDELIV-RECORD               PIC X(132).
       01 WS-PRINT-STATEMENTS          PIC 9(6) VALUE 0.
       01 WS-EDELIV-STATEMENTS         PIC 9(6) VALUE 0.
       01 WS-UNDELIV-STATEMENTS        PIC 9(6) VALUE 0.
       01 WS-EDELIV-HTML-PAGES         PIC 9(6) VALUE 0.
       01 WS-HTML-MISSING-COUNT        PIC 9(6) VALUE 0.
       01 WS-UNPROVEN-PRINT-COUNT      PIC 9(6) VALUE 0.
       01 WS-UNPROVEN-EMAIL            PIC 9 VALUE 0.

      * The STMTHTML side: the page the file is positioned on
      * (HIGH-VALUES once it is exhausted), held as its DOCTYPE
      * and routing-comment lines until it is copied or passed
      * over
       01 WS-SH-FILE-STATUS            PIC X(2).
       01 WS-EH-FILE-STATUS            PIC X(2).
       01 WS-SH-OPEN                   PIC 9 VALUE 0.
       01 WS-SH-EOF                    PIC 9 VALUE 0.
          88 WS-AT-SH-EOF              VALUE 1.
       01 WS-SH-CURRENT-ID             PIC X(36).
       01 WS-SH-DOCTYPE-LINE           PIC X(512).
       01 WS-SH-MARKER-LINE            PIC X(512).
       01 WS-SH-PAGE-DONE              PIC 9 VALUE 0.

      * The CHANPREF side of the preference match: the customer
      * the file is positioned on (HIGH-VALUES once it is
      * exhausted) and the order checks on both inputs
       01 WS-CP-CURRENT-ID             PIC X(36).
       01 WS-CP-CURRENT-CHANNEL        PIC X(1).
       01 WS-PREV-CP-ID                PIC X(36) VALUE LOW-VALUES.
       01 WS-PREV-ROUTE-CUSTOMER       PIC X(36) VALUE LOW-VALUES.
       01 WS-CP-RECORDS-READ           PIC 9(8) VALUE 0.
       01 WS-CHANNEL                   PIC X(1).

      * The statement-walk state: a short buffer holds the heading
       01 WS-HH-TAG                    PIC 9 VALUE 0.
       01 WS-BUNDLED-STATEMENTS        PIC 9(6) VALUE 0.
       01 WS-HOUSEHOLDS-SEEN           PIC 9(6) VALUE 0.
       01 WS-HS-FILE-STATUS            PIC X(2).

      * The banner line the print shop's inserter collates on
       01 WS-HOUSEHOLD-BANNER.
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * NOTIFY-EVENT call fields (see PROVEN-NOTIFY.cob)
       01 WS-NT-EVENT-TYPE             PIC X(8) VALUE "STMTRDY".
       01 WS-NT-REFERENCE              PIC X(35).
       01 WS-NT-DETAIL                 PIC X(60)
          VALUE "Statement ready for electronic delivery".
       01 WS-NT-SOURCE                 PIC X(8) VALUE "STMTROUT".
       01 WS-NT-RESULT                 PIC 9.
       01 WS-NT-ERROR-MSG              PIC X(50).
       01 WS-NOTICE-FAIL-COUNT         PIC 9(6) VALUE 0.

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "STMTROUT".
       01 WS-CW-TOTAL-STMTS            PIC 9(8).
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           PERFORM READ-NEXT-PREFERENCE
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-SO-EOF
              WS-UNDELIV-STATEMENTS " undeliverable"

           EVALUATE TRUE
              WHEN WS-UNDELIV-STATEMENTS > 0
                 OR WS-HTML-MISSING-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
                 "mails alone"
           END-IF

      *    The seen-household work file starts every run empty
           IF WS-HH-OPEN = 1
              OPEN OUTPUT HHSEEN-FILE
              IF WS-HS-FILE-STATUS = "00"
                 CLOSE HHSEEN-FILE
                 OPEN I-O HHSEEN-FILE
              END-IF
              IF WS-HS-FILE-STATUS NOT = "00"
                 DISPLAY "STMTROUT: cannot open HHSEEN, status="
                    WS-HS-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT PRINTSTR-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "STMTROUT: cannot open PRINTSTR, status="
              STOP RUN
           END-IF

           OPEN INPUT STMTHTML-FILE
           IF WS-SH-FILE-STATUS = "00"
              MOVE 1 TO WS-SH-OPEN
              PERFORM READ-NEXT-HTML-PAGE
           ELSE
              MOVE HIGH-VALUES TO WS-SH-CURRENT-ID
              DISPLAY "STMTROUT: no STMTHTML - electronic delivery "
                 "carries the print image only"
           END-IF

           OPEN OUTPUT EDELHTML-FILE
           IF WS-EH-FILE-STATUS NOT = "00"
              DISPLAY "STMTROUT: cannot open EDELHTML, status="
                 WS-EH-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT UNDELIV-FILE
           IF WS-UD-FILE-STATUS NOT = "00"
              DISPLAY "STMTROUT: cannot open UNDELIV, status="
           EXIT.

      *================================================================
      * READ-NEXT-PREFERENCE: advance the CHANPREF side of the
      * match, skipping blank lines and proving the order as it
      * goes
      *================================================================
       READ-NEXT-PREFERENCE SECTION.
           MOVE HIGH-VALUES TO WS-CP-CURRENT-ID
           MOVE SPACE TO WS-CP-CURRENT-CHANNEL

           PERFORM UNTIL WS-AT-CP-EOF
                      OR WS-CP-CURRENT-ID NOT = HIGH-VALUES
              READ CHANPREF-FILE
                 AT END
                    MOVE 1 TO WS-CP-EOF
                 NOT AT END
                    ADD 1 TO WS-CP-RECORDS-READ
                    IF CP-CUSTOMER-ID NOT = SPACES
                       MOVE CP-CUSTOMER-ID TO WS-CP-CURRENT-ID
                       MOVE CP-CHANNEL TO WS-CP-CURRENT-CHANNEL
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CP-CURRENT-ID = HIGH-VALUES
              GO TO READ-NEXT-PREFERENCE-EXIT
           END-IF

           IF WS-CP-CURRENT-ID < WS-PREV-CP-ID
              DISPLAY "STMTROUT: CHANPREF out of customer-ID "
                 "sequence at record " WS-CP-RECORDS-READ
                 " (" WS-CP-CURRENT-ID ") - sort it by customer ID"
              PERFORM ABANDON-ROUTING-RUN
           END-IF
           MOVE WS-CP-CURRENT-ID TO WS-PREV-CP-ID.

       READ-NEXT-PREFERENCE-EXIT.
           EXIT.

      *================================================================
      * ABANDON-ROUTING-RUN: an unsorted input cannot be matched
      * and a full work file cannot count households, so either
      * stops the run with COND code 8
      *================================================================
       ABANDON-ROUTING-RUN SECTION.
           PERFORM CLOSE-FILES
           CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       ABANDON-ROUTING-RUN-EXIT.
           EXIT.

      *================================================================
      * preference
      *================================================================
       DECIDE-DESTINATION SECTION.
           IF WS-ROUTE-CUSTOMER < WS-PREV-ROUTE-CUSTOMER
              DISPLAY "STMTROUT: STMTOUT out of customer-ID "
                 "sequence at " WS-ROUTE-CUSTOMER
                 " - rerun STMTGEN from sorted postings"
              PERFORM ABANDON-ROUTING-RUN
           END-IF
           MOVE WS-ROUTE-CUSTOMER TO WS-PREV-ROUTE-CUSTOMER

      *    CHANPREF moves forward to this customer; the last of
      *    the customer's own preference lines wins
           MOVE "P" TO WS-CHANNEL
           PERFORM UNTIL WS-CP-CURRENT-ID NOT < WS-ROUTE-CUSTOMER
              PERFORM READ-NEXT-PREFERENCE
           END-PERFORM
           PERFORM UNTIL WS-CP-CURRENT-ID NOT = WS-ROUTE-CUSTOMER
              MOVE WS-CP-CURRENT-CHANNEL TO WS-CHANNEL
              PERFORM READ-NEXT-PREFERENCE
           END-PERFORM

           MOVE WS-ROUTE-CUSTOMER TO VS-CUSTOMER-ID
              GO TO DECIDE-DESTINATION-REPORT
           END-IF

      *    An email address not yet proven is not trusted with the
      *    statement - it goes to the postal address instead
           MOVE 0 TO WS-UNPROVEN-EMAIL
           IF WS-CHANNEL = "E" AND VS-EMAIL-UNPROVEN
              MOVE "P" TO WS-CHANNEL
              MOVE 1 TO WS-UNPROVEN-EMAIL
           END-IF

           IF WS-CHANNEL NOT = "E" AND VS-ADDR-POSTCODE-UNKNOWN
              MOVE "U" TO WS-DESTINATION
              MOVE "ADDRESS FAILED POSTAL VERIFICATION"
                 TO WS-ROUTE-NOTE
              GO TO DECIDE-DESTINATION-REPORT
           END-IF

           IF WS-CHANNEL = "E" AND VS-EMAIL-IS-DEAD
              MOVE "U" TO WS-DESTINATION
              MOVE "EMAIL UNDELIVERABLE (BOUNCED)"
           ELSE
              MOVE "P" TO WS-DESTINATION
              MOVE "PRINT" TO WS-ROUTE-NOTE
              IF WS-UNPROVEN-EMAIL = 1
                 MOVE "PRINT - EMAIL NOT YET VERIFIED"
                    TO WS-ROUTE-NOTE
                 ADD 1 TO WS-UNPROVEN-PRINT-COUNT
              END-IF
              PERFORM LOOK-UP-HOUSEHOLD
           END-IF.

                 ADD 1 TO WS-PRINT-STATEMENTS
              WHEN WS-DEST-EDELIV
                 ADD 1 TO WS-EDELIV-STATEMENTS
                 PERFORM ROUTE-HTML-PAGE
                 PERFORM QUEUE-STATEMENT-NOTICE
              WHEN OTHER
                 ADD 1 TO WS-UNDELIV-STATEMENTS
                 MOVE SPACES TO WS-ROUTE-LINE
       DECIDE-DESTINATION-EXIT.
           EXIT.

      *================================================================
      * ROUTE-HTML-PAGE: move the HTML side forward to this
      * electronic customer's page, passing over pages of customers
      * routed elsewhere, and copy the page to EDELHTML
      *================================================================
       ROUTE-HTML-PAGE SECTION.
           IF WS-SH-OPEN = 0
              GO TO ROUTE-HTML-PAGE-EXIT
           END-IF

           PERFORM UNTIL WS-SH-CURRENT-ID NOT < WS-ROUTE-CUSTOMER
              PERFORM READ-NEXT-HTML-PAGE
           END-PERFORM

           IF WS-SH-CURRENT-ID NOT = WS-ROUTE-CUSTOMER
              ADD 1 TO WS-HTML-MISSING-COUNT
              DISPLAY "STMTROUT: no HTML page for " WS-ROUTE-CUSTOMER
                 " - print image only"
              GO TO ROUTE-HTML-PAGE-EXIT
           END-IF

           WRITE EDELHTML-RECORD FROM WS-SH-DOCTYPE-LINE
           WRITE EDELHTML-RECORD FROM WS-SH-MARKER-LINE
           ADD 1 TO WS-EDELIV-HTML-PAGES

      *    The page runs to the next page's DOCTYPE line, which
      *    positions the HTML side on that page
           MOVE 0 TO WS-SH-PAGE-DONE
           PERFORM UNTIL WS-SH-PAGE-DONE = 1
              READ STMTHTML-FILE
                 AT END
                    MOVE 1 TO WS-SH-EOF
                    MOVE 1 TO WS-SH-PAGE-DONE
                    MOVE HIGH-VALUES TO WS-SH-CURRENT-ID
                 NOT AT END
                    IF STMTHTML-RECORD(1:15) = "<!DOCTYPE html>"
                       MOVE 1 TO WS-SH-PAGE-DONE
                       PERFORM POSITION-ON-HTML-PAGE
                    ELSE
                       WRITE EDELHTML-RECORD FROM STMTHTML-RECORD
                    END-IF
              END-READ
           END-PERFORM.

       ROUTE-HTML-PAGE-EXIT.
           EXIT.

      *================================================================
      * READ-NEXT-HTML-PAGE: pass over the rest of the page in hand
      * to the next page's DOCTYPE line
      *================================================================
       READ-NEXT-HTML-PAGE SECTION.
           MOVE HIGH-VALUES TO WS-SH-CURRENT-ID
           MOVE 0 TO WS-SH-PAGE-DONE

           PERFORM UNTIL WS-SH-PAGE-DONE = 1
              READ STMTHTML-FILE
                 AT END
                    MOVE 1 TO WS-SH-EOF
                    MOVE 1 TO WS-SH-PAGE-DONE
                 NOT AT END
                    IF STMTHTML-RECORD(1:15) = "<!DOCTYPE html>"
                       MOVE 1 TO WS-SH-PAGE-DONE
                       PERFORM POSITION-ON-HTML-PAGE
                    END-IF
              END-READ
           END-PERFORM.

       READ-NEXT-HTML-PAGE-EXIT.
           EXIT.

      *================================================================
      * POSITION-ON-HTML-PAGE: the DOCTYPE line just read opens a
      * page; the routing comment after it names the customer
      *================================================================
       POSITION-ON-HTML-PAGE SECTION.
           MOVE STMTHTML-RECORD TO WS-SH-DOCTYPE-LINE
           MOVE HIGH-VALUES TO WS-SH-CURRENT-ID

           READ STMTHTML-FILE
              AT END
                 MOVE 1 TO WS-SH-EOF
                 GO TO POSITION-ON-HTML-PAGE-EXIT
           END-READ

           MOVE STMTHTML-RECORD TO WS-SH-MARKER-LINE
           IF STMTHTML-RECORD(1:24) = "<!-- STATEMENT CUSTOMER "
              MOVE STMTHTML-RECORD(25:36) TO WS-SH-CURRENT-ID
           ELSE
              DISPLAY "STMTROUT: STMTHTML page with no routing "
                 "comment - page passed over"
              MOVE LOW-VALUES TO WS-SH-CURRENT-ID
           END-IF.

       POSITION-ON-HTML-PAGE-EXIT.
           EXIT.

      *================================================================
      * QUEUE-STATEMENT-NOTICE: tell an electronic-delivery customer
      * the statement is ready
      *================================================================
       QUEUE-STATEMENT-NOTICE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NT-REFERENCE

           CALL "NOTIFY-EVENT" USING WS-NT-EVENT-TYPE
               WS-ROUTE-CUSTOMER WS-NT-REFERENCE WS-NT-DETAIL
               WS-NT-SOURCE WS-NT-RESULT WS-NT-ERROR-MSG

           IF WS-NT-RESULT NOT = 1
              ADD 1 TO WS-NOTICE-FAIL-COUNT
              DISPLAY "STMTROUT: statement notice not queued for "
                 WS-ROUTE-CUSTOMER " - " WS-NT-ERROR-MSG
           END-IF.

       QUEUE-STATEMENT-NOTICE-EXIT.
           EXIT.

      *================================================================
      * LOOK-UP-HOUSEHOLD: a print customer with a multi-member
      * HSEHOLD record gets the household banner, and the household
           ADD 1 TO WS-BUNDLED-STATEMENTS
           MOVE "PRINT (HOUSEHOLD BUNDLE)" TO WS-ROUTE-NOTE

      *    A household key already on HHSEEN is an envelope
      *    already counted; any other refusal is a full work file
           MOVE HH-HOUSEHOLD-ID TO HS-HOUSEHOLD-ID
           WRITE HHSEEN-RECORD
              INVALID KEY
                 IF WS-HS-FILE-STATUS NOT = "22"
                    DISPLAY "STMTROUT: HHSEEN write refused, status="
                       WS-HS-FILE-STATUS " - work file full"
                    PERFORM ABANDON-ROUTING-RUN
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-HOUSEHOLDS-SEEN
           END-WRITE.

       LOOK-UP-HOUSEHOLD-EXIT.
           EXIT.
           MOVE WS-EDELIV-STATEMENTS TO WS-RPT-COUNT
           WRITE ROUTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HTML E-STATEMENTS" TO WS-RPT-LABEL
           MOVE WS-EDELIV-HTML-PAGES TO WS-RPT-COUNT
           WRITE ROUTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ELECTRONIC WITHOUT HTML PAGE" TO WS-RPT-LABEL
           MOVE WS-HTML-MISSING-COUNT TO WS-RPT-COUNT
           WRITE ROUTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PRINTED - EMAIL UNVERIFIED" TO WS-RPT-LABEL
           MOVE WS-UNPROVEN-PRINT-COUNT TO WS-RPT-COUNT
           WRITE ROUTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STATEMENTS UNDELIVERABLE" TO WS-RPT-LABEL
           MOVE WS-UNDELIV-STATEMENTS TO WS-RPT-COUNT
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "HOUSEHOLD ENVELOPES" TO WS-RPT-LABEL
           MOVE WS-HOUSEHOLDS-SEEN TO WS-RPT-COUNT
           WRITE ROUTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "READY NOTICES NOT QUEUED" TO WS-RPT-LABEL
           MOVE WS-NOTICE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE ROUTRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE STMTOUT-FILE
           CLOSE CHANPREF-FILE
           CLOSE VALSTAT-FILE
           IF WS-HH-OPEN = 1
              CLOSE HSEHOLD-FILE
              CLOSE HHSEEN-FILE
           END-IF
           CLOSE PRINTSTR-FILE
           CLOSE EDELIV-FILE
           IF WS-SH-OPEN = 1
              CLOSE STMTHTML-FILE
           END-IF
           CLOSE EDELHTML-FILE
           CLOSE UNDELIV-FILE
           CLOSE ROUTRPT-FILE.

