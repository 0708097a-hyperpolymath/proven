      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FxRateSheet - daily customer FX rate sheet over the
      * EXCHRATE mid rates for COBOL
      *

      *================================================================
      * Publishes the customer rate sheet for the business date
      * (JCL PARM YYYYMMDD, default today): for every currency pair
      * and customer tier on the FXMARGIN master (see FXMRGLD), the
      * entry in force that day - the newest effective on or before
      * it - is applied to the pair's newest valid EXCHRATE mid
      * rate, found by the same browse FXINQ and POSLEDGR make, so
      * the sheet, the screen and the batch agree on the mid.
      *
      * Each amount band of the entry gives one line:
      *
      *   we buy   = mid x (10000 - buy margin bps)  / 10000
      *   we sell  = mid x (10000 + sell margin bps) / 10000
      *
      * both in to-currency units per unit of the from-currency,
      * rounded to the eight places EXCHRATE carries. The sheet goes
      * out twice: as the printed board-rate report (FXRTSRPT) for
      * the branches, and as one JSON object per line (FXRTSJSN) for
      * the web site, built through the SAFE-JSON document builder
      * and self-checked through VALIDATE-JSON line by line, in the
      * DSAREXTR manner.
      *
      * A pair with no valid mid rate is listed on the report as
      * not quoted and left off the JSON - the web site keeps its
      * last good sheet rather than showing no price (COND code 4).
      * A JSON line that cannot be built or fails its self-check
      * makes the file unfit to publish (COND code 8).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRTSHT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXMARGIN-FILE ASSIGN TO "FXMARGIN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MG-KEY
              FILE STATUS IS WS-MG-FILE-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ER-KEY
              FILE STATUS IS WS-ER-FILE-STATUS.

           SELECT FXRTSRPT-FILE ASSIGN TO "FXRTSRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT FXRTSJSN-FILE ASSIGN TO "FXRTSJSN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Pricing-margin master (see FXMARGIN-RECORD in FXMRGLD.cob)
       FD  FXMARGIN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  FXMARGIN-RECORD.
           05 MG-KEY.
              10 MG-FROM-CURRENCY       PIC X(3).
              10 MG-TO-CURRENCY         PIC X(3).
              10 MG-TIER                PIC X(1).
              10 MG-EFFECTIVE-DATE      PIC 9(8).
           05 MG-BAND OCCURS 5 TIMES.
              10 MG-BAND-UPTO-MINOR     PIC 9(15).
              10 MG-BAND-BUY-BPS        PIC 9(4).
              10 MG-BAND-SELL-BPS       PIC 9(4).
           05 MG-GL-ACCOUNT             PIC X(8).
           05 MG-DESCRIPTION            PIC X(30).
           05 FILLER                    PIC X(32).

      * Mirrors FXRATELD.cob's EXCHANGE-RATE-VSAM-RECORD field for
      * field
       FD  EXCHANGE-RATE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  EXCHANGE-RATE-VSAM-RECORD.
           05 ER-KEY.
              10 ER-FROM-CURRENCY       PIC X(3).
              10 ER-TO-CURRENCY         PIC X(3).
              10 ER-TIMESTAMP           PIC 9(14).
           05 ER-RATE                   PIC 9(6)V9(8).
           05 ER-VALID                  PIC 9.
              88 ER-RATE-VALID          VALUE 1.
           05 ER-SOURCE                 PIC X(1).

       FD  FXRTSRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FXRTSRPT-RECORD              PIC X(132).

       FD  FXRTSJSN-FILE
           RECORD CONTAINS 1000 CHARACTERS.
       01  FXRTSJSN-RECORD              PIC X(1000).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-MG-FILE-STATUS            PIC X(2).
       01 WS-ER-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-JO-FILE-STATUS            PIC X(2).
       01 WS-MG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

      * Control counts
       01 WS-ENTRIES-READ              PIC 9(6) VALUE 0.
       01 WS-SHEETS-PUBLISHED          PIC 9(6) VALUE 0.
       01 WS-LINES-PUBLISHED           PIC 9(6) VALUE 0.
       01 WS-NO-RATE-COUNT             PIC 9(6) VALUE 0.
       01 WS-SELFCHECK-FAIL-COUNT      PIC 9(6) VALUE 0.
       01 WS-BUILD-FAIL-COUNT          PIC 9(6) VALUE 0.

      * The business date the sheet is published for, from the JCL
      * PARM
       01 WS-PARM                      PIC X(8).
       01 WS-BUSINESS-DATE             PIC 9(8).

      * The pair and tier being gathered, and the entry in force
      * for it so far
       01 WS-GROUP-KEY.
          05 WS-GROUP-FROM             PIC X(3).
          05 WS-GROUP-TO               PIC X(3).
          05 WS-GROUP-TIER             PIC X(1).
       01 WS-HELD-FOUND                PIC 9 VALUE 0.
       01 WS-HELD-ENTRY                PIC X(200).

      * The pair's mid rate, resolved once per pair - the tiers of
      * a pair follow each other on the master
       01 WS-MID-PAIR                  PIC X(6) VALUE SPACES.
       01 WS-MID-FOUND                 PIC 9 VALUE 0.
       01 WS-MID-RATE                  PIC 9(6)V9(8).

      * One band of the sheet
       01 WS-BAND-IDX                  PIC 9(2) VALUE 0.
       01 WS-BAND-DONE                 PIC 9 VALUE 0.
       01 WS-CUST-BUY-RATE             PIC 9(6)V9(8).
       01 WS-CUST-SELL-RATE            PIC 9(6)V9(8).
       01 WS-TIER-LABEL                PIC X(5).
       01 WS-RATE-EDIT                 PIC Z(5)9.9(8).
       01 WS-UPTO-EDIT                 PIC Z(14)9.
       01 WS-BAND-EDIT                 PIC 9.

      * One JSON member: key and value - ADD-MEMBER puts it on the
      * line being built
       01 WS-FIELD-KEY                 PIC X(30).
       01 WS-FIELD-VALUE               PIC X(40).

      * SAFE-JSON document-builder call fields - the builder owns
      * the escaping and the punctuation
       01 WS-JB-KEY-NAME               PIC X(256).
       01 WS-JB-KEY-LENGTH             PIC 9(4).
       01 WS-JB-VALUE                  PIC X(4096).
       01 WS-JB-VALUE-LEN              PIC 9(6).
       01 WS-JB-OUTPUT                 PIC X(8192).
       01 WS-JB-OUTPUT-LEN             PIC 9(6).
       01 WS-JB-RESULT                 PIC 9.
       01 WS-JB-ERROR-MSG              PIC X(100).

      * VALIDATE-JSON call fields (see SAFE-JSON.cob)
       01 WS-VJ-BUFFER                 PIC X(32000).
       01 WS-VJ-LENGTH                 PIC 9(6).
       01 WS-VJ-RESULT                 PIC 9.
       01 WS-VJ-ERROR-MSG              PIC X(100).
       01 WS-VJ-ERROR-POS              PIC 9(6).
       01 WS-VJ-MAX-DEPTH              PIC 9(3) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-SHEET-LINE.
          05 FILLER                    PIC X(2).
          05 WS-SL-FROM                PIC X(3).
          05 WS-SL-SLASH               PIC X(1).
          05 WS-SL-TO                  PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-SL-TIER                PIC X(5).
          05 FILLER                    PIC X(2).
          05 WS-SL-BAND                PIC X(1).
          05 FILLER                    PIC X(2).
          05 WS-SL-UPTO                PIC X(15).
          05 FILLER                    PIC X(2).
          05 WS-SL-MID                 PIC X(15).
          05 FILLER                    PIC X(2).
          05 WS-SL-WE-BUY              PIC X(15).
          05 FILLER                    PIC X(2).
          05 WS-SL-WE-SELL             PIC X(15).
          05 FILLER                    PIC X(2).
          05 WS-SL-BUY-BPS             PIC ZZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-SELL-BPS            PIC ZZZ9.
          05 FILLER                    PIC X(2).
          05 WS-SL-NOTE                PIC X(28).

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
           PERFORM READ-BUSINESS-DATE-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS

           MOVE SPACES TO WS-GROUP-KEY
           MOVE LOW-VALUES TO MG-KEY
           START FXMARGIN-FILE KEY IS NOT LESS THAN MG-KEY
              INVALID KEY
                 MOVE 1 TO WS-MG-EOF
           END-START

           PERFORM UNTIL WS-AT-EOF
              READ FXMARGIN-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-MG-EOF
                 NOT AT END
                    PERFORM GATHER-ONE-ENTRY
              END-READ
           END-PERFORM
           PERFORM PUBLISH-HELD-ENTRY

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "FXRTSHT: " WS-SHEETS-PUBLISHED " pair/tier(s), "
              WS-LINES-PUBLISHED " rate line(s) published for "
              WS-BUSINESS-DATE ", " WS-NO-RATE-COUNT " not quoted"

           EVALUATE TRUE
              WHEN WS-SELFCHECK-FAIL-COUNT > 0
                 OR WS-BUILD-FAIL-COUNT > 0
                 DISPLAY "FXRTSHT: rate sheet is not fit to publish"
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-NO-RATE-COUNT > 0
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
      * READ-BUSINESS-DATE-PARM: a numeric YYYYMMDD JCL PARM names
      * the business date the sheet is for; default is today
      *================================================================
       READ-BUSINESS-DATE-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:8) IS NUMERIC
              MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT FXMARGIN-FILE
           IF WS-MG-FILE-STATUS NOT = "00"
              DISPLAY "FXRTSHT: cannot open FXMARGIN, status="
                 WS-MG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
              DISPLAY "FXRTSHT: cannot open EXCHRATE, status="
                 WS-ER-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FXRTSRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "FXRTSHT: cannot open FXRTSRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FXRTSJSN-FILE
           IF WS-JO-FILE-STATUS NOT = "00"
              DISPLAY "FXRTSHT: cannot open FXRTSJSN, status="
                 WS-JO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * GATHER-ONE-ENTRY: entries arrive in pair, tier and
      * effective-date order, so the last one in force seen for a
      * pair and tier is the one that prices it - published the
      * moment the master moves on to the next pair or tier
      *================================================================
       GATHER-ONE-ENTRY SECTION.
           ADD 1 TO WS-ENTRIES-READ

           IF MG-FROM-CURRENCY NOT = WS-GROUP-FROM
              OR MG-TO-CURRENCY NOT = WS-GROUP-TO
              OR MG-TIER NOT = WS-GROUP-TIER
              PERFORM PUBLISH-HELD-ENTRY
              MOVE MG-FROM-CURRENCY TO WS-GROUP-FROM
              MOVE MG-TO-CURRENCY TO WS-GROUP-TO
              MOVE MG-TIER TO WS-GROUP-TIER
              MOVE 0 TO WS-HELD-FOUND
           END-IF

           IF MG-EFFECTIVE-DATE <= WS-BUSINESS-DATE
              MOVE FXMARGIN-RECORD TO WS-HELD-ENTRY
              MOVE 1 TO WS-HELD-FOUND
           END-IF.

       GATHER-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * PUBLISH-HELD-ENTRY: the pair and tier's entry in force, band
      * by band, on the report and the JSON; a pair and tier whose
      * entries all start later is not yet on the sheet
      *================================================================
       PUBLISH-HELD-ENTRY SECTION.
           IF WS-HELD-FOUND = 0
              GO TO PUBLISH-HELD-ENTRY-EXIT
           END-IF
           MOVE 0 TO WS-HELD-FOUND
           MOVE WS-HELD-ENTRY TO FXMARGIN-RECORD

           EVALUATE MG-TIER
              WHEN "*"
                 MOVE "BOARD" TO WS-TIER-LABEL
              WHEN "L"
                 MOVE "LOW" TO WS-TIER-LABEL
              WHEN "M"
                 MOVE "MED" TO WS-TIER-LABEL
              WHEN OTHER
                 MOVE "HIGH" TO WS-TIER-LABEL
           END-EVALUATE

           PERFORM RESOLVE-MID-RATE
           IF WS-MID-FOUND = 0
              ADD 1 TO WS-NO-RATE-COUNT
              MOVE SPACES TO WS-SHEET-LINE
              MOVE MG-FROM-CURRENCY TO WS-SL-FROM
              MOVE "/" TO WS-SL-SLASH
              MOVE MG-TO-CURRENCY TO WS-SL-TO
              MOVE WS-TIER-LABEL TO WS-SL-TIER
              MOVE "NOT QUOTED - NO VALID MID" TO WS-SL-NOTE
              WRITE FXRTSRPT-RECORD FROM WS-SHEET-LINE
              GO TO PUBLISH-HELD-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-SHEETS-PUBLISHED
           MOVE 0 TO WS-BAND-DONE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5 OR WS-BAND-DONE = 1
              IF WS-BAND-IDX > 1
                 AND MG-BAND-UPTO-MINOR(WS-BAND-IDX) = 0
                 AND MG-BAND-BUY-BPS(WS-BAND-IDX) = 0
                 AND MG-BAND-SELL-BPS(WS-BAND-IDX) = 0
                 MOVE 1 TO WS-BAND-DONE
              ELSE
                 PERFORM PUBLISH-ONE-BAND
                 IF MG-BAND-UPTO-MINOR(WS-BAND-IDX) = 0
                    MOVE 1 TO WS-BAND-DONE
                 END-IF
              END-IF
           END-PERFORM.

       PUBLISH-HELD-ENTRY-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-MID-RATE: the pair's newest valid EXCHRATE rate,
      * kept for the pair's next tier
      * Output: WS-MID-FOUND, WS-MID-RATE
      *================================================================
       RESOLVE-MID-RATE SECTION.
           IF WS-MID-PAIR(1:3) = MG-FROM-CURRENCY
              AND WS-MID-PAIR(4:3) = MG-TO-CURRENCY
              GO TO RESOLVE-MID-RATE-EXIT
           END-IF
           MOVE MG-FROM-CURRENCY TO WS-MID-PAIR(1:3)
           MOVE MG-TO-CURRENCY TO WS-MID-PAIR(4:3)
           MOVE 0 TO WS-MID-FOUND
           MOVE 0 TO WS-MID-RATE

           MOVE MG-FROM-CURRENCY TO ER-FROM-CURRENCY
           MOVE MG-TO-CURRENCY TO ER-TO-CURRENCY
           MOVE 0 TO ER-TIMESTAMP
           MOVE 0 TO WS-BROWSE-DONE

           START EXCHANGE-RATE-FILE KEY NOT LESS THAN ER-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ EXCHANGE-RATE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF ER-FROM-CURRENCY NOT = MG-FROM-CURRENCY
                       OR ER-TO-CURRENCY NOT = MG-TO-CURRENCY
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF ER-RATE-VALID
                          MOVE 1 TO WS-MID-FOUND
                          MOVE ER-RATE TO WS-MID-RATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       RESOLVE-MID-RATE-EXIT.
           EXIT.

      *================================================================
      * PUBLISH-ONE-BAND: band WS-BAND-IDX priced off the mid, as a
      * report line and a JSON line
      *================================================================
       PUBLISH-ONE-BAND SECTION.
           COMPUTE WS-CUST-BUY-RATE ROUNDED =
              WS-MID-RATE * (10000 - MG-BAND-BUY-BPS(WS-BAND-IDX))
              / 10000
           COMPUTE WS-CUST-SELL-RATE ROUNDED =
              WS-MID-RATE * (10000 + MG-BAND-SELL-BPS(WS-BAND-IDX))
              / 10000
              ON SIZE ERROR
                 MOVE 999999.99999999 TO WS-CUST-SELL-RATE
           END-COMPUTE
           ADD 1 TO WS-LINES-PUBLISHED

           MOVE SPACES TO WS-SHEET-LINE
           MOVE MG-FROM-CURRENCY TO WS-SL-FROM
           MOVE "/" TO WS-SL-SLASH
           MOVE MG-TO-CURRENCY TO WS-SL-TO
           MOVE WS-TIER-LABEL TO WS-SL-TIER
           MOVE WS-BAND-IDX TO WS-BAND-EDIT
           MOVE WS-BAND-EDIT TO WS-SL-BAND
           IF MG-BAND-UPTO-MINOR(WS-BAND-IDX) = 0
              MOVE "      AND ABOVE" TO WS-SL-UPTO
           ELSE
              MOVE MG-BAND-UPTO-MINOR(WS-BAND-IDX) TO WS-UPTO-EDIT
              MOVE WS-UPTO-EDIT TO WS-SL-UPTO
           END-IF
           MOVE WS-MID-RATE TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-SL-MID
           MOVE WS-CUST-BUY-RATE TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-SL-WE-BUY
           MOVE WS-CUST-SELL-RATE TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-SL-WE-SELL
           MOVE MG-BAND-BUY-BPS(WS-BAND-IDX) TO WS-SL-BUY-BPS
           MOVE MG-BAND-SELL-BPS(WS-BAND-IDX) TO WS-SL-SELL-BPS
           WRITE FXRTSRPT-RECORD FROM WS-SHEET-LINE

           CALL "JSON-BUILD-RESET" USING WS-JB-RESULT
           MOVE "as_of" TO WS-FIELD-KEY
           MOVE WS-BUSINESS-DATE TO WS-FIELD-VALUE
           PERFORM ADD-MEMBER
           MOVE "from" TO WS-FIELD-KEY
           MOVE MG-FROM-CURRENCY TO WS-FIELD-VALUE
           PERFORM ADD-MEMBER
           MOVE "to" TO WS-FIELD-KEY
           MOVE MG-TO-CURRENCY TO WS-FIELD-VALUE
           PERFORM ADD-MEMBER
           MOVE "tier" TO WS-FIELD-KEY
           MOVE WS-TIER-LABEL TO WS-FIELD-VALUE
           PERFORM ADD-MEMBER
           MOVE "band" TO WS-FIELD-KEY
           MOVE WS-SL-BAND TO WS-FIELD-VALUE
           PERFORM ADD-MEMBER
           MOVE "up_to_minor" TO WS-FIELD-KEY
           IF MG-BAND-UPTO-MINOR(WS-BAND-IDX) = 0
              MOVE SPACES TO WS-FIELD-VALUE
           ELSE
              MOVE FUNCTION TRIM(WS-SL-UPTO) TO WS-FIELD-VALUE
           END-IF
           PERFORM ADD-MEMBER
           MOVE "mid" TO WS-FIELD-KEY
           MOVE FUNCTION TRIM(WS-SL-MID) TO WS-FIELD-VALUE
           PERFORM ADD-MEMBER
           MOVE "we_buy" TO WS-FIELD-KEY
           MOVE FUNCTION TRIM(WS-SL-WE-BUY) TO WS-FIELD-VALUE
           PERFORM ADD-MEMBER
           MOVE "we_sell" TO WS-FIELD-KEY
           MOVE FUNCTION TRIM(WS-SL-WE-SELL) TO WS-FIELD-VALUE
           PERFORM ADD-MEMBER
           PERFORM FINISH-JSON-LINE.

       PUBLISH-ONE-BAND-EXIT.
           EXIT.

      *================================================================
      * ADD-MEMBER: WS-FIELD-VALUE as a JSON string member under
      * WS-FIELD-KEY, counting any failure
      *================================================================
       ADD-MEMBER SECTION.
           MOVE SPACES TO WS-JB-KEY-NAME
           MOVE WS-FIELD-KEY TO WS-JB-KEY-NAME
           COMPUTE WS-JB-KEY-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(WS-FIELD-KEY TRAILING))
           MOVE SPACES TO WS-JB-VALUE
           MOVE WS-FIELD-VALUE TO WS-JB-VALUE(1:40)
           IF WS-FIELD-VALUE = SPACES
              MOVE 0 TO WS-JB-VALUE-LEN
           ELSE
              COMPUTE WS-JB-VALUE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-FIELD-VALUE TRAILING))
           END-IF

           CALL "JSON-ADD-STRING" USING WS-JB-KEY-NAME
               WS-JB-KEY-LENGTH WS-JB-VALUE WS-JB-VALUE-LEN
               WS-JB-RESULT

           IF WS-JB-RESULT NOT = 1
              ADD 1 TO WS-BUILD-FAIL-COUNT
              DISPLAY "FXRTSHT: member not added - "
                 WS-JB-KEY-NAME(1:30)
           END-IF.

       ADD-MEMBER-EXIT.
           EXIT.

      *================================================================
      * FINISH-JSON-LINE: close the line, self-check it through
      * VALIDATE-JSON, and write it
      *================================================================
       FINISH-JSON-LINE SECTION.
           CALL "JSON-BUILD-FINISH" USING WS-JB-OUTPUT
               WS-JB-OUTPUT-LEN WS-JB-RESULT WS-JB-ERROR-MSG
           IF WS-JB-RESULT NOT = 1
              OR WS-JB-OUTPUT-LEN > 1000
              ADD 1 TO WS-BUILD-FAIL-COUNT
              DISPLAY "FXRTSHT: " WS-GROUP-KEY
                 " line not built, " WS-JB-ERROR-MSG
              GO TO FINISH-JSON-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-VJ-BUFFER
           MOVE WS-JB-OUTPUT(1:WS-JB-OUTPUT-LEN)
              TO WS-VJ-BUFFER(1:WS-JB-OUTPUT-LEN)
           MOVE WS-JB-OUTPUT-LEN TO WS-VJ-LENGTH
           CALL "VALIDATE-JSON" USING WS-VJ-BUFFER WS-VJ-LENGTH
               WS-VJ-RESULT WS-VJ-ERROR-MSG WS-VJ-ERROR-POS
               WS-VJ-MAX-DEPTH
           IF WS-VJ-RESULT NOT = 1
              ADD 1 TO WS-SELFCHECK-FAIL-COUNT
              DISPLAY "FXRTSHT: self-check failed on " WS-GROUP-KEY
                 " line, pos " WS-VJ-ERROR-POS ": " WS-VJ-ERROR-MSG
           END-IF

           MOVE SPACES TO FXRTSJSN-RECORD
           MOVE WS-JB-OUTPUT(1:WS-JB-OUTPUT-LEN)
              TO FXRTSJSN-RECORD(1:WS-JB-OUTPUT-LEN)
           WRITE FXRTSJSN-RECORD.

       FINISH-JSON-LINE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FXRTSHT - CUSTOMER FX BOARD RATES FOR "
              WS-BUSINESS-DATE
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE FXRTSRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  PAIR   TIER   B" TO WS-HL-TEXT
           MOVE "UP TO (MINOR)" TO WS-HL-TEXT(22:13)
           MOVE "MID RATE" TO WS-HL-TEXT(44:8)
           MOVE "WE BUY" TO WS-HL-TEXT(63:6)
           MOVE "WE SELL" TO WS-HL-TEXT(79:7)
           MOVE "BUY" TO WS-HL-TEXT(89:3)
           MOVE "SELL" TO WS-HL-TEXT(94:4)
           MOVE "(BASIS POINTS)" TO WS-HL-TEXT(100:14)
           WRITE FXRTSRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE FXRTSRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "MARGIN ENTRIES READ" TO WS-RPT-LABEL
           MOVE WS-ENTRIES-READ TO WS-RPT-COUNT
           WRITE FXRTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAIR/TIERS PUBLISHED" TO WS-RPT-LABEL
           MOVE WS-SHEETS-PUBLISHED TO WS-RPT-COUNT
           WRITE FXRTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RATE LINES PUBLISHED" TO WS-RPT-LABEL
           MOVE WS-LINES-PUBLISHED TO WS-RPT-COUNT
           WRITE FXRTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NOT QUOTED - NO VALID MID" TO WS-RPT-LABEL
           MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT
           WRITE FXRTSRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "JSON LINES FAILING CHECKS" TO WS-RPT-LABEL
           COMPUTE WS-RPT-COUNT =
              WS-BUILD-FAIL-COUNT + WS-SELFCHECK-FAIL-COUNT
           WRITE FXRTSRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE FXMARGIN-FILE
           CLOSE EXCHANGE-RATE-FILE
           CLOSE FXRTSRPT-FILE
           CLOSE FXRTSJSN-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM FXRTSHT.
