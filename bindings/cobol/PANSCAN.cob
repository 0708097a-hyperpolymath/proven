      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PanScan - card-number leakage sweep of free-text
      * output files for COBOL
      *

      *================================================================
      * Sweeps one output file for card numbers (PANs) that have
      * leaked into it through free text - a customer reject's
      * name or address (CUSTREJ), an incoming credit's remittance
      * reference (CI-REFERENCE on CREDIN), a JSON payload (JSONIN),
      * an audit trail entry (AUDITLOG) or a statement line. The
      * file on the PANFEED DD is read as plain text, whatever its
      * layout, and every run of 13 to 19 digits is examined -
      * written straight through, or in groups split by single
      * spaces or dashes ("4111 1111 1111 1111", "4111-1111-...").
      * A run is a card number when it passes the Luhn check
      * (IS-VALID-LUHN) and its prefix and length name a card
      * network (CLASSIFY-CARD-NETWORK, see SAFE-CREDITCARD.cob),
      * and it stands on its own: digits run on from a letter or
      * digit, or straight into one, are part of some other
      * reference and are passed over.
      *
      * The JCL PARM names the file for the report ('CUSTREJ',
      * 'AUDITLOG', ...), optionally followed by ",TOKENIZE". Each
      * card number found is listed on PANRPT with the record and
      * column it starts at, its network and the way it was
      * written - masked to its first six and last four digits; the
      * full number is never printed.
      *
      * With ,TOKENIZE each card number is also moved into the PII
      * token vault (TOKENIZE, see PROVEN-TOKENIZE.cob) and masked
      * where it stands: the record is rewritten in place with the
      * middle digits starred, so its length and layout - and every
      * field around the card number - are unchanged, and the
      * vault token is listed against it on PANRPT for the data-
      * protection desk to resolve through DETOKINQ. A card number
      * the vault cannot take is left as it was and reported. The
      * audit trail is evidence and is never rewritten: AUDITLOG
      * with ,TOKENIZE is refused, and card numbers found there are
      * reported only, for the data-protection desk to follow up.
      *
      * The step ends:
      *    COND 0   no card numbers found
      *    COND 4   card numbers found (and, with ,TOKENIZE, all
      *             of them vaulted and masked)
      *    COND 8   with ,TOKENIZE, a card number could not be
      *             vaulted or its record could not be rewritten
      *    COND 16  a bad PARM, or a file that could not be opened
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANSCAN.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PANFEED-FILE ASSIGN TO "PANFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT PANRPT-FILE ASSIGN TO "PANRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The file swept, read as text in whatever record length it
      * was written with - up to JSONIN's 32000
       FD  PANFEED-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32000 CHARACTERS
              DEPENDING ON WS-PF-LENGTH.
       01  PANFEED-RECORD               PIC X(32000).

       FD  PANRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PANRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status, record length and end-of-file switch
       01 WS-PF-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-PF-LENGTH                 PIC 9(5) COMP.
       01 WS-PF-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PF-EOF              VALUE 1.

      * The JCL PARM: the file's name for the report, and
      * TOKENIZE to vault and mask what is found
       01 WS-PARM                      PIC X(40).
       01 WS-PARM-LABEL                PIC X(10).
       01 WS-PARM-OPTION               PIC X(10).
       01 WS-TOKENIZE-MODE             PIC 9 VALUE 0.
          88 WS-TOKENIZING             VALUE 1.

      * The business date for the report heading
       01 WS-BUSINESS-DATE             PIC 9(8).

      * BUSDATE-GET call fields (see PROVEN-BUSDATE.cob)
       01 WS-BD-BUSINESS-DATE          PIC 9(8).
       01 WS-BD-STATUS                 PIC S9(4) COMP.
       01 WS-BD-MSG                    PIC X(50).

      * Control counts
       01 WS-RECORDS-READ              PIC 9(9) VALUE 0.
       01 WS-RECORDS-WITH-PANS         PIC 9(9) VALUE 0.
       01 WS-PANS-FOUND                PIC 9(9) VALUE 0.
       01 WS-PANS-TOKENIZED            PIC 9(9) VALUE 0.
       01 WS-RECORDS-REWRITTEN         PIC 9(9) VALUE 0.
       01 WS-VAULT-FAIL-COUNT          PIC 9(9) VALUE 0.
       01 WS-REWRITE-FAIL-COUNT        PIC 9(9) VALUE 0.

      * Per-record scan state
       01 WS-SCAN-LENGTH               PIC 9(5) COMP.
       01 WS-SCAN-POS                  PIC 9(5) COMP.
       01 WS-RECORD-HITS               PIC 9(5) COMP.
       01 WS-RECORD-MASKED             PIC 9 VALUE 0.
       01 WS-CHAR                      PIC X(1).
          88 WS-CHAR-IS-DIGIT          VALUE "0" THRU "9".
          88 WS-CHAR-IS-SEPARATOR      VALUE " " "-".
       01 WS-NEXT-CHAR                 PIC X(1).
          88 WS-NEXT-IS-DIGIT          VALUE "0" THRU "9".
      * The character either side of a candidate - a letter or
      * digit there makes it part of some longer identifier
       01 WS-EDGE-CHAR                 PIC X(1).
          88 WS-EDGE-IS-WORD           VALUE "0" THRU "9"
                                             "A" THRU "Z"
                                             "a" THRU "z".

      * The digit run being examined: its groups of digits, each
      * split from the next by one space or dash
       01 WS-RUN-END                   PIC 9(5) COMP.
       01 WS-RUN-MORE                  PIC 9 VALUE 0.
       01 WS-GROUP-COUNT               PIC 9(3) COMP.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 64 TIMES.
             10 WS-GR-START            PIC 9(5) COMP.
             10 WS-GR-LENGTH           PIC 9(5) COMP.
       01 WS-GR-IDX                    PIC 9(3) COMP.
       01 WS-GR-LAST                   PIC 9(3) COMP.
       01 WS-DIGIT-POS                 PIC 9(5) COMP.

      * The candidate card number: the digits of one or more
      * consecutive groups, and where it sits in the record
       01 WS-CAND-DIGITS               PIC X(19).
       01 WS-CAND-LENGTH               PIC 9(2).
       01 WS-CAND-START                PIC 9(5) COMP.
       01 WS-CAND-END                  PIC 9(5) COMP.
       01 WS-CAND-FOUND                PIC 9 VALUE 0.
       01 WS-CAND-FORM                 PIC X(6).
       01 WS-CAND-MASKED               PIC X(19).
       01 WS-CAND-NOTE                 PIC X(30).
       01 WS-CAND-TOKEN                PIC X(24).
       01 WS-MASK-IDX                  PIC 9(5) COMP.
       01 WS-MASK-DIGIT                PIC 9(2).

      * SAFE-CREDITCARD call fields (see IS-VALID-LUHN and
      * CLASSIFY-CARD-NETWORK in SAFE-CREDITCARD.cob)
       01 WS-CC-LUHN-RESULT            PIC 9.
       01 WS-CC-ERROR-MSG              PIC X(50).
       01 WS-CC-NETWORK                PIC 9.
       01 WS-CC-NETWORK-NAME           PIC X(10).

      * PROVEN-TOKENIZE call fields - the digits alone are
      * vaulted, so a card number gets the same token however it
      * was written
       01 WS-TK-VALUE                  PIC X(254).
       01 WS-TK-VALUE-LENGTH           PIC 9(4).
       01 WS-TK-TOKEN                  PIC X(24).
       01 WS-TK-RESULT                 PIC 9.
       01 WS-TK-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-HIT-LINE.
          05 FILLER                    PIC X(2).
          05 WS-HT-RECORD              PIC Z(8)9.
          05 FILLER                    PIC X(2).
          05 WS-HT-COLUMN              PIC Z(5)9.
          05 FILLER                    PIC X(2).
          05 WS-HT-NETWORK             PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-HT-FORM                PIC X(6).
          05 FILLER                    PIC X(2).
          05 WS-HT-MASKED              PIC X(19).
          05 FILLER                    PIC X(2).
          05 WS-HT-TOKEN               PIC X(24).
          05 FILLER                    PIC X(2).
          05 WS-HT-NOTE                PIC X(30).
          05 FILLER                    PIC X(12).

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
           PERFORM READ-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-PF-EOF
              READ PANFEED-FILE
                 AT END
                    MOVE 1 TO WS-PF-EOF
                 NOT AT END
                    PERFORM SCAN-ONE-RECORD
              END-READ
           END-PERFORM

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "PANSCAN: " FUNCTION TRIM(WS-PARM-LABEL) " - "
              WS-RECORDS-READ " record(s), " WS-PANS-FOUND
              " card number(s) found, " WS-PANS-TOKENIZED
              " tokenized"

           EVALUATE TRUE
              WHEN WS-VAULT-FAIL-COUNT > 0
                 OR WS-REWRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-PANS-FOUND > 0
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
      * READ-PARM: the file's name for the report, and whether
      * what is found is to be tokenized; a missing name, an
      * unknown option or ,TOKENIZE against the audit trail aborts
      * with COND code 16
      *================================================================
       READ-PARM SECTION.
           MOVE SPACES TO WS-PARM WS-PARM-LABEL WS-PARM-OPTION
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING FUNCTION UPPER-CASE(WS-PARM) DELIMITED BY ","
              INTO WS-PARM-LABEL WS-PARM-OPTION
           END-UNSTRING

           EVALUATE TRUE
              WHEN WS-PARM-LABEL = SPACES
                 DISPLAY "PANSCAN: PARM must name the file swept, "
                    "optionally ,TOKENIZE"
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN WS-PARM-OPTION = "TOKENIZE"
                 AND WS-PARM-LABEL = "AUDITLOG"
                 DISPLAY "PANSCAN: the audit trail is not rewritten - "
                    "AUDITLOG is swept without ,TOKENIZE"
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN WS-PARM-OPTION = "TOKENIZE"
                 MOVE 1 TO WS-TOKENIZE-MODE
              WHEN WS-PARM-OPTION NOT = SPACES
                 DISPLAY "PANSCAN: unrecognized PARM option "
                    FUNCTION TRIM(WS-PARM-OPTION)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           CALL "BUSDATE-GET" USING WS-BD-BUSINESS-DATE
              WS-BD-STATUS WS-BD-MSG
           IF WS-BD-STATUS = 0
              MOVE WS-BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.

       READ-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: the swept file is opened for update only when
      * its card numbers are to be masked in place; aborts with
      * COND code 16 if any file cannot be opened
      *================================================================
       OPEN-FILES SECTION.
           IF WS-TOKENIZING
              OPEN I-O PANFEED-FILE
           ELSE
              OPEN INPUT PANFEED-FILE
           END-IF
           IF WS-PF-FILE-STATUS NOT = "00"
              DISPLAY "PANSCAN: cannot open PANFEED, status="
                 WS-PF-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PANRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "PANSCAN: cannot open PANRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * SCAN-ONE-RECORD: examine every digit run in the record, and
      * rewrite it if any card number in it was masked
      *================================================================
       SCAN-ONE-RECORD SECTION.
           ADD 1 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORD-HITS
           MOVE 0 TO WS-RECORD-MASKED
           IF WS-PF-LENGTH = 0
              OR PANFEED-RECORD(1:WS-PF-LENGTH) = SPACES
              GO TO SCAN-ONE-RECORD-EXIT
           END-IF

      *    Trailing blanks cannot hold a digit run
           MOVE WS-PF-LENGTH TO WS-SCAN-LENGTH
           PERFORM UNTIL WS-SCAN-LENGTH = 1
              OR PANFEED-RECORD(WS-SCAN-LENGTH:1) NOT = SPACE
              SUBTRACT 1 FROM WS-SCAN-LENGTH
           END-PERFORM

           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-SCAN-LENGTH
              MOVE PANFEED-RECORD(WS-SCAN-POS:1) TO WS-CHAR
              IF WS-CHAR-IS-DIGIT
                 PERFORM COLLECT-DIGIT-RUN
                 PERFORM EXAMINE-DIGIT-RUN
                 COMPUTE WS-SCAN-POS = WS-RUN-END + 1
              ELSE
                 ADD 1 TO WS-SCAN-POS
              END-IF
           END-PERFORM

           IF WS-RECORD-HITS > 0
              ADD 1 TO WS-RECORDS-WITH-PANS
           END-IF

           IF WS-RECORD-MASKED = 1
              REWRITE PANFEED-RECORD
              IF WS-PF-FILE-STATUS = "00"
                 ADD 1 TO WS-RECORDS-REWRITTEN
              ELSE
                 ADD 1 TO WS-REWRITE-FAIL-COUNT
                 DISPLAY "PANSCAN: REWRITE of record "
                    WS-RECORDS-READ " failed, status="
                    WS-PF-FILE-STATUS
              END-IF
           END-IF.

       SCAN-ONE-RECORD-EXIT.
           EXIT.

      *================================================================
      * COLLECT-DIGIT-RUN: from the digit at WS-SCAN-POS, gather the
      * groups of digits that follow one another across single
      * spaces or dashes; WS-RUN-END is the run's last digit
      *================================================================
       COLLECT-DIGIT-RUN SECTION.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE WS-SCAN-POS TO WS-DIGIT-POS
           MOVE 1 TO WS-RUN-MORE

           PERFORM UNTIL WS-RUN-MORE = 0
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-DIGIT-POS TO WS-GR-START(WS-GROUP-COUNT)
              MOVE 0 TO WS-GR-LENGTH(WS-GROUP-COUNT)
              MOVE PANFEED-RECORD(WS-DIGIT-POS:1) TO WS-CHAR
              PERFORM UNTIL NOT WS-CHAR-IS-DIGIT
                 ADD 1 TO WS-GR-LENGTH(WS-GROUP-COUNT)
                 ADD 1 TO WS-DIGIT-POS
                 IF WS-DIGIT-POS > WS-SCAN-LENGTH
                    MOVE SPACE TO WS-CHAR
                 ELSE
                    MOVE PANFEED-RECORD(WS-DIGIT-POS:1) TO WS-CHAR
                 END-IF
              END-PERFORM
              COMPUTE WS-RUN-END = WS-DIGIT-POS - 1

      *       One space or dash, then a digit, continues the run
              MOVE SPACE TO WS-NEXT-CHAR
              IF WS-DIGIT-POS < WS-SCAN-LENGTH
                 MOVE PANFEED-RECORD(WS-DIGIT-POS + 1:1)
                    TO WS-NEXT-CHAR
              END-IF
              IF WS-CHAR-IS-SEPARATOR AND WS-NEXT-IS-DIGIT
                 AND WS-GROUP-COUNT < 64
                 ADD 1 TO WS-DIGIT-POS
              ELSE
                 MOVE 0 TO WS-RUN-MORE
              END-IF
           END-PERFORM.

       COLLECT-DIGIT-RUN-EXIT.
           EXIT.

      *================================================================
      * EXAMINE-DIGIT-RUN: starting at each group in turn, add the
      * groups after it one at a time while the digits number no
      * more than 19, testing each candidate of 13 or more. A card
      * number found takes its groups out of the running; a single
      * group of more than 19 digits is some other identifier, and
      * so is a candidate run on from a letter or digit.
      *================================================================
       EXAMINE-DIGIT-RUN SECTION.
           MOVE 1 TO WS-GR-IDX
           PERFORM UNTIL WS-GR-IDX > WS-GROUP-COUNT
              MOVE 0 TO WS-CAND-FOUND
              MOVE SPACES TO WS-CAND-DIGITS
              MOVE 0 TO WS-CAND-LENGTH
              MOVE WS-GR-IDX TO WS-GR-LAST
              PERFORM UNTIL WS-GR-LAST > WS-GROUP-COUNT
                 OR WS-CAND-FOUND = 1
                 OR WS-CAND-LENGTH + WS-GR-LENGTH(WS-GR-LAST) > 19
                 MOVE PANFEED-RECORD(WS-GR-START(WS-GR-LAST):
                    WS-GR-LENGTH(WS-GR-LAST))
                    TO WS-CAND-DIGITS(WS-CAND-LENGTH + 1:
                       WS-GR-LENGTH(WS-GR-LAST))
                 ADD WS-GR-LENGTH(WS-GR-LAST) TO WS-CAND-LENGTH
                 IF WS-CAND-LENGTH >= 13
                    PERFORM TEST-CANDIDATE
                 END-IF
                 IF WS-CAND-FOUND = 0
                    ADD 1 TO WS-GR-LAST
                 END-IF
              END-PERFORM

              IF WS-CAND-FOUND = 1
                 MOVE WS-GR-START(WS-GR-IDX) TO WS-CAND-START
                 COMPUTE WS-CAND-END = WS-GR-START(WS-GR-LAST)
                    + WS-GR-LENGTH(WS-GR-LAST) - 1
                 PERFORM CHECK-CANDIDATE-EDGES
              END-IF

              IF WS-CAND-FOUND = 1
                 PERFORM REPORT-CARD-NUMBER
                 COMPUTE WS-GR-IDX = WS-GR-LAST + 1
              ELSE
                 ADD 1 TO WS-GR-IDX
              END-IF
           END-PERFORM.

       EXAMINE-DIGIT-RUN-EXIT.
           EXIT.

      *================================================================
      * CHECK-CANDIDATE-EDGES: a candidate with a letter or digit
      * straight before or after it - an account or reference such
      * as "AC4111111111111111" - is not taken for a card number
      * Output: WS-CAND-FOUND (0 = passed over)
      *================================================================
       CHECK-CANDIDATE-EDGES SECTION.
           IF WS-CAND-START > 1
              MOVE PANFEED-RECORD(WS-CAND-START - 1:1) TO WS-EDGE-CHAR
              IF WS-EDGE-IS-WORD
                 MOVE 0 TO WS-CAND-FOUND
                 GO TO CHECK-CANDIDATE-EDGES-EXIT
              END-IF
           END-IF

           IF WS-CAND-END < WS-SCAN-LENGTH
              MOVE PANFEED-RECORD(WS-CAND-END + 1:1) TO WS-EDGE-CHAR
              IF WS-EDGE-IS-WORD
                 MOVE 0 TO WS-CAND-FOUND
              END-IF
           END-IF.

       CHECK-CANDIDATE-EDGES-EXIT.
           EXIT.

      *================================================================
      * TEST-CANDIDATE: a card number passes the Luhn check and
      * belongs, by prefix and length, to a known card network
      *================================================================
       TEST-CANDIDATE SECTION.
           CALL "IS-VALID-LUHN" USING WS-CAND-DIGITS WS-CAND-LENGTH
               WS-CC-LUHN-RESULT WS-CC-ERROR-MSG
           IF WS-CC-LUHN-RESULT NOT = 1
              GO TO TEST-CANDIDATE-EXIT
           END-IF

           CALL "CLASSIFY-CARD-NETWORK" USING WS-CAND-DIGITS
               WS-CAND-LENGTH WS-CC-NETWORK
           EVALUATE WS-CC-NETWORK
              WHEN 1
                 MOVE "VISA" TO WS-CC-NETWORK-NAME
              WHEN 2
                 MOVE "MASTERCARD" TO WS-CC-NETWORK-NAME
              WHEN 3
                 MOVE "AMEX" TO WS-CC-NETWORK-NAME
              WHEN 4
                 MOVE "DISCOVER" TO WS-CC-NETWORK-NAME
              WHEN OTHER
                 GO TO TEST-CANDIDATE-EXIT
           END-EVALUATE
           MOVE 1 TO WS-CAND-FOUND.

       TEST-CANDIDATE-EXIT.
           EXIT.

      *================================================================
      * REPORT-CARD-NUMBER: list the card number found, masked, and
      * under ,TOKENIZE vault it and mask it where it stands
      *================================================================
       REPORT-CARD-NUMBER SECTION.
           ADD 1 TO WS-PANS-FOUND
           ADD 1 TO WS-RECORD-HITS

           EVALUATE TRUE
              WHEN WS-GR-LAST = WS-GR-IDX
                 MOVE "PLAIN" TO WS-CAND-FORM
              WHEN PANFEED-RECORD(WS-GR-START(WS-GR-IDX)
                      + WS-GR-LENGTH(WS-GR-IDX):1) = "-"
                 MOVE "DASHED" TO WS-CAND-FORM
              WHEN OTHER
                 MOVE "SPACED" TO WS-CAND-FORM
           END-EVALUATE

      *    First six and last four digits shown, the rest starred
           MOVE SPACES TO WS-CAND-MASKED
           MOVE WS-CAND-DIGITS(1:WS-CAND-LENGTH)
              TO WS-CAND-MASKED(1:WS-CAND-LENGTH)
           MOVE ALL "*" TO WS-CAND-MASKED(7:WS-CAND-LENGTH - 10)

           MOVE SPACES TO WS-CAND-TOKEN WS-CAND-NOTE
           IF WS-TOKENIZING
              PERFORM TOKENIZE-CARD-NUMBER
           END-IF

           MOVE SPACES TO WS-HIT-LINE
           MOVE WS-RECORDS-READ TO WS-HT-RECORD
           MOVE WS-CAND-START TO WS-HT-COLUMN
           MOVE WS-CC-NETWORK-NAME TO WS-HT-NETWORK
           MOVE WS-CAND-FORM TO WS-HT-FORM
           MOVE WS-CAND-MASKED TO WS-HT-MASKED
           MOVE WS-CAND-TOKEN TO WS-HT-TOKEN
           MOVE WS-CAND-NOTE TO WS-HT-NOTE
           WRITE PANRPT-RECORD FROM WS-HIT-LINE.

       REPORT-CARD-NUMBER-EXIT.
           EXIT.

      *================================================================
      * TOKENIZE-CARD-NUMBER: vault the digits (see PROVEN-TOKENIZE)
      * and star the middle digits where they stand, leaving the
      * spaces or dashes between them; a vault outage leaves the
      * card number as it was rather than lose it unrecoverably
      *================================================================
       TOKENIZE-CARD-NUMBER SECTION.
           MOVE SPACES TO WS-TK-VALUE
           MOVE WS-CAND-DIGITS(1:WS-CAND-LENGTH) TO WS-TK-VALUE
           MOVE WS-CAND-LENGTH TO WS-TK-VALUE-LENGTH
           CALL "TOKENIZE" USING WS-TK-VALUE WS-TK-VALUE-LENGTH
               WS-TK-TOKEN WS-TK-RESULT WS-TK-ERROR-MSG
           IF WS-TK-RESULT NOT = 1
              ADD 1 TO WS-VAULT-FAIL-COUNT
              MOVE "VAULT UNAVAILABLE - NOT MASKED" TO WS-CAND-NOTE
              GO TO TOKENIZE-CARD-NUMBER-EXIT
           END-IF

           MOVE WS-TK-TOKEN TO WS-CAND-TOKEN
           MOVE 0 TO WS-MASK-DIGIT
           PERFORM VARYING WS-MASK-IDX FROM WS-CAND-START BY 1
              UNTIL WS-MASK-IDX > WS-CAND-END
              MOVE PANFEED-RECORD(WS-MASK-IDX:1) TO WS-CHAR
              IF WS-CHAR-IS-DIGIT
                 ADD 1 TO WS-MASK-DIGIT
                 IF WS-MASK-DIGIT > 6
                    AND WS-MASK-DIGIT <= WS-CAND-LENGTH - 4
                    MOVE "*" TO PANFEED-RECORD(WS-MASK-IDX:1)
                 END-IF
              END-IF
           END-PERFORM

           MOVE 1 TO WS-RECORD-MASKED
           ADD 1 TO WS-PANS-TOKENIZED
           MOVE "MASKED IN PLACE" TO WS-CAND-NOTE.

       TOKENIZE-CARD-NUMBER-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           IF WS-TOKENIZING
              STRING "PANSCAN - CARD NUMBER SWEEP OF "
                 FUNCTION TRIM(WS-PARM-LABEL)
                 " BUSINESS DATE " WS-BUSINESS-DATE
                 " - FOUND NUMBERS TOKENIZED AND MASKED"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
           ELSE
              STRING "PANSCAN - CARD NUMBER SWEEP OF "
                 FUNCTION TRIM(WS-PARM-LABEL)
                 " BUSINESS DATE " WS-BUSINESS-DATE
                 " - REPORT ONLY"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
           END-IF
           WRITE PANRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "     RECORD  COLUMN  NETWORK     FORM    MASKED CARD NU
      -    "MBER   TOKEN                     NOTE"
              TO WS-HL-TEXT
           WRITE PANRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-RECORDS-READ TO WS-RPT-COUNT
           WRITE PANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS WITH CARD NUMBERS" TO WS-RPT-LABEL
           MOVE WS-RECORDS-WITH-PANS TO WS-RPT-COUNT
           WRITE PANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CARD NUMBERS FOUND" TO WS-RPT-LABEL
           MOVE WS-PANS-FOUND TO WS-RPT-COUNT
           WRITE PANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           IF NOT WS-TOKENIZING
              GO TO WRITE-SUMMARY-TOTALS-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CARD NUMBERS TOKENIZED" TO WS-RPT-LABEL
           MOVE WS-PANS-TOKENIZED TO WS-RPT-COUNT
           WRITE PANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS REWRITTEN" TO WS-RPT-LABEL
           MOVE WS-RECORDS-REWRITTEN TO WS-RPT-COUNT
           WRITE PANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "VAULT FAILURES" TO WS-RPT-LABEL
           MOVE WS-VAULT-FAIL-COUNT TO WS-RPT-COUNT
           WRITE PANRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "REWRITES FAILED" TO WS-RPT-LABEL
           MOVE WS-REWRITE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE PANRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE PANFEED-FILE
           CLOSE PANRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM PANSCAN.
