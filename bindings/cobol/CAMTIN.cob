      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven CamtIn - camt.053 bank-statement intake for COBOL
      *

      *================================================================
      * RECVIN matches the CREDIN incoming-credit file, and CREDIN
      * used to be typed up by hand from the bank's end-of-day
      * statement. This step reads that statement as the bank sends
      * it - ISO 20022 camt.053 XML on the CAMTXML DD - and builds
      * CREDIN itself: one line per booked credit entry, carrying
      * the remitter (debtor account) IBAN, the unstructured
      * remittance text and the structured creditor reference, the
      * amount in minor units under the currency's
      * GET-DECIMAL-PLACES answer (SAFE-CURRENCY), and the value
      * date. The credit ID is the rightmost twelve characters of
      * the bank's account-servicer reference (the entry reference
      * when there is none); an entry with neither is named 'C',
      * the value date as YYMMDD and its entry number in the file.
      * Reference text is passed through UNESCAPE-XML-STRING
      * (SAFE-XML) so '&amp;' reaches the desk as '&'. Where one
      * entry books a batch, the first transaction's remitter and
      * references stand for the entry.
      *
      * Nothing is written until the whole file has proved out.
      * The first pass reads the document end to end:
      *
      *   - every <Ntry> element is checked by WELL-FORMED-XML on
      *     its own, and the rest of the document - group header,
      *     statements, balances, with each entry standing in as an
      *     empty element - is checked the same way at the end, so
      *     a file cut short anywhere fails on the element it left
      *     open;
      *   - each statement's opening booked balance (OPBD, or PRCD)
      *     plus its booked credits less its booked debits must
      *     equal its closing booked balance (CLBD) - a statement
      *     that has lost entries cannot reconcile;
      *   - entry amounts, currencies, credit/debit indicators and
      *     value dates must all be readable.
      *
      * Any failure stops the intake with COND code 8 and CREDIN
      * left empty, so RECVIN posts nothing from a statement that
      * cannot be trusted. Only once the first pass is clean does
      * the second pass re-read the file and write CREDIN. Pending
      * and information-only entries are not money yet: they are
      * counted, not written, and stay out of the reconciliation.
      * CAMTRPT lists each statement's balances and entry totals.
      *
      * The same writing pass lays every booked entry - debits as
      * well as credits - on NOSTMT for the nostro reconciliation
      * (NOSTREC): the statement account's IBAN and currency, the
      * amount signed as the ledger sees it (credits plus, debits
      * minus), the value date, the account-servicer reference,
      * the statement ID, and a twelve-character match reference.
      * For a credit the match reference is the credit ID above,
      * which is the transaction ID RECVIN posts it under; for a
      * debit it is the end-to-end ID we sent the payment under
      * (rightmost twelve characters, 'NOTPROVIDED' ignored), the
      * credit-ID rule where there is none. A debit's value date
      * is therefore held to the same checks as a credit's.
      *
      * Each statement's closing booked balance is laid on NOSTBAL
      * too - account IBAN, currency, the balance signed in minor
      * units, the balance date (the closing balance's own date,
      * else the latest value date booked) and the statement ID -
      * so the liquidity forecast (LIQFCST) starts from what the
      * bank says each nostro holds tonight.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMTIN.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMTXML-FILE ASSIGN TO "CAMTXML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CX-FILE-STATUS.

           SELECT CREDIN-FILE ASSIGN TO "CREDIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT NOSTMT-FILE ASSIGN TO "NOSTMT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NS-FILE-STATUS.

           SELECT NOSTBAL-FILE ASSIGN TO "NOSTBAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NB-FILE-STATUS.

           SELECT CAMTRPT-FILE ASSIGN TO "CAMTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The bank's camt.053 document, however it is broken into
      * lines
       FD  CAMTXML-FILE
           RECORD CONTAINS 4096 CHARACTERS.
       01  CAMTXML-RECORD               PIC X(4096).

      * One incoming credit per line in the layout RECVIN reads
      * (see CREDIN-RECORD in RECVIN.cob)
       FD  CREDIN-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  CREDIN-RECORD.
           05 CI-CREDIT-ID              PIC X(12).
           05 CI-REMIT-IBAN             PIC X(34).
           05 CI-REFERENCE              PIC X(40).
           05 CI-CURRENCY               PIC X(3).
           05 CI-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CI-VALUE-DATE             PIC 9(8).
           05 CI-STRUCT-REFERENCE       PIC X(35).

      * One booked statement entry per line for NOSTREC (see
      * NOSTMT-RECORD in NOSTREC.cob)
       FD  NOSTMT-FILE
           RECORD CONTAINS 143 CHARACTERS.
       01  NOSTMT-RECORD.
           05 NS-ACCOUNT-IBAN           PIC X(34).
           05 NS-CURRENCY               PIC X(3).
           05 NS-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 NS-VALUE-DATE             PIC 9(8).
           05 NS-MATCH-REF              PIC X(12).
           05 NS-SVCR-REF               PIC X(35).
           05 NS-STATEMENT-ID           PIC X(35).

      * One closing booked balance per statement for LIQFCST (see
      * NOSTBAL-RECORD in LIQFCST.cob)
       FD  NOSTBAL-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  NOSTBAL-RECORD.
           05 NB-ACCOUNT-IBAN           PIC X(34).
           05 NB-CURRENCY               PIC X(3).
           05 NB-CLOSING-MINOR          PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 NB-BALANCE-DATE           PIC 9(8).
           05 NB-STATEMENT-ID           PIC X(35).

       FD  CAMTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CAMTRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-CX-FILE-STATUS            PIC X(2).
       01 WS-CD-FILE-STATUS            PIC X(2).
       01 WS-NS-FILE-STATUS            PIC X(2).
       01 WS-NB-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-CX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CX-EOF              VALUE 1.

      * Which pass is reading: 1 proves the file, 2 writes CREDIN
       01 WS-PASS                      PIC 9 VALUE 1.
          88 WS-IS-PROVE-PASS          VALUE 1.
          88 WS-IS-WRITE-PASS          VALUE 2.

      * The first failure stops the intake
       01 WS-FATAL                     PIC 9 VALUE 0.
          88 WS-IS-FATAL               VALUE 1.
       01 WS-FATAL-REASON              PIC X(80).

      * Control counts (taken on the proving pass)
       01 WS-STATEMENTS-READ           PIC 9(6) VALUE 0.
       01 WS-ENTRIES-READ              PIC 9(6) VALUE 0.
       01 WS-CREDIT-COUNT              PIC 9(6) VALUE 0.
       01 WS-DEBIT-COUNT               PIC 9(6) VALUE 0.
       01 WS-NOT-BOOKED-COUNT          PIC 9(6) VALUE 0.
       01 WS-CREDITS-WRITTEN           PIC 9(6) VALUE 0.
       01 WS-ENTRIES-WRITTEN           PIC 9(6) VALUE 0.
       01 WS-BALANCES-WRITTEN          PIC 9(6) VALUE 0.

      * Character scan state
       01 WS-LINE-LEN                  PIC 9(4) VALUE 0.
       01 WS-CHAR-IDX                  PIC 9(4) VALUE 0.
       01 WS-CUR-CHAR                  PIC X(1).
       01 WS-LAST-WAS-SPACE            PIC 9 VALUE 0.
       01 WS-IN-MARKUP                 PIC 9 VALUE 0.
       01 WS-MARKUP-QUOTE              PIC X(1) VALUE SPACE.
       01 WS-MARKUP                    PIC X(512).
       01 WS-MARKUP-LEN                PIC 9(4) VALUE 0.
       01 WS-SAVED-MARKUP              PIC X(512).
       01 WS-SAVED-MARKUP-LEN          PIC 9(4) VALUE 0.
       01 WS-TEXT                      PIC X(512).
       01 WS-TEXT-LEN                  PIC 9(4) VALUE 0.
       01 WS-SCAN-IDX                  PIC 9(4) VALUE 0.
       01 WS-NAME-START                PIC 9(4) VALUE 0.
       01 WS-NAME-END                  PIC 9(4) VALUE 0.
       01 WS-RAW-NAME                  PIC X(64).
       01 WS-NAME-PREFIX               PIC X(64).
       01 WS-NAME-LOCAL                PIC X(64).

      * Open-element path - the innermost element last
       01 WS-PATH-TABLE.
          05 WS-PATH-NAME              OCCURS 64 TIMES PIC X(35).
       01 WS-PATH-DEPTH                PIC 9(3) VALUE 0.
       01 WS-ELEM-NAME                 PIC X(35).
       01 WS-PARENT-NAME               PIC X(35).
       01 WS-GRAND-NAME                PIC X(35).
       01 WS-ELEM-VALUE                PIC X(140).
       01 WS-ATTR-CCY                  PIC X(3).

      * The document outside the entries, and the entry being read,
      * each held for WELL-FORMED-XML
       01 WS-SKEL-BUFFER               PIC X(32000).
       01 WS-SKEL-LEN                  PIC 9(6) VALUE 0.
       01 WS-ENTRY-BUFFER              PIC X(32000).
       01 WS-ENTRY-LEN                 PIC 9(6) VALUE 0.
       01 WS-BUFFER-MAX                PIC 9(6) VALUE 32000.
       01 WS-IN-ENTRY                  PIC 9 VALUE 0.
       01 WS-ENTRY-SEQ                 PIC 9(5) VALUE 0.
       01 WS-ENTRY-STUB                PIC X(7) VALUE "<Ntry/>".

      * WELL-FORMED-XML call fields (see SAFE-XML.cob)
       01 WS-WF-LENGTH                 PIC 9(6).
       01 WS-WF-MAX-DEPTH              PIC 9(3) VALUE 0.
       01 WS-WF-RESULT                 PIC 9.
       01 WS-WF-ERROR-MSG              PIC X(100).
       01 WS-WF-ERROR-POSITION         PIC 9(6).

      * UNESCAPE-XML-STRING call fields (see SAFE-XML.cob)
       01 WS-ESC-INPUT                 PIC X(4096).
       01 WS-ESC-INPUT-LEN             PIC 9(6).
       01 WS-ESC-OUTPUT                PIC X(8192).
       01 WS-ESC-OUTPUT-LEN            PIC 9(6).
       01 WS-ESC-RESULT                PIC 9.
       01 WS-ESC-ERROR-MSG             PIC X(50).

      * The statement being read
       01 WS-ST-ID                     PIC X(35).
       01 WS-ST-CURRENCY               PIC X(3).
       01 WS-ST-IBAN                   PIC X(34).
       01 WS-ST-OPENING-FOUND          PIC 9 VALUE 0.
       01 WS-ST-CLOSING-FOUND          PIC 9 VALUE 0.
       01 WS-ST-OPENING                PIC S9(18) COMP-3.
       01 WS-ST-CLOSING                PIC S9(18) COMP-3.
       01 WS-ST-CREDITS                PIC S9(18) COMP-3.
       01 WS-ST-DEBITS                 PIC S9(18) COMP-3.
       01 WS-ST-EXPECTED               PIC S9(18) COMP-3.
       01 WS-ST-CLOSING-DATE           PIC 9(8).
       01 WS-ST-LATEST-VALUE-DATE      PIC 9(8).

      * The balance being read
       01 WS-BA-TYPE                   PIC X(4).
       01 WS-BA-AMOUNT-TEXT            PIC X(40).
       01 WS-BA-CURRENCY               PIC X(3).
       01 WS-BA-CDI                    PIC X(4).
       01 WS-BA-DATE-TEXT              PIC X(10).

      * The entry being read
       01 WS-EN-AMOUNT-TEXT            PIC X(40).
       01 WS-EN-CURRENCY               PIC X(3).
       01 WS-EN-CDI                    PIC X(4).
       01 WS-EN-STATUS                 PIC X(4).
       01 WS-EN-VALUE-DATE-TEXT        PIC X(10).
       01 WS-EN-BOOKING-DATE-TEXT      PIC X(10).
       01 WS-EN-VALUE-DATE             PIC 9(8).
       01 WS-EN-SVCR-REF               PIC X(35).
       01 WS-EN-NTRY-REF               PIC X(35).
       01 WS-EN-REMIT-IBAN             PIC X(34).
       01 WS-EN-USTRD                  PIC X(140).
       01 WS-EN-STRD-REF               PIC X(35).
       01 WS-EN-E2E-REF                PIC X(35).
       01 WS-EN-MINOR                  PIC S9(18) COMP-3.

      * Amount text to minor units
       01 WS-AMT-TEXT                  PIC X(40).
       01 WS-AMT-CURRENCY              PIC X(3).
       01 WS-AMT-MINOR                 PIC S9(18) COMP-3.
       01 WS-AMT-OK                    PIC 9 VALUE 0.
       01 WS-AMT-LEN                   PIC 9(3) VALUE 0.
       01 WS-AMT-IDX                   PIC 9(3) VALUE 0.
       01 WS-AMT-DIGIT                 PIC 9.
       01 WS-AMT-INT-DIGITS            PIC 9(3) VALUE 0.
       01 WS-AMT-FRAC-DIGITS           PIC 9(3) VALUE 0.
       01 WS-AMT-POINT-SEEN            PIC 9 VALUE 0.
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.

      * Credit ID, match reference and date building
       01 WS-REF-WORK                  PIC X(35).
       01 WS-MATCH-REF                 PIC X(12).
       01 WS-REF-LEN                   PIC 9(3) VALUE 0.
       01 WS-DATE-WORK                 PIC X(8).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-STATEMENT-LINE.
          05 FILLER                    PIC X(2).
          05 WS-SL-STMT-ID             PIC X(20).
          05 FILLER                    PIC X(2).
          05 WS-SL-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-SL-OPENING             PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-SL-CREDITS             PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-SL-DEBITS              PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-SL-CLOSING             PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-SL-NOTE                PIC X(33).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

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
           PERFORM WRITE-REPORT-HEADINGS

           MOVE 1 TO WS-PASS
           PERFORM SCAN-DOCUMENT

           IF NOT WS-IS-FATAL
              PERFORM CHECK-DOCUMENT-OUTLINE
           END-IF

           IF NOT WS-IS-FATAL
              CLOSE CAMTXML-FILE
              OPEN INPUT CAMTXML-FILE
              IF WS-CX-FILE-STATUS NOT = "00"
                 DISPLAY "CAMTIN: cannot reopen CAMTXML, status="
                    WS-CX-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 2 TO WS-PASS
              PERFORM SCAN-DOCUMENT
           END-IF

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           IF WS-IS-FATAL
              DISPLAY "CAMTIN: intake stopped - " WS-FATAL-REASON
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              DISPLAY "CAMTIN: " WS-STATEMENTS-READ " statement(s), "
                 WS-ENTRIES-READ " entr(y/ies), " WS-CREDITS-WRITTEN
                 " credit(s) written to CREDIN"
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened. CREDIN, NOSTMT and NOSTBAL are opened - and so
      * emptied - at once, so a stopped intake never leaves
      * yesterday's entries behind it.
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT CAMTXML-FILE
           IF WS-CX-FILE-STATUS NOT = "00"
              DISPLAY "CAMTIN: cannot open CAMTXML, status="
                 WS-CX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CREDIN-FILE
           IF WS-CD-FILE-STATUS NOT = "00"
              DISPLAY "CAMTIN: cannot open CREDIN, status="
                 WS-CD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NOSTMT-FILE
           IF WS-NS-FILE-STATUS NOT = "00"
              DISPLAY "CAMTIN: cannot open NOSTMT, status="
                 WS-NS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NOSTBAL-FILE
           IF WS-NB-FILE-STATUS NOT = "00"
              DISPLAY "CAMTIN: cannot open NOSTBAL, status="
                 WS-NB-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CAMTRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "CAMTIN: cannot open CAMTRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * SCAN-DOCUMENT: one pass over the document, line by line,
      * until the end of the file or the first failure
      *================================================================
       SCAN-DOCUMENT SECTION.
           MOVE 0 TO WS-CX-EOF
           MOVE 0 TO WS-IN-MARKUP
           MOVE 0 TO WS-MARKUP-LEN
           MOVE SPACE TO WS-MARKUP-QUOTE
           MOVE 0 TO WS-TEXT-LEN
           MOVE SPACES TO WS-TEXT
           MOVE 0 TO WS-PATH-DEPTH
           MOVE 0 TO WS-SKEL-LEN
           MOVE 0 TO WS-IN-ENTRY
           MOVE 0 TO WS-ENTRY-SEQ
           MOVE 0 TO WS-LAST-WAS-SPACE

           PERFORM UNTIL WS-AT-CX-EOF OR WS-IS-FATAL
              READ CAMTXML-FILE
                 AT END
                    MOVE 1 TO WS-CX-EOF
                 NOT AT END
                    PERFORM SCAN-ONE-LINE
              END-READ
           END-PERFORM.

       SCAN-DOCUMENT-EXIT.
           EXIT.

      *================================================================
      * SCAN-ONE-LINE: feed the line's characters to the scanner;
      * the line break itself counts as white space
      *================================================================
       SCAN-ONE-LINE SECTION.
           INSPECT CAMTXML-RECORD REPLACING ALL X"09" BY SPACE
           INSPECT CAMTXML-RECORD REPLACING ALL X"0D" BY SPACE

           IF CAMTXML-RECORD = SPACES
              MOVE 0 TO WS-LINE-LEN
           ELSE
              COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(CAMTXML-RECORD TRAILING))
           END-IF

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LEN OR WS-IS-FATAL
              MOVE CAMTXML-RECORD(WS-CHAR-IDX:1) TO WS-CUR-CHAR
              PERFORM SCAN-ONE-CHARACTER
           END-PERFORM

           IF NOT WS-IS-FATAL
              MOVE SPACE TO WS-CUR-CHAR
              PERFORM SCAN-ONE-CHARACTER
           END-IF.

       SCAN-ONE-LINE-EXIT.
           EXIT.

      *================================================================
      * SCAN-ONE-CHARACTER: outside markup a character is element
      * text; from "<" to the matching ">" it is markup, handled as
      * a whole when it closes. A ">" inside a quoted attribute
      * value, or inside a comment before its "-->", does not close
      * the markup.
      *================================================================
       SCAN-ONE-CHARACTER SECTION.
           IF WS-IN-MARKUP = 0
              IF WS-CUR-CHAR = "<"
                 MOVE 1 TO WS-IN-MARKUP
                 MOVE SPACE TO WS-MARKUP-QUOTE
                 MOVE SPACES TO WS-MARKUP
                 MOVE "<" TO WS-MARKUP(1:1)
                 MOVE 1 TO WS-MARKUP-LEN
              ELSE
                 PERFORM ADD-TEXT-CHARACTER
              END-IF
              GO TO SCAN-ONE-CHARACTER-EXIT
           END-IF

           IF WS-MARKUP-LEN >= 512
              MOVE 1 TO WS-FATAL
              MOVE "MARKUP LONGER THAN 512 CHARACTERS"
                 TO WS-FATAL-REASON
              GO TO SCAN-ONE-CHARACTER-EXIT
           END-IF
           ADD 1 TO WS-MARKUP-LEN
           MOVE WS-CUR-CHAR TO WS-MARKUP(WS-MARKUP-LEN:1)

           IF WS-MARKUP-LEN >= 4 AND WS-MARKUP(1:4) = "<!--"
              IF WS-CUR-CHAR = ">" AND WS-MARKUP-LEN >= 7
                 AND WS-MARKUP(WS-MARKUP-LEN - 2:3) = "-->"
                 PERFORM PROCESS-MARKUP
              END-IF
              GO TO SCAN-ONE-CHARACTER-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-MARKUP-QUOTE NOT = SPACE
                 IF WS-CUR-CHAR = WS-MARKUP-QUOTE
                    MOVE SPACE TO WS-MARKUP-QUOTE
                 END-IF
              WHEN WS-CUR-CHAR = '"' OR WS-CUR-CHAR = "'"
                 MOVE WS-CUR-CHAR TO WS-MARKUP-QUOTE
              WHEN WS-CUR-CHAR = ">"
                 PERFORM PROCESS-MARKUP
           END-EVALUATE.

       SCAN-ONE-CHARACTER-EXIT.
           EXIT.

      *================================================================
      * ADD-TEXT-CHARACTER: element text goes to the value being
      * collected and to the buffer being checked; runs of white
      * space are kept to one
      *================================================================
       ADD-TEXT-CHARACTER SECTION.
           IF WS-CUR-CHAR = SPACE
              IF WS-LAST-WAS-SPACE = 1
                 GO TO ADD-TEXT-CHARACTER-EXIT
              END-IF
              MOVE 1 TO WS-LAST-WAS-SPACE
           ELSE
              MOVE 0 TO WS-LAST-WAS-SPACE
           END-IF

           IF WS-TEXT-LEN < 512
              ADD 1 TO WS-TEXT-LEN
              MOVE WS-CUR-CHAR TO WS-TEXT(WS-TEXT-LEN:1)
           END-IF

           IF WS-IN-ENTRY = 1
              IF WS-ENTRY-LEN >= WS-BUFFER-MAX
                 MOVE 1 TO WS-FATAL
                 MOVE "ENTRY TOO LARGE TO CHECK" TO WS-FATAL-REASON
                 GO TO ADD-TEXT-CHARACTER-EXIT
              END-IF
              ADD 1 TO WS-ENTRY-LEN
              MOVE WS-CUR-CHAR TO WS-ENTRY-BUFFER(WS-ENTRY-LEN:1)
           ELSE
              IF WS-SKEL-LEN >= WS-BUFFER-MAX
                 MOVE 1 TO WS-FATAL
                 MOVE "STATEMENT OUTLINE TOO LARGE TO CHECK"
                    TO WS-FATAL-REASON
                 GO TO ADD-TEXT-CHARACTER-EXIT
              END-IF
              ADD 1 TO WS-SKEL-LEN
              MOVE WS-CUR-CHAR TO WS-SKEL-BUFFER(WS-SKEL-LEN:1)
           END-IF.

       ADD-TEXT-CHARACTER-EXIT.
           EXIT.

      *================================================================
      * ADD-MARKUP-TO-BUFFER: the completed markup goes whole to the
      * buffer being checked
      *================================================================
       ADD-MARKUP-TO-BUFFER SECTION.
           MOVE 0 TO WS-LAST-WAS-SPACE
           IF WS-IN-ENTRY = 1
              IF WS-ENTRY-LEN + WS-MARKUP-LEN > WS-BUFFER-MAX
                 MOVE 1 TO WS-FATAL
                 MOVE "ENTRY TOO LARGE TO CHECK" TO WS-FATAL-REASON
                 GO TO ADD-MARKUP-TO-BUFFER-EXIT
              END-IF
              MOVE WS-MARKUP(1:WS-MARKUP-LEN)
                 TO WS-ENTRY-BUFFER(WS-ENTRY-LEN + 1:WS-MARKUP-LEN)
              ADD WS-MARKUP-LEN TO WS-ENTRY-LEN
           ELSE
              IF WS-SKEL-LEN + WS-MARKUP-LEN > WS-BUFFER-MAX
                 MOVE 1 TO WS-FATAL
                 MOVE "STATEMENT OUTLINE TOO LARGE TO CHECK"
                    TO WS-FATAL-REASON
                 GO TO ADD-MARKUP-TO-BUFFER-EXIT
              END-IF
              MOVE WS-MARKUP(1:WS-MARKUP-LEN)
                 TO WS-SKEL-BUFFER(WS-SKEL-LEN + 1:WS-MARKUP-LEN)
              ADD WS-MARKUP-LEN TO WS-SKEL-LEN
           END-IF.

       ADD-MARKUP-TO-BUFFER-EXIT.
           EXIT.

      *================================================================
      * PROCESS-MARKUP: one complete piece of markup - a
      * declaration, comment, open, close or empty element tag
      *================================================================
       PROCESS-MARKUP SECTION.
           MOVE 0 TO WS-IN-MARKUP

           IF WS-MARKUP(2:1) = "?" OR WS-MARKUP(2:1) = "!"
              PERFORM ADD-MARKUP-TO-BUFFER
              GO TO PROCESS-MARKUP-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-MARKUP(2:1) = "/"
                 MOVE 3 TO WS-NAME-START
                 PERFORM EXTRACT-ELEMENT-NAME
                 PERFORM ADD-MARKUP-TO-BUFFER
                 PERFORM CLOSE-ELEMENT
              WHEN WS-MARKUP(WS-MARKUP-LEN - 1:1) = "/"
                 PERFORM ADD-MARKUP-TO-BUFFER
              WHEN OTHER
                 MOVE 2 TO WS-NAME-START
                 PERFORM EXTRACT-ELEMENT-NAME
                 PERFORM OPEN-ELEMENT
           END-EVALUATE

           MOVE 0 TO WS-TEXT-LEN
           MOVE SPACES TO WS-TEXT.

       PROCESS-MARKUP-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-ELEMENT-NAME: the tag name from WS-NAME-START up to
      * white space, "/" or ">", with any namespace prefix dropped
      * Output: WS-ELEM-NAME
      *================================================================
       EXTRACT-ELEMENT-NAME SECTION.
           MOVE WS-NAME-START TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX > WS-MARKUP-LEN
                      OR WS-MARKUP(WS-SCAN-IDX:1) = SPACE
                      OR WS-MARKUP(WS-SCAN-IDX:1) = "/"
                      OR WS-MARKUP(WS-SCAN-IDX:1) = ">"
              ADD 1 TO WS-SCAN-IDX
           END-PERFORM
           COMPUTE WS-NAME-END = WS-SCAN-IDX - 1

           MOVE SPACES TO WS-RAW-NAME
           IF WS-NAME-END >= WS-NAME-START
              MOVE WS-MARKUP(WS-NAME-START:
                 WS-NAME-END - WS-NAME-START + 1) TO WS-RAW-NAME
           END-IF

           MOVE SPACES TO WS-NAME-PREFIX
           MOVE SPACES TO WS-NAME-LOCAL
           UNSTRING WS-RAW-NAME DELIMITED BY ":"
              INTO WS-NAME-PREFIX WS-NAME-LOCAL
           END-UNSTRING
           IF WS-NAME-LOCAL = SPACES
              MOVE WS-NAME-PREFIX TO WS-ELEM-NAME
           ELSE
              MOVE WS-NAME-LOCAL TO WS-ELEM-NAME
           END-IF.

       EXTRACT-ELEMENT-NAME-EXIT.
           EXIT.

      *================================================================
      * OPEN-ELEMENT: an entry opens its own buffer (the outline
      * keeps an empty <Ntry/> in its place); statements and
      * balances reset what is collected for them
      *================================================================
       OPEN-ELEMENT SECTION.
           IF WS-ELEM-NAME = "Ntry" AND WS-IN-ENTRY = 0
              MOVE WS-MARKUP TO WS-SAVED-MARKUP
              MOVE WS-MARKUP-LEN TO WS-SAVED-MARKUP-LEN
              MOVE WS-ENTRY-STUB TO WS-MARKUP
              MOVE 7 TO WS-MARKUP-LEN
              PERFORM ADD-MARKUP-TO-BUFFER
              MOVE WS-SAVED-MARKUP TO WS-MARKUP
              MOVE WS-SAVED-MARKUP-LEN TO WS-MARKUP-LEN
              PERFORM START-ONE-ENTRY
           END-IF

           PERFORM ADD-MARKUP-TO-BUFFER

           IF WS-PATH-DEPTH >= 64
              MOVE 1 TO WS-FATAL
              MOVE "ELEMENTS NESTED TOO DEEPLY" TO WS-FATAL-REASON
              GO TO OPEN-ELEMENT-EXIT
           END-IF
           ADD 1 TO WS-PATH-DEPTH
           MOVE WS-ELEM-NAME TO WS-PATH-NAME(WS-PATH-DEPTH)

           EVALUATE WS-ELEM-NAME
              WHEN "Amt"
                 PERFORM EXTRACT-CURRENCY-ATTRIBUTE
              WHEN "Stmt"
                 IF WS-IN-ENTRY = 0
                    PERFORM START-ONE-STATEMENT
                 END-IF
              WHEN "Bal"
                 IF WS-IN-ENTRY = 0
                    MOVE SPACES TO WS-BA-TYPE
                    MOVE SPACES TO WS-BA-AMOUNT-TEXT
                    MOVE SPACES TO WS-BA-CURRENCY
                    MOVE SPACES TO WS-BA-CDI
                 END-IF
           END-EVALUATE.

       OPEN-ELEMENT-EXIT.
           EXIT.

      *================================================================
      * EXTRACT-CURRENCY-ATTRIBUTE: the Ccy="XXX" an amount element
      * carries
      * Output: WS-ATTR-CCY
      *================================================================
       EXTRACT-CURRENCY-ATTRIBUTE SECTION.
           MOVE SPACES TO WS-ATTR-CCY
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX + 7 > WS-MARKUP-LEN
                      OR WS-ATTR-CCY NOT = SPACES
              IF WS-MARKUP(WS-SCAN-IDX:4) = "Ccy="
                 MOVE WS-MARKUP(WS-SCAN-IDX + 5:3) TO WS-ATTR-CCY
              END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-ATTR-CCY) TO WS-ATTR-CCY.

       EXTRACT-CURRENCY-ATTRIBUTE-EXIT.
           EXIT.

      *================================================================
      * CLOSE-ELEMENT: take the closing element's text where it is
      * one we carry, then finish an entry, balance or statement.
      * A close tag that does not match the open one is left for
      * WELL-FORMED-XML to report.
      *================================================================
       CLOSE-ELEMENT SECTION.
           IF WS-PATH-DEPTH = 0
              GO TO CLOSE-ELEMENT-EXIT
           END-IF

           MOVE WS-PATH-NAME(WS-PATH-DEPTH) TO WS-ELEM-NAME
           MOVE SPACES TO WS-PARENT-NAME
           MOVE SPACES TO WS-GRAND-NAME
           IF WS-PATH-DEPTH > 1
              MOVE WS-PATH-NAME(WS-PATH-DEPTH - 1) TO WS-PARENT-NAME
           END-IF
           IF WS-PATH-DEPTH > 2
              MOVE WS-PATH-NAME(WS-PATH-DEPTH - 2) TO WS-GRAND-NAME
           END-IF

           MOVE SPACES TO WS-ELEM-VALUE
           IF WS-TEXT-LEN > 0 AND WS-TEXT(1:WS-TEXT-LEN) NOT = SPACES
              MOVE FUNCTION TRIM(WS-TEXT(1:WS-TEXT-LEN))
                 TO WS-ELEM-VALUE
           END-IF

           IF WS-IN-ENTRY = 1
              PERFORM CAPTURE-ENTRY-VALUE
           ELSE
              PERFORM CAPTURE-STATEMENT-VALUE
           END-IF

           SUBTRACT 1 FROM WS-PATH-DEPTH

           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "Ntry" AND WS-IN-ENTRY = 1
                 PERFORM FINISH-ONE-ENTRY
              WHEN WS-ELEM-NAME = "Bal" AND WS-IN-ENTRY = 0
                 PERFORM FINISH-ONE-BALANCE
              WHEN WS-ELEM-NAME = "Stmt" AND WS-IN-ENTRY = 0
                 PERFORM FINISH-ONE-STATEMENT
           END-EVALUATE.

       CLOSE-ELEMENT-EXIT.
           EXIT.

      *================================================================
      * CAPTURE-STATEMENT-VALUE: statement identity and balances
      *================================================================
       CAPTURE-STATEMENT-VALUE SECTION.
           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "Id" AND WS-PARENT-NAME = "Stmt"
                 MOVE WS-ELEM-VALUE TO WS-ST-ID
              WHEN WS-ELEM-NAME = "Ccy" AND WS-PARENT-NAME = "Acct"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:3))
                    TO WS-ST-CURRENCY
              WHEN WS-ELEM-NAME = "IBAN" AND WS-PARENT-NAME = "Id"
                   AND WS-GRAND-NAME = "Acct"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE)
                    TO WS-ST-IBAN
              WHEN WS-ELEM-NAME = "Cd"
                   AND WS-PARENT-NAME = "CdOrPrtry"
                   AND WS-GRAND-NAME = "Tp"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-BA-TYPE
              WHEN WS-ELEM-NAME = "Amt" AND WS-PARENT-NAME = "Bal"
                 MOVE WS-ELEM-VALUE TO WS-BA-AMOUNT-TEXT
                 MOVE WS-ATTR-CCY TO WS-BA-CURRENCY
              WHEN WS-ELEM-NAME = "CdtDbtInd"
                   AND WS-PARENT-NAME = "Bal"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-BA-CDI
              WHEN (WS-ELEM-NAME = "Dt" OR WS-ELEM-NAME = "DtTm")
                   AND WS-PARENT-NAME = "Dt"
                   AND WS-GRAND-NAME = "Bal"
                 MOVE WS-ELEM-VALUE(1:10) TO WS-BA-DATE-TEXT
           END-EVALUATE.

       CAPTURE-STATEMENT-VALUE-EXIT.
           EXIT.

      *================================================================
      * CAPTURE-ENTRY-VALUE: the entry fields CREDIN carries; for a
      * batch entry the first remitter and references are kept
      *================================================================
       CAPTURE-ENTRY-VALUE SECTION.
           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "Amt" AND WS-PARENT-NAME = "Ntry"
                 MOVE WS-ELEM-VALUE TO WS-EN-AMOUNT-TEXT
                 MOVE WS-ATTR-CCY TO WS-EN-CURRENCY
              WHEN WS-ELEM-NAME = "CdtDbtInd"
                   AND WS-PARENT-NAME = "Ntry"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-EN-CDI
              WHEN WS-ELEM-NAME = "Sts" AND WS-PARENT-NAME = "Ntry"
                   AND WS-ELEM-VALUE NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-EN-STATUS
              WHEN WS-ELEM-NAME = "Cd" AND WS-PARENT-NAME = "Sts"
                   AND WS-GRAND-NAME = "Ntry"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-EN-STATUS
              WHEN (WS-ELEM-NAME = "Dt" OR WS-ELEM-NAME = "DtTm")
                   AND WS-PARENT-NAME = "ValDt"
                 MOVE WS-ELEM-VALUE(1:10) TO WS-EN-VALUE-DATE-TEXT
              WHEN (WS-ELEM-NAME = "Dt" OR WS-ELEM-NAME = "DtTm")
                   AND WS-PARENT-NAME = "BookgDt"
                 MOVE WS-ELEM-VALUE(1:10) TO WS-EN-BOOKING-DATE-TEXT
              WHEN WS-ELEM-NAME = "AcctSvcrRef"
                   AND WS-PARENT-NAME = "Ntry"
                 MOVE WS-ELEM-VALUE TO WS-EN-SVCR-REF
              WHEN WS-ELEM-NAME = "NtryRef"
                   AND WS-PARENT-NAME = "Ntry"
                 MOVE WS-ELEM-VALUE TO WS-EN-NTRY-REF
              WHEN WS-ELEM-NAME = "IBAN" AND WS-PARENT-NAME = "Id"
                   AND WS-GRAND-NAME = "DbtrAcct"
                   AND WS-EN-REMIT-IBAN = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE)
                    TO WS-EN-REMIT-IBAN
              WHEN WS-ELEM-NAME = "Ustrd"
                   AND WS-EN-USTRD = SPACES
                 MOVE WS-ELEM-VALUE TO WS-EN-USTRD
              WHEN WS-ELEM-NAME = "Ref"
                   AND WS-PARENT-NAME = "CdtrRefInf"
                   AND WS-EN-STRD-REF = SPACES
                 MOVE WS-ELEM-VALUE TO WS-EN-STRD-REF
              WHEN WS-ELEM-NAME = "EndToEndId"
                   AND WS-PARENT-NAME = "Refs"
                   AND WS-EN-E2E-REF = SPACES
                 MOVE WS-ELEM-VALUE TO WS-EN-E2E-REF
           END-EVALUATE.

       CAPTURE-ENTRY-VALUE-EXIT.
           EXIT.

      *================================================================
      * START-ONE-STATEMENT
      *================================================================
       START-ONE-STATEMENT SECTION.
           IF WS-IS-PROVE-PASS
              ADD 1 TO WS-STATEMENTS-READ
           END-IF
           MOVE SPACES TO WS-ST-ID
           MOVE SPACES TO WS-ST-CURRENCY
           MOVE SPACES TO WS-ST-IBAN
           MOVE 0 TO WS-ST-OPENING-FOUND
           MOVE 0 TO WS-ST-CLOSING-FOUND
           MOVE 0 TO WS-ST-OPENING
           MOVE 0 TO WS-ST-CLOSING
           MOVE 0 TO WS-ST-CREDITS
           MOVE 0 TO WS-ST-DEBITS
           MOVE 0 TO WS-ST-CLOSING-DATE
           MOVE 0 TO WS-ST-LATEST-VALUE-DATE.

       START-ONE-STATEMENT-EXIT.
           EXIT.

      *================================================================
      * START-ONE-ENTRY
      *================================================================
       START-ONE-ENTRY SECTION.
           MOVE 1 TO WS-IN-ENTRY
           MOVE 0 TO WS-ENTRY-LEN
           ADD 1 TO WS-ENTRY-SEQ
           MOVE SPACES TO WS-EN-AMOUNT-TEXT
           MOVE SPACES TO WS-EN-CURRENCY
           MOVE SPACES TO WS-EN-CDI
           MOVE SPACES TO WS-EN-STATUS
           MOVE SPACES TO WS-EN-VALUE-DATE-TEXT
           MOVE SPACES TO WS-EN-BOOKING-DATE-TEXT
           MOVE SPACES TO WS-EN-SVCR-REF
           MOVE SPACES TO WS-EN-NTRY-REF
           MOVE SPACES TO WS-EN-REMIT-IBAN
           MOVE SPACES TO WS-EN-USTRD
           MOVE SPACES TO WS-EN-STRD-REF
           MOVE SPACES TO WS-EN-E2E-REF.

       START-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-BALANCE: the opening and closing booked balances
      * are the two the reconciliation needs; the others are
      * information
      *================================================================
       FINISH-ONE-BALANCE SECTION.
           IF WS-BA-TYPE NOT = "OPBD" AND WS-BA-TYPE NOT = "PRCD"
              AND WS-BA-TYPE NOT = "CLBD"
              GO TO FINISH-ONE-BALANCE-EXIT
           END-IF

           MOVE WS-BA-AMOUNT-TEXT TO WS-AMT-TEXT
           MOVE WS-BA-CURRENCY TO WS-AMT-CURRENCY
           PERFORM PARSE-AMOUNT-TEXT
           IF WS-AMT-OK = 0
              MOVE 1 TO WS-FATAL
              STRING "BALANCE " WS-BA-TYPE " AMOUNT UNREADABLE: "
                 WS-BA-AMOUNT-TEXT
                 DELIMITED BY SIZE INTO WS-FATAL-REASON
              GO TO FINISH-ONE-BALANCE-EXIT
           END-IF
           IF WS-BA-CDI = "DBIT"
              COMPUTE WS-AMT-MINOR = 0 - WS-AMT-MINOR
           END-IF

           IF WS-ST-CURRENCY = SPACES
              MOVE WS-BA-CURRENCY TO WS-ST-CURRENCY
           END-IF
           IF WS-BA-CURRENCY NOT = WS-ST-CURRENCY
              MOVE 1 TO WS-FATAL
              MOVE "BALANCE CURRENCY DIFFERS FROM THE ACCOUNT"
                 TO WS-FATAL-REASON
              GO TO FINISH-ONE-BALANCE-EXIT
           END-IF

           IF WS-BA-TYPE = "CLBD"
              MOVE WS-AMT-MINOR TO WS-ST-CLOSING
              MOVE 1 TO WS-ST-CLOSING-FOUND
              MOVE SPACES TO WS-DATE-WORK
              STRING WS-BA-DATE-TEXT(1:4) WS-BA-DATE-TEXT(6:2)
                 WS-BA-DATE-TEXT(9:2)
                 DELIMITED BY SIZE INTO WS-DATE-WORK
              IF WS-DATE-WORK IS NUMERIC
                 MOVE WS-DATE-WORK TO WS-ST-CLOSING-DATE
              END-IF
           ELSE
              MOVE WS-AMT-MINOR TO WS-ST-OPENING
              MOVE 1 TO WS-ST-OPENING-FOUND
           END-IF.

       FINISH-ONE-BALANCE-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-ENTRY: check the entry on its own, read its
      * amount, add a booked entry to the statement's totals and,
      * on the writing pass, write it to NOSTMT and a booked credit
      * to CREDIN
      *================================================================
       FINISH-ONE-ENTRY SECTION.
           MOVE 0 TO WS-IN-ENTRY
           IF WS-IS-PROVE-PASS
              ADD 1 TO WS-ENTRIES-READ
           END-IF

           MOVE WS-ENTRY-LEN TO WS-WF-LENGTH
           CALL "WELL-FORMED-XML" USING WS-ENTRY-BUFFER WS-WF-LENGTH
               WS-WF-MAX-DEPTH WS-WF-RESULT WS-WF-ERROR-MSG
               WS-WF-ERROR-POSITION
           IF WS-WF-RESULT NOT = 1
              MOVE 1 TO WS-FATAL
              STRING "ENTRY " WS-ENTRY-SEQ " NOT WELL-FORMED: "
                 WS-WF-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-FATAL-REASON
              GO TO FINISH-ONE-ENTRY-EXIT
           END-IF

      *    Pending and information-only entries are not money yet
           IF WS-EN-STATUS NOT = SPACES AND WS-EN-STATUS NOT = "BOOK"
              IF WS-IS-PROVE-PASS
                 ADD 1 TO WS-NOT-BOOKED-COUNT
              END-IF
              GO TO FINISH-ONE-ENTRY-EXIT
           END-IF

           IF WS-EN-CURRENCY NOT = WS-ST-CURRENCY
              AND WS-ST-CURRENCY NOT = SPACES
              MOVE 1 TO WS-FATAL
              STRING "ENTRY " WS-ENTRY-SEQ
                 " CURRENCY DIFFERS FROM THE ACCOUNT"
                 DELIMITED BY SIZE INTO WS-FATAL-REASON
              GO TO FINISH-ONE-ENTRY-EXIT
           END-IF

           MOVE WS-EN-AMOUNT-TEXT TO WS-AMT-TEXT
           MOVE WS-EN-CURRENCY TO WS-AMT-CURRENCY
           PERFORM PARSE-AMOUNT-TEXT
           IF WS-AMT-OK = 0
              MOVE 1 TO WS-FATAL
              STRING "ENTRY " WS-ENTRY-SEQ " AMOUNT UNREADABLE: "
                 WS-EN-AMOUNT-TEXT
                 DELIMITED BY SIZE INTO WS-FATAL-REASON
              GO TO FINISH-ONE-ENTRY-EXIT
           END-IF
           MOVE WS-AMT-MINOR TO WS-EN-MINOR

           EVALUATE WS-EN-CDI
              WHEN "CRDT"
                 ADD WS-EN-MINOR TO WS-ST-CREDITS
              WHEN "DBIT"
                 ADD WS-EN-MINOR TO WS-ST-DEBITS
              WHEN OTHER
                 MOVE 1 TO WS-FATAL
                 STRING "ENTRY " WS-ENTRY-SEQ
                    " HAS NO CREDIT/DEBIT INDICATOR"
                    DELIMITED BY SIZE INTO WS-FATAL-REASON
                 GO TO FINISH-ONE-ENTRY-EXIT
           END-EVALUATE

           IF WS-EN-VALUE-DATE-TEXT = SPACES
              MOVE WS-EN-BOOKING-DATE-TEXT TO WS-EN-VALUE-DATE-TEXT
           END-IF
           MOVE SPACES TO WS-DATE-WORK
           STRING WS-EN-VALUE-DATE-TEXT(1:4)
              WS-EN-VALUE-DATE-TEXT(6:2) WS-EN-VALUE-DATE-TEXT(9:2)
              DELIMITED BY SIZE INTO WS-DATE-WORK
           IF WS-DATE-WORK IS NOT NUMERIC
              MOVE 1 TO WS-FATAL
              STRING "ENTRY " WS-ENTRY-SEQ " VALUE DATE UNREADABLE"
                 DELIMITED BY SIZE INTO WS-FATAL-REASON
              GO TO FINISH-ONE-ENTRY-EXIT
           END-IF
           MOVE WS-DATE-WORK TO WS-EN-VALUE-DATE
           IF WS-EN-VALUE-DATE > WS-ST-LATEST-VALUE-DATE
              MOVE WS-EN-VALUE-DATE TO WS-ST-LATEST-VALUE-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EN-VALUE-DATE) NOT = 0
              MOVE 1 TO WS-FATAL
              STRING "ENTRY " WS-ENTRY-SEQ " VALUE DATE NOT A DATE"
                 DELIMITED BY SIZE INTO WS-FATAL-REASON
              GO TO FINISH-ONE-ENTRY-EXIT
           END-IF

           IF WS-IS-PROVE-PASS
              IF WS-EN-CDI = "CRDT"
                 ADD 1 TO WS-CREDIT-COUNT
              ELSE
                 ADD 1 TO WS-DEBIT-COUNT
              END-IF
              GO TO FINISH-ONE-ENTRY-EXIT
           END-IF

           PERFORM DERIVE-MATCH-REFERENCE
           PERFORM WRITE-STATEMENT-ENTRY
           IF WS-EN-CDI = "CRDT"
              PERFORM WRITE-ONE-CREDIT
           END-IF.

       FINISH-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-STATEMENT: opening plus booked credits less
      * booked debits must come to the closing balance
      *================================================================
       FINISH-ONE-STATEMENT SECTION.
           IF WS-IS-WRITE-PASS
              PERFORM WRITE-CLOSING-BALANCE
              GO TO FINISH-ONE-STATEMENT-EXIT
           END-IF

           MOVE SPACES TO WS-STATEMENT-LINE
           MOVE WS-ST-ID TO WS-SL-STMT-ID
           MOVE WS-ST-CURRENCY TO WS-SL-CURRENCY
           MOVE WS-ST-OPENING TO WS-SL-OPENING
           MOVE WS-ST-CREDITS TO WS-SL-CREDITS
           MOVE WS-ST-DEBITS TO WS-SL-DEBITS
           MOVE WS-ST-CLOSING TO WS-SL-CLOSING

           EVALUATE TRUE
              WHEN WS-ST-OPENING-FOUND = 0
                 MOVE 1 TO WS-FATAL
                 MOVE "NO OPENING BALANCE" TO WS-SL-NOTE
              WHEN WS-ST-CLOSING-FOUND = 0
                 MOVE 1 TO WS-FATAL
                 MOVE "NO CLOSING BALANCE" TO WS-SL-NOTE
              WHEN OTHER
                 COMPUTE WS-ST-EXPECTED = WS-ST-OPENING
                    + WS-ST-CREDITS - WS-ST-DEBITS
                 IF WS-ST-EXPECTED = WS-ST-CLOSING
                    MOVE "RECONCILED" TO WS-SL-NOTE
                 ELSE
                    MOVE 1 TO WS-FATAL
                    MOVE "ENTRIES DO NOT REACH CLOSING"
                       TO WS-SL-NOTE
                 END-IF
           END-EVALUATE
           WRITE CAMTRPT-RECORD FROM WS-STATEMENT-LINE

           IF WS-IS-FATAL
              STRING "STATEMENT " FUNCTION TRIM(WS-ST-ID) " - "
                 WS-SL-NOTE
                 DELIMITED BY SIZE INTO WS-FATAL-REASON
           END-IF.

       FINISH-ONE-STATEMENT-EXIT.
           EXIT.

      *================================================================
      * CHECK-DOCUMENT-OUTLINE: after the proving pass, the
      * document outside the entries must itself be well-formed -
      * a file cut short leaves its statement and document open -
      * and must have carried at least one statement
      *================================================================
       CHECK-DOCUMENT-OUTLINE SECTION.
           IF WS-IN-MARKUP = 1 OR WS-IN-ENTRY = 1
              MOVE 1 TO WS-FATAL
              MOVE "DOCUMENT ENDS INSIDE AN ENTRY OR TAG"
                 TO WS-FATAL-REASON
              GO TO CHECK-DOCUMENT-OUTLINE-EXIT
           END-IF

           MOVE WS-SKEL-LEN TO WS-WF-LENGTH
           CALL "WELL-FORMED-XML" USING WS-SKEL-BUFFER WS-WF-LENGTH
               WS-WF-MAX-DEPTH WS-WF-RESULT WS-WF-ERROR-MSG
               WS-WF-ERROR-POSITION
           IF WS-WF-RESULT NOT = 1
              MOVE 1 TO WS-FATAL
              STRING "DOCUMENT NOT WELL-FORMED: " WS-WF-ERROR-MSG
                 DELIMITED BY SIZE INTO WS-FATAL-REASON
              GO TO CHECK-DOCUMENT-OUTLINE-EXIT
           END-IF

           IF WS-STATEMENTS-READ = 0
              MOVE 1 TO WS-FATAL
              MOVE "DOCUMENT CARRIES NO STATEMENT" TO WS-FATAL-REASON
           END-IF.

       CHECK-DOCUMENT-OUTLINE-EXIT.
           EXIT.

      *================================================================
      * PARSE-AMOUNT-TEXT: an ISO 20022 decimal amount ("1234.5")
      * to minor units of WS-AMT-CURRENCY; more decimals than the
      * currency carries, or anything but digits and one point, is
      * unreadable
      * Output: WS-AMT-MINOR, WS-AMT-OK (1=read)
      *================================================================
       PARSE-AMOUNT-TEXT SECTION.
           MOVE 0 TO WS-AMT-OK
           MOVE 0 TO WS-AMT-MINOR
           MOVE 0 TO WS-AMT-INT-DIGITS
           MOVE 0 TO WS-AMT-FRAC-DIGITS
           MOVE 0 TO WS-AMT-POINT-SEEN

           IF WS-AMT-TEXT = SPACES OR WS-AMT-CURRENCY = SPACES
              GO TO PARSE-AMOUNT-TEXT-EXIT
           END-IF

           CALL "GET-DECIMAL-PLACES" USING WS-AMT-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT

           COMPUTE WS-AMT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-AMT-TEXT TRAILING))

           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > WS-AMT-LEN
              EVALUATE TRUE
                 WHEN WS-AMT-TEXT(WS-AMT-IDX:1) = "."
                    IF WS-AMT-POINT-SEEN = 1
                       GO TO PARSE-AMOUNT-TEXT-EXIT
                    END-IF
                    MOVE 1 TO WS-AMT-POINT-SEEN
                 WHEN WS-AMT-TEXT(WS-AMT-IDX:1) IS NUMERIC
                    MOVE WS-AMT-TEXT(WS-AMT-IDX:1) TO WS-AMT-DIGIT
                    COMPUTE WS-AMT-MINOR =
                       WS-AMT-MINOR * 10 + WS-AMT-DIGIT
                    IF WS-AMT-POINT-SEEN = 1
                       ADD 1 TO WS-AMT-FRAC-DIGITS
                    ELSE
                       ADD 1 TO WS-AMT-INT-DIGITS
                    END-IF
                 WHEN OTHER
                    GO TO PARSE-AMOUNT-TEXT-EXIT
              END-EVALUATE
           END-PERFORM

           IF WS-AMT-INT-DIGITS = 0
              OR WS-AMT-INT-DIGITS > 13
              OR WS-AMT-FRAC-DIGITS > WS-DP-DECIMALS
              GO TO PARSE-AMOUNT-TEXT-EXIT
           END-IF

           COMPUTE WS-AMT-MINOR = WS-AMT-MINOR
              * (10 ** (WS-DP-DECIMALS - WS-AMT-FRAC-DIGITS))
           MOVE 1 TO WS-AMT-OK.

       PARSE-AMOUNT-TEXT-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-CREDIT: one CREDIN line for a booked credit
      *================================================================
       WRITE-ONE-CREDIT SECTION.
           MOVE SPACES TO CREDIN-RECORD
           MOVE WS-MATCH-REF TO CI-CREDIT-ID
           MOVE WS-EN-REMIT-IBAN TO CI-REMIT-IBAN
           MOVE WS-EN-USTRD TO WS-ESC-INPUT
           PERFORM UNESCAPE-REFERENCE
           MOVE WS-ESC-OUTPUT TO CI-REFERENCE
           MOVE WS-EN-STRD-REF TO WS-ESC-INPUT
           PERFORM UNESCAPE-REFERENCE
           MOVE WS-ESC-OUTPUT TO CI-STRUCT-REFERENCE
           MOVE WS-EN-CURRENCY TO CI-CURRENCY
           MOVE WS-EN-MINOR TO CI-AMOUNT-MINOR
           MOVE WS-EN-VALUE-DATE TO CI-VALUE-DATE

           WRITE CREDIN-RECORD
           ADD 1 TO WS-CREDITS-WRITTEN.

       WRITE-ONE-CREDIT-EXIT.
           EXIT.

      *================================================================
      * DERIVE-MATCH-REFERENCE: the entry's twelve-character
      * reference - a debit's own end-to-end ID where it has one,
      * otherwise the account-servicer reference, the entry
      * reference, or 'C' + value date YYMMDD + entry number
      * Output: WS-MATCH-REF
      *================================================================
       DERIVE-MATCH-REFERENCE SECTION.
           MOVE SPACES TO WS-MATCH-REF
           MOVE SPACES TO WS-REF-WORK
           IF WS-EN-CDI = "DBIT"
              AND WS-EN-E2E-REF NOT = "NOTPROVIDED"
              MOVE WS-EN-E2E-REF TO WS-REF-WORK
           END-IF
           IF WS-REF-WORK = SPACES
              MOVE WS-EN-SVCR-REF TO WS-REF-WORK
           END-IF
           IF WS-REF-WORK = SPACES
              MOVE WS-EN-NTRY-REF TO WS-REF-WORK
           END-IF
           IF WS-REF-WORK = SPACES
              STRING "C" WS-DATE-WORK(3:6) WS-ENTRY-SEQ
                 DELIMITED BY SIZE INTO WS-MATCH-REF
              GO TO DERIVE-MATCH-REFERENCE-EXIT
           END-IF

           COMPUTE WS-REF-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-REF-WORK TRAILING))
           IF WS-REF-LEN > 12
              MOVE WS-REF-WORK(WS-REF-LEN - 11:12) TO WS-MATCH-REF
           ELSE
              MOVE WS-REF-WORK TO WS-MATCH-REF
           END-IF.

       DERIVE-MATCH-REFERENCE-EXIT.
           EXIT.

      *================================================================
      * WRITE-STATEMENT-ENTRY: one NOSTMT line for a booked entry,
      * signed as the nostro ledger account sees it
      *================================================================
       WRITE-STATEMENT-ENTRY SECTION.
           MOVE SPACES TO NOSTMT-RECORD
           MOVE WS-ST-IBAN TO NS-ACCOUNT-IBAN
           MOVE WS-EN-CURRENCY TO NS-CURRENCY
           IF WS-EN-CDI = "DBIT"
              COMPUTE NS-AMOUNT-MINOR = 0 - WS-EN-MINOR
           ELSE
              MOVE WS-EN-MINOR TO NS-AMOUNT-MINOR
           END-IF
           MOVE WS-EN-VALUE-DATE TO NS-VALUE-DATE
           MOVE WS-MATCH-REF TO NS-MATCH-REF
           MOVE WS-EN-SVCR-REF TO NS-SVCR-REF
           MOVE WS-ST-ID TO NS-STATEMENT-ID

           WRITE NOSTMT-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN.

       WRITE-STATEMENT-ENTRY-EXIT.
           EXIT.

      *================================================================
      * WRITE-CLOSING-BALANCE: the proved statement's closing
      * booked balance to NOSTBAL
      *================================================================
       WRITE-CLOSING-BALANCE SECTION.
           MOVE SPACES TO NOSTBAL-RECORD
           MOVE WS-ST-IBAN TO NB-ACCOUNT-IBAN
           MOVE WS-ST-CURRENCY TO NB-CURRENCY
           MOVE WS-ST-CLOSING TO NB-CLOSING-MINOR
           IF WS-ST-CLOSING-DATE > 0
              MOVE WS-ST-CLOSING-DATE TO NB-BALANCE-DATE
           ELSE
              MOVE WS-ST-LATEST-VALUE-DATE TO NB-BALANCE-DATE
           END-IF
           MOVE WS-ST-ID TO NB-STATEMENT-ID

           WRITE NOSTBAL-RECORD
           ADD 1 TO WS-BALANCES-WRITTEN.

       WRITE-CLOSING-BALANCE-EXIT.
           EXIT.

      *================================================================
      * UNESCAPE-REFERENCE: WS-ESC-INPUT with its XML entities
      * replaced; text that will not unescape is carried as sent
      * Output: WS-ESC-OUTPUT
      *================================================================
       UNESCAPE-REFERENCE SECTION.
           MOVE SPACES TO WS-ESC-OUTPUT
           IF WS-ESC-INPUT = SPACES
              GO TO UNESCAPE-REFERENCE-EXIT
           END-IF

           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-ESC-INPUT TRAILING))
           CALL "UNESCAPE-XML-STRING" USING WS-ESC-INPUT
               WS-ESC-INPUT-LEN WS-ESC-OUTPUT WS-ESC-OUTPUT-LEN
               WS-ESC-RESULT WS-ESC-ERROR-MSG
           IF WS-ESC-RESULT NOT = 1
              MOVE WS-ESC-INPUT TO WS-ESC-OUTPUT
           END-IF.

       UNESCAPE-REFERENCE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "CAMTIN - CAMT.053 STATEMENT INTAKE TO CREDIN"
              TO WS-HL-TEXT
           WRITE CAMTRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  STATEMENT             CCY"
              "          OPENING          CREDITS"
              "           DEBITS          CLOSING  NOTE"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE CAMTRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "STATEMENTS READ" TO WS-RPT-LABEL
           MOVE WS-STATEMENTS-READ TO WS-RPT-COUNT
           WRITE CAMTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ENTRIES READ" TO WS-RPT-LABEL
           MOVE WS-ENTRIES-READ TO WS-RPT-COUNT
           WRITE CAMTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BOOKED CREDITS" TO WS-RPT-LABEL
           MOVE WS-CREDIT-COUNT TO WS-RPT-COUNT
           WRITE CAMTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BOOKED DEBITS" TO WS-RPT-LABEL
           MOVE WS-DEBIT-COUNT TO WS-RPT-COUNT
           WRITE CAMTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ENTRIES NOT YET BOOKED" TO WS-RPT-LABEL
           MOVE WS-NOT-BOOKED-COUNT TO WS-RPT-COUNT
           WRITE CAMTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CREDITS WRITTEN TO CREDIN" TO WS-RPT-LABEL
           MOVE WS-CREDITS-WRITTEN TO WS-RPT-COUNT
           WRITE CAMTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ENTRIES WRITTEN TO NOSTMT" TO WS-RPT-LABEL
           MOVE WS-ENTRIES-WRITTEN TO WS-RPT-COUNT
           WRITE CAMTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BALANCES WRITTEN TO NOSTBAL" TO WS-RPT-LABEL
           MOVE WS-BALANCES-WRITTEN TO WS-RPT-COUNT
           WRITE CAMTRPT-RECORD FROM WS-REPORT-LABEL-LINE

           IF WS-IS-FATAL
              MOVE SPACES TO WS-HEADING-LINE
              STRING "INTAKE STOPPED, NOTHING WRITTEN TO CREDIN: "
                 WS-FATAL-REASON
                 DELIMITED BY SIZE INTO WS-HL-TEXT
              WRITE CAMTRPT-RECORD FROM WS-HEADING-LINE
           END-IF.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CAMTXML-FILE
           CLOSE CREDIN-FILE
           CLOSE NOSTMT-FILE
           CLOSE NOSTBAL-FILE
           CLOSE CAMTRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CAMTIN.
