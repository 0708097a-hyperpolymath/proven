      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven SarFile - suspicious-activity report export to the
      * regulator and filing-deadline watch for COBOL
      *

      *================================================================
      * Once a second officer has filed a suspicious-activity case
      * on the SARMNT screen it must reach the regulator in its
      * electronic filing format. This step reads the SARCASE KSDS
      * and writes every filed case not yet exported to the SAREXP
      * document, then marks it exported - so each case goes to the
      * regulator exactly once, however often the step is rerun.
      *
      * SAREXP always carries the XML declaration, the batch root
      * and a header with the creation stamp and the number of
      * reports, so a night with nothing to file still produces a
      * well-formed, empty batch for the transmission job. Each
      * report carries the case ID, the subject customer, the
      * detection, due and filing dates, the preparing and
      * approving officers and the alert total in USD, then what
      * the case rests on from the SARLINK KSDS:
      *
      *   A  a structuring alert - its run date and window total
      *   S  a confirmed screening match - the listed name
      *   T  a GLTXN transaction - ID, date and the amount scaled
      *      to its currency's decimal places by GET-DECIMAL-PLACES
      *      (SAFE-CURRENCY)
      *   N  the investigator's narrative, line by line
      *
      * Every free-text value - customer ID, listed name, trans ID
      * and narrative - goes through ESCAPE-XML-STRING (SAFE-XML)
      * before it is strung into markup, as PAYFMT escapes its
      * pain.001 fields.
      *
      * The export date is set on the case through REWRITE and
      * journaled through JRNL-WRITE, so REPLAY restores it with
      * the rest of the case; SARMNT will not close a filed case
      * until it carries one.
      *
      * The SARRPT listing then shows every case still in draft or
      * under review with its statutory filing deadline, counted in
      * business days when SAROPEN opened the case, and marks the
      * ones past it. Like SAROPEN's, the listing names customers
      * under suspicion and goes only to the money-laundering
      * reporting officer's restricted output. COND code 4 when any
      * working case is overdue, 8 when a case could not be marked
      * exported or journaled.
      *
      * SAREXP is signed the way PAYFMT's pain.001 file is: every
      * line written is folded into the HMAC-SHA256 chain
      * PROVEN-FILE-MAC keeps under the key PARMMSTR entry
      * MACKEY-SAREXP names. A well-formed batch cannot carry a
      * trailer record after its root element, so the signature
      * follows </SARBatch> as an XML comment, where MACVERIF
      * PARM='XML' looks for it before the batch is transmitted.
      * With no MACKEY-SAREXP entry the batch goes unsigned; a key
      * that is set up but cannot be used sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARFILE.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SARCASE-FILE ASSIGN TO "SARCASE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-CASE-ID
              ALTERNATE RECORD KEY IS SR-CUSTOMER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SARLINK-FILE ASSIGN TO "SARLINK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SL-KEY
              ALTERNATE RECORD KEY IS SL-REF-KEY
                 WITH DUPLICATES
              FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT SAREXP-FILE ASSIGN TO "SAREXP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXP-FILE-STATUS.

           SELECT SARRPT-FILE ASSIGN TO "SARRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Suspicious-activity case - mirrors SAROPEN.cob's
      * SARCASE-RECORD field for field
       FD  SARCASE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SARCASE-RECORD.
           05 SR-CASE-ID                PIC X(12).
           05 SR-CUSTOMER-ID            PIC X(36).
           05 SR-STATE                  PIC X(1).
              88 SR-IS-DRAFT            VALUE "D".
              88 SR-IS-UNDER-REVIEW     VALUE "R".
              88 SR-IS-FILED            VALUE "F".
              88 SR-IS-CLOSED           VALUE "C".
              88 SR-IS-WORKING          VALUES "D" "R".
           05 SR-TRIGGER                PIC X(1).
           05 SR-OPENED-DATE            PIC 9(8).
           05 SR-DUE-DATE               PIC 9(8).
           05 SR-ALERT-TOTAL-USD        PIC 9(15).
           05 SR-LAST-LINK-SEQ          PIC 9(4).
           05 SR-SUBMITTED-BY           PIC X(8).
           05 SR-SUBMITTED-DATE         PIC 9(8).
           05 SR-APPROVED-BY            PIC X(8).
           05 SR-FILED-DATE             PIC 9(8).
           05 SR-EXPORTED-DATE          PIC 9(8).
           05 SR-CLOSED-BY              PIC X(8).
           05 SR-CLOSED-DATE            PIC 9(8).
           05 SR-CLOSE-OUTCOME          PIC X(1).
           05 FILLER                    PIC X(18).

      * What a case rests on - mirrors SAROPEN.cob's SARLINK-RECORD
      * field for field
       FD  SARLINK-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SARLINK-RECORD.
           05 SL-KEY.
              10 SL-CASE-ID             PIC X(12).
              10 SL-SEQ                 PIC 9(4).
           05 SL-REF-KEY.
              10 SL-TYPE                PIC X(1).
                 88 SL-IS-ALERT         VALUE "A".
                 88 SL-IS-SCREENING     VALUE "S".
                 88 SL-IS-TRANSACTION   VALUE "T".
                 88 SL-IS-NARRATIVE     VALUE "N".
              10 SL-REFERENCE           PIC X(96).
           05 SL-CURRENCY               PIC X(3).
           05 SL-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SL-ITEM-DATE              PIC 9(8).
           05 SL-ADDED-BY               PIC X(8).
           05 SL-ADDED-DATE             PIC 9(8).
           05 FILLER                    PIC X(4).

       FD  SAREXP-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  SAREXP-RECORD                PIC X(250).

       FD  SARRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SARRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and browse switches
       01 WS-SR-FILE-STATUS            PIC X(2).
       01 WS-SL-FILE-STATUS            PIC X(2).
       01 WS-EXP-FILE-STATUS           PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.
       01 WS-ITEMS-DONE                PIC 9 VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-NOW-STAMP                 PIC X(14).
       01 WS-CRE-DT-TM                 PIC X(19).
       01 WS-XML-LINE                  PIC X(250).
       01 WS-ISO-DATE                  PIC X(10).
       01 WS-DATE-IN                   PIC 9(8).
       01 WS-CASE-BEFORE               PIC X(160).
       01 WS-COUNT-EDIT                PIC Z(7)9.

      * ESCAPE-XML-STRING call fields (see SAFE-XML.cob)
       01 WS-ESC-INPUT                 PIC X(4096).
       01 WS-ESC-INPUT-LEN             PIC 9(6).
       01 WS-ESC-OUTPUT                PIC X(8192).
       01 WS-ESC-OUTPUT-LEN            PIC 9(6).
       01 WS-ESC-RESULT                PIC 9.
       01 WS-ESC-ERROR-MSG             PIC X(100).

      * GET-DECIMAL-PLACES call fields (see SAFE-CURRENCY.cob)
       01 WS-DP-CURRENCY               PIC X(3).
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.

      * Amount-text assembly: minor units split into integer and
      * decimal parts under the currency's decimal places
       01 WS-AMT-MINOR                 PIC S9(15).
       01 WS-AMT-ABS                   PIC 9(15).
       01 WS-AMT-FACTOR                PIC 9(9).
       01 WS-AMT-INTEGER               PIC 9(15).
       01 WS-AMT-DECIMAL               PIC 9(9).
       01 WS-AMT-DECIMAL-TEXT          PIC X(9).
       01 WS-AMT-INT-EDIT              PIC Z(14)9.
       01 WS-AMT-SIGN                  PIC X(1).
       01 WS-AMOUNT-TEXT               PIC X(30).
       01 WS-AMOUNT-TEXT-LEN           PIC 9(2).

      * JRNL-WRITE call fields (see PROVEN-JRNL-WRITE.cob)
       01 WS-JR-DATASET                PIC X(8).
       01 WS-JR-ACTION                 PIC X(1).
       01 WS-JR-RECORD-KEY             PIC X(64).
       01 WS-JR-BEFORE-IMAGE           PIC X(160).
       01 WS-JR-AFTER-IMAGE            PIC X(160).
       01 WS-JR-RESULT                 PIC 9.
       01 WS-JR-ERROR-MSG              PIC X(50).
       01 WS-JR-FAIL-COUNT             PIC 9(8) VALUE 0.

      * Control counts
       01 WS-CASES-READ                PIC 9(8) VALUE 0.
       01 WS-EXPORT-DUE-COUNT          PIC 9(8) VALUE 0.
       01 WS-EXPORTED-COUNT            PIC 9(8) VALUE 0.
       01 WS-ITEMS-EXPORTED            PIC 9(8) VALUE 0.
       01 WS-WORKING-COUNT             PIC 9(8) VALUE 0.
       01 WS-OVERDUE-COUNT             PIC 9(8) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(8) VALUE 0.

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "SARFILE".
       01 WS-CW-REJECTED               PIC 9(8).
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-CASE-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-CASE-ID             PIC X(12).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-STATE               PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-OPENED-DATE         PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-DUE-DATE            PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-SUBMITTED-BY        PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-CL-NOTE                PIC X(20).
          05 FILLER                    PIC X(25) VALUE SPACES.

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob)
       01 WS-MAC-FILE-ID               PIC X(8) VALUE "SAREXP".
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 250.
       01 WS-MAC-SIGNATURE             PIC X(96).
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: count the filed cases awaiting export, write
      * the batch header, export each, then list the working cases
      * against their deadlines
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           PERFORM START-FILE-SIGNING
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY

           PERFORM COUNT-CASES-TO-EXPORT
           PERFORM WRITE-EXPORT-HEADER
           PERFORM EXPORT-FILED-CASES
           PERFORM WRITE-EXPORT-TRAILER

           PERFORM WRITE-REPORT-HEADING
           PERFORM LIST-WORKING-CASES
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "SARFILE: " WS-EXPORTED-COUNT
              " case(s) exported, " WS-WORKING-COUNT
              " working case(s), " WS-OVERDUE-COUNT " overdue"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0
                 OR WS-JR-FAIL-COUNT > 0
                 OR WS-MAC-FAILED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-OVERDUE-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN I-O SARCASE-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
              AND WS-SR-FILE-STATUS NOT = "05"
              AND WS-SR-FILE-STATUS NOT = "97"
              DISPLAY "SARFILE: cannot open SARCASE, status="
                 WS-SR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SARLINK-FILE
           IF WS-SL-FILE-STATUS NOT = "00"
              AND WS-SL-FILE-STATUS NOT = "97"
              DISPLAY "SARFILE: cannot open SARLINK, status="
                 WS-SL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SAREXP-FILE
           IF WS-EXP-FILE-STATUS NOT = "00"
              DISPLAY "SARFILE: cannot open SAREXP, status="
                 WS-EXP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SARRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "SARFILE: cannot open SARRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * COUNT-CASES-TO-EXPORT: the header carries the number of
      * reports, so the filed cases awaiting export are counted
      * before any is written
      *================================================================
       COUNT-CASES-TO-EXPORT SECTION.
           PERFORM START-CASE-BROWSE

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SARCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    ADD 1 TO WS-CASES-READ
                    IF SR-IS-FILED AND SR-EXPORTED-DATE = 0
                       ADD 1 TO WS-EXPORT-DUE-COUNT
                    END-IF
              END-READ
           END-PERFORM.

       COUNT-CASES-TO-EXPORT-EXIT.
           EXIT.

      *================================================================
      * START-CASE-BROWSE: position on the first case
      *================================================================
       START-CASE-BROWSE SECTION.
           MOVE LOW-VALUES TO SR-CASE-ID
           MOVE 0 TO WS-BROWSE-DONE

           START SARCASE-FILE KEY IS NOT LESS THAN SR-CASE-ID
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START.

       START-CASE-BROWSE-EXIT.
           EXIT.

      *================================================================
      * WRITE-EXPORT-HEADER: declaration, batch root and header
      *================================================================
       WRITE-EXPORT-HEADER SECTION.
           MOVE SPACES TO WS-CRE-DT-TM
           STRING WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2) "-"
              WS-NOW-STAMP(7:2) "T" WS-NOW-STAMP(9:2) ":"
              WS-NOW-STAMP(11:2) ":" WS-NOW-STAMP(13:2)
              DELIMITED BY SIZE INTO WS-CRE-DT-TM

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE
           MOVE "<SARBatch>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE
           MOVE " <Header>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "  <CreDtTm>" WS-CRE-DT-TM "</CreDtTm>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE WS-EXPORT-DUE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-XML-LINE
           STRING "  <NbOfRpts>" FUNCTION TRIM(WS-COUNT-EDIT)
              "</NbOfRpts>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE " </Header>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE.

       WRITE-EXPORT-HEADER-EXIT.
           EXIT.

      *================================================================
      * EXPORT-FILED-CASES: every filed case not yet exported
      *================================================================
       EXPORT-FILED-CASES SECTION.
           PERFORM START-CASE-BROWSE

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SARCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SR-IS-FILED AND SR-EXPORTED-DATE = 0
                       PERFORM EXPORT-ONE-CASE
                    END-IF
              END-READ
           END-PERFORM.

       EXPORT-FILED-CASES-EXIT.
           EXIT.

      *================================================================
      * EXPORT-ONE-CASE: one Report block, its items, then the case
      * marked exported and the change journaled
      *================================================================
       EXPORT-ONE-CASE SECTION.
           MOVE SARCASE-RECORD TO WS-CASE-BEFORE

           MOVE " <Report>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "  <CaseId>" SR-CASE-ID "</CaseId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE SPACES TO WS-ESC-INPUT
           MOVE SR-CUSTOMER-ID TO WS-ESC-INPUT(1:36)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(SR-CUSTOMER-ID TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE SPACES TO WS-XML-LINE
           STRING "  <Subject><CustomerId>"
              WS-ESC-OUTPUT(1:WS-ESC-OUTPUT-LEN)
              "</CustomerId></Subject>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE SR-OPENED-DATE TO WS-DATE-IN
           PERFORM BUILD-ISO-DATE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <DetectedDt>" WS-ISO-DATE "</DetectedDt>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE SR-DUE-DATE TO WS-DATE-IN
           PERFORM BUILD-ISO-DATE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <DueDt>" WS-ISO-DATE "</DueDt>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE SR-FILED-DATE TO WS-DATE-IN
           PERFORM BUILD-ISO-DATE
           MOVE SPACES TO WS-XML-LINE
           STRING "  <FiledDt>" WS-ISO-DATE "</FiledDt>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "  <PreparedBy>"
              FUNCTION TRIM(SR-SUBMITTED-BY) "</PreparedBy>"
              "<ApprovedBy>"
              FUNCTION TRIM(SR-APPROVED-BY) "</ApprovedBy>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE "USD" TO WS-DP-CURRENCY
           MOVE SR-ALERT-TOTAL-USD TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE SPACES TO WS-XML-LINE
           STRING '  <AlertTotal Ccy="USD">'
              WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN)
              "</AlertTotal>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           PERFORM EXPORT-CASE-ITEMS

           MOVE " </Report>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE
           ADD 1 TO WS-EXPORTED-COUNT

           MOVE WS-TODAY TO SR-EXPORTED-DATE
           REWRITE SARCASE-RECORD
           IF WS-SR-FILE-STATUS NOT = "00"
              ADD 1 TO WS-WRITE-FAIL-COUNT
              DISPLAY "SARFILE: cannot mark " SR-CASE-ID
                 " exported, status=" WS-SR-FILE-STATUS
              GO TO EXPORT-ONE-CASE-EXIT
           END-IF

           MOVE "SARCASE" TO WS-JR-DATASET
           MOVE "U" TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE SR-CASE-ID TO WS-JR-RECORD-KEY(1:12)
           MOVE WS-CASE-BEFORE TO WS-JR-BEFORE-IMAGE
           MOVE SARCASE-RECORD TO WS-JR-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE.

       EXPORT-ONE-CASE-EXIT.
           EXIT.

      *================================================================
      * EXPORT-CASE-ITEMS: the case's SARLINK items in sequence -
      * alerts, screening matches and transactions as they come,
      * the narrative lines gathered under one Narrative element
      *================================================================
       EXPORT-CASE-ITEMS SECTION.
           MOVE "  <Activity>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE
           PERFORM START-ITEM-BROWSE
           PERFORM UNTIL WS-ITEMS-DONE = 1
              READ SARLINK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-ITEMS-DONE
                 NOT AT END
                    IF SL-CASE-ID NOT = SR-CASE-ID
                       MOVE 1 TO WS-ITEMS-DONE
                    ELSE
                       IF NOT SL-IS-NARRATIVE
                          PERFORM EXPORT-ONE-ITEM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE "  </Activity>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           MOVE "  <Narrative>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE
           PERFORM START-ITEM-BROWSE
           PERFORM UNTIL WS-ITEMS-DONE = 1
              READ SARLINK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-ITEMS-DONE
                 NOT AT END
                    IF SL-CASE-ID NOT = SR-CASE-ID
                       MOVE 1 TO WS-ITEMS-DONE
                    ELSE
                       IF SL-IS-NARRATIVE
                          PERFORM EXPORT-ONE-ITEM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE "  </Narrative>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE.

       EXPORT-CASE-ITEMS-EXIT.
           EXIT.

      *================================================================
      * START-ITEM-BROWSE: position on the case's first item
      *================================================================
       START-ITEM-BROWSE SECTION.
           MOVE SR-CASE-ID TO SL-CASE-ID
           MOVE 0 TO SL-SEQ
           MOVE 0 TO WS-ITEMS-DONE

           START SARLINK-FILE KEY IS NOT LESS THAN SL-KEY
              INVALID KEY
                 MOVE 1 TO WS-ITEMS-DONE
           END-START.

       START-ITEM-BROWSE-EXIT.
           EXIT.

      *================================================================
      * EXPORT-ONE-ITEM: one item as its element, every free-text
      * value escaped first
      *================================================================
       EXPORT-ONE-ITEM SECTION.
           ADD 1 TO WS-ITEMS-EXPORTED
           MOVE SL-ITEM-DATE TO WS-DATE-IN
           PERFORM BUILD-ISO-DATE
           MOVE SPACES TO WS-XML-LINE

           EVALUATE TRUE
              WHEN SL-IS-ALERT
                 MOVE "USD" TO WS-DP-CURRENCY
                 MOVE SL-AMOUNT-MINOR TO WS-AMT-MINOR
                 PERFORM BUILD-AMOUNT-TEXT
                 STRING "   <StructuringAlert><Dt>" WS-ISO-DATE
                    '</Dt><WindowAmt Ccy="USD">'
                    WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN)
                    "</WindowAmt></StructuringAlert>"
                    DELIMITED BY SIZE INTO WS-XML-LINE

              WHEN SL-IS-SCREENING
                 MOVE SPACES TO WS-ESC-INPUT
                 MOVE SL-REFERENCE(37:60) TO WS-ESC-INPUT(1:60)
                 COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(SL-REFERENCE(37:60) TRAILING))
                 PERFORM ESCAPE-CURRENT-FIELD
                 STRING "   <ScreeningMatch><Dt>" WS-ISO-DATE
                    "</Dt><ListedName>"
                    WS-ESC-OUTPUT(1:WS-ESC-OUTPUT-LEN)
                    "</ListedName></ScreeningMatch>"
                    DELIMITED BY SIZE INTO WS-XML-LINE

              WHEN SL-IS-TRANSACTION
                 MOVE SPACES TO WS-ESC-INPUT
                 MOVE SL-REFERENCE(1:12) TO WS-ESC-INPUT(1:12)
                 COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(SL-REFERENCE(1:12) TRAILING))
                 PERFORM ESCAPE-CURRENT-FIELD
                 IF SL-CURRENCY = SPACES
                    STRING "   <Transaction><TxId>"
                       WS-ESC-OUTPUT(1:WS-ESC-OUTPUT-LEN)
                       "</TxId></Transaction>"
                       DELIMITED BY SIZE INTO WS-XML-LINE
                 ELSE
                    MOVE SL-CURRENCY TO WS-DP-CURRENCY
                    MOVE SL-AMOUNT-MINOR TO WS-AMT-MINOR
                    PERFORM BUILD-AMOUNT-TEXT
                    STRING "   <Transaction><TxId>"
                       WS-ESC-OUTPUT(1:WS-ESC-OUTPUT-LEN)
                       "</TxId><Dt>" WS-ISO-DATE
                       '</Dt><Amt Ccy="' SL-CURRENCY '">'
                       WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN)
                       "</Amt></Transaction>"
                       DELIMITED BY SIZE INTO WS-XML-LINE
                 END-IF

              WHEN OTHER
                 MOVE SPACES TO WS-ESC-INPUT
                 MOVE SL-REFERENCE(1:76) TO WS-ESC-INPUT(1:76)
                 COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(SL-REFERENCE(1:76) TRAILING))
                 PERFORM ESCAPE-CURRENT-FIELD
                 STRING "   <Line>"
                    WS-ESC-OUTPUT(1:WS-ESC-OUTPUT-LEN)
                    "</Line>"
                    DELIMITED BY SIZE INTO WS-XML-LINE
           END-EVALUATE

           MOVE WS-XML-LINE TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE.

       EXPORT-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
      * WRITE-EXPORT-TRAILER: close the batch root, then the
      * signature comment
      *================================================================
       WRITE-EXPORT-TRAILER SECTION.
           MOVE "</SARBatch>" TO SAREXP-RECORD
           PERFORM WRITE-SAREXP-LINE

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           IF WS-MAC-SIGNATURE-LEN > 0
              MOVE SPACES TO SAREXP-RECORD
              STRING "<!-- " WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN)
                 " -->" DELIMITED BY SIZE INTO SAREXP-RECORD
              WRITE SAREXP-RECORD
           END-IF.

       WRITE-EXPORT-TRAILER-EXIT.
           EXIT.

      *================================================================
      * WRITE-SAREXP-LINE: write the line built in SAREXP-RECORD and
      * fold it into the batch's signature
      *================================================================
       WRITE-SAREXP-LINE SECTION.
           WRITE SAREXP-RECORD
           MOVE SAREXP-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-SAREXP-LINE-EXIT.
           EXIT.

      *================================================================
      * START-FILE-SIGNING: start the signature chain under the key
      * set up for SAREXP - none set up leaves the batch unsigned, a
      * key that cannot be used fails the step with COND code 8
      *================================================================
       START-FILE-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "SARFILE: SAREXP not signed - "
                    FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "SARFILE: SAREXP CANNOT BE SIGNED - "
                    FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-FILE-SIGNING-EXIT.
           EXIT.

      *================================================================
      * ESCAPE-CURRENT-FIELD: one field through ESCAPE-XML-STRING,
      * zero-length-protected the way PAYFMT protects its fields
      *================================================================
       ESCAPE-CURRENT-FIELD SECTION.
           CALL "ESCAPE-XML-STRING" USING WS-ESC-INPUT
               WS-ESC-INPUT-LEN WS-ESC-OUTPUT WS-ESC-OUTPUT-LEN
               WS-ESC-RESULT WS-ESC-ERROR-MSG

           IF WS-ESC-RESULT NOT = 1
              MOVE SPACES TO WS-ESC-OUTPUT
              MOVE 0 TO WS-ESC-OUTPUT-LEN
              DISPLAY "SARFILE: escape failed for case "
                 SR-CASE-ID ", " WS-ESC-ERROR-MSG
           END-IF

           IF WS-ESC-OUTPUT-LEN = 0
              MOVE 1 TO WS-ESC-OUTPUT-LEN
              MOVE SPACES TO WS-ESC-OUTPUT
           END-IF.

       ESCAPE-CURRENT-FIELD-EXIT.
           EXIT.

      *================================================================
      * BUILD-AMOUNT-TEXT: scale WS-AMT-MINOR into decimal text under
      * WS-DP-CURRENCY's GET-DECIMAL-PLACES answer, as PAYFMT does -
      * "1234.50" for USD, "1234" for JPY, with a leading minus for
      * a reversal
      *================================================================
       BUILD-AMOUNT-TEXT SECTION.
           CALL "GET-DECIMAL-PLACES" USING WS-DP-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT
           IF WS-DP-RESULT NOT = 1
              MOVE 2 TO WS-DP-DECIMALS
           END-IF

           MOVE SPACES TO WS-AMT-SIGN
           IF WS-AMT-MINOR < 0
              MOVE "-" TO WS-AMT-SIGN
           END-IF

           COMPUTE WS-AMT-FACTOR = 10 ** WS-DP-DECIMALS
           MOVE WS-AMT-MINOR TO WS-AMT-ABS
           COMPUTE WS-AMT-INTEGER = WS-AMT-ABS / WS-AMT-FACTOR
           COMPUTE WS-AMT-DECIMAL =
              FUNCTION MOD(WS-AMT-ABS WS-AMT-FACTOR)

           MOVE WS-AMT-INTEGER TO WS-AMT-INT-EDIT
           MOVE SPACES TO WS-AMOUNT-TEXT
           IF WS-DP-DECIMALS = 0
              STRING FUNCTION TRIM(WS-AMT-SIGN)
                 FUNCTION TRIM(WS-AMT-INT-EDIT)
                 DELIMITED BY SIZE INTO WS-AMOUNT-TEXT
           ELSE
              MOVE WS-AMT-DECIMAL TO WS-AMT-DECIMAL-TEXT
              STRING FUNCTION TRIM(WS-AMT-SIGN)
                 FUNCTION TRIM(WS-AMT-INT-EDIT) "."
                 WS-AMT-DECIMAL-TEXT(10 - WS-DP-DECIMALS:
                    WS-DP-DECIMALS)
                 DELIMITED BY SIZE INTO WS-AMOUNT-TEXT
           END-IF
           COMPUTE WS-AMOUNT-TEXT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-AMOUNT-TEXT TRAILING)).

       BUILD-AMOUNT-TEXT-EXIT.
           EXIT.

      *================================================================
      * BUILD-ISO-DATE: WS-DATE-IN as YYYY-MM-DD
      *================================================================
       BUILD-ISO-DATE SECTION.
           MOVE SPACES TO WS-ISO-DATE
           STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
              WS-DATE-IN(7:2)
              DELIMITED BY SIZE INTO WS-ISO-DATE.

       BUILD-ISO-DATE-EXIT.
           EXIT.

      *================================================================
      * JOURNAL-CHANGE: the WS-JR-* images through JRNL-WRITE
      *================================================================
       JOURNAL-CHANGE SECTION.
           CALL "JRNL-WRITE" USING WS-JR-DATASET WS-JR-ACTION
               WS-JR-RECORD-KEY WS-JR-BEFORE-IMAGE
               WS-JR-AFTER-IMAGE WS-JR-RESULT WS-JR-ERROR-MSG
           IF WS-JR-RESULT NOT = 1
              ADD 1 TO WS-JR-FAIL-COUNT
              IF WS-JR-FAIL-COUNT = 1
                 DISPLAY "SARFILE: journal write failed - "
                    WS-JR-ERROR-MSG
              END-IF
           END-IF.

       JOURNAL-CHANGE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADING
      *================================================================
       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "SARFILE - SUSPICIOUS-ACTIVITY CASES AGAINST THEIR "
              "FILING DEADLINE " WS-TODAY
              "  *** RESTRICTED - MLRO ONLY ***"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE SARRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  CASE          CUSTOMER"
              "                              S  DETECTED  DUE"
              "       SUBMITTED"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE SARRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================
      * LIST-WORKING-CASES: every case in draft or under review,
      * the overdue ones marked
      *================================================================
       LIST-WORKING-CASES SECTION.
           PERFORM START-CASE-BROWSE

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ SARCASE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF SR-IS-WORKING
                       PERFORM LIST-ONE-WORKING-CASE
                    END-IF
              END-READ
           END-PERFORM.

       LIST-WORKING-CASES-EXIT.
           EXIT.

      *================================================================
      * LIST-ONE-WORKING-CASE
      *================================================================
       LIST-ONE-WORKING-CASE SECTION.
           ADD 1 TO WS-WORKING-COUNT

           MOVE SR-CASE-ID TO WS-CL-CASE-ID
           MOVE SR-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
           MOVE SR-STATE TO WS-CL-STATE
           MOVE SR-OPENED-DATE TO WS-CL-OPENED-DATE
           MOVE SR-DUE-DATE TO WS-CL-DUE-DATE
           MOVE SR-SUBMITTED-BY TO WS-CL-SUBMITTED-BY
           MOVE SPACES TO WS-CL-NOTE
           IF SR-DUE-DATE < WS-TODAY
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE "** OVERDUE **" TO WS-CL-NOTE
           END-IF
           WRITE SARRPT-RECORD FROM WS-CASE-LINE.

       LIST-ONE-WORKING-CASE-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CASES READ" TO WS-RPT-LABEL
           MOVE WS-CASES-READ TO WS-RPT-COUNT
           WRITE SARRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CASES EXPORTED" TO WS-RPT-LABEL
           MOVE WS-EXPORTED-COUNT TO WS-RPT-COUNT
           WRITE SARRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ITEMS EXPORTED" TO WS-RPT-LABEL
           MOVE WS-ITEMS-EXPORTED TO WS-RPT-COUNT
           WRITE SARRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WORKING CASES" TO WS-RPT-LABEL
           MOVE WS-WORKING-COUNT TO WS-RPT-COUNT
           WRITE SARRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "OVERDUE FOR FILING" TO WS-RPT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT
           WRITE SARRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "WRITE FAILURES" TO WS-RPT-LABEL
           MOVE WS-WRITE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE SARRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: cases read, the overdue ones as rejects
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           MOVE WS-OVERDUE-COUNT TO WS-CW-REJECTED

           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME WS-CASES-READ
                WS-CW-REJECTED ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "SARFILE: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE SARCASE-FILE
           CLOSE SARLINK-FILE
           CLOSE SAREXP-FILE
           CLOSE SARRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM SARFILE.
