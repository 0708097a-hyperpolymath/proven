      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PayAck - pain.002 payment status report intake for
      * COBOL
      *

      *================================================================
      * PAYFMT sends the pain.001 file; until now the next word the
      * house heard was a PAYRET return days later, and only for
      * money that had actually left. The bank's pain.002 status
      * report - file accepted, file rejected, or single payments
      * rejected - was read by a person in the bank portal. This
      * step reads it as the bank sends it, on the PAYSTXML DD, and
      * matches it to the PAYSENT register PAYFMT keeps: the
      * report's original message ID to the file, each original
      * end-to-end ID to the PY-PAYMENT-ID sent in it.
      *
      * A payment the bank rejects (TxSts RJCT) is marked rejected
      * on the register and in the PAYHIST payment history
      * (reached through its payment-ID alternate index), and its
      * original instruction goes to PAYREJ for repair. The reject
      * code is the bank's ISO reason prefixed "BK" (AC01 becomes
      * BKAC01) where RSNCAT catalogs it, the catalog's long text
      * then giving the reason; an uncatalogued bank reason is
      * written as BNK000 with the bank's code and its additional
      * information as the reason text. A payment the bank accepts
      * is marked acknowledged with the status it gave. A rejection
      * of the whole file, at group or payment-information level,
      * rejects every payment in it not already rejected; an
      * accepting group status acknowledges every payment the
      * report did not answer for individually. Reading a report
      * twice rejects nothing twice.
      *
      * As CAMTIN does for statements, the report is proved before
      * anything is applied: every TxInfAndSts element is checked
      * by WELL-FORMED-XML (SAFE-XML) on its own and the rest of
      * the document - with each stood in for by an empty element
      * - at the end, so a truncated report fails rather than
      * silently acknowledging the payments it lost. A report that
      * does not prove stops with COND code 8 and nothing applied;
      * one for a message the register does not hold is listed and
      * not applied. An empty PAYSTXML means no report arrived.
      *
      * Whether or not a report arrived, every run then sweeps the
      * register for files that have had no report at all by the
      * cut-off (JCL PARM, hours after the file was built, default
      * 4) and lists them on PAYACKRPT as unacknowledged. Alerts,
      * bank rejections and unmatched payments set COND code 4, so
      * the scheduler pages the payments desk. Register records are
      * left for the housekeeping REPRO to age off, as PAYHIST's
      * are.
      *
      * Every status applied is entered on the PAYEVNT payment event
      * log (PAY-EVENT-WRITE, see PROVEN-PAY-EVENT.cob): BANKRJCT
      * with the reject code, BANKACK with the bank's status and
      * the message ID, so the payment's trace shows the bank's
      * word next to the file that carried it.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACK.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSTXML-FILE ASSIGN TO "PAYSTXML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SX-FILE-STATUS.

           SELECT PAYSENT-FILE ASSIGN TO "PAYSENT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-KEY
              FILE STATUS IS WS-SN-FILE-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PH-KEY
              ALTERNATE RECORD KEY IS PH-PAYMENT-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT RSNCAT-FILE ASSIGN TO "RSNCAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-REASON-CODE
              FILE STATUS IS WS-RN-FILE-STATUS.

           SELECT PAYREJ-FILE ASSIGN TO "PAYREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT PAYACKRPT-FILE ASSIGN TO "PAYACKRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The bank's pain.002 document, however it is broken into
      * lines
       FD  PAYSTXML-FILE
           RECORD CONTAINS 4096 CHARACTERS.
       01  PAYSTXML-RECORD              PIC X(4096).

      * The sent-file register PAYFMT writes (see PAYSENT-RECORD in
      * PAYFMT.cob)
       FD  PAYSENT-FILE
           RECORD CONTAINS 398 CHARACTERS.
       01  PAYSENT-RECORD.
           05 SN-KEY.
              10 SN-MSG-ID              PIC X(20).
              10 SN-PAYMENT-ID          PIC X(12).
           05 SN-BODY                   PIC X(366).
           05 SN-MESSAGE-VIEW REDEFINES SN-BODY.
              10 SN-CREATED-STAMP       PIC X(14).
              10 SN-TX-COUNT            PIC 9(8).
              10 SN-GRP-STATUS          PIC X(4).
              10 SN-GRP-STATUS-STAMP    PIC X(14).
              10 SN-REPORTS-SEEN        PIC 9(4).
              10 SN-ACCEPTED-COUNT      PIC 9(8).
              10 SN-REJECTED-COUNT      PIC 9(8).
              10 FILLER                 PIC X(306).
           05 SN-PAYMENT-VIEW REDEFINES SN-BODY.
              10 SN-INSTRUCTION         PIC X(332).
              10 SN-TX-STATUS           PIC X(4).
              10 SN-TX-STATUS-DATE      PIC 9(8).
              10 SN-TX-REASON-CODE      PIC X(6).
              10 FILLER                 PIC X(16).

      * The rolling payment history PAYVALD appends to (see
      * PAYHIST-RECORD in PAYVALD.cob)
       FD  PAYHIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PAYHIST-RECORD.
           05 PH-KEY.
              10 PH-BENEF-IBAN          PIC X(34).
              10 PH-CURRENCY            PIC X(3).
              10 PH-AMOUNT-MINOR        PIC S9(15)
                 SIGN IS LEADING SEPARATE CHARACTER.
              10 PH-RELEASE-DATE        PIC 9(8).
              10 PH-SEQUENCE            PIC 9(4).
           05 PH-PAYMENT-ID             PIC X(12).
           05 PH-MSG-ID                 PIC X(20).
           05 PH-BANK-STATUS            PIC X(4).
           05 PH-STATUS-DATE            PIC 9(8).
           05 PH-REASON-CODE            PIC X(6).
           05 FILLER                    PIC X(5).

      * The reject-reason catalog RSNCATLD loads
       FD  RSNCAT-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  RSNCAT-RECORD.
           05 RN-REASON-CODE            PIC X(6).
           05 RN-SEVERITY               PIC X(1).
           05 RN-LONG-TEXT              PIC X(50).
           05 RN-OWNING-DESK            PIC X(8).

      * Bank-rejected instructions in PAYVALD's reject layout (see
      * PAYREJ-RECORD in PAYVALD.cob)
       FD  PAYREJ-FILE
           RECORD CONTAINS 388 CHARACTERS.
       01  PAYREJ-RECORD.
           05 PR-INSTRUCTION            PIC X(332).
           05 PR-REJECT-REASON          PIC X(50).
           05 PR-REJECT-CODE            PIC X(6).

       FD  PAYACKRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PAYACKRPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-SX-FILE-STATUS            PIC X(2).
       01 WS-SN-FILE-STATUS            PIC X(2).
       01 WS-PH-FILE-STATUS            PIC X(2).
       01 WS-RN-FILE-STATUS            PIC X(2).
       01 WS-PR-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-SX-EOF                    PIC 9 VALUE 0.
          88 WS-AT-SX-EOF              VALUE 1.
       01 WS-SN-EOF                    PIC 9 VALUE 0.
          88 WS-AT-SN-EOF              VALUE 1.
       01 WS-PH-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PH-EOF              VALUE 1.

      * Which pass is reading: 1 proves the report, 2 applies it
       01 WS-PASS                      PIC 9 VALUE 1.
          88 WS-IS-PROVE-PASS          VALUE 1.
          88 WS-IS-APPLY-PASS          VALUE 2.

      * The first failure stops the intake
       01 WS-FATAL                     PIC 9 VALUE 0.
          88 WS-IS-FATAL               VALUE 1.
       01 WS-FATAL-REASON              PIC X(80).

      * Whether a report arrived, and whether it is to be applied
       01 WS-REPORT-PRESENT            PIC 9 VALUE 0.
       01 WS-REPORT-USABLE             PIC 9 VALUE 0.
       01 WS-SKIP-REASON               PIC X(60).

      * The cut-off from the JCL PARM (hours, default 4) and the
      * run's clock
       01 WS-PARM                      PIC X(8).
       01 WS-CUTOFF-HOURS              PIC 9(4) VALUE 4.
       01 WS-NOW-STAMP                 PIC X(14).
       01 WS-TODAY                     PIC 9(8).
       01 WS-NOW-MINUTES               PIC 9(9).
       01 WS-SENT-MINUTES              PIC 9(9).
       01 WS-AGE-HOURS                 PIC 9(6).
       01 WS-STAMP-DATE                PIC 9(8).
       01 WS-STAMP-HH                  PIC 9(2).
       01 WS-STAMP-MM                  PIC 9(2).

      * Control counts
       01 WS-TX-READ                   PIC 9(6) VALUE 0.
       01 WS-TX-UNMATCHED              PIC 9(6) VALUE 0.
       01 WS-ACKNOWLEDGED-COUNT        PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(6) VALUE 0.
       01 WS-ALREADY-REJECTED          PIC 9(6) VALUE 0.
       01 WS-INTERIM-COUNT             PIC 9(6) VALUE 0.
       01 WS-HIST-NOT-FOUND            PIC 9(6) VALUE 0.
       01 WS-UPDATE-FAILS              PIC 9(6) VALUE 0.
       01 WS-ALERT-COUNT               PIC 9(6) VALUE 0.

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
       01 WS-GREAT-NAME                PIC X(35).
       01 WS-ELEM-VALUE                PIC X(140).

      * The document outside the transaction statuses, and the
      * transaction status being read, each held for
      * WELL-FORMED-XML
       01 WS-SKEL-BUFFER               PIC X(32000).
       01 WS-SKEL-LEN                  PIC 9(6) VALUE 0.
       01 WS-TX-BUFFER                 PIC X(32000).
       01 WS-TX-LEN                    PIC 9(6) VALUE 0.
       01 WS-BUFFER-MAX                PIC 9(6) VALUE 32000.
       01 WS-IN-TX                     PIC 9 VALUE 0.
       01 WS-TX-SEQ                    PIC 9(5) VALUE 0.
       01 WS-TX-STUB                   PIC X(14)
                                       VALUE "<TxInfAndSts/>".

      * WELL-FORMED-XML call fields (see SAFE-XML.cob)
       01 WS-WF-LENGTH                 PIC 9(6).
       01 WS-WF-MAX-DEPTH              PIC 9(3) VALUE 0.
       01 WS-WF-RESULT                 PIC 9.
       01 WS-WF-ERROR-MSG              PIC X(100).
       01 WS-WF-ERROR-POSITION         PIC 9(6).

      * The report's group and payment-information level
       01 WS-RP-MSG-ID                 PIC X(35).
       01 WS-RP-ORGNL-MSG-ID           PIC X(35).
       01 WS-RP-ORGNL-MSG-NAME         PIC X(35).
       01 WS-RP-GRP-STATUS             PIC X(4).
       01 WS-RP-GRP-REASON             PIC X(4).
       01 WS-RP-GRP-ADDTL              PIC X(105).
       01 WS-RP-PMTINF-STATUS          PIC X(4).
       01 WS-RP-PMTINF-REASON          PIC X(4).
       01 WS-RP-PMTINF-ADDTL           PIC X(105).
       01 WS-RP-REJECT-ALL             PIC 9 VALUE 0.
       01 WS-RP-ALL-REASON             PIC X(4).
       01 WS-RP-ALL-ADDTL              PIC X(105).

      * The transaction status being read
       01 WS-TX-END-TO-END             PIC X(35).
       01 WS-TX-PAYMENT-ID             PIC X(12).
       01 WS-TX-STATUS                 PIC X(4).
       01 WS-TX-REASON                 PIC X(4).
       01 WS-TX-ADDTL                  PIC X(105).

      * The status being applied to one payment, and its class
       01 WS-AP-STATUS                 PIC X(4).
       01 WS-AP-REASON                 PIC X(4).
       01 WS-AP-ADDTL                  PIC X(105).
       01 WS-AP-CLASS                  PIC 9 VALUE 0.
          88 WS-AP-IS-REJECT           VALUE 1.
          88 WS-AP-IS-ACCEPT           VALUE 2.
          88 WS-AP-IS-INTERIM          VALUE 3.
       01 WS-AP-NOTE                   PIC X(30).
       01 WS-AP-CODE                   PIC X(6).
       01 WS-AP-TEXT                   PIC X(50).

      * Per-message tallies taken as the register is swept
       01 WS-SW-ACCEPTED               PIC 9(8) VALUE 0.
       01 WS-SW-REJECTED               PIC 9(8) VALUE 0.
       01 WS-HIST-MARKED               PIC 9(4) VALUE 0.
       01 WS-HEADER-KEY                PIC X(32).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DL-PAYMENT-ID          PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-DL-STATUS              PIC X(4).
          05 FILLER                    PIC X(2).
          05 WS-DL-REASON              PIC X(4).
          05 FILLER                    PIC X(2).
          05 WS-DL-CODE                PIC X(6).
          05 FILLER                    PIC X(2).
          05 WS-DL-NOTE                PIC X(30).
          05 FILLER                    PIC X(2).
          05 WS-DL-ADDTL               PIC X(64).

       01 WS-ALERT-LINE.
          05 FILLER                    PIC X(2).
          05 WS-AL-MSG-ID              PIC X(20).
          05 FILLER                    PIC X(2).
          05 WS-AL-CREATED             PIC X(14).
          05 FILLER                    PIC X(2).
          05 WS-AL-TX-COUNT            PIC ZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-AL-HOURS               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-AL-NOTE                PIC X(71).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * PAY-EVENT-WRITE call fields (see PROVEN-PAY-EVENT.cob)
      * The sent instruction as far as the event needs it (see
      * PAYGOOD-RECORD in PAYFMT.cob)
       01 WS-PE-INSTRUCTION.
          05 WS-PE-PAYMENT-ID          PIC X(12).
          05 FILLER                    PIC X(45).
          05 WS-PE-CURRENCY            PIC X(3).
          05 WS-PE-AMOUNT              PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 FILLER                    PIC X(256).
       01 WS-PE-EVENT-CODE             PIC X(8).
       01 WS-PE-SOURCE                 PIC X(8) VALUE "PAYACK".
       01 WS-PE-ACTOR                  PIC X(8) VALUE SPACES.
       01 WS-PE-REFERENCE              PIC X(35).
       01 WS-PE-DETAIL                 PIC X(60).
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-ERROR-MSG              PIC X(50).
       01 WS-PE-FAIL-COUNT             PIC 9(6) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: prove the report, apply it, then sweep the
      * register for files the bank has not answered
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-RUN-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM CLEAR-REPORT-FIELDS

           MOVE 1 TO WS-PASS
           PERFORM SCAN-DOCUMENT

      *    A PAYSTXML of blank lines is no report at all
           IF WS-IN-MARKUP = 1 OR WS-IS-FATAL
              MOVE 1 TO WS-REPORT-PRESENT
           END-IF
           IF WS-SKEL-LEN > 0
              IF WS-SKEL-BUFFER(1:WS-SKEL-LEN) NOT = SPACES
                 MOVE 1 TO WS-REPORT-PRESENT
              END-IF
           END-IF

           IF WS-REPORT-PRESENT = 1 AND NOT WS-IS-FATAL
              PERFORM CHECK-DOCUMENT-OUTLINE
           END-IF

           IF WS-REPORT-PRESENT = 1 AND NOT WS-IS-FATAL
              PERFORM CHECK-ORIGINAL-MESSAGE
           END-IF

           IF WS-REPORT-USABLE = 1
              CLOSE PAYSTXML-FILE
              OPEN INPUT PAYSTXML-FILE
              IF WS-SX-FILE-STATUS NOT = "00"
                 DISPLAY "PAYACK: cannot reopen PAYSTXML, status="
                    WS-SX-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 2 TO WS-PASS
              PERFORM SCAN-DOCUMENT
              PERFORM SWEEP-REPORTED-MESSAGE
           END-IF

           PERFORM CHECK-UNACKNOWLEDGED-FILES
           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM CLOSE-FILES

           DISPLAY "PAYACK: " WS-TX-READ " transaction status(es), "
              WS-ACKNOWLEDGED-COUNT " acknowledged, "
              WS-REJECTED-COUNT " rejected, " WS-ALERT-COUNT
              " file(s) unacknowledged"

           EVALUATE TRUE
              WHEN WS-IS-FATAL
                 DISPLAY "PAYACK: report not applied - "
                    WS-FATAL-REASON
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-UPDATE-FAILS > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-ALERT-COUNT > 0 OR WS-REJECTED-COUNT > 0
                 OR WS-TX-UNMATCHED > 0
                 OR (WS-REPORT-PRESENT = 1 AND WS-REPORT-USABLE = 0)
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
      * READ-RUN-PARM: the acknowledgement cut-off in hours, and
      * the run's clock in minutes for the age arithmetic
      *================================================================
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:4) IS NUMERIC
              MOVE WS-PARM(1:4) TO WS-CUTOFF-HOURS
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           MOVE WS-NOW-STAMP(9:2) TO WS-STAMP-HH
           MOVE WS-NOW-STAMP(11:2) TO WS-STAMP-MM
           COMPUTE WS-NOW-MINUTES =
              FUNCTION INTEGER-OF-DATE(WS-TODAY) * 1440
              + WS-STAMP-HH * 60 + WS-STAMP-MM.

       READ-RUN-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT PAYSTXML-FILE
           IF WS-SX-FILE-STATUS NOT = "00"
              DISPLAY "PAYACK: cannot open PAYSTXML, status="
                 WS-SX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O PAYSENT-FILE
           IF WS-SN-FILE-STATUS NOT = "00"
              AND WS-SN-FILE-STATUS NOT = "05"
              AND WS-SN-FILE-STATUS NOT = "97"
              DISPLAY "PAYACK: cannot open PAYSENT, status="
                 WS-SN-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O PAYHIST-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
              AND WS-PH-FILE-STATUS NOT = "05"
              AND WS-PH-FILE-STATUS NOT = "97"
              DISPLAY "PAYACK: cannot open PAYHIST, status="
                 WS-PH-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT RSNCAT-FILE
           IF WS-RN-FILE-STATUS NOT = "00"
              AND WS-RN-FILE-STATUS NOT = "05"
              AND WS-RN-FILE-STATUS NOT = "97"
              DISPLAY "PAYACK: cannot open RSNCAT, status="
                 WS-RN-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAYREJ-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
              DISPLAY "PAYACK: cannot open PAYREJ, status="
                 WS-PR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAYACKRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "PAYACK: cannot open PAYACKRPT, status="
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
           MOVE 0 TO WS-SX-EOF
           MOVE 0 TO WS-IN-MARKUP
           MOVE 0 TO WS-MARKUP-LEN
           MOVE SPACE TO WS-MARKUP-QUOTE
           MOVE 0 TO WS-TEXT-LEN
           MOVE SPACES TO WS-TEXT
           MOVE 0 TO WS-PATH-DEPTH
           MOVE 0 TO WS-SKEL-LEN
           MOVE 0 TO WS-IN-TX
           MOVE 0 TO WS-TX-SEQ
           MOVE 0 TO WS-LAST-WAS-SPACE

           PERFORM UNTIL WS-AT-SX-EOF OR WS-IS-FATAL
              READ PAYSTXML-FILE
                 AT END
                    MOVE 1 TO WS-SX-EOF
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
           INSPECT PAYSTXML-RECORD REPLACING ALL X"09" BY SPACE
           INSPECT PAYSTXML-RECORD REPLACING ALL X"0D" BY SPACE

           IF PAYSTXML-RECORD = SPACES
              MOVE 0 TO WS-LINE-LEN
           ELSE
              COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(PAYSTXML-RECORD TRAILING))
           END-IF

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LEN OR WS-IS-FATAL
              MOVE PAYSTXML-RECORD(WS-CHAR-IDX:1) TO WS-CUR-CHAR
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

           IF WS-IN-TX = 1
              IF WS-TX-LEN >= WS-BUFFER-MAX
                 MOVE 1 TO WS-FATAL
                 MOVE "TRANSACTION STATUS TOO LARGE" TO WS-FATAL-REASON
                 GO TO ADD-TEXT-CHARACTER-EXIT
              END-IF
              ADD 1 TO WS-TX-LEN
              MOVE WS-CUR-CHAR TO WS-TX-BUFFER(WS-TX-LEN:1)
           ELSE
              IF WS-SKEL-LEN >= WS-BUFFER-MAX
                 MOVE 1 TO WS-FATAL
                 MOVE "REPORT OUTLINE TOO LARGE TO CHECK"
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
           IF WS-IN-TX = 1
              IF WS-TX-LEN + WS-MARKUP-LEN > WS-BUFFER-MAX
                 MOVE 1 TO WS-FATAL
                 MOVE "TRANSACTION STATUS TOO LARGE" TO WS-FATAL-REASON
                 GO TO ADD-MARKUP-TO-BUFFER-EXIT
              END-IF
              MOVE WS-MARKUP(1:WS-MARKUP-LEN)
                 TO WS-TX-BUFFER(WS-TX-LEN + 1:WS-MARKUP-LEN)
              ADD WS-MARKUP-LEN TO WS-TX-LEN
           ELSE
              IF WS-SKEL-LEN + WS-MARKUP-LEN > WS-BUFFER-MAX
                 MOVE 1 TO WS-FATAL
                 MOVE "REPORT OUTLINE TOO LARGE TO CHECK"
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
      * OPEN-ELEMENT: a transaction status opens its own buffer
      * (the outline keeps an empty <TxInfAndSts/> in its place)
      *================================================================
       OPEN-ELEMENT SECTION.
           IF WS-ELEM-NAME = "TxInfAndSts" AND WS-IN-TX = 0
              MOVE WS-MARKUP TO WS-SAVED-MARKUP
              MOVE WS-MARKUP-LEN TO WS-SAVED-MARKUP-LEN
              MOVE WS-TX-STUB TO WS-MARKUP
              MOVE 14 TO WS-MARKUP-LEN
              PERFORM ADD-MARKUP-TO-BUFFER
              MOVE WS-SAVED-MARKUP TO WS-MARKUP
              MOVE WS-SAVED-MARKUP-LEN TO WS-MARKUP-LEN
              PERFORM START-ONE-TX
           END-IF

           PERFORM ADD-MARKUP-TO-BUFFER

           IF WS-PATH-DEPTH >= 64
              MOVE 1 TO WS-FATAL
              MOVE "ELEMENTS NESTED TOO DEEPLY" TO WS-FATAL-REASON
              GO TO OPEN-ELEMENT-EXIT
           END-IF
           ADD 1 TO WS-PATH-DEPTH
           MOVE WS-ELEM-NAME TO WS-PATH-NAME(WS-PATH-DEPTH).

       OPEN-ELEMENT-EXIT.
           EXIT.

      *================================================================
      * CLOSE-ELEMENT: take the closing element's text where it is
      * one we carry, then finish a transaction status. A close tag
      * that does not match the open one is left for
      * WELL-FORMED-XML to report.
      *================================================================
       CLOSE-ELEMENT SECTION.
           IF WS-PATH-DEPTH = 0
              GO TO CLOSE-ELEMENT-EXIT
           END-IF

           MOVE WS-PATH-NAME(WS-PATH-DEPTH) TO WS-ELEM-NAME
           MOVE SPACES TO WS-PARENT-NAME
           MOVE SPACES TO WS-GRAND-NAME
           MOVE SPACES TO WS-GREAT-NAME
           IF WS-PATH-DEPTH > 1
              MOVE WS-PATH-NAME(WS-PATH-DEPTH - 1) TO WS-PARENT-NAME
           END-IF
           IF WS-PATH-DEPTH > 2
              MOVE WS-PATH-NAME(WS-PATH-DEPTH - 2) TO WS-GRAND-NAME
           END-IF
           IF WS-PATH-DEPTH > 3
              MOVE WS-PATH-NAME(WS-PATH-DEPTH - 3) TO WS-GREAT-NAME
           END-IF

           MOVE SPACES TO WS-ELEM-VALUE
           IF WS-TEXT-LEN > 0 AND WS-TEXT(1:WS-TEXT-LEN) NOT = SPACES
              MOVE FUNCTION TRIM(WS-TEXT(1:WS-TEXT-LEN))
                 TO WS-ELEM-VALUE
           END-IF

           IF WS-IN-TX = 1
              PERFORM CAPTURE-TX-VALUE
           ELSE
              PERFORM CAPTURE-REPORT-VALUE
           END-IF

           SUBTRACT 1 FROM WS-PATH-DEPTH

           IF WS-ELEM-NAME = "TxInfAndSts" AND WS-IN-TX = 1
              PERFORM FINISH-ONE-TX
           END-IF.

       CLOSE-ELEMENT-EXIT.
           EXIT.

      *================================================================
      * CAPTURE-REPORT-VALUE: the report's identity and its group
      * and payment-information statuses
      *================================================================
       CAPTURE-REPORT-VALUE SECTION.
           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "MsgId" AND WS-PARENT-NAME = "GrpHdr"
                 MOVE WS-ELEM-VALUE TO WS-RP-MSG-ID
              WHEN WS-ELEM-NAME = "OrgnlMsgId"
                   AND WS-PARENT-NAME = "OrgnlGrpInfAndSts"
                 MOVE WS-ELEM-VALUE TO WS-RP-ORGNL-MSG-ID
              WHEN WS-ELEM-NAME = "OrgnlMsgNmId"
                   AND WS-PARENT-NAME = "OrgnlGrpInfAndSts"
                 MOVE WS-ELEM-VALUE TO WS-RP-ORGNL-MSG-NAME
              WHEN WS-ELEM-NAME = "GrpSts"
                   AND WS-PARENT-NAME = "OrgnlGrpInfAndSts"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-RP-GRP-STATUS
              WHEN WS-ELEM-NAME = "Cd" AND WS-PARENT-NAME = "Rsn"
                   AND WS-GRAND-NAME = "StsRsnInf"
                   AND WS-GREAT-NAME = "OrgnlGrpInfAndSts"
                   AND WS-RP-GRP-REASON = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-RP-GRP-REASON
              WHEN WS-ELEM-NAME = "AddtlInf"
                   AND WS-PARENT-NAME = "StsRsnInf"
                   AND WS-GRAND-NAME = "OrgnlGrpInfAndSts"
                   AND WS-RP-GRP-ADDTL = SPACES
                 MOVE WS-ELEM-VALUE TO WS-RP-GRP-ADDTL
      *       A rejected payment-information block outweighs an
      *       accepted one
              WHEN WS-ELEM-NAME = "PmtInfSts"
                   AND WS-PARENT-NAME = "OrgnlPmtInfAndSts"
                   AND WS-RP-PMTINF-STATUS NOT = "RJCT"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-RP-PMTINF-STATUS
              WHEN WS-ELEM-NAME = "Cd" AND WS-PARENT-NAME = "Rsn"
                   AND WS-GRAND-NAME = "StsRsnInf"
                   AND WS-GREAT-NAME = "OrgnlPmtInfAndSts"
                   AND WS-RP-PMTINF-REASON = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-RP-PMTINF-REASON
              WHEN WS-ELEM-NAME = "AddtlInf"
                   AND WS-PARENT-NAME = "StsRsnInf"
                   AND WS-GRAND-NAME = "OrgnlPmtInfAndSts"
                   AND WS-RP-PMTINF-ADDTL = SPACES
                 MOVE WS-ELEM-VALUE TO WS-RP-PMTINF-ADDTL
           END-EVALUATE.

       CAPTURE-REPORT-VALUE-EXIT.
           EXIT.

      *================================================================
      * CAPTURE-TX-VALUE: one payment's end-to-end ID, status and
      * first reason
      *================================================================
       CAPTURE-TX-VALUE SECTION.
           EVALUATE TRUE
              WHEN WS-ELEM-NAME = "OrgnlEndToEndId"
                   AND WS-PARENT-NAME = "TxInfAndSts"
                 MOVE WS-ELEM-VALUE TO WS-TX-END-TO-END
              WHEN WS-ELEM-NAME = "TxSts"
                   AND WS-PARENT-NAME = "TxInfAndSts"
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-TX-STATUS
              WHEN WS-ELEM-NAME = "Cd" AND WS-PARENT-NAME = "Rsn"
                   AND WS-GRAND-NAME = "StsRsnInf"
                   AND WS-GREAT-NAME = "TxInfAndSts"
                   AND WS-TX-REASON = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-ELEM-VALUE(1:4))
                    TO WS-TX-REASON
              WHEN WS-ELEM-NAME = "AddtlInf"
                   AND WS-PARENT-NAME = "StsRsnInf"
                   AND WS-GRAND-NAME = "TxInfAndSts"
                   AND WS-TX-ADDTL = SPACES
                 MOVE WS-ELEM-VALUE TO WS-TX-ADDTL
           END-EVALUATE.

       CAPTURE-TX-VALUE-EXIT.
           EXIT.

      *================================================================
      * CLEAR-REPORT-FIELDS
      *================================================================
       CLEAR-REPORT-FIELDS SECTION.
           MOVE SPACES TO WS-RP-MSG-ID
           MOVE SPACES TO WS-RP-ORGNL-MSG-ID
           MOVE SPACES TO WS-RP-ORGNL-MSG-NAME
           MOVE SPACES TO WS-RP-GRP-STATUS
           MOVE SPACES TO WS-RP-GRP-REASON
           MOVE SPACES TO WS-RP-GRP-ADDTL
           MOVE SPACES TO WS-RP-PMTINF-STATUS
           MOVE SPACES TO WS-RP-PMTINF-REASON
           MOVE SPACES TO WS-RP-PMTINF-ADDTL
           MOVE 0 TO WS-RP-REJECT-ALL
           MOVE SPACES TO WS-RP-ALL-REASON
           MOVE SPACES TO WS-RP-ALL-ADDTL.

       CLEAR-REPORT-FIELDS-EXIT.
           EXIT.

      *================================================================
      * START-ONE-TX
      *================================================================
       START-ONE-TX SECTION.
           MOVE 1 TO WS-IN-TX
           MOVE 0 TO WS-TX-LEN
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO WS-TX-END-TO-END
           MOVE SPACES TO WS-TX-PAYMENT-ID
           MOVE SPACES TO WS-TX-STATUS
           MOVE SPACES TO WS-TX-REASON
           MOVE SPACES TO WS-TX-ADDTL.

       START-ONE-TX-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-TX: on the proving pass, check the transaction
      * status on its own; on the applying pass, match it to the
      * payment sent and apply it
      *================================================================
       FINISH-ONE-TX SECTION.
           MOVE 0 TO WS-IN-TX

           IF WS-IS-PROVE-PASS
              ADD 1 TO WS-TX-READ
              MOVE WS-TX-LEN TO WS-WF-LENGTH
              CALL "WELL-FORMED-XML" USING WS-TX-BUFFER WS-WF-LENGTH
                  WS-WF-MAX-DEPTH WS-WF-RESULT WS-WF-ERROR-MSG
                  WS-WF-ERROR-POSITION
              IF WS-WF-RESULT NOT = 1
                 MOVE 1 TO WS-FATAL
                 STRING "TRANSACTION STATUS " WS-TX-SEQ
                    " NOT WELL-FORMED: " WS-WF-ERROR-MSG
                    DELIMITED BY SIZE INTO WS-FATAL-REASON
              END-IF
              GO TO FINISH-ONE-TX-EXIT
           END-IF

      *    No individual status leaves the payment to the group's
           IF WS-TX-STATUS = SPACES
              GO TO FINISH-ONE-TX-EXIT
           END-IF

           MOVE SPACES TO PAYSENT-RECORD
           MOVE WS-RP-ORGNL-MSG-ID TO SN-MSG-ID
           MOVE WS-TX-END-TO-END TO SN-PAYMENT-ID
           IF WS-TX-END-TO-END(13:23) NOT = SPACES
              OR WS-TX-END-TO-END = SPACES
              MOVE 1 TO WS-SN-EOF
           ELSE
              MOVE 0 TO WS-SN-EOF
              READ PAYSENT-FILE
                 INVALID KEY
                    MOVE 1 TO WS-SN-EOF
              END-READ
           END-IF

           IF WS-AT-SN-EOF
              ADD 1 TO WS-TX-UNMATCHED
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE WS-TX-END-TO-END TO WS-DL-PAYMENT-ID
              MOVE WS-TX-STATUS TO WS-DL-STATUS
              MOVE WS-TX-REASON TO WS-DL-REASON
              MOVE "NOT SENT IN THIS FILE" TO WS-DL-NOTE
              MOVE WS-TX-END-TO-END TO WS-DL-ADDTL
              WRITE PAYACKRPT-RECORD FROM WS-DETAIL-LINE
              GO TO FINISH-ONE-TX-EXIT
           END-IF

           MOVE WS-TX-STATUS TO WS-AP-STATUS
           MOVE WS-TX-REASON TO WS-AP-REASON
           MOVE WS-TX-ADDTL TO WS-AP-ADDTL
           PERFORM APPLY-PAYMENT-STATUS.

       FINISH-ONE-TX-EXIT.
           EXIT.

      *================================================================
      * CHECK-DOCUMENT-OUTLINE: after the proving pass, the
      * document outside the transaction statuses must itself be
      * well-formed - a file cut short leaves its root open
      *================================================================
       CHECK-DOCUMENT-OUTLINE SECTION.
           IF WS-IN-MARKUP = 1 OR WS-IN-TX = 1
              MOVE 1 TO WS-FATAL
              MOVE "DOCUMENT ENDS INSIDE A TRANSACTION OR TAG"
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

           IF WS-RP-ORGNL-MSG-ID = SPACES
              MOVE 1 TO WS-FATAL
              MOVE "REPORT NAMES NO ORIGINAL MESSAGE ID"
                 TO WS-FATAL-REASON
           END-IF.

       CHECK-DOCUMENT-OUTLINE-EXIT.
           EXIT.

      *================================================================
      * CHECK-ORIGINAL-MESSAGE: the report must answer a pain.001
      * file on the register; settles whether the whole file stands
      * rejected
      *================================================================
       CHECK-ORIGINAL-MESSAGE SECTION.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SPACES TO WS-HEADING-LINE
           STRING "STATUS REPORT " FUNCTION TRIM(WS-RP-MSG-ID)
              " FOR " FUNCTION TRIM(WS-RP-ORGNL-MSG-ID)
              " - GROUP STATUS " WS-RP-GRP-STATUS
              " PAYMENT-INFORMATION STATUS " WS-RP-PMTINF-STATUS
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE PAYACKRPT-RECORD FROM WS-HEADING-LINE

           IF WS-RP-ORGNL-MSG-NAME NOT = SPACES
              AND WS-RP-ORGNL-MSG-NAME(1:8) NOT = "pain.001"
              STRING "REPORT ANSWERS A " WS-RP-ORGNL-MSG-NAME
                 " MESSAGE" DELIMITED BY SIZE INTO WS-SKIP-REASON
              GO TO CHECK-ORIGINAL-MESSAGE-SKIP
           END-IF

           MOVE SPACES TO PAYSENT-RECORD
           MOVE WS-RP-ORGNL-MSG-ID TO SN-MSG-ID
           IF WS-RP-ORGNL-MSG-ID(21:15) NOT = SPACES
              MOVE "MESSAGE NOT ON THE PAYSENT REGISTER"
                 TO WS-SKIP-REASON
              GO TO CHECK-ORIGINAL-MESSAGE-SKIP
           END-IF
           READ PAYSENT-FILE
              INVALID KEY
                 MOVE "MESSAGE NOT ON THE PAYSENT REGISTER"
                    TO WS-SKIP-REASON
           END-READ
           IF WS-SKIP-REASON NOT = SPACES
              GO TO CHECK-ORIGINAL-MESSAGE-SKIP
           END-IF

           MOVE 1 TO WS-REPORT-USABLE
           EVALUATE TRUE
              WHEN WS-RP-GRP-STATUS = "RJCT"
                 MOVE 1 TO WS-RP-REJECT-ALL
                 MOVE WS-RP-GRP-REASON TO WS-RP-ALL-REASON
                 MOVE WS-RP-GRP-ADDTL TO WS-RP-ALL-ADDTL
              WHEN WS-RP-PMTINF-STATUS = "RJCT"
                 MOVE 1 TO WS-RP-REJECT-ALL
                 MOVE WS-RP-PMTINF-REASON TO WS-RP-ALL-REASON
                 MOVE WS-RP-PMTINF-ADDTL TO WS-RP-ALL-ADDTL
           END-EVALUATE
           GO TO CHECK-ORIGINAL-MESSAGE-EXIT.

       CHECK-ORIGINAL-MESSAGE-SKIP.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "  NOT APPLIED: " WS-SKIP-REASON
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE PAYACKRPT-RECORD FROM WS-HEADING-LINE.

       CHECK-ORIGINAL-MESSAGE-EXIT.
           EXIT.

      *================================================================
      * CLASSIFY-STATUS: an ISO payment status code as a rejection,
      * an acceptance, or word that the bank has it in hand
      * Input: WS-AP-STATUS   Output: WS-AP-CLASS
      *================================================================
       CLASSIFY-STATUS SECTION.
           EVALUATE WS-AP-STATUS
              WHEN "RJCT"
                 MOVE 1 TO WS-AP-CLASS
              WHEN "ACCP"
              WHEN "ACSP"
              WHEN "ACSC"
              WHEN "ACTC"
              WHEN "ACWC"
              WHEN "ACCC"
              WHEN "ACFC"
              WHEN "ACWP"
              WHEN "PART"
                 MOVE 2 TO WS-AP-CLASS
              WHEN OTHER
                 MOVE 3 TO WS-AP-CLASS
           END-EVALUATE.

       CLASSIFY-STATUS-EXIT.
           EXIT.

      *================================================================
      * APPLY-PAYMENT-STATUS: the register detail just read takes
      * the status in WS-AP-STATUS; a rejection also goes to PAYREJ
      * and every change to PAYHIST. A payment already rejected is
      * left as it is.
      *================================================================
       APPLY-PAYMENT-STATUS SECTION.
           MOVE SPACES TO WS-AP-CODE
           MOVE SPACES TO WS-AP-TEXT

           IF SN-TX-STATUS = "RJCT"
              ADD 1 TO WS-ALREADY-REJECTED
              MOVE "ALREADY REJECTED" TO WS-AP-NOTE
              GO TO APPLY-PAYMENT-STATUS-LIST
           END-IF

           PERFORM CLASSIFY-STATUS
           EVALUATE TRUE
              WHEN WS-AP-IS-REJECT
                 PERFORM BUILD-REJECT-REASON
                 MOVE WS-AP-CODE TO SN-TX-REASON-CODE
                 MOVE "REJECTED TO PAYREJ" TO WS-AP-NOTE
              WHEN WS-AP-IS-ACCEPT
                 MOVE SPACES TO SN-TX-REASON-CODE
                 MOVE "ACKNOWLEDGED" TO WS-AP-NOTE
              WHEN OTHER
      *          Word that the bank holds the payment does not
      *          undo an acceptance already recorded
                 IF SN-TX-STATUS NOT = SPACES
                    MOVE "ALREADY ACKNOWLEDGED" TO WS-AP-NOTE
                    GO TO APPLY-PAYMENT-STATUS-LIST
                 END-IF
                 MOVE "RECEIVED - NOT YET ACCEPTED" TO WS-AP-NOTE
           END-EVALUATE

           MOVE WS-AP-STATUS TO SN-TX-STATUS
           MOVE WS-TODAY TO SN-TX-STATUS-DATE
           REWRITE PAYSENT-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAILS
                 DISPLAY "PAYACK: rewrite of PAYSENT failed, status="
                    WS-SN-FILE-STATUS " for " SN-PAYMENT-ID
                 MOVE "REGISTER UPDATE FAILED" TO WS-AP-NOTE
                 GO TO APPLY-PAYMENT-STATUS-LIST
           END-REWRITE

           EVALUATE TRUE
              WHEN WS-AP-IS-REJECT
                 MOVE SN-INSTRUCTION TO PR-INSTRUCTION
                 MOVE WS-AP-TEXT TO PR-REJECT-REASON
                 MOVE WS-AP-CODE TO PR-REJECT-CODE
                 WRITE PAYREJ-RECORD
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN WS-AP-IS-ACCEPT
                 ADD 1 TO WS-ACKNOWLEDGED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-INTERIM-COUNT
           END-EVALUATE

           PERFORM MARK-PAYMENT-HISTORY

           MOVE SN-INSTRUCTION TO WS-PE-INSTRUCTION
           IF WS-AP-IS-REJECT
              MOVE "BANKRJCT" TO WS-PE-EVENT-CODE
              MOVE WS-AP-CODE TO WS-PE-REFERENCE
              MOVE WS-AP-TEXT TO WS-PE-DETAIL
           ELSE
              MOVE "BANKACK" TO WS-PE-EVENT-CODE
              MOVE SPACES TO WS-PE-REFERENCE
              STRING WS-AP-STATUS " " SN-MSG-ID
                 DELIMITED BY SIZE INTO WS-PE-REFERENCE
              MOVE WS-AP-NOTE TO WS-PE-DETAIL
           END-IF
           PERFORM LOG-PAYMENT-EVENT.

       APPLY-PAYMENT-STATUS-LIST.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SN-PAYMENT-ID TO WS-DL-PAYMENT-ID
           MOVE WS-AP-STATUS TO WS-DL-STATUS
           MOVE WS-AP-REASON TO WS-DL-REASON
           MOVE WS-AP-CODE TO WS-DL-CODE
           MOVE WS-AP-NOTE TO WS-DL-NOTE
           MOVE WS-AP-ADDTL TO WS-DL-ADDTL
           WRITE PAYACKRPT-RECORD FROM WS-DETAIL-LINE.

       APPLY-PAYMENT-STATUS-EXIT.
           EXIT.

      *================================================================
      * BUILD-REJECT-REASON: the catalog code and reason text for a
      * bank rejection
      * Output: WS-AP-CODE, WS-AP-TEXT
      *================================================================
       BUILD-REJECT-REASON SECTION.
           IF WS-AP-REASON NOT = SPACES
              MOVE SPACES TO RN-REASON-CODE
              STRING "BK" WS-AP-REASON
                 DELIMITED BY SIZE INTO RN-REASON-CODE
              READ RSNCAT-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-AP-CODE
                 NOT INVALID KEY
                    MOVE RN-REASON-CODE TO WS-AP-CODE
                    MOVE RN-LONG-TEXT TO WS-AP-TEXT
              END-READ
              IF WS-AP-CODE NOT = SPACES
                 GO TO BUILD-REJECT-REASON-EXIT
              END-IF
           END-IF

           MOVE "BNK000" TO WS-AP-CODE
           MOVE SPACES TO WS-AP-TEXT
           STRING "BANK REJECTED " WS-AP-REASON " "
              FUNCTION TRIM(WS-AP-ADDTL)
              DELIMITED BY SIZE INTO WS-AP-TEXT.

       BUILD-REJECT-REASON-EXIT.
           EXIT.

      *================================================================
      * MARK-PAYMENT-HISTORY: carry the bank's status to the
      * payment's PAYHIST record - the one not yet tied to another
      * message - through the payment-ID alternate index
      *================================================================
       MARK-PAYMENT-HISTORY SECTION.
           MOVE 0 TO WS-PH-EOF
           MOVE 0 TO WS-HIST-MARKED
           MOVE SN-PAYMENT-ID TO PH-PAYMENT-ID
           START PAYHIST-FILE KEY IS EQUAL TO PH-PAYMENT-ID
              INVALID KEY
                 MOVE 1 TO WS-PH-EOF
           END-START

           PERFORM UNTIL WS-AT-PH-EOF
              READ PAYHIST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-PH-EOF
                 NOT AT END
                    IF PH-PAYMENT-ID NOT = SN-PAYMENT-ID
                       MOVE 1 TO WS-PH-EOF
                    ELSE
                       IF (PH-MSG-ID = SPACES
                          OR PH-MSG-ID = SN-MSG-ID)
                          AND PH-BANK-STATUS NOT = "RJCT"
                          MOVE SN-MSG-ID TO PH-MSG-ID
                          MOVE WS-AP-STATUS TO PH-BANK-STATUS
                          MOVE WS-TODAY TO PH-STATUS-DATE
                          MOVE WS-AP-CODE TO PH-REASON-CODE
                          REWRITE PAYHIST-RECORD
                             INVALID KEY
                                ADD 1 TO WS-UPDATE-FAILS
                          END-REWRITE
                          ADD 1 TO WS-HIST-MARKED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

      *    History older than the look-back window may have been
      *    aged off already
           IF WS-HIST-MARKED = 0
              ADD 1 TO WS-HIST-NOT-FOUND
           END-IF.

       MARK-PAYMENT-HISTORY-EXIT.
           EXIT.

      *================================================================
      * SWEEP-REPORTED-MESSAGE: the group-level outcome for every
      * payment in the file the report did not answer for, then
      * the message record's status and tallies
      *================================================================
       SWEEP-REPORTED-MESSAGE SECTION.
           MOVE 0 TO WS-SN-EOF
           MOVE 0 TO WS-SW-REJECTED
           MOVE 0 TO WS-SW-ACCEPTED
           MOVE SPACES TO PAYSENT-RECORD
           MOVE WS-RP-ORGNL-MSG-ID TO SN-MSG-ID
           MOVE SN-KEY TO WS-HEADER-KEY
           START PAYSENT-FILE KEY IS GREATER THAN SN-KEY
              INVALID KEY
                 MOVE 1 TO WS-SN-EOF
           END-START

           PERFORM UNTIL WS-AT-SN-EOF
              READ PAYSENT-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SN-EOF
                 NOT AT END
                    IF SN-MSG-ID NOT = WS-HEADER-KEY(1:20)
                       MOVE 1 TO WS-SN-EOF
                    ELSE
                       PERFORM SWEEP-ONE-PAYMENT
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-HEADER-KEY TO SN-KEY
           READ PAYSENT-FILE
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAILS
                 GO TO SWEEP-REPORTED-MESSAGE-EXIT
           END-READ

           EVALUATE TRUE
              WHEN WS-RP-GRP-STATUS NOT = SPACES
                 MOVE WS-RP-GRP-STATUS TO SN-GRP-STATUS
              WHEN WS-RP-REJECT-ALL = 1
                 MOVE "RJCT" TO SN-GRP-STATUS
              WHEN WS-RP-PMTINF-STATUS NOT = SPACES
                 MOVE WS-RP-PMTINF-STATUS TO SN-GRP-STATUS
           END-EVALUATE
           MOVE WS-NOW-STAMP TO SN-GRP-STATUS-STAMP
           ADD 1 TO SN-REPORTS-SEEN
           MOVE WS-SW-ACCEPTED TO SN-ACCEPTED-COUNT
           MOVE WS-SW-REJECTED TO SN-REJECTED-COUNT
           REWRITE PAYSENT-RECORD
              INVALID KEY
                 ADD 1 TO WS-UPDATE-FAILS
                 DISPLAY "PAYACK: rewrite of PAYSENT failed, status="
                    WS-SN-FILE-STATUS " for " SN-MSG-ID
           END-REWRITE.

       SWEEP-REPORTED-MESSAGE-EXIT.
           EXIT.

      *================================================================
      * SWEEP-ONE-PAYMENT: a whole-file rejection reaches every
      * payment not yet rejected; an accepting group status reaches
      * every payment with no acceptance of its own
      *================================================================
       SWEEP-ONE-PAYMENT SECTION.
           IF WS-RP-REJECT-ALL = 1
              IF SN-TX-STATUS NOT = "RJCT"
                 MOVE "RJCT" TO WS-AP-STATUS
                 MOVE WS-RP-ALL-REASON TO WS-AP-REASON
                 MOVE WS-RP-ALL-ADDTL TO WS-AP-ADDTL
                 PERFORM APPLY-PAYMENT-STATUS
              END-IF
           ELSE
              MOVE SN-TX-STATUS TO WS-AP-STATUS
              PERFORM CLASSIFY-STATUS
              IF NOT WS-AP-IS-ACCEPT AND NOT WS-AP-IS-REJECT
                 MOVE WS-RP-GRP-STATUS TO WS-AP-STATUS
                 PERFORM CLASSIFY-STATUS
                 IF WS-AP-IS-ACCEPT
                    MOVE SPACES TO WS-AP-REASON
                    MOVE SPACES TO WS-AP-ADDTL
                    PERFORM APPLY-PAYMENT-STATUS
                 END-IF
              END-IF
           END-IF

           MOVE SN-TX-STATUS TO WS-AP-STATUS
           PERFORM CLASSIFY-STATUS
           EVALUATE TRUE
              WHEN WS-AP-IS-REJECT
                 ADD 1 TO WS-SW-REJECTED
              WHEN WS-AP-IS-ACCEPT
                 ADD 1 TO WS-SW-ACCEPTED
           END-EVALUATE.

       SWEEP-ONE-PAYMENT-EXIT.
           EXIT.

      *================================================================
      * CHECK-UNACKNOWLEDGED-FILES: every file on the register that
      * has had no status report at all once the cut-off has passed
      * is listed - the register is read message record to message
      * record, skipping the payments beneath each
      *================================================================
       CHECK-UNACKNOWLEDGED-FILES SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FILES WITH NO BANK STATUS REPORT AFTER "
              WS-CUTOFF-HOURS " HOURS"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE PAYACKRPT-RECORD FROM WS-HEADING-LINE

           MOVE 0 TO WS-SN-EOF
           MOVE LOW-VALUES TO SN-KEY
           START PAYSENT-FILE KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                 MOVE 1 TO WS-SN-EOF
           END-START

           PERFORM UNTIL WS-AT-SN-EOF
              READ PAYSENT-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SN-EOF
                 NOT AT END
                    IF SN-PAYMENT-ID = SPACES
                       PERFORM CHECK-ONE-SENT-FILE
                    END-IF
                    MOVE HIGH-VALUES TO SN-PAYMENT-ID
                    START PAYSENT-FILE KEY IS GREATER THAN SN-KEY
                       INVALID KEY
                          MOVE 1 TO WS-SN-EOF
                    END-START
              END-READ
           END-PERFORM.

       CHECK-UNACKNOWLEDGED-FILES-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-SENT-FILE: alert on one message record with no
      * report once the cut-off has passed
      *================================================================
       CHECK-ONE-SENT-FILE SECTION.
           IF SN-REPORTS-SEEN NOT = 0
              GO TO CHECK-ONE-SENT-FILE-EXIT
           END-IF
           IF SN-CREATED-STAMP(1:12) IS NOT NUMERIC
              GO TO CHECK-ONE-SENT-FILE-EXIT
           END-IF

           MOVE SN-CREATED-STAMP(1:8) TO WS-STAMP-DATE
           MOVE SN-CREATED-STAMP(9:2) TO WS-STAMP-HH
           MOVE SN-CREATED-STAMP(11:2) TO WS-STAMP-MM
           COMPUTE WS-SENT-MINUTES =
              FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
              + WS-STAMP-HH * 60 + WS-STAMP-MM

           IF WS-NOW-MINUTES < WS-SENT-MINUTES + WS-CUTOFF-HOURS * 60
              GO TO CHECK-ONE-SENT-FILE-EXIT
           END-IF

           COMPUTE WS-AGE-HOURS =
              (WS-NOW-MINUTES - WS-SENT-MINUTES) / 60
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO WS-ALERT-LINE
           MOVE SN-MSG-ID TO WS-AL-MSG-ID
           MOVE SN-CREATED-STAMP TO WS-AL-CREATED
           MOVE SN-TX-COUNT TO WS-AL-TX-COUNT
           MOVE WS-AGE-HOURS TO WS-AL-HOURS
           MOVE "HOURS - NOT ACKNOWLEDGED BY THE BANK" TO WS-AL-NOTE
           WRITE PAYACKRPT-RECORD FROM WS-ALERT-LINE.

       CHECK-ONE-SENT-FILE-EXIT.
           EXIT.

      *================================================================
      * LOG-PAYMENT-EVENT: one WS-PE-EVENT-CODE event for the
      * payment on the PAYEVNT log; a failure is shown, never
      * allowed to stop the payment
      *================================================================
       LOG-PAYMENT-EVENT SECTION.
           CALL "PAY-EVENT-WRITE" USING WS-PE-PAYMENT-ID
               WS-PE-EVENT-CODE WS-PE-SOURCE WS-PE-ACTOR
               WS-PE-REFERENCE WS-PE-DETAIL WS-PE-CURRENCY
               WS-PE-AMOUNT WS-PE-RESULT WS-PE-ERROR-MSG

           IF WS-PE-RESULT NOT = 1
              ADD 1 TO WS-PE-FAIL-COUNT
              DISPLAY "PAYACK: event " WS-PE-EVENT-CODE
                 " not logged for " WS-PE-PAYMENT-ID " - "
                 WS-PE-ERROR-MSG
           END-IF
           MOVE SPACES TO WS-PE-REFERENCE
           MOVE SPACES TO WS-PE-DETAIL.

       LOG-PAYMENT-EVENT-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "PAYACK - PAIN.002 PAYMENT STATUS REPORT INTAKE"
              TO WS-HL-TEXT
           WRITE PAYACKRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  PAYMENT ID    STS   RSN   CODE    NOTE"
              "                            ADDITIONAL INFORMATION"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE PAYACKRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "TRANSACTION STATUSES READ" TO WS-RPT-LABEL
           MOVE WS-TX-READ TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYMENTS ACKNOWLEDGED" TO WS-RPT-LABEL
           MOVE WS-ACKNOWLEDGED-COUNT TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PAYMENTS REJECTED TO PAYREJ" TO WS-RPT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ALREADY REJECTED - UNCHANGED" TO WS-RPT-LABEL
           MOVE WS-ALREADY-REJECTED TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECEIVED - NOT YET ACCEPTED" TO WS-RPT-LABEL
           MOVE WS-INTERIM-COUNT TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NOT SENT IN THE REPORTED FILE" TO WS-RPT-LABEL
           MOVE WS-TX-UNMATCHED TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NO PAYHIST RECORD TO MARK" TO WS-RPT-LABEL
           MOVE WS-HIST-NOT-FOUND TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "UPDATE FAILURES" TO WS-RPT-LABEL
           MOVE WS-UPDATE-FAILS TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "FILES NOT ACKNOWLEDGED" TO WS-RPT-LABEL
           MOVE WS-ALERT-COUNT TO WS-RPT-COUNT
           WRITE PAYACKRPT-RECORD FROM WS-REPORT-LABEL-LINE

           IF WS-REPORT-PRESENT = 0
              MOVE SPACES TO WS-HEADING-LINE
              MOVE "NO STATUS REPORT RECEIVED THIS RUN" TO WS-HL-TEXT
              WRITE PAYACKRPT-RECORD FROM WS-HEADING-LINE
           END-IF

           IF WS-IS-FATAL
              MOVE SPACES TO WS-HEADING-LINE
              STRING "REPORT NOT APPLIED: " WS-FATAL-REASON
                 DELIMITED BY SIZE INTO WS-HL-TEXT
              WRITE PAYACKRPT-RECORD FROM WS-HEADING-LINE
           END-IF.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE PAYSTXML-FILE
           CLOSE PAYSENT-FILE
           CLOSE PAYHIST-FILE
           CLOSE RSNCAT-FILE
           CLOSE PAYREJ-FILE
           CLOSE PAYACKRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM PAYACK.
