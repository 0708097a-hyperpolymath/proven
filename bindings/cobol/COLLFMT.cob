      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven CollFormat - ISO 20022 direct-debit collection file
      * builder for COBOL
      *

      *================================================================
      * Turns the collections COLLVALD releases to COLLOK into the
      * ISO 20022 customer direct-debit file (pain.008 shape) the
      * bank collects from, replacing the file the collections desk
      * used to key by hand - the PAYFMT of the debit side. Runs
      * right after COLLVALD in the same stream.
      *
      * The creditor - our name, collection account, BIC, scheme
      * creditor identifier and local instrument (CORE when blank,
      * or B2B) - comes from the one-line CDTRCARD control file; a
      * run without a usable creditor card builds nothing and stops
      * with COND code 16.
      *
      * Each collection is checked again against the MANDATE master
      * (the file may be built a day after validation) and its
      * debtor named from CUSTONL. The scheme requires the debtor
      * to be told of each collection in advance: a collection due
      * sooner than DD-PRENOTE-DAYS business days from today
      * (PARM-GET, default 10, stepped by ADD-BUSINESS-DAYS) cannot
      * be pre-notified in time, so it is left out of the file and
      * listed on COLLFRPT for the desk to re-present with a later
      * date - the mandate is not touched.
      *
      * Every collection taken into the file is stamped with the
      * sequence type its mandate is at - FRST for a recurrent
      * mandate's first use, RCUR after that, FNAL once MANDLOAD
      * has marked the next collection the last, OOFF for a one-off
      * mandate - and the mandate's sequence state is moved on at
      * once (first to recurring, final and one-off to used up), so
      * a second collection under the same mandate in the same file
      * is already recurring. A mandate that cannot be rewritten
      * keeps its collection out of the file and sets COND code 8,
      * since the sequence would otherwise go wrong next time.
      *
      * The debtor's pre-notification is queued through
      * NOTIFY-EVENT as a DDPRENOT event - the collection ID, with
      * the amount, due date and mandate as the detail - and
      * NTFBUILD delivers it the same night by email or SMS, or by
      * letter where neither can be used.
      *
      * pain.008 carries the collection date and sequence type at
      * payment-information level, so the collections are laid
      * onto the COLLWRK work KSDS keyed by sequence type, date and
      * collection ID, and read back in that order: one <PmtInf>
      * block per sequence type and date, first, recurring, final,
      * then one-off. Every value strung into the XML goes through
      * ESCAPE-XML-STRING and amounts are scaled under
      * GET-DECIMAL-PLACES, as PAYFMT does. COLLFRPT carries the
      * per-sequence counts and the per-currency totals through
      * FORMAT-MONEY for sign-off. Any collection left out sets
      * COND code 4.
      *
      * The file is signed the way PAYFMT's is: every line is
      * folded into the HMAC-SHA256 chain PROVEN-FILE-MAC keeps
      * under the key PARMMSTR entry MACKEY-COLLXML names, and an
      * XML comment carrying the signature follows </Document>. No
      * MACKEY-COLLXML entry leaves the file unsigned; a key that
      * is set up but cannot be used sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLFMT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLOK-FILE ASSIGN TO "COLLOK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT CDTRCARD-FILE ASSIGN TO "CDTRCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-MANDATE-ID
              FILE STATUS IS WS-MD-FILE-STATUS.

           SELECT CUSTONL-FILE ASSIGN TO "CUSTONL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-CUSTOMER-ID
              FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT COLLWRK-FILE ASSIGN TO "COLLWRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WK-KEY
              FILE STATUS IS WS-WK-FILE-STATUS.

           SELECT COLLXML-FILE ASSIGN TO "COLLXML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XM-FILE-STATUS.

           SELECT COLLFRPT-FILE ASSIGN TO "COLLFRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Released collections (see COLLIN-RECORD in COLLVALD.cob)
       FD  COLLOK-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  COLLOK-RECORD.
           05 CL-COLLECTION-ID          PIC X(12).
           05 CL-MANDATE-ID             PIC X(16).
           05 CL-DEBTOR-IBAN            PIC X(34).
           05 CL-CURRENCY               PIC X(3).
           05 CL-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 CL-COLLECT-DATE           PIC 9(8).

      * The creditor we collect as - one card
       FD  CDTRCARD-FILE
           RECORD CONTAINS 154 CHARACTERS.
       01  CDTRCARD-RECORD.
           05 CC-CREDITOR-NAME          PIC X(70).
           05 CC-CREDITOR-IBAN          PIC X(34).
           05 CC-CREDITOR-BIC           PIC X(11).
           05 CC-SCHEME-ID              PIC X(35).
           05 CC-LOCAL-INSTRUMENT       PIC X(4).

      * Mandate master (see MANDATE-RECORD in MANDLOAD.cob)
       FD  MANDATE-FILE
           RECORD CONTAINS 105 CHARACTERS.
       01  MANDATE-RECORD.
           05 MD-MANDATE-ID             PIC X(16).
           05 MD-CUSTOMER-ID            PIC X(36).
           05 MD-DEBTOR-IBAN            PIC X(34).
           05 MD-SIGNATURE-DATE         PIC 9(8).
           05 MD-STATUS                 PIC X(1).
              88 MD-IS-ACTIVE           VALUE "A".
           05 MD-LAST-USED-DATE         PIC 9(8).
           05 MD-MANDATE-TYPE           PIC X(1).
              88 MD-IS-RECURRENT        VALUE "R" " ".
              88 MD-IS-ONE-OFF          VALUE "O".
           05 MD-SEQUENCE-STATE         PIC X(1).
              88 MD-NEXT-IS-FIRST       VALUE "F" " ".
              88 MD-NEXT-IS-RECURRING   VALUE "R".
              88 MD-NEXT-IS-FINAL       VALUE "L".
              88 MD-NEXT-IS-ONE-OFF     VALUE "O".
              88 MD-IS-USED-UP          VALUE "E".

      * Online customer master - the CUSTMAST image (see
      * CUSTOMER-MASTER-RECORD in CUSTVALD.cob) plus sync fields
       FD  CUSTONL-FILE
           RECORD CONTAINS 560 CHARACTERS.
       01  CUSTONL-RECORD.
           05 CN-CUSTOMER-ID            PIC X(36).
           05 CN-CUSTOMER-NAME          PIC X(60).
           05 FILLER                    PIC X(464).

      * Collections taken into this run's file, in the order the
      * document carries them - a work KSDS, emptied when the run
      * opens it
       FD  COLLWRK-FILE
           RECORD CONTAINS 164 CHARACTERS.
       01  COLLWRK-RECORD.
           05 WK-KEY.
              10 WK-SEQUENCE-ORDER      PIC 9(1).
              10 WK-COLLECT-DATE        PIC 9(8).
              10 WK-COLLECTION-ID       PIC X(12).
           05 WK-SEQUENCE-TYPE          PIC X(4).
           05 WK-MANDATE-ID             PIC X(16).
           05 WK-SIGNATURE-DATE         PIC 9(8).
           05 WK-DEBTOR-IBAN            PIC X(34).
           05 WK-DEBTOR-NAME            PIC X(60).
           05 WK-CURRENCY               PIC X(3).
           05 WK-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                    PIC X(2).

       FD  COLLXML-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  COLLXML-RECORD               PIC X(200).

       FD  COLLFRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  COLLFRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-CC-FILE-STATUS            PIC X(2).
       01 WS-MD-FILE-STATUS            PIC X(2).
       01 WS-CN-FILE-STATUS            PIC X(2).
       01 WS-WK-FILE-STATUS            PIC X(2).
       01 WS-XM-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-CO-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CO-EOF              VALUE 1.
       01 WS-WK-EOF                    PIC 9 VALUE 0.
          88 WS-AT-WK-EOF              VALUE 1.

      * Control counts
       01 WS-TOTAL-READ                PIC 9(8) VALUE 0.
       01 WS-TAKEN-COUNT               PIC 9(8) VALUE 0.
       01 WS-FORMATTED-COUNT           PIC 9(8) VALUE 0.
       01 WS-EXCEPTION-COUNT           PIC 9(8) VALUE 0.
       01 WS-TOO-SOON-COUNT            PIC 9(8) VALUE 0.
       01 WS-MANDATE-FAIL-COUNT        PIC 9(6) VALUE 0.
       01 WS-WORK-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-NOTICE-FAIL-COUNT         PIC 9(6) VALUE 0.
       01 WS-FIRST-COUNT               PIC 9(8) VALUE 0.
       01 WS-RECURRING-COUNT           PIC 9(8) VALUE 0.
       01 WS-FINAL-COUNT               PIC 9(8) VALUE 0.
       01 WS-ONE-OFF-COUNT             PIC 9(8) VALUE 0.
       01 WS-PMTINF-COUNT              PIC 9(4) VALUE 0.

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob)
       01 WS-MAC-FILE-ID               PIC X(8) VALUE "COLLXML".
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 200.
       01 WS-MAC-SIGNATURE             PIC X(96).
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.

      * Pre-notification lead: DD-PRENOTE-DAYS business days, and
      * the earliest collection date that lead allows today
       01 WS-PRENOTE-DAYS              PIC 9(3) VALUE 10.
       01 WS-EARLIEST-COLLECT          PIC 9(8).
       01 WS-TODAY                     PIC 9(8).

      * The collection in hand: why it is left out, its sequence
      * type and the mandate state it leaves behind
       01 WS-EXCEPTION-NOTE            PIC X(40).
       01 WS-SEQUENCE-TYPE             PIC X(4).
       01 WS-SEQUENCE-ORDER            PIC 9(1).
       01 WS-NEW-SEQUENCE-STATE        PIC X(1).
       01 WS-DEBTOR-NAME               PIC X(60).

      * The payment-information block open in the document
       01 WS-BLOCK-OPEN                PIC 9 VALUE 0.
       01 WS-BLOCK-ORDER               PIC 9(1).
       01 WS-BLOCK-DATE                PIC 9(8).
       01 WS-PMTINF-EDIT               PIC 9(4).

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).
       01 WS-PG-NUMBER                 PIC 9(15).
       01 WS-PG-SUB                    PIC 9(2).
       01 WS-PG-VALID                  PIC 9.

      * ADD-BUSINESS-DAYS call fields (see SAFE-DATETIME.cob)
       01 WS-DT-YEAR                   PIC 9(4).
       01 WS-DT-MONTH                  PIC 9(2).
       01 WS-DT-DAY                    PIC 9(2).
       01 WS-DT-DAYS                   PIC S9(8) COMP-3.
       01 WS-DT-RESULT                 PIC 9.

      * NOTIFY-EVENT call fields (see PROVEN-NOTIFY.cob)
       01 WS-NT-EVENT-TYPE             PIC X(8) VALUE "DDPRENOT".
       01 WS-NT-REFERENCE              PIC X(35).
       01 WS-NT-DETAIL                 PIC X(60).
       01 WS-NT-SOURCE                 PIC X(8) VALUE "COLLFMT".
       01 WS-NT-RESULT                 PIC 9.
       01 WS-NT-ERROR-MSG              PIC X(50).

      * The run timestamp stamped into the group header
       01 WS-NOW-STAMP                 PIC X(14).
       01 WS-MSG-ID                    PIC X(20).
       01 WS-CRE-DT-TM                 PIC X(19).
       01 WS-TX-COUNT-EDIT             PIC Z(7)9.

      * Per-currency totals over the formatted collections, for
      * the sign-off report
       01 WS-TOTAL-TABLE.
          05 WS-TOTAL-ENTRY OCCURS 40 TIMES.
             10 TL-CURRENCY            PIC X(3).
             10 TL-RECORD-COUNT        PIC 9(8).
             10 TL-AMOUNT-TOTAL        PIC S9(17) COMP-3.
       01 WS-TOTAL-COUNT               PIC 9(2) VALUE 0.
       01 WS-TOTAL-IDX                 PIC 9(2) VALUE 0.
       01 WS-TOTAL-FOUND               PIC 9 VALUE 0.
       01 WS-TOTAL-OVERFLOW-COUNT      PIC 9(4) VALUE 0.

      * GET-DECIMAL-PLACES call fields (see SAFE-CURRENCY.cob)
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.

      * Amount-text assembly: minor units split into integer and
      * decimal parts under the currency's decimal places
       01 WS-AMT-ABS                   PIC 9(15).
       01 WS-AMT-FACTOR                PIC 9(9).
       01 WS-AMT-INTEGER               PIC 9(15).
       01 WS-AMT-DECIMAL               PIC 9(9).
       01 WS-AMT-DECIMAL-TEXT          PIC X(9).
       01 WS-AMT-INT-EDIT              PIC Z(14)9.
       01 WS-AMOUNT-TEXT               PIC X(30).
       01 WS-AMOUNT-TEXT-LEN           PIC 9(2).

      * ESCAPE-XML-STRING call fields (see SAFE-XML.cob)
       01 WS-ESC-INPUT                 PIC X(4096).
       01 WS-ESC-INPUT-LEN             PIC 9(6).
       01 WS-ESC-OUTPUT                PIC X(8192).
       01 WS-ESC-OUTPUT-LEN            PIC 9(6).
       01 WS-ESC-RESULT                PIC 9.
       01 WS-ESC-ERROR-MSG             PIC X(100).

      * Escaped creditor fields, made once per run
       01 WS-XML-CDTR-NAME             PIC X(180).
       01 WS-XML-CDTR-NAME-LEN         PIC 9(6).
       01 WS-XML-CDTR-IBAN             PIC X(64).
       01 WS-XML-CDTR-IBAN-LEN         PIC 9(6).
       01 WS-XML-CDTR-BIC              PIC X(24).
       01 WS-XML-CDTR-BIC-LEN          PIC 9(6).
       01 WS-XML-SCHEME-ID             PIC X(90).
       01 WS-XML-SCHEME-ID-LEN         PIC 9(6).
       01 WS-LOCAL-INSTRUMENT          PIC X(4).

      * Escaped copies of the fields strung into one transaction
       01 WS-XML-COLLECTION-ID         PIC X(64).
       01 WS-XML-COLLECTION-ID-LEN     PIC 9(6).
       01 WS-XML-MANDATE-ID            PIC X(64).
       01 WS-XML-MANDATE-ID-LEN        PIC 9(6).
       01 WS-XML-DBTR-NAME             PIC X(180).
       01 WS-XML-DBTR-NAME-LEN         PIC 9(6).
       01 WS-XML-DBTR-IBAN             PIC X(64).
       01 WS-XML-DBTR-IBAN-LEN         PIC 9(6).

      * FORMAT-MONEY call fields (see SAFE-CURRENCY.cob)
       01 WS-FM-AMOUNT                 PIC S9(18) COMP-3.
       01 WS-FM-USE-SEP                PIC 9 VALUE 1.
       01 WS-FM-OUTPUT                 PIC X(30).
       01 WS-FM-OUTPUT-LEN             PIC 9(4).

      * The XML line being assembled, and ISO dates for it
       01 WS-XML-LINE                  PIC X(200).
       01 WS-DATE-ISO                  PIC X(10).
       01 WS-ISO-FROM                  PIC 9(8).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

       01 WS-TOTAL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-TO-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(2).
          05 WS-TO-COUNT               PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(2).
          05 WS-TO-AMOUNT              PIC X(30).
          05 FILLER                    PIC X(82).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(2).
          05 WS-DT-COLLECTION-ID       PIC X(12).
          05 FILLER                    PIC X(2).
          05 WS-DT-MANDATE-ID          PIC X(16).
          05 FILLER                    PIC X(2).
          05 WS-DT-COLLECT-DATE        PIC X(10).
          05 FILLER                    PIC X(2).
          05 WS-DT-NOTE                PIC X(40).
          05 FILLER                    PIC X(46).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: take each released collection into the work
      * file, then build the document from it in sequence-type and
      * date order
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           PERFORM READ-CREDITOR-CARD
           PERFORM START-FILE-SIGNING
           PERFORM READ-PRENOTE-PARM
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-CO-EOF
              READ COLLOK-FILE
                 AT END
                    MOVE 1 TO WS-CO-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-COLLECTION
              END-READ
           END-PERFORM

           PERFORM WRITE-DOCUMENT-HEADER

           MOVE LOW-VALUES TO WK-KEY
           START COLLWRK-FILE KEY IS NOT LESS THAN WK-KEY
              INVALID KEY
                 MOVE 1 TO WS-WK-EOF
           END-START

           PERFORM UNTIL WS-AT-WK-EOF
              READ COLLWRK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-WK-EOF
                 NOT AT END
                    PERFORM FORMAT-ONE-COLLECTION
              END-READ
           END-PERFORM

           IF WS-BLOCK-OPEN = 1
              PERFORM CLOSE-PAYMENT-BLOCK
           END-IF
           PERFORM WRITE-DOCUMENT-TRAILER
           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES

           DISPLAY "COLLFMT: " WS-TOTAL-READ " collection(s), "
              WS-FORMATTED-COUNT " formatted, " WS-EXCEPTION-COUNT
              " exception(s), " WS-TOO-SOON-COUNT " too soon"

           EVALUATE TRUE
              WHEN WS-MANDATE-FAIL-COUNT > 0
                   OR WS-WORK-FAIL-COUNT > 0
                   OR WS-MAC-FAILED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-EXCEPTION-COUNT > 0
                   OR WS-TOTAL-OVERFLOW-COUNT > 0
                   OR WS-NOTICE-FAIL-COUNT > 0
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
      * opened; the work KSDS is emptied by opening it for output
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT COLLOK-FILE
           IF WS-CO-FILE-STATUS NOT = "00"
              DISPLAY "COLLFMT: cannot open COLLOK, status="
                 WS-CO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CDTRCARD-FILE
           IF WS-CC-FILE-STATUS NOT = "00"
              DISPLAY "COLLFMT: cannot open CDTRCARD, status="
                 WS-CC-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O MANDATE-FILE
           IF WS-MD-FILE-STATUS NOT = "00"
              DISPLAY "COLLFMT: cannot open MANDATE, status="
                 WS-MD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTONL-FILE
           IF WS-CN-FILE-STATUS NOT = "00"
              AND WS-CN-FILE-STATUS NOT = "97"
              DISPLAY "COLLFMT: cannot open CUSTONL, status="
                 WS-CN-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT COLLWRK-FILE
           IF WS-WK-FILE-STATUS = "00"
              CLOSE COLLWRK-FILE
              OPEN I-O COLLWRK-FILE
           END-IF
           IF WS-WK-FILE-STATUS NOT = "00"
              DISPLAY "COLLFMT: cannot open COLLWRK, status="
                 WS-WK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT COLLXML-FILE
           IF WS-XM-FILE-STATUS NOT = "00"
              DISPLAY "COLLFMT: cannot open COLLXML, status="
                 WS-XM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT COLLFRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "COLLFMT: cannot open COLLFRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * READ-CREDITOR-CARD: the creditor every block names; without
      * a name, account and scheme identifier there is no file the
      * bank would accept, so the run stops with COND code 16
      *================================================================
       READ-CREDITOR-CARD SECTION.
           READ CDTRCARD-FILE
              AT END
                 MOVE SPACES TO CDTRCARD-RECORD
           END-READ

           IF CC-CREDITOR-NAME = SPACES
              OR CC-CREDITOR-IBAN = SPACES
              OR CC-SCHEME-ID = SPACES
              DISPLAY "COLLFMT: CDTRCARD must give the creditor "
                 "name, IBAN and scheme identifier"
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION UPPER-CASE(CC-LOCAL-INSTRUMENT)
              TO WS-LOCAL-INSTRUMENT
           IF WS-LOCAL-INSTRUMENT NOT = "B2B"
              MOVE "CORE" TO WS-LOCAL-INSTRUMENT
           END-IF

           MOVE SPACES TO WS-ESC-INPUT
           MOVE CC-CREDITOR-NAME TO WS-ESC-INPUT(1:70)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(CC-CREDITOR-NAME TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:180) TO WS-XML-CDTR-NAME
           MOVE WS-ESC-OUTPUT-LEN TO WS-XML-CDTR-NAME-LEN
           IF WS-XML-CDTR-NAME-LEN > 180
              MOVE 180 TO WS-XML-CDTR-NAME-LEN
           END-IF

           MOVE SPACES TO WS-ESC-INPUT
           MOVE CC-CREDITOR-IBAN TO WS-ESC-INPUT(1:34)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(CC-CREDITOR-IBAN TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:64) TO WS-XML-CDTR-IBAN
           MOVE WS-ESC-OUTPUT-LEN TO WS-XML-CDTR-IBAN-LEN

           MOVE 0 TO WS-XML-CDTR-BIC-LEN
           IF CC-CREDITOR-BIC NOT = SPACES
              MOVE SPACES TO WS-ESC-INPUT
              MOVE CC-CREDITOR-BIC TO WS-ESC-INPUT(1:11)
              COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(CC-CREDITOR-BIC TRAILING))
              PERFORM ESCAPE-CURRENT-FIELD
              MOVE WS-ESC-OUTPUT(1:24) TO WS-XML-CDTR-BIC
              MOVE WS-ESC-OUTPUT-LEN TO WS-XML-CDTR-BIC-LEN
           END-IF

           MOVE SPACES TO WS-ESC-INPUT
           MOVE CC-SCHEME-ID TO WS-ESC-INPUT(1:35)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(CC-SCHEME-ID TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:90) TO WS-XML-SCHEME-ID
           MOVE WS-ESC-OUTPUT-LEN TO WS-XML-SCHEME-ID-LEN
           IF WS-XML-SCHEME-ID-LEN > 90
              MOVE 90 TO WS-XML-SCHEME-ID-LEN
           END-IF.

       READ-CREDITOR-CARD-EXIT.
           EXIT.

      *================================================================
      * READ-PRENOTE-PARM: the pre-notification lead in force today
      * and the earliest collection date it allows; an absent or
      * unusable entry keeps the default
      *================================================================
       READ-PRENOTE-PARM SECTION.
           MOVE "DD-PRENOTE-DAYS" TO WS-PG-KEY
           MOVE 0 TO WS-PG-VALID
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY
              WS-PG-VALUE WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS = 0
              PERFORM PARSE-PARM-NUMBER
           END-IF
           IF WS-PG-VALID = 1
              AND WS-PG-NUMBER > 0 AND WS-PG-NUMBER < 61
              MOVE WS-PG-NUMBER TO WS-PRENOTE-DAYS
           END-IF

           MOVE WS-TODAY(1:4) TO WS-DT-YEAR
           MOVE WS-TODAY(5:2) TO WS-DT-MONTH
           MOVE WS-TODAY(7:2) TO WS-DT-DAY
           MOVE WS-PRENOTE-DAYS TO WS-DT-DAYS
           CALL "ADD-BUSINESS-DAYS" USING WS-DT-YEAR WS-DT-MONTH
               WS-DT-DAY WS-DT-DAYS WS-DT-RESULT
           COMPUTE WS-EARLIEST-COLLECT = WS-DT-YEAR * 10000
              + WS-DT-MONTH * 100 + WS-DT-DAY.

       READ-PRENOTE-PARM-EXIT.
           EXIT.

      *================================================================
      * PARSE-PARM-NUMBER: WS-PG-VALUE as an unsigned whole number
      *================================================================
       PARSE-PARM-NUMBER SECTION.
           MOVE 0 TO WS-PG-NUMBER
           MOVE 0 TO WS-PG-VALID
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
              UNTIL WS-PG-SUB > 16
              OR WS-PG-VALUE(WS-PG-SUB:1) = SPACE
              IF WS-PG-VALUE(WS-PG-SUB:1) < "0"
                 OR WS-PG-VALUE(WS-PG-SUB:1) > "9"
                 MOVE 0 TO WS-PG-NUMBER
                 GO TO PARSE-PARM-NUMBER-EXIT
              END-IF
              COMPUTE WS-PG-NUMBER = WS-PG-NUMBER * 10
                 + FUNCTION NUMVAL(WS-PG-VALUE(WS-PG-SUB:1))
           END-PERFORM
           IF WS-PG-SUB > 1
              MOVE 1 TO WS-PG-VALID
           END-IF.

       PARSE-PARM-NUMBER-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-COLLECTION: recheck the mandate, name the debtor,
      * test the pre-notification lead, then stamp the sequence
      * type, move the mandate on, lay the collection on the work
      * file and queue the debtor's pre-notification
      *================================================================
       TAKE-ONE-COLLECTION SECTION.
           IF CL-COLLECTION-ID = SPACES
              GO TO TAKE-ONE-COLLECTION-EXIT
           END-IF
           ADD 1 TO WS-TOTAL-READ

           IF CL-AMOUNT-MINOR <= 0
              MOVE "AMOUNT NOT POSITIVE - NOT COLLECTED"
                 TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO TAKE-ONE-COLLECTION-EXIT
           END-IF

           MOVE CL-MANDATE-ID TO MD-MANDATE-ID
           READ MANDATE-FILE
              INVALID KEY
                 MOVE "MANDATE NO LONGER ON FILE"
                    TO WS-EXCEPTION-NOTE
                 PERFORM LIST-EXCEPTION
                 GO TO TAKE-ONE-COLLECTION-EXIT
           END-READ

           IF NOT MD-IS-ACTIVE
              MOVE "MANDATE CANCELLED SINCE VALIDATION"
                 TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO TAKE-ONE-COLLECTION-EXIT
           END-IF

           IF MD-IS-USED-UP
              MOVE "MANDATE USED UP - FINAL OR ONE-OFF SENT"
                 TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO TAKE-ONE-COLLECTION-EXIT
           END-IF

           MOVE MD-CUSTOMER-ID TO CN-CUSTOMER-ID
           READ CUSTONL-FILE
              INVALID KEY
                 MOVE "DEBTOR NOT ON CUSTOMER MASTER"
                    TO WS-EXCEPTION-NOTE
                 PERFORM LIST-EXCEPTION
                 GO TO TAKE-ONE-COLLECTION-EXIT
           END-READ
           MOVE CN-CUSTOMER-NAME TO WS-DEBTOR-NAME
           IF WS-DEBTOR-NAME = SPACES
              MOVE "DEBTOR HAS NO NAME ON FILE" TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO TAKE-ONE-COLLECTION-EXIT
           END-IF

      *    The debtor must have the notice the scheme requires
      *    before the money is taken
           IF CL-COLLECT-DATE < WS-EARLIEST-COLLECT
              ADD 1 TO WS-TOO-SOON-COUNT
              MOVE "TOO SOON FOR PRE-NOTIFICATION"
                 TO WS-EXCEPTION-NOTE
              PERFORM LIST-EXCEPTION
              GO TO TAKE-ONE-COLLECTION-EXIT
           END-IF

           PERFORM STAMP-SEQUENCE-TYPE

           MOVE WS-NEW-SEQUENCE-STATE TO MD-SEQUENCE-STATE
           IF MD-MANDATE-TYPE = SPACE
              MOVE "R" TO MD-MANDATE-TYPE
           END-IF
           REWRITE MANDATE-RECORD
              INVALID KEY
                 ADD 1 TO WS-MANDATE-FAIL-COUNT
                 DISPLAY "COLLFMT: could not move on mandate "
                    MD-MANDATE-ID ", status=" WS-MD-FILE-STATUS
                 MOVE "MANDATE NOT UPDATED - NOT COLLECTED"
                    TO WS-EXCEPTION-NOTE
                 PERFORM LIST-EXCEPTION
                 GO TO TAKE-ONE-COLLECTION-EXIT
           END-REWRITE

           MOVE SPACES TO COLLWRK-RECORD
           MOVE WS-SEQUENCE-ORDER TO WK-SEQUENCE-ORDER
           MOVE CL-COLLECT-DATE TO WK-COLLECT-DATE
           MOVE CL-COLLECTION-ID TO WK-COLLECTION-ID
           MOVE WS-SEQUENCE-TYPE TO WK-SEQUENCE-TYPE
           MOVE CL-MANDATE-ID TO WK-MANDATE-ID
           MOVE MD-SIGNATURE-DATE TO WK-SIGNATURE-DATE
           MOVE CL-DEBTOR-IBAN TO WK-DEBTOR-IBAN
           MOVE WS-DEBTOR-NAME TO WK-DEBTOR-NAME
           MOVE CL-CURRENCY TO WK-CURRENCY
           MOVE CL-AMOUNT-MINOR TO WK-AMOUNT-MINOR
           WRITE COLLWRK-RECORD
              INVALID KEY
                 ADD 1 TO WS-WORK-FAIL-COUNT
                 DISPLAY "COLLFMT: work write failed, status="
                    WS-WK-FILE-STATUS " for " CL-COLLECTION-ID
                 MOVE "DUPLICATE OR UNWRITABLE - NOT COLLECTED"
                    TO WS-EXCEPTION-NOTE
                 PERFORM LIST-EXCEPTION
                 GO TO TAKE-ONE-COLLECTION-EXIT
           END-WRITE

           ADD 1 TO WS-TAKEN-COUNT
           EVALUATE WS-SEQUENCE-ORDER
              WHEN 1 ADD 1 TO WS-FIRST-COUNT
              WHEN 2 ADD 1 TO WS-RECURRING-COUNT
              WHEN 3 ADD 1 TO WS-FINAL-COUNT
              WHEN OTHER ADD 1 TO WS-ONE-OFF-COUNT
           END-EVALUATE

           PERFORM QUEUE-PRE-NOTIFICATION.

       TAKE-ONE-COLLECTION-EXIT.
           EXIT.

      *================================================================
      * STAMP-SEQUENCE-TYPE: the mandate's sequence state gives the
      * collection its type, its place in the document, and the
      * state the mandate moves to
      *================================================================
       STAMP-SEQUENCE-TYPE SECTION.
           EVALUATE TRUE
              WHEN MD-IS-ONE-OFF
                 MOVE "OOFF" TO WS-SEQUENCE-TYPE
                 MOVE 4 TO WS-SEQUENCE-ORDER
                 MOVE "E" TO WS-NEW-SEQUENCE-STATE
              WHEN MD-NEXT-IS-FINAL
                 MOVE "FNAL" TO WS-SEQUENCE-TYPE
                 MOVE 3 TO WS-SEQUENCE-ORDER
                 MOVE "E" TO WS-NEW-SEQUENCE-STATE
              WHEN MD-NEXT-IS-RECURRING
                 MOVE "RCUR" TO WS-SEQUENCE-TYPE
                 MOVE 2 TO WS-SEQUENCE-ORDER
                 MOVE "R" TO WS-NEW-SEQUENCE-STATE
              WHEN OTHER
                 MOVE "FRST" TO WS-SEQUENCE-TYPE
                 MOVE 1 TO WS-SEQUENCE-ORDER
                 MOVE "R" TO WS-NEW-SEQUENCE-STATE
           END-EVALUATE.

       STAMP-SEQUENCE-TYPE-EXIT.
           EXIT.

      *================================================================
      * QUEUE-PRE-NOTIFICATION: tell the debtor what will be taken,
      * when, and under which mandate
      *================================================================
       QUEUE-PRE-NOTIFICATION SECTION.
           MOVE CL-AMOUNT-MINOR TO WS-FM-AMOUNT
           CALL "FORMAT-MONEY" USING WS-FM-AMOUNT CL-CURRENCY
               WS-FM-USE-SEP WS-FM-OUTPUT WS-FM-OUTPUT-LEN
           MOVE CL-COLLECT-DATE TO WS-ISO-FROM
           PERFORM BUILD-ISO-DATE

           MOVE CL-COLLECTION-ID TO WS-NT-REFERENCE
           MOVE SPACES TO WS-NT-DETAIL
           STRING FUNCTION TRIM(WS-FM-OUTPUT) DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  WS-DATE-ISO DELIMITED BY SIZE
                  " MANDATE " DELIMITED BY SIZE
                  CL-MANDATE-ID DELIMITED BY SPACE
              INTO WS-NT-DETAIL
           END-STRING

           CALL "NOTIFY-EVENT" USING WS-NT-EVENT-TYPE
               MD-CUSTOMER-ID WS-NT-REFERENCE WS-NT-DETAIL
               WS-NT-SOURCE WS-NT-RESULT WS-NT-ERROR-MSG

           IF WS-NT-RESULT NOT = 1
              ADD 1 TO WS-NOTICE-FAIL-COUNT
              DISPLAY "COLLFMT: pre-notification not queued for "
                 CL-COLLECTION-ID " - " WS-NT-ERROR-MSG
           END-IF.

       QUEUE-PRE-NOTIFICATION-EXIT.
           EXIT.

      *================================================================
      * LIST-EXCEPTION: a collection left out of the file, and why
      *================================================================
       LIST-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE CL-COLLECT-DATE TO WS-ISO-FROM
           PERFORM BUILD-ISO-DATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CL-COLLECTION-ID TO WS-DT-COLLECTION-ID
           MOVE CL-MANDATE-ID TO WS-DT-MANDATE-ID
           MOVE WS-DATE-ISO TO WS-DT-COLLECT-DATE
           MOVE WS-EXCEPTION-NOTE TO WS-DT-NOTE
           WRITE COLLFRPT-RECORD FROM WS-DETAIL-LINE.

       LIST-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADINGS
      *================================================================
       WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "COLLFMT CONTROL REPORT - DIRECT-DEBIT COLLECTION FILE"
              TO WS-HL-TEXT
           WRITE COLLFRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "COLLECTIONS LEFT OUT OF THE FILE" TO WS-HL-TEXT
           WRITE COLLFRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * WRITE-DOCUMENT-HEADER: the XML declaration, document root,
      * and group header with message ID, creation time, the
      * number of collections taken and the initiating party
      *================================================================
       WRITE-DOCUMENT-HEADER SECTION.
           MOVE SPACES TO WS-MSG-ID
           STRING "COLLFMT" WS-NOW-STAMP
              DELIMITED BY SIZE INTO WS-MSG-ID

           MOVE SPACES TO WS-CRE-DT-TM
           STRING WS-NOW-STAMP(1:4) "-" WS-NOW-STAMP(5:2) "-"
              WS-NOW-STAMP(7:2) "T" WS-NOW-STAMP(9:2) ":"
              WS-NOW-STAMP(11:2) ":" WS-NOW-STAMP(13:2)
              DELIMITED BY SIZE INTO WS-CRE-DT-TM

           MOVE WS-TAKEN-COUNT TO WS-TX-COUNT-EDIT

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE
           MOVE "<Document>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE
           MOVE " <CstmrDrctDbtInitn>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE
           MOVE "  <GrpHdr>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <MsgId>" FUNCTION TRIM(WS-MSG-ID) "</MsgId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <CreDtTm>" WS-CRE-DT-TM "</CreDtTm>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <NbOfTxs>"
              FUNCTION TRIM(WS-TX-COUNT-EDIT) "</NbOfTxs>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <InitgPty><Nm>"
              WS-XML-CDTR-NAME(1:WS-XML-CDTR-NAME-LEN)
              "</Nm></InitgPty>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE "  </GrpHdr>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE.

       WRITE-DOCUMENT-HEADER-EXIT.
           EXIT.

      *================================================================
      * FORMAT-ONE-COLLECTION: a new payment-information block on
      * each change of sequence type or date, then one DrctDbtTxInf
      * block for the collection
      *================================================================
       FORMAT-ONE-COLLECTION SECTION.
           IF WS-BLOCK-OPEN = 1
              AND (WK-SEQUENCE-ORDER NOT = WS-BLOCK-ORDER
                   OR WK-COLLECT-DATE NOT = WS-BLOCK-DATE)
              PERFORM CLOSE-PAYMENT-BLOCK
           END-IF
           IF WS-BLOCK-OPEN = 0
              PERFORM OPEN-PAYMENT-BLOCK
           END-IF

           PERFORM ESCAPE-COLLECTION-FIELDS
           PERFORM BUILD-AMOUNT-TEXT

           MOVE "   <DrctDbtTxInf>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "    <PmtId><EndToEndId>"
              WS-XML-COLLECTION-ID(1:WS-XML-COLLECTION-ID-LEN)
              "</EndToEndId></PmtId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING '    <InstdAmt Ccy="' WK-CURRENCY '">'
              WS-AMOUNT-TEXT(1:WS-AMOUNT-TEXT-LEN)
              "</InstdAmt>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE WK-SIGNATURE-DATE TO WS-ISO-FROM
           PERFORM BUILD-ISO-DATE
           MOVE SPACES TO WS-XML-LINE
           STRING "    <DrctDbtTx><MndtRltdInf><MndtId>"
              WS-XML-MANDATE-ID(1:WS-XML-MANDATE-ID-LEN)
              "</MndtId><DtOfSgntr>" WS-DATE-ISO
              "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

      *    The debtor's bank is found from the IBAN, as the scheme
      *    allows
           MOVE "    <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED</Id>"
              TO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE
           MOVE "     </Othr></FinInstnId></DbtrAgt>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "    <Dbtr><Nm>"
              WS-XML-DBTR-NAME(1:WS-XML-DBTR-NAME-LEN)
              "</Nm></Dbtr>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "    <DbtrAcct><Id><IBAN>"
              WS-XML-DBTR-IBAN(1:WS-XML-DBTR-IBAN-LEN)
              "</IBAN></Id></DbtrAcct>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE "   </DrctDbtTxInf>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           ADD 1 TO WS-FORMATTED-COUNT
           PERFORM ADD-TO-CURRENCY-TOTALS.

       FORMAT-ONE-COLLECTION-EXIT.
           EXIT.

      *================================================================
      * OPEN-PAYMENT-BLOCK: <PmtInf> for the sequence type and date
      * of the collection in hand, with the creditor's account,
      * agent and scheme identifier
      *================================================================
       OPEN-PAYMENT-BLOCK SECTION.
           ADD 1 TO WS-PMTINF-COUNT
           MOVE WS-PMTINF-COUNT TO WS-PMTINF-EDIT
           MOVE WK-SEQUENCE-ORDER TO WS-BLOCK-ORDER
           MOVE WK-COLLECT-DATE TO WS-BLOCK-DATE
           MOVE 1 TO WS-BLOCK-OPEN

           MOVE "  <PmtInf>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <PmtInfId>" FUNCTION TRIM(WS-MSG-ID) "-"
              WS-PMTINF-EDIT "</PmtInfId>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE "   <PmtMtd>DD</PmtMtd>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
              "<LclInstrm><Cd>" FUNCTION TRIM(WS-LOCAL-INSTRUMENT)
              "</Cd></LclInstrm><SeqTp>" WK-SEQUENCE-TYPE
              "</SeqTp></PmtTpInf>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE WK-COLLECT-DATE TO WS-ISO-FROM
           PERFORM BUILD-ISO-DATE
           MOVE SPACES TO WS-XML-LINE
           STRING "   <ReqdColltnDt>" WS-DATE-ISO "</ReqdColltnDt>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <Cdtr><Nm>"
              WS-XML-CDTR-NAME(1:WS-XML-CDTR-NAME-LEN)
              "</Nm></Cdtr>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           STRING "   <CdtrAcct><Id><IBAN>"
              WS-XML-CDTR-IBAN(1:WS-XML-CDTR-IBAN-LEN)
              "</IBAN></Id></CdtrAcct>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE SPACES TO WS-XML-LINE
           IF WS-XML-CDTR-BIC-LEN > 0
              STRING "   <CdtrAgt><FinInstnId><BICFI>"
                 WS-XML-CDTR-BIC(1:WS-XML-CDTR-BIC-LEN)
                 "</BICFI></FinInstnId></CdtrAgt>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
           ELSE
              STRING "   <CdtrAgt><FinInstnId><Othr>"
                 "<Id>NOTPROVIDED</Id></Othr></FinInstnId></CdtrAgt>"
                 DELIMITED BY SIZE INTO WS-XML-LINE
           END-IF
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           MOVE "   <CdtrSchmeId><Id><PrvtId><Othr>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING "    <Id>"
              WS-XML-SCHEME-ID(1:WS-XML-SCHEME-ID-LEN)
              "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
              DELIMITED BY SIZE INTO WS-XML-LINE
           MOVE WS-XML-LINE TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE
           MOVE "   </Othr></PrvtId></Id></CdtrSchmeId>"
              TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE.

       OPEN-PAYMENT-BLOCK-EXIT.
           EXIT.

      *================================================================
      * CLOSE-PAYMENT-BLOCK
      *================================================================
       CLOSE-PAYMENT-BLOCK SECTION.
           MOVE "  </PmtInf>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE
           MOVE 0 TO WS-BLOCK-OPEN.

       CLOSE-PAYMENT-BLOCK-EXIT.
           EXIT.

      *================================================================
      * ESCAPE-COLLECTION-FIELDS: collection ID, mandate ID, debtor
      * name and IBAN through ESCAPE-XML-STRING before any of them
      * is strung into markup
      *================================================================
       ESCAPE-COLLECTION-FIELDS SECTION.
           MOVE SPACES TO WS-ESC-INPUT
           MOVE WK-COLLECTION-ID TO WS-ESC-INPUT(1:12)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WK-COLLECTION-ID TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:64) TO WS-XML-COLLECTION-ID
           MOVE WS-ESC-OUTPUT-LEN TO WS-XML-COLLECTION-ID-LEN

           MOVE SPACES TO WS-ESC-INPUT
           MOVE WK-MANDATE-ID TO WS-ESC-INPUT(1:16)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WK-MANDATE-ID TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:64) TO WS-XML-MANDATE-ID
           MOVE WS-ESC-OUTPUT-LEN TO WS-XML-MANDATE-ID-LEN

           MOVE SPACES TO WS-ESC-INPUT
           MOVE WK-DEBTOR-NAME TO WS-ESC-INPUT(1:60)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WK-DEBTOR-NAME TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:180) TO WS-XML-DBTR-NAME
           MOVE WS-ESC-OUTPUT-LEN TO WS-XML-DBTR-NAME-LEN
           IF WS-XML-DBTR-NAME-LEN > 180
              MOVE 180 TO WS-XML-DBTR-NAME-LEN
           END-IF

           MOVE SPACES TO WS-ESC-INPUT
           MOVE WK-DEBTOR-IBAN TO WS-ESC-INPUT(1:34)
           COMPUTE WS-ESC-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WK-DEBTOR-IBAN TRAILING))
           PERFORM ESCAPE-CURRENT-FIELD
           MOVE WS-ESC-OUTPUT(1:64) TO WS-XML-DBTR-IBAN
           MOVE WS-ESC-OUTPUT-LEN TO WS-XML-DBTR-IBAN-LEN.

       ESCAPE-COLLECTION-FIELDS-EXIT.
           EXIT.

      *================================================================
      * ESCAPE-CURRENT-FIELD: one field through ESCAPE-XML-STRING,
      * zero-length-protected as PAYFMT does
      *================================================================
       ESCAPE-CURRENT-FIELD SECTION.
           CALL "ESCAPE-XML-STRING" USING WS-ESC-INPUT
               WS-ESC-INPUT-LEN WS-ESC-OUTPUT WS-ESC-OUTPUT-LEN
               WS-ESC-RESULT WS-ESC-ERROR-MSG

           IF WS-ESC-RESULT NOT = 1
              MOVE SPACES TO WS-ESC-OUTPUT
              MOVE 0 TO WS-ESC-OUTPUT-LEN
              DISPLAY "COLLFMT: escape failed, " WS-ESC-ERROR-MSG
           END-IF

           IF WS-ESC-OUTPUT-LEN = 0
              MOVE 1 TO WS-ESC-OUTPUT-LEN
              MOVE SPACES TO WS-ESC-OUTPUT
           END-IF.

       ESCAPE-CURRENT-FIELD-EXIT.
           EXIT.

      *================================================================
      * BUILD-AMOUNT-TEXT: scale the minor-units amount into the
      * decimal text InstdAmt carries, under the currency's
      * GET-DECIMAL-PLACES answer
      *================================================================
       BUILD-AMOUNT-TEXT SECTION.
           CALL "GET-DECIMAL-PLACES" USING WK-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT

           COMPUTE WS-AMT-FACTOR = 10 ** WS-DP-DECIMALS
           MOVE WK-AMOUNT-MINOR TO WS-AMT-ABS
           COMPUTE WS-AMT-INTEGER = WS-AMT-ABS / WS-AMT-FACTOR
           COMPUTE WS-AMT-DECIMAL =
              FUNCTION MOD(WS-AMT-ABS WS-AMT-FACTOR)

           MOVE WS-AMT-INTEGER TO WS-AMT-INT-EDIT
           MOVE SPACES TO WS-AMOUNT-TEXT
           IF WS-DP-DECIMALS = 0
              STRING FUNCTION TRIM(WS-AMT-INT-EDIT)
                 DELIMITED BY SIZE INTO WS-AMOUNT-TEXT
           ELSE
              MOVE WS-AMT-DECIMAL TO WS-AMT-DECIMAL-TEXT
              STRING FUNCTION TRIM(WS-AMT-INT-EDIT) "."
                 WS-AMT-DECIMAL-TEXT(10 - WS-DP-DECIMALS:
                    WS-DP-DECIMALS)
                 DELIMITED BY SIZE INTO WS-AMOUNT-TEXT
           END-IF
           COMPUTE WS-AMOUNT-TEXT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-AMOUNT-TEXT TRAILING)).

       BUILD-AMOUNT-TEXT-EXIT.
           EXIT.

      *================================================================
      * BUILD-ISO-DATE: WS-ISO-FROM (YYYYMMDD) as YYYY-MM-DD in
      * WS-DATE-ISO
      *================================================================
       BUILD-ISO-DATE SECTION.
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-ISO-FROM(1:4) "-" WS-ISO-FROM(5:2) "-"
              WS-ISO-FROM(7:2)
              DELIMITED BY SIZE INTO WS-DATE-ISO.

       BUILD-ISO-DATE-EXIT.
           EXIT.

      *================================================================
      * ADD-TO-CURRENCY-TOTALS: roll the formatted collection into
      * its currency's sign-off totals
      *================================================================
       ADD-TO-CURRENCY-TOTALS SECTION.
           MOVE 0 TO WS-TOTAL-FOUND
           PERFORM VARYING WS-TOTAL-IDX FROM 1 BY 1
                   UNTIL WS-TOTAL-IDX > WS-TOTAL-COUNT
                      OR WS-TOTAL-FOUND = 1
              IF TL-CURRENCY(WS-TOTAL-IDX) = WK-CURRENCY
                 MOVE 1 TO WS-TOTAL-FOUND
              END-IF
           END-PERFORM

           IF WS-TOTAL-FOUND = 1
              SUBTRACT 1 FROM WS-TOTAL-IDX
           ELSE
              IF WS-TOTAL-COUNT < 40
                 ADD 1 TO WS-TOTAL-COUNT
                 MOVE WS-TOTAL-COUNT TO WS-TOTAL-IDX
                 MOVE WK-CURRENCY TO TL-CURRENCY(WS-TOTAL-IDX)
                 MOVE 0 TO TL-RECORD-COUNT(WS-TOTAL-IDX)
                 MOVE 0 TO TL-AMOUNT-TOTAL(WS-TOTAL-IDX)
              ELSE
                 ADD 1 TO WS-TOTAL-OVERFLOW-COUNT
                 DISPLAY "COLLFMT: currency-total table full at 40 "
                    "- " WK-CURRENCY " not totalled"
                 GO TO ADD-TO-CURRENCY-TOTALS-EXIT
              END-IF
           END-IF

           ADD 1 TO TL-RECORD-COUNT(WS-TOTAL-IDX)
           ADD WK-AMOUNT-MINOR TO TL-AMOUNT-TOTAL(WS-TOTAL-IDX).

       ADD-TO-CURRENCY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * WRITE-DOCUMENT-TRAILER
      *================================================================
       WRITE-DOCUMENT-TRAILER SECTION.
           MOVE " </CstmrDrctDbtInitn>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE
           MOVE "</Document>" TO COLLXML-RECORD
           PERFORM WRITE-COLLXML-LINE

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           IF WS-MAC-SIGNATURE-LEN > 0
              MOVE SPACES TO COLLXML-RECORD
              STRING "<!-- " WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN)
                 " -->" DELIMITED BY SIZE INTO COLLXML-RECORD
              WRITE COLLXML-RECORD
           END-IF.

       WRITE-DOCUMENT-TRAILER-EXIT.
           EXIT.

      *================================================================
      * WRITE-COLLXML-LINE: write the line built in COLLXML-RECORD and
      * fold it into the file's signature
      *================================================================
       WRITE-COLLXML-LINE SECTION.
           WRITE COLLXML-RECORD
           MOVE COLLXML-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-COLLXML-LINE-EXIT.
           EXIT.

      *================================================================
      * START-FILE-SIGNING: start the signature chain under the key
      * set up for COLLXML - none set up leaves the file unsigned, a
      * key that cannot be used fails the step with COND code 8
      *================================================================
       START-FILE-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "COLLFMT: COLLXML not signed - "
                    FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "COLLFMT: COLLXML CANNOT BE SIGNED - "
                    FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-FILE-SIGNING-EXIT.
           EXIT.

      *================================================================
      * WRITE-CONTROL-REPORT: the sign-off sheet - counts by
      * sequence type and the per-currency totals through
      * FORMAT-MONEY
      *================================================================
       WRITE-CONTROL-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "COLLECTIONS READ" TO WS-RPT-LABEL
           MOVE WS-TOTAL-READ TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "FORMATTED INTO COLLXML" TO WS-RPT-LABEL
           MOVE WS-FORMATTED-COUNT TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  FIRST (FRST)" TO WS-RPT-LABEL
           MOVE WS-FIRST-COUNT TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  RECURRING (RCUR)" TO WS-RPT-LABEL
           MOVE WS-RECURRING-COUNT TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  FINAL (FNAL)" TO WS-RPT-LABEL
           MOVE WS-FINAL-COUNT TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  ONE-OFF (OOFF)" TO WS-RPT-LABEL
           MOVE WS-ONE-OFF-COUNT TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "EXCEPTIONS - NOT COLLECTED" TO WS-RPT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "  TOO SOON FOR PRE-NOTICE" TO WS-RPT-LABEL
           MOVE WS-TOO-SOON-COUNT TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "PRE-NOTICES NOT QUEUED" TO WS-RPT-LABEL
           MOVE WS-NOTICE-FAIL-COUNT TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE "PRE-NOTICE LEAD (BUS. DAYS)" TO WS-RPT-LABEL
           MOVE WS-PRENOTE-DAYS TO WS-RPT-COUNT
           WRITE COLLFRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "COLLECTED AMOUNTS PER CURRENCY" TO WS-HL-TEXT
           WRITE COLLFRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-TOTAL-IDX FROM 1 BY 1
                   UNTIL WS-TOTAL-IDX > WS-TOTAL-COUNT
              MOVE TL-AMOUNT-TOTAL(WS-TOTAL-IDX) TO WS-FM-AMOUNT
              CALL "FORMAT-MONEY" USING WS-FM-AMOUNT
                  TL-CURRENCY(WS-TOTAL-IDX) WS-FM-USE-SEP
                  WS-FM-OUTPUT WS-FM-OUTPUT-LEN
              MOVE SPACES TO WS-TOTAL-LINE
              MOVE TL-CURRENCY(WS-TOTAL-IDX) TO WS-TO-CURRENCY
              MOVE TL-RECORD-COUNT(WS-TOTAL-IDX) TO WS-TO-COUNT
              MOVE WS-FM-OUTPUT TO WS-TO-AMOUNT
              WRITE COLLFRPT-RECORD FROM WS-TOTAL-LINE
           END-PERFORM.

       WRITE-CONTROL-REPORT-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE COLLOK-FILE
           CLOSE CDTRCARD-FILE
           CLOSE MANDATE-FILE
           CLOSE CUSTONL-FILE
           CLOSE COLLWRK-FILE
           CLOSE COLLXML-FILE
           CLOSE COLLFRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM COLLFMT.
