      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven CustMassUpdate - rule-driven bulk amendment of
      * customer master address and phone fields for COBOL
      *

      *================================================================
      * When a postal authority re-codes a region, or a telecom
      * moves a number range, thousands of CUSTMAST records need the
      * same amendment. This job makes it from a MUPDRULE rule file
      * in an old-master/new-master pass, CUSTMAST in and CUSTMOUT
      * out, as DEDUPAPL rewrites the master.
      *
      * MUPDRULE opens with one header card ("H", a six-character
      * update ID and a description) followed by up to 50 rule cards
      * ("R"); a "*" card is a comment. Each rule selects on the
      * record as it stood - a country (blank for any) and/or one
      * field that equals (EQ) or starts with (SW) a value - and
      * transforms one target field: SV sets it to the to-value, RP
      * replaces the from-value prefix with the to-value and keeps
      * the rest. The fields a rule may name are PHONE-NUMBER,
      * PHONE-COUNTRY-CODE (four digits, EQ and SV only),
      * ADDR-LINE-1, ADDR-LINE-2, CITY, REGION and POSTAL-CODE -
      * the names CUST-HIST-WRITE records changes under. Rules apply
      * in card order, so two rules on one field compose. A rule
      * file with any card in error, or a rule that would select
      * every customer, is refused whole with COND code 16.
      *
      * PARM='APPLY PREVIEW' runs every check and writes the full
      * MUPDRPT before/after listing and counts but writes no new
      * master and no history. The preview also prints the approval
      * reference - the first 16 characters of the rule file's
      * content hash. PARM='APPLY' goes ahead only when a second
      * user has approved PARMMSTR entry MASSUPD-<update ID>, in
      * force today, whose value is that reference (requested on
      * PARMMNT, approved on PARMAPPR), so the authority covers that
      * one rule file and no edited copy of it.
      *
      * A changed record is re-checked with the SAFE-* routines
      * CUSTVALD validates the master with - IS-VALID-EMAIL,
      * PARSE-PHONE/TO-E164, PARSE-UUID, IS-VALID-COUNTRY and
      * VALIDATE-POSTAL-CODE - on both the record as it stood and as
      * amended. A record the amendment would make fail a check it
      * passed is refused, left as it was and listed with the
      * CUSTVALD reason code (COND code 4); a fault the record
      * already carried does not hold the amendment up. Every field
      * applied is recorded through CUST-HIST-WRITE under change
      * source MU<update ID>; a record whose history cannot be
      * written is left unchanged (COND code 8).
      *
      * PARM='ROLLBACK' (or 'ROLLBACK PREVIEW') takes the same rule
      * file and approval, collects every MU<update ID> change from
      * CUSTHIST onto the MUPDWRK REUSE work KSDS (keyed by customer
      * and field, holding the value before the first change and
      * after the last), and puts each field back where it still
      * holds the amended value. A field changed again since is
      * left alone and listed as not restored (COND code 4). The
      * restores are recorded under change source MR<update ID>, so
      * a rollback rerun finds nothing left to do.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMUPD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUPDRULE-FILE ASSIGN TO "MUPDRULE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MR-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTMOUT-FILE ASSIGN TO "CUSTMOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT CUST-HIST-FILE ASSIGN TO "CUSTHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CH-FILE-STATUS.

           SELECT MUPDWRK-FILE ASSIGN TO "MUPDWRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WK-KEY
              FILE STATUS IS WS-WK-FILE-STATUS.

           SELECT MUPDRPT-FILE ASSIGN TO "MUPDRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mass-update rule file: a header card, then the rules
       FD  MUPDRULE-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  MUPDRULE-RECORD.
           05 MR-CARD-TYPE              PIC X(1).
              88 MR-IS-HEADER           VALUE "H".
              88 MR-IS-RULE             VALUE "R".
              88 MR-IS-COMMENT          VALUE "*".
           05 FILLER                    PIC X(179).
       01  MUPDRULE-HEADER.
           05 FILLER                    PIC X(1).
           05 MH-UPDATE-ID              PIC X(6).
           05 MH-DESCRIPTION            PIC X(60).
           05 FILLER                    PIC X(113).
       01  MUPDRULE-RULE.
           05 FILLER                    PIC X(1).
           05 MR-COUNTRY                PIC X(2).
           05 MR-SEL-FIELD              PIC X(20).
           05 MR-SEL-TEST               PIC X(2).
           05 MR-SEL-VALUE              PIC X(40).
           05 MR-TGT-FIELD              PIC X(20).
           05 MR-ACTION                 PIC X(2).
           05 MR-FROM-VALUE             PIC X(40).
           05 MR-TO-VALUE               PIC X(40).
           05 FILLER                    PIC X(13).

      * Customer master layout (see CUSTOMER-MASTER-RECORD in
      * copybooks/CUSTMAST.cpy)
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 526 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-ID            PIC X(36).
           05 CM-CUSTOMER-NAME          PIC X(60).
           05 CM-EMAIL-ADDRESS          PIC X(254).
           05 CM-PHONE-NUMBER           PIC X(30).
           05 CM-PHONE-COUNTRY-CODE     PIC 9(4).
           05 CM-ADDR-LINE-1            PIC X(40).
           05 CM-ADDR-LINE-2            PIC X(40).
           05 CM-CITY                   PIC X(30).
           05 CM-REGION                 PIC X(20).
           05 CM-POSTAL-CODE            PIC X(10).
           05 CM-COUNTRY                PIC X(2).

       FD  CUSTMOUT-FILE
           RECORD CONTAINS 526 CHARACTERS.
       01  CUSTMOUT-RECORD              PIC X(526).

      * Customer change history as CUST-HIST-WRITE keeps it
       FD  CUST-HIST-FILE
           RECORD CONTAINS 597 CHARACTERS.
       01  CUST-HIST-RECORD.
           05 CH-KEY.
              10 CH-CUSTOMER-ID         PIC X(36).
              10 CH-EFFECTIVE-TS        PIC X(21).
              10 CH-SEQUENCE            PIC 9(4).
           05 CH-FIELD-NAME             PIC X(20).
           05 CH-OLD-VALUE              PIC X(254).
           05 CH-NEW-VALUE              PIC X(254).
           05 CH-CHANGE-SOURCE          PIC X(8).

      * Rollback work file: one entry per customer and field the
      * update changed - the value before its first change and
      * after its last
       FD  MUPDWRK-FILE
           RECORD CONTAINS 136 CHARACTERS.
       01  MUPDWRK-RECORD.
           05 WK-KEY.
              10 WK-CUSTOMER-ID         PIC X(36).
              10 WK-FIELD-NAME          PIC X(20).
           05 WK-OLD-VALUE              PIC X(40).
           05 WK-NEW-VALUE              PIC X(40).

       FD  MUPDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MUPDRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-MR-FILE-STATUS            PIC X(2).
       01 WS-CM-FILE-STATUS            PIC X(2).
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-CH-FILE-STATUS            PIC X(2).
       01 WS-WK-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-MR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-MR-EOF              VALUE 1.
       01 WS-CM-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CM-EOF              VALUE 1.
       01 WS-CH-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CH-EOF              VALUE 1.
       01 WS-WK-EOF                    PIC 9 VALUE 0.
          88 WS-AT-WK-EOF              VALUE 1.

      * Run mode from the JCL PARM: APPLY or ROLLBACK, optionally
      * followed by PREVIEW
       01 WS-PARM                      PIC X(40).
       01 WS-PARM-MODE                 PIC X(8).
       01 WS-PARM-OPTION               PIC X(8).
       01 WS-RUN-MODE                  PIC X(1).
          88 WS-MODE-IS-APPLY          VALUE "A".
          88 WS-MODE-IS-ROLLBACK       VALUE "R".
       01 WS-PREVIEW-SWITCH            PIC 9 VALUE 0.
          88 WS-IS-PREVIEW             VALUE 1.

      * Today, the date the approval must be in force on
       01 WS-TODAY                     PIC 9(8).

      * The update: its ID, the history change sources derived from
      * it, and the approval it runs under
       01 WS-UPDATE-ID                 PIC X(6) VALUE SPACES.
       01 WS-UPDATE-DESCRIPTION        PIC X(60) VALUE SPACES.
       01 WS-APPLY-SOURCE              PIC X(8).
       01 WS-ROLLBACK-SOURCE           PIC X(8).
       01 WS-APPROVAL-KEY              PIC X(16).
       01 WS-APPROVAL-REF              PIC X(16).
       01 WS-HEADER-COUNT              PIC 9(4) VALUE 0.
       01 WS-CARDS-READ                PIC 9(4) VALUE 0.
       01 WS-CARD-ERROR-COUNT          PIC 9(4) VALUE 0.
       01 WS-CARD-ERROR                PIC X(50).
       01 WS-ERROR-CARD                PIC 9(4) VALUE 0.

      * Rule-file errors, listed under the run heading
       01 WS-ERROR-TABLE.
          05 WS-ERROR-ENTRY OCCURS 20 TIMES.
             10 ER-CARD-NUMBER         PIC 9(4).
             10 ER-TEXT                PIC X(50).
       01 WS-ERROR-MAX                 PIC 9(4) VALUE 20.
       01 WS-ERROR-IDX                 PIC 9(4) VALUE 0.

      * The rules, in card order, with what each one did
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 50 TIMES.
             10 RL-COUNTRY             PIC X(2).
             10 RL-SEL-FIELD           PIC X(20).
             10 RL-SEL-TEST            PIC X(2).
             10 RL-SEL-VALUE           PIC X(40).
             10 RL-SEL-LEN             PIC 9(2).
             10 RL-TGT-FIELD           PIC X(20).
             10 RL-ACTION              PIC X(2).
             10 RL-FROM-VALUE          PIC X(40).
             10 RL-FROM-LEN            PIC 9(2).
             10 RL-TO-VALUE            PIC X(40).
             10 RL-TO-LEN              PIC 9(2).
             10 RL-SELECTED            PIC 9(8).
             10 RL-TRANSFORMED         PIC 9(8).
       01 WS-RULE-COUNT                PIC 9(3) VALUE 0.
       01 WS-RULE-MAX                  PIC 9(3) VALUE 50.
       01 WS-RULE-IDX                  PIC 9(3) VALUE 0.

      * The fields a rule may name, with their widths on CUSTMAST
       01 WS-FIELD-LIST.
          05 FILLER                    PIC X(22)
             VALUE "PHONE-NUMBER        30".
          05 FILLER                    PIC X(22)
             VALUE "PHONE-COUNTRY-CODE  04".
          05 FILLER                    PIC X(22)
             VALUE "ADDR-LINE-1         40".
          05 FILLER                    PIC X(22)
             VALUE "ADDR-LINE-2         40".
          05 FILLER                    PIC X(22)
             VALUE "CITY                30".
          05 FILLER                    PIC X(22)
             VALUE "REGION              20".
          05 FILLER                    PIC X(22)
             VALUE "POSTAL-CODE         10".
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-LIST.
          05 WS-FIELD-ENTRY OCCURS 7 TIMES.
             10 FT-FIELD-NAME          PIC X(20).
             10 FT-FIELD-WIDTH         PIC 9(2).
       01 WS-FIELD-COUNT               PIC 9(2) VALUE 7.
       01 WS-FIELD-IDX                 PIC 9(2) VALUE 0.

      * One field of one image, by name
       01 WS-FLD-NAME                  PIC X(20).
       01 WS-FLD-WIDTH                 PIC 9(2).
       01 WS-FLD-VALUE                 PIC X(40).
       01 WS-FLD-LEN                   PIC 9(2).
       01 WS-NEW-VALUE                 PIC X(40).
       01 WS-NEW-LEN                   PIC 9(3).
       01 WS-OLD-VALUE                 PIC X(40).
       01 WS-VALUE-LEN                 PIC 9(2).
       01 WS-LEN-VALUE                 PIC X(40).

      * The record as amended (layout as CUSTOMER-MASTER-RECORD)
       01 WS-AFTER-IMAGE.
          05 AF-CUSTOMER-ID            PIC X(36).
          05 AF-CUSTOMER-NAME          PIC X(60).
          05 AF-EMAIL-ADDRESS          PIC X(254).
          05 AF-PHONE-NUMBER           PIC X(30).
          05 AF-PHONE-COUNTRY-CODE     PIC 9(4).
          05 AF-ADDR-LINE-1            PIC X(40).
          05 AF-ADDR-LINE-2            PIC X(40).
          05 AF-CITY                   PIC X(30).
          05 AF-REGION                 PIC X(20).
          05 AF-POSTAL-CODE            PIC X(10).
          05 AF-COUNTRY                PIC X(2).

      * The image under check (layout as CUSTOMER-MASTER-RECORD)
       01 WS-CHECK-IMAGE.
          05 CK-CUSTOMER-ID            PIC X(36).
          05 CK-CUSTOMER-NAME          PIC X(60).
          05 CK-EMAIL-ADDRESS          PIC X(254).
          05 CK-PHONE-NUMBER           PIC X(30).
          05 CK-PHONE-COUNTRY-CODE     PIC 9(4).
          05 CK-ADDR-LINE-1            PIC X(40).
          05 CK-ADDR-LINE-2            PIC X(40).
          05 CK-CITY                   PIC X(30).
          05 CK-REGION                 PIC X(20).
          05 CK-POSTAL-CODE            PIC X(10).
          05 CK-COUNTRY                PIC X(2).

      * Check results, one byte per check ("1" fails): email,
      * phone, customer ID, country, postal code
       01 WS-CK-FAULTS                 PIC X(5).
       01 WS-BEFORE-FAULTS             PIC X(5).
       01 WS-AFTER-FAULTS              PIC X(5).
       01 WS-AFTER-PHONE-MSG           PIC X(50).
       01 WS-AFTER-POSTAL-MSG          PIC X(50).
       01 WS-CHECK-IDX                 PIC 9 VALUE 0.
       01 WS-REFUSE-CODE               PIC X(6).
       01 WS-REFUSE-REASON             PIC X(50).

      * Per-record switches
       01 WS-REC-SELECTED              PIC 9 VALUE 0.
       01 WS-REC-TOO-LONG              PIC 9 VALUE 0.
       01 WS-REC-HIST-FAILED           PIC 9 VALUE 0.

      * SAFE-EMAIL call fields
       01 WS-EMAIL-LENGTH              PIC 9(4).
       01 WS-EMAIL-RESULT              PIC 9.

      * SAFE-PHONE call fields
       01 WS-PHONE-LENGTH              PIC 9(2).
       01 WS-PHONE-DEFAULT-COUNTRY     PIC 9(4).
       01 WS-PHONE-PARSED-COUNTRY      PIC 9(4).
       01 WS-PHONE-NATIONAL-NUMBER     PIC X(15).
       01 WS-PHONE-EXTENSION           PIC X(10).
       01 WS-PHONE-TYPE                PIC 9.
       01 WS-PHONE-RESULT              PIC 9.
       01 WS-PHONE-ERROR-MSG           PIC X(50).
       01 WS-E164-OUTPUT               PIC X(20).
       01 WS-E164-LENGTH               PIC 9(2).
       01 WS-E164-RESULT               PIC 9.

      * SAFE-UUID call fields
       01 WS-UUID-RESULT               PIC 9.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * IS-VALID-COUNTRY call fields (see SAFE-COUNTRY.cob)
       01 WS-ISO-RESULT                PIC 9.
       01 WS-ISO-ACTIVE                PIC 9.

      * SAFE-ADDRESS call fields
       01 WS-POSTAL-RESULT             PIC 9.
       01 WS-POSTAL-ERROR-MSG          PIC X(50).

      * HASH-SHA256 call fields (SAFE-CRYPTO) - the rolling chain
      * over the rule file, as FEED-REGISTRY hashes a feed
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.
       01 WS-CHAIN-HASH                PIC X(64) VALUE SPACES.
       01 WS-RECORD-LEN                PIC 9(4).

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).

      * CUST-HIST-WRITE call fields (see PROVEN-CUST-HIST.cob)
       01 WS-CH-CUSTOMER-ID            PIC X(36).
       01 WS-CH-FIELD-NAME             PIC X(20).
       01 WS-CH-OLD-VALUE              PIC X(254).
       01 WS-CH-NEW-VALUE              PIC X(254).
       01 WS-CH-SOURCE                 PIC X(8).
       01 WS-CH-RESULT                 PIC 9.
       01 WS-CH-ERROR-MSG              PIC X(50).
       01 WS-CH-FAIL-SHOWN             PIC 9 VALUE 0.

      * Control counts
       01 WS-RECORDS-READ              PIC 9(8) VALUE 0.
       01 WS-RECORDS-SELECTED          PIC 9(8) VALUE 0.
       01 WS-RECORDS-CHANGED           PIC 9(8) VALUE 0.
       01 WS-FIELDS-CHANGED            PIC 9(8) VALUE 0.
       01 WS-RECORDS-REFUSED           PIC 9(8) VALUE 0.
       01 WS-HIST-FAIL-COUNT           PIC 9(8) VALUE 0.
       01 WS-HIST-ENTRIES-FOUND        PIC 9(8) VALUE 0.
       01 WS-RECORDS-RESTORED          PIC 9(8) VALUE 0.
       01 WS-FIELDS-RESTORED           PIC 9(8) VALUE 0.
       01 WS-ALREADY-RESTORED          PIC 9(8) VALUE 0.
       01 WS-NOT-RESTORED-COUNT        PIC 9(8) VALUE 0.
       01 WS-WORK-FAIL-COUNT           PIC 9(8) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(1).
          05 WS-DL-ACTION              PIC X(12).
          05 FILLER                    PIC X(1).
          05 WS-DL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(1).
          05 WS-DL-FIELD               PIC X(18).
          05 FILLER                    PIC X(1).
          05 WS-DL-BEFORE              PIC X(31).
          05 FILLER                    PIC X(1).
          05 WS-DL-AFTER               PIC X(30).

       01 WS-REASON-LINE.
          05 FILLER                    PIC X(14).
          05 WS-RL-CODE                PIC X(6).
          05 FILLER                    PIC X(1).
          05 WS-RL-TEXT                PIC X(111).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

       01 WS-RULE-NUMBER               PIC ZZ9.
       01 WS-CARD-NUMBER               PIC ZZZ9.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-INVAL                  PIC S9(4) COMP VALUE -2.
       01 WS-PS-PARSE                  PIC S9(4) COMP VALUE -6.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: load and prove the rules, check the approval,
      * then carry the update (or its rollback) through the master
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-RUN-PARM
           PERFORM OPEN-FILES

           PERFORM UNTIL WS-AT-MR-EOF
              READ MUPDRULE-FILE
                 AT END
                    MOVE 1 TO WS-MR-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-CARD
              END-READ
           END-PERFORM
           CLOSE MUPDRULE-FILE

           PERFORM CHECK-RULE-FILE
           PERFORM WRITE-RUN-HEADING

           IF WS-CARD-ERROR-COUNT > 0
              DISPLAY "CUSTMUPD: rule file refused, "
                 WS-CARD-ERROR-COUNT " card(s) in error - nothing "
                 "applied"
              CLOSE MUPDRPT-FILE
              CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT WS-IS-PREVIEW
              PERFORM CHECK-APPROVAL
           END-IF

           IF WS-MODE-IS-ROLLBACK
              PERFORM LOAD-ROLLBACK-ENTRIES
           END-IF

           PERFORM PROCESS-CUSTMAST
           PERFORM WRITE-RUN-TOTALS
           PERFORM CLOSE-FILES

           IF WS-MODE-IS-APPLY
              DISPLAY "CUSTMUPD: update " WS-UPDATE-ID " - "
                 WS-RECORDS-READ " read, "
                 WS-RECORDS-CHANGED " changed, "
                 WS-RECORDS-REFUSED " refused"
           ELSE
              DISPLAY "CUSTMUPD: rollback " WS-UPDATE-ID " - "
                 WS-RECORDS-READ " read, "
                 WS-RECORDS-RESTORED " restored, "
                 WS-NOT-RESTORED-COUNT " field(s) not restored"
           END-IF

           EVALUATE TRUE
              WHEN WS-HIST-FAIL-COUNT > 0
                 OR WS-WORK-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-RECORDS-REFUSED > 0
                 OR WS-NOT-RESTORED-COUNT > 0
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
      * READ-RUN-PARM: APPLY or ROLLBACK, and PREVIEW if given
      *================================================================
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-MODE
           MOVE SPACES TO WS-PARM-OPTION
           UNSTRING WS-PARM DELIMITED BY ALL " "
              INTO WS-PARM-MODE WS-PARM-OPTION
           END-UNSTRING

           EVALUATE WS-PARM-MODE
              WHEN "APPLY"
                 MOVE "A" TO WS-RUN-MODE
              WHEN "ROLLBACK"
                 MOVE "R" TO WS-RUN-MODE
              WHEN OTHER
                 DISPLAY "CUSTMUPD: PARM must be 'APPLY' or "
                    "'ROLLBACK', optionally followed by PREVIEW"
                 CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           EVALUATE WS-PARM-OPTION
              WHEN SPACES
                 MOVE 0 TO WS-PREVIEW-SWITCH
              WHEN "PREVIEW"
                 MOVE 1 TO WS-PREVIEW-SWITCH
              WHEN OTHER
                 DISPLAY "CUSTMUPD: unknown PARM option "
                    WS-PARM-OPTION
                 CALL "STATUS-TO-RC" USING WS-PS-PARSE WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       READ-RUN-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if the rule file or the
      * report cannot be opened. The master and history files are
      * opened by the pass that reads them
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT MUPDRULE-FILE
           IF WS-MR-FILE-STATUS NOT = "00"
              DISPLAY "CUSTMUPD: cannot open MUPDRULE, status="
                 WS-MR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT MUPDRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "CUSTMUPD: cannot open MUPDRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-CARD: fold the card into the content hash, then
      * take the header or stage the rule. A card in error is
      * listed and counted; any error refuses the whole file
      *================================================================
       TAKE-ONE-CARD SECTION.
           ADD 1 TO WS-CARDS-READ
           PERFORM HASH-ONE-CARD
           MOVE SPACES TO WS-CARD-ERROR

           EVALUATE TRUE
              WHEN MR-IS-COMMENT
                 CONTINUE
              WHEN MUPDRULE-RECORD = SPACES
                 CONTINUE
              WHEN MR-IS-HEADER
                 ADD 1 TO WS-HEADER-COUNT
                 IF WS-HEADER-COUNT > 1
                    MOVE "More than one header card" TO WS-CARD-ERROR
                 ELSE
                    IF MH-UPDATE-ID = SPACES
                       OR MH-UPDATE-ID(1:1) = SPACE
                       MOVE "Header card carries no update ID"
                          TO WS-CARD-ERROR
                    ELSE
                       MOVE MH-UPDATE-ID TO WS-UPDATE-ID
                       MOVE MH-DESCRIPTION TO WS-UPDATE-DESCRIPTION
                    END-IF
                 END-IF
              WHEN MR-IS-RULE
                 PERFORM STAGE-ONE-RULE
              WHEN OTHER
                 MOVE "Unknown card type" TO WS-CARD-ERROR
           END-EVALUATE

           IF WS-CARD-ERROR NOT = SPACES
              PERFORM WRITE-CARD-ERROR
           END-IF.

       TAKE-ONE-CARD-EXIT.
           EXIT.

      *================================================================
      * HASH-ONE-CARD: chain the card, trailing spaces dropped, onto
      * the running SHA-256 of the rule file
      *================================================================
       HASH-ONE-CARD SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-CHAIN-HASH TO WS-HASH-INPUT(1:64)
           IF MUPDRULE-RECORD = SPACES
              MOVE 0 TO WS-RECORD-LEN
           ELSE
              COMPUTE WS-RECORD-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(MUPDRULE-RECORD TRAILING))
              MOVE MUPDRULE-RECORD(1:WS-RECORD-LEN)
                 TO WS-HASH-INPUT(65:WS-RECORD-LEN)
           END-IF
           COMPUTE WS-HASH-INPUT-LEN = 64 + WS-RECORD-LEN

           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE WS-HASH-OUTPUT(1:64) TO WS-CHAIN-HASH.

       HASH-ONE-CARD-EXIT.
           EXIT.

      *================================================================
      * STAGE-ONE-RULE: prove the rule card and add it to the table
      *================================================================
       STAGE-ONE-RULE SECTION.
           IF WS-RULE-COUNT >= WS-RULE-MAX
              MOVE "More than 50 rule cards" TO WS-CARD-ERROR
              GO TO STAGE-ONE-RULE-EXIT
           END-IF

           IF MR-COUNTRY = SPACES AND MR-SEL-FIELD = SPACES
              MOVE "Rule selects every customer" TO WS-CARD-ERROR
              GO TO STAGE-ONE-RULE-EXIT
           END-IF

      *    The selection, when the rule has one
           IF MR-SEL-FIELD NOT = SPACES
              MOVE MR-SEL-FIELD TO WS-FLD-NAME
              PERFORM FIND-FIELD-WIDTH
              IF WS-FLD-WIDTH = 0
                 MOVE "Unknown selection field" TO WS-CARD-ERROR
                 GO TO STAGE-ONE-RULE-EXIT
              END-IF
              IF MR-SEL-TEST NOT = "EQ" AND MR-SEL-TEST NOT = "SW"
                 MOVE "Selection test must be EQ or SW"
                    TO WS-CARD-ERROR
                 GO TO STAGE-ONE-RULE-EXIT
              END-IF
              MOVE MR-SEL-VALUE TO WS-LEN-VALUE
              PERFORM MEASURE-VALUE
              IF MR-SEL-TEST = "SW" AND WS-VALUE-LEN = 0
                 MOVE "SW selection needs a value" TO WS-CARD-ERROR
                 GO TO STAGE-ONE-RULE-EXIT
              END-IF
              IF WS-VALUE-LEN > WS-FLD-WIDTH
                 MOVE "Selection value longer than its field"
                    TO WS-CARD-ERROR
                 GO TO STAGE-ONE-RULE-EXIT
              END-IF
              IF MR-SEL-FIELD = "PHONE-COUNTRY-CODE"
                 AND (MR-SEL-TEST NOT = "EQ"
                      OR MR-SEL-VALUE(1:4) NOT NUMERIC
                      OR WS-VALUE-LEN NOT = 4)
                 MOVE "PHONE-COUNTRY-CODE needs EQ and four digits"
                    TO WS-CARD-ERROR
                 GO TO STAGE-ONE-RULE-EXIT
              END-IF
           END-IF

      *    The transformation
           MOVE MR-TGT-FIELD TO WS-FLD-NAME
           PERFORM FIND-FIELD-WIDTH
           IF WS-FLD-WIDTH = 0
              MOVE "Unknown target field" TO WS-CARD-ERROR
              GO TO STAGE-ONE-RULE-EXIT
           END-IF
           IF MR-ACTION NOT = "SV" AND MR-ACTION NOT = "RP"
              MOVE "Action must be SV or RP" TO WS-CARD-ERROR
              GO TO STAGE-ONE-RULE-EXIT
           END-IF

           MOVE MR-TO-VALUE TO WS-LEN-VALUE
           PERFORM MEASURE-VALUE
           IF WS-VALUE-LEN > WS-FLD-WIDTH
              MOVE "To-value longer than its field" TO WS-CARD-ERROR
              GO TO STAGE-ONE-RULE-EXIT
           END-IF
           IF MR-TGT-FIELD = "PHONE-COUNTRY-CODE"
              AND (MR-ACTION NOT = "SV"
                   OR MR-TO-VALUE(1:4) NOT NUMERIC
                   OR WS-VALUE-LEN NOT = 4)
              MOVE "PHONE-COUNTRY-CODE needs SV and four digits"
                 TO WS-CARD-ERROR
              GO TO STAGE-ONE-RULE-EXIT
           END-IF

           IF MR-ACTION = "RP"
              MOVE MR-FROM-VALUE TO WS-LEN-VALUE
              PERFORM MEASURE-VALUE
              IF WS-VALUE-LEN = 0
                 MOVE "RP action needs a from-value" TO WS-CARD-ERROR
                 GO TO STAGE-ONE-RULE-EXIT
              END-IF
              IF WS-VALUE-LEN > WS-FLD-WIDTH
                 MOVE "From-value longer than its field"
                    TO WS-CARD-ERROR
                 GO TO STAGE-ONE-RULE-EXIT
              END-IF
           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-COUNT TO WS-RULE-IDX
           MOVE MR-COUNTRY TO RL-COUNTRY(WS-RULE-IDX)
           MOVE MR-SEL-FIELD TO RL-SEL-FIELD(WS-RULE-IDX)
           MOVE MR-SEL-TEST TO RL-SEL-TEST(WS-RULE-IDX)
           MOVE MR-SEL-VALUE TO RL-SEL-VALUE(WS-RULE-IDX)
           MOVE MR-SEL-VALUE TO WS-LEN-VALUE
           PERFORM MEASURE-VALUE
           MOVE WS-VALUE-LEN TO RL-SEL-LEN(WS-RULE-IDX)
           MOVE MR-TGT-FIELD TO RL-TGT-FIELD(WS-RULE-IDX)
           MOVE MR-ACTION TO RL-ACTION(WS-RULE-IDX)
           MOVE MR-FROM-VALUE TO RL-FROM-VALUE(WS-RULE-IDX)
           MOVE MR-FROM-VALUE TO WS-LEN-VALUE
           PERFORM MEASURE-VALUE
           MOVE WS-VALUE-LEN TO RL-FROM-LEN(WS-RULE-IDX)
           MOVE MR-TO-VALUE TO RL-TO-VALUE(WS-RULE-IDX)
           MOVE MR-TO-VALUE TO WS-LEN-VALUE
           PERFORM MEASURE-VALUE
           MOVE WS-VALUE-LEN TO RL-TO-LEN(WS-RULE-IDX)
           MOVE 0 TO RL-SELECTED(WS-RULE-IDX)
           MOVE 0 TO RL-TRANSFORMED(WS-RULE-IDX).

       STAGE-ONE-RULE-EXIT.
           EXIT.

      *================================================================
      * CHECK-RULE-FILE: the file as a whole needs its header and at
      * least one rule; the approval reference and change sources
      * follow from them
      *================================================================
       CHECK-RULE-FILE SECTION.
           IF WS-HEADER-COUNT = 0
              MOVE "No header card - the update has no ID"
                 TO WS-CARD-ERROR
              MOVE 0 TO WS-ERROR-CARD
              PERFORM WRITE-FILE-ERROR
           END-IF
           IF WS-RULE-COUNT = 0
              MOVE "No rule cards" TO WS-CARD-ERROR
              MOVE 0 TO WS-ERROR-CARD
              PERFORM WRITE-FILE-ERROR
           END-IF

           MOVE WS-CHAIN-HASH(1:16) TO WS-APPROVAL-REF
           MOVE SPACES TO WS-APPROVAL-KEY
           STRING "MASSUPD-" WS-UPDATE-ID
              DELIMITED BY SIZE INTO WS-APPROVAL-KEY
           MOVE SPACES TO WS-APPLY-SOURCE
           STRING "MU" WS-UPDATE-ID
              DELIMITED BY SIZE INTO WS-APPLY-SOURCE
           MOVE SPACES TO WS-ROLLBACK-SOURCE
           STRING "MR" WS-UPDATE-ID
              DELIMITED BY SIZE INTO WS-ROLLBACK-SOURCE.

       CHECK-RULE-FILE-EXIT.
           EXIT.

      *================================================================
      * CHECK-APPROVAL: a live run needs PARMMSTR MASSUPD-<ID>, in
      * force today, naming this rule file's approval reference
      *================================================================
       CHECK-APPROVAL SECTION.
           CALL "PARM-GET" USING WS-APPROVAL-KEY WS-TODAY WS-PG-VALUE
               WS-PG-STATUS WS-PG-MSG

           IF WS-PG-STATUS = 0
              AND FUNCTION UPPER-CASE(WS-PG-VALUE) = WS-APPROVAL-REF
              GO TO CHECK-APPROVAL-EXIT
           END-IF

           MOVE SPACES TO WS-HEADING-LINE
           IF WS-PG-STATUS = 0
              STRING "NOT APPROVED - " FUNCTION TRIM(WS-APPROVAL-KEY)
                 " NAMES A DIFFERENT RULE FILE - NOTHING APPLIED"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
           ELSE
              STRING "NOT APPROVED - " FUNCTION TRIM(WS-APPROVAL-KEY)
                 " IS NOT IN FORCE TODAY - NOTHING APPLIED"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
           END-IF
           WRITE MUPDRPT-RECORD FROM WS-HEADING-LINE

           DISPLAY "CUSTMUPD: update " WS-UPDATE-ID " not approved - "
              FUNCTION TRIM(WS-APPROVAL-KEY) " must be "
              WS-APPROVAL-REF
           CLOSE MUPDRPT-FILE
           CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       CHECK-APPROVAL-EXIT.
           EXIT.

      *================================================================
      * LOAD-ROLLBACK-ENTRIES: every change the update recorded,
      * folded per customer and field onto the emptied work file
      *================================================================
       LOAD-ROLLBACK-ENTRIES SECTION.
           OPEN INPUT CUST-HIST-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
              DISPLAY "CUSTMUPD: cannot open CUSTHIST, status="
                 WS-CH-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    The work file starts every run empty
           OPEN OUTPUT MUPDWRK-FILE
           IF WS-WK-FILE-STATUS = "00"
              CLOSE MUPDWRK-FILE
              OPEN I-O MUPDWRK-FILE
           END-IF
           IF WS-WK-FILE-STATUS NOT = "00"
              DISPLAY "CUSTMUPD: cannot open MUPDWRK, status="
                 WS-WK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE LOW-VALUES TO CH-KEY
           START CUST-HIST-FILE KEY NOT LESS THAN CH-KEY
              INVALID KEY
                 MOVE 1 TO WS-CH-EOF
           END-START

           PERFORM UNTIL WS-AT-CH-EOF
              READ CUST-HIST-FILE NEXT
                 AT END
                    MOVE 1 TO WS-CH-EOF
                 NOT AT END
                    IF CH-CHANGE-SOURCE = WS-APPLY-SOURCE
                       PERFORM TAKE-ONE-HISTORY-ENTRY
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CUST-HIST-FILE

           IF WS-HIST-ENTRIES-FOUND = 0
              DISPLAY "CUSTMUPD: no changes recorded under "
                 WS-APPLY-SOURCE " - nothing to roll back"
           END-IF.

       LOAD-ROLLBACK-ENTRIES-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-HISTORY-ENTRY: history runs oldest first within a
      * customer, so the first entry for a field holds the value to
      * go back to and the last the value the update left
      *================================================================
       TAKE-ONE-HISTORY-ENTRY SECTION.
           ADD 1 TO WS-HIST-ENTRIES-FOUND
           MOVE CH-CUSTOMER-ID TO WK-CUSTOMER-ID
           MOVE CH-FIELD-NAME TO WK-FIELD-NAME

           READ MUPDWRK-FILE
              INVALID KEY
                 MOVE CH-OLD-VALUE(1:40) TO WK-OLD-VALUE
                 MOVE CH-NEW-VALUE(1:40) TO WK-NEW-VALUE
                 WRITE MUPDWRK-RECORD
                    INVALID KEY
                       ADD 1 TO WS-WORK-FAIL-COUNT
                 END-WRITE
                 GO TO TAKE-ONE-HISTORY-ENTRY-EXIT
           END-READ

           MOVE CH-NEW-VALUE(1:40) TO WK-NEW-VALUE
           REWRITE MUPDWRK-RECORD
              INVALID KEY
                 ADD 1 TO WS-WORK-FAIL-COUNT
           END-REWRITE.

       TAKE-ONE-HISTORY-ENTRY-EXIT.
           EXIT.

      *================================================================
      * PROCESS-CUSTMAST: the old-master/new-master pass
      *================================================================
       PROCESS-CUSTMAST SECTION.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-FILE-STATUS NOT = "00"
              DISPLAY "CUSTMUPD: cannot open CUSTMAST, status="
                 WS-CM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-IS-PREVIEW
              OPEN OUTPUT CUSTMOUT-FILE
              IF WS-CO-FILE-STATUS NOT = "00"
                 DISPLAY "CUSTMUPD: cannot open CUSTMOUT, status="
                    WS-CO-FILE-STATUS
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           PERFORM UNTIL WS-AT-CM-EOF
              READ CUSTOMER-MASTER-FILE
                 AT END
                    MOVE 1 TO WS-CM-EOF
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                    IF WS-MODE-IS-APPLY
                       PERFORM UPDATE-ONE-CUSTOMER
                    ELSE
                       PERFORM ROLL-BACK-ONE-CUSTOMER
                    END-IF
                    IF NOT WS-IS-PREVIEW
                       MOVE WS-AFTER-IMAGE TO CUSTMOUT-RECORD
                       WRITE CUSTMOUT-RECORD
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           IF NOT WS-IS-PREVIEW
              CLOSE CUSTMOUT-FILE
           END-IF.

       PROCESS-CUSTMAST-EXIT.
           EXIT.

      *================================================================
      * UPDATE-ONE-CUSTOMER: apply every rule to WS-AFTER-IMAGE; a
      * record the amendment would put in fault, or whose history
      * cannot be written, goes out as it came in
      *================================================================
       UPDATE-ONE-CUSTOMER SECTION.
           MOVE 0 TO WS-REC-SELECTED
           MOVE 0 TO WS-REC-TOO-LONG

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              PERFORM APPLY-ONE-RULE
           END-PERFORM

           IF WS-REC-SELECTED = 1
              ADD 1 TO WS-RECORDS-SELECTED
           END-IF

           IF WS-AFTER-IMAGE = CUSTOMER-MASTER-RECORD
              GO TO UPDATE-ONE-CUSTOMER-EXIT
           END-IF

           IF WS-REC-TOO-LONG = 1
              MOVE "MUP001" TO WS-REFUSE-CODE
              MOVE "Transformed value longer than its field"
                 TO WS-REFUSE-REASON
              PERFORM REFUSE-ONE-CUSTOMER
              GO TO UPDATE-ONE-CUSTOMER-EXIT
           END-IF

      *    Only a fault the amendment introduces refuses it
           MOVE WS-AFTER-IMAGE TO WS-CHECK-IMAGE
           PERFORM CHECK-ONE-IMAGE
           MOVE WS-CK-FAULTS TO WS-AFTER-FAULTS
           MOVE WS-PHONE-ERROR-MSG TO WS-AFTER-PHONE-MSG
           MOVE WS-POSTAL-ERROR-MSG TO WS-AFTER-POSTAL-MSG
           IF WS-AFTER-FAULTS NOT = "00000"
              MOVE CUSTOMER-MASTER-RECORD TO WS-CHECK-IMAGE
              PERFORM CHECK-ONE-IMAGE
              MOVE WS-CK-FAULTS TO WS-BEFORE-FAULTS
              PERFORM FIND-INTRODUCED-FAULT
              IF WS-REFUSE-CODE NOT = SPACES
                 PERFORM REFUSE-ONE-CUSTOMER
                 GO TO UPDATE-ONE-CUSTOMER-EXIT
              END-IF
           END-IF

           MOVE "CHANGE" TO WS-DL-ACTION
           PERFORM LIST-CHANGED-FIELDS

           IF NOT WS-IS-PREVIEW
              MOVE WS-APPLY-SOURCE TO WS-CH-SOURCE
              PERFORM RECORD-CHANGED-FIELDS
              IF WS-REC-HIST-FAILED = 1
                 ADD 1 TO WS-HIST-FAIL-COUNT
                 MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                 MOVE "HIST FAILED" TO WS-DL-ACTION
                 MOVE CM-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
                 MOVE SPACES TO WS-DL-FIELD
                 MOVE "Left unchanged" TO WS-DL-BEFORE
                 MOVE SPACES TO WS-DL-AFTER
                 WRITE MUPDRPT-RECORD FROM WS-DETAIL-LINE
                 GO TO UPDATE-ONE-CUSTOMER-EXIT
              END-IF
           END-IF

           ADD 1 TO WS-RECORDS-CHANGED.

       UPDATE-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-RULE: rule WS-RULE-IDX, selected on the record as
      * it stood and applied to the amended image
      *================================================================
       APPLY-ONE-RULE SECTION.
           IF RL-COUNTRY(WS-RULE-IDX) NOT = SPACES
              AND RL-COUNTRY(WS-RULE-IDX) NOT = CM-COUNTRY
              GO TO APPLY-ONE-RULE-EXIT
           END-IF

           IF RL-SEL-FIELD(WS-RULE-IDX) NOT = SPACES
              MOVE RL-SEL-FIELD(WS-RULE-IDX) TO WS-FLD-NAME
              PERFORM GET-BEFORE-VALUE
              IF RL-SEL-TEST(WS-RULE-IDX) = "EQ"
                 IF WS-FLD-VALUE NOT = RL-SEL-VALUE(WS-RULE-IDX)
                    GO TO APPLY-ONE-RULE-EXIT
                 END-IF
              ELSE
                 IF WS-FLD-VALUE(1:RL-SEL-LEN(WS-RULE-IDX)) NOT =
                    RL-SEL-VALUE(WS-RULE-IDX)
                       (1:RL-SEL-LEN(WS-RULE-IDX))
                    GO TO APPLY-ONE-RULE-EXIT
                 END-IF
              END-IF
           END-IF

           ADD 1 TO RL-SELECTED(WS-RULE-IDX)
           MOVE 1 TO WS-REC-SELECTED

           MOVE RL-TGT-FIELD(WS-RULE-IDX) TO WS-FLD-NAME
           PERFORM FIND-FIELD-WIDTH
           PERFORM GET-AFTER-VALUE

           IF RL-ACTION(WS-RULE-IDX) = "SV"
              MOVE RL-TO-VALUE(WS-RULE-IDX) TO WS-NEW-VALUE
           ELSE
              IF WS-FLD-VALUE(1:RL-FROM-LEN(WS-RULE-IDX)) NOT =
                 RL-FROM-VALUE(WS-RULE-IDX)
                    (1:RL-FROM-LEN(WS-RULE-IDX))
                 GO TO APPLY-ONE-RULE-EXIT
              END-IF
              MOVE WS-FLD-VALUE TO WS-LEN-VALUE
              PERFORM MEASURE-VALUE
              MOVE WS-VALUE-LEN TO WS-FLD-LEN
              COMPUTE WS-NEW-LEN = RL-TO-LEN(WS-RULE-IDX)
                 + WS-FLD-LEN - RL-FROM-LEN(WS-RULE-IDX)
              IF WS-NEW-LEN > WS-FLD-WIDTH
                 MOVE 1 TO WS-REC-TOO-LONG
                 GO TO APPLY-ONE-RULE-EXIT
              END-IF
              MOVE SPACES TO WS-NEW-VALUE
              IF RL-TO-LEN(WS-RULE-IDX) > 0
                 MOVE RL-TO-VALUE(WS-RULE-IDX)
                    (1:RL-TO-LEN(WS-RULE-IDX))
                    TO WS-NEW-VALUE(1:RL-TO-LEN(WS-RULE-IDX))
              END-IF
              IF WS-FLD-LEN > RL-FROM-LEN(WS-RULE-IDX)
                 MOVE WS-FLD-VALUE(RL-FROM-LEN(WS-RULE-IDX) + 1:
                    WS-FLD-LEN - RL-FROM-LEN(WS-RULE-IDX))
                    TO WS-NEW-VALUE(RL-TO-LEN(WS-RULE-IDX) + 1:
                    WS-FLD-LEN - RL-FROM-LEN(WS-RULE-IDX))
              END-IF
           END-IF

           IF WS-NEW-VALUE = WS-FLD-VALUE
              GO TO APPLY-ONE-RULE-EXIT
           END-IF

           PERFORM PUT-AFTER-VALUE
           ADD 1 TO RL-TRANSFORMED(WS-RULE-IDX).

       APPLY-ONE-RULE-EXIT.
           EXIT.

      *================================================================
      * ROLL-BACK-ONE-CUSTOMER: put back each field the update
      * changed that still holds the value the update left
      *================================================================
       ROLL-BACK-ONE-CUSTOMER SECTION.
           MOVE CM-CUSTOMER-ID TO WK-CUSTOMER-ID
           MOVE LOW-VALUES TO WK-FIELD-NAME
           MOVE 0 TO WS-WK-EOF
           START MUPDWRK-FILE KEY NOT LESS THAN WK-KEY
              INVALID KEY
                 GO TO ROLL-BACK-ONE-CUSTOMER-EXIT
           END-START

           PERFORM UNTIL WS-AT-WK-EOF
              READ MUPDWRK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-WK-EOF
                 NOT AT END
                    IF WK-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                       MOVE 1 TO WS-WK-EOF
                    ELSE
                       PERFORM RESTORE-ONE-FIELD
                    END-IF
              END-READ
           END-PERFORM

           IF WS-AFTER-IMAGE = CUSTOMER-MASTER-RECORD
              GO TO ROLL-BACK-ONE-CUSTOMER-EXIT
           END-IF

           MOVE "RESTORE" TO WS-DL-ACTION
           PERFORM LIST-CHANGED-FIELDS

           IF NOT WS-IS-PREVIEW
              MOVE WS-ROLLBACK-SOURCE TO WS-CH-SOURCE
              PERFORM RECORD-CHANGED-FIELDS
              IF WS-REC-HIST-FAILED = 1
                 ADD 1 TO WS-HIST-FAIL-COUNT
                 MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                 MOVE "HIST FAILED" TO WS-DL-ACTION
                 MOVE CM-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
                 MOVE SPACES TO WS-DL-FIELD
                 MOVE "Left unchanged" TO WS-DL-BEFORE
                 MOVE SPACES TO WS-DL-AFTER
                 WRITE MUPDRPT-RECORD FROM WS-DETAIL-LINE
                 GO TO ROLL-BACK-ONE-CUSTOMER-EXIT
              END-IF
           END-IF

           ADD 1 TO WS-RECORDS-RESTORED.

       ROLL-BACK-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * RESTORE-ONE-FIELD: from the work entry in hand
      *================================================================
       RESTORE-ONE-FIELD SECTION.
           MOVE WK-FIELD-NAME TO WS-FLD-NAME
           PERFORM FIND-FIELD-WIDTH
           IF WS-FLD-WIDTH = 0
              GO TO RESTORE-ONE-FIELD-EXIT
           END-IF
           PERFORM GET-AFTER-VALUE

           EVALUATE TRUE
              WHEN WS-FLD-VALUE = WK-NEW-VALUE
                 MOVE WK-OLD-VALUE TO WS-NEW-VALUE
                 PERFORM PUT-AFTER-VALUE
              WHEN WS-FLD-VALUE = WK-OLD-VALUE
                 ADD 1 TO WS-ALREADY-RESTORED
              WHEN OTHER
                 ADD 1 TO WS-NOT-RESTORED-COUNT
                 MOVE "NOT RESTORED" TO WS-DL-ACTION
                 MOVE CM-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
                 MOVE WS-FLD-NAME TO WS-DL-FIELD
                 MOVE WS-FLD-VALUE TO WS-DL-BEFORE
                 MOVE WK-OLD-VALUE TO WS-DL-AFTER
                 WRITE MUPDRPT-RECORD FROM WS-DETAIL-LINE
                 MOVE SPACES TO WS-REASON-LINE
                 MOVE "MUP002" TO WS-RL-CODE
                 MOVE "Field changed again since the update"
                    TO WS-RL-TEXT
                 WRITE MUPDRPT-RECORD FROM WS-REASON-LINE
           END-EVALUATE.

       RESTORE-ONE-FIELD-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-IMAGE: the CUSTVALD checks on WS-CHECK-IMAGE, each
      * run whatever the others find
      * Output: WS-CK-FAULTS
      *================================================================
       CHECK-ONE-IMAGE SECTION.
           MOVE "00000" TO WS-CK-FAULTS

           COMPUTE WS-EMAIL-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(CK-EMAIL-ADDRESS))
           CALL "IS-VALID-EMAIL" USING CK-EMAIL-ADDRESS
               WS-EMAIL-LENGTH WS-EMAIL-RESULT
           IF WS-EMAIL-RESULT NOT = 1
              MOVE "1" TO WS-CK-FAULTS(1:1)
           END-IF

           COMPUTE WS-PHONE-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(CK-PHONE-NUMBER))
           MOVE CK-PHONE-COUNTRY-CODE TO WS-PHONE-DEFAULT-COUNTRY
           CALL "PARSE-PHONE" USING CK-PHONE-NUMBER WS-PHONE-LENGTH
               WS-PHONE-DEFAULT-COUNTRY WS-PHONE-PARSED-COUNTRY
               WS-PHONE-NATIONAL-NUMBER WS-PHONE-EXTENSION
               WS-PHONE-TYPE WS-PHONE-RESULT WS-PHONE-ERROR-MSG
           IF WS-PHONE-RESULT NOT = 1
              MOVE "1" TO WS-CK-FAULTS(2:1)
           ELSE
              CALL "TO-E164" USING WS-PHONE-PARSED-COUNTRY
                  WS-PHONE-NATIONAL-NUMBER WS-E164-OUTPUT
                  WS-E164-LENGTH WS-E164-RESULT
              IF WS-E164-RESULT NOT = 1
                 MOVE "1" TO WS-CK-FAULTS(2:1)
                 MOVE "Phone number has no E.164 form"
                    TO WS-PHONE-ERROR-MSG
              END-IF
           END-IF

           CALL "PARSE-UUID" USING CK-CUSTOMER-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
              MOVE "1" TO WS-CK-FAULTS(3:1)
           END-IF

           CALL "IS-VALID-COUNTRY" USING CK-COUNTRY
               WS-ISO-RESULT WS-ISO-ACTIVE
           IF WS-ISO-RESULT NOT = 1 OR WS-ISO-ACTIVE NOT = 1
              MOVE "1" TO WS-CK-FAULTS(4:1)
           END-IF

           CALL "VALIDATE-POSTAL-CODE" USING CK-COUNTRY
               CK-POSTAL-CODE WS-POSTAL-RESULT WS-POSTAL-ERROR-MSG
           IF WS-POSTAL-RESULT NOT = 1
              MOVE "1" TO WS-CK-FAULTS(5:1)
           END-IF.

       CHECK-ONE-IMAGE-EXIT.
           EXIT.

      *================================================================
      * FIND-INTRODUCED-FAULT: the first check the amended image
      * fails that the record as it stood passed, with CUSTVALD's
      * reason code for it
      * Output: WS-REFUSE-CODE (spaces when none), WS-REFUSE-REASON
      *================================================================
       FIND-INTRODUCED-FAULT SECTION.
           MOVE SPACES TO WS-REFUSE-CODE
           MOVE SPACES TO WS-REFUSE-REASON

           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > 5
                      OR WS-REFUSE-CODE NOT = SPACES
              IF WS-AFTER-FAULTS(WS-CHECK-IDX:1) = "1"
                 AND WS-BEFORE-FAULTS(WS-CHECK-IDX:1) = "0"
                 EVALUATE WS-CHECK-IDX
                    WHEN 1
                       MOVE "EML001" TO WS-REFUSE-CODE
                       MOVE "Invalid email address"
                          TO WS-REFUSE-REASON
                    WHEN 2
                       MOVE "PHN001" TO WS-REFUSE-CODE
                       MOVE WS-AFTER-PHONE-MSG TO WS-REFUSE-REASON
                    WHEN 3
                       MOVE "UID001" TO WS-REFUSE-CODE
                       MOVE "Invalid customer ID"
                          TO WS-REFUSE-REASON
                    WHEN 4
                       MOVE "CTY001" TO WS-REFUSE-CODE
                       MOVE "Unknown or retired ISO country code"
                          TO WS-REFUSE-REASON
                    WHEN 5
                       MOVE "ADR001" TO WS-REFUSE-CODE
                       MOVE WS-AFTER-POSTAL-MSG TO WS-REFUSE-REASON
                 END-EVALUATE
              END-IF
           END-PERFORM.

       FIND-INTRODUCED-FAULT-EXIT.
           EXIT.

      *================================================================
      * REFUSE-ONE-CUSTOMER: list what would have changed and why
      * it was not, and send the record out as it came in
      *================================================================
       REFUSE-ONE-CUSTOMER SECTION.
           MOVE "REFUSED" TO WS-DL-ACTION
           PERFORM LIST-CHANGED-FIELDS

           MOVE SPACES TO WS-REASON-LINE
           MOVE WS-REFUSE-CODE TO WS-RL-CODE
           MOVE WS-REFUSE-REASON TO WS-RL-TEXT
           WRITE MUPDRPT-RECORD FROM WS-REASON-LINE

           ADD 1 TO WS-RECORDS-REFUSED
           MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE.

       REFUSE-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * LIST-CHANGED-FIELDS: one before/after line per field that
      * differs between the master record and WS-AFTER-IMAGE, under
      * the action in WS-DL-ACTION
      *================================================================
       LIST-CHANGED-FIELDS SECTION.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
              MOVE FT-FIELD-NAME(WS-FIELD-IDX) TO WS-FLD-NAME
              PERFORM GET-BEFORE-VALUE
              MOVE WS-FLD-VALUE TO WS-OLD-VALUE
              PERFORM GET-AFTER-VALUE
              IF WS-FLD-VALUE NOT = WS-OLD-VALUE
                 MOVE CM-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
                 MOVE WS-FLD-NAME TO WS-DL-FIELD
                 MOVE WS-OLD-VALUE TO WS-DL-BEFORE
                 MOVE WS-FLD-VALUE TO WS-DL-AFTER
                 WRITE MUPDRPT-RECORD FROM WS-DETAIL-LINE
              END-IF
           END-PERFORM.

       LIST-CHANGED-FIELDS-EXIT.
           EXIT.

      *================================================================
      * RECORD-CHANGED-FIELDS: each changed field through the shared
      * history writer under change source WS-CH-SOURCE; an outage
      * is reported once
      * Output: WS-REC-HIST-FAILED
      *================================================================
       RECORD-CHANGED-FIELDS SECTION.
           MOVE 0 TO WS-REC-HIST-FAILED

           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                      OR WS-REC-HIST-FAILED = 1
              MOVE FT-FIELD-NAME(WS-FIELD-IDX) TO WS-FLD-NAME
              PERFORM GET-BEFORE-VALUE
              MOVE WS-FLD-VALUE TO WS-OLD-VALUE
              PERFORM GET-AFTER-VALUE
              IF WS-FLD-VALUE NOT = WS-OLD-VALUE
                 MOVE CM-CUSTOMER-ID TO WS-CH-CUSTOMER-ID
                 MOVE WS-FLD-NAME TO WS-CH-FIELD-NAME
                 MOVE WS-OLD-VALUE TO WS-CH-OLD-VALUE
                 MOVE WS-FLD-VALUE TO WS-CH-NEW-VALUE
                 CALL "CUST-HIST-WRITE" USING WS-CH-CUSTOMER-ID
                     WS-CH-FIELD-NAME WS-CH-OLD-VALUE WS-CH-NEW-VALUE
                     WS-CH-SOURCE WS-CH-RESULT WS-CH-ERROR-MSG
                 IF WS-CH-RESULT = 1
                    IF WS-MODE-IS-APPLY
                       ADD 1 TO WS-FIELDS-CHANGED
                    ELSE
                       ADD 1 TO WS-FIELDS-RESTORED
                    END-IF
                 ELSE
                    MOVE 1 TO WS-REC-HIST-FAILED
                    IF WS-CH-FAIL-SHOWN = 0
                       MOVE 1 TO WS-CH-FAIL-SHOWN
                       DISPLAY "CUSTMUPD: history not recorded - "
                          WS-CH-ERROR-MSG
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       RECORD-CHANGED-FIELDS-EXIT.
           EXIT.

      *================================================================
      * FIND-FIELD-WIDTH: WS-FLD-NAME's width on CUSTMAST, zero when
      * it is not a field a rule may name
      *================================================================
       FIND-FIELD-WIDTH SECTION.
           MOVE 0 TO WS-FLD-WIDTH
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
              IF FT-FIELD-NAME(WS-FIELD-IDX) = WS-FLD-NAME
                 MOVE FT-FIELD-WIDTH(WS-FIELD-IDX) TO WS-FLD-WIDTH
              END-IF
           END-PERFORM.

       FIND-FIELD-WIDTH-EXIT.
           EXIT.

      *================================================================
      * GET-BEFORE-VALUE: field WS-FLD-NAME of the master record as
      * read, into WS-FLD-VALUE
      *================================================================
       GET-BEFORE-VALUE SECTION.
           MOVE SPACES TO WS-FLD-VALUE
           EVALUATE WS-FLD-NAME
              WHEN "PHONE-NUMBER"
                 MOVE CM-PHONE-NUMBER TO WS-FLD-VALUE
              WHEN "PHONE-COUNTRY-CODE"
                 MOVE CM-PHONE-COUNTRY-CODE TO WS-FLD-VALUE
              WHEN "ADDR-LINE-1"
                 MOVE CM-ADDR-LINE-1 TO WS-FLD-VALUE
              WHEN "ADDR-LINE-2"
                 MOVE CM-ADDR-LINE-2 TO WS-FLD-VALUE
              WHEN "CITY"
                 MOVE CM-CITY TO WS-FLD-VALUE
              WHEN "REGION"
                 MOVE CM-REGION TO WS-FLD-VALUE
              WHEN "POSTAL-CODE"
                 MOVE CM-POSTAL-CODE TO WS-FLD-VALUE
           END-EVALUATE.

       GET-BEFORE-VALUE-EXIT.
           EXIT.

      *================================================================
      * GET-AFTER-VALUE: the same from WS-AFTER-IMAGE
      *================================================================
       GET-AFTER-VALUE SECTION.
           MOVE SPACES TO WS-FLD-VALUE
           EVALUATE WS-FLD-NAME
              WHEN "PHONE-NUMBER"
                 MOVE AF-PHONE-NUMBER TO WS-FLD-VALUE
              WHEN "PHONE-COUNTRY-CODE"
                 MOVE AF-PHONE-COUNTRY-CODE TO WS-FLD-VALUE
              WHEN "ADDR-LINE-1"
                 MOVE AF-ADDR-LINE-1 TO WS-FLD-VALUE
              WHEN "ADDR-LINE-2"
                 MOVE AF-ADDR-LINE-2 TO WS-FLD-VALUE
              WHEN "CITY"
                 MOVE AF-CITY TO WS-FLD-VALUE
              WHEN "REGION"
                 MOVE AF-REGION TO WS-FLD-VALUE
              WHEN "POSTAL-CODE"
                 MOVE AF-POSTAL-CODE TO WS-FLD-VALUE
           END-EVALUATE.

       GET-AFTER-VALUE-EXIT.
           EXIT.

      *================================================================
      * PUT-AFTER-VALUE: WS-NEW-VALUE into field WS-FLD-NAME of
      * WS-AFTER-IMAGE
      *================================================================
       PUT-AFTER-VALUE SECTION.
           EVALUATE WS-FLD-NAME
              WHEN "PHONE-NUMBER"
                 MOVE WS-NEW-VALUE TO AF-PHONE-NUMBER
              WHEN "PHONE-COUNTRY-CODE"
                 IF WS-NEW-VALUE(1:4) IS NUMERIC
                    MOVE WS-NEW-VALUE(1:4) TO AF-PHONE-COUNTRY-CODE
                 END-IF
              WHEN "ADDR-LINE-1"
                 MOVE WS-NEW-VALUE TO AF-ADDR-LINE-1
              WHEN "ADDR-LINE-2"
                 MOVE WS-NEW-VALUE TO AF-ADDR-LINE-2
              WHEN "CITY"
                 MOVE WS-NEW-VALUE TO AF-CITY
              WHEN "REGION"
                 MOVE WS-NEW-VALUE TO AF-REGION
              WHEN "POSTAL-CODE"
                 MOVE WS-NEW-VALUE TO AF-POSTAL-CODE
           END-EVALUATE.

       PUT-AFTER-VALUE-EXIT.
           EXIT.

      *================================================================
      * MEASURE-VALUE: length of WS-LEN-VALUE without its trailing
      * spaces (leading spaces count - they are part of a prefix)
      * Output: WS-VALUE-LEN
      *================================================================
       MEASURE-VALUE SECTION.
           IF WS-LEN-VALUE = SPACES
              MOVE 0 TO WS-VALUE-LEN
           ELSE
              COMPUTE WS-VALUE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-LEN-VALUE TRAILING))
           END-IF.

       MEASURE-VALUE-EXIT.
           EXIT.

      *================================================================
      * WRITE-CARD-ERROR: refuse the rule card in hand
      *================================================================
       WRITE-CARD-ERROR SECTION.
           MOVE WS-CARDS-READ TO WS-ERROR-CARD
           PERFORM WRITE-FILE-ERROR.

       WRITE-CARD-ERROR-EXIT.
           EXIT.

      *================================================================
      * WRITE-FILE-ERROR: keep a rule-file error against card
      * WS-ERROR-CARD (zero for the file as a whole) for the
      * heading; past the twentieth it is only counted
      *================================================================
       WRITE-FILE-ERROR SECTION.
           ADD 1 TO WS-CARD-ERROR-COUNT
           IF WS-CARD-ERROR-COUNT <= WS-ERROR-MAX
              MOVE WS-ERROR-CARD TO ER-CARD-NUMBER(WS-CARD-ERROR-COUNT)
              MOVE WS-CARD-ERROR TO ER-TEXT(WS-CARD-ERROR-COUNT)
           END-IF.

       WRITE-FILE-ERROR-EXIT.
           EXIT.

      *================================================================
      * LIST-FILE-ERRORS: the errors kept by WRITE-FILE-ERROR
      *================================================================
       LIST-FILE-ERRORS SECTION.
           PERFORM VARYING WS-ERROR-IDX FROM 1 BY 1
                   UNTIL WS-ERROR-IDX > WS-CARD-ERROR-COUNT
                      OR WS-ERROR-IDX > WS-ERROR-MAX
              MOVE SPACES TO WS-HEADING-LINE
              IF ER-CARD-NUMBER(WS-ERROR-IDX) = 0
                 STRING "RULE FILE REFUSED - "
                    FUNCTION TRIM(ER-TEXT(WS-ERROR-IDX))
                    DELIMITED BY SIZE INTO WS-HL-TEXT
              ELSE
                 MOVE ER-CARD-NUMBER(WS-ERROR-IDX) TO WS-CARD-NUMBER
                 STRING "CARD " WS-CARD-NUMBER " REFUSED - "
                    FUNCTION TRIM(ER-TEXT(WS-ERROR-IDX))
                    DELIMITED BY SIZE INTO WS-HL-TEXT
              END-IF
              WRITE MUPDRPT-RECORD FROM WS-HEADING-LINE
           END-PERFORM.

       LIST-FILE-ERRORS-EXIT.
           EXIT.

      *================================================================
      * WRITE-RUN-HEADING: the run, the update, its approval, its
      * rules and any rule-file errors
      *================================================================
       WRITE-RUN-HEADING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           EVALUATE TRUE
              WHEN WS-MODE-IS-APPLY AND WS-IS-PREVIEW
                 MOVE "CUSTMUPD - CUSTOMER MASS UPDATE PREVIEW - NO "
                    & "UPDATES" TO WS-HL-TEXT
              WHEN WS-MODE-IS-APPLY
                 MOVE "CUSTMUPD - CUSTOMER MASS UPDATE" TO WS-HL-TEXT
              WHEN WS-IS-PREVIEW
                 MOVE "CUSTMUPD - CUSTOMER MASS UPDATE ROLLBACK "
                    & "PREVIEW - NO UPDATES" TO WS-HL-TEXT
              WHEN OTHER
                 MOVE "CUSTMUPD - CUSTOMER MASS UPDATE ROLLBACK"
                    TO WS-HL-TEXT
           END-EVALUATE
           WRITE MUPDRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "UPDATE " WS-UPDATE-ID "  "
              FUNCTION TRIM(WS-UPDATE-DESCRIPTION)
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE MUPDRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "APPROVAL REFERENCE " WS-APPROVAL-REF
              " - PARMMSTR " FUNCTION TRIM(WS-APPROVAL-KEY)
              " MUST CARRY IT, APPROVED BY A SECOND USER"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE MUPDRPT-RECORD FROM WS-HEADING-LINE

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              MOVE WS-RULE-IDX TO WS-RULE-NUMBER
              MOVE SPACES TO WS-HEADING-LINE
              STRING "RULE " WS-RULE-NUMBER ": "
                 RL-COUNTRY(WS-RULE-IDX) " "
                 FUNCTION TRIM(RL-SEL-FIELD(WS-RULE-IDX)) " "
                 RL-SEL-TEST(WS-RULE-IDX) " '"
                 FUNCTION TRIM(RL-SEL-VALUE(WS-RULE-IDX) TRAILING)
                 "' -> "
                 FUNCTION TRIM(RL-TGT-FIELD(WS-RULE-IDX)) " "
                 RL-ACTION(WS-RULE-IDX) " '"
                 FUNCTION TRIM(RL-FROM-VALUE(WS-RULE-IDX) TRAILING)
                 "' '"
                 FUNCTION TRIM(RL-TO-VALUE(WS-RULE-IDX) TRAILING)
                 "'"
                 DELIMITED BY SIZE INTO WS-HL-TEXT
              WRITE MUPDRPT-RECORD FROM WS-HEADING-LINE
           END-PERFORM

           PERFORM LIST-FILE-ERRORS

           MOVE SPACES TO WS-HEADING-LINE
           WRITE MUPDRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-RUN-HEADING-EXIT.
           EXIT.

      *================================================================
      * WRITE-RUN-TOTALS
      *================================================================
       WRITE-RUN-TOTALS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE MUPDRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-RECORDS-READ TO WS-RPT-COUNT
           WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

           IF WS-MODE-IS-APPLY
              MOVE "RECORDS SELECTED" TO WS-RPT-LABEL
              MOVE WS-RECORDS-SELECTED TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "RECORDS CHANGED" TO WS-RPT-LABEL
              MOVE WS-RECORDS-CHANGED TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "FIELDS CHANGED" TO WS-RPT-LABEL
              MOVE WS-FIELDS-CHANGED TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "RECORDS REFUSED" TO WS-RPT-LABEL
              MOVE WS-RECORDS-REFUSED TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                      UNTIL WS-RULE-IDX > WS-RULE-COUNT
                 MOVE WS-RULE-IDX TO WS-RULE-NUMBER
                 MOVE SPACES TO WS-RPT-LABEL
                 STRING "RULE " WS-RULE-NUMBER " SELECTED"
                    DELIMITED BY SIZE INTO WS-RPT-LABEL
                 MOVE RL-SELECTED(WS-RULE-IDX) TO WS-RPT-COUNT
                 WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE
                 MOVE SPACES TO WS-RPT-LABEL
                 STRING "RULE " WS-RULE-NUMBER " TRANSFORMED"
                    DELIMITED BY SIZE INTO WS-RPT-LABEL
                 MOVE RL-TRANSFORMED(WS-RULE-IDX) TO WS-RPT-COUNT
                 WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE
              END-PERFORM
           ELSE
              MOVE "HISTORY ENTRIES FOUND" TO WS-RPT-LABEL
              MOVE WS-HIST-ENTRIES-FOUND TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "RECORDS RESTORED" TO WS-RPT-LABEL
              MOVE WS-RECORDS-RESTORED TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "FIELDS RESTORED" TO WS-RPT-LABEL
              MOVE WS-FIELDS-RESTORED TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "FIELDS ALREADY RESTORED" TO WS-RPT-LABEL
              MOVE WS-ALREADY-RESTORED TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "FIELDS NOT RESTORED" TO WS-RPT-LABEL
              MOVE WS-NOT-RESTORED-COUNT TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE

              MOVE "WORK FILE FAILURES" TO WS-RPT-LABEL
              MOVE WS-WORK-FAIL-COUNT TO WS-RPT-COUNT
              WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE
           END-IF

           MOVE "HISTORY FAILURES" TO WS-RPT-LABEL
           MOVE WS-HIST-FAIL-COUNT TO WS-RPT-COUNT
           WRITE MUPDRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           IF WS-MODE-IS-ROLLBACK
              CLOSE MUPDWRK-FILE
           END-IF
           CLOSE MUPDRPT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CUSTMUPD.
