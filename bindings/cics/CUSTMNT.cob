      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven CustMaint - online customer master create/amend
      * against the CUSTONL KSDS
      *

      *================================================================
      * CUSTMNT is a pseudo-conversational CICS transaction (TRANID
      * CMNT) fronting the CUSTMNT1 map, in the TBLMAINT mould. The
      * customer master proper (CUSTMAST) is a sequential file the
      * batch suite rewrites old-master/new-master, so it cannot be
      * updated from CICS; the online copy of it is the CUSTONL
      * KSDS - the CUSTOMER-MASTER-RECORD image keyed by customer
      * ID, plus a pending-sync flag and the last changing userid -
      * which the CUSTSYNC batch step refreshes from CUSTMAST each
      * night and folds the day's online changes back into it. An
      * agent can:
      *
      *   I  inquire - show the record and its validation status
      *   A  add a new customer under a new customer ID
      *   U  amend an existing customer - only the fields keyed are
      *      changed, the rest keep their current values
      *
      * Every field of the resulting record is checked as it is
      * entered, with the same routines the VALGATE gateway
      * dispatches to - IS-VALID-EMAIL (with the PARSE-EMAIL/
      * SUGGEST-EMAIL-DOMAIN near-miss check CUSTVALD applies),
      * PARSE-PHONE/TO-E164 - plus IS-VALID-COUNTRY and
      * VALIDATE-POSTAL-CODE, and PARSE-UUID on a new customer ID,
      * in CUSTVALD's order. The first failure is reported with
      * the cursor on the offending field and nothing is written.
      *
      * A clean add or amend lands at once on CUSTONL, and the
      * customer's VALSTAT record is set good with the new E.164
      * phone and the moment of the change, so CUSTINQ shows the
      * new status straight away instead of after the overnight
      * CUSTVALD sweep (bounce fields are BNCLOAD's and are kept).
      * The postal-verification grade is ADDRVRFY's and is kept as
      * well, unless the change touched the address - then it is
      * cleared to ungraded until the next ADDRVRFY run grades the
      * new address against the postal reference file.
      *
      * Knowing an email or phone is well formed is not knowing the
      * customer holds it, so an add or amend that brings in a new
      * email address or phone number marks that contact unproven
      * (N) on VALSTAT. CUST-HIST queues a CONTVRFY notice off the
      * CHST entry and NTFBUILD sends the one-time code to the new
      * contact; until the code comes back through VALGATE the
      * contact is not used for statements and the customer's
      * payments are held for a second operator. A contact that is
      * blanked out is simply left with no flag.
      * Batch I/O is not available under CICS, so each change goes
      * through the queues the batch writers drain:
      *
      *   TJRN  before/after images for VALSTAT and for CUSTONL (in
      *         160-byte segments, keyed by customer ID and segment
      *         number) - JRNDRAIN lands them on VSAMJRNL through
      *         the JRNL-WRITE layout, for REPLAY
      *   CHST  one entry per changed field, old and new values and
      *         the agent's userid - CHSTDRN lands them on CUSTHIST
      *         through CUST-HIST-WRITE-AT under the online
      *         timestamp
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the CUSTMNT1 map's symbolic map, field for field -
      * see CUSTMNT.bms for the map source this is generated from
       01 CUSTMNT1I.
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(1).
          05 CIDFL                     PIC S9(4) COMP.
          05 CIDFF                     PIC X.
          05 CIDFI                     PIC X(36).
          05 NAMFL                     PIC S9(4) COMP.
          05 NAMFF                     PIC X.
          05 NAMFI                     PIC X(60).
          05 EMLFL                     PIC S9(4) COMP.
          05 EMLFF                     PIC X.
          05 EMLFI                     PIC X(60).
          05 PHNFL                     PIC S9(4) COMP.
          05 PHNFF                     PIC X.
          05 PHNFI                     PIC X(30).
          05 PCCFL                     PIC S9(4) COMP.
          05 PCCFF                     PIC X.
          05 PCCFI                     PIC X(4).
          05 AD1FL                     PIC S9(4) COMP.
          05 AD1FF                     PIC X.
          05 AD1FI                     PIC X(40).
          05 AD2FL                     PIC S9(4) COMP.
          05 AD2FF                     PIC X.
          05 AD2FI                     PIC X(40).
          05 CTYFL                     PIC S9(4) COMP.
          05 CTYFF                     PIC X.
          05 CTYFI                     PIC X(30).
          05 RGNFL                     PIC S9(4) COMP.
          05 RGNFF                     PIC X.
          05 RGNFI                     PIC X(20).
          05 PSTFL                     PIC S9(4) COMP.
          05 PSTFF                     PIC X.
          05 PSTFI                     PIC X(10).
          05 CNTFL                     PIC S9(4) COMP.
          05 CNTFF                     PIC X.
          05 CNTFI                     PIC X(2).
          05 STAFL                     PIC S9(4) COMP.
          05 STAFF                     PIC X.
          05 STAFI                     PIC X(10).
          05 E164FL                    PIC S9(4) COMP.
          05 E164FF                    PIC X.
          05 E164FI                    PIC X(20).
          05 BYFL                      PIC S9(4) COMP.
          05 BYFF                      PIC X.
          05 BYFI                      PIC X(8).
          05 TSFL                      PIC S9(4) COMP.
          05 TSFF                      PIC X.
          05 TSFI                      PIC X(14).
          05 SYNFL                     PIC S9(4) COMP.
          05 SYNFF                     PIC X.
          05 SYNFI                     PIC X(1).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).

       01 CUSTMNT1O REDEFINES CUSTMNT1I.
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 CIDFO                     PIC X(36).
          05 FILLER                    PIC X(03).
          05 NAMFO                     PIC X(60).
          05 FILLER                    PIC X(03).
          05 EMLFO                     PIC X(60).
          05 FILLER                    PIC X(03).
          05 PHNFO                     PIC X(30).
          05 FILLER                    PIC X(03).
          05 PCCFO                     PIC X(4).
          05 FILLER                    PIC X(03).
          05 AD1FO                     PIC X(40).
          05 FILLER                    PIC X(03).
          05 AD2FO                     PIC X(40).
          05 FILLER                    PIC X(03).
          05 CTYFO                     PIC X(30).
          05 FILLER                    PIC X(03).
          05 RGNFO                     PIC X(20).
          05 FILLER                    PIC X(03).
          05 PSTFO                     PIC X(10).
          05 FILLER                    PIC X(03).
          05 CNTFO                     PIC X(2).
          05 FILLER                    PIC X(03).
          05 STAFO                     PIC X(10).
          05 FILLER                    PIC X(03).
          05 E164FO                    PIC X(20).
          05 FILLER                    PIC X(03).
          05 BYFO                      PIC X(8).
          05 FILLER                    PIC X(03).
          05 TSFO                      PIC X(14).
          05 FILLER                    PIC X(03).
          05 SYNFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * The CUSTONL online customer master record - the CUSTMAST.cpy
      * CUSTOMER-MASTER-RECORD image followed by the online sync
      * fields; mirrored in CUSTSYNC.cob and REPLAY.cob
       01 CUSTONL-RECORD.
          05 CO-CUSTOMER-IMAGE.
             10 CO-CUSTOMER-ID         PIC X(36).
             10 CO-CUSTOMER-NAME       PIC X(60).
             10 CO-EMAIL-ADDRESS       PIC X(254).
             10 CO-PHONE-NUMBER        PIC X(30).
             10 CO-PHONE-COUNTRY-CODE  PIC 9(4).
             10 CO-ADDR-LINE-1         PIC X(40).
             10 CO-ADDR-LINE-2         PIC X(40).
             10 CO-CITY                PIC X(30).
             10 CO-REGION              PIC X(20).
             10 CO-POSTAL-CODE         PIC X(10).
             10 CO-COUNTRY             PIC X(2).
          05 CO-SYNC-STATUS            PIC X(1).
             88 CO-IN-STEP             VALUE " ".
             88 CO-ADDED-ONLINE        VALUE "A".
             88 CO-AMENDED-ONLINE      VALUE "U".
          05 CO-CHANGED-BY             PIC X(8).
          05 CO-CHANGED-TS             PIC 9(14).
          05 CO-SYNCED-DATE            PIC 9(8).
          05 FILLER                    PIC X(3).

      * The record as it stood before this change, for the history
      * and journal before-images
       01 WS-PRIOR-RECORD.
          05 PR-CUSTOMER-ID            PIC X(36).
          05 PR-CUSTOMER-NAME          PIC X(60).
          05 PR-EMAIL-ADDRESS          PIC X(254).
          05 PR-PHONE-NUMBER           PIC X(30).
          05 PR-PHONE-COUNTRY-CODE     PIC 9(4).
          05 PR-ADDR-LINE-1            PIC X(40).
          05 PR-ADDR-LINE-2            PIC X(40).
          05 PR-CITY                   PIC X(30).
          05 PR-REGION                 PIC X(20).
          05 PR-POSTAL-CODE            PIC X(10).
          05 PR-COUNTRY                PIC X(2).
          05 FILLER                    PIC X(34).

      * Mirrors VALSTLD.cob's VALSTAT-RECORD field for field
       01 VALSTAT-RECORD.
          05 VS-CUSTOMER-ID            PIC X(36).
          05 VS-STATUS                 PIC X(1).
             88 VS-IS-GOOD             VALUE "G".
             88 VS-IS-REJECTED         VALUE "R".
          05 VS-PHONE-E164             PIC X(20).
          05 VS-REJECT-REASON          PIC X(50).
          05 VS-RUN-TIMESTAMP          PIC X(21).
          05 VS-EMAIL-UNDELIV          PIC X(1).
          05 VS-BOUNCE-REASON          PIC X(20).
          05 VS-BOUNCE-DATE            PIC 9(8).
          05 VS-ADDR-GRADE             PIC X(1).
          05 VS-EMAIL-VERIFIED         PIC X(1).
          05 VS-PHONE-VERIFIED         PIC X(1).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-CUSTOMER-KEY              PIC X(36).
       01 WS-USERID                    PIC X(8).
       01 WS-MSG                       PIC X(76).
       01 WS-CHANGE-TS                 PIC X(21).
       01 WS-DIAL-TEXT                 PIC X(4).
       01 WS-FIELDS-KEYED              PIC 9(2).

      * Set when the change left a new email or phone awaiting its
      * one-time code
       01 WS-CONTACT-UNPROVEN          PIC X(1).
          88 WS-NEW-CONTACT-UNPROVEN   VALUE "Y".

       01 WS-ACTION-CHOICE             PIC X.
          88 WS-ACTION-IS-INQUIRE      VALUE "I".
          88 WS-ACTION-IS-ADD          VALUE "A".
          88 WS-ACTION-IS-UPDATE       VALUE "U".

      * The field the first failing check belongs to, for the
      * cursor on the re-send
       01 WS-BAD-FIELD                 PIC X(8).

      * IS-VALID-EMAIL call fields (see SAFE-EMAIL.cob)
       01 WS-EMAIL-LENGTH              PIC 9(4).
       01 WS-EMAIL-RESULT              PIC 9.

      * PARSE-EMAIL / SUGGEST-EMAIL-DOMAIN call fields (see
      * CUSTVALD.cob)
       01 WS-PE-RESULT                 PIC 9.
       01 WS-PE-LOCAL-PART             PIC X(64).
       01 WS-PE-DOMAIN                 PIC X(255).
       01 WS-PE-ERROR-MSG              PIC X(100).
       01 WS-SUGGEST-RESULT            PIC 9.
       01 WS-SUGGESTED-DOMAIN          PIC X(20).

      * PARSE-PHONE / TO-E164 call fields (see SAFE-PHONE.cob)
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

      * PARSE-UUID call fields (see SAFE-UUID.cob)
       01 WS-UUID-RESULT               PIC 9.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * IS-VALID-COUNTRY call fields (see SAFE-COUNTRY.cob)
       01 WS-ISO-RESULT                PIC 9.
       01 WS-ISO-ACTIVE                PIC 9.

      * VALIDATE-POSTAL-CODE call fields (see SAFE-ADDRESS.cob)
       01 WS-POSTAL-RESULT             PIC 9.
       01 WS-POSTAL-ERROR-MSG          PIC X(50).

      * One forward-recovery journal entry queued on the TJRN
      * transient data queue per change - must match
      * PROVEN-JRNL-WRITE's layout field for field, so JRNDRAIN
      * can pass it through untouched
       01 WS-TDQ-JOURNAL-RECORD.
          05 WS-JR-TIMESTAMP           PIC 9(14).
          05 WS-JR-DATASET             PIC X(8).
          05 WS-JR-ACTION              PIC X(1).
          05 WS-JR-RECORD-KEY          PIC X(64).
          05 WS-JR-BEFORE-IMAGE        PIC X(160).
          05 WS-JR-AFTER-IMAGE         PIC X(160).
       01 WS-TDQ-JOURNAL-LENGTH        PIC S9(4) COMP VALUE +407.
       01 WS-JRNL-RESP                 PIC S9(8) COMP.
       01 WS-VALSTAT-BEFORE            PIC X(160).

      * A CUSTONL record is wider than one journal image, so it is
      * journaled as four 160-byte segments of these images - the
      * segment number rides in the key after the customer ID
       01 WS-JOURNAL-BEFORE            PIC X(640).
       01 WS-JOURNAL-AFTER             PIC X(640).
       01 WS-SEGMENT-NO                PIC 9.
       01 WS-SEGMENT-OFFSET            PIC 9(3).

      * One customer-history entry queued on the CHST transient
      * data queue per changed field - mirrored in CHSTDRN.cob
       01 WS-TDQ-HISTORY-RECORD.
          05 WS-HQ-EFFECTIVE-TS        PIC X(21).
          05 WS-HQ-CUSTOMER-ID         PIC X(36).
          05 WS-HQ-FIELD-NAME          PIC X(20).
          05 WS-HQ-OLD-VALUE           PIC X(254).
          05 WS-HQ-NEW-VALUE           PIC X(254).
          05 WS-HQ-CHANGE-SOURCE       PIC X(8).
       01 WS-TDQ-HISTORY-LENGTH        PIC S9(4) COMP VALUE +593.

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: send the map on first entry, otherwise receive
      * and act on the agent's request, then re-send the map
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-MAP)
                ERROR(ABEND-EXIT)
           END-EXEC

           EXEC CICS RECEIVE MAP('CUSTMNT1') MAPSET('CMNTSET')
                INTO(CUSTMNT1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM PROCESS-REQUEST
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('CMNT') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO CUSTMNT1O
           EXEC CICS SEND MAP('CUSTMNT1') MAPSET('CMNTSET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('CMNT') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * PROCESS-REQUEST: validate the action and customer ID, then
      * inquire, add or amend
      *================================================================
       PROCESS-REQUEST SECTION.
           MOVE SPACES TO WS-MSG
           MOVE "N" TO WS-CONTACT-UNPROVEN
           MOVE SPACES TO WS-BAD-FIELD

           MOVE ACTFI TO WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
              TO WS-ACTION-CHOICE
           IF NOT WS-ACTION-IS-INQUIRE AND NOT WS-ACTION-IS-ADD
              AND NOT WS-ACTION-IS-UPDATE
              MOVE "ACTION MUST BE I, A OR U" TO WS-MSG
              MOVE "ACTION" TO WS-BAD-FIELD
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF CIDFL = 0 OR CIDFI = SPACES
              MOVE "CUSTOMER ID IS REQUIRED" TO WS-MSG
              MOVE "CUSTID" TO WS-BAD-FIELD
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           MOVE SPACES TO WS-CUSTOMER-KEY
           MOVE CIDFI TO WS-CUSTOMER-KEY
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           EVALUATE TRUE
              WHEN WS-ACTION-IS-INQUIRE
                 PERFORM INQUIRE-CUSTOMER
              WHEN WS-ACTION-IS-ADD
                 PERFORM ADD-CUSTOMER
              WHEN OTHER
                 PERFORM AMEND-CUSTOMER
           END-EVALUATE.

       PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================
      * INQUIRE-CUSTOMER: show the record and its current status
      *================================================================
       INQUIRE-CUSTOMER SECTION.
           EXEC CICS READ DATASET('CUSTONL')
                INTO(CUSTONL-RECORD)
                RIDFLD(WS-CUSTOMER-KEY)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "CUSTOMER NOT ON FILE" TO WS-MSG
              GO TO INQUIRE-CUSTOMER-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING CUSTOMER FILE" TO WS-MSG
              GO TO INQUIRE-CUSTOMER-EXIT
           END-IF

           PERFORM SHOW-CUSTOMER-RECORD
           PERFORM SHOW-VALIDATION-STATUS
           MOVE "INQUIRY COMPLETE" TO WS-MSG.

       INQUIRE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * ADD-CUSTOMER: a new customer ID, built from the keyed fields
      * alone, checked in full before anything is written
      *================================================================
       ADD-CUSTOMER SECTION.
           EXEC CICS READ DATASET('CUSTONL')
                INTO(CUSTONL-RECORD)
                RIDFLD(WS-CUSTOMER-KEY)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE "CUSTOMER ID ALREADY ON FILE - USE U TO AMEND"
                 TO WS-MSG
              MOVE "CUSTID" TO WS-BAD-FIELD
              GO TO ADD-CUSTOMER-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NOTFND)
              MOVE "ERROR READING CUSTOMER FILE" TO WS-MSG
              GO TO ADD-CUSTOMER-EXIT
           END-IF

           MOVE SPACES TO WS-PRIOR-RECORD
           MOVE 0 TO PR-PHONE-COUNTRY-CODE
           MOVE SPACES TO CUSTONL-RECORD
           MOVE WS-CUSTOMER-KEY TO CO-CUSTOMER-ID
           MOVE 0 TO CO-PHONE-COUNTRY-CODE
           MOVE 0 TO CO-SYNCED-DATE
           PERFORM APPLY-KEYED-FIELDS
           IF WS-MSG NOT = SPACES
              GO TO ADD-CUSTOMER-EXIT
           END-IF

           IF CO-CUSTOMER-NAME = SPACES
              MOVE "NAME IS REQUIRED FOR A NEW CUSTOMER" TO WS-MSG
              MOVE "NAME" TO WS-BAD-FIELD
              GO TO ADD-CUSTOMER-EXIT
           END-IF

           CALL "PARSE-UUID" USING CO-CUSTOMER-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
              STRING "CUSTOMER ID: " DELIMITED BY SIZE
                 WS-UUID-ERROR-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              MOVE "CUSTID" TO WS-BAD-FIELD
              GO TO ADD-CUSTOMER-EXIT
           END-IF

           PERFORM CHECK-CUSTOMER-FIELDS
           IF WS-MSG NOT = SPACES
              GO TO ADD-CUSTOMER-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TS
           MOVE "A" TO CO-SYNC-STATUS
           MOVE WS-USERID TO CO-CHANGED-BY
           MOVE WS-CHANGE-TS(1:14) TO CO-CHANGED-TS

           EXEC CICS WRITE DATASET('CUSTONL')
                FROM(CUSTONL-RECORD)
                RIDFLD(CO-CUSTOMER-ID)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR ADDING CUSTOMER RECORD" TO WS-MSG
              GO TO ADD-CUSTOMER-EXIT
           END-IF

           MOVE SPACES TO WS-JOURNAL-BEFORE
           PERFORM RECORD-CUSTOMER-CHANGE
           PERFORM SHOW-CUSTOMER-RECORD
           PERFORM SHOW-VALIDATION-STATUS
           IF WS-MSG = SPACES AND WS-NEW-CONTACT-UNPROVEN
              MOVE "CUSTOMER ADDED - ONE-TIME CODE TO NEW CONTACT"
                 TO WS-MSG
           END-IF
           IF WS-MSG = SPACES
              MOVE "CUSTOMER ADDED - VALIDATION STATUS SET GOOD"
                 TO WS-MSG
           END-IF.

       ADD-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * AMEND-CUSTOMER: the keyed fields over the record on file,
      * the whole result checked before it is rewritten
      *================================================================
       AMEND-CUSTOMER SECTION.
           EXEC CICS READ DATASET('CUSTONL')
                INTO(CUSTONL-RECORD)
                RIDFLD(WS-CUSTOMER-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "CUSTOMER NOT ON FILE - USE A TO ADD" TO WS-MSG
              MOVE "CUSTID" TO WS-BAD-FIELD
              GO TO AMEND-CUSTOMER-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING CUSTOMER FILE" TO WS-MSG
              GO TO AMEND-CUSTOMER-EXIT
           END-IF

           MOVE SPACES TO WS-JOURNAL-BEFORE
           MOVE CUSTONL-RECORD TO WS-JOURNAL-BEFORE(1:560)
           MOVE SPACES TO WS-PRIOR-RECORD
           MOVE CO-CUSTOMER-IMAGE TO WS-PRIOR-RECORD(1:526)

           PERFORM APPLY-KEYED-FIELDS
           IF WS-MSG NOT = SPACES
              EXEC CICS UNLOCK DATASET('CUSTONL') END-EXEC
              GO TO AMEND-CUSTOMER-EXIT
           END-IF

           IF CO-CUSTOMER-IMAGE = WS-PRIOR-RECORD(1:526)
              EXEC CICS UNLOCK DATASET('CUSTONL') END-EXEC
              MOVE "NO CHANGES KEYED" TO WS-MSG
              GO TO AMEND-CUSTOMER-EXIT
           END-IF

           PERFORM CHECK-CUSTOMER-FIELDS
           IF WS-MSG NOT = SPACES
              EXEC CICS UNLOCK DATASET('CUSTONL') END-EXEC
              GO TO AMEND-CUSTOMER-EXIT
           END-IF

      *    A customer added online today stays an add until CUSTSYNC
      *    has carried it into CUSTMAST
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TS
           IF NOT CO-ADDED-ONLINE
              MOVE "U" TO CO-SYNC-STATUS
           END-IF
           MOVE WS-USERID TO CO-CHANGED-BY
           MOVE WS-CHANGE-TS(1:14) TO CO-CHANGED-TS

           EXEC CICS REWRITE DATASET('CUSTONL')
                FROM(CUSTONL-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR UPDATING CUSTOMER RECORD" TO WS-MSG
              GO TO AMEND-CUSTOMER-EXIT
           END-IF

           PERFORM RECORD-CUSTOMER-CHANGE
           PERFORM SHOW-CUSTOMER-RECORD
           PERFORM SHOW-VALIDATION-STATUS
           IF WS-MSG = SPACES AND WS-NEW-CONTACT-UNPROVEN
              MOVE "CUSTOMER AMENDED - ONE-TIME CODE TO NEW CONTACT"
                 TO WS-MSG
           END-IF
           IF WS-MSG = SPACES
              MOVE "CUSTOMER AMENDED - VALIDATION STATUS SET GOOD"
                 TO WS-MSG
           END-IF.

       AMEND-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * APPLY-KEYED-FIELDS: every field the agent keyed replaces the
      * record's value; fields not keyed are left as they are
      *================================================================
       APPLY-KEYED-FIELDS SECTION.
           MOVE 0 TO WS-FIELDS-KEYED

           IF NAMFL > 0
              MOVE NAMFI TO CO-CUSTOMER-NAME
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF EMLFL > 0
              MOVE SPACES TO CO-EMAIL-ADDRESS
              MOVE EMLFI TO CO-EMAIL-ADDRESS(1:60)
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF PHNFL > 0
              MOVE PHNFI TO CO-PHONE-NUMBER
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF PCCFL > 0
              MOVE PCCFI TO WS-DIAL-TEXT
              INSPECT WS-DIAL-TEXT REPLACING ALL LOW-VALUES BY SPACES
              IF FUNCTION TEST-NUMVAL(WS-DIAL-TEXT) NOT = 0
                 MOVE "COUNTRY DIAL CODE MUST BE NUMERIC" TO WS-MSG
                 MOVE "DIALCODE" TO WS-BAD-FIELD
                 GO TO APPLY-KEYED-FIELDS-EXIT
              END-IF
              COMPUTE CO-PHONE-COUNTRY-CODE =
                 FUNCTION NUMVAL(WS-DIAL-TEXT)
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF AD1FL > 0
              MOVE AD1FI TO CO-ADDR-LINE-1
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF AD2FL > 0
              MOVE AD2FI TO CO-ADDR-LINE-2
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF CTYFL > 0
              MOVE CTYFI TO CO-CITY
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF RGNFL > 0
              MOVE RGNFI TO CO-REGION
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF PSTFL > 0
              MOVE FUNCTION UPPER-CASE(PSTFI) TO CO-POSTAL-CODE
              ADD 1 TO WS-FIELDS-KEYED
           END-IF
           IF CNTFL > 0
              MOVE FUNCTION UPPER-CASE(CNTFI) TO CO-COUNTRY
              ADD 1 TO WS-FIELDS-KEYED
           END-IF

           IF WS-FIELDS-KEYED = 0
              MOVE "KEY AT LEAST ONE CUSTOMER FIELD" TO WS-MSG
              MOVE "NAME" TO WS-BAD-FIELD
           END-IF.

       APPLY-KEYED-FIELDS-EXIT.
           EXIT.

      *================================================================
      * CHECK-CUSTOMER-FIELDS: CUSTVALD's checks, in CUSTVALD's
      * order, on the record as it would be written - the first
      * failure leaves its message in WS-MSG and its field in
      * WS-BAD-FIELD; a clean record leaves the E.164 phone in
      * WS-E164-OUTPUT
      *================================================================
       CHECK-CUSTOMER-FIELDS SECTION.
           COMPUTE WS-EMAIL-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(CO-EMAIL-ADDRESS))
           CALL "IS-VALID-EMAIL" USING CO-EMAIL-ADDRESS
               WS-EMAIL-LENGTH WS-EMAIL-RESULT
           IF WS-EMAIL-RESULT NOT = 1
              MOVE "EMAIL: Invalid email address" TO WS-MSG
              MOVE "EMAIL" TO WS-BAD-FIELD
              GO TO CHECK-CUSTOMER-FIELDS-EXIT
           END-IF

           CALL "PARSE-EMAIL" USING CO-EMAIL-ADDRESS WS-EMAIL-LENGTH
               WS-PE-RESULT WS-PE-LOCAL-PART WS-PE-DOMAIN
               WS-PE-ERROR-MSG
           IF WS-PE-RESULT = 1
              CALL "SUGGEST-EMAIL-DOMAIN" USING WS-PE-DOMAIN
                  WS-SUGGESTED-DOMAIN WS-SUGGEST-RESULT
              IF WS-SUGGEST-RESULT = 1
                 STRING "EMAIL: Domain likely misspelled - did you "
                    DELIMITED BY SIZE
                    "mean " DELIMITED BY SIZE
                    WS-SUGGESTED-DOMAIN DELIMITED BY SPACE
                    "?" DELIMITED BY SIZE
                    INTO WS-MSG
                 MOVE "EMAIL" TO WS-BAD-FIELD
                 GO TO CHECK-CUSTOMER-FIELDS-EXIT
              END-IF
           END-IF

           COMPUTE WS-PHONE-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(CO-PHONE-NUMBER))
           MOVE CO-PHONE-COUNTRY-CODE TO WS-PHONE-DEFAULT-COUNTRY
           CALL "PARSE-PHONE" USING CO-PHONE-NUMBER WS-PHONE-LENGTH
               WS-PHONE-DEFAULT-COUNTRY WS-PHONE-PARSED-COUNTRY
               WS-PHONE-NATIONAL-NUMBER WS-PHONE-EXTENSION
               WS-PHONE-TYPE WS-PHONE-RESULT WS-PHONE-ERROR-MSG
           IF WS-PHONE-RESULT NOT = 1
              STRING "PHONE: " DELIMITED BY SIZE
                 WS-PHONE-ERROR-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              MOVE "PHONE" TO WS-BAD-FIELD
              GO TO CHECK-CUSTOMER-FIELDS-EXIT
           END-IF

           CALL "TO-E164" USING WS-PHONE-PARSED-COUNTRY
               WS-PHONE-NATIONAL-NUMBER WS-E164-OUTPUT WS-E164-LENGTH
               WS-E164-RESULT
           IF WS-E164-RESULT NOT = 1
              MOVE "PHONE: Cannot be normalized to E.164" TO WS-MSG
              MOVE "PHONE" TO WS-BAD-FIELD
              GO TO CHECK-CUSTOMER-FIELDS-EXIT
           END-IF

           CALL "IS-VALID-COUNTRY" USING CO-COUNTRY
               WS-ISO-RESULT WS-ISO-ACTIVE
           IF WS-ISO-RESULT NOT = 1 OR WS-ISO-ACTIVE NOT = 1
              MOVE "COUNTRY: Unknown or retired ISO country code"
                 TO WS-MSG
              MOVE "COUNTRY" TO WS-BAD-FIELD
              GO TO CHECK-CUSTOMER-FIELDS-EXIT
           END-IF

           CALL "VALIDATE-POSTAL-CODE" USING CO-COUNTRY
               CO-POSTAL-CODE WS-POSTAL-RESULT WS-POSTAL-ERROR-MSG
           IF WS-POSTAL-RESULT NOT = 1
              STRING "POSTAL CODE: " DELIMITED BY SIZE
                 WS-POSTAL-ERROR-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              MOVE "POSTAL" TO WS-BAD-FIELD
           END-IF.

       CHECK-CUSTOMER-FIELDS-EXIT.
           EXIT.

      *================================================================
      * RECORD-CUSTOMER-CHANGE: the landed change's consequences -
      * the VALSTAT status, the CUSTONL journal segments, and one
      * history entry per changed field
      *================================================================
       RECORD-CUSTOMER-CHANGE SECTION.
           PERFORM UPDATE-VALIDATION-STATUS
           PERFORM JOURNAL-CUSTOMER-RECORD

           MOVE WS-CHANGE-TS TO WS-HQ-EFFECTIVE-TS
           MOVE CO-CUSTOMER-ID TO WS-HQ-CUSTOMER-ID
           MOVE WS-USERID TO WS-HQ-CHANGE-SOURCE

           MOVE "CUSTOMER-NAME" TO WS-HQ-FIELD-NAME
           MOVE PR-CUSTOMER-NAME TO WS-HQ-OLD-VALUE
           MOVE CO-CUSTOMER-NAME TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "EMAIL-ADDRESS" TO WS-HQ-FIELD-NAME
           MOVE PR-EMAIL-ADDRESS TO WS-HQ-OLD-VALUE
           MOVE CO-EMAIL-ADDRESS TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "PHONE-NUMBER" TO WS-HQ-FIELD-NAME
           MOVE PR-PHONE-NUMBER TO WS-HQ-OLD-VALUE
           MOVE CO-PHONE-NUMBER TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "PHONE-COUNTRY-CODE" TO WS-HQ-FIELD-NAME
           MOVE PR-PHONE-COUNTRY-CODE TO WS-HQ-OLD-VALUE
           MOVE CO-PHONE-COUNTRY-CODE TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "ADDR-LINE-1" TO WS-HQ-FIELD-NAME
           MOVE PR-ADDR-LINE-1 TO WS-HQ-OLD-VALUE
           MOVE CO-ADDR-LINE-1 TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "ADDR-LINE-2" TO WS-HQ-FIELD-NAME
           MOVE PR-ADDR-LINE-2 TO WS-HQ-OLD-VALUE
           MOVE CO-ADDR-LINE-2 TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "CITY" TO WS-HQ-FIELD-NAME
           MOVE PR-CITY TO WS-HQ-OLD-VALUE
           MOVE CO-CITY TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "REGION" TO WS-HQ-FIELD-NAME
           MOVE PR-REGION TO WS-HQ-OLD-VALUE
           MOVE CO-REGION TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "POSTAL-CODE" TO WS-HQ-FIELD-NAME
           MOVE PR-POSTAL-CODE TO WS-HQ-OLD-VALUE
           MOVE CO-POSTAL-CODE TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE

           MOVE "COUNTRY" TO WS-HQ-FIELD-NAME
           MOVE PR-COUNTRY TO WS-HQ-OLD-VALUE
           MOVE CO-COUNTRY TO WS-HQ-NEW-VALUE
           PERFORM QUEUE-FIELD-CHANGE.

       RECORD-CUSTOMER-CHANGE-EXIT.
           EXIT.

      *================================================================
      * QUEUE-FIELD-CHANGE: one CHST entry when the field's value
      * actually moved
      *================================================================
       QUEUE-FIELD-CHANGE SECTION.
           IF WS-HQ-OLD-VALUE = WS-HQ-NEW-VALUE
              GO TO QUEUE-FIELD-CHANGE-EXIT
           END-IF

           EXEC CICS WRITEQ TD QUEUE('CHST')
                FROM(WS-TDQ-HISTORY-RECORD)
                LENGTH(WS-TDQ-HISTORY-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       QUEUE-FIELD-CHANGE-EXIT.
           EXIT.

      *================================================================
      * UPDATE-VALIDATION-STATUS: the record has just passed every
      * CUSTVALD check, so its VALSTAT status is good as of now -
      * written at once, and journaled, so CUSTINQ agrees with
      * this screen without waiting for tonight's sweep
      *================================================================
       UPDATE-VALIDATION-STATUS SECTION.
           EXEC CICS READ DATASET('VALSTAT')
                INTO(VALSTAT-RECORD)
                RIDFLD(CO-CUSTOMER-ID)
                UPDATE
                RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-VALSTAT-BEFORE
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE VALSTAT-RECORD TO WS-VALSTAT-BEFORE(1:160)
              MOVE "U" TO WS-JR-ACTION
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE "SAVED - BUT VALIDATION STATUS NOT UPDATED"
                    TO WS-MSG
                 GO TO UPDATE-VALIDATION-STATUS-EXIT
              END-IF
      *       Bounce fields are BNCLOAD's - a new status record
      *       starts with none
              MOVE SPACES TO VALSTAT-RECORD
              MOVE CO-CUSTOMER-ID TO VS-CUSTOMER-ID
              MOVE 0 TO VS-BOUNCE-DATE
              MOVE "A" TO WS-JR-ACTION
           END-IF

      *    A grade earned by the old address says nothing about
      *    the new one
           IF CO-ADDR-LINE-1 NOT = PR-ADDR-LINE-1
              OR CO-ADDR-LINE-2 NOT = PR-ADDR-LINE-2
              OR CO-CITY NOT = PR-CITY
              OR CO-REGION NOT = PR-REGION
              OR CO-POSTAL-CODE NOT = PR-POSTAL-CODE
              OR CO-COUNTRY NOT = PR-COUNTRY
              MOVE SPACES TO VS-ADDR-GRADE
           END-IF

      *    Nor does a confirmed contact vouch for its replacement -
      *    a new one waits on its one-time code
           MOVE "N" TO WS-CONTACT-UNPROVEN
           IF CO-EMAIL-ADDRESS NOT = PR-EMAIL-ADDRESS
              IF CO-EMAIL-ADDRESS = SPACES
                 MOVE SPACES TO VS-EMAIL-VERIFIED
              ELSE
                 MOVE "N" TO VS-EMAIL-VERIFIED
                 MOVE "Y" TO WS-CONTACT-UNPROVEN
              END-IF
           END-IF
           IF CO-PHONE-NUMBER NOT = PR-PHONE-NUMBER
              OR CO-PHONE-COUNTRY-CODE NOT = PR-PHONE-COUNTRY-CODE
              IF CO-PHONE-NUMBER = SPACES
                 MOVE SPACES TO VS-PHONE-VERIFIED
              ELSE
                 MOVE "N" TO VS-PHONE-VERIFIED
                 MOVE "Y" TO WS-CONTACT-UNPROVEN
              END-IF
           END-IF

           MOVE "G" TO VS-STATUS
           MOVE WS-E164-OUTPUT TO VS-PHONE-E164
           MOVE SPACES TO VS-REJECT-REASON
           MOVE WS-CHANGE-TS TO VS-RUN-TIMESTAMP

           IF WS-JR-ACTION = "U"
              EXEC CICS REWRITE DATASET('VALSTAT')
                   FROM(VALSTAT-RECORD)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE DATASET('VALSTAT')
                   FROM(VALSTAT-RECORD)
                   RIDFLD(VS-CUSTOMER-ID)
                   RESP(WS-RESP)
              END-EXEC
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "SAVED - BUT VALIDATION STATUS NOT UPDATED"
                 TO WS-MSG
              GO TO UPDATE-VALIDATION-STATUS-EXIT
           END-IF

           MOVE WS-CHANGE-TS(1:14) TO WS-JR-TIMESTAMP
           MOVE "VALSTAT" TO WS-JR-DATASET
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE VS-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
           MOVE WS-VALSTAT-BEFORE TO WS-JR-BEFORE-IMAGE
           MOVE SPACES TO WS-JR-AFTER-IMAGE
           MOVE VALSTAT-RECORD TO WS-JR-AFTER-IMAGE(1:160)

           EXEC CICS WRITEQ TD QUEUE('TJRN')
                FROM(WS-TDQ-JOURNAL-RECORD)
                LENGTH(WS-TDQ-JOURNAL-LENGTH)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       UPDATE-VALIDATION-STATUS-EXIT.
           EXIT.

      *================================================================
      * JOURNAL-CUSTOMER-RECORD: the CUSTONL change as up to four
      * 160-byte segment entries on TJRN - an add journals every
      * segment (the first as the add), an amend only the segments
      * it changed
      *================================================================
       JOURNAL-CUSTOMER-RECORD SECTION.
           MOVE SPACES TO WS-JOURNAL-AFTER
           MOVE CUSTONL-RECORD TO WS-JOURNAL-AFTER(1:560)
           MOVE WS-CHANGE-TS(1:14) TO WS-JR-TIMESTAMP
           MOVE "CUSTONL" TO WS-JR-DATASET

           PERFORM VARYING WS-SEGMENT-NO FROM 1 BY 1
                   UNTIL WS-SEGMENT-NO > 4
              COMPUTE WS-SEGMENT-OFFSET =
                 (WS-SEGMENT-NO - 1) * 160 + 1
              IF WS-ACTION-IS-ADD
                 OR WS-JOURNAL-BEFORE(WS-SEGMENT-OFFSET:160)
                    NOT = WS-JOURNAL-AFTER(WS-SEGMENT-OFFSET:160)
                 IF WS-ACTION-IS-ADD AND WS-SEGMENT-NO = 1
                    MOVE "A" TO WS-JR-ACTION
                 ELSE
                    MOVE "U" TO WS-JR-ACTION
                 END-IF
                 MOVE SPACES TO WS-JR-RECORD-KEY
                 MOVE CO-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
                 MOVE WS-SEGMENT-NO TO WS-JR-RECORD-KEY(37:1)
                 MOVE WS-JOURNAL-BEFORE(WS-SEGMENT-OFFSET:160)
                    TO WS-JR-BEFORE-IMAGE
                 MOVE WS-JOURNAL-AFTER(WS-SEGMENT-OFFSET:160)
                    TO WS-JR-AFTER-IMAGE
                 EXEC CICS WRITEQ TD QUEUE('TJRN')
                      FROM(WS-TDQ-JOURNAL-RECORD)
                      LENGTH(WS-TDQ-JOURNAL-LENGTH)
                      RESP(WS-JRNL-RESP)
                 END-EXEC
              END-IF
           END-PERFORM.

       JOURNAL-CUSTOMER-RECORD-EXIT.
           EXIT.

      *================================================================
      * SHOW-CUSTOMER-RECORD: the record's fields, and who last
      * changed it online, into the map for the re-send
      *================================================================
       SHOW-CUSTOMER-RECORD SECTION.
           MOVE CO-CUSTOMER-NAME TO NAMFO
           MOVE CO-EMAIL-ADDRESS(1:60) TO EMLFO
           MOVE CO-PHONE-NUMBER TO PHNFO
           MOVE CO-PHONE-COUNTRY-CODE TO PCCFO
           MOVE CO-ADDR-LINE-1 TO AD1FO
           MOVE CO-ADDR-LINE-2 TO AD2FO
           MOVE CO-CITY TO CTYFO
           MOVE CO-REGION TO RGNFO
           MOVE CO-POSTAL-CODE TO PSTFO
           MOVE CO-COUNTRY TO CNTFO
           MOVE CO-CHANGED-BY TO BYFO
           IF CO-CHANGED-TS IS NUMERIC AND CO-CHANGED-TS > 0
              MOVE CO-CHANGED-TS TO TSFO
           ELSE
              MOVE SPACES TO TSFO
           END-IF
           IF CO-IN-STEP
              MOVE "N" TO SYNFO
           ELSE
              MOVE "Y" TO SYNFO
           END-IF.

       SHOW-CUSTOMER-RECORD-EXIT.
           EXIT.

      *================================================================
      * SHOW-VALIDATION-STATUS: the customer's VALSTAT outcome, as
      * CUSTINQ would show it
      *================================================================
       SHOW-VALIDATION-STATUS SECTION.
           MOVE SPACES TO STAFO
           MOVE SPACES TO E164FO

           EXEC CICS READ DATASET('VALSTAT')
                INTO(VALSTAT-RECORD)
                RIDFLD(CO-CUSTOMER-ID)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NOT SWEPT" TO STAFO
              GO TO SHOW-VALIDATION-STATUS-EXIT
           END-IF

           IF VS-IS-GOOD
              MOVE "GOOD" TO STAFO
              MOVE VS-PHONE-E164 TO E164FO
           ELSE
              MOVE "REJECTED" TO STAFO
           END-IF.

       SHOW-VALIDATION-STATUS-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP: redisplay with the outcome, the cursor on
      * the field a check failed on, or on the action field
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO

           EVALUATE WS-BAD-FIELD
              WHEN "CUSTID"
                 MOVE -1 TO CIDFL
              WHEN "NAME"
                 MOVE -1 TO NAMFL
              WHEN "EMAIL"
                 MOVE -1 TO EMLFL
              WHEN "PHONE"
                 MOVE -1 TO PHNFL
              WHEN "DIALCODE"
                 MOVE -1 TO PCCFL
              WHEN "COUNTRY"
                 MOVE -1 TO CNTFL
              WHEN "POSTAL"
                 MOVE -1 TO PSTFL
              WHEN OTHER
                 MOVE -1 TO ACTFL
           END-EVALUATE

           EXEC CICS SEND MAP('CUSTMNT1') MAPSET('CMNTSET')
                FROM(CUSTMNT1O)
                DATAONLY
                CURSOR
           END-EXEC.

       SEND-RESULT-MAP-EXIT.
           EXIT.

      *================================================================
      * ABEND-EXIT
      *================================================================
       ABEND-EXIT SECTION.
           MOVE "UNEXPECTED ERROR - CONTACT SUPPORT" TO WS-MSG
           MOVE SPACES TO WS-BAD-FIELD
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN
           END-EXEC.

       ABEND-EXIT-EXIT.
           EXIT.

       END PROGRAM CUSTMNT.
