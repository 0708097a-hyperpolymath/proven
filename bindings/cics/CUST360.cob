      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven Cust360 - online customer 360 inquiry across the
      * customer-keyed KSDSs
      *

      *================================================================
      * CUST360 is a pseudo-conversational CICS transaction (TRANID
      * C360) fronting the CUST3601 map, in the same mould as
      * CUSTINQ. A call-centre agent keys a customer ID once and
      * sees, on one screen, what used to take FXINQ, STMTRPRT,
      * SCRNDISP, CUSTINQ and last night's batch prints:
      *
      *   - name, email, phone and address from CUSTONL, each with
      *     its verification state from VALSTAT (email confirmed,
      *     code outstanding or undeliverable; phone likewise; the
      *     ADDRVRFY postal grade)
      *   - the RISKSCOR tier and score, as CUSTINQ shows them
      *   - household membership from HSEHOLD
      *   - the statement delivery channel, notification channel
      *     and language, and the last statement on STMTARCH
      *   - ten detail lines from the C360SNAP snapshot C360LD lands
      *     each night: up to three account balances, the two latest
      *     credits and two latest payments in the activity window,
      *     then the active mandates and standing orders. A customer
      *     with more than fits says LIST TRUNCATED in the message
      *     line, and the message gives the date the snapshot was
      *     taken.
      *
      * Personal data is masked unless the signed-on user holds an
      * active CUST360-PII grant on VGENTITL (maintained on the
      * TBLMAINT/TBLAPPRV entitlement table like any other): the
      * email shows its first character and domain, the phone its
      * last four digits, the address its city and country, the
      * household its size but not its ID, a mandate's debtor IBAN
      * its last four characters and a standing order's beneficiary
      * name its initial. The customer's name is always shown - the
      * agent needs it to identify the caller.
      *
      * Every inquiry that names a customer, found or not, is
      * queued on VAUD as SARMNT queues its case actions: validator
      * C360-VIEW, the hash of the customer ID, the user and whether
      * the view was FULL or MASKED.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST360.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the CUST3601 map's symbolic map, field for field -
      * see CUST360.bms for the map source this is generated from
       01 CUST3601I.
          05 CIDFL                     PIC S9(4) COMP.
          05 CIDFF                     PIC X.
          05 CIDFI                     PIC X(36).
          05 NAMFL                     PIC S9(4) COMP.
          05 NAMFF                     PIC X.
          05 NAMFI                     PIC X(60).
          05 EMLFL                     PIC S9(4) COMP.
          05 EMLFF                     PIC X.
          05 EMLFI                     PIC X(40).
          05 EMVFL                     PIC S9(4) COMP.
          05 EMVFF                     PIC X.
          05 EMVFI                     PIC X(22).
          05 PHNFL                     PIC S9(4) COMP.
          05 PHNFF                     PIC X.
          05 PHNFI                     PIC X(40).
          05 PHVFL                     PIC S9(4) COMP.
          05 PHVFF                     PIC X.
          05 PHVFI                     PIC X(22).
          05 ADRFL                     PIC S9(4) COMP.
          05 ADRFF                     PIC X.
          05 ADRFI                     PIC X(40).
          05 AGRFL                     PIC S9(4) COMP.
          05 AGRFF                     PIC X.
          05 AGRFI                     PIC X(22).
          05 RSKFL                     PIC S9(4) COMP.
          05 RSKFF                     PIC X.
          05 RSKFI                     PIC X(20).
          05 HHFL                      PIC S9(4) COMP.
          05 HHFF                      PIC X.
          05 HHFI                      PIC X(63).
          05 STMFL                     PIC S9(4) COMP.
          05 STMFF                     PIC X.
          05 STMFI                     PIC X(63).
          05 HDRFL                     PIC S9(4) COMP.
          05 HDRFF                     PIC X.
          05 HDRFI                     PIC X(76).
          05 DTLFI-AREA.
             10 DTL-ENTRY-I OCCURS 10 TIMES.
                15 DTLFL               PIC S9(4) COMP.
                15 DTLFF               PIC X.
                15 DTLFI               PIC X(76).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).

       01 CUST3601O REDEFINES CUST3601I.
          05 FILLER                    PIC X(03).
          05 CIDFO                     PIC X(36).
          05 FILLER                    PIC X(03).
          05 NAMFO                     PIC X(60).
          05 FILLER                    PIC X(03).
          05 EMLFO                     PIC X(40).
          05 FILLER                    PIC X(03).
          05 EMVFO                     PIC X(22).
          05 FILLER                    PIC X(03).
          05 PHNFO                     PIC X(40).
          05 FILLER                    PIC X(03).
          05 PHVFO                     PIC X(22).
          05 FILLER                    PIC X(03).
          05 ADRFO                     PIC X(40).
          05 FILLER                    PIC X(03).
          05 AGRFO                     PIC X(22).
          05 FILLER                    PIC X(03).
          05 RSKFO                     PIC X(20).
          05 FILLER                    PIC X(03).
          05 HHFO                      PIC X(63).
          05 FILLER                    PIC X(03).
          05 STMFO                     PIC X(63).
          05 FILLER                    PIC X(03).
          05 HDRFO                     PIC X(76).
          05 DTLFO-AREA.
             10 DTL-ENTRY-O OCCURS 10 TIMES.
                15 FILLER              PIC X(03).
                15 DTLFO               PIC X(76).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors CUSTMNT.cob's CUSTONL-RECORD field for field
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
             88 VS-EMAIL-IS-DEAD       VALUE "Y".
          05 VS-BOUNCE-REASON          PIC X(20).
          05 VS-BOUNCE-DATE            PIC 9(8).
          05 VS-ADDR-GRADE             PIC X(1).
             88 VS-ADDR-VERIFIED       VALUE "V".
             88 VS-ADDR-STREET-UNCONF  VALUE "P".
             88 VS-ADDR-CITY-MISMATCH  VALUE "C".
             88 VS-ADDR-POSTCODE-UNKN  VALUE "N".
             88 VS-ADDR-NOT-COVERED    VALUE "U".
          05 VS-EMAIL-VERIFIED         PIC X(1).
          05 VS-PHONE-VERIFIED         PIC X(1).

      * Mirrors RISKSCOR.cob's RISKSCOR-RECORD field for field
       01 RISKSCOR-RECORD.
          05 RK-CUSTOMER-ID            PIC X(36).
          05 RK-SCORE                  PIC 9(5).
          05 RK-BAND                   PIC X(1).
             88 RK-IS-LOW              VALUE "L".
             88 RK-IS-MEDIUM           VALUE "M".
             88 RK-IS-HIGH             VALUE "H".
          05 RK-PRIOR-SCORE            PIC 9(5).
          05 RK-COMPUTED-DATE          PIC 9(8).

      * Mirrors HSEHOLD.cob's HSEHOLD-RECORD field for field
       01 HSEHOLD-RECORD.
          05 HH-CUSTOMER-ID            PIC X(36).
          05 HH-HOUSEHOLD-ID           PIC X(36).
          05 HH-MEMBER-COUNT           PIC 9(4).
          05 HH-ASSIGNED-DATE          PIC 9(8).

      * Mirrors STMTGEN.cob's STMTARCH-RECORD field for field
       01 STMTARCH-RECORD.
          05 SA-KEY.
             10 SA-CUSTOMER-ID         PIC X(36).
             10 SA-PERIOD              PIC X(6).
          05 SA-START-LINE             PIC 9(8).
          05 SA-LINE-COUNT             PIC 9(6).
          05 SA-RUN-DATE               PIC 9(8).
          05 SA-HTML-START-LINE        PIC 9(8).
          05 SA-HTML-LINE-COUNT        PIC 9(6).

      * Mirrors C360LD.cob's C360SNAP-RECORD field for field
       01 C360SNAP-RECORD.
          05 CS-KEY.
             10 CS-CUSTOMER-ID         PIC X(36).
             10 CS-SECTION             PIC X(1).
                88 CS-IS-BALANCE       VALUE "B".
                88 CS-IS-CREDIT        VALUE "I".
                88 CS-IS-PAYMENT       VALUE "O".
                88 CS-IS-MANDATE       VALUE "M".
                88 CS-IS-STANDING      VALUE "S".
                88 CS-IS-DELIVERY      VALUE "D".
             10 CS-SORT-KEY            PIC 9(16).
          05 CS-REFERENCE              PIC X(34).
          05 CS-CURRENCY               PIC X(3).
          05 CS-AMOUNT-TEXT            PIC X(20).
          05 CS-ITEM-DATE              PIC 9(8).
          05 CS-ITEM-STATUS            PIC X(1).
          05 CS-DETAIL                 PIC X(30).
          05 CS-LOADED-DATE            PIC 9(8).
          05 FILLER                    PIC X(3).

      * VGENTITL entitlement record - mirrors VALGATE.cob's
      * ENTITLEMENT-RECORD; unmasked viewing is granted by user ID
      * and CUST360-PII
       01 ENTITLEMENT-RECORD.
          05 EN-KEY.
             10 EN-CALLER              PIC X(8).
             10 EN-VALIDATOR           PIC X(12).
          05 EN-ACTIVE                 PIC 9.
             88 EN-IS-ACTIVE           VALUE 1.
          05 EN-LAST-CHANGED           PIC 9(8).
          05 EN-CHANGED-BY             PIC X(8).
       01 WS-ENT-KEY                   PIC X(20).
       01 WS-ENT-RESP                  PIC S9(8) COMP.

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-CUSTOMER-KEY              PIC X(36).
       01 WS-USERID                    PIC X(8).
       01 WS-MSG                       PIC X(76).
       01 WS-MSG-PTR                   PIC 9(3).

       01 WS-PII-SWITCH                PIC 9 VALUE 0.
          88 WS-PII-MASKED             VALUE 0.
          88 WS-PII-VISIBLE            VALUE 1.
       01 WS-VALSTAT-FOUND             PIC 9 VALUE 0.
       01 WS-CUSTOMER-FOUND            PIC 9 VALUE 0.

      * Masking scratch fields
       01 WS-AT-POS                    PIC 9(3).
       01 WS-TEXT-LEN                  PIC 9(3).
       01 WS-PHONE-TEXT                PIC X(30).
       01 WS-IBAN-TEXT                 PIC X(34).
       01 WS-COUNT-EDIT                PIC ZZZ9.

      * Date rendering - YYYYMMDD as YYYY-MM-DD, zero as blank
       01 WS-DATE-IN                   PIC 9(8).
       01 WS-DATE-TEXT                 PIC X(10).

      * Statement delivery and the last archived statement
       01 WS-CHANNEL-TEXT              PIC X(11).
       01 WS-NOTIFY-CHANNEL            PIC X(1).
       01 WS-LANGUAGE                  PIC X(2).
       01 WS-LAST-PERIOD               PIC X(6).
       01 WS-LAST-RUN-DATE             PIC 9(8).
       01 WS-STMT-KEY.
          05 WS-STMT-CUSTOMER          PIC X(36).
          05 WS-STMT-PERIOD            PIC X(6).

      * Snapshot browse - one section at a time, in screen order
       01 WS-SNAP-KEY.
          05 WS-SNAP-CUSTOMER          PIC X(36).
          05 WS-SNAP-SECTION           PIC X(1).
          05 WS-SNAP-SORT-KEY          PIC 9(16).
       01 WS-SNAP-DATE                 PIC 9(8) VALUE 0.
       01 WS-SECTION                   PIC X(1).
       01 WS-SECTION-CAP               PIC 9(2).
       01 WS-SECTION-SHOWN             PIC 9(2).
       01 WS-LINE-IDX                  PIC 9(2).
       01 WS-BROWSING                  PIC 9.
       01 WS-LIST-TRUNCATED            PIC 9 VALUE 0.

      * Detail-line heading and one detail line
       01 WS-DETAIL-HEADING.
          05 FILLER                    PIC X(5) VALUE "TYPE".
          05 FILLER                    PIC X(35) VALUE "REFERENCE".
          05 FILLER                    PIC X(4) VALUE "CCY".
          05 FILLER                    PIC X(17) VALUE
             "          AMOUNT".
          05 FILLER                    PIC X(11) VALUE "DATE".
          05 FILLER                    PIC X(4) VALUE "INFO".
       01 WS-DETAIL-LINE.
          05 DL-TYPE                   PIC X(4).
          05 FILLER                    PIC X(1).
          05 DL-REFERENCE              PIC X(34).
          05 FILLER                    PIC X(1).
          05 DL-CURRENCY               PIC X(3).
          05 FILLER                    PIC X(1).
          05 DL-AMOUNT                 PIC X(16).
          05 FILLER                    PIC X(1).
          05 DL-DATE                   PIC X(10).
          05 FILLER                    PIC X(1).
          05 DL-INFO                   PIC X(4).

      * HASH-SHA256 call fields (SAFE-CRYPTO)
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * One queued audit entry on the VAUD transient data queue,
      * drained by AUDDRAIN - mirrors VALGATE's WS-TDQ-RECORD
       01 WS-TDQ-AUDIT-RECORD.
          05 TD-CALLING-PROGRAM        PIC X(16).
          05 TD-VALIDATOR-NAME         PIC X(30).
          05 TD-INPUT-HASH             PIC X(64).
          05 TD-RESULT-SIGN            PIC X(1).
          05 TD-RESULT-DIGITS          PIC 9(4).
          05 TD-ERROR-MSG              PIC X(80).
       01 WS-TDQ-AUDIT-LENGTH          PIC S9(4) COMP VALUE +195.

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: send the map on first entry, otherwise receive
      * the keyed customer ID, gather the customer's picture, and
      * re-send the map for the next inquiry
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-MAP)
                ERROR(ABEND-EXIT)
           END-EXEC

           EXEC CICS RECEIVE MAP('CUST3601') MAPSET('C360SET')
                INTO(CUST3601I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM LOOK-UP-CUSTOMER
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('C360') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP: first entry to the transaction - send the
      * map blank and wait for input
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO CUST3601O
           EXEC CICS SEND MAP('CUST3601') MAPSET('C360SET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('C360') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * LOOK-UP-CUSTOMER: read CUSTONL by the keyed customer ID, then
      * fill every part of the screen and audit the view
      *================================================================
       LOOK-UP-CUSTOMER SECTION.
           MOVE SPACES TO WS-MSG
           MOVE SPACES TO NAMFO
           MOVE SPACES TO EMLFO
           MOVE SPACES TO EMVFO
           MOVE SPACES TO PHNFO
           MOVE SPACES TO PHVFO
           MOVE SPACES TO ADRFO
           MOVE SPACES TO AGRFO
           MOVE SPACES TO RSKFO
           MOVE SPACES TO HHFO
           MOVE SPACES TO STMFO
           MOVE WS-DETAIL-HEADING TO HDRFO
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > 10
              MOVE SPACES TO DTLFO(WS-LINE-IDX)
           END-PERFORM
           MOVE 0 TO WS-LINE-IDX
           MOVE 0 TO WS-LIST-TRUNCATED
           MOVE 0 TO WS-SNAP-DATE
           MOVE 0 TO WS-CUSTOMER-FOUND

           IF CIDFI = SPACES OR CIDFI = LOW-VALUES
              MOVE "CUSTOMER ID IS REQUIRED" TO WS-MSG
              GO TO LOOK-UP-CUSTOMER-EXIT
           END-IF

           MOVE SPACES TO WS-CUSTOMER-KEY
           MOVE CIDFI TO WS-CUSTOMER-KEY
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           PERFORM CHECK-PII-ENTITLEMENT

           EXEC CICS READ DATASET('CUSTONL')
                INTO(CUSTONL-RECORD)
                RIDFLD(WS-CUSTOMER-KEY)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "CUSTOMER NOT FOUND" TO WS-MSG
              PERFORM QUEUE-VIEW-AUDIT
              GO TO LOOK-UP-CUSTOMER-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING CUSTOMER FILE" TO WS-MSG
              PERFORM QUEUE-VIEW-AUDIT
              GO TO LOOK-UP-CUSTOMER-EXIT
           END-IF

           MOVE 1 TO WS-CUSTOMER-FOUND
           EXEC CICS READ DATASET('VALSTAT')
                INTO(VALSTAT-RECORD)
                RIDFLD(WS-CUSTOMER-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 1 TO WS-VALSTAT-FOUND
           ELSE
              MOVE 0 TO WS-VALSTAT-FOUND
           END-IF

           PERFORM SHOW-CONTACT-DETAILS
           PERFORM SHOW-VERIFICATION-STATE
           PERFORM LOOK-UP-RISK-TIER
           PERFORM LOOK-UP-HOUSEHOLD
           PERFORM LOOK-UP-STATEMENTS

           MOVE "B" TO WS-SECTION
           MOVE 3 TO WS-SECTION-CAP
           PERFORM SHOW-SECTION-LINES
           MOVE "I" TO WS-SECTION
           MOVE 2 TO WS-SECTION-CAP
           PERFORM SHOW-SECTION-LINES
           MOVE "O" TO WS-SECTION
           MOVE 2 TO WS-SECTION-CAP
           PERFORM SHOW-SECTION-LINES
           MOVE "M" TO WS-SECTION
           MOVE 10 TO WS-SECTION-CAP
           PERFORM SHOW-SECTION-LINES
           MOVE "S" TO WS-SECTION
           MOVE 10 TO WS-SECTION-CAP
           PERFORM SHOW-SECTION-LINES

           MOVE 1 TO WS-MSG-PTR
           STRING "INQUIRY COMPLETE" DELIMITED BY SIZE
              INTO WS-MSG WITH POINTER WS-MSG-PTR
           IF WS-SNAP-DATE > 0
              MOVE WS-SNAP-DATE TO WS-DATE-IN
              PERFORM FORMAT-DATE
              STRING " - ACTIVITY AS OF " DELIMITED BY SIZE
                 WS-DATE-TEXT DELIMITED BY SIZE
                 INTO WS-MSG WITH POINTER WS-MSG-PTR
           END-IF
           IF WS-LIST-TRUNCATED = 1
              STRING " - LIST TRUNCATED" DELIMITED BY SIZE
                 INTO WS-MSG WITH POINTER WS-MSG-PTR
           END-IF
           IF WS-PII-MASKED
              STRING " - PII MASKED" DELIMITED BY SIZE
                 INTO WS-MSG WITH POINTER WS-MSG-PTR
           END-IF

           PERFORM QUEUE-VIEW-AUDIT.

       LOOK-UP-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * CHECK-PII-ENTITLEMENT: unmasked only with an active
      * CUST360-PII grant for the signed-on user
      *================================================================
       CHECK-PII-ENTITLEMENT SECTION.
           MOVE 0 TO WS-PII-SWITCH
           MOVE SPACES TO WS-ENT-KEY
           MOVE WS-USERID TO WS-ENT-KEY(1:8)
           MOVE "CUST360-PII" TO WS-ENT-KEY(9:12)

           EXEC CICS READ DATASET('VGENTITL')
                INTO(ENTITLEMENT-RECORD)
                RIDFLD(WS-ENT-KEY)
                RESP(WS-ENT-RESP)
           END-EXEC

           IF WS-ENT-RESP = DFHRESP(NORMAL) AND EN-IS-ACTIVE
              MOVE 1 TO WS-PII-SWITCH
           END-IF.

       CHECK-PII-ENTITLEMENT-EXIT.
           EXIT.

      *================================================================
      * SHOW-CONTACT-DETAILS: name in full, email, phone and address
      * in full or masked by WS-PII-SWITCH
      *================================================================
       SHOW-CONTACT-DETAILS SECTION.
           MOVE CO-CUSTOMER-NAME TO NAMFO

      *    The normalized E.164 number where the sweep has one,
      *    otherwise the number as keyed
           MOVE CO-PHONE-NUMBER TO WS-PHONE-TEXT
           IF WS-VALSTAT-FOUND = 1 AND VS-PHONE-E164 NOT = SPACES
              MOVE VS-PHONE-E164 TO WS-PHONE-TEXT
           END-IF

           IF WS-PII-VISIBLE
              MOVE CO-EMAIL-ADDRESS TO EMLFO
              MOVE WS-PHONE-TEXT TO PHNFO
              STRING CO-ADDR-LINE-1 DELIMITED BY "  "
                 ", " DELIMITED BY SIZE
                 CO-CITY DELIMITED BY "  "
                 " " DELIMITED BY SIZE
                 CO-POSTAL-CODE DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 CO-COUNTRY DELIMITED BY SIZE
                 INTO ADRFO
              GO TO SHOW-CONTACT-DETAILS-EXIT
           END-IF

           IF CO-EMAIL-ADDRESS NOT = SPACES
              MOVE 0 TO WS-AT-POS
              INSPECT CO-EMAIL-ADDRESS TALLYING WS-AT-POS
                 FOR CHARACTERS BEFORE INITIAL "@"
              IF WS-AT-POS < 253
                 STRING CO-EMAIL-ADDRESS(1:1) DELIMITED BY SIZE
                    "***@" DELIMITED BY SIZE
                    CO-EMAIL-ADDRESS(WS-AT-POS + 2:)
                       DELIMITED BY SPACE
                    INTO EMLFO
              ELSE
                 MOVE "***" TO EMLFO
              END-IF
           END-IF

           IF WS-PHONE-TEXT NOT = SPACES
              COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-PHONE-TEXT TRAILING))
              IF WS-TEXT-LEN > 4
                 STRING "******" DELIMITED BY SIZE
                    WS-PHONE-TEXT(WS-TEXT-LEN - 3:4)
                       DELIMITED BY SIZE
                    INTO PHNFO
              ELSE
                 MOVE "****" TO PHNFO
              END-IF
           END-IF

           STRING "*** " DELIMITED BY SIZE
              CO-CITY DELIMITED BY "  "
              " " DELIMITED BY SIZE
              CO-COUNTRY DELIMITED BY SIZE
              INTO ADRFO.

       SHOW-CONTACT-DETAILS-EXIT.
           EXIT.

      *================================================================
      * SHOW-VERIFICATION-STATE: each contact item's state from the
      * last validation sweep, and the ADDRVRFY postal grade
      *================================================================
       SHOW-VERIFICATION-STATE SECTION.
           IF WS-VALSTAT-FOUND = 0
              MOVE "NOT YET SWEPT" TO EMVFO
              MOVE "NOT YET SWEPT" TO PHVFO
              MOVE "NOT VERIFIED" TO AGRFO
              GO TO SHOW-VERIFICATION-STATE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN VS-EMAIL-IS-DEAD
                 MOVE "UNDELIVERABLE" TO EMVFO
              WHEN VS-EMAIL-VERIFIED = "Y"
                 MOVE "CONFIRMED" TO EMVFO
              WHEN VS-EMAIL-VERIFIED = "N"
                 MOVE "CODE OUTSTANDING" TO EMVFO
              WHEN OTHER
                 MOVE "NOT CONFIRMED" TO EMVFO
           END-EVALUATE

           EVALUATE TRUE
              WHEN VS-PHONE-VERIFIED = "Y"
                 MOVE "CONFIRMED" TO PHVFO
              WHEN VS-PHONE-VERIFIED = "N"
                 MOVE "CODE OUTSTANDING" TO PHVFO
              WHEN VS-PHONE-E164 = SPACES
                 MOVE "NOT NORMALIZED" TO PHVFO
              WHEN OTHER
                 MOVE "NOT CONFIRMED" TO PHVFO
           END-EVALUATE

           EVALUATE TRUE
              WHEN VS-ADDR-VERIFIED
                 MOVE "VERIFIED" TO AGRFO
              WHEN VS-ADDR-STREET-UNCONF
                 MOVE "STREET NOT CONFIRMED" TO AGRFO
              WHEN VS-ADDR-CITY-MISMATCH
                 MOVE "CITY DOES NOT MATCH" TO AGRFO
              WHEN VS-ADDR-POSTCODE-UNKN
                 MOVE "POSTAL CODE UNKNOWN" TO AGRFO
              WHEN VS-ADDR-NOT-COVERED
                 MOVE "COUNTRY NOT COVERED" TO AGRFO
              WHEN OTHER
                 MOVE "NOT VERIFIED" TO AGRFO
           END-EVALUATE.

       SHOW-VERIFICATION-STATE-EXIT.
           EXIT.

      *================================================================
      * LOOK-UP-RISK-TIER: band and score as CUSTINQ shows them
      *================================================================
       LOOK-UP-RISK-TIER SECTION.
           EXEC CICS READ DATASET('RISKSCOR')
                INTO(RISKSCOR-RECORD)
                RIDFLD(WS-CUSTOMER-KEY)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NOT SCORED" TO RSKFO
              GO TO LOOK-UP-RISK-TIER-EXIT
           END-IF

           EVALUATE TRUE
              WHEN RK-IS-HIGH
                 STRING "HIGH (" RK-SCORE ")"
                    DELIMITED BY SIZE INTO RSKFO
              WHEN RK-IS-MEDIUM
                 STRING "MEDIUM (" RK-SCORE ")"
                    DELIMITED BY SIZE INTO RSKFO
              WHEN OTHER
                 STRING "LOW (" RK-SCORE ")"
                    DELIMITED BY SIZE INTO RSKFO
           END-EVALUATE.

       LOOK-UP-RISK-TIER-EXIT.
           EXIT.

      *================================================================
      * LOOK-UP-HOUSEHOLD: membership from HSEHOLD - the household ID
      * (its first member's customer ID) only when unmasked
      *================================================================
       LOOK-UP-HOUSEHOLD SECTION.
           EXEC CICS READ DATASET('HSEHOLD')
                INTO(HSEHOLD-RECORD)
                RIDFLD(WS-CUSTOMER-KEY)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NOT IN A HOUSEHOLD" TO HHFO
              GO TO LOOK-UP-HOUSEHOLD-EXIT
           END-IF

           MOVE HH-MEMBER-COUNT TO WS-COUNT-EDIT
           MOVE HH-ASSIGNED-DATE TO WS-DATE-IN
           PERFORM FORMAT-DATE

           IF WS-PII-VISIBLE
              STRING HH-HOUSEHOLD-ID DELIMITED BY SPACE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                 " MEMBERS SINCE " DELIMITED BY SIZE
                 WS-DATE-TEXT DELIMITED BY SIZE
                 INTO HHFO
           ELSE
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                 " MEMBERS SINCE " DELIMITED BY SIZE
                 WS-DATE-TEXT DELIMITED BY SIZE
                 INTO HHFO
           END-IF.

       LOOK-UP-HOUSEHOLD-EXIT.
           EXIT.

      *================================================================
      * LOOK-UP-STATEMENTS: the delivery preference C360LD landed
      * from CHANPREF (paper where none, as STMTROUT defaults) and
      * the latest period on STMTARCH
      *================================================================
       LOOK-UP-STATEMENTS SECTION.
           MOVE "PAPER" TO WS-CHANNEL-TEXT
           MOVE "-" TO WS-NOTIFY-CHANNEL
           MOVE "--" TO WS-LANGUAGE

           MOVE WS-CUSTOMER-KEY TO WS-SNAP-CUSTOMER
           MOVE "D" TO WS-SNAP-SECTION
           MOVE 0 TO WS-SNAP-SORT-KEY
           EXEC CICS READ DATASET('C360SNAP')
                INTO(C360SNAP-RECORD)
                RIDFLD(WS-SNAP-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE CS-LOADED-DATE TO WS-SNAP-DATE
              IF CS-ITEM-STATUS = "E"
                 MOVE "E-STATEMENT" TO WS-CHANNEL-TEXT
              END-IF
              IF CS-DETAIL(1:1) NOT = SPACE
                 MOVE CS-DETAIL(1:1) TO WS-NOTIFY-CHANNEL
              END-IF
              IF CS-DETAIL(2:2) NOT = SPACES
                 MOVE CS-DETAIL(2:2) TO WS-LANGUAGE
              END-IF
           END-IF

           MOVE SPACES TO WS-LAST-PERIOD
           MOVE 0 TO WS-LAST-RUN-DATE
           MOVE WS-CUSTOMER-KEY TO WS-STMT-CUSTOMER
           MOVE LOW-VALUES TO WS-STMT-PERIOD
           EXEC CICS STARTBR DATASET('STMTARCH')
                RIDFLD(WS-STMT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 1 TO WS-BROWSING
              PERFORM UNTIL WS-BROWSING = 0
                 EXEC CICS READNEXT DATASET('STMTARCH')
                      INTO(STMTARCH-RECORD)
                      RIDFLD(WS-STMT-KEY)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR SA-CUSTOMER-ID NOT = WS-CUSTOMER-KEY
                    MOVE 0 TO WS-BROWSING
                 ELSE
                    MOVE SA-PERIOD TO WS-LAST-PERIOD
                    MOVE SA-RUN-DATE TO WS-LAST-RUN-DATE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET('STMTARCH')
              END-EXEC
           END-IF

           IF WS-LAST-PERIOD = SPACES
              STRING WS-CHANNEL-TEXT DELIMITED BY SPACE
                 " NOTIFY " DELIMITED BY SIZE
                 WS-NOTIFY-CHANNEL DELIMITED BY SIZE
                 " LANG " DELIMITED BY SIZE
                 WS-LANGUAGE DELIMITED BY SIZE
                 "  NO STATEMENT ON ARCHIVE" DELIMITED BY SIZE
                 INTO STMFO
           ELSE
              MOVE WS-LAST-RUN-DATE TO WS-DATE-IN
              PERFORM FORMAT-DATE
              STRING WS-CHANNEL-TEXT DELIMITED BY SPACE
                 " NOTIFY " DELIMITED BY SIZE
                 WS-NOTIFY-CHANNEL DELIMITED BY SIZE
                 " LANG " DELIMITED BY SIZE
                 WS-LANGUAGE DELIMITED BY SIZE
                 "  LAST " DELIMITED BY SIZE
                 WS-LAST-PERIOD DELIMITED BY SIZE
                 " ISSUED " DELIMITED BY SIZE
                 WS-DATE-TEXT DELIMITED BY SIZE
                 INTO STMFO
           END-IF.

       LOOK-UP-STATEMENTS-EXIT.
           EXIT.

      *================================================================
      * SHOW-SECTION-LINES: browse WS-SECTION of the customer's
      * snapshot onto the next free detail lines, at most
      * WS-SECTION-CAP of them; anything left over marks the list
      * truncated
      *================================================================
       SHOW-SECTION-LINES SECTION.
           MOVE 0 TO WS-SECTION-SHOWN
           MOVE WS-CUSTOMER-KEY TO WS-SNAP-CUSTOMER
           MOVE WS-SECTION TO WS-SNAP-SECTION
           MOVE 0 TO WS-SNAP-SORT-KEY

           EXEC CICS STARTBR DATASET('C360SNAP')
                RIDFLD(WS-SNAP-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO SHOW-SECTION-LINES-EXIT
           END-IF

           MOVE 1 TO WS-BROWSING
           PERFORM UNTIL WS-BROWSING = 0
              EXEC CICS READNEXT DATASET('C360SNAP')
                   INTO(C360SNAP-RECORD)
                   RIDFLD(WS-SNAP-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR CS-CUSTOMER-ID NOT = WS-CUSTOMER-KEY
                 OR CS-SECTION NOT = WS-SECTION
                 MOVE 0 TO WS-BROWSING
              ELSE
                 MOVE CS-LOADED-DATE TO WS-SNAP-DATE
                 IF WS-SECTION-SHOWN NOT < WS-SECTION-CAP
                    OR WS-LINE-IDX NOT < 10
                    MOVE 1 TO WS-LIST-TRUNCATED
                    MOVE 0 TO WS-BROWSING
                 ELSE
                    PERFORM FORMAT-DETAIL-LINE
                    ADD 1 TO WS-LINE-IDX
                    ADD 1 TO WS-SECTION-SHOWN
                    MOVE WS-DETAIL-LINE TO DTLFO(WS-LINE-IDX)
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS ENDBR DATASET('C360SNAP')
           END-EXEC.

       SHOW-SECTION-LINES-EXIT.
           EXIT.

      *================================================================
      * FORMAT-DETAIL-LINE: one snapshot entry as a detail line -
      * the amount right-aligned, a mandate's IBAN and a standing
      * order's beneficiary masked by WS-PII-SWITCH
      *================================================================
       FORMAT-DETAIL-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CS-CURRENCY TO DL-CURRENCY
           MOVE CS-ITEM-DATE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-DATE-TEXT TO DL-DATE

           IF CS-AMOUNT-TEXT NOT = SPACES
              COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(CS-AMOUNT-TEXT TRAILING))
              IF WS-TEXT-LEN > 16
                 MOVE CS-AMOUNT-TEXT TO DL-AMOUNT
              ELSE
                 MOVE CS-AMOUNT-TEXT(1:WS-TEXT-LEN)
                    TO DL-AMOUNT(17 - WS-TEXT-LEN:WS-TEXT-LEN)
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN CS-IS-BALANCE
                 MOVE "BAL" TO DL-TYPE
                 STRING CS-REFERENCE DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    CS-DETAIL DELIMITED BY SPACE
                    INTO DL-REFERENCE
                 EVALUATE CS-ITEM-STATUS
                    WHEN "O"
                       MOVE "OPEN" TO DL-INFO
                    WHEN "C"
                       MOVE "CLSD" TO DL-INFO
                    WHEN OTHER
                       MOVE CS-ITEM-STATUS TO DL-INFO
                 END-EVALUATE
              WHEN CS-IS-CREDIT
                 MOVE "IN" TO DL-TYPE
                 MOVE CS-REFERENCE TO DL-REFERENCE
              WHEN CS-IS-PAYMENT
                 MOVE "OUT" TO DL-TYPE
                 MOVE CS-REFERENCE TO DL-REFERENCE
              WHEN CS-IS-MANDATE
                 MOVE "MAND" TO DL-TYPE
                 PERFORM FORMAT-MANDATE-REFERENCE
                 IF CS-ITEM-STATUS = "O"
                    MOVE "OOFF" TO DL-INFO
                 ELSE
                    MOVE "RCUR" TO DL-INFO
                 END-IF
              WHEN CS-IS-STANDING
                 MOVE "SORD" TO DL-TYPE
                 IF WS-PII-VISIBLE
                    STRING CS-REFERENCE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CS-DETAIL DELIMITED BY SIZE
                       INTO DL-REFERENCE
                 ELSE
                    STRING CS-REFERENCE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CS-DETAIL(1:1) DELIMITED BY SIZE
                       "***" DELIMITED BY SIZE
                       INTO DL-REFERENCE
                 END-IF
                 MOVE CS-ITEM-STATUS TO DL-INFO
           END-EVALUATE.

       FORMAT-DETAIL-LINE-EXIT.
           EXIT.

      *================================================================
      * FORMAT-MANDATE-REFERENCE: mandate ID and debtor IBAN, the
      * IBAN cut to its last four characters when masked
      *================================================================
       FORMAT-MANDATE-REFERENCE SECTION.
           MOVE CS-REFERENCE TO WS-IBAN-TEXT
           IF WS-PII-MASKED AND WS-IBAN-TEXT NOT = SPACES
              COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(CS-REFERENCE TRAILING))
              MOVE SPACES TO WS-IBAN-TEXT
              IF WS-TEXT-LEN > 4
                 STRING "****" DELIMITED BY SIZE
                    CS-REFERENCE(WS-TEXT-LEN - 3:4)
                       DELIMITED BY SIZE
                    INTO WS-IBAN-TEXT
              ELSE
                 MOVE "****" TO WS-IBAN-TEXT
              END-IF
           END-IF

           STRING CS-DETAIL DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-IBAN-TEXT DELIMITED BY SPACE
              INTO DL-REFERENCE.

       FORMAT-MANDATE-REFERENCE-EXIT.
           EXIT.

      *================================================================
      * FORMAT-DATE: WS-DATE-IN as YYYY-MM-DD in WS-DATE-TEXT
      *================================================================
       FORMAT-DATE SECTION.
           MOVE SPACES TO WS-DATE-TEXT
           IF WS-DATE-IN = 0
              GO TO FORMAT-DATE-EXIT
           END-IF
           STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
              WS-DATE-IN(7:2)
              DELIMITED BY SIZE INTO WS-DATE-TEXT.

       FORMAT-DATE-EXIT.
           EXIT.

      *================================================================
      * QUEUE-VIEW-AUDIT: one VAUD entry per inquiry - who looked at
      * which customer (by hash), and whether unmasked
      *================================================================
       QUEUE-VIEW-AUDIT SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-CUSTOMER-KEY TO WS-HASH-INPUT(1:36)
           MOVE 36 TO WS-HASH-INPUT-LEN
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE "CUST360" TO TD-CALLING-PROGRAM
           MOVE "C360-VIEW" TO TD-VALIDATOR-NAME
           MOVE WS-HASH-OUTPUT(1:64) TO TD-INPUT-HASH
           MOVE SPACES TO TD-ERROR-MSG
           IF WS-CUSTOMER-FOUND = 1
              MOVE "+" TO TD-RESULT-SIGN
              MOVE 0 TO TD-RESULT-DIGITS
              IF WS-PII-VISIBLE
                 STRING "USER " DELIMITED BY SIZE
                    WS-USERID DELIMITED BY SIZE
                    " VIEW FULL" DELIMITED BY SIZE
                    INTO TD-ERROR-MSG
              ELSE
                 STRING "USER " DELIMITED BY SIZE
                    WS-USERID DELIMITED BY SIZE
                    " VIEW MASKED" DELIMITED BY SIZE
                    INTO TD-ERROR-MSG
              END-IF
           ELSE
              MOVE "-" TO TD-RESULT-SIGN
              MOVE 7 TO TD-RESULT-DIGITS
              STRING "USER " DELIMITED BY SIZE
                 WS-USERID DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-MSG DELIMITED BY SIZE
                 INTO TD-ERROR-MSG
           END-IF

           EXEC CICS WRITEQ TD QUEUE('VAUD')
                FROM(WS-TDQ-AUDIT-RECORD)
                LENGTH(WS-TDQ-AUDIT-LENGTH)
           END-EXEC.

       QUEUE-VIEW-AUDIT-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP: redisplay the map with the outcome and the
      * keyed ID left in place for the next inquiry
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO
           MOVE -1 TO CIDFL

           EXEC CICS SEND MAP('CUST3601') MAPSET('C360SET')
                FROM(CUST3601O)
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
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN
           END-EXEC.

       ABEND-EXIT-EXIT.
           EXIT.

       END PROGRAM CUST360.
