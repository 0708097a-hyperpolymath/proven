      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PayTrace - online payment trace inquiry by payment ID
      *

      *================================================================
      * PAYTRACE is a pseudo-conversational CICS transaction (TRANID
      * PTRC) fronting the PAYTRCE1 map, in the same mould as
      * CUST360. When a beneficiary says they were never paid, the
      * payments desk keys the PY-PAYMENT-ID once and reads the
      * payment's life off the PAYEVNT event log every payment step
      * writes to (PAY-EVENT-WRITE, see PROVEN-PAY-EVENT.cob) -
      * instead of searching the PAYIN, PAYREJ, PAYPEND, PAYRELSD,
      * PAYSOUT, PAYVOUT, PAYXML and BANKRET generations for it.
      *
      * The log is browsed forward from the payment ID, so the
      * events come back in the order they happened. Four summary
      * lines are drawn from all of them:
      *
      *   - STATE      the latest event, when and by which step
      *   - APPROVAL   who approved (or declined) it on PAYAPPRV,
      *                or that it is still waiting on the desk
      *   - BANK FILE  the pain.001 message ID, NACHA trace or BACS
      *                day of the file that carried it, and the
      *                bank's acknowledgement or rejection
      *   - RETURN     the bank's return reason, if it came back
      *
      * and the first twelve events are listed beneath them - time,
      * event, step, operator and reference. A payment with more
      * says so in the message line; the PAYTRRPT batch report
      * prints every event with its detail text.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYTRACE.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the PAYTRCE1 map's symbolic map, field for field -
      * see PAYTRACE.bms for the map source this is generated from
       01 PAYTRCE1I.
          05 PIDFL                     PIC S9(4) COMP.
          05 PIDFF                     PIC X.
          05 PIDFI                     PIC X(12).
          05 AMTFL                     PIC S9(4) COMP.
          05 AMTFF                     PIC X.
          05 AMTFI                     PIC X(46).
          05 STAFL                     PIC S9(4) COMP.
          05 STAFF                     PIC X.
          05 STAFI                     PIC X(63).
          05 APRFL                     PIC S9(4) COMP.
          05 APRFF                     PIC X.
          05 APRFI                     PIC X(63).
          05 FILFL                     PIC S9(4) COMP.
          05 FILFF                     PIC X.
          05 FILFI                     PIC X(63).
          05 RETFL                     PIC S9(4) COMP.
          05 RETFF                     PIC X.
          05 RETFI                     PIC X(63).
          05 HDRFL                     PIC S9(4) COMP.
          05 HDRFF                     PIC X.
          05 HDRFI                     PIC X(76).
          05 DTLFI-AREA.
             10 DTL-ENTRY-I OCCURS 12 TIMES.
                15 DTLFL               PIC S9(4) COMP.
                15 DTLFF               PIC X.
                15 DTLFI               PIC X(76).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).

       01 PAYTRCE1O REDEFINES PAYTRCE1I.
          05 FILLER                    PIC X(03).
          05 PIDFO                     PIC X(12).
          05 FILLER                    PIC X(03).
          05 AMTFO                     PIC X(46).
          05 FILLER                    PIC X(03).
          05 STAFO                     PIC X(63).
          05 FILLER                    PIC X(03).
          05 APRFO                     PIC X(63).
          05 FILLER                    PIC X(03).
          05 FILFO                     PIC X(63).
          05 FILLER                    PIC X(03).
          05 RETFO                     PIC X(63).
          05 FILLER                    PIC X(03).
          05 HDRFO                     PIC X(76).
          05 DTLFO-AREA.
             10 DTL-ENTRY-O OCCURS 12 TIMES.
                15 FILLER              PIC X(03).
                15 DTLFO               PIC X(76).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors PROVEN-PAY-EVENT.cob's PAY-EVENT-RECORD field for
      * field
       01 PAY-EVENT-RECORD.
          05 PE-KEY.
             10 PE-PAYMENT-ID          PIC X(12).
             10 PE-EVENT-TS            PIC X(21).
             10 PE-SEQUENCE            PIC 9(4).
          05 PE-EVENT-CODE             PIC X(8).
          05 PE-SOURCE                 PIC X(8).
          05 PE-ACTOR                  PIC X(8).
          05 PE-REFERENCE              PIC X(35).
          05 PE-DETAIL                 PIC X(60).
          05 PE-CURRENCY               PIC X(3).
          05 PE-AMOUNT-MINOR           PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 FILLER                    PIC X(25).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-PAYMENT-KEY               PIC X(12).
       01 WS-MSG                       PIC X(76).
       01 WS-MSG-PTR                   PIC 9(3).
       01 WS-EVENT-KEY.
          05 WS-EVENT-PAYMENT-ID       PIC X(12).
          05 WS-EVENT-REST             PIC X(25).
       01 WS-BROWSING                  PIC 9.
       01 WS-EVENT-COUNT               PIC 9(5) VALUE 0.
       01 WS-COUNT-EDIT                PIC ZZZZ9.
       01 WS-LINE-IDX                  PIC 9(2).
       01 WS-AMOUNT-DISPLAY            PIC -(14)9.

      * What the summary lines are drawn from - the latest event of
      * each kind seen on the browse
       01 WS-LAST-EVENT.
          05 WS-LAST-CODE              PIC X(8).
          05 WS-LAST-TS                PIC X(21).
          05 WS-LAST-SOURCE            PIC X(8).
          05 WS-LAST-DETAIL            PIC X(60).
       01 WS-APPROVAL-EVENT.
          05 WS-APR-CODE               PIC X(8).
          05 WS-APR-TS                 PIC X(21).
          05 WS-APR-ACTOR              PIC X(8).
          05 WS-APR-REFERENCE          PIC X(35).
       01 WS-HELD-SEEN                 PIC 9.
       01 WS-SENT-EVENT.
          05 WS-SENT-TS                PIC X(21).
          05 WS-SENT-SOURCE            PIC X(8).
          05 WS-SENT-REFERENCE         PIC X(35).
       01 WS-BANK-EVENT.
          05 WS-BANK-CODE              PIC X(8).
          05 WS-BANK-REFERENCE         PIC X(35).
       01 WS-RETURN-EVENT.
          05 WS-RET-TS                 PIC X(21).
          05 WS-RET-REFERENCE          PIC X(35).
       01 WS-AMOUNT-EVENT.
          05 WS-AMT-CURRENCY           PIC X(3).
          05 WS-AMT-MINOR              PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.

      * Timestamp rendering - the CURRENT-DATE stamp as
      * YYYY-MM-DD HH:MM:SS
       01 WS-TS-IN                     PIC X(21).
       01 WS-TS-TEXT                   PIC X(19).

      * Event-line heading and one event line
       01 WS-EVENT-HEADING.
          05 FILLER                    PIC X(20) VALUE "WHEN".
          05 FILLER                    PIC X(9) VALUE "EVENT".
          05 FILLER                    PIC X(9) VALUE "STEP".
          05 FILLER                    PIC X(9) VALUE "BY".
          05 FILLER                    PIC X(9) VALUE "REFERENCE".
       01 WS-EVENT-LINE.
          05 EL-WHEN                   PIC X(19).
          05 FILLER                    PIC X(1).
          05 EL-EVENT                  PIC X(8).
          05 FILLER                    PIC X(1).
          05 EL-SOURCE                 PIC X(8).
          05 FILLER                    PIC X(1).
          05 EL-ACTOR                  PIC X(8).
          05 FILLER                    PIC X(1).
          05 EL-REFERENCE              PIC X(29).

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: send the map on first entry, otherwise receive
      * the keyed payment ID, trace it, and re-send the map for the
      * next inquiry
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-MAP)
                ERROR(ABEND-EXIT)
           END-EXEC

           EXEC CICS RECEIVE MAP('PAYTRCE1') MAPSET('PTRCSET')
                INTO(PAYTRCE1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM TRACE-PAYMENT
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('PTRC') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP: first entry to the transaction - send the
      * map blank and wait for input
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO PAYTRCE1O
           EXEC CICS SEND MAP('PAYTRCE1') MAPSET('PTRCSET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('PTRC') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * TRACE-PAYMENT: browse the payment's events in the order they
      * happened, list the first twelve, and draw the summary lines
      * from all of them
      *================================================================
       TRACE-PAYMENT SECTION.
           MOVE SPACES TO WS-MSG
           MOVE SPACES TO AMTFO
           MOVE SPACES TO STAFO
           MOVE SPACES TO APRFO
           MOVE SPACES TO FILFO
           MOVE SPACES TO RETFO
           MOVE WS-EVENT-HEADING TO HDRFO
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > 12
              MOVE SPACES TO DTLFO(WS-LINE-IDX)
           END-PERFORM
           MOVE 0 TO WS-LINE-IDX
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 0 TO WS-HELD-SEEN
           MOVE SPACES TO WS-LAST-EVENT
           MOVE SPACES TO WS-APPROVAL-EVENT
           MOVE SPACES TO WS-SENT-EVENT
           MOVE SPACES TO WS-BANK-EVENT
           MOVE SPACES TO WS-RETURN-EVENT
           MOVE SPACES TO WS-AMT-CURRENCY
           MOVE 0 TO WS-AMT-MINOR

           IF PIDFI = SPACES OR PIDFI = LOW-VALUES
              MOVE "PAYMENT ID IS REQUIRED" TO WS-MSG
              GO TO TRACE-PAYMENT-EXIT
           END-IF

           MOVE SPACES TO WS-PAYMENT-KEY
           MOVE PIDFI TO WS-PAYMENT-KEY

           MOVE WS-PAYMENT-KEY TO WS-EVENT-PAYMENT-ID
           MOVE LOW-VALUES TO WS-EVENT-REST

           EXEC CICS STARTBR DATASET('PAYEVNT')
                RIDFLD(WS-EVENT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "NO EVENTS LOGGED FOR THAT PAYMENT ID" TO WS-MSG
              GO TO TRACE-PAYMENT-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING PAYMENT EVENT LOG" TO WS-MSG
              GO TO TRACE-PAYMENT-EXIT
           END-IF

           MOVE 1 TO WS-BROWSING
           PERFORM UNTIL WS-BROWSING = 0
              EXEC CICS READNEXT DATASET('PAYEVNT')
                   INTO(PAY-EVENT-RECORD)
                   RIDFLD(WS-EVENT-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR PE-PAYMENT-ID NOT = WS-PAYMENT-KEY
                 MOVE 0 TO WS-BROWSING
              ELSE
                 PERFORM TAKE-ONE-EVENT
              END-IF
           END-PERFORM

           EXEC CICS ENDBR DATASET('PAYEVNT')
           END-EXEC

           IF WS-EVENT-COUNT = 0
              MOVE "NO EVENTS LOGGED FOR THAT PAYMENT ID" TO WS-MSG
              GO TO TRACE-PAYMENT-EXIT
           END-IF

           PERFORM SHOW-SUMMARY-LINES

           MOVE WS-EVENT-COUNT TO WS-COUNT-EDIT
           MOVE 1 TO WS-MSG-PTR
           STRING "TRACE COMPLETE - " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
              " EVENT(S)" DELIMITED BY SIZE
              INTO WS-MSG WITH POINTER WS-MSG-PTR
           IF WS-EVENT-COUNT > 12
              STRING " - FIRST 12 SHOWN, PAYTRRPT LISTS ALL"
                 DELIMITED BY SIZE
                 INTO WS-MSG WITH POINTER WS-MSG-PTR
           END-IF.

       TRACE-PAYMENT-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-EVENT: list the event if there is room, and keep it
      * where it bears on a summary line
      *================================================================
       TAKE-ONE-EVENT SECTION.
           ADD 1 TO WS-EVENT-COUNT

           IF WS-LINE-IDX < 12
              ADD 1 TO WS-LINE-IDX
              MOVE SPACES TO WS-EVENT-LINE
              MOVE PE-EVENT-TS TO WS-TS-IN
              PERFORM FORMAT-TIMESTAMP
              MOVE WS-TS-TEXT TO EL-WHEN
              MOVE PE-EVENT-CODE TO EL-EVENT
              MOVE PE-SOURCE TO EL-SOURCE
              MOVE PE-ACTOR TO EL-ACTOR
              MOVE PE-REFERENCE TO EL-REFERENCE
              MOVE WS-EVENT-LINE TO DTLFO(WS-LINE-IDX)
           END-IF

           MOVE PE-EVENT-CODE TO WS-LAST-CODE
           MOVE PE-EVENT-TS TO WS-LAST-TS
           MOVE PE-SOURCE TO WS-LAST-SOURCE
           MOVE PE-DETAIL TO WS-LAST-DETAIL

           IF PE-CURRENCY NOT = SPACES
              MOVE PE-CURRENCY TO WS-AMT-CURRENCY
              MOVE PE-AMOUNT-MINOR TO WS-AMT-MINOR
           END-IF

           EVALUATE PE-EVENT-CODE
              WHEN "HELD"
                 MOVE 1 TO WS-HELD-SEEN
              WHEN "APPROVED"
              WHEN "DECLINED"
                 MOVE PE-EVENT-CODE TO WS-APR-CODE
                 MOVE PE-EVENT-TS TO WS-APR-TS
                 MOVE PE-ACTOR TO WS-APR-ACTOR
                 MOVE PE-REFERENCE TO WS-APR-REFERENCE
              WHEN "SENT"
                 MOVE PE-EVENT-TS TO WS-SENT-TS
                 MOVE PE-SOURCE TO WS-SENT-SOURCE
                 MOVE PE-REFERENCE TO WS-SENT-REFERENCE
              WHEN "BANKACK"
              WHEN "BANKRJCT"
                 MOVE PE-EVENT-CODE TO WS-BANK-CODE
                 MOVE PE-REFERENCE TO WS-BANK-REFERENCE
              WHEN "RETURNED"
                 MOVE PE-EVENT-TS TO WS-RET-TS
                 MOVE PE-REFERENCE TO WS-RET-REFERENCE
           END-EVALUATE.

       TAKE-ONE-EVENT-EXIT.
           EXIT.

      *================================================================
      * SHOW-SUMMARY-LINES: amount, state, approval, bank file and
      * return, from the events just browsed
      *================================================================
       SHOW-SUMMARY-LINES SECTION.
           IF WS-AMT-CURRENCY NOT = SPACES
              MOVE WS-AMT-MINOR TO WS-AMOUNT-DISPLAY
              STRING "AMOUNT " WS-AMT-CURRENCY " "
                 FUNCTION TRIM(WS-AMOUNT-DISPLAY) " (MINOR UNITS)"
                 DELIMITED BY SIZE INTO AMTFO
           END-IF

           MOVE WS-LAST-TS TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           STRING FUNCTION TRIM(WS-LAST-CODE) " " WS-TS-TEXT
              " BY " FUNCTION TRIM(WS-LAST-SOURCE) " - "
              WS-LAST-DETAIL
              DELIMITED BY SIZE INTO STAFO

           EVALUATE TRUE
              WHEN WS-APR-CODE NOT = SPACES
                 MOVE WS-APR-TS TO WS-TS-IN
                 PERFORM FORMAT-TIMESTAMP
                 STRING FUNCTION TRIM(WS-APR-CODE) " BY "
                    FUNCTION TRIM(WS-APR-ACTOR) " " WS-TS-TEXT
                    " - " WS-APR-REFERENCE
                    DELIMITED BY SIZE INTO APRFO
              WHEN WS-HELD-SEEN = 1
                 MOVE "HELD - NO DECISION LOGGED YET" TO APRFO
              WHEN OTHER
                 MOVE "NOT HELD FOR APPROVAL" TO APRFO
           END-EVALUATE

           IF WS-SENT-REFERENCE = SPACES
              MOVE "NOT YET ON A BANK FILE" TO FILFO
           ELSE
              MOVE WS-SENT-TS TO WS-TS-IN
              PERFORM FORMAT-TIMESTAMP
              MOVE 1 TO WS-MSG-PTR
              STRING FUNCTION TRIM(WS-SENT-REFERENCE) " BY "
                 FUNCTION TRIM(WS-SENT-SOURCE) " " WS-TS-TEXT(1:10)
                 DELIMITED BY SIZE
                 INTO FILFO WITH POINTER WS-MSG-PTR
              IF WS-BANK-CODE NOT = SPACES
                 STRING " - " FUNCTION TRIM(WS-BANK-CODE) " "
                    FUNCTION TRIM(WS-BANK-REFERENCE)
                    DELIMITED BY SIZE
                    INTO FILFO WITH POINTER WS-MSG-PTR
              END-IF
           END-IF

           IF WS-RET-REFERENCE = SPACES
              MOVE "NONE" TO RETFO
           ELSE
              MOVE WS-RET-TS TO WS-TS-IN
              PERFORM FORMAT-TIMESTAMP
              STRING "RETURNED " WS-TS-TEXT(1:10) " - REASON "
                 WS-RET-REFERENCE
                 DELIMITED BY SIZE INTO RETFO
           END-IF.

       SHOW-SUMMARY-LINES-EXIT.
           EXIT.

      *================================================================
      * FORMAT-TIMESTAMP: WS-TS-IN as YYYY-MM-DD HH:MM:SS
      *================================================================
       FORMAT-TIMESTAMP SECTION.
           MOVE SPACES TO WS-TS-TEXT
           IF WS-TS-IN = SPACES
              GO TO FORMAT-TIMESTAMP-EXIT
           END-IF
           STRING WS-TS-IN(1:4) "-" WS-TS-IN(5:2) "-" WS-TS-IN(7:2)
              " " WS-TS-IN(9:2) ":" WS-TS-IN(11:2) ":"
              WS-TS-IN(13:2)
              DELIMITED BY SIZE INTO WS-TS-TEXT.

       FORMAT-TIMESTAMP-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO
           MOVE -1 TO PIDFL

           EXEC CICS SEND MAP('PAYTRCE1') MAPSET('PTRCSET')
                FROM(PAYTRCE1O)
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

       END PROGRAM PAYTRACE.
