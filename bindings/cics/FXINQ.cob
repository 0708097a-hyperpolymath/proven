      * change to the batch cutoff changes this screen's verdict
      * with it. No value in force falls back to the 24-hour
      * default both sides ship with.
      *
      * Beside the mid rate the screen shows what a customer is
      * quoted: the desk keys the customer's pricing tier (L, M or
      * H, or blank for the board tier) and the FXMARGIN entry in
      * force today for the pair and tier - the master FXMRGLD
      * loads and FXRTSHT publishes the rate sheet from - gives the
      * board band's margins, taken off the mid for WE BUY and added
      * to it for WE SELL, exactly as the published sheet prices
      * them. A tier with no entry of its own falls back to the
      * board tier's; a pair with neither shows the mid alone.
      *================================================================

       IDENTIFICATION DIVISION.
          05 TOFL                      PIC S9(4) COMP.
          05 TOFF                      PIC X.
          05 TOFI                      PIC X(3).
          05 TIRFL                     PIC S9(4) COMP.
          05 TIRFF                     PIC X.
          05 TIRFI                     PIC X(1).
          05 RTEFL                     PIC S9(4) COMP.
          05 RTEFF                     PIC X.
          05 RTEFI                     PIC X(15).
          05 CBYFL                     PIC S9(4) COMP.
          05 CBYFF                     PIC X.
          05 CBYFI                     PIC X(15).
          05 CSLFL                     PIC S9(4) COMP.
          05 CSLFF                     PIC X.
          05 CSLFI                     PIC X(15).
          05 TSFL                      PIC S9(4) COMP.
          05 TSFF                      PIC X.
          05 TSFI                      PIC X(14).
          05 STAFL                     PIC S9(4) COMP.
          05 STAFF                     PIC X.
          05 STAFI                     PIC X(40).
          05 MGNFL                     PIC S9(4) COMP.
          05 MGNFF                     PIC X.
          05 MGNFI                     PIC X(60).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 TOFO                      PIC X(3).
          05 FILLER                    PIC X(03).
          05 TIRFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 RTEFO                     PIC X(15).
          05 FILLER                    PIC X(03).
          05 CBYFO                     PIC X(15).
          05 FILLER                    PIC X(03).
          05 CSLFO                     PIC X(15).
          05 FILLER                    PIC X(03).
          05 TSFO                      PIC X(14).
          05 FILLER                    PIC X(03).
          05 SRCFO                     PIC X(20).
          05 FILLER                    PIC X(03).
          05 STAFO                     PIC X(40).
          05 FILLER                    PIC X(03).
          05 MGNFO                     PIC X(60).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors FXRATELD.cob's EXCHANGE-RATE-VSAM-RECORD field for
       01 WS-BEST-TIMESTAMP            PIC 9(14).
       01 WS-BEST-SOURCE               PIC X(1).

      * FXMARGIN record (see FXMARGIN-RECORD in FXMRGLD.cob) - the
      * customer pricing margins
       01 FXMARGIN-RECORD.
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

      * The customer tier asked for and the FXMARGIN entry in force
      * for it
       01 WS-SEEK-TIER                 PIC X(1).
       01 WS-MG-DONE                   PIC 9.
       01 WS-MG-FOUND                  PIC 9.
       01 WS-MG-BUY-BPS                PIC 9(4).
       01 WS-MG-SELL-BPS               PIC 9(4).
       01 WS-MG-EFFECTIVE              PIC 9(8).
       01 WS-MG-TIER-USED              PIC X(1).
       01 WS-CUST-BUY-RATE             PIC 9(6)V9(8).
       01 WS-CUST-SELL-RATE            PIC 9(6)V9(8).
       01 WS-BPS-DISPLAY               PIC ZZZ9.
       01 WS-BPS-DISPLAY-2             PIC ZZZ9.

      * PARMMSTR record, as PARMMNT maintains it - the source of
      * the staleness cutoff
       01 PARM-MASTER-RECORD.
           MOVE SPACES TO SRCFO
           MOVE SPACES TO AGEFO
           MOVE SPACES TO STAFO
           MOVE SPACES TO CBYFO
           MOVE SPACES TO CSLFO
           MOVE SPACES TO MGNFO

           IF FRFI = SPACES OR TOFI = SPACES
              MOVE "FROM AND TO ARE BOTH REQUIRED" TO WS-MSG
              GO TO LOOK-UP-PAIR-EXIT
           END-IF

           IF TIRFI = SPACE OR TIRFI = LOW-VALUE
              MOVE "*" TO WS-SEEK-TIER
           ELSE
              MOVE FUNCTION UPPER-CASE(TIRFI) TO WS-SEEK-TIER
           END-IF
           IF WS-SEEK-TIER NOT = "L" AND WS-SEEK-TIER NOT = "M"
              AND WS-SEEK-TIER NOT = "H" AND WS-SEEK-TIER NOT = "*"
              MOVE "TIER MUST BE L, M, H OR BLANK FOR BOARD" TO WS-MSG
              GO TO LOOK-UP-PAIR-EXIT
           END-IF

           PERFORM READ-STALE-THRESHOLD

           MOVE FUNCTION UPPER-CASE(FRFI) TO WS-SEEK-FROM
              MOVE "CURRENT" TO STAFO
           END-IF

           PERFORM PRICE-CUSTOMER-RATE

           MOVE "INQUIRY COMPLETE" TO WS-MSG.

       LOOK-UP-PAIR-EXIT.
           EXIT.

      *================================================================
      * PRICE-CUSTOMER-RATE: the customer buy and sell rates for the
      * tier keyed, off the mid just found - the tier's own entry,
      * else the board tier's
      *================================================================
       PRICE-CUSTOMER-RATE SECTION.
           PERFORM READ-MARGIN-ENTRY
           IF WS-MG-FOUND = 0 AND WS-SEEK-TIER NOT = "*"
              MOVE "*" TO WS-SEEK-TIER
              PERFORM READ-MARGIN-ENTRY
           END-IF

           IF WS-MG-FOUND = 0
              MOVE "NO PRICING MARGIN ON FILE - MID RATE ONLY"
                 TO MGNFO
              GO TO PRICE-CUSTOMER-RATE-EXIT
           END-IF

           COMPUTE WS-CUST-BUY-RATE ROUNDED =
              WS-BEST-RATE * (10000 - WS-MG-BUY-BPS) / 10000
           COMPUTE WS-CUST-SELL-RATE ROUNDED =
              WS-BEST-RATE * (10000 + WS-MG-SELL-BPS) / 10000
              ON SIZE ERROR
                 MOVE 999999.99999999 TO WS-CUST-SELL-RATE
           END-COMPUTE
           MOVE WS-CUST-BUY-RATE TO WS-RATE-DISPLAY
           MOVE WS-RATE-DISPLAY TO CBYFO
           MOVE WS-CUST-SELL-RATE TO WS-RATE-DISPLAY
           MOVE WS-RATE-DISPLAY TO CSLFO

           MOVE WS-MG-BUY-BPS TO WS-BPS-DISPLAY
           MOVE WS-MG-SELL-BPS TO WS-BPS-DISPLAY-2
           MOVE SPACES TO MGNFO
           IF WS-MG-TIER-USED = "*"
              STRING "BOARD TIER MARGIN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BPS-DISPLAY) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BPS-DISPLAY-2) DELIMITED BY SIZE
                 " BP IN FORCE FROM " WS-MG-EFFECTIVE
                 DELIMITED BY SIZE INTO MGNFO
           ELSE
              STRING "TIER " WS-MG-TIER-USED " MARGIN "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BPS-DISPLAY) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BPS-DISPLAY-2) DELIMITED BY SIZE
                 " BP IN FORCE FROM " WS-MG-EFFECTIVE
                 DELIMITED BY SIZE INTO MGNFO
           END-IF.

       PRICE-CUSTOMER-RATE-EXIT.
           EXIT.

      *================================================================
      * READ-MARGIN-ENTRY: the newest FXMARGIN entry at or before
      * today for the pair and WS-SEEK-TIER - its board band, the
      * band the screen quotes
      * Output: WS-MG-FOUND, WS-MG-BUY-BPS, WS-MG-SELL-BPS,
      *         WS-MG-EFFECTIVE, WS-MG-TIER-USED
      *================================================================
       READ-MARGIN-ENTRY SECTION.
           MOVE 0 TO WS-MG-FOUND
           MOVE 0 TO WS-MG-DONE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-SEEK-FROM TO MG-FROM-CURRENCY
           MOVE WS-SEEK-TO TO MG-TO-CURRENCY
           MOVE WS-SEEK-TIER TO MG-TIER
           MOVE 0 TO MG-EFFECTIVE-DATE

           EXEC CICS STARTBR DATASET('FXMARGIN')
                RIDFLD(MG-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO READ-MARGIN-ENTRY-EXIT
           END-IF

           PERFORM UNTIL WS-MG-DONE = 1
              EXEC CICS READNEXT DATASET('FXMARGIN')
                   INTO(FXMARGIN-RECORD)
                   RIDFLD(MG-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 1 TO WS-MG-DONE
              ELSE
                 IF MG-FROM-CURRENCY NOT = WS-SEEK-FROM
                    OR MG-TO-CURRENCY NOT = WS-SEEK-TO
                    OR MG-TIER NOT = WS-SEEK-TIER
                    OR MG-EFFECTIVE-DATE > WS-TODAY
                    MOVE 1 TO WS-MG-DONE
                 ELSE
                    MOVE 1 TO WS-MG-FOUND
                    MOVE MG-BAND-BUY-BPS(1) TO WS-MG-BUY-BPS
                    MOVE MG-BAND-SELL-BPS(1) TO WS-MG-SELL-BPS
                    MOVE MG-EFFECTIVE-DATE TO WS-MG-EFFECTIVE
                    MOVE MG-TIER TO WS-MG-TIER-USED
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS ENDBR DATASET('FXMARGIN') END-EXEC.

       READ-MARGIN-ENTRY-EXIT.
           EXIT.

      *================================================================
      * READ-STALE-THRESHOLD: the newest FXMON-STALE-HRS value at
      * or before today from the PARMMSTR master - the PARM-GET
