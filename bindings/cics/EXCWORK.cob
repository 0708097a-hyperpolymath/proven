      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven ExcWork - online worklist over the operations
      * exception inbox
      *

      *================================================================
      * EXCWORK is a pseudo-conversational CICS transaction (TRANID
      * EXCW) fronting the EXCWRK1 map, in the PAYREPR mould. The
      * EXCCOLL batch step collects every open exception - the
      * reject, receipt and return suspense, open GL suspense,
      * undeliverable statements, held and rejected payments, open
      * screening cases and parked FX rates - onto the EXCINBX
      * inbox KSDS each night, with its age in business days, owner
      * team and SLA due date. Here the desk can:
      *
      *   L  list the inbox from the keyed source (and item, to
      *      page on), eight items a screen - only the keyed owner
      *      team's when a team is keyed; an item past its SLA due
      *      date is flagged *
      *   D  drill into one item - its description, amount, dates,
      *      owner, who has claimed it, the last comment, and the
      *      transaction it is worked on (PAYA for a held payment,
      *      PAYR for a payment reject, SCRD for a screening case,
      *      FXAP for a parked rate, CMNT for a customer reject or
      *      undeliverable statement; the suspense items are worked
      *      in the batch reconciliations)
      *   C  claim an item under the operator's userid - refused
      *      while someone else holds it
      *   R  release an item the operator holds
      *   N  note a comment on an item, stamped with the userid
      *
      * The item is keyed as its source and the leading part of its
      * key there, as the list shows it. Claims and comments stay on
      * the inbox record, and EXCCOLL carries them across every
      * nightly refresh until the item is dealt with in its source.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCWORK.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Mirrors the EXCWRK1 map's symbolic map, field for field -
      * see EXCWORK.bms for the map source this is generated from
       01 EXCWRK1I.
          05 TEAMFL                    PIC S9(4) COMP.
          05 TEAMFF                    PIC X.
          05 TEAMFI                    PIC X(8).
          05 SRCFL                     PIC S9(4) COMP.
          05 SRCFF                     PIC X.
          05 SRCFI                     PIC X(8).
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(1).
          05 ITMFL                     PIC S9(4) COMP.
          05 ITMFF                     PIC X.
          05 ITMFI                     PIC X(70).
          05 CMTFL                     PIC S9(4) COMP.
          05 CMTFF                     PIC X.
          05 CMTFI                     PIC X(60).
          05 DTLFI-AREA.
             10 DTL-ENTRY-I OCCURS 8 TIMES.
                15 DTLFL               PIC S9(4) COMP.
                15 DTLFF               PIC X.
                15 DTLFI               PIC X(76).
          05 DSCFL                     PIC S9(4) COMP.
          05 DSCFF                     PIC X.
          05 DSCFI                     PIC X(50).
          05 WRKFL                     PIC S9(4) COMP.
          05 WRKFF                     PIC X.
          05 WRKFI                     PIC X(8).
          05 CCYFL                     PIC S9(4) COMP.
          05 CCYFF                     PIC X.
          05 CCYFI                     PIC X(3).
          05 AMTFL                     PIC S9(4) COMP.
          05 AMTFF                     PIC X.
          05 AMTFI                     PIC X(20).
          05 FSNFL                     PIC S9(4) COMP.
          05 FSNFF                     PIC X.
          05 FSNFI                     PIC X(8).
          05 AGEFL                     PIC S9(4) COMP.
          05 AGEFF                     PIC X.
          05 AGEFI                     PIC X(4).
          05 OWNFL                     PIC S9(4) COMP.
          05 OWNFF                     PIC X.
          05 OWNFI                     PIC X(8).
          05 DUEFL                     PIC S9(4) COMP.
          05 DUEFF                     PIC X.
          05 DUEFI                     PIC X(8).
          05 CLBFL                     PIC S9(4) COMP.
          05 CLBFF                     PIC X.
          05 CLBFI                     PIC X(8).
          05 CLDFL                     PIC S9(4) COMP.
          05 CLDFF                     PIC X.
          05 CLDFI                     PIC X(8).
          05 CMBFL                     PIC S9(4) COMP.
          05 CMBFF                     PIC X.
          05 CMBFI                     PIC X(8).
          05 CMDFL                     PIC S9(4) COMP.
          05 CMDFF                     PIC X.
          05 CMDFI                     PIC X(8).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).

       01 EXCWRK1O REDEFINES EXCWRK1I.
          05 FILLER                    PIC X(03).
          05 TEAMFO                    PIC X(8).
          05 FILLER                    PIC X(03).
          05 SRCFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 ITMFO                     PIC X(70).
          05 FILLER                    PIC X(03).
          05 CMTFO                     PIC X(60).
          05 DTLFO-AREA.
             10 DTL-ENTRY-O OCCURS 8 TIMES.
                15 FILLER              PIC X(03).
                15 DTLFO               PIC X(76).
          05 FILLER                    PIC X(03).
          05 DSCFO                     PIC X(50).
          05 FILLER                    PIC X(03).
          05 WRKFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 CCYFO                     PIC X(3).
          05 FILLER                    PIC X(03).
          05 AMTFO                     PIC X(20).
          05 FILLER                    PIC X(03).
          05 FSNFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 AGEFO                     PIC X(4).
          05 FILLER                    PIC X(03).
          05 OWNFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 DUEFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 CLBFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 CLDFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 CMBFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 CMDFO                     PIC X(8).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors EXCCOLL.cob's EXCINBX-RECORD field for field
       01 EXCINBX-RECORD.
          05 EX-KEY.
             10 EX-SOURCE              PIC X(8).
             10 EX-ITEM-KEY            PIC X(96).
          05 EX-CURRENCY               PIC X(3).
          05 EX-AMOUNT-MINOR           PIC S9(15)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 EX-DESCRIPTION            PIC X(50).
          05 EX-FIRST-SEEN-DATE        PIC 9(8).
          05 EX-AGE-BUS-DAYS           PIC 9(4).
          05 EX-OWNER-TEAM             PIC X(8).
          05 EX-SLA-DAYS               PIC 9(3).
          05 EX-SLA-DUE-DATE           PIC 9(8).
          05 EX-LAST-COLLECTED         PIC 9(8).
          05 EX-WORK-PART.
             10 EX-CLAIMED-BY          PIC X(8).
             10 EX-CLAIMED-DATE        PIC 9(8).
             10 EX-COMMENT             PIC X(60).
             10 EX-COMMENT-BY          PIC X(8).
             10 EX-COMMENT-DATE        PIC 9(8).
          05 FILLER                    PIC X(16).

      * The transaction each source's items are worked on
       01 WS-WORKED-ON-VALUES.
          05 FILLER PIC X(12) VALUE "PAYPEND PAYA".
          05 FILLER PIC X(12) VALUE "PAYREJ  PAYR".
          05 FILLER PIC X(12) VALUE "SCRNCASESCRD".
          05 FILLER PIC X(12) VALUE "FXPENDAPFXAP".
          05 FILLER PIC X(12) VALUE "REJSUSP CMNT".
          05 FILLER PIC X(12) VALUE "UNDELIV CMNT".
       01 WS-WORKED-ON-TABLE REDEFINES WS-WORKED-ON-VALUES.
          05 WS-WO-ENTRY OCCURS 6 TIMES.
             10 WS-WO-SOURCE           PIC X(8).
             10 WS-WO-TRANID           PIC X(4).
       01 WS-WO-IDX                    PIC 9(2).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-MSG                       PIC X(76).
       01 WS-USERID                    PIC X(8).
       01 WS-TODAY                     PIC 9(8).
       01 WS-INBOX-KEY                 PIC X(104).
       01 WS-TEAM-FILTER               PIC X(8).
       01 WS-SOURCE-WANTED             PIC X(8).
       01 WS-ITEM-WANTED               PIC X(70).
       01 WS-COMMENT-KEYED             PIC X(60).
       01 WS-LIST-IDX                  PIC 9(2).
       01 WS-BROWSE-DONE               PIC 9.
       01 WS-ITEM-FOUND                PIC 9.
       01 WS-AMOUNT-DISPLAY            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01 WS-ACTION-CHOICE             PIC X.
          88 WS-ACTION-IS-LIST         VALUE "L".
          88 WS-ACTION-IS-DETAIL       VALUE "D".
          88 WS-ACTION-IS-CLAIM        VALUE "C".
          88 WS-ACTION-IS-RELEASE      VALUE "R".
          88 WS-ACTION-IS-NOTE         VALUE "N".

      * One worklist line
       01 WS-LIST-LINE.
          05 WS-LL-SOURCE              PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-LL-ITEM-KEY            PIC X(24).
          05 FILLER                    PIC X(1).
          05 WS-LL-CURRENCY            PIC X(3).
          05 WS-LL-AMOUNT              PIC -ZZZZZZZZZZZZ9.
          05 FILLER                    PIC X(1).
          05 WS-LL-AGE                 PIC ZZZ9.
          05 FILLER                    PIC X(1).
          05 WS-LL-DUE-DATE            PIC 9(8).
          05 FILLER                    PIC X(1).
          05 WS-LL-CLAIMED-BY          PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-LL-FLAG                PIC X(1).

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: send the map on first entry, otherwise receive
      * and act on the operator's request, then re-send the map
      *================================================================
       MAIN-CONTROL SECTION.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-MAP)
                ERROR(ABEND-EXIT)
           END-EXEC

           EXEC CICS RECEIVE MAP('EXCWRK1') MAPSET('EXCWSET')
                INTO(EXCWRK1I)
                RESP(WS-RESP)
           END-EXEC

           PERFORM PROCESS-REQUEST
           PERFORM SEND-RESULT-MAP

           EXEC CICS RETURN TRANSID('EXCW') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * SEND-INITIAL-MAP
      *================================================================
       SEND-INITIAL-MAP SECTION.
           MOVE LOW-VALUES TO EXCWRK1O
           EXEC CICS SEND MAP('EXCWRK1') MAPSET('EXCWSET')
                ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('EXCW') COMMAREA(DFHCOMMAREA)
           END-EXEC.

       SEND-INITIAL-MAP-EXIT.
           EXIT.

      *================================================================
      * PROCESS-REQUEST: list the inbox, or find one item and show,
      * claim, release or comment on it
      *================================================================
       PROCESS-REQUEST SECTION.
           MOVE SPACES TO WS-MSG
           MOVE TEAMFI TO WS-TEAM-FILTER
           MOVE SRCFI TO WS-SOURCE-WANTED
           MOVE ITMFI TO WS-ITEM-WANTED
           MOVE CMTFI TO WS-COMMENT-KEYED
           INSPECT WS-TEAM-FILTER REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-SOURCE-WANTED
              REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-ITEM-WANTED REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-COMMENT-KEYED
              REPLACING ALL LOW-VALUES BY SPACES
           MOVE FUNCTION UPPER-CASE(WS-TEAM-FILTER) TO WS-TEAM-FILTER
           MOVE FUNCTION UPPER-CASE(WS-SOURCE-WANTED)
              TO WS-SOURCE-WANTED

           PERFORM CLEAR-ITEM-FIELDS
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
              UNTIL WS-LIST-IDX > 8
              MOVE SPACES TO DTLFO(WS-LIST-IDX)
           END-PERFORM

           MOVE ACTFI TO WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
              TO WS-ACTION-CHOICE
           IF NOT WS-ACTION-IS-LIST AND NOT WS-ACTION-IS-DETAIL
              AND NOT WS-ACTION-IS-CLAIM
              AND NOT WS-ACTION-IS-RELEASE
              AND NOT WS-ACTION-IS-NOTE
              MOVE "ACT MUST BE L, D, C, R OR N" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           MOVE SPACES TO WS-INBOX-KEY
           MOVE WS-SOURCE-WANTED TO WS-INBOX-KEY(1:8)
           MOVE WS-ITEM-WANTED TO WS-INBOX-KEY(9:70)

           IF WS-ACTION-IS-LIST
              PERFORM LIST-INBOX
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-SOURCE-WANTED = SPACES OR WS-ITEM-WANTED = SPACES
              MOVE "SOURCE AND ITEM ARE REQUIRED" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           PERFORM FIND-INBOX-ITEM
           IF WS-ITEM-FOUND = 0
              MOVE "NO INBOX ITEM FOR THAT SOURCE AND ITEM" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           IF WS-ACTION-IS-DETAIL
              PERFORM SHOW-INBOX-ITEM
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           EXEC CICS READ DATASET('EXCINBX')
                INTO(EXCINBX-RECORD)
                RIDFLD(EX-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR READING EXCEPTION INBOX" TO WS-MSG
              GO TO PROCESS-REQUEST-EXIT
           END-IF

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           EVALUATE TRUE
              WHEN WS-ACTION-IS-CLAIM
                 PERFORM CLAIM-ITEM
              WHEN WS-ACTION-IS-RELEASE
                 PERFORM RELEASE-ITEM
              WHEN OTHER
                 PERFORM NOTE-COMMENT
           END-EVALUATE

           PERFORM SHOW-INBOX-ITEM.

       PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================
      * CLEAR-ITEM-FIELDS: blank the display-only item fields
      *================================================================
       CLEAR-ITEM-FIELDS SECTION.
           MOVE SPACES TO DSCFO
           MOVE SPACES TO WRKFO
           MOVE SPACES TO CCYFO
           MOVE SPACES TO AMTFO
           MOVE SPACES TO FSNFO
           MOVE SPACES TO AGEFO
           MOVE SPACES TO OWNFO
           MOVE SPACES TO DUEFO
           MOVE SPACES TO CLBFO
           MOVE SPACES TO CLDFO
           MOVE SPACES TO CMBFO
           MOVE SPACES TO CMDFO.

       CLEAR-ITEM-FIELDS-EXIT.
           EXIT.

      *================================================================
      * FIND-INBOX-ITEM: the first item at or after the keyed source
      * and item whose key starts with what was keyed - the list
      * shows only the leading part of a long key
      *================================================================
       FIND-INBOX-ITEM SECTION.
           MOVE 0 TO WS-ITEM-FOUND

           EXEC CICS STARTBR DATASET('EXCINBX')
                RIDFLD(WS-INBOX-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO FIND-INBOX-ITEM-EXIT
           END-IF

           EXEC CICS READNEXT DATASET('EXCINBX')
                INTO(EXCINBX-RECORD)
                RIDFLD(WS-INBOX-KEY)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND EX-SOURCE = WS-SOURCE-WANTED
              AND EX-ITEM-KEY(1:70) = WS-ITEM-WANTED
              MOVE 1 TO WS-ITEM-FOUND
           END-IF

           EXEC CICS ENDBR DATASET('EXCINBX') END-EXEC.

       FIND-INBOX-ITEM-EXIT.
           EXIT.

      *================================================================
      * SHOW-INBOX-ITEM: everything the inbox holds on the item, and
      * the transaction it is worked on
      *================================================================
       SHOW-INBOX-ITEM SECTION.
           MOVE EX-SOURCE TO SRCFO
           MOVE EX-ITEM-KEY(1:70) TO ITMFO
           MOVE EX-DESCRIPTION TO DSCFO
           MOVE EX-CURRENCY TO CCYFO
           MOVE EX-AMOUNT-MINOR TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO AMTFO
           MOVE EX-FIRST-SEEN-DATE TO FSNFO
           MOVE EX-AGE-BUS-DAYS TO AGEFO
           MOVE EX-OWNER-TEAM TO OWNFO
           MOVE EX-SLA-DUE-DATE TO DUEFO
           MOVE EX-CLAIMED-BY TO CLBFO
           MOVE EX-COMMENT TO CMTFO
           MOVE EX-COMMENT-BY TO CMBFO
           IF EX-CLAIMED-BY NOT = SPACES
              MOVE EX-CLAIMED-DATE TO CLDFO
           END-IF
           IF EX-COMMENT-BY NOT = SPACES
              MOVE EX-COMMENT-DATE TO CMDFO
           END-IF

           MOVE SPACES TO WRKFO
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > 6
              IF WS-WO-SOURCE(WS-WO-IDX) = EX-SOURCE
                 MOVE WS-WO-TRANID(WS-WO-IDX) TO WRKFO
              END-IF
           END-PERFORM

           IF WS-MSG = SPACES
              AND EX-SLA-DUE-DATE < FUNCTION CURRENT-DATE(1:8)
              MOVE "ITEM IS PAST ITS SLA DUE DATE" TO WS-MSG
           END-IF.

       SHOW-INBOX-ITEM-EXIT.
           EXIT.

      *================================================================
      * LIST-INBOX: browse from the keyed source (and item, to page
      * on) and show the next eight items - only the keyed team's
      * when a team is keyed
      *================================================================
       LIST-INBOX SECTION.
           MOVE 0 TO WS-LIST-IDX
           MOVE 0 TO WS-BROWSE-DONE

           EXEC CICS STARTBR DATASET('EXCINBX')
                RIDFLD(WS-INBOX-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO INBOX ITEMS FROM THAT SOURCE ON" TO WS-MSG
              GO TO LIST-INBOX-EXIT
           END-IF

           PERFORM UNTIL WS-BROWSE-DONE = 1
              EXEC CICS READNEXT DATASET('EXCINBX')
                   INTO(EXCINBX-RECORD)
                   RIDFLD(WS-INBOX-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 1 TO WS-BROWSE-DONE
              ELSE
                 IF WS-SOURCE-WANTED NOT = SPACES
                    AND EX-SOURCE NOT = WS-SOURCE-WANTED
                    MOVE 1 TO WS-BROWSE-DONE
                 ELSE
                    IF WS-TEAM-FILTER = SPACES
                       OR EX-OWNER-TEAM = WS-TEAM-FILTER
                       ADD 1 TO WS-LIST-IDX
                       PERFORM FORMAT-LIST-LINE
                       IF WS-LIST-IDX = 8
                          MOVE 1 TO WS-BROWSE-DONE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS ENDBR DATASET('EXCINBX') END-EXEC

           IF WS-LIST-IDX = 0
              MOVE "NO OPEN ITEMS FROM THAT SOURCE ON" TO WS-MSG
           ELSE
              MOVE "KEY LAST SOURCE AND ITEM SHOWN AND L AGAIN FOR MORE"
                 TO WS-MSG
           END-IF.

       LIST-INBOX-EXIT.
           EXIT.

      *================================================================
      * FORMAT-LIST-LINE
      *================================================================
       FORMAT-LIST-LINE SECTION.
           MOVE SPACES TO WS-LIST-LINE
           MOVE EX-SOURCE TO WS-LL-SOURCE
           MOVE EX-ITEM-KEY TO WS-LL-ITEM-KEY
           MOVE EX-CURRENCY TO WS-LL-CURRENCY
           MOVE EX-AMOUNT-MINOR TO WS-LL-AMOUNT
           MOVE EX-AGE-BUS-DAYS TO WS-LL-AGE
           MOVE EX-SLA-DUE-DATE TO WS-LL-DUE-DATE
           MOVE EX-CLAIMED-BY TO WS-LL-CLAIMED-BY
           IF EX-SLA-DUE-DATE < FUNCTION CURRENT-DATE(1:8)
              MOVE "*" TO WS-LL-FLAG
           END-IF
           MOVE WS-LIST-LINE TO DTLFO(WS-LIST-IDX).

       FORMAT-LIST-LINE-EXIT.
           EXIT.

      *================================================================
      * CLAIM-ITEM: take an unclaimed item (or re-stamp one already
      * held by this operator); someone else's claim stands until
      * they release it
      *================================================================
       CLAIM-ITEM SECTION.
           IF EX-CLAIMED-BY NOT = SPACES
              AND EX-CLAIMED-BY NOT = WS-USERID
              EXEC CICS UNLOCK DATASET('EXCINBX') END-EXEC
              MOVE SPACES TO WS-MSG
              STRING "ALREADY CLAIMED BY " EX-CLAIMED-BY
                 " - THEY MUST RELEASE IT FIRST"
                 DELIMITED BY SIZE INTO WS-MSG
              GO TO CLAIM-ITEM-EXIT
           END-IF

           MOVE WS-USERID TO EX-CLAIMED-BY
           MOVE WS-TODAY TO EX-CLAIMED-DATE
           PERFORM REWRITE-INBOX-ITEM
           IF WS-MSG = SPACES
              MOVE "ITEM CLAIMED" TO WS-MSG
           END-IF.

       CLAIM-ITEM-EXIT.
           EXIT.

      *================================================================
      * RELEASE-ITEM: only the operator holding an item can let it go
      *================================================================
       RELEASE-ITEM SECTION.
           IF EX-CLAIMED-BY = SPACES
              EXEC CICS UNLOCK DATASET('EXCINBX') END-EXEC
              MOVE "ITEM IS NOT CLAIMED" TO WS-MSG
              GO TO RELEASE-ITEM-EXIT
           END-IF

           IF EX-CLAIMED-BY NOT = WS-USERID
              EXEC CICS UNLOCK DATASET('EXCINBX') END-EXEC
              MOVE SPACES TO WS-MSG
              STRING "ONLY " EX-CLAIMED-BY
                 " CAN RELEASE THIS ITEM"
                 DELIMITED BY SIZE INTO WS-MSG
              GO TO RELEASE-ITEM-EXIT
           END-IF

           MOVE SPACES TO EX-CLAIMED-BY
           MOVE 0 TO EX-CLAIMED-DATE
           PERFORM REWRITE-INBOX-ITEM
           IF WS-MSG = SPACES
              MOVE "ITEM RELEASED" TO WS-MSG
           END-IF.

       RELEASE-ITEM-EXIT.
           EXIT.

      *================================================================
      * NOTE-COMMENT: the keyed comment replaces the last one,
      * stamped with the operator and date
      *================================================================
       NOTE-COMMENT SECTION.
           IF WS-COMMENT-KEYED = SPACES
              EXEC CICS UNLOCK DATASET('EXCINBX') END-EXEC
              MOVE "KEY A COMMENT TO NOTE" TO WS-MSG
              GO TO NOTE-COMMENT-EXIT
           END-IF

           MOVE WS-COMMENT-KEYED TO EX-COMMENT
           MOVE WS-USERID TO EX-COMMENT-BY
           MOVE WS-TODAY TO EX-COMMENT-DATE
           PERFORM REWRITE-INBOX-ITEM
           IF WS-MSG = SPACES
              MOVE "COMMENT NOTED" TO WS-MSG
           END-IF.

       NOTE-COMMENT-EXIT.
           EXIT.

      *================================================================
      * REWRITE-INBOX-ITEM
      *================================================================
       REWRITE-INBOX-ITEM SECTION.
           EXEC CICS REWRITE DATASET('EXCINBX')
                FROM(EXCINBX-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "ERROR UPDATING EXCEPTION INBOX" TO WS-MSG
           END-IF.

       REWRITE-INBOX-ITEM-EXIT.
           EXIT.

      *================================================================
      * SEND-RESULT-MAP
      *================================================================
       SEND-RESULT-MAP SECTION.
           MOVE WS-MSG TO MSGFO
           MOVE -1 TO ACTFL

           EXEC CICS SEND MAP('EXCWRK1') MAPSET('EXCWSET')
                FROM(EXCWRK1O)
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

       END PROGRAM EXCWORK.
