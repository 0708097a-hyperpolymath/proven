      * signature date and the last use. Everything else goes to
      * COLLREJ with the failing reason, the CUSTVALD split.
      * Released collections refresh the mandate's last-used date,
      * which is what keeps the lapse clock honest. A mandate whose
      * final or one-off collection COLLFMT has already sent is
      * used up and covers nothing further.
      *
      * A rejected collection whose mandate is on file queues a
      * COLLREJ notification to the mandate's customer through
      * NOTIFY-EVENT, so the debtor hears the debit will not be
      * taken before the missed payment surprises them. A
      * collection with no mandate names no customer we can tell.
      *
      * A COLLIN already taken in is refused before anything is
      * opened: FEED-REGISTRY-CHECK (PROVEN-FEED-REGISTRY, with the
      * FEEDREG DD pointed at the same dataset) looks the file's
      * content hash up on the RCVDREG received-file registry, and
      * a resend ends the step with COND code 12 and nothing
      * released, unless PARMMSTR entry RELOAD-COLLIN authorises a
      * deliberate reload of that very file. The processed file is
      * entered on the registry at the end of the run; a failure to
      * enter it sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.

      * Mandate master as MANDLOAD lays it down
       FD  MANDATE-FILE
           RECORD CONTAINS 105 CHARACTERS.
       01  MANDATE-RECORD.
           05 MD-MANDATE-ID             PIC X(16).
           05 MD-CUSTOMER-ID            PIC X(36).
              88 MD-IS-ACTIVE           VALUE "A".
              88 MD-IS-CANCELLED        VALUE "C".
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

       FD  COLLOK-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 WS-RELEASED-COUNT            PIC 9(8) VALUE 0.
       01 WS-NO-MANDATE-COUNT          PIC 9(6) VALUE 0.
       01 WS-CANCELLED-COUNT           PIC 9(6) VALUE 0.
       01 WS-USED-UP-COUNT             PIC 9(6) VALUE 0.
       01 WS-IBAN-MISMATCH-COUNT       PIC 9(6) VALUE 0.
       01 WS-LAPSED-COUNT              PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(8) VALUE 0.

       01 WS-REJECT-REASON             PIC X(50).

      * NOTIFY-EVENT call fields (see PROVEN-NOTIFY.cob) - the
      * customer is known only once the mandate has been read
       01 WS-NT-EVENT-TYPE             PIC X(8) VALUE "COLLREJ".
       01 WS-NT-CUSTOMER-ID            PIC X(36).
       01 WS-NT-REFERENCE              PIC X(35).
       01 WS-NT-DETAIL                 PIC X(60).
       01 WS-NT-SOURCE                 PIC X(8) VALUE "COLLVALD".
       01 WS-NT-RESULT                 PIC 9.
       01 WS-NT-ERROR-MSG              PIC X(50).

      * Scheme usage rule: a mandate lapses when no collection has
      * drawn on it within this many days of the later of its
      * signature and last use (36 months)
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * FEED-REGISTRY-CHECK / -RECORD call fields (see
      * PROVEN-FEED-REGISTRY.cob) - COLLIN has no header record, so
      * it is checked by content alone
       01 WS-FR-FEED-NAME              PIC X(8) VALUE "COLLIN".
       01 WS-FR-HEADER-PREFIX          PIC X(2) VALUE SPACES.
       01 WS-FR-REF-POS                PIC 9(4) VALUE 1.
       01 WS-FR-REF-LEN                PIC 9(2) VALUE 0.
       01 WS-FR-RECORD-COUNT           PIC 9(8).
       01 WS-FR-CONTENT-HASH           PIC X(64).
       01 WS-FR-STATUS                 PIC S9(4) COMP.
       01 WS-FR-MSG                    PIC X(50).
       01 WS-FR-NOT-RECORDED           PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-PS-DUPLICATE              PIC S9(4) COMP VALUE -11.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM CHECK-FEED-REGISTRY
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-JD-YEAR

           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES
           PERFORM RECORD-FEED-REGISTRY

           DISPLAY "COLLVALD: " WS-COLLECTIONS-READ
              " collection(s), " WS-RELEASED-COUNT " released, "
              WS-REJECT-COUNT " rejected"

           EVALUATE TRUE
              WHEN WS-FR-NOT-RECORDED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REJECT-COUNT > 0
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
      * CHECK-FEED-REGISTRY: refuse a COLLIN already received - an
      * exact or header-level duplicate - before anything is opened,
      * unless PARMMSTR entry RELOAD-COLLIN authorises this very file
      *================================================================
       CHECK-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-CHECK" USING WS-FR-FEED-NAME
               WS-FR-HEADER-PREFIX WS-FR-REF-POS WS-FR-REF-LEN
               WS-FR-RECORD-COUNT WS-FR-CONTENT-HASH WS-FR-STATUS
               WS-FR-MSG

           EVALUATE WS-FR-STATUS
              WHEN 0
                 IF WS-FR-MSG NOT = SPACES
                    DISPLAY "COLLVALD: " FUNCTION TRIM(WS-FR-MSG)
                       " - " WS-FR-CONTENT-HASH(1:16)
                 END-IF
              WHEN -11
                 DISPLAY "COLLVALD: COLLIN REFUSED - "
                    FUNCTION TRIM(WS-FR-MSG)
                 DISPLAY "COLLVALD: content hash "
                    WS-FR-CONTENT-HASH(1:16) ", "
                    WS-FR-RECORD-COUNT " record(s) - set RELOAD-"
                    "COLLIN to this hash to reload deliberately"
                 CALL "STATUS-TO-RC" USING WS-PS-DUPLICATE
                      WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY "COLLVALD: received-file registry check "
                    "failed - " FUNCTION TRIM(WS-FR-MSG)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CHECK-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * RECORD-FEED-REGISTRY: enter the processed COLLIN on the
      * registry; a feed left unentered could be taken in again, so
      * a failure sets COND code 8
      *================================================================
       RECORD-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-RECORD" USING WS-FR-STATUS WS-FR-MSG
           IF WS-FR-STATUS NOT = 0
              MOVE 1 TO WS-FR-NOT-RECORDED
              DISPLAY "COLLVALD: COLLIN NOT ENTERED on the received-"
                 "file registry - " FUNCTION TRIM(WS-FR-MSG)
           END-IF.

       RECORD-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened - a collections run that cannot see the mandates
           EXIT.

      *================================================================
      * CHECK-ONE-COLLECTION: the mandate must exist, be active and
      * not used up, name the same debtor account, and not have
      * lapsed
      *================================================================
       CHECK-ONE-COLLECTION SECTION.
           ADD 1 TO WS-COLLECTIONS-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-NT-CUSTOMER-ID

           MOVE CL-MANDATE-ID TO MD-MANDATE-ID
           READ MANDATE-FILE
                 PERFORM WRITE-REJECT-RECORD
                 GO TO CHECK-ONE-COLLECTION-EXIT
           END-READ
           MOVE MD-CUSTOMER-ID TO WS-NT-CUSTOMER-ID

           IF NOT MD-IS-ACTIVE
              MOVE "Mandate cancelled" TO WS-REJECT-REASON
              GO TO CHECK-ONE-COLLECTION-EXIT
           END-IF

           IF MD-IS-USED-UP
              MOVE "Mandate used up - final or one-off collected"
                 TO WS-REJECT-REASON
              ADD 1 TO WS-USED-UP-COUNT
              PERFORM WRITE-REJECT-RECORD
              GO TO CHECK-ONE-COLLECTION-EXIT
           END-IF

           IF CL-DEBTOR-IBAN NOT = MD-DEBTOR-IBAN
              MOVE "Debtor account differs from mandate"
                 TO WS-REJECT-REASON
           MOVE COLLIN-RECORD TO CJ-COLLECTION
           MOVE WS-REJECT-REASON TO CJ-REJECT-REASON
           WRITE COLLREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT

           IF WS-NT-CUSTOMER-ID NOT = SPACES
              PERFORM QUEUE-REJECT-NOTICE
           END-IF.

       WRITE-REJECT-RECORD-EXIT.
           EXIT.

      *================================================================
      * QUEUE-REJECT-NOTICE: tell the mandate's customer the
      * collection will not be taken, and why
      *================================================================
       QUEUE-REJECT-NOTICE SECTION.
           MOVE CL-COLLECTION-ID TO WS-NT-REFERENCE
           MOVE WS-REJECT-REASON TO WS-NT-DETAIL

           CALL "NOTIFY-EVENT" USING WS-NT-EVENT-TYPE
               WS-NT-CUSTOMER-ID WS-NT-REFERENCE WS-NT-DETAIL
               WS-NT-SOURCE WS-NT-RESULT WS-NT-ERROR-MSG

           IF WS-NT-RESULT NOT = 1
              DISPLAY "COLLVALD: reject notice not queued for "
                 CL-COLLECTION-ID " - " WS-NT-ERROR-MSG
           END-IF.

       QUEUE-REJECT-NOTICE-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS
      *================================================================
