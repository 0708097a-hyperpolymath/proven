      * with a warning while the vendors transition. *H/*T lines
      * are skipped by the rate-collection loop so they never
      * register as unknown-vendor rejects.
      *
      * Once the controls prove out, a vendor file already taken in
      * is refused: FEED-REGISTRY-CHECK (PROVEN-FEED-REGISTRY, with
      * the FEEDREG DD pointed at the same concatenation) looks its
      * content hash and its first *H header up on the RCVDREG
      * received-file registry, and a resend - exact, or under a
      * header already seen - ends the step with COND code 12 and
      * no rate loaded, unless PARMMSTR entry RELOAD-FXVENDOR
      * authorises a deliberate reload of that very file. The
      * processed file is entered on the registry at the end of the
      * run; a failure to enter it sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * FEED-REGISTRY-CHECK / -RECORD call fields (see
      * PROVEN-FEED-REGISTRY.cob) - the header reference is the first
      * *H record, up to 64 characters
       01 WS-FR-FEED-NAME              PIC X(8) VALUE "FXVENDOR".
       01 WS-FR-HEADER-PREFIX          PIC X(2) VALUE "*H".
       01 WS-FR-REF-POS                PIC 9(4) VALUE 1.
       01 WS-FR-REF-LEN                PIC 9(2) VALUE 64.
       01 WS-FR-RECORD-COUNT           PIC 9(8).
       01 WS-FR-CONTENT-HASH           PIC X(64).
       01 WS-FR-STATUS                 PIC S9(4) COMP.
       01 WS-FR-MSG                    PIC X(50).
       01 WS-FR-NOT-RECORDED           PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-PS-DUPLICATE              PIC S9(4) COMP VALUE -11.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-RC-RESULT                 PIC 9(2).

       MAIN-CONTROL SECTION.
           PERFORM READ-TOLERANCE-PARM
           PERFORM VERIFY-FEED-CONTROLS
           PERFORM CHECK-FEED-REGISTRY
           PERFORM OPEN-FILES
           PERFORM LOAD-VENDOR-LAYOUTS
           PERFORM LOAD-MOVEMENT-THRESHOLDS
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES
           PERFORM RECORD-FEED-REGISTRY

           DISPLAY "FXRATELD: " WS-TOTAL-READ " read, "
              WS-VALID-COUNT " valid, " WS-REJECT-COUNT " rejected, "

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0
                 OR WS-FR-NOT-RECORDED = 1
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-DISCREPANCY-COUNT > 0
                 OR WS-UNKNOWN-VENDOR-COUNT > 0
       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * CHECK-FEED-REGISTRY: refuse a FXVENDOR already received - an
      * exact or header-level duplicate - before anything is opened,
      * unless PARMMSTR entry RELOAD-FXVENDOR authorises this very file
      *================================================================
       CHECK-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-CHECK" USING WS-FR-FEED-NAME
               WS-FR-HEADER-PREFIX WS-FR-REF-POS WS-FR-REF-LEN
               WS-FR-RECORD-COUNT WS-FR-CONTENT-HASH WS-FR-STATUS
               WS-FR-MSG

           EVALUATE WS-FR-STATUS
              WHEN 0
                 IF WS-FR-MSG NOT = SPACES
                    DISPLAY "FXRATELD: " FUNCTION TRIM(WS-FR-MSG)
                       " - " WS-FR-CONTENT-HASH(1:16)
                 END-IF
              WHEN -11
                 DISPLAY "FXRATELD: FXVENDOR REFUSED - "
                    FUNCTION TRIM(WS-FR-MSG)
                 DISPLAY "FXRATELD: content hash "
                    WS-FR-CONTENT-HASH(1:16) ", "
                    WS-FR-RECORD-COUNT " record(s) - set RELOAD-"
                    "FXVENDOR to this hash to reload deliberately"
                 CALL "STATUS-TO-RC" USING WS-PS-DUPLICATE
                      WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY "FXRATELD: received-file registry check "
                    "failed - " FUNCTION TRIM(WS-FR-MSG)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CHECK-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * RECORD-FEED-REGISTRY: enter the processed FXVENDOR on the
      * registry; a feed left unentered could be taken in again, so
      * a failure sets COND code 8
      *================================================================
       RECORD-FEED-REGISTRY SECTION.
           CALL "FEED-REGISTRY-RECORD" USING WS-FR-STATUS WS-FR-MSG
           IF WS-FR-STATUS NOT = 0
              MOVE 1 TO WS-FR-NOT-RECORDED
              DISPLAY "FXRATELD: FXVENDOR NOT ENTERED on the received-"
                 "file registry - " FUNCTION TRIM(WS-FR-MSG)
           END-IF.

       RECORD-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================
      * READ-TOLERANCE-PARM: a numeric JCL PARM overrides the
      * default 50-basis-point vendor-disagreement tolerance
