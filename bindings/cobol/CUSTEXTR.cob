      * before the file is released; any failure sets COND code 8 so
      * the scheduler holds the hand-off. This replaces the desktop
      * conversion script that ran outside change control.
      *
      * The file is signed: every line written is folded into the
      * HMAC-SHA256 chain PROVEN-FILE-MAC keeps under the key
      * PARMMSTR entry MACKEY-JSONOUT names, and a closing
      * {"hmac_sha256":"..."} object after the trailer carries the
      * signature, so the CRM can prove the export came from here
      * unaltered. No MACKEY-JSONOUT entry leaves the file
      * unsigned; a key that is set up but cannot be used sets COND
      * code 8.
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-SELFCHECK-FAIL-COUNT      PIC 9(8) VALUE 0.
       01 WS-ESCAPE-FAIL-COUNT         PIC 9(8) VALUE 0.

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob)
       01 WS-MAC-FILE-ID               PIC X(8) VALUE "JSONOUT".
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 4000.
       01 WS-MAC-SIGNATURE             PIC X(96).
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.

      * Every Nth generated line is validated back through
      * VALIDATE-JSON as a sample self-check
       01 WS-SELFCHECK-INTERVAL        PIC 9(4) VALUE 100.
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           PERFORM START-FILE-SIGNING

           PERFORM UNTIL WS-AT-EOF
              READ CUSTGOOD-FILE
           END-PERFORM

           PERFORM WRITE-TRAILER-OBJECT
           PERFORM WRITE-SIGNATURE-OBJECT
           PERFORM CLOSE-FILES

           DISPLAY "CUSTEXTR: " WS-TOTAL-READ " read, "

           IF WS-SELFCHECK-FAIL-COUNT > 0
              OR WS-ESCAPE-FAIL-COUNT > 0
              OR WS-MAC-FAILED = 1
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF

           MOVE WS-JSON-LINE TO JSONOUT-RECORD
           PERFORM WRITE-JSONOUT-LINE
           ADD 1 TO WS-EXPORTED-COUNT.

       EXPORT-ONE-CUSTOMER-EXIT.
           PERFORM SELF-CHECK-CURRENT-LINE

           MOVE WS-JSON-LINE TO JSONOUT-RECORD
           PERFORM WRITE-JSONOUT-LINE.

       WRITE-TRAILER-OBJECT-EXIT.
           EXIT.

      *================================================================
      * WRITE-SIGNATURE-OBJECT: the closing signature object - the
      * signature is hex digits, colons and the key ID, so it needs
      * no escaping and is strung directly; it is not itself folded
      * into the chain it closes
      *================================================================
       WRITE-SIGNATURE-OBJECT SECTION.
           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           IF WS-MAC-SIGNATURE-LEN = 0
              GO TO WRITE-SIGNATURE-OBJECT-EXIT
           END-IF

           MOVE SPACES TO JSONOUT-RECORD
           STRING '{"hmac_sha256":"'
              WS-MAC-SIGNATURE(1:WS-MAC-SIGNATURE-LEN) '"}'
              DELIMITED BY SIZE INTO JSONOUT-RECORD
           WRITE JSONOUT-RECORD.

       WRITE-SIGNATURE-OBJECT-EXIT.
           EXIT.

      *================================================================
      * WRITE-JSONOUT-LINE: write the line built in JSONOUT-RECORD
      * and fold it into the file's signature
      *================================================================
       WRITE-JSONOUT-LINE SECTION.
           WRITE JSONOUT-RECORD
           MOVE JSONOUT-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-JSONOUT-LINE-EXIT.
           EXIT.

      *================================================================
      * START-FILE-SIGNING: start the signature chain under the key
      * set up for JSONOUT - none set up leaves the file unsigned, a
      * key that cannot be used fails the step with COND code 8
      *================================================================
       START-FILE-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "CUSTEXTR: JSONOUT not signed - "
                    FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "CUSTEXTR: JSONOUT CANNOT BE SIGNED - "
                    FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-FILE-SIGNING-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
