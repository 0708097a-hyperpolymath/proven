      * validate and report - so every job log shows which table
      * version it ran against, and a half-written swap is detected
      * instead of silently half-loaded.
      *
      * Both files are also signed: each record written is folded
      * into the HMAC-SHA256 chain PROVEN-FILE-MAC keeps under the
      * key PARMMSTR entries MACKEY-CURRDCML and MACKEY-DISPDOM
      * name, and "*M" records after the "*E" trailer carry the
      * signature 18 characters at a time, so a table file
      * shipped to another system proves where it came from. A
      * file with no MACKEY- entry goes unsigned; a key that is set
      * up but cannot be used sets COND code 8 - the tables are
      * still refreshed, since the batch loaders here do not need
      * the signature.
      *================================================================

       IDENTIFICATION DIVISION.
      * Version stamp written to both extract headers
       01 WS-EXTRACT-VERSION            PIC 9(14).

      * MAC-SIGN-START / -RECORD / -FINISH call fields (see
      * PROVEN-FILE-MAC.cob); the signature is written out in
      * 18-character "*M" chunks, so it is padded to a whole chunk
       01 WS-MAC-FILE-ID               PIC X(8).
       01 WS-MAC-STATUS                PIC S9(4) COMP.
       01 WS-MAC-MSG                   PIC X(50).
       01 WS-MAC-RECORD                PIC X(4032).
       01 WS-MAC-RECORD-LEN            PIC 9(4) VALUE 20.
       01 WS-MAC-SIGNATURE-AREA.
          05 WS-MAC-SIGNATURE          PIC X(96).
          05 FILLER                    PIC X(18) VALUE SPACES.
       01 WS-MAC-SIGNATURE-LEN         PIC 9(4).
       01 WS-MAC-CHUNK-POS             PIC 9(4).
       01 WS-MAC-FAILED                PIC 9 VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
      * - this driver only ever hits a hard setup failure, a file it
      * could not sign, or a clean finish, so only those codes are
      * mirrored here
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

              " currency codes, " WS-DOMAIN-WRITTEN
              " domains refreshed, version " WS-EXTRACT-VERSION

           IF WS-MAC-FAILED = 1
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

      * off the rebuilt file entirely
      *================================================================
       EXTRACT-CURRENCIES SECTION.
           MOVE "CURRDCML" TO WS-MAC-FILE-ID
           PERFORM START-FILE-SIGNING

           MOVE SPACES TO CURRDCML-OUT-RECORD
           MOVE "*V" TO CURRDCML-OUT-RECORD(1:2)
           MOVE WS-EXTRACT-VERSION TO CURRDCML-OUT-RECORD(3:14)
           PERFORM WRITE-CURRDCML-LINE

           PERFORM UNTIL WS-AT-CM-EOF
              READ CURRENCY-MASTER-FILE NEXT
                       MOVE SPACES TO CURRDCML-OUT-RECORD
                       MOVE CM-CURR-CODE TO CURRDCML-OUT-RECORD(1:3)
                       MOVE CM-CURR-DEC TO CURRDCML-OUT-RECORD(4:1)
                       PERFORM WRITE-CURRDCML-LINE
                       ADD 1 TO WS-CURR-WRITTEN
                    END-IF
              END-READ
           MOVE SPACES TO CURRDCML-OUT-RECORD
           MOVE "*E" TO CURRDCML-OUT-RECORD(1:2)
           MOVE WS-CURR-WRITTEN TO CURRDCML-OUT-RECORD(3:4)
           PERFORM WRITE-CURRDCML-LINE

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           PERFORM VARYING WS-MAC-CHUNK-POS FROM 1 BY 18
                   UNTIL WS-MAC-CHUNK-POS > WS-MAC-SIGNATURE-LEN
              MOVE SPACES TO CURRDCML-OUT-RECORD
              MOVE "*M" TO CURRDCML-OUT-RECORD(1:2)
              MOVE WS-MAC-SIGNATURE-AREA(WS-MAC-CHUNK-POS:18)
                 TO CURRDCML-OUT-RECORD(3:18)
              WRITE CURRDCML-OUT-RECORD
           END-PERFORM.

       EXTRACT-CURRENCIES-EXIT.
           EXIT.
      * the rebuilt file entirely
      *================================================================
       EXTRACT-DOMAINS SECTION.
           MOVE "DISPDOM" TO WS-MAC-FILE-ID
           PERFORM START-FILE-SIGNING

           MOVE SPACES TO DISPDOM-OUT-RECORD
           MOVE "*V" TO DISPDOM-OUT-RECORD(1:2)
           MOVE WS-EXTRACT-VERSION TO DISPDOM-OUT-RECORD(3:14)
           PERFORM WRITE-DISPDOM-LINE

           PERFORM UNTIL WS-AT-DM-EOF
              READ DOMAIN-MASTER-FILE NEXT
                 NOT AT END
                    IF DM-IS-ACTIVE
                       MOVE DM-DOMAIN-NAME TO DISPDOM-OUT-RECORD
                       PERFORM WRITE-DISPDOM-LINE
                       ADD 1 TO WS-DOMAIN-WRITTEN
                    END-IF
              END-READ
           MOVE SPACES TO DISPDOM-OUT-RECORD
           MOVE "*E" TO DISPDOM-OUT-RECORD(1:2)
           MOVE WS-DOMAIN-WRITTEN TO DISPDOM-OUT-RECORD(3:4)
           PERFORM WRITE-DISPDOM-LINE

           CALL "MAC-SIGN-FINISH" USING WS-MAC-SIGNATURE
               WS-MAC-SIGNATURE-LEN
           PERFORM VARYING WS-MAC-CHUNK-POS FROM 1 BY 18
                   UNTIL WS-MAC-CHUNK-POS > WS-MAC-SIGNATURE-LEN
              MOVE SPACES TO DISPDOM-OUT-RECORD
              MOVE "*M" TO DISPDOM-OUT-RECORD(1:2)
              MOVE WS-MAC-SIGNATURE-AREA(WS-MAC-CHUNK-POS:18)
                 TO DISPDOM-OUT-RECORD(3:18)
              WRITE DISPDOM-OUT-RECORD
           END-PERFORM.

       EXTRACT-DOMAINS-EXIT.
           EXIT.

      *================================================================
      * WRITE-CURRDCML-LINE / WRITE-DISPDOM-LINE: write the record
      * built and fold it into that file's signature
      *================================================================
       WRITE-CURRDCML-LINE SECTION.
           WRITE CURRDCML-OUT-RECORD
           MOVE CURRDCML-OUT-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-CURRDCML-LINE-EXIT.
           EXIT.

       WRITE-DISPDOM-LINE SECTION.
           WRITE DISPDOM-OUT-RECORD
           MOVE DISPDOM-OUT-RECORD TO WS-MAC-RECORD
           CALL "MAC-SIGN-RECORD" USING WS-MAC-RECORD
               WS-MAC-RECORD-LEN.

       WRITE-DISPDOM-LINE-EXIT.
           EXIT.

      *================================================================
      * START-FILE-SIGNING: start the signature chain under the key
      * set up for WS-MAC-FILE-ID - none set up leaves the file
      * unsigned, a key that cannot be used sets COND code 8
      *================================================================
       START-FILE-SIGNING SECTION.
           CALL "MAC-SIGN-START" USING WS-MAC-FILE-ID WS-MAC-STATUS
               WS-MAC-MSG
           EVALUATE WS-MAC-STATUS
              WHEN 0
                 CONTINUE
              WHEN -6
                 DISPLAY "TBLEXTR: " FUNCTION TRIM(WS-MAC-FILE-ID)
                    " not signed - " FUNCTION TRIM(WS-MAC-MSG)
              WHEN OTHER
                 MOVE 1 TO WS-MAC-FAILED
                 DISPLAY "TBLEXTR: " FUNCTION TRIM(WS-MAC-FILE-ID)
                    " CANNOT BE SIGNED - " FUNCTION TRIM(WS-MAC-MSG)
           END-EVALUATE.

       START-FILE-SIGNING-EXIT.
           EXIT.

      *================================================================
      * STAMP-TABLE-VERSION: publish the refreshed version on the
      * TBLVERS KSDS - this is the invalidation hook the VALGATE
