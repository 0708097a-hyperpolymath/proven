      * NORMALIZE-EMAIL (SAFE-EMAIL, provider-aware) and matched
      * against the CUSTGOOD book folded the same way - so
      * J.Smith@gmail.com and jsmith@gmail.com meet in the middle
      * the way the provider delivers them. The folded book is
      * laid down on the EMAILIDX work KSDS, keyed by folded
      * address and emptied at the start of every run, so each
      * bounce is one keyed read and the size of the book does not
      * bound the match; where two customers fold to the same
      * address the first on CUSTGOOD keeps it. A match flags the
      * customer's VALSTAT record: email undeliverable, the
      * provider's reason, and the bounce date - which the routing
      * step reads before choosing electronic delivery and the
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT EMAILIDX-FILE ASSIGN TO "EMAILIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EX-NORM-EMAIL
              FILE STATUS IS WS-EX-FILE-STATUS.

           SELECT VALSTAT-FILE ASSIGN TO "VALSTAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           05 CG-COUNTRY                PIC X(2).
           05 CG-PHONE-E164             PIC X(20).

      * The folded book, one record per folded address - a work
      * KSDS, emptied when the run opens it
       FD  EMAILIDX-FILE
           RECORD CONTAINS 290 CHARACTERS.
       01  EMAILIDX-RECORD.
           05 EX-NORM-EMAIL             PIC X(254).
           05 EX-CUSTOMER-ID            PIC X(36).

      * Validation-status KSDS as VALSTLD lays it down, with the
      * bounce fields this step maintains
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-STATUS                 PIC X(1).
              88 VS-EMAIL-IS-DEAD       VALUE "Y".
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
           05 VS-EMAIL-VERIFIED         PIC X(1).
           05 VS-PHONE-VERIFIED         PIC X(1).

      * Reject suspense as REJRECYC maintains it - repeat bouncers
      * are merged in here for the cleanup desk
      * File status and end-of-file switches
       01 WS-BN-FILE-STATUS            PIC X(2).
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-EX-FILE-STATUS            PIC X(2).
       01 WS-VS-FILE-STATUS            PIC X(2).
       01 WS-SU-FILE-STATUS            PIC X(2).
       01 WS-BN-EOF                    PIC 9 VALUE 0.
       01 WS-FLAGGED-COUNT             PIC 9(8) VALUE 0.
       01 WS-REPEAT-COUNT              PIC 9(8) VALUE 0.
       01 WS-NO-VALSTAT-COUNT          PIC 9(8) VALUE 0.
       01 WS-EMAILS-INDEXED            PIC 9(8) VALUE 0.

      * NORMALIZE-EMAIL call fields (see SAFE-EMAIL.cob) - the
      * address is normalized in place
              " unmatched"

           EVALUATE TRUE
              WHEN WS-UNMATCHED-COUNT > 0
                 OR WS-NO-VALSTAT-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
              STOP RUN
           END-IF

      *    The folded-address work file starts every run empty
           OPEN OUTPUT EMAILIDX-FILE
           IF WS-EX-FILE-STATUS = "00"
              CLOSE EMAILIDX-FILE
              OPEN I-O EMAILIDX-FILE
           END-IF
           IF WS-EX-FILE-STATUS NOT = "00"
              DISPLAY "BNCLOAD: cannot open EMAILIDX, status="
                 WS-EX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O VALSTAT-FILE
           IF WS-VS-FILE-STATUS NOT = "00"
              AND WS-VS-FILE-STATUS NOT = "05"

      *================================================================
      * LOAD-FOLDED-EMAILS: every CUSTGOOD email through the same
      * provider-aware fold the bounces get, onto the work KSDS
      *================================================================
       LOAD-FOLDED-EMAILS SECTION.
           PERFORM UNTIL WS-AT-CG-EOF
      * LOAD-ONE-FOLDED-EMAIL
      *================================================================
       LOAD-ONE-FOLDED-EMAIL SECTION.
           IF CG-EMAIL-ADDRESS = SPACES
              GO TO LOAD-ONE-FOLDED-EMAIL-EXIT
           END-IF

           CALL "NORMALIZE-EMAIL" USING WS-NE-EMAIL WS-NE-LENGTH
               WS-NE-PROVIDER-AWARE WS-NE-RESULT

      *    An address already on file belongs to an earlier
      *    customer; any other refusal is a full work file, and
      *    nothing has been flagged yet, so the run stops clean
           MOVE WS-NE-EMAIL TO EX-NORM-EMAIL
           MOVE CG-CUSTOMER-ID TO EX-CUSTOMER-ID
           WRITE EMAILIDX-RECORD
              INVALID KEY
                 IF WS-EX-FILE-STATUS NOT = "22"
                    DISPLAY "BNCLOAD: EMAILIDX write refused, "
                       "status=" WS-EX-FILE-STATUS " after "
                       WS-EMAILS-INDEXED " address(es) - nothing "
                       "flagged"
                    PERFORM CLOSE-FILES
                    CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                         WS-RC-RESULT
                    MOVE WS-RC-RESULT TO RETURN-CODE
                    STOP RUN
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-EMAILS-INDEXED
           END-WRITE.

       LOAD-ONE-FOLDED-EMAIL-EXIT.
           EXIT.
           CALL "NORMALIZE-EMAIL" USING WS-NE-EMAIL WS-NE-LENGTH
               WS-NE-PROVIDER-AWARE WS-NE-RESULT

           IF BN-EMAIL-ADDRESS = SPACES
              ADD 1 TO WS-UNMATCHED-COUNT
              GO TO PROCESS-ONE-BOUNCE-EXIT
           END-IF

           MOVE WS-NE-EMAIL TO EX-NORM-EMAIL
           READ EMAILIDX-FILE
              INVALID KEY
                 ADD 1 TO WS-UNMATCHED-COUNT
                 GO TO PROCESS-ONE-BOUNCE-EXIT
           END-READ
           ADD 1 TO WS-MATCHED-COUNT

           MOVE EX-CUSTOMER-ID TO VS-CUSTOMER-ID
           READ VALSTAT-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-VALSTAT-COUNT
           END-IF

           MOVE SPACES TO WS-JR-BEFORE-IMAGE
           MOVE VALSTAT-RECORD TO WS-JR-BEFORE-IMAGE(1:160)
           MOVE "Y" TO VS-EMAIL-UNDELIV
           MOVE BN-BOUNCE-REASON TO VS-BOUNCE-REASON
           MOVE BN-BOUNCE-DATE TO VS-BOUNCE-DATE
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE VS-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
           MOVE SPACES TO WS-JR-AFTER-IMAGE
           MOVE VALSTAT-RECORD TO WS-JR-AFTER-IMAGE(1:160)

           CALL "JRNL-WRITE" USING WS-JR-DATASET WS-JR-ACTION
               WS-JR-RECORD-KEY WS-JR-BEFORE-IMAGE
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE BOUNCEIN-FILE
           CLOSE EMAILIDX-FILE
           CLOSE VALSTAT-FILE
           CLOSE REJSUSP-FILE.

