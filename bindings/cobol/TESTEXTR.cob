      * The TESTMANI manifest records the sampling interval and the
      * count of every masking applied - the sign-off sheet that
      * rides with the bundle to the test LPAR.
      *
      * The sampled customer ids and the transaction ids their
      * statement lines name are kept on the TSTKEYS work KSDS
      * (a type byte - C customer, T transaction - ahead of the
      * id), emptied at the start of every run, so the joins are
      * keyed reads and the size of the master does not bound the
      * sample. A work file that refuses a key for any reason but
      * a duplicate stops the run with COND code 8 - a bundle whose
      * keys no longer join is worse than no bundle.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT TSTKEYS-FILE ASSIGN TO "TSTKEYS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XK-KEY
              FILE STATUS IS WS-XK-FILE-STATUS.

           SELECT TSTCUST-FILE ASSIGN TO "TSTCUST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TC-FILE-STATUS.

      * Validation-status KSDS as VALSTLD lays it down
       FD  VALSTAT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  VALSTAT-RECORD.
           05 VS-CUSTOMER-ID            PIC X(36).
           05 VS-STATUS                 PIC X(1).
           05 VS-EMAIL-UNDELIV          PIC X(1).
           05 VS-BOUNCE-REASON          PIC X(20).
           05 VS-BOUNCE-DATE            PIC 9(8).
           05 VS-ADDR-GRADE             PIC X(1).
           05 VS-EMAIL-VERIFIED         PIC X(1).
           05 VS-PHONE-VERIFIED         PIC X(1).

      * Statement transactions as STMTGEN reads them
       FD  STMTTXN-FILE

      * Postings in the extended GLTXN layout PROVEN-GL-POST writes
       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  TRANSACTION-RECORD.
           05 TX-TRANS-ID               PIC X(12).
           05 FILLER                    PIC X(60).

      * Keys the bundle joins on - a work KSDS, emptied when the
      * run opens it
       FD  TSTKEYS-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  TSTKEYS-RECORD.
           05 XK-KEY.
              10 XK-KEY-TYPE            PIC X(1).
                 88 XK-IS-CUSTOMER      VALUE "C".
                 88 XK-IS-TRANSACTION   VALUE "T".
              10 XK-KEY-VALUE           PIC X(36).

       FD  TSTCUST-FILE
           RECORD CONTAINS 526 CHARACTERS.
       01  TSTCUST-RECORD               PIC X(526).

       FD  TSTVLSTA-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  TSTVLSTA-RECORD              PIC X(160).

       FD  TSTSTMT-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01 WS-TS-FILE-STATUS            PIC X(2).
       01 WS-TG-FILE-STATUS            PIC X(2).
       01 WS-MF-FILE-STATUS            PIC X(2).
       01 WS-XK-FILE-STATUS            PIC X(2).
       01 WS-CM-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CM-EOF              VALUE 1.
       01 WS-SX-EOF                    PIC 9 VALUE 0.
       01 WS-SAMPLE-INTERVAL           PIC 9(6) VALUE 100.
       01 WS-INTERVAL-COUNTER          PIC 9(6) VALUE 0.

      * The STMTTXN join arrives sorted by customer, so one
      * remembered TSTKEYS lookup answers each run of lines
       01 WS-SAMPLE-FOUND              PIC 9 VALUE 0.
       01 WS-LAST-LOOKUP-ID            PIC X(36) VALUE LOW-VALUES.
       01 WS-LAST-LOOKUP-FOUND         PIC 9 VALUE 0.

      * Synthetic-value sequence and masked-record build area
       01 WS-SYNTH-SEQ                 PIC 9(7) VALUE 0.
       01 WS-SYNTH-EDIT                PIC 9(7).
           PERFORM CLOSE-FILES

           DISPLAY "TESTEXTR: " WS-CUST-WRITTEN " of "
              WS-MASTER-READ " customer(s) extracted"

           CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

              STOP RUN
           END-IF

      *    The join-key work file starts every run empty
           OPEN OUTPUT TSTKEYS-FILE
           IF WS-XK-FILE-STATUS = "00"
              CLOSE TSTKEYS-FILE
              OPEN I-O TSTKEYS-FILE
           END-IF
           IF WS-XK-FILE-STATUS NOT = "00"
              DISPLAY "TESTEXTR: cannot open TSTKEYS, status="
                 WS-XK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TSTCUST-FILE
           OPEN OUTPUT TSTVLSTA-FILE
           OPEN OUTPUT TSTSTMT-FILE
           END-IF
           MOVE 0 TO WS-INTERVAL-COUNTER

           MOVE "C" TO XK-KEY-TYPE
           MOVE CM-CUSTOMER-ID TO XK-KEY-VALUE
           PERFORM REMEMBER-JOIN-KEY

           PERFORM MASK-CUSTOMER-PII
           MOVE CUSTOMER-MASTER-RECORD TO TSTCUST-RECORD
       SAMPLE-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * REMEMBER-JOIN-KEY: lay XK-KEY down on TSTKEYS - a key
      * already there is a repeat and harmless; any other refusal
      * means the joins can no longer be trusted
      *================================================================
       REMEMBER-JOIN-KEY SECTION.
           WRITE TSTKEYS-RECORD
              INVALID KEY
                 IF WS-XK-FILE-STATUS NOT = "22"
                    DISPLAY "TESTEXTR: TSTKEYS write refused, "
                       "status=" WS-XK-FILE-STATUS " - bundle "
                       "abandoned"
                    PERFORM CLOSE-FILES
                    CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                         WS-RC-RESULT
                    MOVE WS-RC-RESULT TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-WRITE.

       REMEMBER-JOIN-KEY-EXIT.
           EXIT.

      *================================================================
      * MASK-CUSTOMER-PII: synthetic but format-valid replacements,
      * applied in place before the record is written anywhere
           IF SX-CUSTOMER-ID = WS-LAST-LOOKUP-ID
              MOVE WS-LAST-LOOKUP-FOUND TO WS-SAMPLE-FOUND
           ELSE
              MOVE "C" TO XK-KEY-TYPE
              MOVE SX-CUSTOMER-ID TO XK-KEY-VALUE
              READ TSTKEYS-FILE
                 INVALID KEY
                    MOVE 0 TO WS-SAMPLE-FOUND
                 NOT INVALID KEY
                    MOVE 1 TO WS-SAMPLE-FOUND
              END-READ
              MOVE SX-CUSTOMER-ID TO WS-LAST-LOOKUP-ID
              MOVE WS-SAMPLE-FOUND TO WS-LAST-LOOKUP-FOUND
           END-IF
           WRITE TSTSTMT-RECORD
           ADD 1 TO WS-STMT-WRITTEN

           MOVE "T" TO XK-KEY-TYPE
           MOVE SX-TRANS-ID TO XK-KEY-VALUE
           PERFORM REMEMBER-JOIN-KEY.

       EXTRACT-ONE-STATEMENT-TXN-EXIT.
           EXIT.
      * a sampled customer's statement transaction names it
      *================================================================
       EXTRACT-ONE-POSTING SECTION.
           MOVE "T" TO XK-KEY-TYPE
           MOVE TX-TRANS-ID TO XK-KEY-VALUE
           READ TSTKEYS-FILE
              INVALID KEY
                 GO TO EXTRACT-ONE-POSTING-EXIT
           END-READ

           MOVE TRANSACTION-RECORD TO TSTGLTXN-RECORD
           WRITE TSTGLTXN-RECORD
           ADD 1 TO WS-GLTXN-WRITTEN.

       EXTRACT-ONE-POSTING-EXIT.
           EXIT.
           MOVE SPACES TO WS-MANIFEST-COUNT-LINE
           MOVE "GLTXN POSTINGS IN BUNDLE" TO WS-MC-LABEL
           MOVE WS-GLTXN-WRITTEN TO WS-MC-COUNT
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-COUNT-LINE.

       WRITE-MANIFEST-EXIT.
           CLOSE VALSTAT-FILE
           CLOSE STMTTXN-FILE
           CLOSE TRANSACTION-FILE
           CLOSE TSTKEYS-FILE
           CLOSE TSTCUST-FILE
           CLOSE TSTVLSTA-FILE
           CLOSE TSTSTMT-FILE
