      * record for a customer is replaced, so the desk always sees
      * the latest sweep's answer in sub-second time instead of
      * grepping last night's CUSTREJ print.
      *
      * The record also carries the postal-verification grade that
      * ADDRVRFY sets; like the bounce fields it belongs to another
      * job, so a replace carries the prior grade forward and a
      * first-time record starts ungraded (space).
      *
      * The email and phone ownership flags (N while a one-time
      * code is outstanding, Y once VALGATE has confirmed it) are
      * carried forward the same way - only CUSTMNT, NTFBUILD and
      * VALGATE move them - and a first-time record starts with
      * both blank: a contact the sweep has never seen changed is
      * the one the customer already had.
      *================================================================

       IDENTIFICATION DIVISION.

      * Validation-status KSDS the CUSTINQ transaction reads
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

       WORKING-STORAGE SECTION.


      * The status record being landed, held across the
      * before-image read
       01 WS-NEW-STATUS-SAVE           PIC X(160).
       01 WS-WRITE-OK                  PIC 9.

      * BNCLOAD's bounce flags carried forward across the nightly
       01 WS-PRIOR-EMAIL-UNDELIV       PIC X(1).
       01 WS-PRIOR-BOUNCE-REASON       PIC X(20).
       01 WS-PRIOR-BOUNCE-DATE         PIC 9(8).
       01 WS-PRIOR-ADDR-GRADE          PIC X(1).
       01 WS-PRIOR-EMAIL-VERIFIED      PIC X(1).
       01 WS-PRIOR-PHONE-VERIFIED      PIC X(1).

      * JRNL-WRITE call fields (see PROVEN-JRNL-WRITE.cob) - every
      * VALSTAT write is journaled with before/after images so
           MOVE SPACES TO VS-EMAIL-UNDELIV
           MOVE SPACES TO VS-BOUNCE-REASON
           MOVE 0 TO VS-BOUNCE-DATE
           MOVE SPACES TO VS-ADDR-GRADE
           MOVE SPACES TO VS-EMAIL-VERIFIED
           MOVE SPACES TO VS-PHONE-VERIFIED
           PERFORM WRITE-OR-REPLACE-STATUS
           ADD 1 TO WS-GOOD-LOADED.

           MOVE SPACES TO VS-EMAIL-UNDELIV
           MOVE SPACES TO VS-BOUNCE-REASON
           MOVE 0 TO VS-BOUNCE-DATE
           MOVE SPACES TO VS-ADDR-GRADE
           MOVE SPACES TO VS-EMAIL-VERIFIED
           MOVE SPACES TO VS-PHONE-VERIFIED
           PERFORM WRITE-OR-REPLACE-STATUS
           ADD 1 TO WS-REJECT-LOADED.

              NOT INVALID KEY
                 MOVE SPACES TO WS-JR-BEFORE-IMAGE
                 MOVE VALSTAT-RECORD
                    TO WS-JR-BEFORE-IMAGE(1:160)
                 MOVE "U" TO WS-JR-ACTION
                 MOVE 1 TO WS-PRIOR-FOUND
                 MOVE VS-EMAIL-UNDELIV TO WS-PRIOR-EMAIL-UNDELIV
                 MOVE VS-BOUNCE-REASON TO WS-PRIOR-BOUNCE-REASON
                 MOVE VS-BOUNCE-DATE TO WS-PRIOR-BOUNCE-DATE
                 MOVE VS-ADDR-GRADE TO WS-PRIOR-ADDR-GRADE
                 MOVE VS-EMAIL-VERIFIED TO WS-PRIOR-EMAIL-VERIFIED
                 MOVE VS-PHONE-VERIFIED TO WS-PRIOR-PHONE-VERIFIED
           END-READ
           MOVE WS-NEW-STATUS-SAVE TO VALSTAT-RECORD

      *    On a replace the prior record's bounce fields survive -
      *    only BNCLOAD sets or clears deliverability - and so does
      *    the address grade, which only ADDRVRFY sets, and the
      *    contact ownership flags the verification workflow owns
           IF WS-PRIOR-FOUND = 1
              MOVE WS-PRIOR-EMAIL-UNDELIV TO VS-EMAIL-UNDELIV
              MOVE WS-PRIOR-BOUNCE-REASON TO VS-BOUNCE-REASON
              MOVE WS-PRIOR-BOUNCE-DATE TO VS-BOUNCE-DATE
              MOVE WS-PRIOR-ADDR-GRADE TO VS-ADDR-GRADE
              MOVE WS-PRIOR-EMAIL-VERIFIED TO VS-EMAIL-VERIFIED
              MOVE WS-PRIOR-PHONE-VERIFIED TO VS-PHONE-VERIFIED
           END-IF

           MOVE 1 TO WS-WRITE-OK
           MOVE SPACES TO WS-JR-RECORD-KEY
           MOVE VS-CUSTOMER-ID TO WS-JR-RECORD-KEY(1:36)
           MOVE SPACES TO WS-JR-AFTER-IMAGE
           MOVE VALSTAT-RECORD TO WS-JR-AFTER-IMAGE(1:160)

           CALL "JRNL-WRITE" USING WS-JR-DATASET WS-JR-ACTION
               WS-JR-RECORD-KEY WS-JR-BEFORE-IMAGE
