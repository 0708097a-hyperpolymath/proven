      * goes to MANDREJ with the failing validator's message, the
      * same split every loader in this suite makes. The COLLVALD
      * collections step reads the master this job maintains.
      *
      * Each mandate also says what kind of collections it covers
      * - R recurrent (the default when the line leaves it blank)
      * or O one-off - and carries the sequence state COLLFMT
      * stamps each collection with in the pain.008 file: a new
      * recurrent mandate starts at first, moves to recurring once
      * used, and a one-off mandate is used up by its collection.
      * A fresh signature (an add, or an update) restarts the
      * sequence. The desk's fourth action, L, marks the next
      * collection under an active recurrent mandate as the last
      * one; COLLFMT sends it as final and the mandate is then
      * used up.
      *================================================================

       IDENTIFICATION DIVISION.
       FILE SECTION.
      * One maintenance action per line
       FD  MANDIN-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  MANDIN-RECORD.
           05 MI-ACTION                 PIC X(1).
              88 MI-ACTION-IS-ADD       VALUE "A".
              88 MI-ACTION-IS-UPDATE    VALUE "U".
              88 MI-ACTION-IS-CANCEL    VALUE "C".
              88 MI-ACTION-IS-LAST      VALUE "L".
           05 MI-MANDATE-ID             PIC X(16).
           05 MI-CUSTOMER-ID            PIC X(36).
           05 MI-DEBTOR-IBAN            PIC X(34).
           05 MI-SIGNATURE-DATE         PIC 9(8).
           05 MI-MANDATE-TYPE           PIC X(1).
              88 MI-TYPE-IS-VALID       VALUE "R" "O" " ".

      * Mandate master KSDS - one record per mandate; COLLVALD
      * refreshes MD-LAST-USED-DATE as collections draw on it and
      * COLLFMT moves MD-SEQUENCE-STATE on as it uses them
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

      * Rejected maintenance lines with the failing reason
       FD  MANDREJ-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  MANDREJ-RECORD.
           05 MJ-ACTION-LINE            PIC X(96).
           05 MJ-REJECT-REASON          PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-ADDED-COUNT               PIC 9(6) VALUE 0.
       01 WS-UPDATED-COUNT             PIC 9(6) VALUE 0.
       01 WS-CANCELLED-COUNT           PIC 9(6) VALUE 0.
       01 WS-LAST-MARKED-COUNT         PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(6) VALUE 0.

       01 WS-REJECT-REASON             PIC X(50).
           DISPLAY "MANDLOAD: " WS-ACTIONS-READ " action(s), "
              WS-ADDED-COUNT " added, " WS-UPDATED-COUNT
              " updated, " WS-CANCELLED-COUNT " cancelled, "
              WS-LAST-MARKED-COUNT " marked last, "
              WS-REJECT-COUNT " rejected"

           IF WS-REJECT-COUNT > 0
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT MI-ACTION-IS-ADD AND NOT MI-ACTION-IS-UPDATE
              AND NOT MI-ACTION-IS-CANCEL AND NOT MI-ACTION-IS-LAST
              MOVE "Action must be A, U, C, or L" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

      *    A cancel or a last-collection mark needs nothing beyond
      *    the key; adds and updates must carry a valid customer,
      *    account, signature date and mandate type
           IF MI-ACTION-IS-CANCEL
              PERFORM CANCEL-MANDATE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF MI-ACTION-IS-LAST
              PERFORM MARK-LAST-COLLECTION
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF NOT MI-TYPE-IS-VALID
              MOVE "Mandate type must be R or O" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           CALL "PARSE-UUID" USING MI-CUSTOMER-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
           MOVE MI-SIGNATURE-DATE TO MD-SIGNATURE-DATE
           MOVE "A" TO MD-STATUS
           MOVE 0 TO MD-LAST-USED-DATE
           PERFORM START-MANDATE-SEQUENCE

           WRITE MANDATE-RECORD
              INVALID KEY
      *================================================================
      * UPDATE-MANDATE: refresh the debtor account and signature
      * date; an update also reactivates a cancelled mandate, since
      * a fresh signature is exactly what reactivation means, and
      * restarts its collection sequence
      *================================================================
       UPDATE-MANDATE SECTION.
           MOVE MI-MANDATE-ID TO MD-MANDATE-ID
           MOVE MI-DEBTOR-IBAN TO MD-DEBTOR-IBAN
           MOVE MI-SIGNATURE-DATE TO MD-SIGNATURE-DATE
           MOVE "A" TO MD-STATUS
           PERFORM START-MANDATE-SEQUENCE

           REWRITE MANDATE-RECORD
              INVALID KEY
       CANCEL-MANDATE-EXIT.
           EXIT.

      *================================================================
      * MARK-LAST-COLLECTION: the next collection under an active
      * recurrent mandate goes out as the final one
      *================================================================
       MARK-LAST-COLLECTION SECTION.
           MOVE MI-MANDATE-ID TO MD-MANDATE-ID
           READ MANDATE-FILE
              INVALID KEY
                 MOVE "Mandate not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO MARK-LAST-COLLECTION-EXIT
           END-READ

           IF NOT MD-IS-ACTIVE
              MOVE "Mandate cancelled" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO MARK-LAST-COLLECTION-EXIT
           END-IF

           IF MD-IS-ONE-OFF
              MOVE "One-off mandate has no last collection"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO MARK-LAST-COLLECTION-EXIT
           END-IF

           IF MD-IS-USED-UP
              MOVE "Mandate already used up" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO MARK-LAST-COLLECTION-EXIT
           END-IF

           MOVE "L" TO MD-SEQUENCE-STATE

           REWRITE MANDATE-RECORD
              INVALID KEY
                 MOVE "Could not rewrite mandate"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 ADD 1 TO WS-LAST-MARKED-COUNT
           END-REWRITE.

       MARK-LAST-COLLECTION-EXIT.
           EXIT.

      *================================================================
      * START-MANDATE-SEQUENCE: the line's mandate type, and the
      * sequence state a freshly signed mandate of that type
      * starts in
      *================================================================
       START-MANDATE-SEQUENCE SECTION.
           IF MI-MANDATE-TYPE = "O"
              MOVE "O" TO MD-MANDATE-TYPE
              MOVE "O" TO MD-SEQUENCE-STATE
           ELSE
              MOVE "R" TO MD-MANDATE-TYPE
              MOVE "F" TO MD-SEQUENCE-STATE
           END-IF.

       START-MANDATE-SEQUENCE-EXIT.
           EXIT.

      *================================================================
      * WRITE-REJECT-LINE
      *================================================================
