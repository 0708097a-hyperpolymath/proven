      * TOKEN-DUALREAD date on the PARMMSTR master says the
      * dual-read window is still open - closing the window is a
      * parameter change, not a recompile.
      *
      * Erasure: ERASE-VALUE is how OFFBOARD makes a customer's
      * values unrecoverable once their retention period has run.
      * It hands back the value's token - the one already in the
      * reject and audit files, or a fresh unvaulted one - and
      * deletes every vault entry holding the value, in TOKVAULT
      * and (while the dual-read window is open) in TOKVOLD, so no
      * token minted for it can ever be resolved again.
      *================================================================

       IDENTIFICATION DIVISION.
       01 WS-SALTED                    PIC 9 VALUE 0.
       01 WS-DUALREAD-TRIED            PIC 9 VALUE 0.
       01 WS-DUALREAD-OPEN             PIC 9 VALUE 0.
       01 WS-OLD-VAULT-UPDATABLE       PIC 9 VALUE 0.
       01 WS-TODAY                     PIC 9(8).
       01 WS-TODAY-X                   PIC X(8).

              END-IF
           END-IF

           PERFORM HASH-VALUE
           MOVE WS-HASH-OUTPUT(1:64) TO TV-VALUE-HASH
           READ TOKEN-VAULT-FILE
              INVALID KEY
       TOKENIZE-EXIT.
           EXIT.

      *================================================================
      * ERASE-VALUE: Make a value unrecoverable - return the token
      * that stands in for it from now on and delete every vault
      * entry that could resolve a token back to it
      * Input:  LS-VALUE, LS-VALUE-LENGTH
      * Output: LS-TOKEN, LS-RESULT (1=erased, 0=vault unavailable
      *         or an entry could not be deleted), LS-ERROR-MSG
      *================================================================
       ERASE-VALUE SECTION.
           ENTRY "ERASE-VALUE" USING LS-VALUE LS-VALUE-LENGTH
                 LS-TOKEN LS-RESULT LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT
           INITIALIZE LS-ERROR-MSG
           MOVE SPACES TO LS-TOKEN

           IF WS-VAULT-OPEN = 0
              PERFORM OPEN-TOKEN-VAULT
              IF WS-VAULT-OPEN = 0
                 MOVE "Token vault unavailable" TO LS-ERROR-MSG
                 GOBACK
              END-IF
           END-IF

      *    A value already vaulted keeps the token the reject and
      *    audit files carry; one never seen gets a token that is
      *    simply never vaulted
           PERFORM HASH-VALUE
           MOVE WS-HASH-OUTPUT(1:64) TO TV-VALUE-HASH
           READ TOKEN-VAULT-FILE
              INVALID KEY
                 CALL "GENERATE-TOKEN" USING WS-TOKEN-LENGTH
                     WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN
                 MOVE WS-HASH-OUTPUT(1:24) TO LS-TOKEN
              NOT INVALID KEY
                 MOVE TV-TOKEN TO LS-TOKEN
                 DELETE TOKEN-VAULT-FILE
                    INVALID KEY
                       MOVE "Could not delete vault entry"
                          TO LS-ERROR-MSG
                       GOBACK
                 END-DELETE
           END-READ

           PERFORM PURGE-OLD-VAULT
           IF LS-ERROR-MSG NOT = SPACES
              GOBACK
           END-IF

           MOVE 1 TO LS-RESULT
           GOBACK.

       ERASE-VALUE-EXIT.
           EXIT.

      *================================================================
      * DETOKENIZE: Resolve a token back to its original value - a
      * full-vault scan, acceptable for an inquiry and never on the
       SCAN-OLD-VAULT-EXIT.
           EXIT.

      *================================================================
      * PURGE-OLD-VAULT: while the dual-read window is open the
      * pre-rotation vault can still resolve the value's old token,
      * so every entry holding it is deleted there too - a full
      * scan, as DETOKENIZE does, since the old vault is keyed
      * under the old scheme. The vault is reopened for update the
      * first time an erasure needs it.
      *================================================================
       PURGE-OLD-VAULT SECTION.
           IF WS-DUALREAD-TRIED = 0
              PERFORM SETTLE-DUALREAD-WINDOW
           END-IF
           IF WS-DUALREAD-OPEN = 0
              GO TO PURGE-OLD-VAULT-EXIT
           END-IF

           IF WS-OLD-VAULT-UPDATABLE = 0
              CLOSE OLD-VAULT-FILE
              OPEN I-O OLD-VAULT-FILE
              IF WS-OV-FILE-STATUS NOT = "00"
                 AND WS-OV-FILE-STATUS NOT = "05"
                 AND WS-OV-FILE-STATUS NOT = "97"
                 MOVE 0 TO WS-DUALREAD-OPEN
                 MOVE "Old vault could not be opened for erasure"
                    TO LS-ERROR-MSG
                 GO TO PURGE-OLD-VAULT-EXIT
              END-IF
              MOVE 1 TO WS-OLD-VAULT-UPDATABLE
           END-IF

           MOVE LOW-VALUES TO OV-VALUE-HASH
           START OLD-VAULT-FILE KEY NOT LESS THAN OV-VALUE-HASH
              INVALID KEY
                 GO TO PURGE-OLD-VAULT-EXIT
           END-START

           MOVE 0 TO WS-SCAN-DONE
           PERFORM UNTIL WS-SCAN-DONE = 1
              READ OLD-VAULT-FILE NEXT
                 AT END
                    MOVE 1 TO WS-SCAN-DONE
                 NOT AT END
                    IF OV-ORIGINAL-VALUE = LS-VALUE
                       DELETE OLD-VAULT-FILE
                          INVALID KEY
                             MOVE "Could not delete old vault entry"
                                TO LS-ERROR-MSG
                             MOVE 1 TO WS-SCAN-DONE
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM.

       PURGE-OLD-VAULT-EXIT.
           EXIT.

      *================================================================
      * SETTLE-DUALREAD-WINDOW: once per run - the window is open
      * while today is on or before the TOKEN-DUALREAD date in
       OPEN-TOKEN-VAULT-EXIT.
           EXIT.

      *================================================================
      * HASH-VALUE: the vault key for LS-VALUE. Under the rotated
      * scheme the salt is hashed ahead of the value; with no
      * TOKSALT allocated this is the legacy unsalted hash, byte
      * for byte
      *================================================================
       HASH-VALUE SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE 0 TO WS-HASH-INPUT-LEN
           IF WS-SALTED = 1
              MOVE WS-SALT-VALUE(1:WS-SALT-LENGTH)
                 TO WS-HASH-INPUT(1:WS-SALT-LENGTH)
              MOVE WS-SALT-LENGTH TO WS-HASH-INPUT-LEN
           END-IF
           IF LS-VALUE-LENGTH > 0
              MOVE LS-VALUE(1:LS-VALUE-LENGTH)
                 TO WS-HASH-INPUT(WS-HASH-INPUT-LEN + 1:
                    LS-VALUE-LENGTH)
              ADD LS-VALUE-LENGTH TO WS-HASH-INPUT-LEN
           END-IF
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT.

       HASH-VALUE-EXIT.
           EXIT.

      *================================================================
      * MINT-NEW-TOKEN: first sight of this value - generate an
      * opaque token and vault the pairing
