      * cluster itself, not by anything in the code. One token per
      * TOKCARD line; the resolved values go to the DETOKRPT
      * report, with unresolvable tokens listed as such.
      *
      * Each TOKCARD line carries the userid of the analyst asking
      * for the value in columns 25-32, and every token resolved is
      * appended to the audit trail through AUDIT-WRITE as a
      * privileged action under that userid, hashed over the token
      * - the nightly PRIVRPT review counts how many customers each
      * user has detokenized. A line with no userid is refused and
      * listed, never resolved.
      *================================================================

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  TOKEN-CARD-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  TOKEN-CARD-RECORD.
           05 TC-TOKEN                  PIC X(24).
           05 TC-REQUESTED-BY           PIC X(8).

       FD  DETOKRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 WS-DT-RESULT                 PIC 9.
       01 WS-DT-ERROR-MSG              PIC X(50).

      * HASH-SHA256 call fields (SAFE-CRYPTO)
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * AUDIT-WRITE call fields (see PROVEN-AUDIT-WRITE.cob) - one
      * privileged-action entry per token resolved, in the fixed
      * columns the online transactions queue on VAUD
       01 WS-AW-CALLING-PROGRAM        PIC X(16) VALUE "DETOKINQ".
       01 WS-AW-VALIDATOR-NAME         PIC X(30)
                                       VALUE "PRIVILEGED-ACTION".
       01 WS-AW-INPUT-HASH             PIC X(64).
       01 WS-AW-RESULT-STATUS          PIC S9(4) COMP VALUE +0.
       01 WS-AW-MESSAGE.
          05 WS-AW-ACTED-AT            PIC X(14).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-AW-USERID              PIC X(8).
          05 FILLER                    PIC X(3) VALUE " D ".
          05 FILLER                    PIC X(9) VALUE "TOKVAULT ".
          05 WS-AW-KEY                 PIC X(36).
          05 FILLER                    PIC X(9) VALUE SPACES.
       01 WS-AW-RESULT                 PIC 9.
       01 WS-AW-ERROR-MSG              PIC X(50).
       01 WS-AUDIT-FAIL-COUNT          PIC 9(6) VALUE 0.

      * Report lines
       01 WS-RESULT-LINE.
          05 WS-RL-TOKEN               PIC X(24).

           DISPLAY "DETOKINQ: " WS-TOKENS-READ " token(s), "
              WS-RESOLVED-COUNT " resolved, " WS-UNRESOLVED-COUNT
              " unresolved, " WS-AUDIT-FAIL-COUNT " not audited"

           IF WS-UNRESOLVED-COUNT > 0 OR WS-AUDIT-FAIL-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
      *================================================================
       RESOLVE-ONE-TOKEN SECTION.
           ADD 1 TO WS-TOKENS-READ
           MOVE TC-TOKEN TO WS-TOKEN

           IF TC-REQUESTED-BY = SPACES
              ADD 1 TO WS-UNRESOLVED-COUNT
              MOVE SPACES TO WS-RESULT-LINE
              MOVE WS-TOKEN TO WS-RL-TOKEN
              MOVE "NOT RESOLVED - NO REQUESTING USERID ON THE CARD"
                 TO WS-RL-VALUE
              WRITE DETOKRPT-RECORD FROM WS-RESULT-LINE
              GO TO RESOLVE-ONE-TOKEN-EXIT
           END-IF

           CALL "DETOKENIZE" USING WS-TOKEN WS-VALUE
               WS-VALUE-LENGTH WS-DT-RESULT WS-DT-ERROR-MSG
           IF WS-DT-RESULT = 1
              ADD 1 TO WS-RESOLVED-COUNT
              MOVE WS-VALUE(1:100) TO WS-RL-VALUE
              PERFORM AUDIT-THIS-RESOLUTION
           ELSE
              ADD 1 TO WS-UNRESOLVED-COUNT
              MOVE WS-DT-ERROR-MSG TO WS-RL-VALUE
       RESOLVE-ONE-TOKEN-EXIT.
           EXIT.

      *================================================================
      * AUDIT-THIS-RESOLUTION: the resolution itself on the audit
      * trail, under the requesting userid and the hash of the token
      *================================================================
       AUDIT-THIS-RESOLUTION SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           COMPUTE WS-HASH-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-TOKEN TRAILING))
           MOVE WS-TOKEN(1:WS-HASH-INPUT-LEN)
              TO WS-HASH-INPUT(1:WS-HASH-INPUT-LEN)
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT
           MOVE WS-HASH-OUTPUT(1:64) TO WS-AW-INPUT-HASH

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AW-ACTED-AT
           MOVE TC-REQUESTED-BY TO WS-AW-USERID
           MOVE WS-TOKEN TO WS-AW-KEY

           CALL "AUDIT-WRITE" USING WS-AW-CALLING-PROGRAM
               WS-AW-VALIDATOR-NAME WS-AW-INPUT-HASH
               WS-AW-RESULT-STATUS WS-AW-MESSAGE
               WS-AW-RESULT WS-AW-ERROR-MSG

           IF WS-AW-RESULT NOT = 1
              ADD 1 TO WS-AUDIT-FAIL-COUNT
              DISPLAY "DETOKINQ: resolution not audited - "
                 WS-AW-ERROR-MSG
           END-IF.

       AUDIT-THIS-RESOLUTION-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
