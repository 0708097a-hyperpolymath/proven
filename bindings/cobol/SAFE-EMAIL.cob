                             MOVE DISPOSABLE-DOMAIN-RECORD(3:4)
                                TO WS-DISP-TRAILER-COUNT
                          END-IF
      *                The "*M" signature records TBLEXTR adds
      *                after the trailer are not table entries
                       WHEN DISPOSABLE-DOMAIN-RECORD(1:2) = "*M"
                          CONTINUE
                       WHEN DISPOSABLE-DOMAIN-RECORD NOT = SPACES
                          ADD 1 TO WS-LOADED-COUNT
                          MOVE FUNCTION LOWER-CASE(
