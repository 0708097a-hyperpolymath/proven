                             MOVE CURRENCY-DECIMALS-RECORD(3:4)
                                TO WS-CURR-TRAILER-COUNT
                          END-IF
      *                The "*M" signature records TBLEXTR adds
      *                after the trailer are not table entries
                       WHEN CURRENCY-DECIMALS-RECORD(1:2) = "*M"
                          CONTINUE
                       WHEN CURRENCY-DECIMALS-RECORD NOT = SPACES
                          ADD 1 TO WS-LOADED-CURR-COUNT
                          MOVE FUNCTION UPPER-CASE(
