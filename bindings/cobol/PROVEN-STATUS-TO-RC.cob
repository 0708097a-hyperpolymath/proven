      *      PROVEN-ERR-DIVZERO, PROVEN-ERR-BOUNDS          (the input
      *      was well-formed but the computation went out of range)
      *                                                  ->  8
      *   PROVEN-ERR-DUPLICATE                             (an inbound
      *      file already received, refused unprocessed)  -> 12
      *   PROVEN-ERR-NULL, PROVEN-ERR-INVAL,
      *      PROVEN-ERR-ENCODING, PROVEN-ERR-ALLOC          (internal/
      *      programming error, not a data problem)        -> 16
          05 FILLER                     PIC X(7) VALUE "-000408".
          05 FILLER                     PIC X(7) VALUE "-000508".
          05 FILLER                     PIC X(7) VALUE "-000808".
          05 FILLER                     PIC X(7) VALUE "-001112".
          05 FILLER                     PIC X(7) VALUE "-000116".
          05 FILLER                     PIC X(7) VALUE "-000216".
          05 FILLER                     PIC X(7) VALUE "-000916".
          05 FILLER                     PIC X(7) VALUE "-001016".
       01 WS-STATUS-RC-REDEFINES REDEFINES WS-STATUS-RC-TABLE.
          05 WS-STATUS-RC-ENTRY         OCCURS 12 TIMES.
             10 WS-SR-STATUS            PIC S9(4)
                SIGN IS LEADING SEPARATE CHARACTER.
             10 WS-SR-RC                PIC 9(2).
           MOVE 0 TO WS-FOUND

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > 12 OR WS-FOUND = 1
              IF LS-PROVEN-STATUS = WS-SR-STATUS(WS-INDEX)
                 MOVE WS-SR-RC(WS-INDEX) TO LS-RETURN-CODE
                 MOVE 1 TO WS-FOUND
