      *>    PROVEN-ERR-PARSE, PROVEN-ERR-VALIDATE                 4
      *>    PROVEN-ERR-OVERFLOW, PROVEN-ERR-UNDERFLOW,
      *>       PROVEN-ERR-DIVZERO, PROVEN-ERR-BOUNDS                8
      *>    PROVEN-ERR-DUPLICATE                                 12
      *>    PROVEN-ERR-NULL, PROVEN-ERR-INVAL,
      *>       PROVEN-ERR-ENCODING, PROVEN-ERR-ALLOC               16
      *>
      *> PROVEN-ERR-DUPLICATE is raised by the batch layer only (an
      *> inbound file already received - see PROVEN-FEED-REGISTRY),
      *> never by proven-cli itself.
      *> ---------------------------------------------------------------
       01 PROVEN-STATUS-CODES.
          05 PROVEN-OK              PIC S9(4) COMP VALUE +0.
          05 PROVEN-ERR-BOUNDS      PIC S9(4) COMP VALUE -8.
          05 PROVEN-ERR-ENCODING    PIC S9(4) COMP VALUE -9.
          05 PROVEN-ERR-ALLOC       PIC S9(4) COMP VALUE -10.
          05 PROVEN-ERR-DUPLICATE   PIC S9(4) COMP VALUE -11.

      *> ---------------------------------------------------------------
      *> IntResult - Result of an integer operation.
