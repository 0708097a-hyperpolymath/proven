
      * Screening hits as SANCSCRN writes them
       FD  SCRNHIT-FILE
           RECORD CONTAINS 191 CHARACTERS.
       01  SCRNHIT-RECORD.
           05 SH-CUSTOMER-ID            PIC X(36).
           05 FILLER                    PIC X(155).

      * Reject suspense as REJRECYC maintains it
       FD  SUSPENSE-FILE
