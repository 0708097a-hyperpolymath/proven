      *
      * A missing PERSTAT file means no period has ever been
      * closed, and the scan passes everything.
      *
      * The leg role may also be C or B, the year-end close's
      * closing and balancing legs; B is an offset leg like O.
      *================================================================

       IDENTIFICATION DIVISION.
       FILE SECTION.
      * The feed to be posted, in the extended GLTXN layout
       FD  GLFEED-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  GLFEED-RECORD.
           05 TX-TRANS-ID                PIC X(12).
           05 TX-CURRENCY                PIC X(3).
           05 TX-POSTING-DATE            PIC 9(8).
           05 TX-ACCOUNT-CODE            PIC X(8).
           05 TX-ENTITY                  PIC X(4).
           05 TX-VOUCHER-ID              PIC X(12).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".

      * Period-status KSDS as CLOSEPKG maintains it
       FD  PERIOD-STATUS-FILE
