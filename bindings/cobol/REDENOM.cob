      * PENDVSAM pending-change record, exactly as TBLMAINT writes
      * it for the TBLAPPRV approval screen
       FD  PENDING-CHANGE-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  PENDING-CHANGE-RECORD.
           05 PC-PEND-KEY.
              10 PC-TABLE-ID            PIC X(1).
           05 PC-DECIMALS               PIC X(1).
           05 PC-REQUESTED-BY           PIC X(8).
           05 PC-REQUESTED-DATE         PIC 9(8).
           05 PC-RISK-RATING            PIC X(1).
           05 PC-EMBARGO                PIC X(1).
           05 PC-EXPIRES                PIC X(8).

       FD  REDENRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           MOVE SPACES TO PC-DECIMALS
           MOVE "REDENOM" TO PC-REQUESTED-BY
           MOVE WS-TODAY TO PC-REQUESTED-DATE
           MOVE SPACES TO PC-RISK-RATING
           MOVE SPACES TO PC-EMBARGO
           MOVE SPACES TO PC-EXPIRES

           WRITE PENDING-CHANGE-RECORD
              INVALID KEY
