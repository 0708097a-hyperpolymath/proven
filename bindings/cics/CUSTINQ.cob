      * through last night's CUSTREJ print. The RISKSCOR KSDS the
      * nightly risk engine maintains is read alongside, so the
      * same screen shows the customer's risk band and score - one
      * number in place of four systems. A customer added or
      * amended on the CUSTMNT screen has its VALSTAT record set
      * there and then, so the answer here is never older than the
      * customer's last change.
      *
      * The address line shows the grade ADDRVRFY gave the
      * customer's address against the national postal reference
      * files - verified, street unconfirmed, city mismatch, postal
      * code unknown, country not covered - or NOT VERIFIED when
      * the address has not been graded since it last changed.
      *================================================================

       IDENTIFICATION DIVISION.
          05 RSKFL                     PIC S9(4) COMP.
          05 RSKFF                     PIC X.
          05 RSKFI                     PIC X(20).
          05 ADRFL                     PIC S9(4) COMP.
          05 ADRFF                     PIC X.
          05 ADRFI                     PIC X(24).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 RSKFO                     PIC X(20).
          05 FILLER                    PIC X(03).
          05 ADRFO                     PIC X(24).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * Mirrors VALSTLD.cob's VALSTAT-RECORD field for field - CICS
             88 VS-EMAIL-IS-DEAD       VALUE "Y".
          05 VS-BOUNCE-REASON          PIC X(20).
          05 VS-BOUNCE-DATE            PIC 9(8).
          05 VS-ADDR-GRADE             PIC X(1).
             88 VS-ADDR-VERIFIED       VALUE "V".
             88 VS-ADDR-STREET-UNCONF  VALUE "P".
             88 VS-ADDR-CITY-MISMATCH  VALUE "C".
             88 VS-ADDR-POSTCODE-UNKN  VALUE "N".
             88 VS-ADDR-NOT-COVERED    VALUE "U".
          05 VS-EMAIL-VERIFIED         PIC X(1).
          05 VS-PHONE-VERIFIED         PIC X(1).

      * Mirrors RISKSCOR.cob's RISKSCOR-RECORD field for field
       01 RISKSCOR-RECORD.
           MOVE SPACES TO RSNFO
           MOVE SPACES TO TSFO
           MOVE SPACES TO RSKFO
           MOVE SPACES TO ADRFO

           IF CIDFI = SPACES
              MOVE "CUSTOMER ID IS REQUIRED" TO WS-MSG
              MOVE VS-REJECT-REASON TO RSNFO
           END-IF
           MOVE VS-RUN-TIMESTAMP TO TSFO
           PERFORM SHOW-ADDRESS-GRADE
           PERFORM LOOK-UP-RISK-BAND
           IF VS-EMAIL-IS-DEAD
              MOVE "INQUIRY COMPLETE - EMAIL UNDELIVERABLE"
       LOOK-UP-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * SHOW-ADDRESS-GRADE: the postal-verification grade in words
      *================================================================
       SHOW-ADDRESS-GRADE SECTION.
           EVALUATE TRUE
              WHEN VS-ADDR-VERIFIED
                 MOVE "VERIFIED" TO ADRFO
              WHEN VS-ADDR-STREET-UNCONF
                 MOVE "STREET NOT CONFIRMED" TO ADRFO
              WHEN VS-ADDR-CITY-MISMATCH
                 MOVE "CITY DOES NOT MATCH" TO ADRFO
              WHEN VS-ADDR-POSTCODE-UNKN
                 MOVE "POSTAL CODE UNKNOWN" TO ADRFO
              WHEN VS-ADDR-NOT-COVERED
                 MOVE "COUNTRY NOT COVERED" TO ADRFO
              WHEN OTHER
                 MOVE "NOT VERIFIED" TO ADRFO
           END-EVALUATE.

       SHOW-ADDRESS-GRADE-EXIT.
           EXIT.

      *================================================================
      * LOOK-UP-RISK-BAND: the customer's current band and score
      * from the RISKSCOR KSDS the nightly engine maintains - a
           END-IF

           MOVE SPACES TO RSKFO
           MOVE SPACES TO ADRFO
           EVALUATE TRUE
              WHEN RK-IS-HIGH
                 STRING "HIGH (" RK-SCORE ")"
