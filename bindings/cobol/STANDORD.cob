      * that fired - is rewritten to STORDOUT; the JCL swaps it in
      * as the next run's STORDMST, the REVALIN/REVALOUT pattern
      * FXREVAL uses for its carry-forward state.
      *
      * Each instruction names the customer who owns the order as
      * its ordering customer, so standing payments count against
      * that customer's payment limits in PAYVALD like any other.
      *================================================================

       IDENTIFICATION DIVISION.
      * One standing instruction per line: the beneficiary, the
      * amount, the SCHEDULE-RULE fields NEXT-RUN-DATE takes, the
      * date the order last fired (zero for a brand-new order), and
      * an active switch the desk flips to suspend an order, and
      * the customer who owns the order (so a customer merge or
      * offboarding can find every order a customer holds), and
      * the beneficiary's name and postal address the emitted
      * instruction carries for screening and the outbound file
       FD  STORDMST-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  STORDMST-RECORD.
           05 SO-ORDER-ID               PIC X(12).
           05 SO-BENEF-IBAN             PIC X(34).
           05 SO-LAST-RUN-DATE          PIC 9(8).
           05 SO-ACTIVE                 PIC 9(1).
              88 SO-IS-ACTIVE           VALUE 1.
           05 SO-CUSTOMER-ID            PIC X(36).
           05 SO-BENEF-NAME             PIC X(70).
           05 SO-BENEF-ADDR-LINE        PIC X(70).
           05 SO-BENEF-TOWN             PIC X(35).
           05 SO-BENEF-COUNTRY          PIC X(2).

       FD  STORDOUT-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  STORDOUT-RECORD              PIC X(304).

      * Emitted instructions in the PAYIN layout PAYVALD reads
       FD  STORDPAY-FILE
           RECORD CONTAINS 332 CHARACTERS.
       01  STORDPAY-RECORD.
           05 PY-PAYMENT-ID             PIC X(12).
           05 PY-BENEF-IBAN             PIC X(34).
           05 PY-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 PY-EXEC-DATE              PIC 9(8).
           05 PY-BENEF-NAME             PIC X(70).
           05 PY-BENEF-ADDR-LINE        PIC X(70).
           05 PY-BENEF-TOWN             PIC X(35).
           05 PY-BENEF-COUNTRY          PIC X(2).
           05 PY-ORDER-CUSTOMER-ID      PIC X(36).
           05 PY-DEBIT-IBAN             PIC X(34).
           05 PY-LIMIT-HOLD             PIC X(1).

       FD  STORDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           MOVE SO-CURRENCY TO PY-CURRENCY
           MOVE SO-AMOUNT-MINOR TO PY-AMOUNT-MINOR
           MOVE WS-NEXT-DATE TO PY-EXEC-DATE
           MOVE SO-BENEF-NAME TO PY-BENEF-NAME
           MOVE SO-BENEF-ADDR-LINE TO PY-BENEF-ADDR-LINE
           MOVE SO-BENEF-TOWN TO PY-BENEF-TOWN
           MOVE SO-BENEF-COUNTRY TO PY-BENEF-COUNTRY
           MOVE SO-CUSTOMER-ID TO PY-ORDER-CUSTOMER-ID
           MOVE SPACES TO PY-DEBIT-IBAN
           MOVE SPACE TO PY-LIMIT-HOLD
           WRITE STORDPAY-RECORD
           ADD 1 TO WS-INSTRUCTIONS-EMITTED

