      * exception section and set COND code 4, because a posting
      * that cannot be measured against the threshold is itself a
      * reportable condition.
      *
      * Each movement reaches GLTXN as a balanced journal voucher;
      * only its business legs are measured here, so the offset leg
      * booked against a feed's clearing account does not report
      * the same movement twice. Nor are the balance-forward
      * records GLARCHIV leaves for an archived period: each is the
      * net of many postings, not a transaction, and the postings
      * themselves were measured when they were made.
      *
      * Nor are the year-end close's legs (leg roles C and B): a
      * closing entry sweeps a year's postings into retained
      * earnings and is not a transaction either.
      *================================================================

       IDENTIFICATION DIVISION.
       FILE SECTION.
      * Postings in the extended GLTXN layout PROVEN-GL-POST writes
       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  TRANSACTION-RECORD.
           05 TX-TRANS-ID                PIC X(12).
           05 TX-BALFWD-ID REDEFINES TX-TRANS-ID.
              10 TX-BALFWD-MARKER        PIC X(6).
                 88 TX-IS-BALANCE-FORWARD VALUE "BALFWD".
              10 TX-BALFWD-PERIOD        PIC 9(6).
           05 TX-CURRENCY                PIC X(3).
           05 TX-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 TX-POSTING-DATE            PIC 9(8).
           05 TX-ACCOUNT-CODE            PIC X(8).
           05 TX-ENTITY                  PIC X(4).
           05 TX-VOUCHER-ID              PIC X(12).
           05 TX-LEG-ROLE                PIC X(1).
              88 TX-LEG-IS-OFFSET        VALUE "O" "B".
              88 TX-LEG-IS-CLOSING       VALUE "C" "B".

      * Exchange-rate KSDS as FXRATELD lays it down (see
      * EXCHANGE-RATE-RECORD in SAFECURR.cpy)
      * converted magnitude reaches the threshold
      *================================================================
       EXAMINE-ONE-POSTING SECTION.
           IF TX-LEG-IS-OFFSET OR TX-LEG-IS-CLOSING
              OR TX-IS-BALANCE-FORWARD
              GO TO EXAMINE-ONE-POSTING-EXIT
           END-IF

           ADD 1 TO WS-POSTINGS-READ

           IF TX-CURRENCY = WS-BASE-CURRENCY
