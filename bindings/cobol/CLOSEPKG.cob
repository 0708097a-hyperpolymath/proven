      * currency, plus a consolidated view accumulated under the
      * ALL pseudo-entity - one package covering both entities
      * instead of the whole chain run twice on different datasets.
      *
      * The package also carries the nostro reconciliation: NOSTOPIN
      * is the period-end open-items file NOSTREC wrote, and every
      * statement entry and ledger posting still unmatched on it is
      * listed as a nostro break, with its side, GL account, value
      * date, reference and the date it was first carried - the
      * quarter's breaks are in the same signed package the
      * auditors ask for.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SI-FILE-STATUS.

           SELECT NOSTRO-OPEN-FILE ASSIGN TO "NOSTOPIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NO-FILE-STATUS.

           SELECT CLOSERPT-FILE ASSIGN TO "CLOSERPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SI-FIRST-OPEN-DATE         PIC 9(8).

      * Nostro open items as NOSTREC writes them (see
      * OPEN-ITEMS-OUT-RECORD in NOSTREC.cob)
       FD  NOSTRO-OPEN-FILE
           RECORD CONTAINS 95 CHARACTERS.
       01  NOSTRO-OPEN-RECORD.
           05 NO-SIDE                    PIC X(1).
           05 NO-ACCOUNT-CODE            PIC X(8).
           05 NO-ENTITY                  PIC X(4).
           05 NO-CURRENCY                PIC X(3).
           05 NO-AMOUNT-MINOR            PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 NO-VALUE-DATE              PIC 9(8).
           05 NO-MATCH-REF               PIC X(12).
           05 NO-DETAIL                  PIC X(35).
           05 NO-FIRST-OPEN-DATE         PIC 9(8).

       FD  CLOSERPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CLOSERPT-RECORD               PIC X(132).
       01 WS-SI-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-PS-FILE-STATUS            PIC X(2).
       01 WS-NO-FILE-STATUS            PIC X(2).
       01 WS-TODAY                     PIC 9(8).
       01 WS-RH-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RH-EOF              VALUE 1.
       01 WS-SI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-SI-EOF              VALUE 1.
       01 WS-NO-EOF                    PIC 9 VALUE 0.
          88 WS-AT-NO-EOF              VALUE 1.

      * The period being closed, from the JCL PARM
       01 WS-PARM                      PIC X(8).
       01 WS-RECORDS-READ              PIC 9(8) VALUE 0.
       01 WS-RECORDS-IN-PERIOD        PIC 9(8) VALUE 0.
       01 WS-OPEN-ITEMS                PIC 9(4) VALUE 0.
       01 WS-NOSTRO-BREAKS             PIC 9(8) VALUE 0.

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-OI-SINCE               PIC 9(8).
          05 FILLER                    PIC X(83).

       01 WS-NOSTRO-BREAK-LINE.
          05 FILLER                    PIC X(4).
          05 WS-NB-SIDE                PIC X(6).
          05 FILLER                    PIC X(1).
          05 WS-NB-ACCOUNT-CODE        PIC X(8).
          05 FILLER                    PIC X(1).
          05 WS-NB-ENTITY              PIC X(4).
          05 FILLER                    PIC X(1).
          05 WS-NB-CURRENCY            PIC X(3).
          05 FILLER                    PIC X(1).
          05 WS-NB-AMOUNT              PIC -(14)9.
          05 FILLER                    PIC X(7) VALUE " VALUE ".
          05 WS-NB-VALUE-DATE          PIC 9(8).
          05 FILLER                    PIC X(1).
          05 WS-NB-MATCH-REF           PIC X(12).
          05 FILLER                    PIC X(12)
             VALUE " OPEN SINCE ".
          05 WS-NB-SINCE               PIC 9(8).
          05 FILLER                    PIC X(1).
          05 WS-NB-DETAIL              PIC X(35).
          05 FILLER                    PIC X(4).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-PARSE                  PIC S9(4) COMP VALUE -6.

           PERFORM WRITE-PERIOD-STATEMENTS
           PERFORM WRITE-OPEN-ITEMS
           PERFORM WRITE-NOSTRO-BREAKS
           PERFORM WRITE-SIGNATURE-BLOCK
           PERFORM MARK-PERIOD-CLOSED
           PERFORM CLOSE-FILES
       WRITE-OPEN-ITEMS-EXIT.
           EXIT.

      *================================================================
      * WRITE-NOSTRO-BREAKS: the statement entries and ledger
      * postings NOSTREC still had unmatched at period end
      *================================================================
       WRITE-NOSTRO-BREAKS SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           WRITE CLOSERPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "NOSTRO RECONCILIATION BREAKS AT PERIOD END"
              TO WS-HL-TEXT
           WRITE CLOSERPT-RECORD FROM WS-HEADING-LINE

           OPEN INPUT NOSTRO-OPEN-FILE
           IF WS-NO-FILE-STATUS NOT = "00"
              MOVE SPACES TO WS-HEADING-LINE
              MOVE "  (NONE - NO NOSTRO OPEN-ITEMS FILE)" TO WS-HL-TEXT
              WRITE CLOSERPT-RECORD FROM WS-HEADING-LINE
              GO TO WRITE-NOSTRO-BREAKS-EXIT
           END-IF

           PERFORM UNTIL WS-AT-NO-EOF
              READ NOSTRO-OPEN-FILE
                 AT END
                    MOVE 1 TO WS-NO-EOF
                 NOT AT END
                    ADD 1 TO WS-NOSTRO-BREAKS
                    MOVE SPACES TO WS-NOSTRO-BREAK-LINE(1:4)
                    IF NO-SIDE = "B"
                       MOVE "BANK" TO WS-NB-SIDE
                    ELSE
                       MOVE "LEDGER" TO WS-NB-SIDE
                    END-IF
                    MOVE NO-ACCOUNT-CODE TO WS-NB-ACCOUNT-CODE
                    MOVE NO-ENTITY TO WS-NB-ENTITY
                    MOVE NO-CURRENCY TO WS-NB-CURRENCY
                    MOVE NO-AMOUNT-MINOR TO WS-NB-AMOUNT
                    MOVE NO-VALUE-DATE TO WS-NB-VALUE-DATE
                    MOVE NO-MATCH-REF TO WS-NB-MATCH-REF
                    MOVE NO-FIRST-OPEN-DATE TO WS-NB-SINCE
                    MOVE NO-DETAIL TO WS-NB-DETAIL
                    WRITE CLOSERPT-RECORD FROM WS-NOSTRO-BREAK-LINE
              END-READ
           END-PERFORM

           CLOSE NOSTRO-OPEN-FILE

           IF WS-NOSTRO-BREAKS = 0
              MOVE SPACES TO WS-HEADING-LINE
              MOVE "  (NONE - EVERY NOSTRO ITEM MATCHED)" TO WS-HL-TEXT
              WRITE CLOSERPT-RECORD FROM WS-HEADING-LINE
           END-IF.

       WRITE-NOSTRO-BREAKS-EXIT.
           EXIT.

      *================================================================
      * WRITE-SIGNATURE-BLOCK: one signature per period, not 22
      * initials
