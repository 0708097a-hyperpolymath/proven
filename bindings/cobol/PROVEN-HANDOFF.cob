      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven Handoff - control-total handoff balancing between
      * consecutive batch jobs for COBOL
      *

      *================================================================
      * Each job proves its own counts and DAILYSUM rolls them up
      * afterwards, but nothing proved that what one job wrote is
      * exactly what the next job read - CUSTVALD's CUSTGOOD against
      * what STMTGEN and SANCSCRN consumed, PAYHOLD's PAYRELSD
      * against what PAYFMT and DOMFMT put on their files. This is
      * the handoff control both sides of such a step call, in the
      * PROVEN-FEED-REGISTRY mould: the HANDOFF DD points at the
      * same dataset as the caller's own DD for it, and each entry
      * reads it end to end.
      *
      * The control totals are the record count and, per currency,
      * the record count and amount hash total (the sum of the
      * signed minor-unit amounts), the currencies held in code
      * order so two sets of totals compare byte for byte. The
      * caller names where the currency and the leading-sign
      * separate amount sit on its records; a currency position of
      * zero is a dataset balanced on the record count alone. More
      * than sixteen currencies fold into one "other" bucket, and
      * an amount that is not numeric is counted rather than added.
      *
      * They are kept on the HANDCTL KSDS, keyed by business date,
      * dataset and consuming job: the producer's registration
      * under a consuming job of spaces, and one entry per consumer
      * for what it read, checked against the registration and
      * marked balanced or not. BATCHGTE holds the consumer entries
      * against the registration again before it releases any job
      * downstream of a consumer, so a producer rerun after the
      * consumer read is caught as well.
      *
      * Entries:
      *   HANDOFF-REGISTER  the producer, once its output is closed
      *   HANDOFF-VERIFY    the consumer, before it commits anything
      *
      * Statuses, for STATUS-TO-RC:
      *    0  registered, or read exactly as registered
      *   -8  read differently from the registration, or no
      *       registration for the business date at all
      *  -10  the HANDOFF dataset or HANDCTL could not be read or
      *       written
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEN-HANDOFF.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOFF-FILE ASSIGN TO "HANDOFF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HO-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "HANDCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HC-KEY
              FILE STATUS IS WS-HC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HANDOFF-FILE
           RECORD CONTAINS 4032 CHARACTERS.
       01  HANDOFF-RECORD               PIC X(4032).

      * One registration per dataset per business date (consuming
      * job spaces) and one entry beneath it per consuming job
       FD  CONTROL-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  CONTROL-RECORD.
           05 HC-KEY.
              10 HC-BUSINESS-DATE       PIC 9(8).
              10 HC-DATASET             PIC X(8).
              10 HC-CONSUMER-JOB        PIC X(8).
           05 HC-JOB-NAME               PIC X(8).
           05 HC-STAMP                  PIC 9(14).
           05 HC-STATUS                 PIC X(1).
              88 HC-IS-REGISTERED       VALUE "R".
              88 HC-IS-BALANCED         VALUE "B".
              88 HC-IS-UNBALANCED       VALUE "U".
              88 HC-IS-UNREGISTERED     VALUE "N".
           05 HC-PRODUCER-JOB           PIC X(8).
           05 HC-PRODUCER-STAMP         PIC 9(14).
           05 HC-CONTROL-TOTALS.
              10 HC-RECORD-COUNT        PIC 9(9).
              10 HC-CURRENCY-COUNT      PIC 9(2).
              10 HC-CURRENCY-TOTAL OCCURS 16 TIMES.
                 15 HC-CURRENCY         PIC X(3).
                 15 HC-CCY-RECORDS      PIC 9(9).
                 15 HC-CCY-AMOUNT       PIC S9(17)
                    SIGN IS LEADING SEPARATE CHARACTER.
              10 HC-OTHER-RECORDS       PIC 9(9).
              10 HC-OTHER-AMOUNT        PIC S9(17)
                 SIGN IS LEADING SEPARATE CHARACTER.
              10 HC-BAD-AMOUNTS         PIC 9(9).
           05 FILLER                    PIC X(4).

       WORKING-STORAGE SECTION.

      * Working variables
       01 WS-HO-FILE-STATUS            PIC X(2).
       01 WS-HC-FILE-STATUS            PIC X(2).
       01 WS-HO-EOF                    PIC 9 VALUE 0.
       01 WS-BUSINESS-DATE             PIC 9(8).
       01 WS-NOW-STAMP                 PIC 9(14).
       01 WS-CURRENCY                  PIC X(3).
       01 WS-AMOUNT                    PIC S9(17).
       01 WS-AMOUNT-OK                 PIC 9.
       01 WS-DIGIT-LEN                 PIC 9(2).
       01 WS-DIGITS-TEXT               PIC X(17).
       01 WS-DIGITS REDEFINES WS-DIGITS-TEXT PIC 9(17).
       01 WS-CX                        PIC 9(2).
       01 WS-SHIFT                     PIC 9(2).
       01 WS-ON-FILE                   PIC 9.
       01 WS-REGISTERED-BY             PIC X(8).
       01 WS-REGISTERED-STAMP          PIC 9(14).
       01 WS-VERIFY-STATUS             PIC X(1).
       01 WS-REGISTERED-COUNT          PIC 9(9).

      * The totals taken off the dataset - laid out exactly as
      * HC-CONTROL-TOTALS so the two compare as one field
       01 WS-CONTROL-TOTALS.
          05 WS-RECORD-COUNT           PIC 9(9).
          05 WS-CURRENCY-COUNT         PIC 9(2).
          05 WS-CURRENCY-TOTAL OCCURS 16 TIMES.
             10 WS-T-CURRENCY          PIC X(3).
             10 WS-T-RECORDS           PIC 9(9).
             10 WS-T-AMOUNT            PIC S9(17)
                SIGN IS LEADING SEPARATE CHARACTER.
          05 WS-OTHER-RECORDS          PIC 9(9).
          05 WS-OTHER-AMOUNT           PIC S9(17)
             SIGN IS LEADING SEPARATE CHARACTER.
          05 WS-BAD-AMOUNTS            PIC 9(9).
       01 WS-CURRENCY-MAX              PIC 9(2) VALUE 16.

      * BUSDATE-GET call fields (see PROVEN-BUSDATE.cob)
       01 WS-BD-BUSINESS-DATE          PIC 9(8).
       01 WS-BD-STATUS                 PIC S9(4) COMP.
       01 WS-BD-MSG                    PIC X(50).

       LINKAGE SECTION.
       01 LS-DATASET                   PIC X(8).
       01 LS-JOB-NAME                  PIC X(8).
       01 LS-CCY-POS                   PIC 9(4).
       01 LS-AMT-POS                   PIC 9(4).
       01 LS-AMT-LEN                   PIC 9(2).
       01 LS-RECORD-COUNT              PIC 9(8).
       01 LS-RESULT-STATUS             PIC S9(4) COMP.
       01 LS-ERROR-MSG                 PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * HANDOFF-REGISTER: take the control totals off the dataset on
      * the HANDOFF DD and register them for the business date - a
      * rerun replaces the registration it made before
      * Input:  LS-DATASET (the handoff's DD name), LS-JOB-NAME,
      *         LS-CCY-POS (0 = balanced on the count alone),
      *         LS-AMT-POS, LS-AMT-LEN (sign included, up to 18)
      * Output: LS-RECORD-COUNT, LS-RESULT-STATUS, LS-ERROR-MSG
      *================================================================
       HANDOFF-REGISTER SECTION.
           ENTRY "HANDOFF-REGISTER" USING LS-DATASET LS-JOB-NAME
                 LS-CCY-POS LS-AMT-POS LS-AMT-LEN LS-RECORD-COUNT
                 LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           PERFORM TAKE-CONTROL-TOTALS
           IF LS-RESULT-STATUS NOT = 0
              GOBACK
           END-IF
           PERFORM OPEN-CONTROL-FILE
           IF LS-RESULT-STATUS NOT = 0
              GOBACK
           END-IF

           MOVE WS-BUSINESS-DATE TO HC-BUSINESS-DATE
           MOVE LS-DATASET TO HC-DATASET
           MOVE SPACES TO HC-CONSUMER-JOB
           PERFORM READ-CONTROL-ENTRY

           MOVE LS-JOB-NAME TO HC-JOB-NAME
           MOVE WS-NOW-STAMP TO HC-STAMP
           MOVE "R" TO HC-STATUS
           MOVE LS-JOB-NAME TO HC-PRODUCER-JOB
           MOVE WS-NOW-STAMP TO HC-PRODUCER-STAMP
           MOVE WS-CONTROL-TOTALS TO HC-CONTROL-TOTALS
           PERFORM STORE-CONTROL-ENTRY

           CLOSE CONTROL-FILE
           GOBACK.

       HANDOFF-REGISTER-EXIT.
           EXIT.

      *================================================================
      * HANDOFF-VERIFY: take the control totals off the dataset on
      * the HANDOFF DD and hold them against the business date's
      * registration; the consumer's entry records what it read
      * and whether that balanced
      * Input:  as HANDOFF-REGISTER, LS-JOB-NAME the consumer
      * Output: LS-RECORD-COUNT, LS-RESULT-STATUS, LS-ERROR-MSG
      *================================================================
       HANDOFF-VERIFY SECTION.
           ENTRY "HANDOFF-VERIFY" USING LS-DATASET LS-JOB-NAME
                 LS-CCY-POS LS-AMT-POS LS-AMT-LEN LS-RECORD-COUNT
                 LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           PERFORM TAKE-CONTROL-TOTALS
           IF LS-RESULT-STATUS NOT = 0
              GOBACK
           END-IF
           PERFORM OPEN-CONTROL-FILE
           IF LS-RESULT-STATUS NOT = 0
              GOBACK
           END-IF

           MOVE WS-BUSINESS-DATE TO HC-BUSINESS-DATE
           MOVE LS-DATASET TO HC-DATASET
           MOVE SPACES TO HC-CONSUMER-JOB
           PERFORM READ-CONTROL-ENTRY

           EVALUATE TRUE
              WHEN WS-ON-FILE = 0
                 MOVE "N" TO WS-VERIFY-STATUS
                 MOVE SPACES TO WS-REGISTERED-BY
                 MOVE 0 TO WS-REGISTERED-STAMP
                 MOVE -8 TO LS-RESULT-STATUS
                 STRING "No " FUNCTION TRIM(LS-DATASET)
                    " registration for " WS-BUSINESS-DATE
                    DELIMITED BY SIZE INTO LS-ERROR-MSG
              WHEN HC-CONTROL-TOTALS = WS-CONTROL-TOTALS
                 MOVE "B" TO WS-VERIFY-STATUS
                 MOVE HC-JOB-NAME TO WS-REGISTERED-BY
                 MOVE HC-STAMP TO WS-REGISTERED-STAMP
              WHEN OTHER
                 MOVE "U" TO WS-VERIFY-STATUS
                 MOVE HC-JOB-NAME TO WS-REGISTERED-BY
                 MOVE HC-STAMP TO WS-REGISTERED-STAMP
                 MOVE HC-RECORD-COUNT TO WS-REGISTERED-COUNT
                 MOVE -8 TO LS-RESULT-STATUS
                 IF WS-REGISTERED-COUNT NOT = WS-RECORD-COUNT
                    STRING "Read " WS-RECORD-COUNT ", "
                       FUNCTION TRIM(WS-REGISTERED-BY) " wrote "
                       WS-REGISTERED-COUNT
                       DELIMITED BY SIZE INTO LS-ERROR-MSG
                 ELSE
                    STRING "Amount totals differ from "
                       FUNCTION TRIM(WS-REGISTERED-BY) "'s"
                       DELIMITED BY SIZE INTO LS-ERROR-MSG
                 END-IF
           END-EVALUATE

      *    The consumer's own entry - what it read, against whose
      *    registration
           MOVE WS-BUSINESS-DATE TO HC-BUSINESS-DATE
           MOVE LS-DATASET TO HC-DATASET
           MOVE LS-JOB-NAME TO HC-CONSUMER-JOB
           PERFORM READ-CONTROL-ENTRY
           MOVE LS-JOB-NAME TO HC-JOB-NAME
           MOVE WS-NOW-STAMP TO HC-STAMP
           MOVE WS-VERIFY-STATUS TO HC-STATUS
           MOVE WS-REGISTERED-BY TO HC-PRODUCER-JOB
           MOVE WS-REGISTERED-STAMP TO HC-PRODUCER-STAMP
           MOVE WS-CONTROL-TOTALS TO HC-CONTROL-TOTALS
           PERFORM STORE-CONTROL-ENTRY

           CLOSE CONTROL-FILE
           GOBACK.

       HANDOFF-VERIFY-EXIT.
           EXIT.

      *================================================================
      * TAKE-CONTROL-TOTALS: the business date, and one pass over
      * the HANDOFF dataset building the count and currency totals
      *================================================================
       TAKE-CONTROL-TOTALS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           CALL "BUSDATE-GET" USING WS-BD-BUSINESS-DATE
              WS-BD-STATUS WS-BD-MSG
           IF WS-BD-STATUS = 0
              MOVE WS-BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-NOW-STAMP(1:8) TO WS-BUSINESS-DATE
           END-IF

           INITIALIZE WS-CONTROL-TOTALS
           MOVE 0 TO LS-RECORD-COUNT
           IF LS-AMT-LEN > 18
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Amount field longer than 18 characters"
                 TO LS-ERROR-MSG
              GO TO TAKE-CONTROL-TOTALS-EXIT
           END-IF

           OPEN INPUT HANDOFF-FILE
           IF WS-HO-FILE-STATUS NOT = "00"
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Handoff dataset could not be read" TO LS-ERROR-MSG
              GO TO TAKE-CONTROL-TOTALS-EXIT
           END-IF
           MOVE 0 TO WS-HO-EOF
           PERFORM UNTIL WS-HO-EOF = 1
              READ HANDOFF-FILE
                 AT END
                    MOVE 1 TO WS-HO-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-RECORD
              END-READ
           END-PERFORM
           CLOSE HANDOFF-FILE

           MOVE WS-RECORD-COUNT TO LS-RECORD-COUNT.

       TAKE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-RECORD: count it, and fold its amount into its
      * currency's totals - a new currency is slotted in code order
      *================================================================
       TAKE-ONE-RECORD SECTION.
           ADD 1 TO WS-RECORD-COUNT
           IF LS-CCY-POS = 0
              GO TO TAKE-ONE-RECORD-EXIT
           END-IF

           MOVE HANDOFF-RECORD(LS-CCY-POS:3) TO WS-CURRENCY
           PERFORM TAKE-RECORD-AMOUNT

           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CURRENCY-COUNT
                      OR WS-T-CURRENCY(WS-CX) >= WS-CURRENCY
              CONTINUE
           END-PERFORM

           IF WS-CX <= WS-CURRENCY-COUNT
              AND WS-T-CURRENCY(WS-CX) = WS-CURRENCY
              ADD 1 TO WS-T-RECORDS(WS-CX)
              ADD WS-AMOUNT TO WS-T-AMOUNT(WS-CX)
              GO TO TAKE-ONE-RECORD-EXIT
           END-IF

           IF WS-CURRENCY-COUNT >= WS-CURRENCY-MAX
              ADD 1 TO WS-OTHER-RECORDS
              ADD WS-AMOUNT TO WS-OTHER-AMOUNT
              GO TO TAKE-ONE-RECORD-EXIT
           END-IF

           PERFORM VARYING WS-SHIFT FROM WS-CURRENCY-COUNT BY -1
                   UNTIL WS-SHIFT < WS-CX
              MOVE WS-CURRENCY-TOTAL(WS-SHIFT)
                 TO WS-CURRENCY-TOTAL(WS-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-CURRENCY-COUNT
           MOVE WS-CURRENCY TO WS-T-CURRENCY(WS-CX)
           MOVE 1 TO WS-T-RECORDS(WS-CX)
           MOVE WS-AMOUNT TO WS-T-AMOUNT(WS-CX).

       TAKE-ONE-RECORD-EXIT.
           EXIT.

      *================================================================
      * TAKE-RECORD-AMOUNT: the leading-sign separate amount as a
      * signed number; zero (and counted) when it is not numeric
      * Output: WS-AMOUNT
      *================================================================
       TAKE-RECORD-AMOUNT SECTION.
           MOVE 0 TO WS-AMOUNT
           IF LS-AMT-LEN < 2
              GO TO TAKE-RECORD-AMOUNT-EXIT
           END-IF

           COMPUTE WS-DIGIT-LEN = LS-AMT-LEN - 1
           MOVE 0 TO WS-AMOUNT-OK
           IF HANDOFF-RECORD(LS-AMT-POS + 1:WS-DIGIT-LEN) IS NUMERIC
              AND (HANDOFF-RECORD(LS-AMT-POS:1) = "+"
                   OR HANDOFF-RECORD(LS-AMT-POS:1) = "-"
                   OR HANDOFF-RECORD(LS-AMT-POS:1) = SPACE)
              MOVE 1 TO WS-AMOUNT-OK
           END-IF
           IF WS-AMOUNT-OK = 0
              ADD 1 TO WS-BAD-AMOUNTS
              GO TO TAKE-RECORD-AMOUNT-EXIT
           END-IF

           MOVE ZEROS TO WS-DIGITS-TEXT
           MOVE HANDOFF-RECORD(LS-AMT-POS + 1:WS-DIGIT-LEN)
              TO WS-DIGITS-TEXT(18 - WS-DIGIT-LEN:WS-DIGIT-LEN)
           MOVE WS-DIGITS TO WS-AMOUNT
           IF HANDOFF-RECORD(LS-AMT-POS:1) = "-"
              COMPUTE WS-AMOUNT = 0 - WS-AMOUNT
           END-IF.

       TAKE-RECORD-AMOUNT-EXIT.
           EXIT.

      *================================================================
      * OPEN-CONTROL-FILE
      *================================================================
       OPEN-CONTROL-FILE SECTION.
           OPEN I-O CONTROL-FILE
           IF WS-HC-FILE-STATUS NOT = "00"
              AND WS-HC-FILE-STATUS NOT = "05"
              AND WS-HC-FILE-STATUS NOT = "97"
              MOVE -10 TO LS-RESULT-STATUS
              STRING "Handoff control unavailable, status="
                 WS-HC-FILE-STATUS
                 DELIMITED BY SIZE INTO LS-ERROR-MSG
           END-IF.

       OPEN-CONTROL-FILE-EXIT.
           EXIT.

      *================================================================
      * READ-CONTROL-ENTRY: the entry under the key in HC-KEY
      * Output: WS-ON-FILE
      *================================================================
       READ-CONTROL-ENTRY SECTION.
           MOVE 0 TO WS-ON-FILE
           READ CONTROL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WS-ON-FILE
           END-READ.

       READ-CONTROL-ENTRY-EXIT.
           EXIT.

      *================================================================
      * STORE-CONTROL-ENTRY: replace the entry READ-CONTROL-ENTRY
      * found, or write a new one
      *================================================================
       STORE-CONTROL-ENTRY SECTION.
           IF WS-ON-FILE = 1
              REWRITE CONTROL-RECORD
                 INVALID KEY
                    MOVE -10 TO LS-RESULT-STATUS
              END-REWRITE
           ELSE
              WRITE CONTROL-RECORD
                 INVALID KEY
                    MOVE -10 TO LS-RESULT-STATUS
              END-WRITE
           END-IF

           IF LS-RESULT-STATUS = -10
              MOVE SPACES TO LS-ERROR-MSG
              STRING "Handoff control not written, status="
                 WS-HC-FILE-STATUS
                 DELIMITED BY SIZE INTO LS-ERROR-MSG
           END-IF.

       STORE-CONTROL-ENTRY-EXIT.
           EXIT.

       END PROGRAM PROVEN-HANDOFF.
