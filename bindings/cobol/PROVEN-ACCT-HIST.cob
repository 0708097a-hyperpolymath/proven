      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven AcctHist - account change-history writer for COBOL
      *

      *================================================================
      * The account-side twin of CUST-HIST-WRITE: the single way
      * anything records a change to an ACCTMAST account - its
      * owner, product, base currency, dates or status. Callers
      * name the account, the field, the old and new values, and
      * the change source; ACCT-HIST-WRITE stamps the timestamp and
      * appends the record to the ACCTHIST KSDS, keyed by account
      * ID plus effective timestamp plus a tie-break sequence, the
      * same key discipline CUSTHIST uses. ACCTMAST itself only
      * ever holds current values - this file is what answers "who
      * owned this account, and was it open, on the day of that
      * posting" after the fact.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEN-ACCT-HIST.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AH-KEY
              FILE STATUS IS WS-AH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One history record per field change, keyed for a
      * point-in-time read-back by account
       FD  ACCT-HIST-FILE
           RECORD CONTAINS 145 CHARACTERS.
       01  ACCT-HIST-RECORD.
           05 AH-KEY.
              10 AH-ACCOUNT-ID          PIC X(12).
              10 AH-EFFECTIVE-TS        PIC X(21).
              10 AH-SEQUENCE            PIC 9(4).
           05 AH-FIELD-NAME             PIC X(20).
           05 AH-OLD-VALUE              PIC X(40).
           05 AH-NEW-VALUE              PIC X(40).
           05 AH-CHANGE-SOURCE          PIC X(8).

       WORKING-STORAGE SECTION.

      * Working variables
       01 WS-AH-FILE-STATUS            PIC X(2).
       01 WS-HIST-OPEN                 PIC 9 VALUE 0.
       01 WS-WRITE-SEQUENCE            PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LS-ACCOUNT-ID                PIC X(12).
       01 LS-FIELD-NAME                PIC X(20).
       01 LS-OLD-VALUE                 PIC X(40).
       01 LS-NEW-VALUE                 PIC X(40).
       01 LS-CHANGE-SOURCE             PIC X(8).
       01 LS-RESULT                    PIC 9.
       01 LS-ERROR-MSG                 PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * ACCT-HIST-WRITE: append one dated change record to the
      * account history KSDS
      * Input:  LS-ACCOUNT-ID, LS-FIELD-NAME, LS-OLD-VALUE,
      *         LS-NEW-VALUE, LS-CHANGE-SOURCE
      * Output: LS-RESULT (1=written, 0=file unavailable),
      *         LS-ERROR-MSG
      *================================================================
       ACCT-HIST-WRITE SECTION.
           ENTRY "ACCT-HIST-WRITE" USING LS-ACCOUNT-ID
                 LS-FIELD-NAME LS-OLD-VALUE LS-NEW-VALUE
                 LS-CHANGE-SOURCE LS-RESULT LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT
           INITIALIZE LS-ERROR-MSG

           IF WS-HIST-OPEN = 0
              OPEN I-O ACCT-HIST-FILE
              IF WS-AH-FILE-STATUS = "00"
                 OR WS-AH-FILE-STATUS = "05"
                 OR WS-AH-FILE-STATUS = "97"
                 MOVE 1 TO WS-HIST-OPEN
              ELSE
                 MOVE "Account history file unavailable"
                    TO LS-ERROR-MSG
                 GOBACK
              END-IF
           END-IF

      *    The sequence breaks ties between changes landing in the
      *    same hundredth of a second for the same account
           ADD 1 TO WS-WRITE-SEQUENCE
           IF WS-WRITE-SEQUENCE > 9998
              MOVE 1 TO WS-WRITE-SEQUENCE
           END-IF

           MOVE LS-ACCOUNT-ID TO AH-ACCOUNT-ID
           MOVE FUNCTION CURRENT-DATE TO AH-EFFECTIVE-TS
           MOVE WS-WRITE-SEQUENCE TO AH-SEQUENCE
           MOVE LS-FIELD-NAME TO AH-FIELD-NAME
           MOVE LS-OLD-VALUE TO AH-OLD-VALUE
           MOVE LS-NEW-VALUE TO AH-NEW-VALUE
           MOVE LS-CHANGE-SOURCE TO AH-CHANGE-SOURCE

           WRITE ACCT-HIST-RECORD
              INVALID KEY
                 MOVE "Could not write history record"
                    TO LS-ERROR-MSG
                 GOBACK
           END-WRITE

           MOVE 1 TO LS-RESULT
           GOBACK.

       ACCT-HIST-WRITE-EXIT.
           EXIT.

       END PROGRAM PROVEN-ACCT-HIST.
