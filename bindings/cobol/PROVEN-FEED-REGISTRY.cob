      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FeedRegistry - received-file registry and duplicate
      * inbound file detection for COBOL
      *

      *================================================================
      * FEED-CHECK proves a feed is complete, not that it is new: a
      * vendor once resent the previous day's CREDIN and RECVIN
      * matched every credit on it a second time. This is the
      * received-file registry every intake consults before it
      * processes record one, in the PROVEN-FEED-CHECK mould - the
      * FEEDREG DD points at the same dataset as the intake's own,
      * and FEED-REGISTRY-CHECK reads it end to end first.
      *
      * Each feed taken in is entered on the RCVDREG KSDS twice,
      * under the feed's name: once keyed by its whole-file content
      * hash - the audit trail's rolling chain, starting from spaces
      * and folding every record in as SHA-256(running-hash ||
      * record) - and once keyed by its header reference, the field
      * the caller names on the header record (the vendor's file
      * ID, creation stamp or sequence number) where the feed has a
      * header at all. Both carry the hash, header reference,
      * record count and receipt time. A feed whose hash is already
      * on file is an exact duplicate; one whose header reference
      * is already on file is a resend under the same header,
      * whatever its content - either is refused with status -11,
      * PROVEN-ERR-DUPLICATE, which STATUS-TO-RC turns into COND
      * code 12.
      *
      * A deliberate reload is authorised by an operator through
      * PARMMSTR entry RELOAD-<feed> (e.g. RELOAD-CREDIN), effective
      * for the day of the rerun, whose value is the first 16
      * characters of the file's content hash as the refusal
      * message shows them - so the authority covers that one file
      * and no other. An authorised reload is processed and its
      * registry entries count the reload.
      *
      * The check does not enter the file: the intake calls
      * FEED-REGISTRY-RECORD once it has processed the feed, so a
      * run that abends part-way can simply be rerun.
      *
      * Entries:
      *   FEED-REGISTRY-CHECK   hash the feed, refuse a duplicate
      *   FEED-REGISTRY-RECORD  enter the feed just checked
      *
      * Statuses, for STATUS-TO-RC:
      *    0  a new feed, or an authorised reload
      *  -11  an exact or header-level duplicate, not authorised
      *  -10  the FEEDREG dataset, the registry or the parameter
      *       master could not be read, or the registry written
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEN-FEED-REGISTRY.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "FEEDREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FD-FILE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "RCVDREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RG-KEY
              FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           RECORD CONTAINS 4032 CHARACTERS.
       01  FEED-RECORD                  PIC X(4032).

      * Two entries per feed received: by content hash ("C") and by
      * header reference ("H")
       FD  REGISTRY-FILE
           RECORD CONTAINS 260 CHARACTERS.
       01  REGISTRY-RECORD.
           05 RG-KEY.
              10 RG-FEED-NAME           PIC X(8).
              10 RG-KEY-TYPE            PIC X(1).
                 88 RG-BY-CONTENT       VALUE "C".
                 88 RG-BY-HEADER        VALUE "H".
              10 RG-KEY-VALUE           PIC X(64).
           05 RG-CONTENT-HASH           PIC X(64).
           05 RG-HEADER-REF             PIC X(64).
           05 RG-RECORD-COUNT           PIC 9(8).
           05 RG-RECEIVED-STAMP         PIC 9(14).
           05 RG-RELOAD-COUNT           PIC 9(4).
           05 RG-LAST-RELOAD-STAMP      PIC 9(14).
           05 FILLER                    PIC X(19).

       WORKING-STORAGE SECTION.

      * Working variables
       01 WS-FD-FILE-STATUS            PIC X(2).
       01 WS-RG-FILE-STATUS            PIC X(2).
       01 WS-FD-EOF                    PIC 9 VALUE 0.
       01 WS-RECORD-LEN                PIC 9(4).
       01 WS-TODAY                     PIC 9(8).

      * The feed as checked - kept for FEED-REGISTRY-RECORD
       01 WS-CHECKED                   PIC 9 VALUE 0.
       01 WS-FEED-NAME                 PIC X(8).
       01 WS-CHAIN-HASH                PIC X(64) VALUE SPACES.
       01 WS-HEADER-REF                PIC X(64).
       01 WS-HEADER-SEEN               PIC 9 VALUE 0.
       01 WS-RECORD-COUNT              PIC 9(8) VALUE 0.
       01 WS-RECEIVED-STAMP            PIC 9(14).
       01 WS-RELOAD                    PIC 9 VALUE 0.
       01 WS-DUPLICATE-KIND            PIC X(1).
          88 WS-NOT-DUPLICATE          VALUE SPACE.
          88 WS-DUPLICATE-CONTENT      VALUE "C".
          88 WS-DUPLICATE-HEADER       VALUE "H".
       01 WS-PRIOR-STAMP               PIC 9(14).

      * HASH-SHA256 call fields (SAFE-CRYPTO) - the rolling chain
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).

       LINKAGE SECTION.
       01 LS-FEED-NAME                 PIC X(8).
       01 LS-HEADER-PREFIX             PIC X(2).
       01 LS-REF-POS                   PIC 9(4).
       01 LS-REF-LEN                   PIC 9(2).
       01 LS-RECORD-COUNT              PIC 9(8).
       01 LS-CONTENT-HASH              PIC X(64).
       01 LS-RESULT-STATUS             PIC S9(4) COMP.
       01 LS-ERROR-MSG                 PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * FEED-REGISTRY-CHECK: hash the feed on the FEEDREG DD, find
      * its header reference, and look both up on the registry
      * Input:  LS-FEED-NAME (the intake's DD name for the feed),
      *         LS-HEADER-PREFIX (the header record's first two
      *         characters; spaces = the first record is the
      *         header), LS-REF-POS, LS-REF-LEN (the reference on
      *         the header record, up to 64 characters; 0 length =
      *         a feed with no header, checked by content alone)
      * Output: LS-RECORD-COUNT (records on the feed),
      *         LS-CONTENT-HASH, LS-RESULT-STATUS, LS-ERROR-MSG
      *================================================================
       FEED-REGISTRY-CHECK SECTION.
           ENTRY "FEED-REGISTRY-CHECK" USING LS-FEED-NAME
                 LS-HEADER-PREFIX LS-REF-POS LS-REF-LEN
                 LS-RECORD-COUNT LS-CONTENT-HASH LS-RESULT-STATUS
                 LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           MOVE 0 TO LS-RECORD-COUNT
           MOVE SPACES TO LS-CONTENT-HASH
           MOVE 0 TO WS-CHECKED
           MOVE 0 TO WS-RELOAD
           MOVE SPACE TO WS-DUPLICATE-KIND
           MOVE LS-FEED-NAME TO WS-FEED-NAME
           MOVE SPACES TO WS-CHAIN-HASH
           MOVE SPACES TO WS-HEADER-REF
           MOVE 0 TO WS-HEADER-SEEN
           MOVE 0 TO WS-RECORD-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RECEIVED-STAMP
           MOVE WS-RECEIVED-STAMP(1:8) TO WS-TODAY

           OPEN INPUT FEED-FILE
           IF WS-FD-FILE-STATUS NOT = "00"
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Feed dataset could not be read" TO LS-ERROR-MSG
              GOBACK
           END-IF
           MOVE 0 TO WS-FD-EOF
           PERFORM UNTIL WS-FD-EOF = 1
              READ FEED-FILE
                 AT END
                    MOVE 1 TO WS-FD-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE FEED-FILE

           MOVE WS-RECORD-COUNT TO LS-RECORD-COUNT
           MOVE WS-CHAIN-HASH TO LS-CONTENT-HASH

           OPEN INPUT REGISTRY-FILE
           IF WS-RG-FILE-STATUS NOT = "00"
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Received-file registry unavailable"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE WS-FEED-NAME TO RG-FEED-NAME
           MOVE "C" TO RG-KEY-TYPE
           MOVE WS-CHAIN-HASH TO RG-KEY-VALUE
           READ REGISTRY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "C" TO WS-DUPLICATE-KIND
                 MOVE RG-RECEIVED-STAMP TO WS-PRIOR-STAMP
           END-READ

           IF WS-NOT-DUPLICATE AND WS-HEADER-REF NOT = SPACES
              MOVE WS-FEED-NAME TO RG-FEED-NAME
              MOVE "H" TO RG-KEY-TYPE
              MOVE WS-HEADER-REF TO RG-KEY-VALUE
              READ REGISTRY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "H" TO WS-DUPLICATE-KIND
                    MOVE RG-RECEIVED-STAMP TO WS-PRIOR-STAMP
              END-READ
           END-IF
           CLOSE REGISTRY-FILE

           IF WS-NOT-DUPLICATE
              MOVE 1 TO WS-CHECKED
              GOBACK
           END-IF

      *    A duplicate goes ahead only under a reload authority
      *    naming this very file
           MOVE SPACES TO WS-PG-KEY
           STRING "RELOAD-" FUNCTION TRIM(WS-FEED-NAME)
              DELIMITED BY SIZE INTO WS-PG-KEY
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY WS-PG-VALUE
               WS-PG-STATUS WS-PG-MSG
           EVALUATE TRUE
              WHEN WS-PG-STATUS = 0
                   AND FUNCTION UPPER-CASE(WS-PG-VALUE)
                       = WS-CHAIN-HASH(1:16)
                 MOVE 1 TO WS-RELOAD
                 MOVE 1 TO WS-CHECKED
                 MOVE "Duplicate feed - reload authorised"
                    TO LS-ERROR-MSG
              WHEN WS-PG-STATUS = 0 OR WS-PG-STATUS = -7
                 MOVE -11 TO LS-RESULT-STATUS
                 IF WS-DUPLICATE-CONTENT
                    STRING "Exact duplicate of feed received "
                       WS-PRIOR-STAMP(1:8)
                       DELIMITED BY SIZE INTO LS-ERROR-MSG
                 ELSE
                    STRING "Header already received "
                       WS-PRIOR-STAMP(1:8)
                       DELIMITED BY SIZE INTO LS-ERROR-MSG
                 END-IF
              WHEN OTHER
                 MOVE -10 TO LS-RESULT-STATUS
                 MOVE WS-PG-MSG TO LS-ERROR-MSG
           END-EVALUATE
           GOBACK.

       FEED-REGISTRY-CHECK-EXIT.
           EXIT.

      *================================================================
      * FEED-REGISTRY-RECORD: enter the feed FEED-REGISTRY-CHECK
      * last passed - both entries written fresh, or, for an
      * authorised reload, the entries already on file counting
      * the reload
      * Output: LS-RESULT-STATUS (0, or -10 when the registry could
      *         not be written), LS-ERROR-MSG
      *================================================================
       FEED-REGISTRY-RECORD SECTION.
           ENTRY "FEED-REGISTRY-RECORD" USING LS-RESULT-STATUS
                 LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           IF WS-CHECKED = 0
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "No feed checked to enter on the registry"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           OPEN I-O REGISTRY-FILE
           IF WS-RG-FILE-STATUS NOT = "00"
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Received-file registry unavailable"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE "C" TO RG-KEY-TYPE
           MOVE WS-CHAIN-HASH TO RG-KEY-VALUE
           PERFORM ENTER-ONE-KEY
           IF WS-HEADER-REF NOT = SPACES
              AND LS-RESULT-STATUS = 0
              MOVE "H" TO RG-KEY-TYPE
              MOVE WS-HEADER-REF TO RG-KEY-VALUE
              PERFORM ENTER-ONE-KEY
           END-IF
           IF LS-RESULT-STATUS NOT = 0
              STRING "Registry not written, status="
                 WS-RG-FILE-STATUS
                 DELIMITED BY SIZE INTO LS-ERROR-MSG
           END-IF
           CLOSE REGISTRY-FILE

           MOVE 0 TO WS-CHECKED
           GOBACK.

       FEED-REGISTRY-RECORD-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-LINE: count the record, fold it into the content
      * hash, and take the header reference from the header record
      *================================================================
       TAKE-ONE-LINE SECTION.
           ADD 1 TO WS-RECORD-COUNT

           IF WS-HEADER-SEEN = 0 AND LS-REF-LEN > 0
              AND (LS-HEADER-PREFIX = SPACES
                   OR FEED-RECORD(1:2) = LS-HEADER-PREFIX)
              MOVE 1 TO WS-HEADER-SEEN
              MOVE FEED-RECORD(LS-REF-POS:LS-REF-LEN)
                 TO WS-HEADER-REF
           END-IF

           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-CHAIN-HASH TO WS-HASH-INPUT(1:64)
           COMPUTE WS-RECORD-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(FEED-RECORD TRAILING))
           IF WS-RECORD-LEN > 0
              MOVE FEED-RECORD(1:WS-RECORD-LEN)
                 TO WS-HASH-INPUT(65:WS-RECORD-LEN)
           END-IF
           COMPUTE WS-HASH-INPUT-LEN = 64 + WS-RECORD-LEN

           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE WS-HASH-OUTPUT(1:64) TO WS-CHAIN-HASH.

       TAKE-ONE-LINE-EXIT.
           EXIT.

      *================================================================
      * ENTER-ONE-KEY: write the registry entry under the key set in
      * RG-KEY-TYPE / RG-KEY-VALUE, or count a reload against the
      * entry already there
      *================================================================
       ENTER-ONE-KEY SECTION.
           MOVE WS-FEED-NAME TO RG-FEED-NAME
           READ REGISTRY-FILE
              INVALID KEY
                 MOVE WS-CHAIN-HASH TO RG-CONTENT-HASH
                 MOVE WS-HEADER-REF TO RG-HEADER-REF
                 MOVE WS-RECORD-COUNT TO RG-RECORD-COUNT
                 MOVE WS-RECEIVED-STAMP TO RG-RECEIVED-STAMP
                 MOVE 0 TO RG-RELOAD-COUNT
                 MOVE 0 TO RG-LAST-RELOAD-STAMP
                 WRITE REGISTRY-RECORD
                    INVALID KEY
                       MOVE -10 TO LS-RESULT-STATUS
                 END-WRITE
                 GO TO ENTER-ONE-KEY-EXIT
           END-READ

           ADD 1 TO RG-RELOAD-COUNT
           MOVE WS-RECEIVED-STAMP TO RG-LAST-RELOAD-STAMP
           REWRITE REGISTRY-RECORD
              INVALID KEY
                 MOVE -10 TO LS-RESULT-STATUS
           END-REWRITE.

       ENTER-ONE-KEY-EXIT.
           EXIT.

       END PROGRAM PROVEN-FEED-REGISTRY.
