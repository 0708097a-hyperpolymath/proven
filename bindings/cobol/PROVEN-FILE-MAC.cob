      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven FileMac - HMAC-SHA256 signed trailers for outbound
      * files and their verification on inbound feeds for COBOL
      *

      *================================================================
      * The payment file, the customer export and the table extracts
      * used to leave the building with nothing a receiver could use
      * to prove they came from us unaltered - and a plain content
      * hash proves nothing, since whoever alters the file simply
      * recomputes it. This is the shared signer and verifier, in
      * the PROVEN-FEED-CHECK mould.
      *
      * The MAC is FEED-CHECK's rolling chain with a key: starting
      * from spaces, each record - trailing spaces dropped - folds in
      * as HMAC-SHA256(key, running-MAC || record), and the file
      * ends in a signature carrying the final 64-hex-character
      * value and the key it was made under:
      *
      *     HMAC-SHA256:<key ID>:<MAC>
      *
      * Each writer wraps the signature in whatever its format
      * allows after the last record - an XML comment, a JSON
      * object, or "*M" control records for the fixed-width
      * extracts - so a receiver's parser still sees a well-formed
      * file.
      *
      * Keys: the key material lives only on the MACKEYS key store
      * (loaded by MACKEYLD, RACF-protected to the key custodians
      * and the batch signing ID), referenced everywhere else by key
      * ID. The key a file is signed under is PARMMSTR entry
      * MACKEY-<file> - the writer's output DD name, e.g.
      * MACKEY-PAYXML - so rollover is a dated parameter change: the
      * new key is loaded ahead, the parameter moves to its ID from
      * the cut-over date, and the old key is marked retired with a
      * verify-until date so files already signed under it still
      * prove out. A file with no MACKEY- entry is not signed at
      * all; once it has one, a key that cannot be used is an error.
      *
      * Entries:
      *   MAC-SIGN-START    resolve the file's key and start a chain
      *   MAC-SIGN-RECORD   fold one written record into the chain
      *   MAC-SIGN-FINISH   hand back the signature text
      *   MAC-VERIFY-FEED   verify the signed dataset on the MACFEED
      *                     DD end to end - a partner's feed, or one
      *                     of our own files before it is sent
      * One file is signed at a time per run unit.
      *
      * Statuses, for STATUS-TO-RC:
      *    0  signing started / the feed proves out
      *   -6  no key set up for this file (unsigned), or the feed
      *       carries no signature
      *   -7  MAC mismatch, data after the signature, or the key is
      *       unknown, not yet active, retired past its verify-until
      *       date or revoked
      *   -8  the signature is not in the form above
      *  -10  the key store, parameter master or MACFEED dataset
      *       could not be read
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEN-FILE-MAC.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAC-KEY-FILE ASSIGN TO "MACKEYS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MK-KEY-ID
              FILE STATUS IS WS-MK-FILE-STATUS.

           SELECT MAC-FEED-FILE ASSIGN TO "MACFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One key per key ID - the material in hex (up to 64 bytes)
       FD  MAC-KEY-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  MAC-KEY-RECORD.
           05 MK-KEY-ID                 PIC X(16).
           05 MK-KEY-HEX                PIC X(128).
           05 MK-KEY-STATUS             PIC X(1).
              88 MK-IS-ACTIVE           VALUE "A".
              88 MK-IS-RETIRED          VALUE "R".
              88 MK-IS-REVOKED          VALUE "X".
           05 MK-ACTIVE-FROM            PIC 9(8).
           05 MK-VERIFY-UNTIL           PIC 9(8).
           05 MK-PARTNER                PIC X(20).
           05 MK-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(11).

       FD  MAC-FEED-FILE
           RECORD CONTAINS 4032 CHARACTERS.
       01  MAC-FEED-RECORD              PIC X(4032).

       WORKING-STORAGE SECTION.

      * Working variables
       01 WS-MK-FILE-STATUS            PIC X(2).
       01 WS-MF-FILE-STATUS            PIC X(2).
       01 WS-MF-EOF                    PIC 9 VALUE 0.
       01 WS-KEYS-TRIED                PIC 9 VALUE 0.
       01 WS-KEYS-OPEN                 PIC 9 VALUE 0.
       01 WS-TODAY                     PIC 9(8).
       01 WS-RECORD-LEN                PIC 9(4).

      * The chain in progress and the key it is made under
       01 WS-SIGNING                   PIC 9 VALUE 0.
       01 WS-CHAIN-MAC                 PIC X(64) VALUE SPACES.
       01 WS-KEY-ID                    PIC X(16).
       01 WS-KEY-USE                   PIC X(1).
          88 WS-KEY-FOR-SIGNING        VALUE "S".
          88 WS-KEY-FOR-VERIFYING      VALUE "V".
       01 WS-KEY-STATUS                PIC S9(4) COMP.
       01 WS-KEY-MSG                   PIC X(50).

      * The verify walk: the signature gathered from the feed
       01 WS-PREFIX-LEN                PIC 9(2).
       01 WS-SUFFIX-LEN                PIC 9(2).
       01 WS-PAYLOAD-START             PIC 9(4).
       01 WS-PAYLOAD-LEN               PIC S9(4).
       01 WS-PAYLOAD                   PIC X(4032).
       01 WS-SIG-TEXT                  PIC X(200).
       01 WS-SIG-LEN                   PIC 9(3).
       01 WS-SIG-SEEN                  PIC 9 VALUE 0.
       01 WS-DATA-AFTER-SIG            PIC 9 VALUE 0.
       01 WS-DATA-COUNT                PIC 9(8).
       01 WS-SIG-SCHEME                PIC X(20).
       01 WS-SIG-KEY-ID                PIC X(20).
       01 WS-SIG-MAC                   PIC X(70).
       01 WS-SIG-FIELDS                PIC 9(2).

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16).
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).

      * HEX-DECODE call fields (see SAFE-HEX.cob)
       01 WS-HX-STRING                 PIC X(2048).
       01 WS-HX-LENGTH                 PIC 9(6).
       01 WS-HX-BYTES                  PIC X(1024).
       01 WS-HX-BYTES-LEN              PIC 9(6).
       01 WS-HX-RESULT                 PIC 9.
       01 WS-HX-MSG                    PIC X(50).

      * HMAC-SHA256 call fields (see SAFE-CRYPTO.cob)
       01 WS-KEY-BYTES                 PIC X(64).
       01 WS-KEY-LEN                   PIC 9(4).
       01 WS-MAC-INPUT                 PIC X(4096).
       01 WS-MAC-INPUT-LEN             PIC 9(4).
       01 WS-MAC-OUTPUT                PIC X(8192).
       01 WS-MAC-OUTPUT-LEN            PIC 9(4).
       01 WS-MAC-RESULT                PIC 9.

      * SECURE-WIPE and CONSTANT-TIME-EQUALS call fields
       01 WS-WIPE-LEN                  PIC 9(4).
       01 WS-CMP-LEN                   PIC 9(4) VALUE 64.
       01 WS-CMP-OTHER-LEN             PIC 9(4) VALUE 64.
       01 WS-CMP-DATA                  PIC X(4096).
       01 WS-CMP-EQUAL                 PIC 9.

       LINKAGE SECTION.
       01 LS-FILE-ID                   PIC X(8).
       01 LS-RECORD                    PIC X(4032).
       01 LS-RECORD-LENGTH             PIC 9(4).
       01 LS-SIGNATURE                 PIC X(96).
       01 LS-SIGNATURE-LEN             PIC 9(4).
       01 LS-SIG-PREFIX                PIC X(20).
       01 LS-SIG-SUFFIX                PIC X(10).
       01 LS-RECORD-COUNT              PIC 9(8).
       01 LS-KEY-ID-USED               PIC X(16).
       01 LS-RESULT-STATUS             PIC S9(4) COMP.
       01 LS-ERROR-MSG                 PIC X(50).

       PROCEDURE DIVISION.

      *================================================================
      * MAC-SIGN-START: resolve the key in force today for the file
      * and start a fresh chain
      * Input:  LS-FILE-ID (the writer's output DD name)
      * Output: LS-RESULT-STATUS (0 = signing, -6 = no key set up
      *         for the file), LS-ERROR-MSG
      *================================================================
       MAC-SIGN-START SECTION.
           ENTRY "MAC-SIGN-START" USING LS-FILE-ID LS-RESULT-STATUS
                 LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           MOVE 0 TO WS-SIGNING
           MOVE SPACES TO WS-CHAIN-MAC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           MOVE SPACES TO WS-PG-KEY
           STRING "MACKEY-" FUNCTION TRIM(LS-FILE-ID)
              DELIMITED BY SIZE INTO WS-PG-KEY
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY WS-PG-VALUE
               WS-PG-STATUS WS-PG-MSG
           EVALUATE WS-PG-STATUS
              WHEN 0
                 CONTINUE
              WHEN -7
                 MOVE -6 TO LS-RESULT-STATUS
                 MOVE "No signing key set up for this file"
                    TO LS-ERROR-MSG
                 GOBACK
              WHEN OTHER
                 MOVE -10 TO LS-RESULT-STATUS
                 MOVE WS-PG-MSG TO LS-ERROR-MSG
                 GOBACK
           END-EVALUATE

           MOVE WS-PG-VALUE TO WS-KEY-ID
           SET WS-KEY-FOR-SIGNING TO TRUE
           PERFORM LOAD-KEY
           IF WS-KEY-STATUS NOT = 0
              MOVE WS-KEY-STATUS TO LS-RESULT-STATUS
              MOVE WS-KEY-MSG TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE 1 TO WS-SIGNING
           GOBACK.

       MAC-SIGN-START-EXIT.
           EXIT.

      *================================================================
      * MAC-SIGN-RECORD: fold one record, as written, into the chain
      * - nothing happens unless MAC-SIGN-START succeeded
      * Input:  LS-RECORD, LS-RECORD-LENGTH (the record's full
      *         length; trailing spaces are dropped here)
      *================================================================
       MAC-SIGN-RECORD SECTION.
           ENTRY "MAC-SIGN-RECORD" USING LS-RECORD LS-RECORD-LENGTH.

           IF WS-SIGNING = 0
              GOBACK
           END-IF

           COMPUTE WS-RECORD-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(LS-RECORD(1:LS-RECORD-LENGTH) TRAILING))
           MOVE SPACES TO WS-PAYLOAD
           IF WS-RECORD-LEN > 0
              MOVE LS-RECORD(1:WS-RECORD-LEN)
                 TO WS-PAYLOAD(1:WS-RECORD-LEN)
           END-IF
           PERFORM FOLD-RECORD-INTO-MAC
           GOBACK.

       MAC-SIGN-RECORD-EXIT.
           EXIT.

      *================================================================
      * MAC-SIGN-FINISH: the signature over every record folded in,
      * and the key wiped
      * Output: LS-SIGNATURE, LS-SIGNATURE-LEN (0 when not signing)
      *================================================================
       MAC-SIGN-FINISH SECTION.
           ENTRY "MAC-SIGN-FINISH" USING LS-SIGNATURE
                 LS-SIGNATURE-LEN.

           MOVE SPACES TO LS-SIGNATURE
           MOVE 0 TO LS-SIGNATURE-LEN
           IF WS-SIGNING = 0
              GOBACK
           END-IF

           STRING "HMAC-SHA256:" FUNCTION TRIM(WS-KEY-ID) ":"
              WS-CHAIN-MAC
              DELIMITED BY SIZE INTO LS-SIGNATURE
           COMPUTE LS-SIGNATURE-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(LS-SIGNATURE TRAILING))

           PERFORM WIPE-KEY
           MOVE 0 TO WS-SIGNING
           GOBACK.

       MAC-SIGN-FINISH-EXIT.
           EXIT.

      *================================================================
      * MAC-VERIFY-FEED: verify the dataset on the MACFEED DD. The
      * first pass gathers the signature - the records starting with
      * LS-SIG-PREFIX, less LS-SIG-SUFFIX where the format closes
      * them, joined in order - and the second folds every other
      * record into the chain under the key the signature names.
      * Input:  LS-SIG-PREFIX, LS-SIG-SUFFIX (spaces = none)
      * Output: LS-RECORD-COUNT (data records read), LS-KEY-ID-USED,
      *         LS-RESULT-STATUS, LS-ERROR-MSG
      *================================================================
       MAC-VERIFY-FEED SECTION.
           ENTRY "MAC-VERIFY-FEED" USING LS-SIG-PREFIX LS-SIG-SUFFIX
                 LS-RECORD-COUNT LS-KEY-ID-USED LS-RESULT-STATUS
                 LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           MOVE 0 TO LS-RECORD-COUNT
           MOVE SPACES TO LS-KEY-ID-USED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-SIGNING

           MOVE 0 TO WS-PREFIX-LEN
           IF LS-SIG-PREFIX NOT = SPACES
              COMPUTE WS-PREFIX-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(LS-SIG-PREFIX TRAILING))
           END-IF
           MOVE 0 TO WS-SUFFIX-LEN
           IF LS-SIG-SUFFIX NOT = SPACES
              COMPUTE WS-SUFFIX-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(LS-SIG-SUFFIX TRAILING))
           END-IF
           IF WS-PREFIX-LEN = 0
              MOVE -8 TO LS-RESULT-STATUS
              MOVE "No signature prefix declared for the feed"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

      *    Pass one: the signature
           MOVE SPACES TO WS-SIG-TEXT
           MOVE 0 TO WS-SIG-LEN
           MOVE 0 TO WS-SIG-SEEN
           MOVE 0 TO WS-DATA-AFTER-SIG
           MOVE 0 TO WS-DATA-COUNT
           OPEN INPUT MAC-FEED-FILE
           IF WS-MF-FILE-STATUS NOT = "00"
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Feed dataset could not be read" TO LS-ERROR-MSG
              GOBACK
           END-IF
           MOVE 0 TO WS-MF-EOF
           PERFORM UNTIL WS-MF-EOF = 1
              READ MAC-FEED-FILE
                 AT END
                    MOVE 1 TO WS-MF-EOF
                 NOT AT END
                    PERFORM GATHER-SIGNATURE-LINE
              END-READ
           END-PERFORM
           CLOSE MAC-FEED-FILE
           MOVE WS-DATA-COUNT TO LS-RECORD-COUNT

           IF WS-SIG-SEEN = 0
              MOVE -6 TO LS-RESULT-STATUS
              MOVE "Feed carries no signature" TO LS-ERROR-MSG
              GOBACK
           END-IF
           IF WS-DATA-AFTER-SIG = 1
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Records follow the signature - altered feed"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE SPACES TO WS-SIG-SCHEME WS-SIG-KEY-ID WS-SIG-MAC
           MOVE 0 TO WS-SIG-FIELDS
           UNSTRING WS-SIG-TEXT(1:WS-SIG-LEN) DELIMITED BY ":"
              INTO WS-SIG-SCHEME WS-SIG-KEY-ID WS-SIG-MAC
              TALLYING IN WS-SIG-FIELDS
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-SIG-MAC) TO WS-SIG-MAC
           IF WS-SIG-FIELDS NOT = 3
              OR WS-SIG-SCHEME NOT = "HMAC-SHA256"
              OR WS-SIG-KEY-ID = SPACES
              OR WS-SIG-KEY-ID(17:4) NOT = SPACES
              OR WS-SIG-MAC(65:6) NOT = SPACES
              OR WS-SIG-MAC(64:1) = SPACE
              MOVE -8 TO LS-RESULT-STATUS
              MOVE "Signature not in HMAC-SHA256:key:MAC form"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE WS-SIG-KEY-ID TO WS-KEY-ID
           MOVE WS-KEY-ID TO LS-KEY-ID-USED
           SET WS-KEY-FOR-VERIFYING TO TRUE
           PERFORM LOAD-KEY
           IF WS-KEY-STATUS NOT = 0
              MOVE WS-KEY-STATUS TO LS-RESULT-STATUS
              MOVE WS-KEY-MSG TO LS-ERROR-MSG
              GOBACK
           END-IF

      *    Pass two: the chain, under the named key
           MOVE SPACES TO WS-CHAIN-MAC
           OPEN INPUT MAC-FEED-FILE
           IF WS-MF-FILE-STATUS NOT = "00"
              PERFORM WIPE-KEY
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Feed dataset could not be read" TO LS-ERROR-MSG
              GOBACK
           END-IF
           MOVE 0 TO WS-MF-EOF
           PERFORM UNTIL WS-MF-EOF = 1
              READ MAC-FEED-FILE
                 AT END
                    MOVE 1 TO WS-MF-EOF
                 NOT AT END
                    IF MAC-FEED-RECORD(1:WS-PREFIX-LEN)
                       NOT = LS-SIG-PREFIX(1:WS-PREFIX-LEN)
                       COMPUTE WS-RECORD-LEN = FUNCTION LENGTH(
                          FUNCTION TRIM(MAC-FEED-RECORD TRAILING))
                       MOVE MAC-FEED-RECORD TO WS-PAYLOAD
                       PERFORM FOLD-RECORD-INTO-MAC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MAC-FEED-FILE
           PERFORM WIPE-KEY

           MOVE SPACES TO WS-CMP-DATA
           MOVE WS-SIG-MAC(1:64) TO WS-CMP-DATA(1:64)
           CALL "CONSTANT-TIME-EQUALS" USING WS-CHAIN-MAC WS-CMP-DATA
               WS-CMP-LEN WS-CMP-OTHER-LEN WS-CMP-EQUAL
           IF WS-CMP-EQUAL NOT = 1
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "MAC disagrees with feed content - altered feed"
                 TO LS-ERROR-MSG
           END-IF
           GOBACK.

       MAC-VERIFY-FEED-EXIT.
           EXIT.

      *================================================================
      * GATHER-SIGNATURE-LINE: a signature record adds its payload
      * to the signature text; any other record is data
      *================================================================
       GATHER-SIGNATURE-LINE SECTION.
           IF MAC-FEED-RECORD(1:WS-PREFIX-LEN)
              NOT = LS-SIG-PREFIX(1:WS-PREFIX-LEN)
              ADD 1 TO WS-DATA-COUNT
              IF WS-SIG-SEEN = 1
                 MOVE 1 TO WS-DATA-AFTER-SIG
              END-IF
              GO TO GATHER-SIGNATURE-LINE-EXIT
           END-IF

           MOVE 1 TO WS-SIG-SEEN
           COMPUTE WS-RECORD-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(MAC-FEED-RECORD TRAILING))
           COMPUTE WS-PAYLOAD-START = WS-PREFIX-LEN + 1
           COMPUTE WS-PAYLOAD-LEN = WS-RECORD-LEN - WS-PREFIX-LEN
           IF WS-SUFFIX-LEN > 0
              AND WS-PAYLOAD-LEN >= WS-SUFFIX-LEN
              IF MAC-FEED-RECORD(WS-RECORD-LEN - WS-SUFFIX-LEN + 1:
                 WS-SUFFIX-LEN) = LS-SIG-SUFFIX(1:WS-SUFFIX-LEN)
                 SUBTRACT WS-SUFFIX-LEN FROM WS-PAYLOAD-LEN
              END-IF
           END-IF
           IF WS-PAYLOAD-LEN <= 0
              GO TO GATHER-SIGNATURE-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-PAYLOAD
           MOVE FUNCTION TRIM(
              MAC-FEED-RECORD(WS-PAYLOAD-START:WS-PAYLOAD-LEN))
              TO WS-PAYLOAD
           COMPUTE WS-PAYLOAD-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-PAYLOAD TRAILING))
           IF WS-SIG-LEN + WS-PAYLOAD-LEN > 200
              COMPUTE WS-PAYLOAD-LEN = 200 - WS-SIG-LEN
           END-IF
           IF WS-PAYLOAD-LEN > 0
              MOVE WS-PAYLOAD(1:WS-PAYLOAD-LEN)
                 TO WS-SIG-TEXT(WS-SIG-LEN + 1:WS-PAYLOAD-LEN)
              ADD WS-PAYLOAD-LEN TO WS-SIG-LEN
           END-IF.

       GATHER-SIGNATURE-LINE-EXIT.
           EXIT.

      *================================================================
      * LOAD-KEY: WS-KEY-ID from the key store into WS-KEY-BYTES,
      * checked for the use in hand - signing needs an active key
      * whose active-from date has come; verifying also accepts a
      * retired key up to its verify-until date
      * Output: WS-KEY-STATUS (0 or a status as above), WS-KEY-MSG
      *================================================================
       LOAD-KEY SECTION.
           MOVE 0 TO WS-KEY-STATUS
           MOVE SPACES TO WS-KEY-MSG

           IF WS-KEYS-TRIED = 0
              MOVE 1 TO WS-KEYS-TRIED
              OPEN INPUT MAC-KEY-FILE
              IF WS-MK-FILE-STATUS = "00"
                 MOVE 1 TO WS-KEYS-OPEN
              END-IF
           END-IF
           IF WS-KEYS-OPEN = 0
              MOVE -10 TO WS-KEY-STATUS
              MOVE "MAC key store unavailable" TO WS-KEY-MSG
              GO TO LOAD-KEY-EXIT
           END-IF

           MOVE WS-KEY-ID TO MK-KEY-ID
           READ MAC-KEY-FILE
              INVALID KEY
                 MOVE -7 TO WS-KEY-STATUS
                 MOVE "Key ID not on the key store" TO WS-KEY-MSG
                 GO TO LOAD-KEY-EXIT
           END-READ

           EVALUATE TRUE
              WHEN MK-IS-ACTIVE AND MK-ACTIVE-FROM <= WS-TODAY
                 CONTINUE
              WHEN MK-IS-ACTIVE
                 MOVE -7 TO WS-KEY-STATUS
                 MOVE "Key not yet active" TO WS-KEY-MSG
              WHEN MK-IS-RETIRED AND WS-KEY-FOR-VERIFYING
                   AND MK-VERIFY-UNTIL >= WS-TODAY
                 CONTINUE
              WHEN MK-IS-RETIRED
                 MOVE -7 TO WS-KEY-STATUS
                 MOVE "Key retired" TO WS-KEY-MSG
              WHEN OTHER
                 MOVE -7 TO WS-KEY-STATUS
                 MOVE "Key revoked" TO WS-KEY-MSG
           END-EVALUATE
           IF WS-KEY-STATUS NOT = 0
              MOVE SPACES TO MK-KEY-HEX
              GO TO LOAD-KEY-EXIT
           END-IF

           MOVE SPACES TO WS-HX-STRING
           MOVE MK-KEY-HEX TO WS-HX-STRING(1:128)
           COMPUTE WS-HX-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(MK-KEY-HEX TRAILING))
           CALL "HEX-DECODE" USING WS-HX-STRING WS-HX-LENGTH
               WS-HX-BYTES WS-HX-BYTES-LEN WS-HX-RESULT WS-HX-MSG
           MOVE SPACES TO MK-KEY-HEX
           MOVE SPACES TO WS-HX-STRING
           IF WS-HX-RESULT NOT = 1
              OR WS-HX-BYTES-LEN < 1 OR WS-HX-BYTES-LEN > 64
              MOVE LOW-VALUES TO WS-HX-BYTES
              MOVE -7 TO WS-KEY-STATUS
              MOVE "Key material on the key store is not usable"
                 TO WS-KEY-MSG
              GO TO LOAD-KEY-EXIT
           END-IF

           MOVE WS-HX-BYTES(1:64) TO WS-KEY-BYTES
           MOVE WS-HX-BYTES-LEN TO WS-KEY-LEN
           MOVE LOW-VALUES TO WS-HX-BYTES.

       LOAD-KEY-EXIT.
           EXIT.

      *================================================================
      * FOLD-RECORD-INTO-MAC: the keyed chain fold - HMAC-SHA256 over
      * the running MAC followed by WS-PAYLOAD(1:WS-RECORD-LEN)
      *================================================================
       FOLD-RECORD-INTO-MAC SECTION.
           MOVE SPACES TO WS-MAC-INPUT
           MOVE WS-CHAIN-MAC TO WS-MAC-INPUT(1:64)
           IF WS-RECORD-LEN > 0
              MOVE WS-PAYLOAD(1:WS-RECORD-LEN)
                 TO WS-MAC-INPUT(65:WS-RECORD-LEN)
           END-IF
           COMPUTE WS-MAC-INPUT-LEN = 64 + WS-RECORD-LEN

           CALL "HMAC-SHA256" USING WS-KEY-BYTES WS-KEY-LEN
               WS-MAC-INPUT WS-MAC-INPUT-LEN WS-MAC-OUTPUT
               WS-MAC-OUTPUT-LEN WS-MAC-RESULT

           MOVE WS-MAC-OUTPUT(1:64) TO WS-CHAIN-MAC.

       FOLD-RECORD-INTO-MAC-EXIT.
           EXIT.

      *================================================================
      * WIPE-KEY: the key bytes overwritten once the chain is done
      *================================================================
       WIPE-KEY SECTION.
           MOVE 64 TO WS-WIPE-LEN
           CALL "SECURE-WIPE" USING WS-KEY-BYTES WS-WIPE-LEN
           MOVE 0 TO WS-KEY-LEN.

       WIPE-KEY-EXIT.
           EXIT.

       END PROGRAM PROVEN-FILE-MAC.
