      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven AddrVerify - postal reference-file address
      * verification and standardization for COBOL
      *

      *================================================================
      * VALIDATE-POSTAL-CODE (SAFE-ADDRESS) proves a postal code has
      * the right shape for its country; it cannot say the code
      * exists, or that the city and street keyed with it belong to
      * it. VERIFY-ADDRESS answers that from the POSTREF KSDS that
      * POSTRLD loads from the national postal reference files, in
      * the PROVEN-PARM mould, and grades the address:
      *
      *   V  verified - the postal code is on file, the city is the
      *      one the post office gives it, and the street is one
      *      of the postal code's streets
      *   P  the postal code and city agree, but the street is not
      *      one the reference lists for that postal code
      *   C  the postal code is on file but the city is not its city
      *   N  the postal code is not on file for the country
      *   U  no reference data for the country - cannot be graded
      *
      * The result status is 0 for V, -7 for any other grade (the
      * message says why), and -10 when the reference file cannot
      * be read, in which case the grade comes back blank.
      *
      * POSTREF holds one locality record per postal code (street
      * key spaces) carrying the official city, region and postal
      * code, and one record per street delivered within the
      * postal code carrying the official street name. Both sides
      * are keyed the same way, through ADDR-REF-KEY, which POSTRLD
      * calls as well: the postal code upper-cased and stripped of
      * spaces and hyphens (a US ZIP+4 keyed on its ZIP), and the
      * street as the words left on the address line once house
      * and flat numbers and unit words (FLAT 3, APT 12B) are set
      * aside, with a customary suffix written out in full (ST
      * STREET, RD ROAD, a German -STR. -STRASSE).
      *
      * Alongside the grade, the caller gets the address as the
      * post office writes it - the street line rebuilt with the
      * official street name and the house number where it was
      * keyed, and the official city, region and postal code - so
      * a batch sweep can propose it to the desk. Where a part
      * could not be confirmed the caller's own value comes back,
      * upper-cased.
      *
      * ADDR-REF-OPEN lets a batch caller find out before its first
      * record that the reference file cannot be read, and stop
      * there.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEN-ADDR-VERIFY.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTREF-FILE ASSIGN TO "POSTREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-KEY
              FILE STATUS IS WS-PF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Postal reference entries as POSTRLD lays them down (see
      * POSTREF-RECORD in POSTRLD.cob)
       FD  POSTREF-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  POSTREF-RECORD.
           05 PF-KEY.
              10 PF-COUNTRY             PIC X(2).
              10 PF-POSTAL-KEY          PIC X(10).
              10 PF-STREET-KEY          PIC X(40).
           05 PF-CITY                   PIC X(30).
           05 PF-REGION                 PIC X(20).
           05 PF-POSTAL-CODE            PIC X(10).
           05 PF-STREET-NAME            PIC X(40).
           05 PF-LOADED-DATE            PIC 9(8).

       WORKING-STORAGE SECTION.

      * Working variables
       01 WS-PF-FILE-STATUS            PIC X(2).
       01 WS-REF-TRIED                 PIC 9 VALUE 0.
       01 WS-REF-OPEN                  PIC 9 VALUE 0.
       01 WS-COUNTRY                   PIC X(2).
       01 WS-POSTAL-KEY                PIC X(10).
       01 WS-STREET-KEY                PIC X(40).
       01 WS-CITY-UPPER                PIC X(30).
       01 WS-SCAN-IDX                  PIC 9(2).
       01 WS-OUT-IDX                   PIC 9(2).
       01 WS-CHAR                      PIC X(1).

      * The last country asked about, and whether the reference
      * carries it - a sweep in country order asks once per country
       01 WS-LAST-COUNTRY              PIC X(2) VALUE SPACES.
       01 WS-LAST-COVERED              PIC 9 VALUE 0.

      * Outcome of the lookups
       01 WS-LOCALITY-FOUND            PIC 9.
       01 WS-CITY-MATCHED              PIC 9.
       01 WS-STREET-FOUND              PIC 9.
       01 WS-STREET-LINE               PIC 9.
       01 WS-OFFICIAL-STREET           PIC X(40).

      * The address line being worked, split into words; each word
      * is typed D (carries a digit - a house or flat number), U (a
      * unit word, or the word after one) or S (part of the street)
       01 WS-LINE-IN                   PIC X(40).
       01 WS-TOKEN-COUNT               PIC 9(2).
       01 WS-TOKEN-TABLE.
          05 WS-TOKEN-ENTRY            OCCURS 8 TIMES.
             10 WS-TOKEN               PIC X(40).
             10 WS-TOKEN-KIND          PIC X(1).
       01 WS-TOK-IDX                   PIC 9(2).
       01 WS-LAST-STREET-IDX           PIC 9(2).
       01 WS-DIGIT-COUNT               PIC 9(2).
       01 WS-TOKEN-LEN                 PIC 9(2).
       01 WS-AFTER-UNIT                PIC 9.
       01 WS-TOKEN-TEST                PIC X(40).
          88 WS-IS-UNIT-WORD           VALUE "APT" "APARTMENT"
                                             "FLAT" "UNIT" "SUITE"
                                             "STE" "ROOM" "NO".
       01 WS-EXPANDED                  PIC X(40).
       01 WS-BUILD-PTR                 PIC 9(3).
       01 WS-STD-LINE                  PIC X(40).
       01 WS-STREET-WRITTEN            PIC 9.

      * Street suffixes as keyed, and as the post office writes
      * them - the last street word is written out in full when it
      * is one of these
       01 WS-SUFFIX-VALUES.
          05 FILLER                    PIC X(16) VALUE "ST  STREET".
          05 FILLER                    PIC X(16) VALUE "RD  ROAD".
          05 FILLER                    PIC X(16) VALUE "AVE AVENUE".
          05 FILLER                    PIC X(16) VALUE "AV  AVENUE".
          05 FILLER                    PIC X(16) VALUE "LN  LANE".
          05 FILLER                    PIC X(16) VALUE "DR  DRIVE".
          05 FILLER                    PIC X(16) VALUE "CT  COURT".
          05 FILLER                    PIC X(16) VALUE "PL  PLACE".
          05 FILLER                    PIC X(16) VALUE "BLVDBOULEVARD".
          05 FILLER                    PIC X(16) VALUE "SQ  SQUARE".
          05 FILLER                    PIC X(16) VALUE "CRESCRESCENT".
          05 FILLER                    PIC X(16) VALUE "TER TERRACE".
          05 FILLER                    PIC X(16) VALUE "HWY HIGHWAY".
          05 FILLER                    PIC X(16) VALUE "PKWYPARKWAY".
          05 FILLER                    PIC X(16) VALUE "CL  CLOSE".
          05 FILLER                    PIC X(16) VALUE "GDNSGARDENS".
       01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
          05 WS-SUFFIX-ENTRY           OCCURS 16 TIMES.
             10 WS-SUFFIX-SHORT        PIC X(4).
             10 WS-SUFFIX-LONG         PIC X(12).
       01 WS-SUFFIX-COUNT              PIC 9(2) VALUE 16.
       01 WS-SUFFIX-IDX                PIC 9(2).

       LINKAGE SECTION.
       01 LS-COUNTRY                   PIC X(2).
       01 LS-POSTAL-CODE               PIC X(10).
       01 LS-CITY                      PIC X(30).
       01 LS-REGION                    PIC X(20).
       01 LS-ADDR-LINE-1               PIC X(40).
       01 LS-ADDR-LINE-2               PIC X(40).
       01 LS-ADDR-GRADE                PIC X(1).
       01 LS-STD-ADDRESS.
          05 LS-STD-ADDR-LINE-1        PIC X(40).
          05 LS-STD-ADDR-LINE-2        PIC X(40).
          05 LS-STD-CITY               PIC X(30).
          05 LS-STD-REGION             PIC X(20).
          05 LS-STD-POSTAL-CODE        PIC X(10).
       01 LS-RESULT-STATUS             PIC S9(4) COMP.
       01 LS-ERROR-MSG                 PIC X(50).
       01 LS-STREET-TEXT               PIC X(40).
       01 LS-POSTAL-KEY                PIC X(10).
       01 LS-STREET-KEY                PIC X(40).

       PROCEDURE DIVISION.

      *================================================================
      * VERIFY-ADDRESS: grade an address against the postal
      * reference and give back its standardized form
      * Input:  LS-COUNTRY, LS-POSTAL-CODE, LS-CITY, LS-REGION,
      *         LS-ADDR-LINE-1, LS-ADDR-LINE-2
      * Output: LS-ADDR-GRADE (V/P/C/N/U, blank if not graded),
      *         LS-STD-ADDRESS, LS-RESULT-STATUS (0=verified,
      *         -7=not verified, -10=reference unavailable),
      *         LS-ERROR-MSG
      *================================================================
       VERIFY-ADDRESS SECTION.
           ENTRY "VERIFY-ADDRESS" USING LS-COUNTRY LS-POSTAL-CODE
                 LS-CITY LS-REGION LS-ADDR-LINE-1 LS-ADDR-LINE-2
                 LS-ADDR-GRADE LS-STD-ADDRESS LS-RESULT-STATUS
                 LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           MOVE SPACES TO LS-ADDR-GRADE
           INITIALIZE LS-ERROR-MSG

      *    Until something is confirmed, the standardized address
      *    is the caller's own, upper-cased
           MOVE FUNCTION UPPER-CASE(LS-ADDR-LINE-1)
              TO LS-STD-ADDR-LINE-1
           MOVE FUNCTION UPPER-CASE(LS-ADDR-LINE-2)
              TO LS-STD-ADDR-LINE-2
           MOVE FUNCTION UPPER-CASE(LS-CITY) TO LS-STD-CITY
           MOVE FUNCTION UPPER-CASE(LS-REGION) TO LS-STD-REGION
           MOVE FUNCTION UPPER-CASE(LS-POSTAL-CODE)
              TO LS-STD-POSTAL-CODE

           PERFORM OPEN-REFERENCE
           IF WS-REF-OPEN = 0
              MOVE -10 TO LS-RESULT-STATUS
              MOVE "Postal reference file unavailable"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(LS-COUNTRY) TO WS-COUNTRY
           PERFORM CHECK-COUNTRY-COVERED
           IF WS-LAST-COVERED = 0
              MOVE "U" TO LS-ADDR-GRADE
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "No postal reference data for the country"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

      *    The locality record: the postal code's own city, region
      *    and official form
           MOVE LS-POSTAL-CODE TO WS-LINE-IN
           PERFORM BUILD-POSTAL-KEY
           MOVE WS-COUNTRY TO PF-COUNTRY
           MOVE WS-POSTAL-KEY TO PF-POSTAL-KEY
           MOVE SPACES TO PF-STREET-KEY
           MOVE 0 TO WS-LOCALITY-FOUND
           IF WS-POSTAL-KEY NOT = SPACES
              READ POSTREF-FILE
                 NOT INVALID KEY
                    MOVE 1 TO WS-LOCALITY-FOUND
              END-READ
           END-IF
           IF WS-LOCALITY-FOUND = 0
              MOVE "N" TO LS-ADDR-GRADE
              MOVE -7 TO LS-RESULT-STATUS
              MOVE "Postal code not in the postal reference file"
                 TO LS-ERROR-MSG
              GOBACK
           END-IF

           MOVE PF-CITY TO LS-STD-CITY
           MOVE PF-REGION TO LS-STD-REGION
           MOVE PF-POSTAL-CODE TO LS-STD-POSTAL-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CITY LEADING))
              TO WS-CITY-UPPER
           IF WS-CITY-UPPER = PF-CITY
              MOVE 1 TO WS-CITY-MATCHED
           ELSE
              MOVE 0 TO WS-CITY-MATCHED
           END-IF

      *    The street - from line 1, or from line 2 where line 1
      *    carries a building or company name instead
           MOVE 0 TO WS-STREET-FOUND
           MOVE 1 TO WS-STREET-LINE
           MOVE LS-ADDR-LINE-1 TO WS-LINE-IN
           PERFORM LOOK-UP-STREET
           IF WS-STREET-FOUND = 0
              AND LS-ADDR-LINE-2 NOT = SPACES
              MOVE LS-ADDR-LINE-2 TO WS-LINE-IN
              PERFORM LOOK-UP-STREET
              IF WS-STREET-FOUND = 1
                 MOVE 2 TO WS-STREET-LINE
              END-IF
           END-IF

      *    The standardized street line is rebuilt from whichever
      *    line named the street, with the post office's spelling
           IF WS-STREET-LINE = 1
              MOVE LS-ADDR-LINE-1 TO WS-LINE-IN
           ELSE
              MOVE LS-ADDR-LINE-2 TO WS-LINE-IN
           END-IF
           PERFORM SPLIT-LINE-TOKENS
           PERFORM BUILD-STREET-KEY
           IF WS-STREET-FOUND = 0
              MOVE WS-STREET-KEY TO WS-OFFICIAL-STREET
           END-IF
           PERFORM BUILD-STANDARD-LINE
           IF WS-STD-LINE NOT = SPACES
              IF WS-STREET-LINE = 1
                 MOVE WS-STD-LINE TO LS-STD-ADDR-LINE-1
              ELSE
                 MOVE WS-STD-LINE TO LS-STD-ADDR-LINE-2
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WS-CITY-MATCHED = 0
                 MOVE "C" TO LS-ADDR-GRADE
                 MOVE -7 TO LS-RESULT-STATUS
                 MOVE "City does not match the postal code"
                    TO LS-ERROR-MSG
              WHEN WS-STREET-FOUND = 0
                 MOVE "P" TO LS-ADDR-GRADE
                 MOVE -7 TO LS-RESULT-STATUS
                 MOVE "Street not found for the postal code"
                    TO LS-ERROR-MSG
              WHEN OTHER
                 MOVE "V" TO LS-ADDR-GRADE
           END-EVALUATE
           GOBACK.

       VERIFY-ADDRESS-EXIT.
           EXIT.

      *================================================================
      * ADDR-REF-KEY: the keys a postal code and street are filed
      * under on POSTREF - the loader and the lookup must agree
      * Input:  LS-COUNTRY, LS-POSTAL-CODE, LS-STREET-TEXT
      * Output: LS-POSTAL-KEY, LS-STREET-KEY
      *================================================================
       ADDR-REF-KEY SECTION.
           ENTRY "ADDR-REF-KEY" USING LS-COUNTRY LS-POSTAL-CODE
                 LS-STREET-TEXT LS-POSTAL-KEY LS-STREET-KEY.

           MOVE FUNCTION UPPER-CASE(LS-COUNTRY) TO WS-COUNTRY
           MOVE LS-POSTAL-CODE TO WS-LINE-IN
           PERFORM BUILD-POSTAL-KEY
           MOVE WS-POSTAL-KEY TO LS-POSTAL-KEY

           MOVE LS-STREET-TEXT TO WS-LINE-IN
           PERFORM SPLIT-LINE-TOKENS
           PERFORM BUILD-STREET-KEY
           MOVE WS-STREET-KEY TO LS-STREET-KEY
           GOBACK.

       ADDR-REF-KEY-EXIT.
           EXIT.

      *================================================================
      * ADDR-REF-OPEN: open the reference file ahead of the first
      * lookup
      * Output: LS-RESULT-STATUS (0=open, -10=unavailable),
      *         LS-ERROR-MSG
      *================================================================
       ADDR-REF-OPEN SECTION.
           ENTRY "ADDR-REF-OPEN" USING LS-RESULT-STATUS LS-ERROR-MSG.

           MOVE 0 TO LS-RESULT-STATUS
           INITIALIZE LS-ERROR-MSG
           PERFORM OPEN-REFERENCE
           IF WS-REF-OPEN = 0
              MOVE -10 TO LS-RESULT-STATUS
              STRING "Postal reference unavailable, status="
                     DELIMITED BY SIZE
                 WS-PF-FILE-STATUS DELIMITED BY SIZE
                 INTO LS-ERROR-MSG
           END-IF
           GOBACK.

       ADDR-REF-OPEN-EXIT.
           EXIT.

      *================================================================
      * OPEN-REFERENCE: opened on the first call only - a run that
      * could not open it once is not retried per record
      *================================================================
       OPEN-REFERENCE SECTION.
           IF WS-REF-TRIED = 0
              MOVE 1 TO WS-REF-TRIED
              OPEN INPUT POSTREF-FILE
              IF WS-PF-FILE-STATUS = "00"
                 MOVE 1 TO WS-REF-OPEN
              END-IF
           END-IF.

       OPEN-REFERENCE-EXIT.
           EXIT.

      *================================================================
      * CHECK-COUNTRY-COVERED: does the reference carry any postal
      * code at all for the country
      * Output: WS-LAST-COVERED
      *================================================================
       CHECK-COUNTRY-COVERED SECTION.
           IF WS-COUNTRY = WS-LAST-COUNTRY
              GO TO CHECK-COUNTRY-COVERED-EXIT
           END-IF
           MOVE WS-COUNTRY TO WS-LAST-COUNTRY
           MOVE 0 TO WS-LAST-COVERED
           IF WS-COUNTRY = SPACES
              GO TO CHECK-COUNTRY-COVERED-EXIT
           END-IF

           MOVE LOW-VALUES TO PF-KEY
           MOVE WS-COUNTRY TO PF-COUNTRY
           START POSTREF-FILE KEY NOT LESS THAN PF-KEY
              INVALID KEY
                 GO TO CHECK-COUNTRY-COVERED-EXIT
           END-START
           READ POSTREF-FILE NEXT
              AT END
                 GO TO CHECK-COUNTRY-COVERED-EXIT
           END-READ
           IF PF-COUNTRY = WS-COUNTRY
              MOVE 1 TO WS-LAST-COVERED
           END-IF.

       CHECK-COUNTRY-COVERED-EXIT.
           EXIT.

      *================================================================
      * BUILD-POSTAL-KEY: the postal code in WS-LINE-IN as POSTREF
      * keys it - upper case, no spaces or hyphens, a US ZIP+4 cut
      * to its ZIP
      * Output: WS-POSTAL-KEY
      *================================================================
       BUILD-POSTAL-KEY SECTION.
           MOVE SPACES TO WS-POSTAL-KEY
           MOVE 0 TO WS-OUT-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 10
              MOVE FUNCTION UPPER-CASE(WS-LINE-IN(WS-SCAN-IDX:1))
                 TO WS-CHAR
              IF WS-CHAR NOT = SPACE
                 AND WS-CHAR NOT = "-"
                 ADD 1 TO WS-OUT-IDX
                 MOVE WS-CHAR TO WS-POSTAL-KEY(WS-OUT-IDX:1)
              END-IF
           END-PERFORM

           IF WS-COUNTRY = "US"
              MOVE SPACES TO WS-POSTAL-KEY(6:5)
           END-IF.

       BUILD-POSTAL-KEY-EXIT.
           EXIT.

      *================================================================
      * LOOK-UP-STREET: is the street named on the line in
      * WS-LINE-IN one of the postal code's streets
      * Output: WS-STREET-FOUND, WS-OFFICIAL-STREET
      *================================================================
       LOOK-UP-STREET SECTION.
           PERFORM SPLIT-LINE-TOKENS
           PERFORM BUILD-STREET-KEY
           IF WS-STREET-KEY = SPACES
              GO TO LOOK-UP-STREET-EXIT
           END-IF

           MOVE WS-COUNTRY TO PF-COUNTRY
           MOVE WS-POSTAL-KEY TO PF-POSTAL-KEY
           MOVE WS-STREET-KEY TO PF-STREET-KEY
           READ POSTREF-FILE
              INVALID KEY
                 GO TO LOOK-UP-STREET-EXIT
           END-READ
           MOVE 1 TO WS-STREET-FOUND
           MOVE PF-STREET-NAME TO WS-OFFICIAL-STREET.

       LOOK-UP-STREET-EXIT.
           EXIT.

      *================================================================
      * SPLIT-LINE-TOKENS: the line in WS-LINE-IN as upper-case
      * words, punctuation dropped, each word typed D, U or S
      * Output: WS-TOKEN-TABLE, WS-TOKEN-COUNT
      *================================================================
       SPLIT-LINE-TOKENS SECTION.
           MOVE SPACES TO WS-TOKEN-TABLE
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE FUNCTION UPPER-CASE(WS-LINE-IN) TO WS-LINE-IN
           INSPECT WS-LINE-IN REPLACING ALL "." BY SPACE
                                        ALL "," BY SPACE
                                        ALL "#" BY SPACE
                                        ALL ";" BY SPACE
           IF WS-LINE-IN = SPACES
              GO TO SPLIT-LINE-TOKENS-EXIT
           END-IF

           UNSTRING FUNCTION TRIM(WS-LINE-IN)
              DELIMITED BY ALL SPACE
              INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
              TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING

           MOVE 0 TO WS-AFTER-UNIT
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
              MOVE 0 TO WS-DIGIT-COUNT
              INSPECT WS-TOKEN(WS-TOK-IDX) TALLYING WS-DIGIT-COUNT
                 FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                     ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
              MOVE WS-TOKEN(WS-TOK-IDX) TO WS-TOKEN-TEST
              EVALUATE TRUE
                 WHEN WS-DIGIT-COUNT > 0
                    MOVE "D" TO WS-TOKEN-KIND(WS-TOK-IDX)
                    MOVE 0 TO WS-AFTER-UNIT
                 WHEN WS-IS-UNIT-WORD
                    MOVE "U" TO WS-TOKEN-KIND(WS-TOK-IDX)
                    MOVE 1 TO WS-AFTER-UNIT
                 WHEN WS-AFTER-UNIT = 1
                    MOVE "U" TO WS-TOKEN-KIND(WS-TOK-IDX)
                    MOVE 0 TO WS-AFTER-UNIT
                 WHEN OTHER
                    MOVE "S" TO WS-TOKEN-KIND(WS-TOK-IDX)
              END-EVALUATE
           END-PERFORM.

       SPLIT-LINE-TOKENS-EXIT.
           EXIT.

      *================================================================
      * BUILD-STREET-KEY: the street words of the split line, single
      * spaced, the last of them written out in full where it is a
      * customary abbreviation
      * Output: WS-STREET-KEY, and the expanded word in the token
      *         table
      *================================================================
       BUILD-STREET-KEY SECTION.
           MOVE SPACES TO WS-STREET-KEY
           MOVE 0 TO WS-LAST-STREET-IDX
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
              IF WS-TOKEN-KIND(WS-TOK-IDX) = "S"
                 MOVE WS-TOK-IDX TO WS-LAST-STREET-IDX
              END-IF
           END-PERFORM
           IF WS-LAST-STREET-IDX = 0
              GO TO BUILD-STREET-KEY-EXIT
           END-IF

           MOVE WS-TOKEN(WS-LAST-STREET-IDX) TO WS-EXPANDED
           PERFORM VARYING WS-SUFFIX-IDX FROM 1 BY 1
                   UNTIL WS-SUFFIX-IDX > WS-SUFFIX-COUNT
              IF WS-TOKEN(WS-LAST-STREET-IDX) =
                 WS-SUFFIX-SHORT(WS-SUFFIX-IDX)
                 MOVE WS-SUFFIX-LONG(WS-SUFFIX-IDX) TO WS-EXPANDED
              END-IF
           END-PERFORM

      *    German streets abbreviate -strasse to -str., run on to
      *    the name (HAUPTSTR. for HAUPTSTRASSE)
           COMPUTE WS-TOKEN-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-TOKEN(WS-LAST-STREET-IDX)))
           IF WS-TOKEN-LEN > 3 AND WS-TOKEN-LEN < 34
              IF WS-TOKEN(WS-LAST-STREET-IDX)
                 (WS-TOKEN-LEN - 2:3) = "STR"
                 MOVE SPACES TO WS-EXPANDED
                 STRING WS-TOKEN(WS-LAST-STREET-IDX)
                        (1:WS-TOKEN-LEN - 3) DELIMITED BY SIZE
                    "STRASSE" DELIMITED BY SIZE
                    INTO WS-EXPANDED
              END-IF
           END-IF
           MOVE WS-EXPANDED TO WS-TOKEN(WS-LAST-STREET-IDX)

           MOVE 1 TO WS-BUILD-PTR
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
              IF WS-TOKEN-KIND(WS-TOK-IDX) = "S"
                 IF WS-BUILD-PTR > 1
                    STRING " " DELIMITED BY SIZE
                       INTO WS-STREET-KEY WITH POINTER WS-BUILD-PTR
                       ON OVERFLOW
                          CONTINUE
                    END-STRING
                 END-IF
                 STRING WS-TOKEN(WS-TOK-IDX) DELIMITED BY SPACE
                    INTO WS-STREET-KEY WITH POINTER WS-BUILD-PTR
                    ON OVERFLOW
                       CONTINUE
                 END-STRING
              END-IF
           END-PERFORM.

       BUILD-STREET-KEY-EXIT.
           EXIT.

      *================================================================
      * BUILD-STANDARD-LINE: the split line put back together in
      * the order it was keyed, the street words replaced once by
      * WS-OFFICIAL-STREET and numbers and unit words kept as keyed
      * Output: WS-STD-LINE
      *================================================================
       BUILD-STANDARD-LINE SECTION.
           MOVE SPACES TO WS-STD-LINE
           MOVE 0 TO WS-STREET-WRITTEN
           MOVE 1 TO WS-BUILD-PTR
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
              IF WS-TOKEN-KIND(WS-TOK-IDX) NOT = "S"
                 OR WS-STREET-WRITTEN = 0
                 IF WS-BUILD-PTR > 1
                    STRING " " DELIMITED BY SIZE
                       INTO WS-STD-LINE WITH POINTER WS-BUILD-PTR
                       ON OVERFLOW
                          CONTINUE
                    END-STRING
                 END-IF
                 IF WS-TOKEN-KIND(WS-TOK-IDX) = "S"
                    MOVE 1 TO WS-STREET-WRITTEN
                    STRING FUNCTION TRIM(WS-OFFICIAL-STREET)
                           DELIMITED BY SIZE
                       INTO WS-STD-LINE WITH POINTER WS-BUILD-PTR
                       ON OVERFLOW
                          CONTINUE
                    END-STRING
                 ELSE
                    STRING WS-TOKEN(WS-TOK-IDX) DELIMITED BY SPACE
                       INTO WS-STD-LINE WITH POINTER WS-BUILD-PTR
                       ON OVERFLOW
                          CONTINUE
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.

       BUILD-STANDARD-LINE-EXIT.
           EXIT.

       END PROGRAM PROVEN-ADDR-VERIFY.
