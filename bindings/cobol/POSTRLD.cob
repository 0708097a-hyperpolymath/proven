      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven PostRefLoad - national postal reference-file loader
      * for COBOL
      *

      *================================================================
      * Lands the national postal reference files on the POSTREF
      * KSDS that VERIFY-ADDRESS (PROVEN-ADDR-VERIFY) reads, in the
      * RSNCATLD mould - write, or replace an entry already there.
      * Each post office's file is reformatted by its own extract
      * step to the one POSTRFIN layout: country, postal code, city
      * (the post town or locality the post office delivers the
      * code from), region, and one street delivered within the
      * code. A postal code with many streets comes as many lines;
      * a line with no street gives the postal code's locality
      * only.
      *
      * The first line of each postal code lays down its locality
      * record (official city, region and postal code, street key
      * spaces); every line that names a street lays down the
      * street's record with the official street name. Keys are
      * built through ADDR-REF-KEY so the loader and the lookup
      * agree on how a postal code and street are written. City
      * and street are held upper case.
      *
      * A line whose country fails IS-VALID-COUNTRY, whose postal
      * code fails VALIDATE-POSTAL-CODE, or whose city is blank is
      * listed in the job log and skipped, and sets COND code 4; a
      * failed write sets 8. The load only adds and replaces - a
      * full refresh of a country that has withdrawn postal codes
      * is run against a freshly defined cluster (see POSTRLD.jcl).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTRLD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTRFIN-FILE ASSIGN TO "POSTRFIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PI-FILE-STATUS.

           SELECT POSTREF-FILE ASSIGN TO "POSTREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-KEY
              FILE STATUS IS WS-PF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Postal reference extract, one postal code and street per
      * line
       FD  POSTRFIN-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01  POSTRFIN-RECORD.
           05 PI-COUNTRY                PIC X(2).
           05 PI-POSTAL-CODE            PIC X(10).
           05 PI-CITY                   PIC X(30).
           05 PI-REGION                 PIC X(20).
           05 PI-STREET-NAME            PIC X(40).

      * The postal reference VERIFY-ADDRESS reads - one locality
      * record per postal code (street key spaces) and one record
      * per street within it
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

      * File status and end-of-file switches
       01 WS-PI-FILE-STATUS            PIC X(2).
       01 WS-PF-FILE-STATUS            PIC X(2).
       01 WS-PI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-PI-EOF              VALUE 1.

      * Control counts
       01 WS-LINES-READ                PIC 9(8) VALUE 0.
       01 WS-LOCALITY-COUNT            PIC 9(8) VALUE 0.
       01 WS-STREET-COUNT              PIC 9(8) VALUE 0.
       01 WS-REPLACED-COUNT            PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(8) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(8) VALUE 0.

      * The entry being built, and why a line was refused
       01 WS-TODAY                     PIC 9(8).
       01 WS-COUNTRY                   PIC X(2).
       01 WS-POSTAL-CODE               PIC X(10).
       01 WS-REFUSAL                   PIC X(50).
       01 WS-ENTRY-KIND                PIC X(8).

      * The locality last laid down - the extract runs in postal-
      * code order, so a postal code's later street lines do not
      * rewrite its locality record again
       01 WS-LAST-LOCALITY             PIC X(12) VALUE SPACES.

      * ADDR-REF-KEY call fields (see PROVEN-ADDR-VERIFY.cob)
       01 WS-RK-STREET-TEXT            PIC X(40).
       01 WS-RK-POSTAL-KEY             PIC X(10).
       01 WS-RK-STREET-KEY             PIC X(40).

      * IS-VALID-COUNTRY / VALIDATE-POSTAL-CODE call fields
       01 WS-ISO-RESULT                PIC 9.
       01 WS-ISO-ACTIVE                PIC 9.
       01 WS-POSTAL-RESULT             PIC 9.
       01 WS-POSTAL-ERROR-MSG          PIC X(50).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-FILES

           PERFORM UNTIL WS-AT-PI-EOF
              READ POSTRFIN-FILE
                 AT END
                    MOVE 1 TO WS-PI-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-LINE
              END-READ
           END-PERFORM

           CLOSE POSTRFIN-FILE
           CLOSE POSTREF-FILE

           DISPLAY "POSTRLD: " WS-LINES-READ " line(s), "
              WS-LOCALITY-COUNT " locality and " WS-STREET-COUNT
              " street entries written"
           DISPLAY "POSTRLD: " WS-REPLACED-COUNT " replaced, "
              WS-REFUSED-COUNT " refused, " WS-WRITE-FAIL-COUNT
              " failed"

           EVALUATE TRUE
              WHEN WS-WRITE-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REFUSED-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
                 CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-EVALUATE
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if either file cannot
      * be opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT POSTRFIN-FILE
           IF WS-PI-FILE-STATUS NOT = "00"
              DISPLAY "POSTRLD: cannot open POSTRFIN, status="
                 WS-PI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O POSTREF-FILE
           IF WS-PF-FILE-STATUS NOT = "00"
              AND WS-PF-FILE-STATUS NOT = "05"
              AND WS-PF-FILE-STATUS NOT = "97"
              DISPLAY "POSTRLD: cannot open POSTREF, status="
                 WS-PF-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-LINE: check the line, then lay down the postal
      * code's locality and, if named, its street
      *================================================================
       LOAD-ONE-LINE SECTION.
           IF POSTRFIN-RECORD = SPACES
              GO TO LOAD-ONE-LINE-EXIT
           END-IF
           ADD 1 TO WS-LINES-READ
           MOVE SPACES TO WS-REFUSAL
           MOVE FUNCTION UPPER-CASE(PI-COUNTRY) TO WS-COUNTRY
           MOVE FUNCTION UPPER-CASE(PI-POSTAL-CODE) TO WS-POSTAL-CODE

           CALL "IS-VALID-COUNTRY" USING WS-COUNTRY WS-ISO-RESULT
               WS-ISO-ACTIVE
           IF WS-ISO-RESULT NOT = 1
              MOVE "Country code not ISO 3166" TO WS-REFUSAL
              PERFORM REFUSE-LINE
              GO TO LOAD-ONE-LINE-EXIT
           END-IF

           CALL "VALIDATE-POSTAL-CODE" USING WS-COUNTRY
               WS-POSTAL-CODE WS-POSTAL-RESULT WS-POSTAL-ERROR-MSG
           IF WS-POSTAL-RESULT NOT = 1
              MOVE WS-POSTAL-ERROR-MSG TO WS-REFUSAL
              PERFORM REFUSE-LINE
              GO TO LOAD-ONE-LINE-EXIT
           END-IF

           IF PI-CITY = SPACES
              MOVE "City missing" TO WS-REFUSAL
              PERFORM REFUSE-LINE
              GO TO LOAD-ONE-LINE-EXIT
           END-IF

           MOVE PI-STREET-NAME TO WS-RK-STREET-TEXT
           CALL "ADDR-REF-KEY" USING WS-COUNTRY WS-POSTAL-CODE
               WS-RK-STREET-TEXT WS-RK-POSTAL-KEY WS-RK-STREET-KEY

           MOVE SPACES TO POSTREF-RECORD
           MOVE WS-COUNTRY TO PF-COUNTRY
           MOVE WS-RK-POSTAL-KEY TO PF-POSTAL-KEY
           MOVE SPACES TO PF-STREET-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PI-CITY LEADING))
              TO PF-CITY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PI-REGION LEADING))
              TO PF-REGION
           MOVE WS-POSTAL-CODE TO PF-POSTAL-CODE
           MOVE WS-TODAY TO PF-LOADED-DATE
           IF PF-KEY(1:12) NOT = WS-LAST-LOCALITY
              MOVE "locality" TO WS-ENTRY-KIND
              PERFORM STORE-ENTRY
              MOVE PF-KEY(1:12) TO WS-LAST-LOCALITY
           END-IF

           IF WS-RK-STREET-KEY NOT = SPACES
              MOVE WS-RK-STREET-KEY TO PF-STREET-KEY
              MOVE FUNCTION UPPER-CASE(
                 FUNCTION TRIM(PI-STREET-NAME LEADING))
                 TO PF-STREET-NAME
              MOVE "street" TO WS-ENTRY-KIND
              PERFORM STORE-ENTRY
           END-IF.

       LOAD-ONE-LINE-EXIT.
           EXIT.

      *================================================================
      * STORE-ENTRY: write the entry, or replace the one already
      * filed under its key
      *================================================================
       STORE-ENTRY SECTION.
           WRITE POSTREF-RECORD
              INVALID KEY
                 REWRITE POSTREF-RECORD
                    INVALID KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                       DISPLAY "POSTRLD: " FUNCTION TRIM(WS-ENTRY-KIND)
                          " write failed, status=" WS-PF-FILE-STATUS
                          " for " PF-COUNTRY " " PF-POSTAL-KEY
                       GO TO STORE-ENTRY-EXIT
                 END-REWRITE
                 ADD 1 TO WS-REPLACED-COUNT
           END-WRITE

           IF PF-STREET-KEY = SPACES
              ADD 1 TO WS-LOCALITY-COUNT
           ELSE
              ADD 1 TO WS-STREET-COUNT
           END-IF.

       STORE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * REFUSE-LINE: list a refused line in the job log
      *================================================================
       REFUSE-LINE SECTION.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "POSTRLD: refused " PI-COUNTRY " " PI-POSTAL-CODE
              " - " FUNCTION TRIM(WS-REFUSAL).

       REFUSE-LINE-EXIT.
           EXIT.

       END PROGRAM POSTRLD.
