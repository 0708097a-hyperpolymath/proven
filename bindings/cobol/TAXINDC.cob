      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven TaxIndicia - foreign tax-residency indicia sweep for
      * COBOL
      *

      *================================================================
      * FATCA and CRS both oblige us to look for signs that a
      * customer is resident somewhere they have not told us about,
      * and to obtain a self-certification when we find one. This
      * sweep reads every CUSTGOOD customer and holds the address
      * and phone on the customer master against the residencies in
      * force on the TAXRES master (see TAXRMNT):
      *
      *   ADDRESS  the address country (CM-COUNTRY) is neither the
      *            bank's home jurisdiction nor a declared residency
      *   PHONE    the phone's international calling code belongs
      *            to none of the home jurisdiction and the declared
      *            residencies - a code several countries share (+1
      *            for the US, Canada and much of the Caribbean)
      *            is answered by any of them
      *
      * A customer with nothing declared and only home-country
      * indicia is presumed resident at home and not listed. The
      * calling codes are the ITU assignments for the jurisdictions
      * we onboard, in WS-CALLING-CODE-TABLE below; a code not on
      * the table cannot be placed and is counted, not flagged.
      * Refresh the table when a new jurisdiction is onboarded.
      *
      * The home jurisdiction is PARMMSTR entry TAX-HOME-COUNTRY
      * (entered on PARMMNT and approved on PARMAPPR), the same
      * entry TAXRPT reports under; without it the sweep cannot
      * tell foreign from domestic and stops with COND code 16.
      *
      * Each indicium found is listed on TAXIRPT with the country it
      * points to and the residencies the customer has declared, so
      * the onboarding desk can request the self-certification; the
      * TAXIEXT extract carries the same lines for the letter run.
      * COND code 4 when any customer is flagged.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXINDC.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTGOOD-FILE ASSIGN TO "CUSTGOOD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT TAXRES-FILE ASSIGN TO "TAXRES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT TAXIRPT-FILE ASSIGN TO "TAXIRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT TAXIEXT-FILE ASSIGN TO "TAXIEXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Validated customer master - mirrors CUSTVALD.cob's
      * CUSTGOOD-RECORD field for field
       FD  CUSTGOOD-FILE
           RECORD CONTAINS 546 CHARACTERS.
       01  CUSTGOOD-RECORD.
           05 CG-CUSTOMER-ID            PIC X(36).
           05 CG-CUSTOMER-NAME          PIC X(60).
           05 CG-EMAIL-ADDRESS          PIC X(254).
           05 CG-PHONE-NUMBER           PIC X(30).
           05 CG-PHONE-COUNTRY-CODE     PIC 9(4).
           05 CG-ADDR-LINE-1            PIC X(40).
           05 CG-ADDR-LINE-2            PIC X(40).
           05 CG-CITY                   PIC X(30).
           05 CG-REGION                 PIC X(20).
           05 CG-POSTAL-CODE            PIC X(10).
           05 CG-COUNTRY                PIC X(2).
           05 CG-PHONE-E164             PIC X(20).

      * Tax-residency KSDS - mirrors TAXRMNT.cob's TAXRES-RECORD
      * field for field
       FD  TAXRES-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  TAXRES-RECORD.
           05 TR-KEY.
              10 TR-CUSTOMER-ID         PIC X(36).
              10 TR-COUNTRY             PIC X(2).
           05 TR-TIN                    PIC X(20).
           05 TR-TIN-STATUS             PIC X(1).
              88 TR-TIN-VERIFIED        VALUE "V".
              88 TR-TIN-UNVERIFIED      VALUE "U".
              88 TR-TIN-NONE            VALUE "N".
           05 TR-NO-TIN-REASON          PIC X(1).
           05 TR-SELF-CERT-DATE         PIC 9(8).
           05 TR-STATUS                 PIC X(1).
              88 TR-IS-ACTIVE           VALUE "A".
              88 TR-IS-ENDED            VALUE "E".
           05 TR-START-DATE             PIC 9(8).
           05 TR-END-DATE               PIC 9(8).
           05 TR-LAST-CHANGED-DATE      PIC 9(8).
           05 TR-LAST-CHANGED-BY        PIC X(8).
           05 FILLER                    PIC X(19).

       FD  TAXIRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TAXIRPT-RECORD               PIC X(132).

      * One line per indicium: the customer's name and address for
      * the self-certification request, the indicium and the
      * country it points to
       FD  TAXIEXT-FILE
           RECORD CONTAINS 246 CHARACTERS.
       01  TAXIEXT-RECORD.
           05 TX-CUSTOMER-ID            PIC X(36).
           05 TX-INDICIUM               PIC X(8).
           05 TX-SUGGESTED-COUNTRY      PIC X(2).
           05 TX-CUSTOMER-NAME          PIC X(60).
           05 TX-ADDR-LINE-1            PIC X(40).
           05 TX-ADDR-LINE-2            PIC X(40).
           05 TX-CITY                   PIC X(30).
           05 TX-POSTAL-CODE            PIC X(10).
           05 TX-COUNTRY                PIC X(2).
           05 TX-DECLARED-COUNT         PIC 9(2).
           05 TX-RUN-DATE               PIC 9(8).
           05 FILLER                    PIC X(8).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-CG-FILE-STATUS            PIC X(2).
       01 WS-TR-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-EXT-FILE-STATUS           PIC X(2).
       01 WS-CG-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.
       01 WS-BROWSE-DONE               PIC 9 VALUE 0.

       01 WS-TODAY                     PIC 9(8).
       01 WS-HOME-COUNTRY              PIC X(2).

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16)
          VALUE "TAX-HOME-COUNTRY".
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).

      * IS-VALID-COUNTRY call fields (see SAFE-COUNTRY.cob)
       01 WS-ISO-RESULT                PIC 9.
       01 WS-ISO-ACTIVE                PIC 9.

      * The customer's residencies in force today
       01 WS-DECLARED-COUNT            PIC 9(2) VALUE 0.
       01 WS-DECLARED-MAX              PIC 9(2) VALUE 20.
       01 WS-DECLARED-TABLE.
          05 WS-DECLARED-COUNTRY       PIC X(2) OCCURS 20 TIMES.
       01 WS-DECL-IDX                  PIC 9(2).
       01 WS-DECLARED-TEXT             PIC X(40).
       01 WS-DECLARED-PTR              PIC 9(3).

      * ITU-T E.164 calling codes for the jurisdictions onboarded,
      * alpha-2 then code; a code several countries share appears
      * once for each
       01 WS-CALLING-CODE-VALUES.
          05 FILLER PIC X(6) VALUE "US0001".
          05 FILLER PIC X(6) VALUE "CA0001".
          05 FILLER PIC X(6) VALUE "PR0001".
          05 FILLER PIC X(6) VALUE "BS0001".
          05 FILLER PIC X(6) VALUE "BM0001".
          05 FILLER PIC X(6) VALUE "KY0001".
          05 FILLER PIC X(6) VALUE "JM0001".
          05 FILLER PIC X(6) VALUE "RU0007".
          05 FILLER PIC X(6) VALUE "KZ0007".
          05 FILLER PIC X(6) VALUE "EG0020".
          05 FILLER PIC X(6) VALUE "ZA0027".
          05 FILLER PIC X(6) VALUE "GR0030".
          05 FILLER PIC X(6) VALUE "NL0031".
          05 FILLER PIC X(6) VALUE "BE0032".
          05 FILLER PIC X(6) VALUE "FR0033".
          05 FILLER PIC X(6) VALUE "ES0034".
          05 FILLER PIC X(6) VALUE "HU0036".
          05 FILLER PIC X(6) VALUE "IT0039".
          05 FILLER PIC X(6) VALUE "RO0040".
          05 FILLER PIC X(6) VALUE "CH0041".
          05 FILLER PIC X(6) VALUE "AT0043".
          05 FILLER PIC X(6) VALUE "GB0044".
          05 FILLER PIC X(6) VALUE "GG0044".
          05 FILLER PIC X(6) VALUE "JE0044".
          05 FILLER PIC X(6) VALUE "IM0044".
          05 FILLER PIC X(6) VALUE "DK0045".
          05 FILLER PIC X(6) VALUE "SE0046".
          05 FILLER PIC X(6) VALUE "NO0047".
          05 FILLER PIC X(6) VALUE "PL0048".
          05 FILLER PIC X(6) VALUE "DE0049".
          05 FILLER PIC X(6) VALUE "MX0052".
          05 FILLER PIC X(6) VALUE "AR0054".
          05 FILLER PIC X(6) VALUE "BR0055".
          05 FILLER PIC X(6) VALUE "CL0056".
          05 FILLER PIC X(6) VALUE "CO0057".
          05 FILLER PIC X(6) VALUE "MY0060".
          05 FILLER PIC X(6) VALUE "AU0061".
          05 FILLER PIC X(6) VALUE "ID0062".
          05 FILLER PIC X(6) VALUE "PH0063".
          05 FILLER PIC X(6) VALUE "NZ0064".
          05 FILLER PIC X(6) VALUE "SG0065".
          05 FILLER PIC X(6) VALUE "TH0066".
          05 FILLER PIC X(6) VALUE "JP0081".
          05 FILLER PIC X(6) VALUE "KR0082".
          05 FILLER PIC X(6) VALUE "CN0086".
          05 FILLER PIC X(6) VALUE "TR0090".
          05 FILLER PIC X(6) VALUE "IN0091".
          05 FILLER PIC X(6) VALUE "PT0351".
          05 FILLER PIC X(6) VALUE "LU0352".
          05 FILLER PIC X(6) VALUE "IE0353".
          05 FILLER PIC X(6) VALUE "IS0354".
          05 FILLER PIC X(6) VALUE "MT0356".
          05 FILLER PIC X(6) VALUE "CY0357".
          05 FILLER PIC X(6) VALUE "FI0358".
          05 FILLER PIC X(6) VALUE "BG0359".
          05 FILLER PIC X(6) VALUE "LT0370".
          05 FILLER PIC X(6) VALUE "LV0371".
          05 FILLER PIC X(6) VALUE "EE0372".
          05 FILLER PIC X(6) VALUE "MC0377".
          05 FILLER PIC X(6) VALUE "HR0385".
          05 FILLER PIC X(6) VALUE "SI0386".
          05 FILLER PIC X(6) VALUE "CZ0420".
          05 FILLER PIC X(6) VALUE "SK0421".
          05 FILLER PIC X(6) VALUE "LI0423".
          05 FILLER PIC X(6) VALUE "HK0852".
          05 FILLER PIC X(6) VALUE "AE0971".
          05 FILLER PIC X(6) VALUE "IL0972".
          05 FILLER PIC X(6) VALUE "SA0966".
       01 WS-CALLING-CODE-TABLE REDEFINES WS-CALLING-CODE-VALUES.
          05 WS-CC-ENTRY OCCURS 68 TIMES.
             10 WS-CC-COUNTRY          PIC X(2).
             10 WS-CC-CODE             PIC 9(4).
       01 WS-CC-COUNT                  PIC 9(3) VALUE 68.
       01 WS-CC-IDX                    PIC 9(3).

      * Working answers for the phone indicium
       01 WS-PHONE-PLACED              PIC 9.
       01 WS-PHONE-ANSWERED            PIC 9.
       01 WS-PHONE-COUNTRY             PIC X(2).
       01 WS-SEEK-COUNTRY              PIC X(2).
       01 WS-SEEK-FOUND                PIC 9.
       01 WS-CUSTOMER-FLAGGED          PIC 9.

      * The indicium being listed
       01 WS-INDICIUM                  PIC X(8).
       01 WS-SUGGESTED-COUNTRY         PIC X(2).

      * Control counts
       01 WS-CUSTOMERS-READ            PIC 9(8) VALUE 0.
       01 WS-NO-DECLARATION-COUNT      PIC 9(8) VALUE 0.
       01 WS-FLAGGED-COUNT             PIC 9(8) VALUE 0.
       01 WS-ADDRESS-INDICIA           PIC 9(8) VALUE 0.
       01 WS-PHONE-INDICIA             PIC 9(8) VALUE 0.
       01 WS-UNPLACED-PHONE-COUNT      PIC 9(8) VALUE 0.

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "TAXINDC".
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

      * Report lines
       01 WS-HEADING-LINE.
          05 WS-HL-TEXT                PIC X(132).

       01 WS-INDICIUM-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-IL-CUSTOMER-ID         PIC X(36).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-IL-INDICIUM            PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-IL-EVIDENCE            PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-IL-SUGGESTED           PIC X(2).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 WS-IL-DECLARED            PIC X(40).
          05 FILLER                    PIC X(26) VALUE SPACES.

       01 WS-EVIDENCE-CODE             PIC 9(4).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
          05 WS-RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(91).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-INVAL                  PIC S9(4) COMP VALUE -2.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM GET-HOME-COUNTRY
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           PERFORM UNTIL WS-AT-EOF
              READ CUSTGOOD-FILE
                 AT END
                    MOVE 1 TO WS-CG-EOF
                 NOT AT END
                    PERFORM SWEEP-ONE-CUSTOMER
              END-READ
           END-PERFORM

           PERFORM WRITE-SUMMARY-TOTALS
           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "TAXINDC: " WS-CUSTOMERS-READ " customer(s), "
              WS-FLAGGED-COUNT " flagged, " WS-ADDRESS-INDICIA
              " address and " WS-PHONE-INDICIA " phone indicia"

           IF WS-FLAGGED-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * GET-HOME-COUNTRY: the TAX-HOME-COUNTRY entry in force today,
      * which must be a current ISO 3166 code
      *================================================================
       GET-HOME-COUNTRY SECTION.
           CALL "PARM-GET" USING WS-PG-KEY WS-TODAY WS-PG-VALUE
               WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS NOT = 0
              DISPLAY "TAXINDC: PARMMSTR entry TAX-HOME-COUNTRY "
                 "not in force - " WS-PG-MSG
              CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-PG-VALUE(1:2))
              TO WS-HOME-COUNTRY
           CALL "IS-VALID-COUNTRY" USING WS-HOME-COUNTRY
               WS-ISO-RESULT WS-ISO-ACTIVE
           IF WS-ISO-RESULT NOT = 1 OR WS-ISO-ACTIVE NOT = 1
              OR WS-PG-VALUE(3:14) NOT = SPACES
              DISPLAY "TAXINDC: TAX-HOME-COUNTRY " WS-PG-VALUE
                 " is not a current ISO 3166 code"
              CALL "STATUS-TO-RC" USING WS-PS-INVAL WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       GET-HOME-COUNTRY-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT CUSTGOOD-FILE
           IF WS-CG-FILE-STATUS NOT = "00"
              DISPLAY "TAXINDC: cannot open CUSTGOOD, status="
                 WS-CG-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TAXRES-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
              AND WS-TR-FILE-STATUS NOT = "97"
              DISPLAY "TAXINDC: cannot open TAXRES, status="
                 WS-TR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TAXIRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "TAXINDC: cannot open TAXIRPT, status="
                 WS-RPT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TAXIEXT-FILE
           IF WS-EXT-FILE-STATUS NOT = "00"
              DISPLAY "TAXINDC: cannot open TAXIEXT, status="
                 WS-EXT-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * SWEEP-ONE-CUSTOMER: the customer's residencies in force, then
      * the address and phone held against them
      *================================================================
       SWEEP-ONE-CUSTOMER SECTION.
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE 0 TO WS-CUSTOMER-FLAGGED
           PERFORM LOAD-DECLARED-RESIDENCIES
           IF WS-DECLARED-COUNT = 0
              ADD 1 TO WS-NO-DECLARATION-COUNT
           END-IF

      *    Address indicium
           MOVE FUNCTION UPPER-CASE(CG-COUNTRY) TO WS-SEEK-COUNTRY
           IF WS-SEEK-COUNTRY NOT = SPACES
              PERFORM FIND-ACCEPTED-COUNTRY
              IF WS-SEEK-FOUND = 0
                 ADD 1 TO WS-ADDRESS-INDICIA
                 MOVE "ADDRESS" TO WS-INDICIUM
                 MOVE WS-SEEK-COUNTRY TO WS-SUGGESTED-COUNTRY
                 MOVE SPACES TO WS-IL-EVIDENCE
                 MOVE CG-COUNTRY TO WS-IL-EVIDENCE
                 PERFORM WRITE-INDICIUM
              END-IF
           END-IF

      *    Phone indicium
           IF CG-PHONE-COUNTRY-CODE IS NUMERIC
              AND CG-PHONE-COUNTRY-CODE NOT = 0
              PERFORM CHECK-PHONE-CODE
              IF WS-PHONE-PLACED = 0
                 ADD 1 TO WS-UNPLACED-PHONE-COUNT
              ELSE
                 IF WS-PHONE-ANSWERED = 0
                    ADD 1 TO WS-PHONE-INDICIA
                    MOVE "PHONE" TO WS-INDICIUM
                    MOVE WS-PHONE-COUNTRY TO WS-SUGGESTED-COUNTRY
                    MOVE CG-PHONE-COUNTRY-CODE TO WS-EVIDENCE-CODE
                    MOVE SPACES TO WS-IL-EVIDENCE
                    STRING "+" WS-EVIDENCE-CODE
                       DELIMITED BY SIZE INTO WS-IL-EVIDENCE
                    PERFORM WRITE-INDICIUM
                 END-IF
              END-IF
           END-IF

           IF WS-CUSTOMER-FLAGGED = 1
              ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       SWEEP-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * LOAD-DECLARED-RESIDENCIES: the customer's TAXRES records in
      * force today - active, and started on or before today
      *================================================================
       LOAD-DECLARED-RESIDENCIES SECTION.
           MOVE 0 TO WS-DECLARED-COUNT
           MOVE SPACES TO WS-DECLARED-TEXT
           MOVE 1 TO WS-DECLARED-PTR
           MOVE CG-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE LOW-VALUES TO TR-COUNTRY
           MOVE 0 TO WS-BROWSE-DONE

           START TAXRES-FILE KEY IS NOT LESS THAN TR-KEY
              INVALID KEY
                 MOVE 1 TO WS-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-BROWSE-DONE = 1
              READ TAXRES-FILE NEXT
                 AT END
                    MOVE 1 TO WS-BROWSE-DONE
                 NOT AT END
                    IF TR-CUSTOMER-ID NOT = CG-CUSTOMER-ID
                       MOVE 1 TO WS-BROWSE-DONE
                    ELSE
                       IF TR-IS-ACTIVE AND TR-START-DATE <= WS-TODAY
                          AND WS-DECLARED-COUNT < WS-DECLARED-MAX
                          ADD 1 TO WS-DECLARED-COUNT
                          MOVE TR-COUNTRY TO
                             WS-DECLARED-COUNTRY(WS-DECLARED-COUNT)
                          IF WS-DECLARED-PTR < 39
                             STRING TR-COUNTRY " "
                                DELIMITED BY SIZE
                                INTO WS-DECLARED-TEXT
                                WITH POINTER WS-DECLARED-PTR
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-DECLARED-COUNT = 0
              MOVE "(NONE DECLARED)" TO WS-DECLARED-TEXT
           END-IF.

       LOAD-DECLARED-RESIDENCIES-EXIT.
           EXIT.

      *================================================================
      * FIND-ACCEPTED-COUNTRY: is WS-SEEK-COUNTRY the home
      * jurisdiction or one of the customer's declared residencies?
      * Output: WS-SEEK-FOUND (1=yes)
      *================================================================
       FIND-ACCEPTED-COUNTRY SECTION.
           MOVE 0 TO WS-SEEK-FOUND
           IF WS-SEEK-COUNTRY = WS-HOME-COUNTRY
              MOVE 1 TO WS-SEEK-FOUND
              GO TO FIND-ACCEPTED-COUNTRY-EXIT
           END-IF

           PERFORM VARYING WS-DECL-IDX FROM 1 BY 1
                   UNTIL WS-DECL-IDX > WS-DECLARED-COUNT
                      OR WS-SEEK-FOUND = 1
              IF WS-DECLARED-COUNTRY(WS-DECL-IDX) = WS-SEEK-COUNTRY
                 MOVE 1 TO WS-SEEK-FOUND
              END-IF
           END-PERFORM.

       FIND-ACCEPTED-COUNTRY-EXIT.
           EXIT.

      *================================================================
      * CHECK-PHONE-CODE: place the calling code on the table, and
      * see whether any country sharing it is accepted
      * Output: WS-PHONE-PLACED (1=code on the table),
      *         WS-PHONE-ANSWERED (1=an accepted country has it),
      *         WS-PHONE-COUNTRY (the first country with the code)
      *================================================================
       CHECK-PHONE-CODE SECTION.
           MOVE 0 TO WS-PHONE-PLACED
           MOVE 0 TO WS-PHONE-ANSWERED
           MOVE SPACES TO WS-PHONE-COUNTRY

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                      OR WS-PHONE-ANSWERED = 1
              IF WS-CC-CODE(WS-CC-IDX) = CG-PHONE-COUNTRY-CODE
                 IF WS-PHONE-PLACED = 0
                    MOVE 1 TO WS-PHONE-PLACED
                    MOVE WS-CC-COUNTRY(WS-CC-IDX) TO WS-PHONE-COUNTRY
                 END-IF
                 MOVE WS-CC-COUNTRY(WS-CC-IDX) TO WS-SEEK-COUNTRY
                 PERFORM FIND-ACCEPTED-COUNTRY
                 IF WS-SEEK-FOUND = 1
                    MOVE 1 TO WS-PHONE-ANSWERED
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-PHONE-CODE-EXIT.
           EXIT.

      *================================================================
      * WRITE-INDICIUM: the report line and the extract record
      *================================================================
       WRITE-INDICIUM SECTION.
           MOVE 1 TO WS-CUSTOMER-FLAGGED

           MOVE CG-CUSTOMER-ID TO WS-IL-CUSTOMER-ID
           MOVE WS-INDICIUM TO WS-IL-INDICIUM
           MOVE WS-SUGGESTED-COUNTRY TO WS-IL-SUGGESTED
           MOVE WS-DECLARED-TEXT TO WS-IL-DECLARED
           WRITE TAXIRPT-RECORD FROM WS-INDICIUM-LINE

           MOVE SPACES TO TAXIEXT-RECORD
           MOVE CG-CUSTOMER-ID TO TX-CUSTOMER-ID
           MOVE WS-INDICIUM TO TX-INDICIUM
           MOVE WS-SUGGESTED-COUNTRY TO TX-SUGGESTED-COUNTRY
           MOVE CG-CUSTOMER-NAME TO TX-CUSTOMER-NAME
           MOVE CG-ADDR-LINE-1 TO TX-ADDR-LINE-1
           MOVE CG-ADDR-LINE-2 TO TX-ADDR-LINE-2
           MOVE CG-CITY TO TX-CITY
           MOVE CG-POSTAL-CODE TO TX-POSTAL-CODE
           MOVE CG-COUNTRY TO TX-COUNTRY
           MOVE WS-DECLARED-COUNT TO TX-DECLARED-COUNT
           MOVE WS-TODAY TO TX-RUN-DATE
           WRITE TAXIEXT-RECORD.

       WRITE-INDICIUM-EXIT.
           EXIT.

      *================================================================
      * WRITE-REPORT-HEADING
      *================================================================
       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO WS-HEADING-LINE
           STRING "TAXINDC - UNDECLARED TAX-RESIDENCY INDICIA "
              WS-TODAY "  HOME JURISDICTION " WS-HOME-COUNTRY
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXIRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           STRING "  CUSTOMER                              INDICIUM"
              "  EVIDENCE  POINTS  DECLARED RESIDENCIES"
              DELIMITED BY SIZE INTO WS-HL-TEXT
           WRITE TAXIRPT-RECORD FROM WS-HEADING-LINE.

       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================
      * WRITE-SUMMARY-TOTALS
      *================================================================
       WRITE-SUMMARY-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTOMERS READ" TO WS-RPT-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-RPT-COUNT
           WRITE TAXIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NO RESIDENCY DECLARED" TO WS-RPT-LABEL
           MOVE WS-NO-DECLARATION-COUNT TO WS-RPT-COUNT
           WRITE TAXIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CUSTOMERS FLAGGED" TO WS-RPT-LABEL
           MOVE WS-FLAGGED-COUNT TO WS-RPT-COUNT
           WRITE TAXIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ADDRESS INDICIA" TO WS-RPT-LABEL
           MOVE WS-ADDRESS-INDICIA TO WS-RPT-COUNT
           WRITE TAXIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "PHONE INDICIA" TO WS-RPT-LABEL
           MOVE WS-PHONE-INDICIA TO WS-RPT-COUNT
           WRITE TAXIRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CALLING CODES NOT PLACED" TO WS-RPT-LABEL
           MOVE WS-UNPLACED-PHONE-COUNT TO WS-RPT-COUNT
           WRITE TAXIRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS: customers read, the flagged ones as
      * rejects
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME WS-CUSTOMERS-READ
                WS-FLAGGED-COUNT ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "TAXINDC: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CUSTGOOD-FILE
           CLOSE TAXRES-FILE
           CLOSE TAXIRPT-FILE
           CLOSE TAXIEXT-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM TAXINDC.
