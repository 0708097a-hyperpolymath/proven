      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven TaxResMaint - customer tax-residency maintenance for
      * COBOL
      *

      *================================================================
      * Nothing on file said where a customer is resident for tax,
      * so the annual FATCA and CRS returns were compiled by hand
      * from whatever self-certification forms could be found. This
      * job maintains the TAXRES KSDS - one record per customer and
      * country of tax residency, keyed customer then country - from
      * the TAXRIN maintenance file the onboarding desk prepares off
      * the signed self-certifications, in the ACCTMNT mould: one
      * action per line -
      *
      *   A  declares a residency: the country, the taxpayer
      *      identification number (TIN) or the reason there is
      *      none, the date the customer signed the
      *      self-certification, and the date the residency runs
      *      from (default today). A residency that was ended may
      *      be declared again
      *   U  amends the TIN, no-TIN reason or self-certification
      *      date of a residency in force - a blank field is left
      *      as it stands
      *   E  ends a residency as of the line's date (default
      *      today); the record stays on file flagged ended, so the
      *      year-end run still reports a customer who moved away
      *      after the reporting date
      *
      * The customer key is checked through PARSE-UUID (SAFE-UUID),
      * the country through IS-VALID-COUNTRY (SAFE-COUNTRY) and the
      * dates through VALIDATE-DATE (SAFE-DATETIME). A TIN is held
      * to its registry's structure and check digits by
      * VALIDATE-TAXID (SAFE-TAXID) and kept as verified; a TIN for
      * a country whose registry VALIDATE-TAXID does not know is
      * kept as given and flagged unverified, since a self-certified
      * TIN must still be reported. A residency without a TIN
      * carries the CRS reason code instead - A the country issues
      * none, B the customer cannot obtain one, C none is required.
      * A bad line goes to TAXRREJ with the reason.
      *
      * Every field a line changes is recorded on CUSTHIST through
      * CUST-HIST-WRITE (PROVEN-CUST-HIST) under the field name
      * TAXRES-<country>-<field>, old and new value side by side,
      * so the residency master only ever holds current values and
      * the customer's history holds the rest. TAXINDC sweeps the
      * customer master for undeclared residencies against this
      * file and TAXRPT reports from it at year end.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRMNT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXRIN-FILE ASSIGN TO "TAXRIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TI-FILE-STATUS.

           SELECT TAXRES-FILE ASSIGN TO "TAXRES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT TAXRREJ-FILE ASSIGN TO "TAXRREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One maintenance action per line
       FD  TAXRIN-FILE
           RECORD CONTAINS 84 CHARACTERS.
       01  TAXRIN-RECORD.
           05 TI-ACTION                 PIC X(1).
              88 TI-ACTION-IS-ADD       VALUE "A".
              88 TI-ACTION-IS-UPDATE    VALUE "U".
              88 TI-ACTION-IS-END       VALUE "E".
           05 TI-CUSTOMER-ID            PIC X(36).
           05 TI-COUNTRY                PIC X(2).
           05 TI-TIN                    PIC X(20).
           05 TI-NO-TIN-REASON          PIC X(1).
              88 TI-NO-TIN-REASON-VALID VALUES "A" "B" "C".
           05 TI-SELF-CERT-DATE         PIC 9(8).
           05 TI-EFFECTIVE-DATE         PIC 9(8).
           05 TI-REQUESTED-BY           PIC X(8).

      * Tax-residency KSDS - one record per customer and country of
      * residency
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

      * Rejected maintenance lines with the failing reason
       FD  TAXRREJ-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  TAXRREJ-RECORD.
           05 TJ-ACTION-LINE            PIC X(84).
           05 TJ-REJECT-REASON          PIC X(50).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switch
       01 WS-TI-FILE-STATUS            PIC X(2).
       01 WS-TR-FILE-STATUS            PIC X(2).
       01 WS-TJ-FILE-STATUS            PIC X(2).
       01 WS-TI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Control counts
       01 WS-ACTIONS-READ              PIC 9(6) VALUE 0.
       01 WS-ADDED-COUNT               PIC 9(6) VALUE 0.
       01 WS-UPDATED-COUNT             PIC 9(6) VALUE 0.
       01 WS-ENDED-COUNT               PIC 9(6) VALUE 0.
       01 WS-UNVERIFIED-COUNT          PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(6) VALUE 0.
       01 WS-HIST-FAIL-COUNT           PIC 9(6) VALUE 0.

       01 WS-REJECT-REASON             PIC X(50).
       01 WS-TODAY                     PIC 9(8).
       01 WS-ACTION-DATE               PIC 9(8).

      * The TIN as it will be held: the number and its status
       01 WS-NEW-TIN                   PIC X(20).
       01 WS-NEW-TIN-STATUS            PIC X(1).
       01 WS-TIN-LENGTH                PIC 9(2).

      * The record as it stood before the action, for the history
       01 WS-BEFORE-RECORD             PIC X(120).
       01 WS-BEFORE-FIELDS REDEFINES WS-BEFORE-RECORD.
          05 WS-BF-CUSTOMER-ID         PIC X(36).
          05 WS-BF-COUNTRY             PIC X(2).
          05 WS-BF-TIN                 PIC X(20).
          05 WS-BF-TIN-STATUS          PIC X(1).
          05 WS-BF-NO-TIN-REASON       PIC X(1).
          05 WS-BF-SELF-CERT-DATE      PIC 9(8).
          05 WS-BF-STATUS              PIC X(1).
          05 WS-BF-START-DATE          PIC 9(8).
          05 WS-BF-END-DATE            PIC 9(8).
          05 FILLER                    PIC X(35).

      * PARSE-UUID call fields (see SAFE-UUID.cob)
       01 WS-UUID-RESULT               PIC 9.
       01 WS-UUID-ERROR-MSG            PIC X(50).

      * IS-VALID-COUNTRY call fields (see SAFE-COUNTRY.cob)
       01 WS-ISO-RESULT                PIC 9.
       01 WS-ISO-ACTIVE                PIC 9.

      * VALIDATE-TAXID call fields (see SAFE-TAXID.cob)
       01 WS-TX-STATUS                 PIC S9(4) COMP.
       01 WS-TX-ERROR-MSG              PIC X(50).
       01 WS-TX-UNSUPPORTED-MSG        PIC X(50)
          VALUE "Tax registry not supported".

      * VALIDATE-DATE call fields (see SAFE-DATETIME.cob)
       01 WS-DATE-IN                   PIC 9(8).
       01 WS-DATE-YEAR                 PIC 9(4).
       01 WS-DATE-MONTH                PIC 9(2).
       01 WS-DATE-DAY                  PIC 9(2).
       01 WS-DATE-RESULT               PIC 9.
       01 WS-DATE-ERROR-MSG            PIC X(50).

      * CUST-HIST-WRITE call fields (see PROVEN-CUST-HIST.cob)
       01 WS-CH-FIELD-SUFFIX           PIC X(12).
       01 WS-CH-FIELD-NAME             PIC X(20).
       01 WS-CH-OLD-VALUE              PIC X(254).
       01 WS-CH-NEW-VALUE              PIC X(254).
       01 WS-CH-SOURCE                 PIC X(8) VALUE "TAXRMNT".
       01 WS-CH-RESULT                 PIC 9.
       01 WS-CH-ERROR-MSG              PIC X(50).

      * COUNT-WRITE call fields (see PROVENCNT.cpy)
       01 WS-CW-JOB-NAME               PIC X(8) VALUE "TAXRMNT".
       01 WS-CW-REJECTED               PIC 9(8).
       01 WS-CW-READ                   PIC 9(8).
       01 WS-CW-RESULT                 PIC 9.
       01 WS-CW-ERROR-MSG              PIC X(50).

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
           PERFORM OPEN-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM UNTIL WS-AT-EOF
              READ TAXRIN-FILE
                 AT END
                    MOVE 1 TO WS-TI-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-ACTION
              END-READ
           END-PERFORM

           PERFORM REPORT-DAILY-COUNTS
           PERFORM CLOSE-FILES

           DISPLAY "TAXRMNT: " WS-ACTIONS-READ " action(s), "
              WS-ADDED-COUNT " declared, " WS-UPDATED-COUNT
              " updated, " WS-ENDED-COUNT " ended, "
              WS-REJECT-COUNT " rejected, " WS-UNVERIFIED-COUNT
              " TIN(s) kept unverified"

      *    A change the history did not capture is an unexplained
      *    change - worse than a rejected line
           EVALUATE TRUE
              WHEN WS-HIST-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-REJECT-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT TAXRIN-FILE
           IF WS-TI-FILE-STATUS NOT = "00"
              DISPLAY "TAXRMNT: cannot open TAXRIN, status="
                 WS-TI-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O TAXRES-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
              AND WS-TR-FILE-STATUS NOT = "05"
              AND WS-TR-FILE-STATUS NOT = "97"
              DISPLAY "TAXRMNT: cannot open TAXRES, status="
                 WS-TR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TAXRREJ-FILE
           IF WS-TJ-FILE-STATUS NOT = "00"
              DISPLAY "TAXRMNT: cannot open TAXRREJ, status="
                 WS-TJ-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * APPLY-ONE-ACTION: validate the line's fields, then apply it
      * to the residency master
      *================================================================
       APPLY-ONE-ACTION SECTION.
           ADD 1 TO WS-ACTIONS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT TI-ACTION-IS-ADD AND NOT TI-ACTION-IS-UPDATE
              AND NOT TI-ACTION-IS-END
              MOVE "Action must be A, U, or E" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF TI-CUSTOMER-ID = SPACES OR TI-COUNTRY = SPACES
              MOVE "Customer ID and country are required"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           CALL "PARSE-UUID" USING TI-CUSTOMER-ID WS-UUID-RESULT
               WS-UUID-ERROR-MSG
           IF WS-UUID-RESULT NOT = 1
              MOVE WS-UUID-ERROR-MSG TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

      *    Residency is declared against a current ISO 3166 code -
      *    "UK" or a retired code is refused here, not reported
           CALL "IS-VALID-COUNTRY" USING TI-COUNTRY WS-ISO-RESULT
               WS-ISO-ACTIVE
           IF WS-ISO-RESULT NOT = 1 OR WS-ISO-ACTIVE NOT = 1
              MOVE "Country is not a current ISO 3166 code"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

      *    The line's date is the start or end of the residency;
      *    zero means today
           IF TI-EFFECTIVE-DATE IS NOT NUMERIC
              OR TI-EFFECTIVE-DATE = 0
              MOVE WS-TODAY TO WS-ACTION-DATE
           ELSE
              MOVE TI-EFFECTIVE-DATE TO WS-ACTION-DATE
           END-IF
           MOVE WS-ACTION-DATE TO WS-DATE-IN
           PERFORM CHECK-ONE-DATE
           IF WS-DATE-RESULT NOT = 1
              MOVE WS-DATE-ERROR-MSG TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

      *    A declaration must rest on a signed self-certification,
      *    and a form cannot be signed in the future
           IF TI-ACTION-IS-ADD
              IF TI-SELF-CERT-DATE IS NOT NUMERIC
                 OR TI-SELF-CERT-DATE = 0
                 MOVE "Self-certification date is required"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
           END-IF

           IF TI-SELF-CERT-DATE IS NUMERIC
              AND TI-SELF-CERT-DATE NOT = 0
              MOVE TI-SELF-CERT-DATE TO WS-DATE-IN
              PERFORM CHECK-ONE-DATE
              IF WS-DATE-RESULT NOT = 1
                 MOVE WS-DATE-ERROR-MSG TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
              IF TI-SELF-CERT-DATE > WS-TODAY
                 MOVE "Self-certification date is in the future"
                    TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
           END-IF

      *    A TIN or the reason there is none - never both, and on a
      *    declaration never neither
           IF TI-TIN NOT = SPACES AND TI-NO-TIN-REASON NOT = SPACES
              MOVE "Give a TIN or a no-TIN reason, not both"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF TI-NO-TIN-REASON NOT = SPACES
              AND NOT TI-NO-TIN-REASON-VALID
              MOVE "No-TIN reason must be A, B, or C"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF TI-ACTION-IS-ADD
              AND TI-TIN = SPACES AND TI-NO-TIN-REASON = SPACES
              MOVE "A TIN or a no-TIN reason is required"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO APPLY-ONE-ACTION-EXIT
           END-IF

           IF TI-TIN NOT = SPACES
              PERFORM CHECK-TIN
              IF WS-REJECT-REASON NOT = SPACES
                 PERFORM WRITE-REJECT-LINE
                 GO TO APPLY-ONE-ACTION-EXIT
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN TI-ACTION-IS-ADD
                 PERFORM DECLARE-RESIDENCY
              WHEN TI-ACTION-IS-UPDATE
                 PERFORM UPDATE-RESIDENCY
              WHEN OTHER
                 PERFORM END-RESIDENCY
           END-EVALUATE.

       APPLY-ONE-ACTION-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-DATE: WS-DATE-IN through VALIDATE-DATE
      * Output: WS-DATE-RESULT, WS-DATE-ERROR-MSG
      *================================================================
       CHECK-ONE-DATE SECTION.
           MOVE WS-DATE-IN(1:4) TO WS-DATE-YEAR
           MOVE WS-DATE-IN(5:2) TO WS-DATE-MONTH
           MOVE WS-DATE-IN(7:2) TO WS-DATE-DAY
           CALL "VALIDATE-DATE" USING WS-DATE-YEAR WS-DATE-MONTH
               WS-DATE-DAY WS-DATE-RESULT WS-DATE-ERROR-MSG.

       CHECK-ONE-DATE-EXIT.
           EXIT.

      *================================================================
      * CHECK-TIN: the line's TIN through VALIDATE-TAXID. A number
      * that fails its registry's structure is refused; one for a
      * registry the routine does not know is kept unverified
      * Output: WS-NEW-TIN, WS-NEW-TIN-STATUS, WS-REJECT-REASON
      *================================================================
       CHECK-TIN SECTION.
           MOVE TI-TIN TO WS-NEW-TIN
           COMPUTE WS-TIN-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(TI-TIN TRAILING))

           CALL "VALIDATE-TAXID" USING TI-COUNTRY WS-NEW-TIN
               WS-TIN-LENGTH WS-TX-STATUS WS-TX-ERROR-MSG

           EVALUATE TRUE
              WHEN WS-TX-STATUS = 0
                 MOVE "V" TO WS-NEW-TIN-STATUS
              WHEN WS-TX-ERROR-MSG = WS-TX-UNSUPPORTED-MSG
                 MOVE "U" TO WS-NEW-TIN-STATUS
              WHEN OTHER
                 MOVE WS-TX-ERROR-MSG TO WS-REJECT-REASON
           END-EVALUATE.

       CHECK-TIN-EXIT.
           EXIT.

      *================================================================
      * DECLARE-RESIDENCY: a new residency, or one that was ended
      * declared again
      *================================================================
       DECLARE-RESIDENCY SECTION.
           MOVE TI-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE TI-COUNTRY TO TR-COUNTRY
           READ TAXRES-FILE
              INVALID KEY
                 MOVE SPACES TO WS-BEFORE-RECORD
                 MOVE 0 TO WS-BF-SELF-CERT-DATE
                 MOVE 0 TO WS-BF-START-DATE
                 MOVE 0 TO WS-BF-END-DATE
                 MOVE SPACES TO TAXRES-RECORD
                 MOVE TI-CUSTOMER-ID TO TR-CUSTOMER-ID
                 MOVE TI-COUNTRY TO TR-COUNTRY
                 PERFORM SET-DECLARED-FIELDS
                 WRITE TAXRES-RECORD
                    INVALID KEY
                       MOVE "Could not write residency"
                          TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                       GO TO DECLARE-RESIDENCY-EXIT
                 END-WRITE
                 ADD 1 TO WS-ADDED-COUNT
                 PERFORM RECORD-RESIDENCY-CHANGES
                 GO TO DECLARE-RESIDENCY-EXIT
           END-READ

           IF TR-IS-ACTIVE
              MOVE "Residency already declared - amend with U"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO DECLARE-RESIDENCY-EXIT
           END-IF

           MOVE TAXRES-RECORD TO WS-BEFORE-RECORD
           PERFORM SET-DECLARED-FIELDS
           REWRITE TAXRES-RECORD
              INVALID KEY
                 MOVE "Could not rewrite residency" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO DECLARE-RESIDENCY-EXIT
           END-REWRITE
           ADD 1 TO WS-ADDED-COUNT
           PERFORM RECORD-RESIDENCY-CHANGES.

       DECLARE-RESIDENCY-EXIT.
           EXIT.

      *================================================================
      * SET-DECLARED-FIELDS: the line's declaration onto the record
      *================================================================
       SET-DECLARED-FIELDS SECTION.
           PERFORM SET-TIN-FIELDS
           MOVE TI-SELF-CERT-DATE TO TR-SELF-CERT-DATE
           MOVE "A" TO TR-STATUS
           MOVE WS-ACTION-DATE TO TR-START-DATE
           MOVE 0 TO TR-END-DATE
           MOVE WS-TODAY TO TR-LAST-CHANGED-DATE
           MOVE TI-REQUESTED-BY TO TR-LAST-CHANGED-BY.

       SET-DECLARED-FIELDS-EXIT.
           EXIT.

      *================================================================
      * SET-TIN-FIELDS: the checked TIN, or the no-TIN reason, onto
      * the record; a line carrying neither leaves both alone
      *================================================================
       SET-TIN-FIELDS SECTION.
           IF TI-TIN NOT = SPACES
              MOVE WS-NEW-TIN TO TR-TIN
              MOVE WS-NEW-TIN-STATUS TO TR-TIN-STATUS
              MOVE SPACES TO TR-NO-TIN-REASON
              IF TR-TIN-UNVERIFIED
                 ADD 1 TO WS-UNVERIFIED-COUNT
              END-IF
           END-IF

           IF TI-NO-TIN-REASON NOT = SPACES
              MOVE SPACES TO TR-TIN
              MOVE "N" TO TR-TIN-STATUS
              MOVE TI-NO-TIN-REASON TO TR-NO-TIN-REASON
           END-IF.

       SET-TIN-FIELDS-EXIT.
           EXIT.

      *================================================================
      * UPDATE-RESIDENCY: a blank field on the line leaves the
      * master value as it stands; an ended residency must be
      * declared again before it can be amended
      *================================================================
       UPDATE-RESIDENCY SECTION.
           MOVE TI-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE TI-COUNTRY TO TR-COUNTRY
           READ TAXRES-FILE
              INVALID KEY
                 MOVE "Residency not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO UPDATE-RESIDENCY-EXIT
           END-READ

           IF TR-IS-ENDED
              MOVE "Residency has ended - declare it again with A"
                 TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO UPDATE-RESIDENCY-EXIT
           END-IF

           MOVE TAXRES-RECORD TO WS-BEFORE-RECORD
           PERFORM SET-TIN-FIELDS
           IF TI-SELF-CERT-DATE IS NUMERIC
              AND TI-SELF-CERT-DATE NOT = 0
              MOVE TI-SELF-CERT-DATE TO TR-SELF-CERT-DATE
           END-IF
           MOVE WS-TODAY TO TR-LAST-CHANGED-DATE
           MOVE TI-REQUESTED-BY TO TR-LAST-CHANGED-BY

           REWRITE TAXRES-RECORD
              INVALID KEY
                 MOVE "Could not rewrite residency" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO UPDATE-RESIDENCY-EXIT
           END-REWRITE
           ADD 1 TO WS-UPDATED-COUNT
           PERFORM RECORD-RESIDENCY-CHANGES.

       UPDATE-RESIDENCY-EXIT.
           EXIT.

      *================================================================
      * END-RESIDENCY: flagged ended as of the line's date, never
      * deleted
      *================================================================
       END-RESIDENCY SECTION.
           MOVE TI-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE TI-COUNTRY TO TR-COUNTRY
           READ TAXRES-FILE
              INVALID KEY
                 MOVE "Residency not on file" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO END-RESIDENCY-EXIT
           END-READ

           IF TR-IS-ENDED
              MOVE "Residency has already ended" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO END-RESIDENCY-EXIT
           END-IF

           IF WS-ACTION-DATE < TR-START-DATE
              MOVE "End date precedes start date" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO END-RESIDENCY-EXIT
           END-IF

           MOVE TAXRES-RECORD TO WS-BEFORE-RECORD
           MOVE "E" TO TR-STATUS
           MOVE WS-ACTION-DATE TO TR-END-DATE
           MOVE WS-TODAY TO TR-LAST-CHANGED-DATE
           MOVE TI-REQUESTED-BY TO TR-LAST-CHANGED-BY

           REWRITE TAXRES-RECORD
              INVALID KEY
                 MOVE "Could not rewrite residency" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 GO TO END-RESIDENCY-EXIT
           END-REWRITE
           ADD 1 TO WS-ENDED-COUNT
           PERFORM RECORD-RESIDENCY-CHANGES.

       END-RESIDENCY-EXIT.
           EXIT.

      *================================================================
      * RECORD-RESIDENCY-CHANGES: one CUSTHIST record per field whose
      * value differs between the before-image and the record as
      * written
      *================================================================
       RECORD-RESIDENCY-CHANGES SECTION.
           IF TR-TIN NOT = WS-BF-TIN
              MOVE "TIN" TO WS-CH-FIELD-SUFFIX
              MOVE WS-BF-TIN TO WS-CH-OLD-VALUE
              MOVE TR-TIN TO WS-CH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF TR-TIN-STATUS NOT = WS-BF-TIN-STATUS
              MOVE "TIN-STATUS" TO WS-CH-FIELD-SUFFIX
              MOVE WS-BF-TIN-STATUS TO WS-CH-OLD-VALUE
              MOVE TR-TIN-STATUS TO WS-CH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF TR-NO-TIN-REASON NOT = WS-BF-NO-TIN-REASON
              MOVE "NO-TIN-RSN" TO WS-CH-FIELD-SUFFIX
              MOVE WS-BF-NO-TIN-REASON TO WS-CH-OLD-VALUE
              MOVE TR-NO-TIN-REASON TO WS-CH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF TR-SELF-CERT-DATE NOT = WS-BF-SELF-CERT-DATE
              MOVE "CERT-DATE" TO WS-CH-FIELD-SUFFIX
              MOVE WS-BF-SELF-CERT-DATE TO WS-CH-OLD-VALUE
              MOVE TR-SELF-CERT-DATE TO WS-CH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF TR-STATUS NOT = WS-BF-STATUS
              MOVE "STATUS" TO WS-CH-FIELD-SUFFIX
              MOVE WS-BF-STATUS TO WS-CH-OLD-VALUE
              MOVE TR-STATUS TO WS-CH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF TR-START-DATE NOT = WS-BF-START-DATE
              MOVE "START-DATE" TO WS-CH-FIELD-SUFFIX
              MOVE WS-BF-START-DATE TO WS-CH-OLD-VALUE
              MOVE TR-START-DATE TO WS-CH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF

           IF TR-END-DATE NOT = WS-BF-END-DATE
              MOVE "END-DATE" TO WS-CH-FIELD-SUFFIX
              MOVE WS-BF-END-DATE TO WS-CH-OLD-VALUE
              MOVE TR-END-DATE TO WS-CH-NEW-VALUE
              PERFORM WRITE-ONE-HISTORY
           END-IF.

       RECORD-RESIDENCY-CHANGES-EXIT.
           EXIT.

      *================================================================
      * WRITE-ONE-HISTORY: the field recorded as
      * TAXRES-<country>-<field>
      *================================================================
       WRITE-ONE-HISTORY SECTION.
           MOVE SPACES TO WS-CH-FIELD-NAME
           STRING "TAXRES-" TR-COUNTRY "-"
              FUNCTION TRIM(WS-CH-FIELD-SUFFIX)
              DELIMITED BY SIZE INTO WS-CH-FIELD-NAME

           CALL "CUST-HIST-WRITE" USING TR-CUSTOMER-ID
               WS-CH-FIELD-NAME WS-CH-OLD-VALUE WS-CH-NEW-VALUE
               WS-CH-SOURCE WS-CH-RESULT WS-CH-ERROR-MSG

           IF WS-CH-RESULT NOT = 1
              ADD 1 TO WS-HIST-FAIL-COUNT
              DISPLAY "TAXRMNT: history not written for "
                 TR-CUSTOMER-ID " " WS-CH-FIELD-NAME " - "
                 WS-CH-ERROR-MSG
           END-IF.

       WRITE-ONE-HISTORY-EXIT.
           EXIT.

      *================================================================
      * WRITE-REJECT-LINE
      *================================================================
       WRITE-REJECT-LINE SECTION.
           MOVE TAXRIN-RECORD TO TJ-ACTION-LINE
           MOVE WS-REJECT-REASON TO TJ-REJECT-REASON
           WRITE TAXRREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-REJECT-LINE-EXIT.
           EXIT.

      *================================================================
      * REPORT-DAILY-COUNTS
      *================================================================
       REPORT-DAILY-COUNTS SECTION.
           MOVE WS-ACTIONS-READ TO WS-CW-READ
           MOVE WS-REJECT-COUNT TO WS-CW-REJECTED

           CALL "COUNT-WRITE" USING WS-CW-JOB-NAME WS-CW-READ
                WS-CW-REJECTED ZERO ZERO ZERO ZERO ZERO ZERO
                WS-CW-RESULT WS-CW-ERROR-MSG

           IF WS-CW-RESULT NOT = 1
              DISPLAY "TAXRMNT: could not write daily count, "
                 WS-CW-ERROR-MSG
           END-IF.

       REPORT-DAILY-COUNTS-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE TAXRIN-FILE
           CLOSE TAXRES-FILE
           CLOSE TAXRREJ-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM TAXRMNT.
