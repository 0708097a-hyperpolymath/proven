      * it in. A benchmark with no usable fixing, or a resolved
      * rate below zero (ACCRUED-INTEREST accrues non-negative
      * rates only), is an exception, never a guessed rate.
      *
      * Whether an account may accrue at all is the ACCTMAST
      * account master's answer (see ACCTMNT), not this job's: a
      * position on an account the master does not know, or has
      * closed, is listed as an exception and not accrued.
      *
      * Each accrual posts as a balanced journal voucher: the
      * interest on INTACCRU and its offset on the CLRINTPY
      * accrued-interest clearing account, written together or not
      * at all.
      *
      * Interest paid to a customer is posted net of withholding
      * tax. The customer's tax status is read from the TAXRES
      * residencies TAXRMNT keeps, as they stand at the period end,
      * against the home jurisdiction (PARMMSTR entry
      * TAX-HOME-COUNTRY, the entry TAXRPT reports under):
      *   R  resident - a home residency whose TIN passes
      *      VALIDATE-TAXID (SAFE-TAXID), or is for a registry the
      *      routine does not know and is held unverified
      *   N  non-resident - no home residency but one abroad, whose
      *      country's rate applies
      *   B  backup withholding - a home residency with no TIN or
      *      with one VALIDATE-TAXID rejects, or no residency on
      *      file at all
      * The rate comes from the WHTRULE withholding rules by
      * country and status: the newest rule in effect by the period
      * end, a country's own rule before the "**" rule for every
      * country. The tax posts in the same voucher as an offset leg
      * on the WHTLIAB withholding-tax liability account, and only
      * the interest net of tax on CLRINTPY, so the voucher still
      * balances and TAXSTMT can attribute each withholding to its
      * account at year end. A negative accrual - interest charged,
      * not paid - withholds nothing. A positive accrual with no
      * rule to apply is an exception and is not posted; an empty
      * WHTRULE, or no TAX-HOME-COUNTRY in force, stops the run.
      *================================================================

       IDENTIFICATION DIVISION.
              RECORD KEY IS BR-KEY
              FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT WHTRULE-FILE ASSIGN TO "WHTRULE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WR-FILE-STATUS.

           SELECT TAXRES-FILE ASSIGN TO "TAXRES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT ACCRRPT-FILE ASSIGN TO "ACCRRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.
              SIGN IS LEADING SEPARATE CHARACTER.
           05 BR-LOAD-TIMESTAMP         PIC 9(14).

      * Account master KSDS as ACCTMNT maintains it
       FD  ACCTMAST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  ACCTMAST-RECORD.
           05 AM-ACCOUNT-ID             PIC X(12).
           05 AM-CUSTOMER-ID            PIC X(36).
           05 AM-PRODUCT-CODE           PIC X(8).
           05 AM-BASE-CURRENCY          PIC X(3).
           05 AM-OPEN-DATE              PIC 9(8).
           05 AM-CLOSE-DATE             PIC 9(8).
           05 AM-STATUS                 PIC X(1).
              88 AM-IS-OPEN             VALUE "O".
              88 AM-IS-CLOSED           VALUE "C".
           05 AM-LAST-CHANGED-DATE      PIC 9(8).
           05 AM-LAST-CHANGED-BY        PIC X(8).
           05 FILLER                    PIC X(28).

      * One withholding rule per line: the country of residence
      * ("**" for any country), the customer's tax status (R
      * resident, N non-resident, B backup withholding), the rate
      * in percent (3 integer and 6 decimal digits), the date it
      * takes effect, and a description
       FD  WHTRULE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  WHTRULE-RECORD.
           05 WR-COUNTRY                PIC X(2).
           05 WR-TAX-STATUS             PIC X(1).
           05 WR-RATE                   PIC 9(3)V9(6).
           05 WR-EFFECTIVE-DATE         PIC 9(8).
           05 WR-DESCRIPTION            PIC X(20).

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

       FD  ACCRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ACCRRPT-RECORD               PIC X(132).
       01 WS-BL-FILE-STATUS            PIC X(2).
       01 WS-AR-FILE-STATUS            PIC X(2).
       01 WS-BR-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-WR-FILE-STATUS            PIC X(2).
       01 WS-TR-FILE-STATUS            PIC X(2).
       01 WS-BL-EOF                    PIC 9 VALUE 0.
          88 WS-AT-BL-EOF              VALUE 1.
       01 WS-AR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-AR-EOF              VALUE 1.
       01 WS-WR-EOF                    PIC 9 VALUE 0.
          88 WS-AT-WR-EOF              VALUE 1.

      * Control counts
       01 WS-POSITIONS-READ            PIC 9(6) VALUE 0.
       01 WS-ACCRUE-FAIL-COUNT         PIC 9(6) VALUE 0.
       01 WS-POST-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-NO-FIXING-COUNT           PIC 9(6) VALUE 0.
       01 WS-NO-ACCOUNT-COUNT          PIC 9(6) VALUE 0.
       01 WS-CLOSED-ACCOUNT-COUNT      PIC 9(6) VALUE 0.
       01 WS-WITHHELD-COUNT            PIC 9(6) VALUE 0.
       01 WS-BACKUP-COUNT              PIC 9(6) VALUE 0.
       01 WS-NON-RESIDENT-COUNT        PIC 9(6) VALUE 0.
       01 WS-NO-WHT-RULE-COUNT         PIC 9(6) VALUE 0.

      * Floating-rate resolution state
       01 WS-BENCHRT-OPEN              PIC 9 VALUE 0.
       01 WS-RULE-IDX                  PIC 9(4) VALUE 0.
       01 WS-RULE-FOUND                PIC 9 VALUE 0.

      * Withholding rules loaded from WHTRULE
       01 WS-WHT-TABLE.
          05 WS-WHT-ENTRY OCCURS 500 TIMES.
             10 WT-COUNTRY             PIC X(2).
             10 WT-TAX-STATUS          PIC X(1).
             10 WT-RATE                PIC 9(3)V9(6).
             10 WT-EFFECTIVE-DATE      PIC 9(8).
       01 WS-WHT-COUNT                 PIC 9(4) VALUE 0.
       01 WS-WHT-MAX                   PIC 9(4) VALUE 500.
       01 WS-WHT-IDX                   PIC 9(4) VALUE 0.
       01 WS-WHT-BEST-IDX              PIC 9(4) VALUE 0.

      * The customer's withholding: tax status, the country whose
      * rule applies, the rate and the tax on this accrual
       01 WS-HOME-COUNTRY              PIC X(2).
       01 WS-HOME-FOUND                PIC 9 VALUE 0.
       01 WS-HOME-TIN                  PIC X(20).
       01 WS-HOME-TIN-STATUS           PIC X(1).
       01 WS-FOREIGN-COUNTRY           PIC X(2).
       01 WS-TAX-STATUS                PIC X(1).
          88 WS-TAX-RESIDENT           VALUE "R".
          88 WS-TAX-NON-RESIDENT       VALUE "N".
          88 WS-TAX-BACKUP             VALUE "B".
       01 WS-TAX-COUNTRY               PIC X(2).
       01 WS-WHT-RATE                  PIC 9(3)V9(6).
       01 WS-WHT-RESOLVED              PIC 9 VALUE 0.
       01 WS-WITHHELD-MINOR            PIC S9(15) COMP-3.
       01 WS-TR-BROWSE-DONE            PIC 9 VALUE 0.

      * PARM-GET call fields (see PROVEN-PARM.cob)
       01 WS-PG-KEY                    PIC X(16)
          VALUE "TAX-HOME-COUNTRY".
       01 WS-PG-VALUE                  PIC X(16).
       01 WS-PG-STATUS                 PIC S9(4) COMP.
       01 WS-PG-MSG                    PIC X(50).

      * IS-VALID-COUNTRY call fields (see SAFE-COUNTRY.cob)
       01 WS-ISO-RESULT                PIC 9.
       01 WS-ISO-ACTIVE                PIC 9.

      * VALIDATE-TAXID call fields (see SAFE-TAXID.cob)
       01 WS-TX-TIN-LENGTH             PIC 9(2).
       01 WS-TX-STATUS                 PIC S9(4) COMP.
       01 WS-TX-ERROR-MSG              PIC X(50).
       01 WS-TX-UNSUPPORTED-MSG        PIC X(50)
          VALUE "Tax registry not supported".

      * ACCRUED-INTEREST call fields (see SAFE-INTEREST.cob)
       01 WS-AI-PRINCIPAL              PIC S9(15) COMP-3.
       01 WS-AI-RATE                   PIC 9(3)V9(6).
       01 WS-AI-ERROR-MSG              PIC X(50).

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8)
          VALUE "INTACCRU".
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRINTPY".
       01 WS-GP-WHT-ACCOUNT            PIC X(8)
          VALUE "WHTLIAB".
       01 WS-GP-WHT-MINOR              PIC S9(15) COMP-3.
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).
          05 FILLER                    PIC X(2).
          05 WS-AC-INTEREST            PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-AC-WITHHELD            PIC -(14)9.
          05 FILLER                    PIC X(2).
          05 WS-AC-TAX-BASIS           PIC X(4).
          05 FILLER                    PIC X(2).
          05 WS-AC-NOTE                PIC X(40).
          05 FILLER                    PIC X(14).

       01 WS-REPORT-LABEL-LINE.
          05 WS-RPT-LABEL              PIC X(30).
      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM READ-PERIOD-PARM
           PERFORM GET-HOME-COUNTRY
           PERFORM OPEN-FILES
           PERFORM READ-ENTITY-CODE
           PERFORM LOAD-ACCRUAL-RULES
           PERFORM LOAD-WITHHOLDING-RULES
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL WS-AT-BL-EOF
           DISPLAY "ACCRURUN: " WS-POSITIONS-READ " position(s), "
              WS-ACCRUED-COUNT " accrual(s) posted, "
              WS-NO-RULE-COUNT " without a rule, "
              WS-ACCRUE-FAIL-COUNT " failed, "
              WS-WITHHELD-COUNT " with tax withheld"

           EVALUATE TRUE
              WHEN WS-POST-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-NO-RULE-COUNT > 0 OR WS-ACCRUE-FAIL-COUNT > 0
                 OR WS-NO-FIXING-COUNT > 0 OR WS-NO-ACCOUNT-COUNT > 0
                 OR WS-CLOSED-ACCOUNT-COUNT > 0
                 OR WS-NO-WHT-RULE-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
       READ-PERIOD-PARM-EXIT.
           EXIT.

      *================================================================
      * GET-HOME-COUNTRY: the TAX-HOME-COUNTRY entry in force at the
      * period end, which must be a current ISO 3166 code - without
      * it no customer's tax status can be told
      *================================================================
       GET-HOME-COUNTRY SECTION.
           CALL "PARM-GET" USING WS-PG-KEY WS-PERIOD-END WS-PG-VALUE
               WS-PG-STATUS WS-PG-MSG
           IF WS-PG-STATUS NOT = 0
              DISPLAY "ACCRURUN: PARMMSTR entry TAX-HOME-COUNTRY "
                 "not in force - " WS-PG-MSG
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-PG-VALUE(1:2))
              TO WS-HOME-COUNTRY
           CALL "IS-VALID-COUNTRY" USING WS-HOME-COUNTRY
               WS-ISO-RESULT WS-ISO-ACTIVE
           IF WS-ISO-RESULT NOT = 1 OR WS-ISO-ACTIVE NOT = 1
              OR WS-PG-VALUE(3:14) NOT = SPACES
              DISPLAY "ACCRURUN: TAX-HOME-COUNTRY " WS-PG-VALUE
                 " is not a current ISO 3166 code"
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       GET-HOME-COUNTRY-EXIT.
           EXIT.

      *================================================================
      * READ-ENTITY-CODE: the booking entity this run posts under,
      * from the PROVEN_ENTITY environment setting the scheduler
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              DISPLAY "ACCRURUN: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT WHTRULE-FILE
           IF WS-WR-FILE-STATUS NOT = "00"
              DISPLAY "ACCRURUN: cannot open WHTRULE, status="
                 WS-WR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TAXRES-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
              AND WS-TR-FILE-STATUS NOT = "97"
              DISPLAY "ACCRURUN: cannot open TAXRES, status="
                 WS-TR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ACCRRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
              DISPLAY "ACCRURUN: cannot open ACCRRPT, status="
       LOAD-ACCRUAL-RULES-EXIT.
           EXIT.

      *================================================================
      * LOAD-WITHHOLDING-RULES: as with the accrual rules, no usable
      * withholding rules is a hard stop - interest would otherwise
      * be paid gross without a word
      *================================================================
       LOAD-WITHHOLDING-RULES SECTION.
           PERFORM UNTIL WS-AT-WR-EOF
              READ WHTRULE-FILE
                 AT END
                    MOVE 1 TO WS-WR-EOF
                 NOT AT END
                    MOVE FUNCTION UPPER-CASE(WR-COUNTRY)
                       TO WR-COUNTRY
                    MOVE FUNCTION UPPER-CASE(WR-TAX-STATUS)
                       TO WR-TAX-STATUS
                    IF WR-COUNTRY NOT = SPACES
                       AND (WR-TAX-STATUS = "R" OR "N" OR "B")
                       AND WR-RATE IS NUMERIC
                       AND WR-EFFECTIVE-DATE IS NUMERIC
                       AND WS-WHT-COUNT < WS-WHT-MAX
                       ADD 1 TO WS-WHT-COUNT
                       MOVE WR-COUNTRY TO WT-COUNTRY(WS-WHT-COUNT)
                       MOVE WR-TAX-STATUS
                          TO WT-TAX-STATUS(WS-WHT-COUNT)
                       MOVE WR-RATE TO WT-RATE(WS-WHT-COUNT)
                       MOVE WR-EFFECTIVE-DATE
                          TO WT-EFFECTIVE-DATE(WS-WHT-COUNT)
                    ELSE
                       IF WHTRULE-RECORD NOT = SPACES
                          DISPLAY "ACCRURUN: WHTRULE line ignored - "
                             WHTRULE-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE WHTRULE-FILE

           IF WS-WHT-COUNT = 0
              DISPLAY "ACCRURUN: WHTRULE names no withholding rules"
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-WITHHOLDING-RULES-EXIT.
           EXIT.

      *================================================================
      * ACCRUE-ONE-POSITION: resolve the account's rule, accrue over
      * the period, and post the result
      *================================================================
       ACCRUE-ONE-POSITION SECTION.
           ADD 1 TO WS-POSITIONS-READ
           MOVE 0 TO WS-WITHHELD-MINOR
           MOVE SPACES TO WS-TAX-STATUS WS-TAX-COUNTRY

      *    The account master decides whether the account accrues
           MOVE BL-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-ACCOUNT-COUNT
                 PERFORM WRITE-POSITION-LINE-NOTE
                 MOVE "ACCOUNT NOT ON ACCTMAST" TO WS-AC-NOTE
                 WRITE ACCRRPT-RECORD FROM WS-ACCRUAL-LINE
                 GO TO ACCRUE-ONE-POSITION-EXIT
           END-READ

           IF NOT AM-IS-OPEN
              ADD 1 TO WS-CLOSED-ACCOUNT-COUNT
              PERFORM WRITE-POSITION-LINE-NOTE
              MOVE "ACCOUNT CLOSED - NOT ACCRUED" TO WS-AC-NOTE
              WRITE ACCRRPT-RECORD FROM WS-ACCRUAL-LINE
              GO TO ACCRUE-ONE-POSITION-EXIT
           END-IF

           MOVE 0 TO WS-RULE-FOUND
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              GO TO ACCRUE-ONE-POSITION-EXIT
           END-IF

      *    Only interest paid to the customer is taxed at source
           IF WS-AI-INTEREST > 0
              PERFORM RESOLVE-WITHHOLDING
              IF WS-WHT-RESOLVED = 0
                 GO TO ACCRUE-ONE-POSITION-EXIT
              END-IF
           END-IF

           MOVE BL-ACCOUNT-ID TO WS-GP-TRANS-ID
           MOVE BL-CURRENCY TO WS-GP-CURRENCY
           MOVE WS-AI-INTEREST TO WS-GP-AMOUNT-MINOR

           PERFORM POST-BALANCED-VOUCHER

           IF WS-GP-RESULT-STATUS = 0
              ADD 1 TO WS-ACCRUED-COUNT
              IF WS-WITHHELD-MINOR NOT = 0
                 ADD 1 TO WS-WITHHELD-COUNT
              END-IF
              IF WS-TAX-BACKUP
                 ADD 1 TO WS-BACKUP-COUNT
              END-IF
              IF WS-TAX-NON-RESIDENT
                 ADD 1 TO WS-NON-RESIDENT-COUNT
              END-IF
              PERFORM WRITE-POSITION-LINE-NOTE
              MOVE WS-AI-INTEREST TO WS-AC-INTEREST
              MOVE "POSTED" TO WS-AC-NOTE
       ACCRUE-ONE-POSITION-EXIT.
           EXIT.

      *================================================================
      * POST-BALANCED-VOUCHER: the WS-GP- amount as a journal
      * voucher - the business leg on WS-GP-ACCOUNT-CODE, and
      * against it the amount net of WS-WITHHELD-MINOR on the
      * clearing account and any tax withheld on WHTLIAB - posted
      * together through GL-POST, or refused together
      * Output: WS-GP-RESULT-STATUS, WS-GP-ERROR-MSG
      *================================================================
       POST-BALANCED-VOUCHER SECTION.
           MOVE WS-GP-TRANS-ID TO WS-GP-VOUCHER-ID
           CALL "GL-VOUCHER-OPEN" USING WS-GP-VOUCHER-ID
               WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           IF WS-GP-RESULT-STATUS NOT = 0
              GO TO POST-BALANCED-VOUCHER-EXIT
           END-IF

           CALL "GL-POST" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-AMOUNT-MINOR WS-GP-ACCOUNT-CODE
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

           COMPUTE WS-GP-OFFSET-MINOR =
              WS-WITHHELD-MINOR - WS-GP-AMOUNT-MINOR
           CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-OFFSET-MINOR WS-GP-OFFSET-ACCOUNT
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

           IF WS-WITHHELD-MINOR NOT = 0
              COMPUTE WS-GP-WHT-MINOR = 0 - WS-WITHHELD-MINOR
              CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID
                  WS-GP-CURRENCY WS-GP-WHT-MINOR WS-GP-WHT-ACCOUNT
                  WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG
           END-IF

      *    A refused leg comes back from the close as the reason
      *    the whole voucher was rejected
           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG.

       POST-BALANCED-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-FLOATING-RATE: the newest BENCHRT fixing for the
      * rule's benchmark dated on or before the period end, plus
       RESOLVE-FLOATING-RATE-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-WITHHOLDING: the customer's tax status from the
      * residencies in force at the period end, the rule that
      * applies to it, and the tax on the accrual. No rule is an
      * exception.
      * Output: WS-WHT-RESOLVED (1=WS-WITHHELD-MINOR set),
      *         WS-TAX-STATUS, WS-TAX-COUNTRY
      *================================================================
       RESOLVE-WITHHOLDING SECTION.
           MOVE 0 TO WS-WHT-RESOLVED
           MOVE 0 TO WS-HOME-FOUND
           MOVE SPACES TO WS-HOME-TIN WS-HOME-TIN-STATUS
           MOVE SPACES TO WS-FOREIGN-COUNTRY

           MOVE AM-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE LOW-VALUES TO TR-COUNTRY
           MOVE 0 TO WS-TR-BROWSE-DONE
           START TAXRES-FILE KEY IS NOT LESS THAN TR-KEY
              INVALID KEY
                 MOVE 1 TO WS-TR-BROWSE-DONE
           END-START

           PERFORM UNTIL WS-TR-BROWSE-DONE = 1
              READ TAXRES-FILE NEXT
                 AT END
                    MOVE 1 TO WS-TR-BROWSE-DONE
                 NOT AT END
                    IF TR-CUSTOMER-ID NOT = AM-CUSTOMER-ID
                       MOVE 1 TO WS-TR-BROWSE-DONE
                    ELSE
                       IF TR-START-DATE <= WS-PERIOD-END
                          AND (TR-IS-ACTIVE
                             OR TR-END-DATE > WS-PERIOD-END)
                          PERFORM TAKE-ONE-RESIDENCY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

      *    Resident with a good TIN, non-resident, or backup
           EVALUATE TRUE
              WHEN WS-HOME-FOUND = 1
                 MOVE WS-HOME-COUNTRY TO WS-TAX-COUNTRY
                 PERFORM CHECK-HOME-TIN
              WHEN WS-FOREIGN-COUNTRY NOT = SPACES
                 MOVE "N" TO WS-TAX-STATUS
                 MOVE WS-FOREIGN-COUNTRY TO WS-TAX-COUNTRY
              WHEN OTHER
                 MOVE "B" TO WS-TAX-STATUS
                 MOVE WS-HOME-COUNTRY TO WS-TAX-COUNTRY
           END-EVALUATE

      *    The country's own rule before the any-country rule, the
      *    newest in effect by the period end
           MOVE 0 TO WS-WHT-BEST-IDX
           PERFORM VARYING WS-WHT-IDX FROM 1 BY 1
                   UNTIL WS-WHT-IDX > WS-WHT-COUNT
              IF WT-TAX-STATUS(WS-WHT-IDX) = WS-TAX-STATUS
                 AND WT-EFFECTIVE-DATE(WS-WHT-IDX) <= WS-PERIOD-END
                 AND (WT-COUNTRY(WS-WHT-IDX) = WS-TAX-COUNTRY
                    OR WT-COUNTRY(WS-WHT-IDX) = "**")
                 EVALUATE TRUE
                    WHEN WS-WHT-BEST-IDX = 0
                       MOVE WS-WHT-IDX TO WS-WHT-BEST-IDX
                    WHEN WT-COUNTRY(WS-WHT-IDX) = "**"
                       AND WT-COUNTRY(WS-WHT-BEST-IDX) NOT = "**"
                       CONTINUE
                    WHEN WT-COUNTRY(WS-WHT-IDX) NOT = "**"
                       AND WT-COUNTRY(WS-WHT-BEST-IDX) = "**"
                       MOVE WS-WHT-IDX TO WS-WHT-BEST-IDX
                    WHEN WT-EFFECTIVE-DATE(WS-WHT-IDX) >
                       WT-EFFECTIVE-DATE(WS-WHT-BEST-IDX)
                       MOVE WS-WHT-IDX TO WS-WHT-BEST-IDX
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF WS-WHT-BEST-IDX = 0
              ADD 1 TO WS-NO-WHT-RULE-COUNT
              PERFORM WRITE-POSITION-LINE-NOTE
              MOVE WS-AI-INTEREST TO WS-AC-INTEREST
              MOVE "NO WITHHOLDING RULE - NOT POSTED" TO WS-AC-NOTE
              WRITE ACCRRPT-RECORD FROM WS-ACCRUAL-LINE
              GO TO RESOLVE-WITHHOLDING-EXIT
           END-IF

           MOVE WT-RATE(WS-WHT-BEST-IDX) TO WS-WHT-RATE
           COMPUTE WS-WITHHELD-MINOR ROUNDED =
              WS-AI-INTEREST * WS-WHT-RATE / 100
           MOVE 1 TO WS-WHT-RESOLVED.

       RESOLVE-WITHHOLDING-EXIT.
           EXIT.

      *================================================================
      * TAKE-ONE-RESIDENCY: note the home residency's TIN, or the
      * first residency abroad
      *================================================================
       TAKE-ONE-RESIDENCY SECTION.
           IF TR-COUNTRY = WS-HOME-COUNTRY
              MOVE 1 TO WS-HOME-FOUND
              MOVE TR-TIN TO WS-HOME-TIN
              MOVE TR-TIN-STATUS TO WS-HOME-TIN-STATUS
           ELSE
              IF WS-FOREIGN-COUNTRY = SPACES
                 MOVE TR-COUNTRY TO WS-FOREIGN-COUNTRY
              END-IF
           END-IF.

       TAKE-ONE-RESIDENCY-EXIT.
           EXIT.

      *================================================================
      * CHECK-HOME-TIN: a home TIN VALIDATE-TAXID accepts - or one
      * for a registry it does not know, held unverified as TAXRMNT
      * holds it - makes the customer resident; no TIN, or one it
      * rejects, means backup withholding
      * Output: WS-TAX-STATUS
      *================================================================
       CHECK-HOME-TIN SECTION.
           MOVE "B" TO WS-TAX-STATUS
           IF WS-HOME-TIN-STATUS = "N" OR WS-HOME-TIN = SPACES
              GO TO CHECK-HOME-TIN-EXIT
           END-IF

           COMPUTE WS-TX-TIN-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(WS-HOME-TIN TRAILING))
           CALL "VALIDATE-TAXID" USING WS-HOME-COUNTRY WS-HOME-TIN
               WS-TX-TIN-LENGTH WS-TX-STATUS WS-TX-ERROR-MSG

           IF WS-TX-STATUS = 0
              OR WS-TX-ERROR-MSG = WS-TX-UNSUPPORTED-MSG
              MOVE "R" TO WS-TAX-STATUS
           END-IF.

       CHECK-HOME-TIN-EXIT.
           EXIT.

      *================================================================
      * WRITE-POSITION-LINE-NOTE: fill the common columns of one
      * report line; the caller supplies the note and interest
           MOVE BL-ACCOUNT-ID TO WS-AC-ACCOUNT
           MOVE BL-CURRENCY TO WS-AC-CURRENCY
           MOVE BL-POSITION-MINOR TO WS-AC-POSITION
           MOVE 0 TO WS-AC-INTEREST
           MOVE WS-WITHHELD-MINOR TO WS-AC-WITHHELD
           IF WS-TAX-STATUS NOT = SPACES
              MOVE WS-TAX-STATUS TO WS-AC-TAX-BASIS(1:1)
              MOVE WS-TAX-COUNTRY TO WS-AC-TAX-BASIS(3:2)
           END-IF.

       WRITE-POSITION-LINE-NOTE-EXIT.
           EXIT.
           WRITE ACCRRPT-RECORD FROM WS-HEADING-LINE

           MOVE SPACES TO WS-HEADING-LINE
           MOVE "  ACCOUNT       CCY         POSITION         INTEREST  
      -       "       WITHHELD  BASIS NOTE"
              TO WS-HL-TEXT
           WRITE ACCRRPT-RECORD FROM WS-HEADING-LINE.

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BENCHMARKS WITHOUT FIXINGS" TO WS-RPT-LABEL
           MOVE WS-NO-FIXING-COUNT TO WS-RPT-COUNT
           WRITE ACCRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ACCOUNTS NOT ON ACCTMAST" TO WS-RPT-LABEL
           MOVE WS-NO-ACCOUNT-COUNT TO WS-RPT-COUNT
           WRITE ACCRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "CLOSED ACCOUNTS NOT ACCRUED" TO WS-RPT-LABEL
           MOVE WS-CLOSED-ACCOUNT-COUNT TO WS-RPT-COUNT
           WRITE ACCRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "ACCRUALS WITH TAX WITHHELD" TO WS-RPT-LABEL
           MOVE WS-WITHHELD-COUNT TO WS-RPT-COUNT
           WRITE ACCRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "BACKUP WITHHOLDING (NO TIN)" TO WS-RPT-LABEL
           MOVE WS-BACKUP-COUNT TO WS-RPT-COUNT
           WRITE ACCRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NON-RESIDENT WITHHOLDING" TO WS-RPT-LABEL
           MOVE WS-NON-RESIDENT-COUNT TO WS-RPT-COUNT
           WRITE ACCRRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "NO WITHHOLDING RULE" TO WS-RPT-LABEL
           MOVE WS-NO-WHT-RULE-COUNT TO WS-RPT-COUNT
           WRITE ACCRRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE BALANCES-FILE
           CLOSE ACCTMAST-FILE
           CLOSE TAXRES-FILE
           IF WS-BENCHRT-OPEN = 1
              CLOSE BENCHRT-FILE
           END-IF
