      * longer reach every batch job at the next PROVEN-TBLEXTR
      * extract. The extract itself keeps reading only applied
      * master state, exactly as before.
      *
      * Table R is the country-risk and embargo master, CTRYVSAM.
      * Its key is the ISO country code followed by the date the
      * entry takes effect (GB20270101), so a re-rating or a new
      * embargo can be approved ahead of the day it applies. An add
      * carries the risk rating (L, M, H, or E for enhanced due
      * diligence), the embargo flag and the last day the entry
      * applies (blank for open-ended) on the RISK/EMB/EXP fields;
      * an add against an existing key re-rates that entry, and
      * D/R switch it off and back on. CUSTVALD, PAYVALD, RECVIN,
      * TXNMON and RISKSCOR read the master directly, so an
      * approved entry is in force for the next batch run.
      *
      * Every recorded request is also queued on VAUD as a
      * privileged action under the requesting userid, for the nightly
      * PRIVRPT segregation-of-duties review.
      *================================================================

       IDENTIFICATION DIVISION.
          05 ACTFL                     PIC S9(4) COMP.
          05 ACTFF                     PIC X.
          05 ACTFI                     PIC X(01).
          05 RTGFL                     PIC S9(4) COMP.
          05 RTGFF                     PIC X.
          05 RTGFI                     PIC X(01).
          05 EMBFL                     PIC S9(4) COMP.
          05 EMBFF                     PIC X.
          05 EMBFI                     PIC X(01).
          05 EXPFL                     PIC S9(4) COMP.
          05 EXPFF                     PIC X.
          05 EXPFI                     PIC X(08).
          05 MSGFL                     PIC S9(4) COMP.
          05 MSGFF                     PIC X.
          05 MSGFI                     PIC X(76).
          05 FILLER                    PIC X(03).
          05 ACTFO                     PIC X(01).
          05 FILLER                    PIC X(03).
          05 RTGFO                     PIC X(01).
          05 FILLER                    PIC X(03).
          05 EMBFO                     PIC X(01).
          05 FILLER                    PIC X(03).
          05 EXPFO                     PIC X(08).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).

      * PENDVSAM pending-change record, keyed by table id plus the
      * entry key - the TBLAPPRV approval screen works this file.
      * The rating, embargo flag and end date are carried for a
      * country-risk add only.
       01 PENDING-CHANGE-RECORD.
          05 PC-PEND-KEY.
             10 PC-TABLE-ID            PIC X(1).
          05 PC-DECIMALS               PIC X(1).
          05 PC-REQUESTED-BY           PIC X(8).
          05 PC-REQUESTED-DATE         PIC 9(8).
          05 PC-RISK-RATING            PIC X(1).
          05 PC-EMBARGO                PIC X(1).
          05 PC-EXPIRES                PIC X(8).

       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-KEY-20                    PIC X(20).
          88 WS-TABLE-IS-CURRENCY       VALUE "C".
          88 WS-TABLE-IS-DOMAIN         VALUE "D".
          88 WS-TABLE-IS-ENTITLE        VALUE "E".
          88 WS-TABLE-IS-COUNTRY        VALUE "R".

       01 WS-RATING-CHOICE               PIC X.
          88 WS-RATING-IS-VALID          VALUE "L" "M" "H" "E".

       01 WS-EMBARGO-CHOICE              PIC X.
          88 WS-EMBARGO-IS-VALID         VALUE "Y" "N".

       01 WS-ACTION-CHOICE               PIC X.
          88 WS-ACTION-IS-ADD            VALUE "A".
          88 WS-ACTION-IS-DEACTIVATE     VALUE "D".
          88 WS-ACTION-IS-REACTIVATE     VALUE "R".

      * HASH-SHA256 call fields (SAFE-CRYPTO)
       01 WS-HASH-INPUT                PIC X(4096).
       01 WS-HASH-INPUT-LEN            PIC 9(4).
       01 WS-HASH-OUTPUT               PIC X(8192).
       01 WS-HASH-OUTPUT-LEN           PIC 9(4).
       01 WS-HASH-RESULT               PIC 9.

      * One privileged-action entry on the VAUD transient data
      * queue, drained by AUDDRAIN onto the chained audit trail -
      * mirrors PAYREPR's WS-TDQ-AUDIT-RECORD field for field
       01 WS-TDQ-AUDIT-RECORD.
          05 TD-CALLING-PROGRAM        PIC X(16).
          05 TD-VALIDATOR-NAME         PIC X(30).
          05 TD-INPUT-HASH             PIC X(64).
          05 TD-RESULT-SIGN            PIC X(1).
          05 TD-RESULT-DIGITS          PIC 9(4).
          05 TD-ERROR-MSG              PIC X(80).
       01 WS-TDQ-AUDIT-LENGTH          PIC S9(4) COMP VALUE +195.

      * When it was done, by whom, what and to which record, in the
      * fixed columns PRIVRPT reads back off the audit trail (the
      * trail's own timestamp is AUDDRAIN's, not the action's) -
      * the entry's hash is taken over WS-PA-HASH-SUBJECT
       01 WS-PRIV-ACTION-MSG.
          05 WS-PA-ACTED-AT            PIC X(14).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-USERID              PIC X(8).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-ACTION              PIC X(1).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-OBJECT              PIC X(8).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-KEY                 PIC X(36).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 WS-PA-RAISED-BY           PIC X(8).
       01 WS-PA-HASH-SUBJECT           PIC X(64).

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(1).

              TO WS-ACTION-CHOICE

           IF NOT WS-TABLE-IS-CURRENCY AND NOT WS-TABLE-IS-DOMAIN
              AND NOT WS-TABLE-IS-ENTITLE AND NOT WS-TABLE-IS-COUNTRY
              MOVE "TABLE MUST BE C, D, E (ENTITLEMENT) OR R (RISK)"
                 TO WS-MSG
              GO TO VALIDATE-AND-QUEUE-EXIT
           END-IF
              END-IF
           END-IF

           IF WS-TABLE-IS-COUNTRY
              PERFORM VALIDATE-COUNTRY-RISK
              IF WS-MSG NOT = SPACES
                 GO TO VALIDATE-AND-QUEUE-EXIT
              END-IF
           END-IF

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

       VALIDATE-AND-QUEUE-EXIT.
           EXIT.

      *================================================================
      * VALIDATE-COUNTRY-RISK: a country-risk key is a two-letter
      * country code and the YYYYMMDD date the entry takes effect;
      * an add also needs a rating, takes N when the embargo flag is
      * left blank, and runs open-ended when no end date is keyed.
      * An end date must not fall before the effective date.
      * Output: WS-MSG (set on failure), WS-RATING-CHOICE,
      *         WS-EMBARGO-CHOICE
      *================================================================
       VALIDATE-COUNTRY-RISK SECTION.
           IF KEYFI(1:2) IS NOT ALPHABETIC
              OR KEYFI(1:1) = SPACE OR KEYFI(2:1) = SPACE
              OR KEYFI(3:8) IS NOT NUMERIC
              OR KEYFI(11:10) NOT = SPACES
              MOVE "RISK KEY IS COUNTRY CODE + YYYYMMDD (GB20270101)"
                 TO WS-MSG
              GO TO VALIDATE-COUNTRY-RISK-EXIT
           END-IF

           IF KEYFI(7:2) < "01" OR KEYFI(7:2) > "12"
              OR KEYFI(9:2) < "01" OR KEYFI(9:2) > "31"
              MOVE "EFFECTIVE DATE IN KEY IS NOT A VALID DATE"
                 TO WS-MSG
              GO TO VALIDATE-COUNTRY-RISK-EXIT
           END-IF

           IF NOT WS-ACTION-IS-ADD
              GO TO VALIDATE-COUNTRY-RISK-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(RTGFI) TO WS-RATING-CHOICE
           IF NOT WS-RATING-IS-VALID
              MOVE "RISK (L, M, H OR E) IS REQUIRED TO ADD A COUNTRY"
                 TO WS-MSG
              GO TO VALIDATE-COUNTRY-RISK-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(EMBFI) TO WS-EMBARGO-CHOICE
           IF WS-EMBARGO-CHOICE = SPACE OR WS-EMBARGO-CHOICE = LOW-VALUE
              MOVE "N" TO WS-EMBARGO-CHOICE
           END-IF
           IF NOT WS-EMBARGO-IS-VALID
              MOVE "EMB MUST BE Y OR N" TO WS-MSG
              GO TO VALIDATE-COUNTRY-RISK-EXIT
           END-IF

           IF EXPFI = SPACES OR EXPFI = LOW-VALUES
              MOVE "99999999" TO EXPFI
           END-IF
           IF EXPFI IS NOT NUMERIC
              MOVE "EXP MUST BE YYYYMMDD OR BLANK" TO WS-MSG
              GO TO VALIDATE-COUNTRY-RISK-EXIT
           END-IF
           IF EXPFI < KEYFI(3:8)
              MOVE "EXP MAY NOT FALL BEFORE THE EFFECTIVE DATE"
                 TO WS-MSG
           END-IF.

       VALIDATE-COUNTRY-RISK-EXIT.
           EXIT.

      *================================================================
      * WRITE-PENDING-CHANGE: record the requested change on the
      * PENDVSAM pending file for a second user to approve on the
      *================================================================
       WRITE-PENDING-CHANGE SECTION.
      *    An entitlement key is the caller program (8) then the
      *    validator entry point (12), both upper case, as is a
      *    country-risk key; a domain is folded lower like
      *    SAFE-EMAIL folds them
           MOVE SPACES TO WS-KEY-20
           MOVE KEYFI TO WS-KEY-20
           EVALUATE TRUE
                 MOVE FUNCTION UPPER-CASE(WS-KEY-20(1:3))
                    TO WS-KEY-20(1:3)
              WHEN WS-TABLE-IS-ENTITLE
              WHEN WS-TABLE-IS-COUNTRY
                 MOVE FUNCTION UPPER-CASE(WS-KEY-20) TO WS-KEY-20
              WHEN OTHER
                 MOVE FUNCTION LOWER-CASE(WS-KEY-20) TO WS-KEY-20
           END-EVALUATE

           MOVE SPACES TO PC-RISK-RATING
           MOVE SPACES TO PC-EMBARGO
           MOVE SPACES TO PC-EXPIRES
           IF WS-TABLE-IS-COUNTRY AND WS-ACTION-IS-ADD
              MOVE WS-RATING-CHOICE TO PC-RISK-RATING
              MOVE WS-EMBARGO-CHOICE TO PC-EMBARGO
              MOVE EXPFI TO PC-EXPIRES
           END-IF

           MOVE WS-TABLE-CHOICE TO PC-TABLE-ID
           MOVE WS-KEY-20 TO PC-ENTRY-KEY
           MOVE WS-ACTION-CHOICE TO PC-ACTION
              GO TO WRITE-PENDING-CHANGE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-TABLE-IS-CURRENCY
                 MOVE "CURRVSAM" TO WS-PA-OBJECT
              WHEN WS-TABLE-IS-ENTITLE
                 MOVE "VGENTITL" TO WS-PA-OBJECT
              WHEN WS-TABLE-IS-COUNTRY
                 MOVE "CTRYVSAM" TO WS-PA-OBJECT
              WHEN OTHER
                 MOVE "DISPVSAM" TO WS-PA-OBJECT
           END-EVALUATE
           MOVE "R" TO WS-PA-ACTION
           MOVE WS-KEY-20 TO WS-PA-KEY
           MOVE SPACES TO WS-PA-RAISED-BY
           MOVE PC-PEND-KEY TO WS-PA-HASH-SUBJECT
           PERFORM QUEUE-PRIVILEGED-ACTION

           MOVE "CHANGE RECORDED - AWAITING SECOND APPROVAL"
              TO WS-MSG.

           MOVE SPACES TO KEYFO
           MOVE SPACES TO DECFO
           MOVE SPACES TO ACTFO
           MOVE SPACES TO RTGFO
           MOVE SPACES TO EMBFO
           MOVE SPACES TO EXPFO
           MOVE -1 TO TBLFL

           EXEC CICS SEND MAP('TBLMNT1') MAPSET('TBLMSET')
       SEND-RESULT-MAP-EXIT.
           EXIT.

      *================================================================
      * QUEUE-PRIVILEGED-ACTION: put the action just completed on
      * the VAUD queue for the audit trail - who did it (WS-USERID),
      * what (WS-PA-ACTION) to which record (WS-PA-OBJECT and
      * WS-PA-KEY), and who raised it where someone else did
      *================================================================
       QUEUE-PRIVILEGED-ACTION SECTION.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-PA-HASH-SUBJECT TO WS-HASH-INPUT(1:64)
           COMPUTE WS-HASH-INPUT-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-PA-HASH-SUBJECT TRAILING))
           CALL "HASH-SHA256" USING WS-HASH-INPUT WS-HASH-INPUT-LEN
               WS-HASH-OUTPUT WS-HASH-OUTPUT-LEN WS-HASH-RESULT

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PA-ACTED-AT
           MOVE WS-USERID TO WS-PA-USERID
           MOVE "TBLMAINT" TO TD-CALLING-PROGRAM
           MOVE "PRIVILEGED-ACTION" TO TD-VALIDATOR-NAME
           MOVE WS-HASH-OUTPUT(1:64) TO TD-INPUT-HASH
           MOVE "+" TO TD-RESULT-SIGN
           MOVE 0 TO TD-RESULT-DIGITS
           MOVE WS-PRIV-ACTION-MSG TO TD-ERROR-MSG

           EXEC CICS WRITEQ TD QUEUE('VAUD')
                FROM(WS-TDQ-AUDIT-RECORD)
                LENGTH(WS-TDQ-AUDIT-LENGTH)
           END-EXEC.

       QUEUE-PRIVILEGED-ACTION-EXIT.
           EXIT.

      *================================================================
      * ABEND-EXIT: unexpected CICS condition - tell the operator and
      * end the transaction cleanly rather than let it abend
