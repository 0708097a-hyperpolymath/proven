      * REVALRPT exception section and set COND code 4 - finance gets
      * system rates and an audit trail instead of a spreadsheet of
      * hand-keyed ones.
      *
      * The gain or loss no longer leaves as a one-sided feed: each
      * position's result posts through GL-POST as a balanced
      * journal voucher - the result on FXUNRLZD and its offset on
      * the CLRFXREV revaluation clearing account, under the
      * booking entity named by PROVEN_ENTITY - and REVLPOST keeps
      * the period-tagged record of each result the GL accepted. A
      * voucher GL-POST refuses is noted against its position and
      * sets COND code 8.
      *================================================================

       IDENTIFICATION DIVISION.
           05 RO-BASE-MINOR             PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

      * Unrealized gain/loss results the GL accepted, tagged with
      * the fiscal year/period the revaluation falls in
       FD  REVLPOST-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  REVLPOST-RECORD.
       01 WS-REVALUED-COUNT            PIC 9(6) VALUE 0.
       01 WS-NO-RATE-COUNT             PIC 9(6) VALUE 0.
       01 WS-PRIOR-OVERFLOW-COUNT      PIC 9(6) VALUE 0.
       01 WS-POST-FAIL-COUNT           PIC 9(6) VALUE 0.

      * Base currency every position revalues into
       01 WS-BASE-CURRENCY             PIC X(3) VALUE "USD".
       01 WS-FP-RESULT                 PIC 9.

       01 WS-GAIN-LOSS-MINOR           PIC S9(15) COMP-3.

      * GL-POST call fields (see PROVEN-GL-POST.cob)
       01 WS-GP-VOUCHER-ID             PIC X(12).
       01 WS-GP-TRANS-ID               PIC X(12).
       01 WS-GP-CURRENCY               PIC X(3).
       01 WS-GP-AMOUNT-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ACCOUNT-CODE           PIC X(8)
          VALUE "FXUNRLZD".
       01 WS-GP-OFFSET-ACCOUNT         PIC X(8)
          VALUE "CLRFXREV".
       01 WS-GP-OFFSET-MINOR           PIC S9(15) COMP-3.
       01 WS-GP-ENTITY                 PIC X(4).
       01 WS-GP-RESULT-STATUS          PIC S9(4) COMP.
       01 WS-GP-ERROR-MSG              PIC X(50).
       01 WS-CURRENT-BASE-MINOR        PIC S9(15) COMP-3.

      * Report lines
      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

      *================================================================
       MAIN-CONTROL SECTION.
           PERFORM OPEN-FILES
           PERFORM READ-ENTITY-CODE
           PERFORM RESOLVE-FISCAL-PERIOD
           PERFORM LOAD-PRIOR-VALUES
           PERFORM WRITE-REPORT-HEADINGS
              WS-REVALUED-COUNT " revalued, " WS-NO-RATE-COUNT
              " without a usable rate"

           EVALUATE TRUE
              WHEN WS-POST-FAIL-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
              WHEN WS-NO-RATE-COUNT > 0 OR WS-PRIOR-OVERFLOW-COUNT > 0
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              WHEN OTHER
                 CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-EVALUATE
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * READ-ENTITY-CODE: the booking entity this run posts under,
      * from the PROVEN_ENTITY environment setting the scheduler
      * exports per stream - defaulted for the single-entity runs
      *================================================================
       READ-ENTITY-CODE SECTION.
           DISPLAY "PROVEN_ENTITY" UPON ENVIRONMENT-NAME
           ACCEPT WS-GP-ENTITY FROM ENVIRONMENT-VALUE
           IF WS-GP-ENTITY = SPACES OR WS-GP-ENTITY = LOW-VALUES
              MOVE "E001" TO WS-GP-ENTITY
           END-IF.

       READ-ENTITY-CODE-EXIT.
           EXIT.

      *================================================================
      * RESOLVE-FISCAL-PERIOD: look up the fiscal year/period the
      * revaluation date (today) falls in, once for the whole run

      *================================================================
      * POST-GAIN-LOSS: compare the new base value to the prior one,
      * post the unrealized gain/loss voucher, write the closing
      * state record, and list the position on the report
      *================================================================
       POST-GAIN-LOSS SECTION.
           PERFORM FIND-PRIOR-VALUE
           MOVE WS-CURRENT-BASE-MINOR TO WS-PL-BASE-VALUE
           MOVE WS-GAIN-LOSS-MINOR TO WS-PL-GAIN-LOSS
           MOVE SPACES TO WS-PL-NOTE

           IF WS-GAIN-LOSS-MINOR NOT = 0
              MOVE BL-ACCOUNT-ID TO WS-GP-TRANS-ID
              MOVE WS-BASE-CURRENCY TO WS-GP-CURRENCY
              MOVE WS-GAIN-LOSS-MINOR TO WS-GP-AMOUNT-MINOR
              PERFORM POST-BALANCED-VOUCHER
              IF WS-GP-RESULT-STATUS = 0
                 MOVE BL-ACCOUNT-ID TO RP-TRANS-ID
                 MOVE WS-BASE-CURRENCY TO RP-CURRENCY
                 MOVE WS-GAIN-LOSS-MINOR TO RP-AMOUNT-MINOR
                 MOVE WS-FISCAL-YEAR TO RP-FISCAL-YEAR
                 MOVE WS-FISCAL-PERIOD TO RP-FISCAL-PERIOD
                 WRITE REVLPOST-RECORD
              ELSE
                 ADD 1 TO WS-POST-FAIL-COUNT
                 MOVE WS-GP-ERROR-MSG(1:24) TO WS-PL-NOTE
              END-IF
           END-IF

           WRITE REVALRPT-RECORD FROM WS-POSITION-LINE

           MOVE BL-ACCOUNT-ID TO RO-ACCOUNT-ID
           MOVE BL-CURRENCY TO RO-CURRENCY
           MOVE WS-CURRENT-BASE-MINOR TO RO-BASE-MINOR
       POST-GAIN-LOSS-EXIT.
           EXIT.

      *================================================================
      * POST-BALANCED-VOUCHER: the WS-GP- amount as a journal
      * voucher of two legs - the business leg on WS-GP-ACCOUNT-CODE
      * and its negation on the clearing account - posted together
      * through GL-POST, or refused together
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

           COMPUTE WS-GP-OFFSET-MINOR = 0 - WS-GP-AMOUNT-MINOR
           CALL "GL-POST-OFFSET" USING WS-GP-TRANS-ID WS-GP-CURRENCY
               WS-GP-OFFSET-MINOR WS-GP-OFFSET-ACCOUNT
               WS-GP-ENTITY WS-GP-RESULT-STATUS WS-GP-ERROR-MSG

      *    A refused leg comes back from the close as the reason
      *    the whole voucher was rejected
           CALL "GL-VOUCHER-POST" USING WS-GP-RESULT-STATUS
               WS-GP-ERROR-MSG.

       POST-BALANCED-VOUCHER-EXIT.
           EXIT.

      *================================================================
      * FIND-PRIOR-VALUE: last period's base value for this account/
      * currency position, zero when the position is new
           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "POSITIONS WITHOUT A RATE" TO WS-RPT-LABEL
           MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT
           WRITE REVALRPT-RECORD FROM WS-REPORT-LABEL-LINE

           MOVE SPACES TO WS-REPORT-LABEL-LINE
           MOVE "VOUCHERS REFUSED BY GL-POST" TO WS-RPT-LABEL
           MOVE WS-POST-FAIL-COUNT TO WS-RPT-COUNT
           WRITE REVALRPT-RECORD FROM WS-REPORT-LABEL-LINE.

       WRITE-SUMMARY-TOTALS-EXIT.
