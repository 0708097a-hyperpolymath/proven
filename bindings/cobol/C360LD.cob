      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven Cust360Load - customer 360 snapshot KSDS loader for
      * COBOL
      *

      *================================================================
      * The CUST360 inquiry screen answers from the files CICS can
      * read by customer - CUSTONL, VALSTAT, HSEHOLD, RISKSCOR and
      * the STMTARCH index - but a customer's balances, activity,
      * mandates, standing orders and delivery preference live in
      * batch files that are either sequential or keyed some other
      * way. This step lands them nightly, in the VALSTLD manner,
      * onto the C360SNAP KSDS keyed by customer ID, section and a
      * sort key, so the screen reaches each section with one
      * browse:
      *
      *   B  balances    each BALANCES position, attributed to its
      *                  customer through the ACCTMAST account; the
      *                  account's status rides along
      *   I  credits     money in from the ACTVTXN customer-keyed
      *   O  payments    activity feed (positive in, negative out),
      *                  newest first - the sort key is the posting
      *                  date inverted - for the trailing window
      *                  given as PARM='DDD' (default 30 days; the
      *                  ACTVTXN DD concatenates the days' generations
      *                  as it does for STRUCDET)
      *   M  mandates    the active direct-debit mandates on MANDATE
      *   S  standing    the active orders on STORDMST
      *      orders
      *   D  delivery    the statement and notification channels and
      *                  language on CHANPREF
      *
      * Amounts are landed as display text scaled under the
      * currency's GET-DECIMAL-PLACES answer (SAFE-CURRENCY), so the
      * screen needs no currency table of its own. The snapshot is
      * rebuilt from nothing every run - C360SNAP is a REUSE cluster
      * and is opened OUTPUT - so nothing it says is older than last
      * night's files. The CICS file must be closed around this step
      * as it is around VALSTLD.
      *
      * A position whose account is not on ACCTMAST cannot be
      * attributed and is counted; a record the snapshot refuses is
      * counted and sets COND code 8. 16 means a file could not be
      * opened.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. C360LD.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCES-FILE ASSIGN TO "BALANCES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-ACCOUNT-ID
              FILE STATUS IS WS-AM-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AX-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MD-MANDATE-ID
              FILE STATUS IS WS-MD-FILE-STATUS.

           SELECT STORDMST-FILE ASSIGN TO "STORDMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-FILE-STATUS.

           SELECT CHANPREF-FILE ASSIGN TO "CHANPREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT C360SNAP-FILE ASSIGN TO "C360SNAP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-KEY
              FILE STATUS IS WS-CS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Positions - mirrors POSLEDGR.cob's BALANCES-RECORD
       FD  BALANCES-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  BALANCES-RECORD.
           05 BL-ACCOUNT-ID             PIC X(12).
           05 BL-CURRENCY               PIC X(3).
           05 BL-POSITION-MINOR         PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.

      * Account master - mirrors ACCTMNT.cob's ACCTMAST-RECORD
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
           05 AM-LAST-CHANGED-DATE      PIC 9(8).
           05 AM-LAST-CHANGED-BY        PIC X(8).
           05 FILLER                    PIC X(28).

      * Customer-keyed activity - mirrors STRUCDET.cob's
      * ACTIVITY-RECORD field for field
       FD  ACTIVITY-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  ACTIVITY-RECORD.
           05 AX-CUSTOMER-ID            PIC X(36).
           05 AX-TRANS-ID               PIC X(12).
           05 AX-CURRENCY               PIC X(3).
           05 AX-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 AX-POSTING-DATE           PIC 9(8).

      * Direct-debit mandate master - mirrors MANDLOAD.cob's
      * MANDATE-RECORD field for field
       FD  MANDATE-FILE
           RECORD CONTAINS 105 CHARACTERS.
       01  MANDATE-RECORD.
           05 MD-MANDATE-ID             PIC X(16).
           05 MD-CUSTOMER-ID            PIC X(36).
           05 MD-DEBTOR-IBAN            PIC X(34).
           05 MD-SIGNATURE-DATE         PIC 9(8).
           05 MD-STATUS                 PIC X(1).
              88 MD-IS-ACTIVE           VALUE "A".
           05 MD-LAST-USED-DATE         PIC 9(8).
           05 MD-MANDATE-TYPE           PIC X(1).
           05 MD-SEQUENCE-STATE         PIC X(1).

      * Standing-order master - mirrors STANDORD.cob's
      * STORDMST-RECORD field for field
       FD  STORDMST-FILE
           RECORD CONTAINS 304 CHARACTERS.
       01  STORDMST-RECORD.
           05 SO-ORDER-ID               PIC X(12).
           05 SO-BENEF-IBAN             PIC X(34).
           05 SO-BENEF-BIC              PIC X(11).
           05 SO-CURRENCY               PIC X(3).
           05 SO-AMOUNT-MINOR           PIC S9(15)
              SIGN IS LEADING SEPARATE CHARACTER.
           05 SO-RULE-FREQUENCY         PIC X(1).
           05 SO-RULE-ANCHOR-DAY        PIC 9(2).
           05 SO-RULE-WEEKDAY           PIC 9(1).
           05 SO-RULE-ORDINAL           PIC 9(1).
           05 SO-RULE-ADJUSTMENT        PIC X(1).
           05 SO-LAST-RUN-DATE          PIC 9(8).
           05 SO-ACTIVE                 PIC 9(1).
              88 SO-IS-ACTIVE           VALUE 1.
           05 SO-CUSTOMER-ID            PIC X(36).
           05 SO-BENEF-NAME             PIC X(70).
           05 SO-BENEF-ADDR-LINE        PIC X(70).
           05 SO-BENEF-TOWN             PIC X(35).
           05 SO-BENEF-COUNTRY          PIC X(2).

      * Delivery-channel preference - mirrors STMTROUT.cob's
      * CHANPREF-RECORD field for field
       FD  CHANPREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CHANPREF-RECORD.
           05 CP-CUSTOMER-ID            PIC X(36).
           05 CP-CHANNEL                PIC X(1).
           05 CP-NOTIFY-CHANNEL         PIC X(1).
           05 CP-LANGUAGE               PIC X(2).

      * Customer 360 snapshot the CUST360 transaction reads
       FD  C360SNAP-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  C360SNAP-RECORD.
           05 CS-KEY.
              10 CS-CUSTOMER-ID         PIC X(36).
              10 CS-SECTION             PIC X(1).
                 88 CS-IS-BALANCE       VALUE "B".
                 88 CS-IS-CREDIT        VALUE "I".
                 88 CS-IS-PAYMENT       VALUE "O".
                 88 CS-IS-MANDATE       VALUE "M".
                 88 CS-IS-STANDING      VALUE "S".
                 88 CS-IS-DELIVERY      VALUE "D".
              10 CS-SORT-KEY            PIC 9(16).
           05 CS-REFERENCE              PIC X(34).
           05 CS-CURRENCY               PIC X(3).
           05 CS-AMOUNT-TEXT            PIC X(20).
           05 CS-ITEM-DATE              PIC 9(8).
           05 CS-ITEM-STATUS            PIC X(1).
           05 CS-DETAIL                 PIC X(30).
           05 CS-LOADED-DATE            PIC 9(8).
           05 FILLER                    PIC X(3).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-BL-FILE-STATUS            PIC X(2).
       01 WS-AM-FILE-STATUS            PIC X(2).
       01 WS-AX-FILE-STATUS            PIC X(2).
       01 WS-MD-FILE-STATUS            PIC X(2).
       01 WS-SM-FILE-STATUS            PIC X(2).
       01 WS-CP-FILE-STATUS            PIC X(2).
       01 WS-CS-FILE-STATUS            PIC X(2).
       01 WS-INPUT-EOF                 PIC 9 VALUE 0.
          88 WS-AT-EOF                 VALUE 1.

      * Run date and the activity window from the JCL PARM
       01 WS-PARM                      PIC X(8).
       01 WS-TODAY                     PIC 9(8).
       01 WS-WINDOW-DAYS               PIC 9(3) VALUE 30.
       01 WS-WINDOW-START              PIC 9(8).
       01 WS-ITEM-SEQ                  PIC 9(8) VALUE 0.

      * GET-DECIMAL-PLACES call fields (see SAFE-CURRENCY.cob)
       01 WS-DP-CURRENCY               PIC X(3).
       01 WS-DP-DECIMALS               PIC 9.
       01 WS-DP-RESULT                 PIC 9.

      * Amount-text assembly: minor units split into integer and
      * decimal parts under the currency's decimal places
       01 WS-AMT-MINOR                 PIC S9(15).
       01 WS-AMT-ABS                   PIC 9(15).
       01 WS-AMT-FACTOR                PIC 9(9).
       01 WS-AMT-INTEGER               PIC 9(15).
       01 WS-AMT-DECIMAL               PIC 9(9).
       01 WS-AMT-DECIMAL-TEXT          PIC X(9).
       01 WS-AMT-INT-EDIT              PIC Z(14)9.
       01 WS-AMT-SIGN                  PIC X(1).
       01 WS-AMOUNT-TEXT               PIC X(30).

      * Control counts
       01 WS-BALANCES-LOADED           PIC 9(8) VALUE 0.
       01 WS-BALANCES-UNOWNED          PIC 9(8) VALUE 0.
       01 WS-ACTIVITY-READ             PIC 9(8) VALUE 0.
       01 WS-ACTIVITY-LOADED           PIC 9(8) VALUE 0.
       01 WS-MANDATES-LOADED           PIC 9(8) VALUE 0.
       01 WS-ORDERS-LOADED             PIC 9(8) VALUE 0.
       01 WS-PREFS-LOADED              PIC 9(8) VALUE 0.
       01 WS-WRITE-FAIL-COUNT          PIC 9(8) VALUE 0.

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: each source in turn onto the emptied snapshot
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-RUN-PARM
           PERFORM OPEN-FILES

           PERFORM LOAD-BALANCES
           PERFORM LOAD-ACTIVITY
           PERFORM LOAD-MANDATES
           PERFORM LOAD-STANDING-ORDERS
           PERFORM LOAD-CHANNEL-PREFERENCES

           PERFORM CLOSE-FILES

           DISPLAY "C360LD: " WS-BALANCES-LOADED " balance(s) ("
              WS-BALANCES-UNOWNED " unattributed), "
              WS-ACTIVITY-LOADED " activity item(s) of "
              WS-ACTIVITY-READ ", " WS-MANDATES-LOADED
              " mandate(s), " WS-ORDERS-LOADED " standing order(s), "
              WS-PREFS-LOADED " preference(s), "
              WS-WRITE-FAIL-COUNT " write failure(s)"

           IF WS-WRITE-FAIL-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           ELSE
              CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
           END-IF
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * READ-RUN-PARM: 'DDD' - the activity window in days, counting
      * today
      *================================================================
       READ-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:3) IS NUMERIC
              MOVE WS-PARM(1:3) TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS = 0
              MOVE 30 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-WINDOW-DAYS
              + 1).

       READ-RUN-PARM-EXIT.
           EXIT.

      *================================================================
      * OPEN-FILES: aborts with COND code 16 if any file cannot be
      * opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT BALANCES-FILE
           IF WS-BL-FILE-STATUS NOT = "00"
              DISPLAY "C360LD: cannot open BALANCES, status="
                 WS-BL-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACCTMAST-FILE
           IF WS-AM-FILE-STATUS NOT = "00"
              AND WS-AM-FILE-STATUS NOT = "97"
              DISPLAY "C360LD: cannot open ACCTMAST, status="
                 WS-AM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ACTIVITY-FILE
           IF WS-AX-FILE-STATUS NOT = "00"
              DISPLAY "C360LD: cannot open ACTVTXN, status="
                 WS-AX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT MANDATE-FILE
           IF WS-MD-FILE-STATUS NOT = "00"
              AND WS-MD-FILE-STATUS NOT = "97"
              DISPLAY "C360LD: cannot open MANDATE, status="
                 WS-MD-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT STORDMST-FILE
           IF WS-SM-FILE-STATUS NOT = "00"
              DISPLAY "C360LD: cannot open STORDMST, status="
                 WS-SM-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CHANPREF-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
              DISPLAY "C360LD: cannot open CHANPREF, status="
                 WS-CP-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    The snapshot starts every run empty
           OPEN OUTPUT C360SNAP-FILE
           IF WS-CS-FILE-STATUS = "00"
              CLOSE C360SNAP-FILE
              OPEN I-O C360SNAP-FILE
           END-IF
           IF WS-CS-FILE-STATUS NOT = "00"
              DISPLAY "C360LD: cannot open C360SNAP, status="
                 WS-CS-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * LOAD-BALANCES: one B entry per position, under the customer
      * who owns the account
      *================================================================
       LOAD-BALANCES SECTION.
           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ BALANCES-FILE
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-BALANCE
              END-READ
           END-PERFORM.

       LOAD-BALANCES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-BALANCE
      *================================================================
       LOAD-ONE-BALANCE SECTION.
           MOVE BL-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCTMAST-FILE
              INVALID KEY
                 ADD 1 TO WS-BALANCES-UNOWNED
                 GO TO LOAD-ONE-BALANCE-EXIT
           END-READ

           MOVE SPACES TO C360SNAP-RECORD
           MOVE AM-CUSTOMER-ID TO CS-CUSTOMER-ID
           MOVE "B" TO CS-SECTION
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-ITEM-SEQ TO CS-SORT-KEY
           MOVE BL-ACCOUNT-ID TO CS-REFERENCE
           MOVE BL-CURRENCY TO CS-CURRENCY
           MOVE BL-CURRENCY TO WS-DP-CURRENCY
           MOVE BL-POSITION-MINOR TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT TO CS-AMOUNT-TEXT
           MOVE WS-TODAY TO CS-ITEM-DATE
           MOVE AM-STATUS TO CS-ITEM-STATUS
           MOVE AM-PRODUCT-CODE TO CS-DETAIL
           PERFORM WRITE-SNAPSHOT-ENTRY
           ADD 1 TO WS-BALANCES-LOADED.

       LOAD-ONE-BALANCE-EXIT.
           EXIT.

      *================================================================
      * LOAD-ACTIVITY: the window's postings, newest first under
      * each customer - the inverted date leads the sort key, the
      * load sequence breaks ties
      *================================================================
       LOAD-ACTIVITY SECTION.
           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ ACTIVITY-FILE
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    ADD 1 TO WS-ACTIVITY-READ
                    IF AX-POSTING-DATE NOT < WS-WINDOW-START
                       AND AX-POSTING-DATE NOT > WS-TODAY
                       AND AX-AMOUNT-MINOR NOT = 0
                       PERFORM LOAD-ONE-ACTIVITY
                    END-IF
              END-READ
           END-PERFORM.

       LOAD-ACTIVITY-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-ACTIVITY
      *================================================================
       LOAD-ONE-ACTIVITY SECTION.
           MOVE SPACES TO C360SNAP-RECORD
           MOVE AX-CUSTOMER-ID TO CS-CUSTOMER-ID
           IF AX-AMOUNT-MINOR > 0
              MOVE "I" TO CS-SECTION
           ELSE
              MOVE "O" TO CS-SECTION
           END-IF
           ADD 1 TO WS-ITEM-SEQ
           COMPUTE CS-SORT-KEY = (99999999 - AX-POSTING-DATE)
              * 100000000 + WS-ITEM-SEQ
           MOVE AX-TRANS-ID TO CS-REFERENCE
           MOVE AX-CURRENCY TO CS-CURRENCY
           MOVE AX-CURRENCY TO WS-DP-CURRENCY
           MOVE AX-AMOUNT-MINOR TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT TO CS-AMOUNT-TEXT
           MOVE AX-POSTING-DATE TO CS-ITEM-DATE
           PERFORM WRITE-SNAPSHOT-ENTRY
           ADD 1 TO WS-ACTIVITY-LOADED.

       LOAD-ONE-ACTIVITY-EXIT.
           EXIT.

      *================================================================
      * LOAD-MANDATES: every active mandate; the reference carries
      * the debtor IBAN for the screen to mask, the detail the
      * mandate ID
      *================================================================
       LOAD-MANDATES SECTION.
           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ MANDATE-FILE NEXT
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    IF MD-IS-ACTIVE
                       PERFORM LOAD-ONE-MANDATE
                    END-IF
              END-READ
           END-PERFORM.

       LOAD-MANDATES-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-MANDATE
      *================================================================
       LOAD-ONE-MANDATE SECTION.
           MOVE SPACES TO C360SNAP-RECORD
           MOVE MD-CUSTOMER-ID TO CS-CUSTOMER-ID
           MOVE "M" TO CS-SECTION
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-ITEM-SEQ TO CS-SORT-KEY
           MOVE MD-DEBTOR-IBAN TO CS-REFERENCE
           MOVE MD-LAST-USED-DATE TO CS-ITEM-DATE
           MOVE MD-MANDATE-TYPE TO CS-ITEM-STATUS
           MOVE MD-MANDATE-ID TO CS-DETAIL
           PERFORM WRITE-SNAPSHOT-ENTRY
           ADD 1 TO WS-MANDATES-LOADED.

       LOAD-ONE-MANDATE-EXIT.
           EXIT.

      *================================================================
      * LOAD-STANDING-ORDERS: every active order; the detail carries
      * the beneficiary's name for the screen to mask
      *================================================================
       LOAD-STANDING-ORDERS SECTION.
           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ STORDMST-FILE
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    IF SO-IS-ACTIVE AND SO-CUSTOMER-ID NOT = SPACES
                       PERFORM LOAD-ONE-STANDING-ORDER
                    END-IF
              END-READ
           END-PERFORM.

       LOAD-STANDING-ORDERS-EXIT.
           EXIT.

      *================================================================
      * LOAD-ONE-STANDING-ORDER
      *================================================================
       LOAD-ONE-STANDING-ORDER SECTION.
           MOVE SPACES TO C360SNAP-RECORD
           MOVE SO-CUSTOMER-ID TO CS-CUSTOMER-ID
           MOVE "S" TO CS-SECTION
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-ITEM-SEQ TO CS-SORT-KEY
           MOVE SO-ORDER-ID TO CS-REFERENCE
           MOVE SO-CURRENCY TO CS-CURRENCY
           MOVE SO-CURRENCY TO WS-DP-CURRENCY
           MOVE SO-AMOUNT-MINOR TO WS-AMT-MINOR
           PERFORM BUILD-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT TO CS-AMOUNT-TEXT
           MOVE SO-LAST-RUN-DATE TO CS-ITEM-DATE
           MOVE SO-RULE-FREQUENCY TO CS-ITEM-STATUS
           MOVE SO-BENEF-NAME TO CS-DETAIL
           PERFORM WRITE-SNAPSHOT-ENTRY
           ADD 1 TO WS-ORDERS-LOADED.

       LOAD-ONE-STANDING-ORDER-EXIT.
           EXIT.

      *================================================================
      * LOAD-CHANNEL-PREFERENCES: the statement channel as the
      * status, the notification channel and language as the detail
      *================================================================
       LOAD-CHANNEL-PREFERENCES SECTION.
           MOVE 0 TO WS-INPUT-EOF
           PERFORM UNTIL WS-AT-EOF
              READ CHANPREF-FILE
                 AT END
                    MOVE 1 TO WS-INPUT-EOF
                 NOT AT END
                    MOVE SPACES TO C360SNAP-RECORD
                    MOVE CP-CUSTOMER-ID TO CS-CUSTOMER-ID
                    MOVE "D" TO CS-SECTION
                    MOVE 0 TO CS-SORT-KEY
                    MOVE 0 TO CS-ITEM-DATE
                    MOVE CP-CHANNEL TO CS-ITEM-STATUS
                    MOVE CP-NOTIFY-CHANNEL TO CS-DETAIL(1:1)
                    MOVE CP-LANGUAGE TO CS-DETAIL(2:2)
                    PERFORM WRITE-SNAPSHOT-ENTRY
                    ADD 1 TO WS-PREFS-LOADED
              END-READ
           END-PERFORM.

       LOAD-CHANNEL-PREFERENCES-EXIT.
           EXIT.

      *================================================================
      * WRITE-SNAPSHOT-ENTRY: a later preference line for the same
      * customer replaces the earlier, as STMTROUT reads them
      *================================================================
       WRITE-SNAPSHOT-ENTRY SECTION.
           MOVE WS-TODAY TO CS-LOADED-DATE
           WRITE C360SNAP-RECORD
              INVALID KEY
                 IF CS-IS-DELIVERY
                    REWRITE C360SNAP-RECORD
                       INVALID KEY
                          ADD 1 TO WS-WRITE-FAIL-COUNT
                    END-REWRITE
                 ELSE
                    ADD 1 TO WS-WRITE-FAIL-COUNT
                    DISPLAY "C360LD: write to C360SNAP failed, "
                       "status=" WS-CS-FILE-STATUS " for "
                       CS-CUSTOMER-ID " " CS-SECTION
                 END-IF
           END-WRITE.

       WRITE-SNAPSHOT-ENTRY-EXIT.
           EXIT.

      *================================================================
      * BUILD-AMOUNT-TEXT: scale WS-AMT-MINOR into signed decimal
      * text under WS-DP-CURRENCY's GET-DECIMAL-PLACES answer
      *================================================================
       BUILD-AMOUNT-TEXT SECTION.
           CALL "GET-DECIMAL-PLACES" USING WS-DP-CURRENCY
               WS-DP-DECIMALS WS-DP-RESULT
           IF WS-DP-RESULT NOT = 1
              MOVE 2 TO WS-DP-DECIMALS
           END-IF

           MOVE SPACES TO WS-AMT-SIGN
           IF WS-AMT-MINOR < 0
              MOVE "-" TO WS-AMT-SIGN
           END-IF

           COMPUTE WS-AMT-FACTOR = 10 ** WS-DP-DECIMALS
           MOVE WS-AMT-MINOR TO WS-AMT-ABS
           COMPUTE WS-AMT-INTEGER = WS-AMT-ABS / WS-AMT-FACTOR
           COMPUTE WS-AMT-DECIMAL =
              FUNCTION MOD(WS-AMT-ABS WS-AMT-FACTOR)

           MOVE WS-AMT-INTEGER TO WS-AMT-INT-EDIT
           MOVE SPACES TO WS-AMOUNT-TEXT
           IF WS-DP-DECIMALS = 0
              STRING FUNCTION TRIM(WS-AMT-SIGN)
                 FUNCTION TRIM(WS-AMT-INT-EDIT)
                 DELIMITED BY SIZE INTO WS-AMOUNT-TEXT
           ELSE
              MOVE WS-AMT-DECIMAL TO WS-AMT-DECIMAL-TEXT
              STRING FUNCTION TRIM(WS-AMT-SIGN)
                 FUNCTION TRIM(WS-AMT-INT-EDIT) "."
                 WS-AMT-DECIMAL-TEXT(10 - WS-DP-DECIMALS:
                    WS-DP-DECIMALS)
                 DELIMITED BY SIZE INTO WS-AMOUNT-TEXT
           END-IF.

       BUILD-AMOUNT-TEXT-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE BALANCES-FILE
           CLOSE ACCTMAST-FILE
           CLOSE ACTIVITY-FILE
           CLOSE MANDATE-FILE
           CLOSE STORDMST-FILE
           CLOSE CHANPREF-FILE
           CLOSE C360SNAP-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM C360LD.
