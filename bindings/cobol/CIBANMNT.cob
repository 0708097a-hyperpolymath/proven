      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven CustIbanMaint - remitter IBAN registry maintenance
      * for COBOL
      *

      *================================================================
      * The CUSTIBAN registry (one customer ID and registered
      * remitter IBAN per line) is what RECVIN matches incoming
      * credits on, and until now it was edited by hand. This job
      * applies the customer desk's CIBANTXN changes to it in an
      * old-master/new-master pass, CUSTIBAN in and CIBANOUT out,
      * as DEDUPAPL rewrites it:
      *
      *   A  register an IBAN to a customer - refused when the IBAN
      *      is already registered to anyone (CIB001)
      *   D  deregister it - refused unless it is registered to
      *      that same customer (CIB002)
      *
      * Every change is checked before it is applied. The IBAN must
      * pass IS-VALID-IBAN (IBN001). An IBAN being registered must
      * also belong to a bank the BANKDIR bank directory knows and
      * has in force today, through BANK-REACH-CHECK
      * (PROVEN-BANKDIR): the remitter bank's BIC when the desk
      * keys one - which must also pass IS-VALID-BIC and
      * IBAN-BIC-MATCH (BIC001) - and, for a GB IBAN, the sort code
      * it carries in positions 9-14. An unknown code is refused
      * BNK001 and an expired one BNK002, so an IBAN at a bank
      * that no longer exists is never registered to match on.
      * Deregistration is never held to the directory - an IBAN at
      * a bank that has gone must still be removable.
      *
      * Accepted changes are parked on the CIBNWRK work KSDS, keyed
      * by IBAN, so the registry pass finds each one by a keyed read
      * instead of an in-storage table, and a second change to the
      * same IBAN in one run is refused (CIB004). Refused changes go
      * to CIBANREJ with the reason and its catalog code, and set
      * COND code 4.
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIBANMNT.
       AUTHOR. Hyperpolymath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIBANTXN-FILE ASSIGN TO "CIBANTXN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT CUSTIBAN-FILE ASSIGN TO "CUSTIBAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT CIBANOUT-FILE ASSIGN TO "CIBANOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT CIBANREJ-FILE ASSIGN TO "CIBANREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT CIBNWRK-FILE ASSIGN TO "CIBNWRK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WK-REMIT-IBAN
              FILE STATUS IS WS-WK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One registry change per line, keyed by the customer desk
       FD  CIBANTXN-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  CIBANTXN-RECORD.
           05 TX-ACTION                 PIC X(1).
              88 TX-IS-ADD              VALUE "A".
              88 TX-IS-DELETE           VALUE "D".
           05 TX-CUSTOMER-ID            PIC X(36).
           05 TX-REMIT-IBAN             PIC X(34).
           05 TX-REMIT-BIC              PIC X(11).
           05 TX-REQUESTED-BY           PIC X(8).

      * Remitter IBAN registry as RECVIN reads it
       FD  CUSTIBAN-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CUSTIBAN-RECORD.
           05 CB-CUSTOMER-ID            PIC X(36).
           05 CB-REMIT-IBAN             PIC X(34).

      * The registry as it stands after this run's changes
       FD  CIBANOUT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CIBANOUT-RECORD.
           05 CO-CUSTOMER-ID            PIC X(36).
           05 CO-REMIT-IBAN             PIC X(34).

      * Refused changes, with the reason and its catalog code
       FD  CIBANREJ-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  CIBANREJ-RECORD.
           05 CR-TRANSACTION            PIC X(90).
           05 CR-REJECT-REASON          PIC X(50).
           05 CR-REJECT-CODE            PIC X(6).

      * This run's accepted changes keyed by upper-cased IBAN - a
      * work KSDS, emptied when the run opens it. WK-STATE is P
      * until the registry pass has applied (D) or refused (R) it
       FD  CIBNWRK-FILE
           RECORD CONTAINS 184 CHARACTERS.
       01  CIBNWRK-RECORD.
           05 WK-REMIT-IBAN             PIC X(34).
           05 WK-TRANSACTION.
              10 WK-ACTION              PIC X(1).
              10 WK-CUSTOMER-ID         PIC X(36).
              10 WK-TX-IBAN             PIC X(34).
              10 WK-REMIT-BIC           PIC X(11).
              10 WK-REQUESTED-BY        PIC X(8).
           05 WK-STATE                  PIC X(1).
              88 WK-IS-PENDING          VALUE "P".
              88 WK-IS-DONE             VALUE "D".
              88 WK-IS-REFUSED          VALUE "R".
           05 WK-REJECT-CODE            PIC X(6).
           05 WK-REJECT-REASON          PIC X(50).
           05 FILLER                    PIC X(3).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-TX-FILE-STATUS            PIC X(2).
       01 WS-CB-FILE-STATUS            PIC X(2).
       01 WS-CO-FILE-STATUS            PIC X(2).
       01 WS-CR-FILE-STATUS            PIC X(2).
       01 WS-WK-FILE-STATUS            PIC X(2).
       01 WS-TX-EOF                    PIC 9 VALUE 0.
          88 WS-TX-AT-EOF              VALUE 1.
       01 WS-CB-EOF                    PIC 9 VALUE 0.
          88 WS-CB-AT-EOF              VALUE 1.
       01 WS-WK-EOF                    PIC 9 VALUE 0.
          88 WS-WK-AT-EOF              VALUE 1.

      * Control counts
       01 WS-TXN-READ                  PIC 9(8) VALUE 0.
       01 WS-REGISTRY-READ             PIC 9(8) VALUE 0.
       01 WS-REGISTRY-WRITTEN          PIC 9(8) VALUE 0.
       01 WS-ADDED-COUNT               PIC 9(8) VALUE 0.
       01 WS-DELETED-COUNT             PIC 9(8) VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(8) VALUE 0.
       01 WS-WORK-FAIL-COUNT           PIC 9(8) VALUE 0.

      * The change being checked
       01 WS-TODAY                     PIC 9(8).
       01 WS-UPPER-IBAN                PIC X(34).
       01 WS-REJECT-REASON             PIC X(50).
       01 WS-REJECT-CODE               PIC X(6).
       01 WS-REFUSED-TXN               PIC X(90).

      * SAFE-IBAN / SAFE-BIC call fields
       01 WS-IBAN-LENGTH               PIC 9(2).
       01 WS-IBAN-RESULT               PIC 9.
       01 WS-IBAN-ERROR-MSG            PIC X(50).
       01 WS-BIC-LENGTH                PIC 9(2).
       01 WS-BIC-RESULT                PIC 9.
       01 WS-BIC-ERROR-MSG             PIC X(50).

      * BANK-REACH-CHECK / BANK-DIR-OPEN call fields (see
      * PROVEN-BANKDIR.cob)
       01 WS-BR-CODE-TYPE              PIC X(1).
       01 WS-BR-BANK-CODE              PIC X(11).
       01 WS-BR-SCHEME                 PIC X(4) VALUE SPACES.
       01 WS-BR-INSTITUTION            PIC X(60).
       01 WS-BR-STATUS                 PIC S9(4) COMP.
       01 WS-BR-REASON-CODE            PIC X(6).
       01 WS-BR-MSG                    PIC X(50).

      * STATUS-TO-RC call fields (see PROVENH.cpy PROVEN-STATUS-CODES)
       01 WS-PS-OK                     PIC S9(4) COMP VALUE +0.
       01 WS-PS-VALIDATE               PIC S9(4) COMP VALUE -7.
       01 WS-PS-BOUNDS                 PIC S9(4) COMP VALUE -8.
       01 WS-PS-ALLOC                  PIC S9(4) COMP VALUE -10.
       01 WS-RC-RESULT                 PIC 9(2).

       PROCEDURE DIVISION.

      *================================================================
      * MAIN-CONTROL: check and park the changes, pass the registry
      * applying them, then register the new IBANs and list what
      * could not be applied
      *================================================================
       MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-FILES

           PERFORM UNTIL WS-TX-AT-EOF
              READ CIBANTXN-FILE
                 AT END
                    MOVE 1 TO WS-TX-EOF
                 NOT AT END
                    PERFORM CHECK-ONE-CHANGE
              END-READ
           END-PERFORM

           PERFORM UNTIL WS-CB-AT-EOF
              READ CUSTIBAN-FILE
                 AT END
                    MOVE 1 TO WS-CB-EOF
                 NOT AT END
                    PERFORM PASS-ONE-REGISTRATION
              END-READ
           END-PERFORM

           PERFORM FINISH-PARKED-CHANGES
           PERFORM CLOSE-FILES

           DISPLAY "CIBANMNT: " WS-TXN-READ " change(s), "
              WS-ADDED-COUNT " registered, " WS-DELETED-COUNT
              " deregistered, " WS-REFUSED-COUNT " refused"
           DISPLAY "CIBANMNT: " WS-REGISTRY-READ " registry line(s) "
              "in, " WS-REGISTRY-WRITTEN " out"

           EVALUATE TRUE
              WHEN WS-WORK-FAIL-COUNT > 0
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
      * OPEN-FILES: aborts with COND code 16 if any file - or the
      * bank directory - cannot be opened
      *================================================================
       OPEN-FILES SECTION.
           OPEN INPUT CIBANTXN-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
              DISPLAY "CIBANMNT: cannot open CIBANTXN, status="
                 WS-TX-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CUSTIBAN-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
              DISPLAY "CIBANMNT: cannot open CUSTIBAN, status="
                 WS-CB-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CIBANOUT-FILE
           IF WS-CO-FILE-STATUS NOT = "00"
              DISPLAY "CIBANMNT: cannot open CIBANOUT, status="
                 WS-CO-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CIBANREJ-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
              DISPLAY "CIBANMNT: cannot open CIBANREJ, status="
                 WS-CR-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CIBNWRK-FILE
           IF WS-WK-FILE-STATUS = "00"
              CLOSE CIBNWRK-FILE
              OPEN I-O CIBNWRK-FILE
           END-IF
           IF WS-WK-FILE-STATUS NOT = "00"
              DISPLAY "CIBANMNT: cannot open CIBNWRK, status="
                 WS-WK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           CALL "BANK-DIR-OPEN" USING WS-BR-STATUS WS-BR-MSG
           IF WS-BR-STATUS NOT = 0
              DISPLAY "CIBANMNT: cannot open BANKDIR - "
                 FUNCTION TRIM(WS-BR-MSG)
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * CHECK-ONE-CHANGE: edit one change and park it on CIBNWRK, or
      * refuse it
      *================================================================
       CHECK-ONE-CHANGE SECTION.
           IF CIBANTXN-RECORD = SPACES
              GO TO CHECK-ONE-CHANGE-EXIT
           END-IF
           ADD 1 TO WS-TXN-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-CODE
           MOVE FUNCTION UPPER-CASE(TX-ACTION) TO TX-ACTION
           MOVE FUNCTION UPPER-CASE(TX-REMIT-IBAN) TO WS-UPPER-IBAN
           MOVE WS-UPPER-IBAN TO TX-REMIT-IBAN
           MOVE FUNCTION UPPER-CASE(TX-REMIT-BIC) TO TX-REMIT-BIC
           MOVE CIBANTXN-RECORD TO WS-REFUSED-TXN

           IF NOT TX-IS-ADD AND NOT TX-IS-DELETE
              MOVE "Action must be A or D" TO WS-REJECT-REASON
              MOVE "CIB003" TO WS-REJECT-CODE
              PERFORM REFUSE-TRANSACTION
              GO TO CHECK-ONE-CHANGE-EXIT
           END-IF

           IF TX-CUSTOMER-ID = SPACES
              MOVE "Customer ID missing" TO WS-REJECT-REASON
              MOVE "CIB003" TO WS-REJECT-CODE
              PERFORM REFUSE-TRANSACTION
              GO TO CHECK-ONE-CHANGE-EXIT
           END-IF

           COMPUTE WS-IBAN-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(TX-REMIT-IBAN))
           CALL "IS-VALID-IBAN" USING TX-REMIT-IBAN WS-IBAN-LENGTH
               WS-IBAN-RESULT WS-IBAN-ERROR-MSG
           IF WS-IBAN-RESULT NOT = 1
              MOVE WS-IBAN-ERROR-MSG TO WS-REJECT-REASON
              MOVE "IBN001" TO WS-REJECT-CODE
              PERFORM REFUSE-TRANSACTION
              GO TO CHECK-ONE-CHANGE-EXIT
           END-IF

           IF TX-IS-ADD
              PERFORM CHECK-REMITTER-BANK
              IF WS-REJECT-REASON NOT = SPACES
                 PERFORM REFUSE-TRANSACTION
                 GO TO CHECK-ONE-CHANGE-EXIT
              END-IF
           END-IF

           MOVE SPACES TO CIBNWRK-RECORD
           MOVE WS-UPPER-IBAN TO WK-REMIT-IBAN
           MOVE CIBANTXN-RECORD TO WK-TRANSACTION
           MOVE "P" TO WK-STATE
           WRITE CIBNWRK-RECORD
              INVALID KEY
                 IF WS-WK-FILE-STATUS = "22"
                    MOVE "IBAN already changed earlier in this run"
                       TO WS-REJECT-REASON
                    MOVE "CIB004" TO WS-REJECT-CODE
                 ELSE
                    ADD 1 TO WS-WORK-FAIL-COUNT
                    MOVE "Could not park the change" TO
                       WS-REJECT-REASON
                    MOVE "CIB005" TO WS-REJECT-CODE
                 END-IF
                 PERFORM REFUSE-TRANSACTION
           END-WRITE.

       CHECK-ONE-CHANGE-EXIT.
           EXIT.

      *================================================================
      * CHECK-REMITTER-BANK: an IBAN being registered must be at a
      * bank the directory knows and has in force - by the keyed BIC
      * (which must also be a real BIC matching the IBAN's country)
      * and, for a GB IBAN, by the sort code inside it
      * Output: WS-REJECT-REASON/WS-REJECT-CODE (set on refusal)
      *================================================================
       CHECK-REMITTER-BANK SECTION.
           IF TX-REMIT-BIC NOT = SPACES
              COMPUTE WS-BIC-LENGTH =
                 FUNCTION LENGTH(FUNCTION TRIM(TX-REMIT-BIC))
              CALL "IS-VALID-BIC" USING TX-REMIT-BIC WS-BIC-LENGTH
                  WS-BIC-RESULT WS-BIC-ERROR-MSG
              IF WS-BIC-RESULT NOT = 1
                 MOVE WS-BIC-ERROR-MSG TO WS-REJECT-REASON
                 MOVE "BIC001" TO WS-REJECT-CODE
                 GO TO CHECK-REMITTER-BANK-EXIT
              END-IF

              CALL "IBAN-BIC-MATCH" USING TX-REMIT-IBAN
                  WS-IBAN-LENGTH TX-REMIT-BIC WS-BIC-LENGTH
                  WS-BIC-RESULT WS-BIC-ERROR-MSG
              IF WS-BIC-RESULT NOT = 1
                 MOVE WS-BIC-ERROR-MSG TO WS-REJECT-REASON
                 MOVE "BIC001" TO WS-REJECT-CODE
                 GO TO CHECK-REMITTER-BANK-EXIT
              END-IF

              MOVE "B" TO WS-BR-CODE-TYPE
              MOVE TX-REMIT-BIC TO WS-BR-BANK-CODE
              PERFORM CALL-BANK-REACH-CHECK
              IF WS-REJECT-REASON NOT = SPACES
                 GO TO CHECK-REMITTER-BANK-EXIT
              END-IF
           END-IF

           IF TX-REMIT-IBAN(1:2) = "GB"
              MOVE "S" TO WS-BR-CODE-TYPE
              MOVE SPACES TO WS-BR-BANK-CODE
              MOVE TX-REMIT-IBAN(9:6) TO WS-BR-BANK-CODE
              PERFORM CALL-BANK-REACH-CHECK
           END-IF.

       CHECK-REMITTER-BANK-EXIT.
           EXIT.

      *================================================================
      * CALL-BANK-REACH-CHECK: known and in force today - no scheme
      * is asked of a remitter's bank
      *================================================================
       CALL-BANK-REACH-CHECK SECTION.
           CALL "BANK-REACH-CHECK" USING WS-BR-CODE-TYPE
               WS-BR-BANK-CODE WS-BR-SCHEME WS-TODAY
               WS-BR-INSTITUTION WS-BR-STATUS WS-BR-REASON-CODE
               WS-BR-MSG

           EVALUATE WS-BR-STATUS
              WHEN 0
                 CONTINUE
              WHEN -7
                 MOVE WS-BR-MSG TO WS-REJECT-REASON
                 MOVE WS-BR-REASON-CODE TO WS-REJECT-CODE
              WHEN OTHER
                 MOVE WS-BR-MSG TO WS-REJECT-REASON
                 MOVE "BNK001" TO WS-REJECT-CODE
           END-EVALUATE.

       CALL-BANK-REACH-CHECK-EXIT.
           EXIT.

      *================================================================
      * PASS-ONE-REGISTRATION: copy one registry line to CIBANOUT
      * unless a parked change deregisters it; a parked change that
      * cannot apply to the line it found is marked refused
      *================================================================
       PASS-ONE-REGISTRATION SECTION.
           IF CUSTIBAN-RECORD = SPACES
              GO TO PASS-ONE-REGISTRATION-EXIT
           END-IF
           ADD 1 TO WS-REGISTRY-READ

           MOVE FUNCTION UPPER-CASE(CB-REMIT-IBAN) TO WK-REMIT-IBAN
           READ CIBNWRK-FILE
              INVALID KEY
                 PERFORM COPY-REGISTRATION
                 GO TO PASS-ONE-REGISTRATION-EXIT
           END-READ

           IF NOT WK-IS-PENDING
              PERFORM COPY-REGISTRATION
              GO TO PASS-ONE-REGISTRATION-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WK-ACTION = "A"
                 MOVE "R" TO WK-STATE
                 MOVE "CIB001" TO WK-REJECT-CODE
                 MOVE "IBAN already registered" TO WK-REJECT-REASON
                 PERFORM COPY-REGISTRATION
              WHEN WK-CUSTOMER-ID NOT = CB-CUSTOMER-ID
                 MOVE "R" TO WK-STATE
                 MOVE "CIB002" TO WK-REJECT-CODE
                 MOVE "IBAN registered to another customer"
                    TO WK-REJECT-REASON
                 PERFORM COPY-REGISTRATION
              WHEN OTHER
                 MOVE "D" TO WK-STATE
                 ADD 1 TO WS-DELETED-COUNT
           END-EVALUATE

           REWRITE CIBNWRK-RECORD
              INVALID KEY
                 ADD 1 TO WS-WORK-FAIL-COUNT
                 DISPLAY "CIBANMNT: CIBNWRK rewrite failed, status="
                    WS-WK-FILE-STATUS " for " WK-REMIT-IBAN
           END-REWRITE.

       PASS-ONE-REGISTRATION-EXIT.
           EXIT.

      *================================================================
      * COPY-REGISTRATION
      *================================================================
       COPY-REGISTRATION SECTION.
           MOVE CUSTIBAN-RECORD TO CIBANOUT-RECORD
           WRITE CIBANOUT-RECORD
           ADD 1 TO WS-REGISTRY-WRITTEN.

       COPY-REGISTRATION-EXIT.
           EXIT.

      *================================================================
      * FINISH-PARKED-CHANGES: browse the parked changes - a pending
      * registration is added to the new registry, a pending
      * deregistration found no line and is refused, and every
      * refusal goes to CIBANREJ
      *================================================================
       FINISH-PARKED-CHANGES SECTION.
           MOVE LOW-VALUES TO WK-REMIT-IBAN
           START CIBNWRK-FILE KEY NOT LESS THAN WK-REMIT-IBAN
              INVALID KEY
                 MOVE 1 TO WS-WK-EOF
           END-START

           PERFORM UNTIL WS-WK-AT-EOF
              READ CIBNWRK-FILE NEXT
                 AT END
                    MOVE 1 TO WS-WK-EOF
                 NOT AT END
                    PERFORM FINISH-ONE-CHANGE
              END-READ
           END-PERFORM.

       FINISH-PARKED-CHANGES-EXIT.
           EXIT.

      *================================================================
      * FINISH-ONE-CHANGE
      *================================================================
       FINISH-ONE-CHANGE SECTION.
           IF WK-IS-PENDING
              IF WK-ACTION = "A"
                 MOVE WK-CUSTOMER-ID TO CO-CUSTOMER-ID
                 MOVE WK-REMIT-IBAN TO CO-REMIT-IBAN
                 WRITE CIBANOUT-RECORD
                 ADD 1 TO WS-REGISTRY-WRITTEN
                 ADD 1 TO WS-ADDED-COUNT
              ELSE
                 MOVE "R" TO WK-STATE
                 MOVE "CIB002" TO WK-REJECT-CODE
                 MOVE "IBAN not registered" TO WK-REJECT-REASON
              END-IF
           END-IF

           IF WK-IS-REFUSED
              MOVE WK-TRANSACTION TO WS-REFUSED-TXN
              MOVE WK-REJECT-REASON TO WS-REJECT-REASON
              MOVE WK-REJECT-CODE TO WS-REJECT-CODE
              PERFORM REFUSE-TRANSACTION
           END-IF.

       FINISH-ONE-CHANGE-EXIT.
           EXIT.

      *================================================================
      * REFUSE-TRANSACTION: the change, why, and the catalog code
      *================================================================
       REFUSE-TRANSACTION SECTION.
           MOVE WS-REFUSED-TXN TO CR-TRANSACTION
           MOVE WS-REJECT-REASON TO CR-REJECT-REASON
           MOVE WS-REJECT-CODE TO CR-REJECT-CODE
           WRITE CIBANREJ-RECORD
           ADD 1 TO WS-REFUSED-COUNT.

       REFUSE-TRANSACTION-EXIT.
           EXIT.

      *================================================================
      * CLOSE-FILES
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CIBANTXN-FILE
           CLOSE CUSTIBAN-FILE
           CLOSE CIBANOUT-FILE
           CLOSE CIBANREJ-FILE
           CLOSE CIBNWRK-FILE.

       CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CIBANMNT.
