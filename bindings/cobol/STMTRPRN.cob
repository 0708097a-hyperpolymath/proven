      * queued for a run with its generation mounted, because line
      * offsets counted against the wrong generation would post
      * the wrong customer's statement. No PARM is a hard stop.
      *
      * A request names the version wanted: the print image (P,
      * the default) or the HTML e-statement (H). HTML requests
      * are copied from the period's STMTHTML generation (DD
      * STMTHARV) to the RPRNHTML stream, using the HTML line
      * range STMTGEN indexed beside the print range. A statement
      * indexed before the HTML rendering existed has no HTML
      * range, and its HTML request stays queued and reported.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT STMTHARV-FILE ASSIGN TO "STMTHARV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HV-FILE-STATUS.

           SELECT RPRNHTML-FILE ASSIGN TO "RPRNHTML"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One reprint request per customer, period and version,
      * queued by the STMTRPRT screen
       FD  RPRTREQ-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  RPRTREQ-RECORD.
           05 RQ-KEY.
              10 RQ-CUSTOMER-ID         PIC X(36).
              10 RQ-PERIOD              PIC X(6).
              10 RQ-FORMAT              PIC X(1).
                 88 RQ-WANTS-HTML       VALUE "H".
           05 RQ-REQUESTED-BY           PIC X(8).
           05 RQ-REQUESTED-DATE         PIC 9(8).

      * Statement archive index as STMTGEN writes it
       FD  STMTARCH-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  STMTARCH-RECORD.
           05 SA-KEY.
              10 SA-CUSTOMER-ID         PIC X(36).
           05 SA-START-LINE             PIC 9(8).
           05 SA-LINE-COUNT             PIC 9(6).
           05 SA-RUN-DATE               PIC 9(8).
           05 SA-HTML-START-LINE        PIC 9(8).
           05 SA-HTML-LINE-COUNT        PIC 9(6).

      * The archived STMTOUT generation the JCL points at for the
      * requested period
           RECORD CONTAINS 132 CHARACTERS.
       01  RPRNOUT-RECORD               PIC X(132).

      * The archived STMTHTML generation for the same period
       FD  STMTHARV-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  STMTHARV-RECORD              PIC X(512).

       FD  RPRNHTML-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  RPRNHTML-RECORD              PIC X(512).

       WORKING-STORAGE SECTION.

      * File status and end-of-file switches
       01 WS-SA-FILE-STATUS            PIC X(2).
       01 WS-AV-FILE-STATUS            PIC X(2).
       01 WS-PO-FILE-STATUS            PIC X(2).
       01 WS-HV-FILE-STATUS            PIC X(2).
       01 WS-PH-FILE-STATUS            PIC X(2).
       01 WS-RQ-EOF                    PIC 9 VALUE 0.
          88 WS-AT-RQ-EOF              VALUE 1.
       01 WS-AV-EOF                    PIC 9 VALUE 0.
       01 WS-NOT-INDEXED-COUNT         PIC 9(6) VALUE 0.
       01 WS-COPY-FAIL-COUNT           PIC 9(6) VALUE 0.
       01 WS-OTHER-PERIOD-COUNT        PIC 9(6) VALUE 0.
       01 WS-HTML-FULFILLED-COUNT      PIC 9(6) VALUE 0.

      * The period (YYYYMM) of the generation mounted on STMTARCV,
      * from the JCL PARM
       01 WS-COPY-FROM                 PIC 9(8).
       01 WS-COPY-THROUGH              PIC 9(8).
       01 WS-COPIED-LINES              PIC 9(6).
       01 WS-COPY-COUNT                PIC 9(6).

      * Fulfilled requests, deleted after the browse so the
      * read-next position is never disturbed mid-pass
       01 WS-DONE-TABLE.
          05 WS-DONE-KEY OCCURS 1000 TIMES PIC X(43).
       01 WS-DONE-COUNT                PIC 9(4) VALUE 0.
       01 WS-DONE-MAX                  PIC 9(4) VALUE 1000.
       01 WS-DONE-IDX                  PIC 9(4) VALUE 0.
              WS-FULFILLED-COUNT " fulfilled, "
              WS-NOT-INDEXED-COUNT " not indexed, "
              WS-COPY-FAIL-COUNT " copy failure(s), "
              WS-OTHER-PERIOD-COUNT " other-period left queued, "
              WS-HTML-FULFILLED-COUNT " of the fulfilled as HTML"

           IF WS-NOT-INDEXED-COUNT > 0 OR WS-COPY-FAIL-COUNT > 0
              CALL "STATUS-TO-RC" USING WS-PS-VALIDATE WS-RC-RESULT
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPRNHTML-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
              DISPLAY "STMTRPRN: cannot open RPRNHTML, status="
                 WS-PH-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
                 GO TO FULFIL-ONE-REQUEST-EXIT
           END-READ

           IF RQ-WANTS-HTML
              IF SA-HTML-LINE-COUNT NOT NUMERIC
                 OR SA-HTML-LINE-COUNT = 0
                 ADD 1 TO WS-NOT-INDEXED-COUNT
                 DISPLAY "STMTRPRN: no HTML version indexed for "
                    RQ-CUSTOMER-ID " period " RQ-PERIOD
                    " - request left queued"
                 GO TO FULFIL-ONE-REQUEST-EXIT
              END-IF
              PERFORM COPY-ARCHIVED-HTML
              MOVE SA-HTML-LINE-COUNT TO WS-COPY-COUNT
           ELSE
              PERFORM COPY-ARCHIVED-LINES
              MOVE SA-LINE-COUNT TO WS-COPY-COUNT
           END-IF

           IF WS-COPIED-LINES = WS-COPY-COUNT
              ADD 1 TO WS-FULFILLED-COUNT
              IF RQ-WANTS-HTML
                 ADD 1 TO WS-HTML-FULFILLED-COUNT
              END-IF
              IF WS-DONE-COUNT < WS-DONE-MAX
                 ADD 1 TO WS-DONE-COUNT
                 MOVE RQ-KEY TO WS-DONE-KEY(WS-DONE-COUNT)
       COPY-ARCHIVED-LINES-EXIT.
           EXIT.

      *================================================================
      * COPY-ARCHIVED-HTML: the same counted pass over the archived
      * STMTHTML generation, for the statement's HTML line range
      *================================================================
       COPY-ARCHIVED-HTML SECTION.
           MOVE 0 TO WS-COPIED-LINES
           MOVE 0 TO WS-CURRENT-LINE
           MOVE SA-HTML-START-LINE TO WS-COPY-FROM
           COMPUTE WS-COPY-THROUGH =
              SA-HTML-START-LINE + SA-HTML-LINE-COUNT - 1

           MOVE 0 TO WS-AV-EOF
           OPEN INPUT STMTHARV-FILE
           IF WS-HV-FILE-STATUS NOT = "00"
              DISPLAY "STMTRPRN: cannot open STMTHARV, status="
                 WS-HV-FILE-STATUS
              GO TO COPY-ARCHIVED-HTML-EXIT
           END-IF

           PERFORM UNTIL WS-AV-EOF = 1
              READ STMTHARV-FILE
                 AT END
                    MOVE 1 TO WS-AV-EOF
                 NOT AT END
                    ADD 1 TO WS-CURRENT-LINE
                    IF WS-CURRENT-LINE >= WS-COPY-FROM
                       AND WS-CURRENT-LINE <= WS-COPY-THROUGH
                       MOVE STMTHARV-RECORD TO RPRNHTML-RECORD
                       WRITE RPRNHTML-RECORD
                       ADD 1 TO WS-COPIED-LINES
                    END-IF
                    IF WS-CURRENT-LINE >= WS-COPY-THROUGH
                       MOVE 1 TO WS-AV-EOF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE STMTHARV-FILE.

       COPY-ARCHIVED-HTML-EXIT.
           EXIT.

      *================================================================
      * DELETE-FULFILLED-REQUESTS: removed after the browse so the
      * read-next position is never disturbed mid-pass
       CLOSE-FILES SECTION.
           CLOSE RPRTREQ-FILE
           CLOSE STMTARCH-FILE
           CLOSE RPRNOUT-FILE
           CLOSE RPRNHTML-FILE.

       CLOSE-FILES-EXIT.
           EXIT.
