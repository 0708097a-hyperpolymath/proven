      * STMTRPRN batch step fulfils queued requests from the
      * archived STMTOUT generation - no restored inputs, no rerun,
      * no operator hour.
      *
      * The operator also picks the version: P (or blank) for the
      * print image, H for the HTML e-statement. An HTML reprint is
      * refused here when the statement was archived without an
      * HTML version, rather than left to fail in the batch step.
      *================================================================

       IDENTIFICATION DIVISION.
          05 PERFL                     PIC S9(4) COMP.
          05 PERFF                     PIC X.
          05 PERFI                     PIC X(6).
          05 FMTFL                     PIC S9(4) COMP.
          05 FMTFF                     PIC X.
          05 FMTFI                     PIC X(1).
          05 ARCFL                     PIC S9(4) COMP.
          05 ARCFF                     PIC X.
          05 ARCFI                     PIC X(30).
          05 FILLER                    PIC X(03).
          05 PERFO                     PIC X(6).
          05 FILLER                    PIC X(03).
          05 FMTFO                     PIC X(1).
          05 FILLER                    PIC X(03).
          05 ARCFO                     PIC X(30).
          05 FILLER                    PIC X(03).
          05 MSGFO                     PIC X(76).
          05 SA-START-LINE             PIC 9(8).
          05 SA-LINE-COUNT             PIC 9(6).
          05 SA-RUN-DATE               PIC 9(8).
          05 SA-HTML-START-LINE        PIC 9(8).
          05 SA-HTML-LINE-COUNT        PIC 9(6).

      * Mirrors STMTRPRN.cob's RPRTREQ-RECORD field for field
       01 RPRTREQ-RECORD.
          05 RQ-KEY.
             10 RQ-CUSTOMER-ID         PIC X(36).
             10 RQ-PERIOD              PIC X(6).
             10 RQ-FORMAT              PIC X(1).
          05 RQ-REQUESTED-BY           PIC X(8).
          05 RQ-REQUESTED-DATE         PIC 9(8).

              GO TO QUEUE-REPRINT-REQUEST-EXIT
           END-IF

           IF FMTFI = SPACE OR FMTFI = LOW-VALUE
              MOVE "P" TO FMTFI
           END-IF
           IF FMTFI NOT = "P" AND FMTFI NOT = "H"
              MOVE "VERSION MUST BE P (PRINT) OR H (HTML)" TO WS-MSG
              GO TO QUEUE-REPRINT-REQUEST-EXIT
           END-IF

           MOVE SPACES TO WS-ARCH-KEY
           MOVE CIDFI TO WS-ARCH-KEY(1:36)
           MOVE PERFI TO WS-ARCH-KEY(37:6)
              GO TO QUEUE-REPRINT-REQUEST-EXIT
           END-IF

           IF FMTFI = "H"
              IF SA-HTML-LINE-COUNT NOT NUMERIC
                 OR SA-HTML-LINE-COUNT = 0
                 MOVE "NO HTML VERSION ARCHIVED FOR THAT STATEMENT"
                    TO WS-MSG
                 GO TO QUEUE-REPRINT-REQUEST-EXIT
              END-IF
              MOVE SPACES TO ARCFO
              STRING "RUN " SA-RUN-DATE ", " SA-HTML-LINE-COUNT
                 " HTML LINES" DELIMITED BY SIZE INTO ARCFO
           ELSE
              MOVE SPACES TO ARCFO
              STRING "RUN " SA-RUN-DATE ", " SA-LINE-COUNT " LINES"
                 DELIMITED BY SIZE INTO ARCFO
           END-IF

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           MOVE CIDFI TO RQ-CUSTOMER-ID
           MOVE PERFI TO RQ-PERIOD
           MOVE FMTFI TO RQ-FORMAT
           MOVE WS-USERID TO RQ-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO RQ-REQUESTED-DATE

