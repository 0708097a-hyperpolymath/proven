      * the decision becomes load-or-remediate, not load-and-mop.
      * Rows CSV-PARSE-ROW cannot split are counted as unparseable
      * and weigh against the fill floors.
      *
      * The duplicate count keeps the customer IDs already seen on
      * the PROFKEYS work KSDS, emptied at the start of every run,
      * so an acquired book of any size profiles in full - a key
      * the KSDS already holds is a duplicate.
      *================================================================

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT PROFKEYS-FILE ASSIGN TO "PROFKEYS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PK-CUSTOMER-ID
              FILE STATUS IS WS-PK-FILE-STATUS.

           SELECT PROFRPT-FILE ASSIGN TO "PROFRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FILE-STATUS.
           05 PL-KEY                    PIC X(10).
           05 PL-VALUE                  PIC 9(5).

      * Customer IDs seen so far - a work KSDS, emptied when the
      * run opens it
       FD  PROFKEYS-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  PROFKEYS-RECORD.
           05 PK-CUSTOMER-ID            PIC X(36).

       FD  PROFRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PROFRPT-RECORD               PIC X(132).
       01 WS-CI-FILE-STATUS            PIC X(2).
       01 WS-PF-FILE-STATUS            PIC X(2).
       01 WS-RPT-FILE-STATUS           PIC X(2).
       01 WS-PK-FILE-STATUS            PIC X(2).
       01 WS-CI-EOF                    PIC 9 VALUE 0.
          88 WS-AT-CI-EOF              VALUE 1.
       01 WS-PF-EOF                    PIC 9 VALUE 0.
       01 WS-ROWS-PARSED               PIC 9(8) VALUE 0.
       01 WS-UNPARSEABLE-COUNT         PIC 9(8) VALUE 0.
       01 WS-DUPLICATE-COUNT           PIC 9(8) VALUE 0.

      * The eleven master columns and their profile counters
       01 WS-COLUMN-NAMES.
       01 WS-PHONE-PASS-COUNT          PIC 9(8) VALUE 0.
       01 WS-POSTAL-PASS-COUNT         PIC 9(8) VALUE 0.

      * Distinct customer IDs laid down on PROFKEYS
       01 WS-ID-COUNT                  PIC 9(8) VALUE 0.

      * The floors, with defaults where PROFLOOR is silent
       01 WS-FLOOR-FILL-PCT            PIC 9(3) VALUE 90.
              WS-GO-VERDICT

           EVALUATE TRUE
              WHEN WS-NO-GO = 1
                 CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                      WS-RC-RESULT
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF

      *    The seen-key work file starts every run empty
           OPEN OUTPUT PROFKEYS-FILE
           IF WS-PK-FILE-STATUS = "00"
              CLOSE PROFKEYS-FILE
              OPEN I-O PROFKEYS-FILE
           END-IF
           IF WS-PK-FILE-STATUS NOT = "00"
              DISPLAY "PROFILER: cannot open PROFKEYS, status="
                 WS-PK-FILE-STATUS
              CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              MOVE WS-RC-RESULT TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-FILES-EXIT.
           EXIT.

      *================================================================
      * COUNT-DUPLICATE-KEY: a key PROFKEYS already holds is a
      * duplicate; any other refusal is a full work file, and a
      * scorecard with a short duplicate count would pass a book it
      * should not, so the run stops with COND code 8
      *================================================================
       COUNT-DUPLICATE-KEY SECTION.
           IF WS-CSV-FIELD(1) = SPACES
              GO TO COUNT-DUPLICATE-KEY-EXIT
           END-IF

           MOVE WS-CSV-FIELD(1)(1:36) TO PK-CUSTOMER-ID
           WRITE PROFKEYS-RECORD
              INVALID KEY
                 IF WS-PK-FILE-STATUS = "22"
                    ADD 1 TO WS-DUPLICATE-COUNT
                 ELSE
                    DISPLAY "PROFILER: PROFKEYS write refused, "
                       "status=" WS-PK-FILE-STATUS " after "
                       WS-ID-COUNT " key(s) - no scorecard"
                    PERFORM CLOSE-FILES
                    CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                         WS-RC-RESULT
                    MOVE WS-RC-RESULT TO RETURN-CODE
                    STOP RUN
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-ID-COUNT
           END-WRITE.

       COUNT-DUPLICATE-KEY-EXIT.
           EXIT.
      *================================================================
       CLOSE-FILES SECTION.
           CLOSE CSVIN-FILE
           CLOSE PROFKEYS-FILE
           CLOSE PROFRPT-FILE.

       CLOSE-FILES-EXIT.
