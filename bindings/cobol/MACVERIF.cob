      *> SPDX-License-Identifier: PMPL-1.0
      *> SPDX-FileCopyrightText: 2025 Hyperpolymath
      *
      * Proven MacVerify - HMAC-SHA256 signature check of a signed
      * file for COBOL
      *

      *================================================================
      * Verifies the file on the MACFEED DD against the HMAC-SHA256
      * signature it carries (see PROVEN-FILE-MAC.cob) - a partner
      * feed before it is loaded, or one of our own signed files as
      * the last step before it is transmitted. The JCL PARM names
      * how the signature is wrapped:
      *   XML      an XML comment after the last element
      *            (PAYFMT, COLLFMT)
      *   JSON     a closing {"hmac_sha256":"..."} object line
      *            (CUSTEXTR)
      *   EXTRACT  "*M" control records after the "*E" trailer
      *            (TBLEXTR)
      * optionally followed by ",REQUIRED" when the feed must be
      * signed. The verdict is DISPLAYed with the record count and
      * the key ID the signature names, and the step ends:
      *    COND 0   the signature proves out
      *    COND 4   the feed carries no signature (not REQUIRED)
      *    COND 8   MAC mismatch, records after the signature, a
      *             malformed signature, an unknown, retired-out or
      *             revoked key, or no signature on a REQUIRED feed
      *    COND 16  the feed or the key store could not be read
      * so the load or transmit step behind it runs COND=(4,LT).
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACVERIF.
       AUTHOR. Hyperpolymath.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-PARM                      PIC X(40).
       01 WS-PARM-FORMAT               PIC X(10).
       01 WS-PARM-OPTION               PIC X(10).
       01 WS-REQUIRED                  PIC 9 VALUE 0.

      * MAC-VERIFY-FEED call fields (see PROVEN-FILE-MAC.cob)
       01 WS-MV-PREFIX                 PIC X(20).
       01 WS-MV-SUFFIX                 PIC X(10).
       01 WS-MV-RECORD-COUNT           PIC 9(8).
       01 WS-MV-KEY-ID                 PIC X(16).
       01 WS-MV-STATUS                 PIC S9(4) COMP.
       01 WS-MV-MSG                    PIC X(50).

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
           PERFORM READ-PARM

           CALL "MAC-VERIFY-FEED" USING WS-MV-PREFIX WS-MV-SUFFIX
               WS-MV-RECORD-COUNT WS-MV-KEY-ID WS-MV-STATUS
               WS-MV-MSG

           EVALUATE WS-MV-STATUS
              WHEN 0
                 DISPLAY "MACVERIF: signature verified - "
                    WS-MV-RECORD-COUNT " record(s) under key "
                    FUNCTION TRIM(WS-MV-KEY-ID)
                 CALL "STATUS-TO-RC" USING WS-PS-OK WS-RC-RESULT
              WHEN -6
                 DISPLAY "MACVERIF: " FUNCTION TRIM(WS-MV-MSG)
                    " - " WS-MV-RECORD-COUNT " record(s)"
                 IF WS-REQUIRED = 1
                    CALL "STATUS-TO-RC" USING WS-PS-BOUNDS
                         WS-RC-RESULT
                 ELSE
                    CALL "STATUS-TO-RC" USING WS-PS-VALIDATE
                         WS-RC-RESULT
                 END-IF
              WHEN -10
                 DISPLAY "MACVERIF: " FUNCTION TRIM(WS-MV-MSG)
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
              WHEN OTHER
                 DISPLAY "MACVERIF: SIGNATURE REJECTED - "
                    FUNCTION TRIM(WS-MV-MSG)
                 IF WS-MV-KEY-ID NOT = SPACES
                    DISPLAY "MACVERIF: signature names key "
                       FUNCTION TRIM(WS-MV-KEY-ID)
                 END-IF
                 CALL "STATUS-TO-RC" USING WS-PS-BOUNDS WS-RC-RESULT
           END-EVALUATE
           MOVE WS-RC-RESULT TO RETURN-CODE
           STOP RUN.

       MAIN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * READ-PARM: the wrapping the feed's format gives its
      * signature; an unknown format aborts with COND code 16
      *================================================================
       READ-PARM SECTION.
           MOVE SPACES TO WS-PARM WS-PARM-FORMAT WS-PARM-OPTION
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING FUNCTION UPPER-CASE(WS-PARM) DELIMITED BY ","
              INTO WS-PARM-FORMAT WS-PARM-OPTION
           END-UNSTRING
           IF WS-PARM-OPTION = "REQUIRED"
              MOVE 1 TO WS-REQUIRED
           END-IF

           MOVE SPACES TO WS-MV-PREFIX WS-MV-SUFFIX
           EVALUATE WS-PARM-FORMAT
              WHEN "XML"
                 MOVE "<!--" TO WS-MV-PREFIX
                 MOVE "-->" TO WS-MV-SUFFIX
              WHEN "JSON"
                 MOVE '{"hmac_sha256":"' TO WS-MV-PREFIX
                 MOVE '"}' TO WS-MV-SUFFIX
              WHEN "EXTRACT"
                 MOVE "*M" TO WS-MV-PREFIX
              WHEN OTHER
                 DISPLAY "MACVERIF: PARM must be XML, JSON or "
                    "EXTRACT, optionally ,REQUIRED"
                 CALL "STATUS-TO-RC" USING WS-PS-ALLOC WS-RC-RESULT
                 MOVE WS-RC-RESULT TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       READ-PARM-EXIT.
           EXIT.

       END PROGRAM MACVERIF.
