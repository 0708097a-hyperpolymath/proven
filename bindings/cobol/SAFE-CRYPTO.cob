          05 WS-SHA-W              OCCURS 64 TIMES PIC 9(10).

      * SHA-256 message buffer (padded/length-suffixed copy of the
      * input) sized for the largest message hashed here - an HMAC
      * inner hash, the 64-byte key block ahead of a 4096-byte
      * LS-INPUT-DATA - rounded up to a whole number of 64-byte
      * blocks. WS-SHA-DATA-LEN is how much of it is message.
       01 WS-SHA-MSG               PIC X(4224).
       01 WS-SHA-DATA-LEN          PIC 9(5).
       01 WS-SHA-MSG-LEN           PIC 9(5).
       01 WS-SHA-BLOCK-COUNT       PIC 9(3).
       01 WS-SHA-BLOCK-INDEX       PIC 9(3).
       01 WS-SHA-DIGEST-NIBBLE     PIC 9(2).
       01 WS-SHA-HEX-POS           PIC 9(3).

      * HMAC-SHA256 key blocks (the key zero-filled to the 64-byte
      * block and XORed with the inner and outer pad bytes) and the
      * raw inner digest - wiped before every return
       01 WS-HMAC-IPAD             PIC X(64).
       01 WS-HMAC-OPAD             PIC X(64).
       01 WS-HMAC-INNER            PIC X(32).
       01 WS-HMAC-KEY-BYTE         PIC 9(3).
       01 WS-HMAC-INDEX            PIC 9(2).

      * Generic 32-bit bitwise-operation scratch area shared by the
      * BIT-* primitives below
       01 WS-BIT-X                 PIC 9(10).
       01 LS-COMPARE-LENGTH     PIC 9(4).
       01 LS-RESULT             PIC 9.
       01 LS-TOKEN-LENGTH       PIC 9(3).
       01 LS-KEY-DATA           PIC X(64).
       01 LS-KEY-LENGTH         PIC 9(4).

       PROCEDURE DIVISION.

              GOBACK
           END-IF

           MOVE LOW-VALUES TO WS-SHA-MSG
           IF LS-INPUT-LENGTH > 0
              MOVE LS-INPUT-DATA(1:LS-INPUT-LENGTH)
                   TO WS-SHA-MSG(1:LS-INPUT-LENGTH)
           END-IF
           MOVE LS-INPUT-LENGTH TO WS-SHA-DATA-LEN

           PERFORM SHA256-DIGEST-MESSAGE
           PERFORM SHA256-STATE-TO-HEX

           MOVE 64 TO LS-OUTPUT-LENGTH

           GOBACK.

       HASH-SHA256-EXIT.
           EXIT.

      *================================================================
      * HMAC-SHA256: keyed message authentication code (RFC 2104)
      * over SHA-256 - unlike HASH-SHA256, only a holder of the key
      * can produce the value, so a receiver holding the same key can
      * prove a file came from us unaltered
      * Input:  LS-KEY-DATA, LS-KEY-LENGTH (1 to 64 bytes),
      *         LS-INPUT-DATA, LS-INPUT-LENGTH (4096 bytes max)
      * Output: LS-OUTPUT-DATA (64-char hex MAC), LS-OUTPUT-LENGTH,
      *         LS-RESULT (1=ok, 0=key or input length out of range)
      *================================================================
       HMAC-SHA256 SECTION.
           ENTRY "HMAC-SHA256" USING LS-KEY-DATA LS-KEY-LENGTH
                                     LS-INPUT-DATA LS-INPUT-LENGTH
                                     LS-OUTPUT-DATA LS-OUTPUT-LENGTH
                                     LS-RESULT.

           INITIALIZE LS-OUTPUT-DATA
           MOVE 0 TO LS-OUTPUT-LENGTH
           MOVE 1 TO LS-RESULT

           IF LS-KEY-LENGTH < 1 OR LS-KEY-LENGTH > 64
              OR LS-INPUT-LENGTH > 4096
              MOVE 0 TO LS-RESULT
              GOBACK
           END-IF

           PERFORM HMAC-BUILD-KEY-PADS

      *    Inner hash: SHA-256((K xor ipad) || message), kept raw
           MOVE LOW-VALUES TO WS-SHA-MSG
           MOVE WS-HMAC-IPAD TO WS-SHA-MSG(1:64)
           IF LS-INPUT-LENGTH > 0
              MOVE LS-INPUT-DATA(1:LS-INPUT-LENGTH)
                   TO WS-SHA-MSG(65:LS-INPUT-LENGTH)
           END-IF
           COMPUTE WS-SHA-DATA-LEN = 64 + LS-INPUT-LENGTH
           PERFORM SHA256-DIGEST-MESSAGE
           PERFORM SHA256-STATE-TO-BYTES

      *    Outer hash: SHA-256((K xor opad) || inner digest), in hex
           MOVE LOW-VALUES TO WS-SHA-MSG
           MOVE WS-HMAC-OPAD TO WS-SHA-MSG(1:64)
           MOVE WS-HMAC-INNER TO WS-SHA-MSG(65:32)
           MOVE 96 TO WS-SHA-DATA-LEN
           PERFORM SHA256-DIGEST-MESSAGE
           PERFORM SHA256-STATE-TO-HEX
           MOVE 64 TO LS-OUTPUT-LENGTH

      *    No key-derived material outlives the call
           MOVE LOW-VALUES TO WS-HMAC-IPAD
           MOVE LOW-VALUES TO WS-HMAC-OPAD
           MOVE LOW-VALUES TO WS-HMAC-INNER
           MOVE LOW-VALUES TO WS-SHA-MSG

           GOBACK.

       HMAC-SHA256-EXIT.
           EXIT.

      *================================================================
      * HMAC-BUILD-KEY-PADS: the key zero-filled to the 64-byte block
      * and XORed byte by byte with 0x36 (WS-HMAC-IPAD) and 0x5C
      * (WS-HMAC-OPAD)
      *================================================================
       HMAC-BUILD-KEY-PADS SECTION.
           PERFORM VARYING WS-HMAC-INDEX FROM 1 BY 1
                   UNTIL WS-HMAC-INDEX > 64

              IF WS-HMAC-INDEX > LS-KEY-LENGTH
                 MOVE 0 TO WS-HMAC-KEY-BYTE
              ELSE
                 COMPUTE WS-HMAC-KEY-BYTE =
                    FUNCTION ORD(LS-KEY-DATA(WS-HMAC-INDEX:1)) - 1
              END-IF

              MOVE WS-HMAC-KEY-BYTE TO WS-BIT-X
              MOVE 54 TO WS-BIT-Y
              PERFORM BIT-XOR32
              MOVE FUNCTION CHAR(WS-BIT-RESULT + 1)
                   TO WS-HMAC-IPAD(WS-HMAC-INDEX:1)

              MOVE WS-HMAC-KEY-BYTE TO WS-BIT-X
              MOVE 92 TO WS-BIT-Y
              PERFORM BIT-XOR32
              MOVE FUNCTION CHAR(WS-BIT-RESULT + 1)
                   TO WS-HMAC-OPAD(WS-HMAC-INDEX:1)
           END-PERFORM

           MOVE 0 TO WS-HMAC-KEY-BYTE.

       HMAC-BUILD-KEY-PADS-EXIT.
           EXIT.

      *================================================================
      * SHA256-DIGEST-MESSAGE: SHA-256 of WS-SHA-MSG(1:WS-SHA-DATA-LEN)
      * into WS-SHA-H1 thru H8 - the caller has already cleared the
      * buffer to LOW-VALUES and placed the message in it
      *================================================================
       SHA256-DIGEST-MESSAGE SECTION.
           MOVE 1779033703 TO WS-SHA-H1
           MOVE 3144134277 TO WS-SHA-H2
           MOVE 1013904242 TO WS-SHA-H3
              COMPUTE WS-SHA-BLOCK-START =
                 (WS-SHA-BLOCK-INDEX - 1) * 64 + 1
              PERFORM SHA256-PROCESS-BLOCK
           END-PERFORM.

       SHA256-DIGEST-MESSAGE-EXIT.
           EXIT.

      *================================================================
      * SHA256-STATE-TO-HEX: WS-SHA-H1 thru H8 as the 64-char hex
      * digest in LS-OUTPUT-DATA
      *================================================================
       SHA256-STATE-TO-HEX SECTION.
           MOVE WS-SHA-H1 TO WS-SHA-FX
           MOVE 1 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-HEX

           MOVE WS-SHA-H8 TO WS-SHA-FX
           MOVE 57 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-HEX.

       SHA256-STATE-TO-HEX-EXIT.
           EXIT.

      *================================================================
      * SHA256-STATE-TO-BYTES: WS-SHA-H1 thru H8 as the raw 32-byte
      * big-endian digest in WS-HMAC-INNER
      *================================================================
       SHA256-STATE-TO-BYTES SECTION.
           MOVE WS-SHA-H1 TO WS-SHA-FX
           MOVE 1 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-BYTES

           MOVE WS-SHA-H2 TO WS-SHA-FX
           MOVE 5 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-BYTES

           MOVE WS-SHA-H3 TO WS-SHA-FX
           MOVE 9 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-BYTES

           MOVE WS-SHA-H4 TO WS-SHA-FX
           MOVE 13 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-BYTES

           MOVE WS-SHA-H5 TO WS-SHA-FX
           MOVE 17 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-BYTES

           MOVE WS-SHA-H6 TO WS-SHA-FX
           MOVE 21 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-BYTES

           MOVE WS-SHA-H7 TO WS-SHA-FX
           MOVE 25 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-BYTES

           MOVE WS-SHA-H8 TO WS-SHA-FX
           MOVE 29 TO WS-SHA-HEX-POS
           PERFORM SHA256-WORD-TO-BYTES.

       SHA256-STATE-TO-BYTES-EXIT.
           EXIT.

      *================================================================
      * SHA256-WORD-TO-BYTES: Write WS-SHA-FX as 4 big-endian bytes
      * into WS-HMAC-INNER starting at WS-SHA-HEX-POS
      *================================================================
       SHA256-WORD-TO-BYTES SECTION.
           PERFORM VARYING WS-SHA-DIGEST-NIBBLE FROM 4 BY -1
                   UNTIL WS-SHA-DIGEST-NIBBLE < 1

              COMPUTE WS-SHA-BYTE1 = FUNCTION MOD(WS-SHA-FX, 256)
              COMPUTE WS-SHA-BYTE-INDEX =
                 WS-SHA-HEX-POS + WS-SHA-DIGEST-NIBBLE - 1
              MOVE FUNCTION CHAR(WS-SHA-BYTE1 + 1)
                   TO WS-HMAC-INNER(WS-SHA-BYTE-INDEX:1)
              COMPUTE WS-SHA-FX = WS-SHA-FX / 256
           END-PERFORM.

       SHA256-WORD-TO-BYTES-EXIT.
           EXIT.

      *================================================================
      * SHA256-PAD: Pad the WS-SHA-DATA-LEN-byte message already in
      * WS-SHA-MSG per FIPS 180-4 (append 0x80, zero-pad, append the
      * 64-bit big-endian bit length, total a multiple of 64 bytes)
      *================================================================
       SHA256-PAD SECTION.
           MOVE FUNCTION CHAR(129) TO WS-SHA-MSG(WS-SHA-DATA-LEN + 1:1)

           COMPUTE WS-SHA-PAD-CALC =
              56 - FUNCTION MOD(WS-SHA-DATA-LEN + 1, 64)
           IF WS-SHA-PAD-CALC < 0
              ADD 64 TO WS-SHA-PAD-CALC
           END-IF
           MOVE WS-SHA-PAD-CALC TO WS-SHA-PAD-ZEROS

           COMPUTE WS-SHA-MSG-LEN =
              WS-SHA-DATA-LEN + 1 + WS-SHA-PAD-ZEROS + 8
           COMPUTE WS-SHA-BLOCK-COUNT = WS-SHA-MSG-LEN / 64

           COMPUTE WS-SHA-BIT-LEN = WS-SHA-DATA-LEN * 8

           COMPUTE WS-SHA-BYTE4 = FUNCTION MOD(WS-SHA-BIT-LEN, 256)
           COMPUTE WS-SHA-BYTE3 =
