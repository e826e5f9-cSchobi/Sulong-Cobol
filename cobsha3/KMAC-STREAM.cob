*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  KMAC-STREAM.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  KMAC-STREAM.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with KMAC-STREAM.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      KMAC-STREAM.cob
*>
*> Purpose:      Computes the KMAC128 or KMAC256 keyed message
*>               authentication code (NIST SP 800-185) over a message
*>               fed in a block at a time, the KMAC counterpart of
*>               HMAC-STREAM.cob - for partners whose security teams
*>               require KMAC with a customization string agreed per
*>               feed instead of HMAC-SHA3-512. KMAC is cSHAKE with
*>               the function name "KMAC" over
*>                 bytepad(encode_string(K), rate) || X
*>                                                 || right_encode(L)
*>               so "I" opens CSHAKE-STREAM.cob with "KMAC" and the
*>               customization string and absorbs the padded key,
*>               "A" absorbs the caller's chunks, and "F" absorbs the
*>               encoded output length and squeezes the MAC. Unlike
*>               HMAC the output length is part of the computation -
*>               a 32-byte KMAC is not the first half of a 64-byte
*>               one - so both sides must agree on it.
*>
*>               The message state lives in SHA3-STREAM.cob, so a
*>               caller must run one MAC to completion before
*>               starting another digest or MAC.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free KMAC-STREAM.cob CSHAKE-STREAM.cob
*>               SHA3-STREAM.cob KECCAK.o
*>
*> Usage:        CALL "KMAC-STREAM" USING <function code X(1)>
*>                                        <algorithm X(8)>
*>                                        <key> <key len>
*>                                        <customization> <its len>
*>                                        <chunk> <chunk len>
*>                                        <output> <output len>
*>               once with "I" (algorithm "KMAC128" or "KMAC256",
*>               the key and the customization string, which may
*>               have length zero), any number of times with "A" and
*>               a block of message bytes, and once with "F" to
*>               receive a MAC of the output length asked for. Every
*>               call passes all ten arguments; each function only
*>               looks at the ones it needs. RETURN-CODE is 16 for
*>               any other algorithm code or an output field too
*>               small for the length asked for.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************


*>******************************************************************************
*> Module to compute KMAC128/256(K, X, L, S) over a chunked message
*> stream.
*>******************************************************************************
 IDENTIFICATION DIVISION.
 PROGRAM-ID. KMAC-STREAM.

 ENVIRONMENT DIVISION.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

*> the cSHAKE width and rate in bytes for the algorithm opened at "I",
*> and the bytes of the padded key block absorbed so far
 01 WS-KMACS-WIDTH                     PIC X(03).
 01 WS-KMACS-RATE-BYTES                BINARY-DOUBLE UNSIGNED.
 01 WS-KMACS-KEY-BLOCK-BYTES           BINARY-DOUBLE UNSIGNED.
 01 WS-KMACS-PAD-BYTES                 BINARY-DOUBLE UNSIGNED.
 01 WS-KMACS-ZEROES                    PIC X(168).

*> the NIST function name every KMAC runs cSHAKE under
 01 WS-KMACS-FUNCTION-NAME             PIC X(04) VALUE "KMAC".
 01 WS-KMACS-FUNCTION-NAME-LEN         BINARY-DOUBLE UNSIGNED VALUE 4.

*> left_encode/right_encode work area: the value, its bytes big-
*> endian right-justified in WS-ENC-DIGITS, and the finished encoding
*> in WS-ENC-OUTPUT
 01 WS-ENC-VALUE                       BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-WORK                        BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-QUOTIENT                    BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-BYTE                        BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-DIGITS                      PIC X(08).
 01 WS-ENC-COUNT                       BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-OUTPUT                      PIC X(09).
 01 WS-ENC-OUTPUT-LEN                  BINARY-DOUBLE UNSIGNED.

*> linkage work area for CSHAKE-STREAM.cob
 01 WS-CSHS-FUNCTION-CODE              PIC X(01).
 01 WS-CSHS-NO-STRING                  PIC X(01) VALUE SPACE.
 01 WS-CSHS-NO-STRING-LEN              BINARY-DOUBLE UNSIGNED VALUE 0.
 01 WS-CSHS-OUTPUT                     PIC X(01).
 01 WS-CSHS-OUTPUT-LEN                 BINARY-DOUBLE UNSIGNED VALUE 0.

 LINKAGE SECTION.
 01 LNK-KMACS-FUNCTION-CODE            PIC X(01).
    88 KMACS-FUNCTION-INIT             VALUE "I".
    88 KMACS-FUNCTION-ABSORB           VALUE "A".
    88 KMACS-FUNCTION-FINAL            VALUE "F".
 01 LNK-KMACS-ALGORITHM                PIC X(08).
 01 LNK-KMACS-KEY                      PIC X ANY LENGTH.
 01 LNK-KMACS-KEY-BYTE-LEN             BINARY-DOUBLE UNSIGNED.
 01 LNK-KMACS-CUSTOM                   PIC X ANY LENGTH.
 01 LNK-KMACS-CUSTOM-BYTE-LEN          BINARY-DOUBLE UNSIGNED.
 01 LNK-KMACS-CHUNK                    PIC X ANY LENGTH.
 01 LNK-KMACS-CHUNK-BYTE-LEN           BINARY-DOUBLE UNSIGNED.
 01 LNK-KMACS-OUTPUT                   PIC X ANY LENGTH.
 01 LNK-KMACS-OUTPUT-BYTE-LEN          BINARY-DOUBLE UNSIGNED.

 PROCEDURE DIVISION USING LNK-KMACS-FUNCTION-CODE
                          LNK-KMACS-ALGORITHM
                          LNK-KMACS-KEY
                          LNK-KMACS-KEY-BYTE-LEN
                          LNK-KMACS-CUSTOM
                          LNK-KMACS-CUSTOM-BYTE-LEN
                          LNK-KMACS-CHUNK
                          LNK-KMACS-CHUNK-BYTE-LEN
                          LNK-KMACS-OUTPUT
                          LNK-KMACS-OUTPUT-BYTE-LEN.

*>------------------------------------------------------------------------------
 MAIN-KMAC-STREAM SECTION.
*>------------------------------------------------------------------------------

    EVALUATE TRUE
       WHEN KMACS-FUNCTION-INIT
          PERFORM 2000-KMAC-INIT
       WHEN KMACS-FUNCTION-ABSORB
          PERFORM 3000-KMAC-ABSORB
       WHEN KMACS-FUNCTION-FINAL
          PERFORM 4000-KMAC-FINAL
    END-EVALUATE

    GOBACK

    .
 MAIN-KMAC-STREAM-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Opens cSHAKE under "KMAC" and the customization string, then
*> absorbs the key as bytepad(encode_string(K), rate):
*>   left_encode(rate) || left_encode(bits of K) || K
*> zero-filled to a whole number of rate blocks. The key is only
*> needed on this call - "A" and "F" ignore it.
*>------------------------------------------------------------------------------
 2000-KMAC-INIT.
*>------------------------------------------------------------------------------

    MOVE 0 TO RETURN-CODE

    EVALUATE LNK-KMACS-ALGORITHM
       WHEN "KMAC128"
          MOVE "128" TO WS-KMACS-WIDTH
          MOVE 168 TO WS-KMACS-RATE-BYTES
       WHEN "KMAC256"
          MOVE "256" TO WS-KMACS-WIDTH
          MOVE 136 TO WS-KMACS-RATE-BYTES
       WHEN OTHER
          MOVE 16 TO RETURN-CODE
    END-EVALUATE

    IF RETURN-CODE = 0
       MOVE "I" TO WS-CSHS-FUNCTION-CODE
       CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                                  WS-KMACS-WIDTH
                                  WS-KMACS-FUNCTION-NAME
                                  WS-KMACS-FUNCTION-NAME-LEN
                                  LNK-KMACS-CUSTOM
                                  LNK-KMACS-CUSTOM-BYTE-LEN
                                  WS-CSHS-NO-STRING
                                  WS-CSHS-NO-STRING-LEN
                                  WS-CSHS-OUTPUT
                                  WS-CSHS-OUTPUT-LEN
       END-CALL

       MOVE 0 TO WS-KMACS-KEY-BLOCK-BYTES

       MOVE WS-KMACS-RATE-BYTES TO WS-ENC-VALUE
       PERFORM 5000-LEFT-ENCODE
       PERFORM 2100-ABSORB-ENCODING

       COMPUTE WS-ENC-VALUE = LNK-KMACS-KEY-BYTE-LEN * 8
       PERFORM 5000-LEFT-ENCODE
       PERFORM 2100-ABSORB-ENCODING

       IF LNK-KMACS-KEY-BYTE-LEN > 0
          MOVE "A" TO WS-CSHS-FUNCTION-CODE
          CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                                     WS-KMACS-WIDTH
                                     WS-KMACS-FUNCTION-NAME
                                     WS-KMACS-FUNCTION-NAME-LEN
                                     LNK-KMACS-CUSTOM
                                     LNK-KMACS-CUSTOM-BYTE-LEN
                                     LNK-KMACS-KEY
                                     LNK-KMACS-KEY-BYTE-LEN
                                     WS-CSHS-OUTPUT
                                     WS-CSHS-OUTPUT-LEN
          END-CALL
          ADD LNK-KMACS-KEY-BYTE-LEN TO WS-KMACS-KEY-BLOCK-BYTES
       END-IF

*>     zero-fill to the next whole rate block
       COMPUTE WS-KMACS-PAD-BYTES =
          FUNCTION MOD(WS-KMACS-RATE-BYTES
                       - FUNCTION MOD(WS-KMACS-KEY-BLOCK-BYTES
                                      WS-KMACS-RATE-BYTES)
                       WS-KMACS-RATE-BYTES)
       IF WS-KMACS-PAD-BYTES > 0
          MOVE LOW-VALUES TO WS-KMACS-ZEROES
          MOVE "A" TO WS-CSHS-FUNCTION-CODE
          CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                                     WS-KMACS-WIDTH
                                     WS-KMACS-FUNCTION-NAME
                                     WS-KMACS-FUNCTION-NAME-LEN
                                     LNK-KMACS-CUSTOM
                                     LNK-KMACS-CUSTOM-BYTE-LEN
                                     WS-KMACS-ZEROES
                                     WS-KMACS-PAD-BYTES
                                     WS-CSHS-OUTPUT
                                     WS-CSHS-OUTPUT-LEN
          END-CALL
       END-IF
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 2000-KMAC-INIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-ABSORB-ENCODING.
*>------------------------------------------------------------------------------

    MOVE "A" TO WS-CSHS-FUNCTION-CODE
    CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                               WS-KMACS-WIDTH
                               WS-KMACS-FUNCTION-NAME
                               WS-KMACS-FUNCTION-NAME-LEN
                               LNK-KMACS-CUSTOM
                               LNK-KMACS-CUSTOM-BYTE-LEN
                               WS-ENC-OUTPUT
                               WS-ENC-OUTPUT-LEN
                               WS-CSHS-OUTPUT
                               WS-CSHS-OUTPUT-LEN
    END-CALL
    ADD WS-ENC-OUTPUT-LEN TO WS-KMACS-KEY-BLOCK-BYTES

    .
 2100-ABSORB-ENCODING-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One message chunk into the stream.
*>------------------------------------------------------------------------------
 3000-KMAC-ABSORB.
*>------------------------------------------------------------------------------

    IF LNK-KMACS-CHUNK-BYTE-LEN > 0
       MOVE "A" TO WS-CSHS-FUNCTION-CODE
       CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                                  WS-KMACS-WIDTH
                                  WS-KMACS-FUNCTION-NAME
                                  WS-KMACS-FUNCTION-NAME-LEN
                                  LNK-KMACS-CUSTOM
                                  LNK-KMACS-CUSTOM-BYTE-LEN
                                  LNK-KMACS-CHUNK
                                  LNK-KMACS-CHUNK-BYTE-LEN
                                  WS-CSHS-OUTPUT
                                  WS-CSHS-OUTPUT-LEN
       END-CALL
    END-IF

    MOVE 0 TO RETURN-CODE

    .
 3000-KMAC-ABSORB-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Absorbs right_encode(bits of L) - the output length is part of
*> the MAC - and squeezes L bytes.
*>------------------------------------------------------------------------------
 4000-KMAC-FINAL.
*>------------------------------------------------------------------------------

    IF FUNCTION LENGTH(LNK-KMACS-OUTPUT) < LNK-KMACS-OUTPUT-BYTE-LEN
       MOVE 16 TO RETURN-CODE
    ELSE
       COMPUTE WS-ENC-VALUE = LNK-KMACS-OUTPUT-BYTE-LEN * 8
       PERFORM 5200-RIGHT-ENCODE
       MOVE "A" TO WS-CSHS-FUNCTION-CODE
       CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                                  WS-KMACS-WIDTH
                                  WS-KMACS-FUNCTION-NAME
                                  WS-KMACS-FUNCTION-NAME-LEN
                                  LNK-KMACS-CUSTOM
                                  LNK-KMACS-CUSTOM-BYTE-LEN
                                  WS-ENC-OUTPUT
                                  WS-ENC-OUTPUT-LEN
                                  WS-CSHS-OUTPUT
                                  WS-CSHS-OUTPUT-LEN
       END-CALL

       MOVE "F" TO WS-CSHS-FUNCTION-CODE
       CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                                  WS-KMACS-WIDTH
                                  WS-KMACS-FUNCTION-NAME
                                  WS-KMACS-FUNCTION-NAME-LEN
                                  LNK-KMACS-CUSTOM
                                  LNK-KMACS-CUSTOM-BYTE-LEN
                                  WS-CSHS-NO-STRING
                                  WS-CSHS-NO-STRING-LEN
                                  LNK-KMACS-OUTPUT
                                  LNK-KMACS-OUTPUT-BYTE-LEN
       END-CALL
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 4000-KMAC-FINAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> left_encode(WS-ENC-VALUE): the value's bytes, big-endian with no
*> leading zero bytes (at least one byte), preceded by a byte holding
*> how many there are - the encoding CSHAKE-STREAM.cob uses.
*>------------------------------------------------------------------------------
 5000-LEFT-ENCODE.
*>------------------------------------------------------------------------------

    PERFORM 5100-SPLIT-VALUE-BYTES

    MOVE SPACES TO WS-ENC-OUTPUT
    MOVE FUNCTION CHAR(WS-ENC-COUNT + 1) TO WS-ENC-OUTPUT(1:1)
    MOVE WS-ENC-DIGITS(9 - WS-ENC-COUNT:WS-ENC-COUNT)
      TO WS-ENC-OUTPUT(2:WS-ENC-COUNT)
    COMPUTE WS-ENC-OUTPUT-LEN = WS-ENC-COUNT + 1

    .
 5000-LEFT-ENCODE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5100-SPLIT-VALUE-BYTES.
*>------------------------------------------------------------------------------

    MOVE LOW-VALUES TO WS-ENC-DIGITS
    MOVE WS-ENC-VALUE TO WS-ENC-WORK
    MOVE 0 TO WS-ENC-COUNT

    PERFORM 5110-ENCODE-ONE-BYTE
    PERFORM 5110-ENCODE-ONE-BYTE UNTIL WS-ENC-WORK = 0

    .
 5100-SPLIT-VALUE-BYTES-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Peels the low-order byte off the value into the next digit slot,
*> filling WS-ENC-DIGITS from the right.
*>------------------------------------------------------------------------------
 5110-ENCODE-ONE-BYTE.
*>------------------------------------------------------------------------------

    DIVIDE WS-ENC-WORK BY 256 GIVING WS-ENC-QUOTIENT
       REMAINDER WS-ENC-BYTE
    MOVE WS-ENC-QUOTIENT TO WS-ENC-WORK
    ADD 1 TO WS-ENC-COUNT
    MOVE FUNCTION CHAR(WS-ENC-BYTE + 1)
      TO WS-ENC-DIGITS(9 - WS-ENC-COUNT:1)

    .
 5110-ENCODE-ONE-BYTE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> right_encode(WS-ENC-VALUE): the same bytes with the count byte
*> after them instead of before.
*>------------------------------------------------------------------------------
 5200-RIGHT-ENCODE.
*>------------------------------------------------------------------------------

    PERFORM 5100-SPLIT-VALUE-BYTES

    MOVE SPACES TO WS-ENC-OUTPUT
    MOVE WS-ENC-DIGITS(9 - WS-ENC-COUNT:WS-ENC-COUNT)
      TO WS-ENC-OUTPUT(1:WS-ENC-COUNT)
    MOVE FUNCTION CHAR(WS-ENC-COUNT + 1)
      TO WS-ENC-OUTPUT(WS-ENC-COUNT + 1:1)
    COMPUTE WS-ENC-OUTPUT-LEN = WS-ENC-COUNT + 1

    .
 5200-RIGHT-ENCODE-EX.
    EXIT.

 END PROGRAM KMAC-STREAM.
