*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  CSHAKE-STREAM.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  CSHAKE-STREAM.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with CSHAKE-STREAM.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      CSHAKE-STREAM.cob
*>
*> Purpose:      Computes cSHAKE128 or cSHAKE256 (NIST SP 800-185),
*>               the customizable SHAKE, over a message fed in a block
*>               at a time the way SHA3-STREAM.cob takes the plain
*>               digests. cSHAKE(X, L, N, S) is SHAKE with a domain
*>               block in front of the message:
*>                 bytepad(encode_string(N) || encode_string(S), rate)
*>               and its own padding suffix; with both N and S empty
*>               it is plain SHAKE, as the standard defines. N is the
*>               NIST function name ("KMAC" for KMAC-STREAM.cob, empty
*>               for ordinary callers) and S the customization string
*>               the two parties agree on. "I" absorbs the domain
*>               block, "A" the caller's chunks, and "F" squeezes out
*>               the number of bytes asked for.
*>
*>               The message state lives in SHA3-STREAM.cob, so a
*>               caller must run one digest to completion before
*>               starting another digest or MAC.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free CSHAKE-STREAM.cob SHA3-STREAM.cob KECCAK.o
*>
*> Usage:        CALL "CSHAKE-STREAM" USING <function code X(1)>
*>                                          <width X(3)>
*>                                          <function name> <its len>
*>                                          <customization> <its len>
*>                                          <chunk> <its len>
*>                                          <output> <output len>
*>               once with "I" (width "128" or "256", function name
*>               and customization string - either may have length
*>               zero), any number of times with "A" and a block of
*>               message bytes, and once with "F" to receive the
*>               requested number of output bytes. Every call passes
*>               all ten arguments; each function only looks at the
*>               ones it needs. RETURN-CODE is 16 for a width other
*>               than 128/256 or an output field too small for the
*>               length asked for.
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
*> Module to compute cSHAKE128/256(X, L, N, S) over a chunked message
*> stream.
*>******************************************************************************
 IDENTIFICATION DIVISION.
 PROGRAM-ID. CSHAKE-STREAM.

 ENVIRONMENT DIVISION.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

*> rate in bytes of the width opened at "I" - 168 for cSHAKE128, 136
*> for cSHAKE256 - and the bytes of the domain block absorbed so far,
*> so the block can be zero-filled out to a whole number of rates
 01 WS-CSHS-RATE-BYTES                 BINARY-DOUBLE UNSIGNED.
 01 WS-CSHS-PREFIX-BYTES               BINARY-DOUBLE UNSIGNED.
 01 WS-CSHS-PAD-BYTES                  BINARY-DOUBLE UNSIGNED.
 01 WS-CSHS-ZEROES                     PIC X(168).

*> left_encode work area: the value, its bytes big-endian right-
*> justified in WS-ENC-DIGITS, and the finished encoding (length
*> byte first) in WS-ENC-OUTPUT
 01 WS-ENC-VALUE                       BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-WORK                        BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-QUOTIENT                    BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-BYTE                        BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-DIGITS                      PIC X(08).
 01 WS-ENC-COUNT                       BINARY-DOUBLE UNSIGNED.
 01 WS-ENC-OUTPUT                      PIC X(09).
 01 WS-ENC-OUTPUT-LEN                  BINARY-DOUBLE UNSIGNED.

*> linkage work area for SHA3-STREAM.cob
 01 WS-STREAM-ALGORITHM                PIC X(08).
 01 WS-STREAM-FUNCTION-CODE            PIC X(01).
 01 WS-STREAM-OUTPUT                   PIC X(01).
 01 WS-STREAM-OUTPUT-LEN               BINARY-DOUBLE UNSIGNED.

 LINKAGE SECTION.
 01 LNK-CSHS-FUNCTION-CODE             PIC X(01).
    88 CSHS-FUNCTION-INIT              VALUE "I".
    88 CSHS-FUNCTION-ABSORB            VALUE "A".
    88 CSHS-FUNCTION-FINAL             VALUE "F".
 01 LNK-CSHS-WIDTH                     PIC X(03).
 01 LNK-CSHS-NAME                      PIC X ANY LENGTH.
 01 LNK-CSHS-NAME-BYTE-LEN             BINARY-DOUBLE UNSIGNED.
 01 LNK-CSHS-CUSTOM                    PIC X ANY LENGTH.
 01 LNK-CSHS-CUSTOM-BYTE-LEN           BINARY-DOUBLE UNSIGNED.
 01 LNK-CSHS-CHUNK                     PIC X ANY LENGTH.
 01 LNK-CSHS-CHUNK-BYTE-LEN            BINARY-DOUBLE UNSIGNED.
 01 LNK-CSHS-OUTPUT                    PIC X ANY LENGTH.
 01 LNK-CSHS-OUTPUT-BYTE-LEN           BINARY-DOUBLE UNSIGNED.

 PROCEDURE DIVISION USING LNK-CSHS-FUNCTION-CODE
                          LNK-CSHS-WIDTH
                          LNK-CSHS-NAME
                          LNK-CSHS-NAME-BYTE-LEN
                          LNK-CSHS-CUSTOM
                          LNK-CSHS-CUSTOM-BYTE-LEN
                          LNK-CSHS-CHUNK
                          LNK-CSHS-CHUNK-BYTE-LEN
                          LNK-CSHS-OUTPUT
                          LNK-CSHS-OUTPUT-BYTE-LEN.

*>------------------------------------------------------------------------------
 MAIN-CSHAKE-STREAM SECTION.
*>------------------------------------------------------------------------------

    EVALUATE TRUE
       WHEN CSHS-FUNCTION-INIT
          PERFORM 2000-CSHAKE-INIT
       WHEN CSHS-FUNCTION-ABSORB
          PERFORM 3000-CSHAKE-ABSORB
       WHEN CSHS-FUNCTION-FINAL
          PERFORM 4000-CSHAKE-FINAL
    END-EVALUATE

    GOBACK

    .
 MAIN-CSHAKE-STREAM-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Opens the stream for the width asked for. With a function name or
*> a customization string the domain block goes in first:
*>   left_encode(rate) || left_encode(bits of N) || N
*>                     || left_encode(bits of S) || S
*> zero-filled to a whole number of rate blocks. With neither, the
*> standard says cSHAKE is plain SHAKE, and SHAKE is what runs.
*>------------------------------------------------------------------------------
 2000-CSHAKE-INIT.
*>------------------------------------------------------------------------------

    MOVE 0 TO RETURN-CODE

    EVALUATE LNK-CSHS-WIDTH
       WHEN "128"
          MOVE 168 TO WS-CSHS-RATE-BYTES
          MOVE "CSHAK128" TO WS-STREAM-ALGORITHM
          IF LNK-CSHS-NAME-BYTE-LEN = 0
             AND LNK-CSHS-CUSTOM-BYTE-LEN = 0
             MOVE "SHAKE128" TO WS-STREAM-ALGORITHM
          END-IF
       WHEN "256"
          MOVE 136 TO WS-CSHS-RATE-BYTES
          MOVE "CSHAK256" TO WS-STREAM-ALGORITHM
          IF LNK-CSHS-NAME-BYTE-LEN = 0
             AND LNK-CSHS-CUSTOM-BYTE-LEN = 0
             MOVE "SHAKE256" TO WS-STREAM-ALGORITHM
          END-IF
       WHEN OTHER
          MOVE 16 TO RETURN-CODE
    END-EVALUATE

    IF RETURN-CODE = 0
       MOVE 0 TO WS-STREAM-OUTPUT-LEN
       MOVE "I" TO WS-STREAM-FUNCTION-CODE
       CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                                WS-STREAM-FUNCTION-CODE
                                LNK-CSHS-CHUNK
                                LNK-CSHS-CHUNK-BYTE-LEN
                                WS-STREAM-OUTPUT
                                WS-STREAM-OUTPUT-LEN
       END-CALL

       IF WS-STREAM-ALGORITHM(1:5) = "CSHAK"
          PERFORM 2100-ABSORB-DOMAIN-BLOCK
       END-IF
    END-IF

    .
 2000-CSHAKE-INIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> bytepad(encode_string(N) || encode_string(S), rate), absorbed a
*> piece at a time - nothing is ever assembled in storage, so neither
*> string has a length limit here.
*>------------------------------------------------------------------------------
 2100-ABSORB-DOMAIN-BLOCK.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-CSHS-PREFIX-BYTES

    MOVE WS-CSHS-RATE-BYTES TO WS-ENC-VALUE
    PERFORM 5000-LEFT-ENCODE
    PERFORM 2200-ABSORB-ENCODING

    COMPUTE WS-ENC-VALUE = LNK-CSHS-NAME-BYTE-LEN * 8
    PERFORM 5000-LEFT-ENCODE
    PERFORM 2200-ABSORB-ENCODING
    IF LNK-CSHS-NAME-BYTE-LEN > 0
       MOVE "A" TO WS-STREAM-FUNCTION-CODE
       CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                                WS-STREAM-FUNCTION-CODE
                                LNK-CSHS-NAME
                                LNK-CSHS-NAME-BYTE-LEN
                                WS-STREAM-OUTPUT
                                WS-STREAM-OUTPUT-LEN
       END-CALL
       ADD LNK-CSHS-NAME-BYTE-LEN TO WS-CSHS-PREFIX-BYTES
    END-IF

    COMPUTE WS-ENC-VALUE = LNK-CSHS-CUSTOM-BYTE-LEN * 8
    PERFORM 5000-LEFT-ENCODE
    PERFORM 2200-ABSORB-ENCODING
    IF LNK-CSHS-CUSTOM-BYTE-LEN > 0
       MOVE "A" TO WS-STREAM-FUNCTION-CODE
       CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                                WS-STREAM-FUNCTION-CODE
                                LNK-CSHS-CUSTOM
                                LNK-CSHS-CUSTOM-BYTE-LEN
                                WS-STREAM-OUTPUT
                                WS-STREAM-OUTPUT-LEN
       END-CALL
       ADD LNK-CSHS-CUSTOM-BYTE-LEN TO WS-CSHS-PREFIX-BYTES
    END-IF

*>  zero-fill to the next whole rate block
    COMPUTE WS-CSHS-PAD-BYTES =
       FUNCTION MOD(WS-CSHS-RATE-BYTES
                    - FUNCTION MOD(WS-CSHS-PREFIX-BYTES
                                   WS-CSHS-RATE-BYTES)
                    WS-CSHS-RATE-BYTES)
    IF WS-CSHS-PAD-BYTES > 0
       MOVE LOW-VALUES TO WS-CSHS-ZEROES
       MOVE "A" TO WS-STREAM-FUNCTION-CODE
       CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                                WS-STREAM-FUNCTION-CODE
                                WS-CSHS-ZEROES
                                WS-CSHS-PAD-BYTES
                                WS-STREAM-OUTPUT
                                WS-STREAM-OUTPUT-LEN
       END-CALL
    END-IF

    .
 2100-ABSORB-DOMAIN-BLOCK-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-ABSORB-ENCODING.
*>------------------------------------------------------------------------------

    MOVE "A" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-ENC-OUTPUT
                             WS-ENC-OUTPUT-LEN
                             WS-STREAM-OUTPUT
                             WS-STREAM-OUTPUT-LEN
    END-CALL
    ADD WS-ENC-OUTPUT-LEN TO WS-CSHS-PREFIX-BYTES

    .
 2200-ABSORB-ENCODING-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One message chunk into the stream.
*>------------------------------------------------------------------------------
 3000-CSHAKE-ABSORB.
*>------------------------------------------------------------------------------

    IF LNK-CSHS-CHUNK-BYTE-LEN > 0
       MOVE "A" TO WS-STREAM-FUNCTION-CODE
       CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                                WS-STREAM-FUNCTION-CODE
                                LNK-CSHS-CHUNK
                                LNK-CSHS-CHUNK-BYTE-LEN
                                WS-STREAM-OUTPUT
                                WS-STREAM-OUTPUT-LEN
       END-CALL
    END-IF

    MOVE 0 TO RETURN-CODE

    .
 3000-CSHAKE-ABSORB-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Squeezes out the output length asked for and closes the stream.
*>------------------------------------------------------------------------------
 4000-CSHAKE-FINAL.
*>------------------------------------------------------------------------------

    IF FUNCTION LENGTH(LNK-CSHS-OUTPUT) < LNK-CSHS-OUTPUT-BYTE-LEN
       MOVE 16 TO RETURN-CODE
    ELSE
       MOVE LNK-CSHS-OUTPUT-BYTE-LEN TO WS-STREAM-OUTPUT-LEN
       MOVE "F" TO WS-STREAM-FUNCTION-CODE
       CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                                WS-STREAM-FUNCTION-CODE
                                LNK-CSHS-CHUNK
                                LNK-CSHS-CHUNK-BYTE-LEN
                                LNK-CSHS-OUTPUT
                                WS-STREAM-OUTPUT-LEN
       END-CALL
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 4000-CSHAKE-FINAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> left_encode(WS-ENC-VALUE): the value's bytes, big-endian with no
*> leading zero bytes (at least one byte, so 0 encodes as one zero
*> byte), preceded by a byte holding how many there are.
*>------------------------------------------------------------------------------
 5000-LEFT-ENCODE.
*>------------------------------------------------------------------------------

    MOVE LOW-VALUES TO WS-ENC-DIGITS
    MOVE WS-ENC-VALUE TO WS-ENC-WORK
    MOVE 0 TO WS-ENC-COUNT

    PERFORM 5100-ENCODE-ONE-BYTE
    PERFORM 5100-ENCODE-ONE-BYTE UNTIL WS-ENC-WORK = 0

    MOVE SPACES TO WS-ENC-OUTPUT
    MOVE FUNCTION CHAR(WS-ENC-COUNT + 1) TO WS-ENC-OUTPUT(1:1)
    MOVE WS-ENC-DIGITS(9 - WS-ENC-COUNT:WS-ENC-COUNT)
      TO WS-ENC-OUTPUT(2:WS-ENC-COUNT)
    COMPUTE WS-ENC-OUTPUT-LEN = WS-ENC-COUNT + 1

    .
 5000-LEFT-ENCODE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Peels the low-order byte off the value into the next digit slot,
*> filling WS-ENC-DIGITS from the right.
*>------------------------------------------------------------------------------
 5100-ENCODE-ONE-BYTE.
*>------------------------------------------------------------------------------

    DIVIDE WS-ENC-WORK BY 256 GIVING WS-ENC-QUOTIENT
       REMAINDER WS-ENC-BYTE
    MOVE WS-ENC-QUOTIENT TO WS-ENC-WORK
    ADD 1 TO WS-ENC-COUNT
    MOVE FUNCTION CHAR(WS-ENC-BYTE + 1)
      TO WS-ENC-DIGITS(9 - WS-ENC-COUNT:1)

    .
 5100-ENCODE-ONE-BYTE-EX.
    EXIT.

 END PROGRAM CSHAKE-STREAM.
