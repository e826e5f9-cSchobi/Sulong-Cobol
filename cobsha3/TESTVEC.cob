*>               routing) AND through SHA3-STREAM absorbing the
*>               message in seven-byte chunks (the chunked absorb
*>               nobody tested); HMAC512 vectors go through
*>               HMAC-SHA3-512 AND the chunked HMAC-STREAM; KMAC128/
*>               KMAC256 vectors go through the one-shot KMAC module
*>               AND the chunked KMAC-STREAM, CSHAK128/CSHAK256 ones
*>               through CSHAKE128/CSHAKE256 AND the chunked
*>               CSHAKE-STREAM; a vector expecting *RC16 proves
*>               SHA3-DISPATCH rejects an
*>               unknown code. Every outcome is a date-stamped
*>               PASS/FAIL line on TESTRPT, and any failure ends the
*>               run with condition code 8 - so the published NIST
*> Tectonics:    cobc -m -free TESTVEC.cob SHA3-DISPATCH.cob
*>               SHA3-STREAM.cob HMAC-SHA3-512.cob HMAC-STREAM.cob
*>               SHA3-224.cob SHA3-256.cob SHA3-384.cob SHA3-512.cob
*>               SHAKE128.cob SHAKE256.cob KMAC128.cob KMAC256.cob
*>               KMAC-STREAM.cob CSHAKE128.cob CSHAKE256.cob
*>               CSHAKE-STREAM.cob KECCAK.o
*>
*> Usage:        TESTVECS  - line-sequential input, one vector per
*>                            record, blank delimited:
*>                              <algorithm> <keyhex> <msghex>
*>                              <expected> [<outlen>
*>                              [<customhex>]]
*>                            algorithm: 224/256/384/512/SHAKE128/
*>                            SHAKE256/HMAC512/KMAC128/KMAC256/
*>                            CSHAK128/CSHAK256, or any other code to
*>                            prove the dispatcher rejects it. keyhex
*>                            is the key for HMAC512 and the KMACs,
*>                            the cSHAKE function name for CSHAK128/
*>                            CSHAK256, and "-" (empty) otherwise.
*>                            msghex is "-" for the empty message.
*>                            expected is the digest hex, or *RC16
*>                            for a vector the dispatcher must
*>                            reject. outlen is the SHAKE, cSHAKE or
*>                            KMAC output byte length (omitted or "-"
*>                            = the expected hex's length). customhex
*>                            is the KMAC/cSHAKE customization string
*>                            in hex (omitted or "-" = empty). Blank
*>                            cards and cards starting "*" are
*>                            comments.
*>               TESTRPT   - line-sequential output, one dated
*>                            PASS/FAIL line per check plus a summary.
*>
*> ========== ==================================================================
*> 2026.08.21 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - KMAC128/KMAC256 and cSHAKE128/256 (CSHAK128/CSHAK256)
*>              vectors, run one-shot and through the chunked
*>              KMAC-STREAM/CSHAKE-STREAM, with an optional sixth
*>              field for the customization string - the published
*>              NIST SP 800-185 samples are on the vector file.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
 01  WS-VEC-MSG-HEX                    PIC X(512).
 01  WS-VEC-EXPECTED                   PIC X(128).
 01  WS-VEC-OUT-LEN                    PIC X(03).
 01  WS-VEC-CUSTOM-HEX                 PIC X(128).

 01  WS-KEY-BYTES                      PIC X(64).
 01  WS-KEY-LEN                        BINARY-DOUBLE UNSIGNED.
 01  WS-MSG-BYTES                      PIC X(256).
 01  WS-MSG-LEN                        BINARY-DOUBLE UNSIGNED.
 01  WS-CUSTOM-BYTES                   PIC X(64).
 01  WS-CUSTOM-LEN                     BINARY-DOUBLE UNSIGNED.
 01  WS-EXPECTED-BYTES                 PIC X(64).
 01  WS-EXPECTED-LEN                   BINARY-DOUBLE UNSIGNED.
 01  WS-OUTPUT-LEN                     BINARY-DOUBLE UNSIGNED.
 01  WS-STREAM-FUNCTION-CODE           PIC X(01).
 01  WS-CHUNK-POS                      BINARY-DOUBLE UNSIGNED.
 01  WS-CHUNK-LEN                      BINARY-DOUBLE UNSIGNED.
 01  WS-CSHS-WIDTH                     PIC X(03).

 01  WS-VECTOR-COUNT                   PIC 9(05) BINARY VALUE 0.
 01  WS-PASS-COUNT                     PIC 9(05) BINARY VALUE 0.
             WHEN WS-VEC-ALGORITHM = "HMAC512"
                PERFORM 4000-CHECK-HMAC-ONESHOT
                PERFORM 4100-CHECK-HMAC-STREAM
             WHEN WS-VEC-ALGORITHM = "KMAC128"
               OR WS-VEC-ALGORITHM = "KMAC256"
                PERFORM 4200-CHECK-KMAC-ONESHOT
                PERFORM 4300-CHECK-KMAC-STREAM
             WHEN WS-VEC-ALGORITHM = "CSHAK128"
               OR WS-VEC-ALGORITHM = "CSHAK256"
                PERFORM 4400-CHECK-CSHAKE-ONESHOT
                PERFORM 4500-CHECK-CSHAKE-STREAM
             WHEN OTHER
                PERFORM 5000-CHECK-DISPATCH
                PERFORM 5100-CHECK-STREAM-CHUNKED

*>------------------------------------------------------------------------------
*> Splits the card and decodes the hex fields. "-" stands for an
*> empty field; the SHAKE/cSHAKE/KMAC output length defaults to the
*> expected value's own length.
*>------------------------------------------------------------------------------
 2200-PARSE-VECTOR.
*>------------------------------------------------------------------------------
    MOVE SPACES TO WS-VEC-MSG-HEX
    MOVE SPACES TO WS-VEC-EXPECTED
    MOVE SPACES TO WS-VEC-OUT-LEN
    MOVE SPACES TO WS-VEC-CUSTOM-HEX
    UNSTRING VECTOR-REC
       DELIMITED BY ALL " "
       INTO WS-VEC-ALGORITHM
            WS-VEC-MSG-HEX
            WS-VEC-EXPECTED
            WS-VEC-OUT-LEN
            WS-VEC-CUSTOM-HEX
    END-UNSTRING
    IF WS-VEC-OUT-LEN = "-"
       MOVE SPACES TO WS-VEC-OUT-LEN
    END-IF

*>  key
    MOVE 0 TO WS-KEY-LEN
       END-IF
    END-IF

*>  customization string (KMAC and cSHAKE vectors)
    MOVE 0 TO WS-CUSTOM-LEN
    IF NOT WS-VEC-BAD
       AND WS-VEC-CUSTOM-HEX NOT = "-" AND WS-VEC-CUSTOM-HEX NOT = SPACES
       MOVE WS-VEC-CUSTOM-HEX TO WS-HEX-FIELD
       PERFORM 2300-MEASURE-HEX-FIELD
       IF WS-VEC-BAD OR WS-HEX-CHAR-COUNT > 128
          SET WS-VEC-BAD TO TRUE
       ELSE
          COMPUTE WS-CUSTOM-LEN = WS-HEX-CHAR-COUNT / 2
          CALL "HEXDECODE" USING WS-VEC-CUSTOM-HEX
                                 WS-CUSTOM-LEN
                                 WS-CUSTOM-BYTES
          END-CALL
          IF RETURN-CODE NOT = 0
             SET WS-VEC-BAD TO TRUE
          END-IF
       END-IF
    END-IF

*>  expected digest, unless this is a rejection vector
    MOVE 0 TO WS-EXPECTED-LEN
    IF NOT WS-VEC-BAD AND WS-VEC-EXPECTED NOT = "*RC16"
       END-IF
    END-IF

*>  output length: the SHAKE, cSHAKE and KMAC widths may name one,
*>  everyone else gets the expected value's length
    MOVE WS-EXPECTED-LEN TO WS-OUTPUT-LEN
    IF NOT WS-VEC-BAD AND WS-VEC-OUT-LEN NOT = SPACES
       IF WS-VEC-OUT-LEN IS NUMERIC
 4110-ABSORB-ONE-HMAC-CHUNK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> KMAC128/KMAC256 through the one-shot module - the key, the message,
*> the customization string and the output length all feed the MAC.
*>------------------------------------------------------------------------------
 4200-CHECK-KMAC-ONESHOT.
*>------------------------------------------------------------------------------

    MOVE LOW-VALUES TO WS-COMPUTED
    IF WS-VEC-ALGORITHM = "KMAC128"
       CALL "KMAC128" USING WS-KEY-BYTES
                            WS-KEY-LEN
                            WS-MSG-BYTES
                            WS-MSG-LEN
                            WS-CUSTOM-BYTES
                            WS-CUSTOM-LEN
                            WS-COMPUTED
                            WS-OUTPUT-LEN
       END-CALL
    ELSE
       CALL "KMAC256" USING WS-KEY-BYTES
                            WS-KEY-LEN
                            WS-MSG-BYTES
                            WS-MSG-LEN
                            WS-CUSTOM-BYTES
                            WS-CUSTOM-LEN
                            WS-COMPUTED
                            WS-OUTPUT-LEN
       END-CALL
    END-IF

    PERFORM 6000-JUDGE-COMPUTED
    PERFORM 7000-BUILD-CASE-NAME
    PERFORM 8000-WRITE-TEST-RESULT

    .
 4200-CHECK-KMAC-ONESHOT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The same vector through the chunked KMAC stream, seven bytes at a
*> time - the path MACRUN drives for a KMAC partner.
*>------------------------------------------------------------------------------
 4300-CHECK-KMAC-STREAM.
*>------------------------------------------------------------------------------

    MOVE LOW-VALUES TO WS-COMPUTED

    MOVE "I" TO WS-STREAM-FUNCTION-CODE
    CALL "KMAC-STREAM" USING WS-STREAM-FUNCTION-CODE
                             WS-VEC-ALGORITHM
                             WS-KEY-BYTES
                             WS-KEY-LEN
                             WS-CUSTOM-BYTES
                             WS-CUSTOM-LEN
                             WS-MSG-BYTES
                             WS-MSG-LEN
                             WS-COMPUTED
                             WS-OUTPUT-LEN
    END-CALL

    MOVE 1 TO WS-CHUNK-POS
    PERFORM 4310-ABSORB-ONE-KMAC-CHUNK
       UNTIL WS-CHUNK-POS > WS-MSG-LEN

    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    CALL "KMAC-STREAM" USING WS-STREAM-FUNCTION-CODE
                             WS-VEC-ALGORITHM
                             WS-KEY-BYTES
                             WS-KEY-LEN
                             WS-CUSTOM-BYTES
                             WS-CUSTOM-LEN
                             WS-MSG-BYTES
                             WS-MSG-LEN
                             WS-COMPUTED
                             WS-OUTPUT-LEN
    END-CALL

    PERFORM 6000-JUDGE-COMPUTED
    PERFORM 7000-BUILD-CASE-NAME
    MOVE "STREAM" TO WS-TESTRPT-CASE(25:6)
    PERFORM 8000-WRITE-TEST-RESULT

    .
 4300-CHECK-KMAC-STREAM-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4310-ABSORB-ONE-KMAC-CHUNK.
*>------------------------------------------------------------------------------

    IF WS-MSG-LEN - WS-CHUNK-POS + 1 > 7
       MOVE 7 TO WS-CHUNK-LEN
    ELSE
       COMPUTE WS-CHUNK-LEN = WS-MSG-LEN - WS-CHUNK-POS + 1
    END-IF

    MOVE "A" TO WS-STREAM-FUNCTION-CODE
    CALL "KMAC-STREAM" USING WS-STREAM-FUNCTION-CODE
                             WS-VEC-ALGORITHM
                             WS-KEY-BYTES
                             WS-KEY-LEN
                             WS-CUSTOM-BYTES
                             WS-CUSTOM-LEN
                             WS-MSG-BYTES(WS-CHUNK-POS:WS-CHUNK-LEN)
                             WS-CHUNK-LEN
                             WS-COMPUTED
                             WS-OUTPUT-LEN
    END-CALL

    ADD WS-CHUNK-LEN TO WS-CHUNK-POS

    .
 4310-ABSORB-ONE-KMAC-CHUNK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> cSHAKE128/256 through the one-shot module; the card's key field
*> carries the function name.
*>------------------------------------------------------------------------------
 4400-CHECK-CSHAKE-ONESHOT.
*>------------------------------------------------------------------------------

    MOVE LOW-VALUES TO WS-COMPUTED
    IF WS-VEC-ALGORITHM = "CSHAK128"
       CALL "CSHAKE128" USING WS-MSG-BYTES
                              WS-MSG-LEN
                              WS-COMPUTED
                              WS-OUTPUT-LEN
                              WS-KEY-BYTES
                              WS-KEY-LEN
                              WS-CUSTOM-BYTES
                              WS-CUSTOM-LEN
       END-CALL
    ELSE
       CALL "CSHAKE256" USING WS-MSG-BYTES
                              WS-MSG-LEN
                              WS-COMPUTED
                              WS-OUTPUT-LEN
                              WS-KEY-BYTES
                              WS-KEY-LEN
                              WS-CUSTOM-BYTES
                              WS-CUSTOM-LEN
       END-CALL
    END-IF

    PERFORM 6000-JUDGE-COMPUTED
    PERFORM 7000-BUILD-CASE-NAME
    PERFORM 8000-WRITE-TEST-RESULT

    .
 4400-CHECK-CSHAKE-ONESHOT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The same vector through the chunked cSHAKE stream, seven bytes at
*> a time.
*>------------------------------------------------------------------------------
 4500-CHECK-CSHAKE-STREAM.
*>------------------------------------------------------------------------------

    MOVE LOW-VALUES TO WS-COMPUTED
    MOVE WS-VEC-ALGORITHM(6:3) TO WS-CSHS-WIDTH

    MOVE "I" TO WS-STREAM-FUNCTION-CODE
    CALL "CSHAKE-STREAM" USING WS-STREAM-FUNCTION-CODE
                               WS-CSHS-WIDTH
                               WS-KEY-BYTES
                               WS-KEY-LEN
                               WS-CUSTOM-BYTES
                               WS-CUSTOM-LEN
                               WS-MSG-BYTES
                               WS-MSG-LEN
                               WS-COMPUTED
                               WS-OUTPUT-LEN
    END-CALL

    MOVE 1 TO WS-CHUNK-POS
    PERFORM 4510-ABSORB-ONE-CSHAKE-CHUNK
       UNTIL WS-CHUNK-POS > WS-MSG-LEN

    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    CALL "CSHAKE-STREAM" USING WS-STREAM-FUNCTION-CODE
                               WS-CSHS-WIDTH
                               WS-KEY-BYTES
                               WS-KEY-LEN
                               WS-CUSTOM-BYTES
                               WS-CUSTOM-LEN
                               WS-MSG-BYTES
                               WS-MSG-LEN
                               WS-COMPUTED
                               WS-OUTPUT-LEN
    END-CALL

    PERFORM 6000-JUDGE-COMPUTED
    PERFORM 7000-BUILD-CASE-NAME
    MOVE "STREAM" TO WS-TESTRPT-CASE(25:6)
    PERFORM 8000-WRITE-TEST-RESULT

    .
 4500-CHECK-CSHAKE-STREAM-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4510-ABSORB-ONE-CSHAKE-CHUNK.
*>------------------------------------------------------------------------------

    IF WS-MSG-LEN - WS-CHUNK-POS + 1 > 7
       MOVE 7 TO WS-CHUNK-LEN
    ELSE
       COMPUTE WS-CHUNK-LEN = WS-MSG-LEN - WS-CHUNK-POS + 1
    END-IF

    MOVE "A" TO WS-STREAM-FUNCTION-CODE
    CALL "CSHAKE-STREAM" USING WS-STREAM-FUNCTION-CODE
                               WS-CSHS-WIDTH
                               WS-KEY-BYTES
                               WS-KEY-LEN
                               WS-CUSTOM-BYTES
                               WS-CUSTOM-LEN
                               WS-MSG-BYTES(WS-CHUNK-POS:WS-CHUNK-LEN)
                               WS-CHUNK-LEN
                               WS-COMPUTED
                               WS-OUTPUT-LEN
    END-CALL

    ADD WS-CHUNK-LEN TO WS-CHUNK-POS

    .
 4510-ABSORB-ONE-CSHAKE-CHUNK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The one-shot route every caller outside the batch drivers uses.
*>------------------------------------------------------------------------------
