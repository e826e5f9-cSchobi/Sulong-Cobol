*>               ("224", "256", "384", "512", "SHAKE128", "SHAKE256");
*>               for the two SHAKE widths set LNK-STREAM-OUTPUT-LEN to
*>               the desired output length before the "F" call.
*>               A caller wanting the same message digested under two
*>               algorithms calls once with "D" (digest, keep the
*>               message) for the first and then "F" for the second;
*>               "D" leaves the absorbed message in place.
*>               "CSHAK128" and "CSHAK256" are the cSHAKE widths (SP
*>               800-185): the SHAKE rates with the cSHAKE domain
*>               suffix. The caller absorbs the encoded function-name
*>               and customization block itself, ahead of the message
*>               - CSHAKE-STREAM.cob does that - and sets the output
*>               length as for SHAKE.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.08.09 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - New function code "D": digest the message absorbed so
*>              far without releasing it, so a feed in a digest-
*>              algorithm transition window is digested under both its
*>              old and new algorithm in the one read of the file.
*> 2026.10.15 cobsha3 maintainers:
*>            - New widths "CSHAK128"/"CSHAK256" (cSHAKE domain suffix
*>              X"04") for CSHAKE-STREAM.cob and the KMAC modules
*>              built on it.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
    88 STREAM-FUNCTION-INIT            VALUE "I".
    88 STREAM-FUNCTION-ABSORB          VALUE "A".
    88 STREAM-FUNCTION-FINAL           VALUE "F".
    88 STREAM-FUNCTION-DIGEST          VALUE "D".
 01 LNK-STREAM-CHUNK                   PIC X ANY LENGTH.
 01 LNK-STREAM-CHUNK-BYTE-LEN          BINARY-DOUBLE UNSIGNED.
 01 LNK-STREAM-OUTPUT                  PIC X ANY LENGTH.
          PERFORM 2000-STREAM-ABSORB
       WHEN STREAM-FUNCTION-FINAL
          PERFORM 3000-STREAM-FINAL
       WHEN STREAM-FUNCTION-DIGEST
          PERFORM 3100-STREAM-DIGEST
    END-EVALUATE

    GOBACK
    EXIT.

*>------------------------------------------------------------------------------
*> The whole message has been absorbed - digest it and release the
*> accumulator.
*>------------------------------------------------------------------------------
 3000-STREAM-FINAL.

    PERFORM 3100-STREAM-DIGEST

    IF WS-ACCUM-CAPACITY > 0
       FREE WS-ACCUM-POINTER
    END-IF

    SET WS-ACCUM-POINTER TO NULL
    MOVE 0 TO WS-ACCUM-CAPACITY
    MOVE 0 TO WS-ACCUM-LENGTH

    .
 3000-STREAM-FINAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Pick the rate/capacity/suffix for the requested algorithm and drive
*> the single KECCAK call over everything absorbed so far; the
*> accumulator is left as it is.
*>------------------------------------------------------------------------------
 3100-STREAM-DIGEST.

    SET ADDRESS OF WS-ACCUM-AREA TO WS-ACCUM-POINTER
    MOVE X"06" TO LNK-KECCAK-DELIMITED-SUFFIX

          MOVE 512  TO LNK-KECCAK-CAPACITY
          MOVE X"1F" TO LNK-KECCAK-DELIMITED-SUFFIX
          MOVE LNK-STREAM-OUTPUT-LEN TO LNK-KECCAK-OUTPUT-BYTE-LEN
       WHEN "CSHAK128"
          MOVE 1344 TO LNK-KECCAK-RATE
          MOVE 256  TO LNK-KECCAK-CAPACITY
          MOVE X"04" TO LNK-KECCAK-DELIMITED-SUFFIX
          MOVE LNK-STREAM-OUTPUT-LEN TO LNK-KECCAK-OUTPUT-BYTE-LEN
       WHEN "CSHAK256"
          MOVE 1088 TO LNK-KECCAK-RATE
          MOVE 512  TO LNK-KECCAK-CAPACITY
          MOVE X"04" TO LNK-KECCAK-DELIMITED-SUFFIX
          MOVE LNK-STREAM-OUTPUT-LEN TO LNK-KECCAK-OUTPUT-BYTE-LEN
    END-EVALUATE

    CALL "KECCAK" USING LNK-KECCAK-RATE
                        LNK-KECCAK-OUTPUT-BYTE-LEN
    END-CALL

    .
 3100-STREAM-DIGEST-EX.
    EXIT.

 END PROGRAM SHA3-STREAM.
