*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  SELFTEST.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  SELFTEST.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with SELFTEST.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      SELFTEST.cob
*>
*> Purpose:      Known-answer test of the digest and MAC modules, run by
*>               each production hashing step before it opens anything.
*>               The TESTREGR regression job only proves the build it
*>               was submitted against; a bad KECCAK.o or SHA3-STREAM
*>               promoted after it would otherwise go on to write a
*>               whole night of wrong digests into HASHMAST, HASHJRNL
*>               and the partner files. Here every algorithm code a
*>               manifest may carry is driven through the same CALL
*>               path the drivers use - I / A / F in more than one
*>               absorb, the "D" keep-the-message path of a transition
*>               window, and the one-shot SHA3-256 the block index
*>               uses - and compared byte for byte with the published
*>               answer, so a step that cannot get "abc" right stops
*>               before its first dataset.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free SELFTEST.cob
*>
*> Usage:        CALL "SELFTEST" USING <suite X(8)>
*>                                     <failed algorithm X(8)>
*>               Suite "DIGEST" tests SHA3-224/256/384/512, SHAKE128
*>               and SHAKE256 through SHA3-STREAM.cob (including the
*>               "D" then "F" dual digest) and the one-shot
*>               SHA3-256.cob; suite "MAC" tests HMAC512 through
*>               HMAC-STREAM.cob and KMAC128/KMAC256 (and with them
*>               the cSHAKE widths) through KMAC-STREAM.cob.
*>               RETURN-CODE is 0 when every answer matched. It is 8
*>               when one did not, the second parameter naming the
*>               first algorithm code that failed; an unknown suite
*>               fails the same way, named by the suite itself.
*>               The vectors are the FIPS 202 "abc" and 448-bit
*>               samples, the SP 800-185 KMAC samples 2 and 4 and
*>               the "Jefe" HMAC case, as in data/TESTVECS.dat.
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

 IDENTIFICATION DIVISION.
 PROGRAM-ID. SELFTEST.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

 01  WS-FAILED-SWITCH                  PIC X(01) VALUE "N".
    88 WS-TEST-FAILED                  VALUE "Y".
 01  WS-FAILED-ALGORITHM               PIC X(08).
 01  WS-CHECK-ALGORITHM                PIC X(08).

*> linkage work area for SHA3-STREAM.cob
 01  WS-STREAM-ALGORITHM               PIC X(08).
 01  WS-STREAM-FUNCTION-CODE           PIC X(01).
 01  WS-STREAM-CHUNK                   PIC X(64).
 01  WS-STREAM-CHUNK-LEN               BINARY-DOUBLE UNSIGNED.
 01  WS-STREAM-OUTPUT                  PIC X(64).
 01  WS-STREAM-OUTPUT-LEN              BINARY-DOUBLE UNSIGNED.

*> linkage work area for HMAC-STREAM.cob and KMAC-STREAM.cob
 01  WS-MAC-FUNCTION-CODE              PIC X(01).
 01  WS-MAC-ALGORITHM                  PIC X(08).
 01  WS-MAC-KEY                        PIC X(32).
 01  WS-MAC-KEY-LEN                    BINARY-DOUBLE UNSIGNED.
 01  WS-MAC-CUSTOM                     PIC X(64).
 01  WS-MAC-CUSTOM-LEN                 BINARY-DOUBLE UNSIGNED.
 01  WS-MAC-OUTPUT                     PIC X(64).
 01  WS-MAC-OUTPUT-LEN                 BINARY-DOUBLE UNSIGNED.

*> the messages: FIPS 202 "abc" and the 448-bit two-block sample
 01  WS-MSG-ABC                        PIC X(03) VALUE "abc".
 01  WS-MSG-448.
     05 FILLER                         PIC X(28)
                                       VALUE "abcdbcdecdefdefgefghfghighij".
     05 FILLER                         PIC X(28)
                                       VALUE "hijkijkljklmklmnlmnomnopnopq".
 01  WS-MSG-HMAC                       PIC X(28)
                                       VALUE "what do ya want for nothing?".
 01  WS-MSG-KMAC                       PIC X(04) VALUE X"00010203".
 01  WS-KMAC-KEY.
     05 FILLER                         PIC X(16)
          VALUE X"404142434445464748494a4b4c4d4e4f".
     05 FILLER                         PIC X(16)
          VALUE X"505152535455565758595a5b5c5d5e5f".
 01  WS-KMAC-CUSTOM                    PIC X(21)
                                       VALUE "My Tagged Application".

*> the published answers
 01  WS-EXP-SHA3-224.
     05 FILLER                         PIC X(16)
          VALUE X"e642824c3f8cf24ad09234ee7d3c766f".
     05 FILLER                         PIC X(12)
          VALUE X"c9a3a5168d0c94ad73b46fdf".
 01  WS-EXP-SHA3-256.
     05 FILLER                         PIC X(16)
          VALUE X"41c0dba2a9d6240849100376a8235e2c".
     05 FILLER                         PIC X(16)
          VALUE X"82e1b9998a999e21db32dd97496d3376".
 01  WS-EXP-SHA3-384.
     05 FILLER                         PIC X(16)
          VALUE X"ec01498288516fc926459f58e2c6ad8d".
     05 FILLER                         PIC X(16)
          VALUE X"f9b473cb0fc08c2596da7cf0e49be4b2".
     05 FILLER                         PIC X(16)
          VALUE X"98d88cea927ac7f539f1edf228376d25".
 01  WS-EXP-SHA3-512.
     05 FILLER                         PIC X(16)
          VALUE X"b751850b1a57168a5693cd924b6b096e".
     05 FILLER                         PIC X(16)
          VALUE X"08f621827444f70d884f5d0240d2712e".
     05 FILLER                         PIC X(16)
          VALUE X"10e116e9192af3c91a7ec57647e39340".
     05 FILLER                         PIC X(16)
          VALUE X"57340b4cf408d5a56592f8274eec53f0".
 01  WS-EXP-SHAKE128.
     05 FILLER                         PIC X(16)
          VALUE X"5881092dd818bf5cf8a3ddb793fbcba7".
     05 FILLER                         PIC X(16)
          VALUE X"4097d5c526a6d35f97b83351940f2cc8".
 01  WS-EXP-SHAKE256.
     05 FILLER                         PIC X(16)
          VALUE X"483366601360a8771c6863080cc4114d".
     05 FILLER                         PIC X(16)
          VALUE X"8db44530f8f1e1ee4f94ea37e78b5739".
 01  WS-EXP-ONE-SHOT.
     05 FILLER                         PIC X(16)
          VALUE X"3a985da74fe225b2045c172d6bd390bd".
     05 FILLER                         PIC X(16)
          VALUE X"855f086e3e9d525b46bfe24511431532".
 01  WS-EXP-HMAC512.
     05 FILLER                         PIC X(16)
          VALUE X"5a4bfeab6166427c7a3647b747292b83".
     05 FILLER                         PIC X(16)
          VALUE X"84537cdb89afb3bf5665e4c5e709350b".
     05 FILLER                         PIC X(16)
          VALUE X"287baec921fd7ca0ee7a0c31d022a95e".
     05 FILLER                         PIC X(16)
          VALUE X"1fc92ba9d77df883960275beb4e62024".
 01  WS-EXP-KMAC128.
     05 FILLER                         PIC X(16)
          VALUE X"3b1fba963cd8b0b59e8c1a6d71888b71".
     05 FILLER                         PIC X(16)
          VALUE X"43651af8ba0a7070c0979e2811324aa5".
 01  WS-EXP-KMAC256.
     05 FILLER                         PIC X(16)
          VALUE X"20c570c31346f703c9ac36c61c03cb64".
     05 FILLER                         PIC X(16)
          VALUE X"c3970d0cfc787e9b79599d273a68d2f7".
     05 FILLER                         PIC X(16)
          VALUE X"f69d4cc3de9d104a351689f27cf6f595".
     05 FILLER                         PIC X(16)
          VALUE X"1f0103f33f4f24871024d9c27773a8dd".

 LINKAGE SECTION.
 01  LNK-SUITE                         PIC X(08).
    88 SUITE-DIGEST                    VALUE "DIGEST".
    88 SUITE-MAC                       VALUE "MAC".
 01  LNK-FAILED-ALGORITHM              PIC X(08).

 PROCEDURE DIVISION USING LNK-SUITE
                          LNK-FAILED-ALGORITHM.

*>------------------------------------------------------------------------------
 MAIN-SELFTEST SECTION.
*>------------------------------------------------------------------------------

    MOVE "N"    TO WS-FAILED-SWITCH
    MOVE SPACES TO WS-FAILED-ALGORITHM

    EVALUATE TRUE
       WHEN SUITE-DIGEST
          PERFORM 1000-DIGEST-SUITE
       WHEN SUITE-MAC
          PERFORM 2000-MAC-SUITE
       WHEN OTHER
          MOVE LNK-SUITE TO WS-CHECK-ALGORITHM
          PERFORM 8000-NOTE-FAILURE
    END-EVALUATE

    MOVE WS-FAILED-ALGORITHM TO LNK-FAILED-ALGORITHM
    IF WS-TEST-FAILED
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
    END-IF

    GOBACK

    .
 MAIN-SELFTEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Every width the drivers accept from a manifest or control record,
*> each absorbed the way the drivers absorb: one call per block, the
*> blocks not lined up with the Keccak rate.
*>------------------------------------------------------------------------------
 1000-DIGEST-SUITE.
*>------------------------------------------------------------------------------

*>  SHA3-224 over "abc" fed as "a" then "bc"
    MOVE "224" TO WS-STREAM-ALGORITHM
    PERFORM 7000-STREAM-INIT
    MOVE WS-MSG-ABC(1:1) TO WS-STREAM-CHUNK
    MOVE 1 TO WS-STREAM-CHUNK-LEN
    PERFORM 7100-STREAM-ABSORB
    MOVE WS-MSG-ABC(2:2) TO WS-STREAM-CHUNK
    MOVE 2 TO WS-STREAM-CHUNK-LEN
    PERFORM 7100-STREAM-ABSORB
    MOVE 28 TO WS-STREAM-OUTPUT-LEN
    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    PERFORM 7200-STREAM-FINISH
    IF WS-STREAM-OUTPUT(1:28) NOT = WS-EXP-SHA3-224
       MOVE "224" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

*>  SHA3-256 over the 448-bit sample fed as 20 + 36 bytes
    MOVE "256" TO WS-STREAM-ALGORITHM
    PERFORM 7000-STREAM-INIT
    MOVE WS-MSG-448(1:20) TO WS-STREAM-CHUNK
    MOVE 20 TO WS-STREAM-CHUNK-LEN
    PERFORM 7100-STREAM-ABSORB
    MOVE WS-MSG-448(21:36) TO WS-STREAM-CHUNK
    MOVE 36 TO WS-STREAM-CHUNK-LEN
    PERFORM 7100-STREAM-ABSORB
    MOVE 32 TO WS-STREAM-OUTPUT-LEN
    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    PERFORM 7200-STREAM-FINISH
    IF WS-STREAM-OUTPUT(1:32) NOT = WS-EXP-SHA3-256
       MOVE "256" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

*>  SHA3-384 then SHA3-512 over the one absorb of "abc" - "D" keeps
*>  the message for the second width, as in a transition window
    MOVE "384" TO WS-STREAM-ALGORITHM
    PERFORM 7000-STREAM-INIT
    MOVE WS-MSG-ABC TO WS-STREAM-CHUNK
    MOVE 3 TO WS-STREAM-CHUNK-LEN
    PERFORM 7100-STREAM-ABSORB
    MOVE 48 TO WS-STREAM-OUTPUT-LEN
    MOVE "D" TO WS-STREAM-FUNCTION-CODE
    PERFORM 7200-STREAM-FINISH
    IF WS-STREAM-OUTPUT(1:48) NOT = WS-EXP-SHA3-384
       MOVE "384" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF
    MOVE "512" TO WS-STREAM-ALGORITHM
    MOVE 64 TO WS-STREAM-OUTPUT-LEN
    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    PERFORM 7200-STREAM-FINISH
    IF WS-STREAM-OUTPUT(1:64) NOT = WS-EXP-SHA3-512
       MOVE "512" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

*>  the two SHAKE widths over "abc", 32 bytes out
    MOVE "SHAKE128" TO WS-STREAM-ALGORITHM
    PERFORM 7000-STREAM-INIT
    MOVE WS-MSG-ABC TO WS-STREAM-CHUNK
    MOVE 3 TO WS-STREAM-CHUNK-LEN
    PERFORM 7100-STREAM-ABSORB
    MOVE 32 TO WS-STREAM-OUTPUT-LEN
    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    PERFORM 7200-STREAM-FINISH
    IF WS-STREAM-OUTPUT(1:32) NOT = WS-EXP-SHAKE128
       MOVE "SHAKE128" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

    MOVE "SHAKE256" TO WS-STREAM-ALGORITHM
    PERFORM 7000-STREAM-INIT
    MOVE WS-MSG-ABC TO WS-STREAM-CHUNK
    MOVE 3 TO WS-STREAM-CHUNK-LEN
    PERFORM 7100-STREAM-ABSORB
    MOVE 32 TO WS-STREAM-OUTPUT-LEN
    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    PERFORM 7200-STREAM-FINISH
    IF WS-STREAM-OUTPUT(1:32) NOT = WS-EXP-SHAKE256
       MOVE "SHAKE256" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

*>  the one-shot SHA3-256 the block index digests are taken with
    MOVE SPACES TO WS-STREAM-OUTPUT
    MOVE 3 TO WS-STREAM-CHUNK-LEN
    CALL "SHA3-256" USING WS-MSG-ABC
                          WS-STREAM-CHUNK-LEN
                          WS-STREAM-OUTPUT
    END-CALL
    IF WS-STREAM-OUTPUT(1:32) NOT = WS-EXP-ONE-SHOT
       MOVE "SHA3-256" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

    .
 1000-DIGEST-SUITE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The partner MAC algorithms: HMAC512 and the two KMAC widths, each
*> with its key and (for KMAC) customization string passed the way
*> MACRUN passes the key file's.
*>------------------------------------------------------------------------------
 2000-MAC-SUITE.
*>------------------------------------------------------------------------------

*>  HMAC512, key "Jefe", the message in two absorbs
    MOVE "Jefe" TO WS-MAC-KEY
    MOVE 4 TO WS-MAC-KEY-LEN
    MOVE SPACES TO WS-MAC-OUTPUT
    MOVE "I" TO WS-MAC-FUNCTION-CODE
    MOVE 0 TO WS-STREAM-CHUNK-LEN
    PERFORM 7300-HMAC-CALL
    MOVE "A" TO WS-MAC-FUNCTION-CODE
    MOVE WS-MSG-HMAC(1:10) TO WS-STREAM-CHUNK
    MOVE 10 TO WS-STREAM-CHUNK-LEN
    PERFORM 7300-HMAC-CALL
    MOVE WS-MSG-HMAC(11:18) TO WS-STREAM-CHUNK
    MOVE 18 TO WS-STREAM-CHUNK-LEN
    PERFORM 7300-HMAC-CALL
    MOVE "F" TO WS-MAC-FUNCTION-CODE
    MOVE 0 TO WS-STREAM-CHUNK-LEN
    PERFORM 7300-HMAC-CALL
    IF WS-MAC-OUTPUT(1:64) NOT = WS-EXP-HMAC512
       MOVE "HMAC512" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

*>  KMAC128 and KMAC256, key 40..5F, "My Tagged Application"
    MOVE WS-KMAC-KEY TO WS-MAC-KEY
    MOVE 32 TO WS-MAC-KEY-LEN
    MOVE WS-KMAC-CUSTOM TO WS-MAC-CUSTOM
    MOVE 21 TO WS-MAC-CUSTOM-LEN

    MOVE "KMAC128" TO WS-MAC-ALGORITHM
    MOVE 32 TO WS-MAC-OUTPUT-LEN
    PERFORM 7400-KMAC-ONE-MESSAGE
    IF WS-MAC-OUTPUT(1:32) NOT = WS-EXP-KMAC128
       MOVE "KMAC128" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

    MOVE "KMAC256" TO WS-MAC-ALGORITHM
    MOVE 64 TO WS-MAC-OUTPUT-LEN
    PERFORM 7400-KMAC-ONE-MESSAGE
    IF WS-MAC-OUTPUT(1:64) NOT = WS-EXP-KMAC256
       MOVE "KMAC256" TO WS-CHECK-ALGORITHM
       PERFORM 8000-NOTE-FAILURE
    END-IF

    .
 2000-MAC-SUITE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7000-STREAM-INIT.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-STREAM-OUTPUT
    MOVE 0 TO WS-STREAM-CHUNK-LEN
    MOVE "I" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-STREAM-CHUNK
                             WS-STREAM-CHUNK-LEN
                             WS-STREAM-OUTPUT
                             WS-STREAM-OUTPUT-LEN
    END-CALL

    .
 7000-STREAM-INIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7100-STREAM-ABSORB.
*>------------------------------------------------------------------------------

    MOVE "A" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-STREAM-CHUNK
                             WS-STREAM-CHUNK-LEN
                             WS-STREAM-OUTPUT
                             WS-STREAM-OUTPUT-LEN
    END-CALL

    .
 7100-STREAM-ABSORB-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> "F" or "D", as the caller has set it, into a cleared output area
*>------------------------------------------------------------------------------
 7200-STREAM-FINISH.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-STREAM-OUTPUT
    MOVE 0 TO WS-STREAM-CHUNK-LEN
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-STREAM-CHUNK
                             WS-STREAM-CHUNK-LEN
                             WS-STREAM-OUTPUT
                             WS-STREAM-OUTPUT-LEN
    END-CALL

    .
 7200-STREAM-FINISH-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7300-HMAC-CALL.
*>------------------------------------------------------------------------------

    CALL "HMAC-STREAM" USING WS-MAC-FUNCTION-CODE
                             WS-MAC-KEY
                             WS-MAC-KEY-LEN
                             WS-STREAM-CHUNK
                             WS-STREAM-CHUNK-LEN
                             WS-MAC-OUTPUT
    END-CALL

    .
 7300-HMAC-CALL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> I / A / F of the 4-byte KMAC sample message under WS-MAC-ALGORITHM
*>------------------------------------------------------------------------------
 7400-KMAC-ONE-MESSAGE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-MAC-OUTPUT
    MOVE "I" TO WS-MAC-FUNCTION-CODE
    MOVE 0 TO WS-STREAM-CHUNK-LEN
    PERFORM 7500-KMAC-CALL
    MOVE "A" TO WS-MAC-FUNCTION-CODE
    MOVE WS-MSG-KMAC TO WS-STREAM-CHUNK
    MOVE 4 TO WS-STREAM-CHUNK-LEN
    PERFORM 7500-KMAC-CALL
    MOVE "F" TO WS-MAC-FUNCTION-CODE
    MOVE 0 TO WS-STREAM-CHUNK-LEN
    PERFORM 7500-KMAC-CALL

    .
 7400-KMAC-ONE-MESSAGE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7500-KMAC-CALL.
*>------------------------------------------------------------------------------

    CALL "KMAC-STREAM" USING WS-MAC-FUNCTION-CODE
                             WS-MAC-ALGORITHM
                             WS-MAC-KEY
                             WS-MAC-KEY-LEN
                             WS-MAC-CUSTOM
                             WS-MAC-CUSTOM-LEN
                             WS-STREAM-CHUNK
                             WS-STREAM-CHUNK-LEN
                             WS-MAC-OUTPUT
                             WS-MAC-OUTPUT-LEN
    END-CALL

    .
 7500-KMAC-CALL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The first failure is the one reported; the rest still run so a
*> DISPLAY trace shows them all.
*>------------------------------------------------------------------------------
 8000-NOTE-FAILURE.
*>------------------------------------------------------------------------------

    DISPLAY "SELFTEST: known-answer test failed for "
            WS-CHECK-ALGORITHM
    IF NOT WS-TEST-FAILED
       MOVE WS-CHECK-ALGORITHM TO WS-FAILED-ALGORITHM
       SET WS-TEST-FAILED TO TRUE
    END-IF

    .
 8000-NOTE-FAILURE-EX.
    EXIT.

 END PROGRAM SELFTEST.
