*>               appends a HASHAUDT chain-of-custody record the same
*>               way HASHRUN.cob does. Datasets of any size are
*>               handled - the message is streamed, never held in
*>               storage. A partner whose KEYFILE record names KMAC128
*>               or KMAC256 (NIST SP 800-185) is MACed through
*>               KMAC-STREAM.cob with the customization string on
*>               that record instead - datasets and acknowledgments
*>               alike; everyone else stays on HMAC-SHA3-512.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.08.21
*>
*> Tectonics:    cobc -m -free MACRUN.cob HMAC-STREAM.cob
*>               KMAC-STREAM.cob CSHAKE-STREAM.cob SHA3-STREAM.cob
*>               KECCAK.o
*>
*> Usage:        PARM      - GENERATE or VERIFY.
*>               MACMANIF  - line-sequential input, one entry per
*>                            maintains, read only.
*>               MACOUT    - line-sequential output (GENERATE): one
*>                            MAC record per entry - dataset name,
*>                            partner id, 128-char MAC hex (a KMAC
*>                            partner's MAC is taken at 64 bytes,
*>                            the HMAC-SHA3-512 width, so the layout
*>                            is the same for every algorithm).
*>               MACIN     - line-sequential input (VERIFY): the MAC
*>                            records the partner sent, same layout
*>                            as MACOUT.
*>                            timestamp), one A record per inbound
*>                            entry - dataset, partner id,
*>                            verification timestamp, ACCEPT or
*>                            REJECT with the reason code, and a
*>                            MAC over the record's 91-byte body in
*>                            the partner's own MAC algorithm under
*>                            the partner's current key -
*>                            and a T trailer with the record count.
*>                            When the partner has no usable key the
*>                            MAC field is left blank; the reason
*>                            says why.
*>               HASHAUDT  - retained audit trail, appended to.
*>                            Each entry's record ends MODE=GENERATE
*>                            or MODE=VERIFY.
*>
*>******************************************************************************
*> Date       Name / Change description
*>              non-repudiable receipt trail. Every acknowledgment
*>              also leaves an ACKSENT chain-of-custody line on
*>              HASHAUDT.
*> 2026.10.15 cobsha3 maintainers:
*>            - Per-partner MAC algorithm: KEYFILE (now 370 bytes)
*>              carries HMAC512, KMAC128 or KMAC256 and the KMAC
*>              customization string, and GENERATE, VERIFY (both
*>              keys) and the acknowledgment MAC all use the
*>              partner's own algorithm. A blank algorithm is
*>              HMAC512, so existing partners are unchanged.
*> 2026.10.15 cobsha3 maintainers:
*>            - Known-answer self-test (SELFTEST.cob) of HMAC512,
*>              KMAC128 and KMAC256 before MACMANIF is opened. On a
*>              failure nothing is opened: a SELFTEST-FAILED record
*>              naming the failed algorithm goes to HASHAUDT and
*>              RUNCTL and the step ends CC 20.
*> 2026.10.15 cobsha3 maintainers:
*>            - Each entry's HASHAUDT record ends MODE=GENERATE or
*>              MODE=VERIFY. A NOKEY or FAILED result means our own
*>              outbound signing failed in one mode and the
*>              partner's MAC failed in the other, and PARTSCOR.cob
*>              scores partners on the VERIFY results only.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
     05 KEY-EXPIRY-DATE                PIC X(08).
     05 KEY-ROLLOVER-UNTIL             PIC X(08).
     05 KEY-STATE                      PIC X(01).
     05 KEY-MAC-ALGORITHM              PIC X(08).
     05 KEY-MAC-CUSTOM                 PIC X(64).
     05 KEY-MAC-CUSTOM-LEN             PIC 9(03).

 FD  MACOUT-FILE.
 01  MACOUT-REC.
 01  WS-MACIN-IDX                      PIC 9(04) BINARY.
 01  WS-MACIN-FOUND-IDX                PIC 9(04) BINARY.

*> linkage work area for HMAC-STREAM.cob and KMAC-STREAM.cob - the
*> partner's MAC algorithm is taken from its KEYFILE record
 01  WS-HMACS-FUNCTION-CODE            PIC X(01).
 01  WS-MAC-ALGORITHM                  PIC X(08).
    88 KMAC-PARTNER                    VALUE "KMAC128" "KMAC256".
 01  WS-MAC-CUSTOM                     PIC X(64).
 01  WS-MAC-CUSTOM-LEN                 BINARY-DOUBLE UNSIGNED.
 01  WS-MAC-OUTPUT                     PIC X(64).
 01  WS-EXPECTED-MAC                   PIC X(64).

 01  WS-AUDIT-TEXT                     PIC X(250).
 01  WS-AUDIT-TIMESTAMP                PIC X(21).
 01  WS-AUDIT-LEN-DISPLAY              PIC Z(18)9.
 01  WS-AUDIT-MODE-TEXT                PIC X(08) VALUE "GENERATE".

*> verified-receipt acknowledgment work area (VERIFY mode). The MAC
*> covers the record's 91-byte body - everything ahead of the MAC
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).

*> known-answer self-test (SELFTEST.cob)
 01  WS-SELFTEST-SUITE                 PIC X(08) VALUE "MAC".
 01  WS-SELFTEST-ALGORITHM             PIC X(08).

 LINKAGE SECTION.
 01  LNK-PARM-AREA.
     05 LNK-PARM-LEN                   PIC S9(4) COMP.
*>  failed GENERATE
    IF VERIFY-MODE
       MOVE "MACRUNV" TO WS-RUNC-PROGRAM
       MOVE "VERIFY" TO WS-AUDIT-MODE-TEXT
    ELSE
       MOVE "MACRUNG" TO WS-RUNC-PROGRAM
    END-IF
    MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-TODAY
    MOVE WS-AUDIT-TIMESTAMP TO WS-RUNC-START-TS

*>  prove the MAC modules against known answers before any file
*>  is opened
    PERFORM 1900-RUN-SELFTEST

    OPEN INPUT MANIFEST-FILE
    IF NOT MANIFEST-OK
       DISPLAY "MACRUN: unable to open MACMANIF, status "
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Known-answer test of the MAC modules before anything is opened: a
*> bad KECCAK.o or MAC module build stops here rather than sending or
*> checking a night of wrong MACs against the partners.
*> The failure goes to HASHAUDT and RUNCTL as SELFTEST-FAILED with
*> the algorithm code that failed, and the step ends CC 20.
*>------------------------------------------------------------------------------
 1900-RUN-SELFTEST.
*>------------------------------------------------------------------------------

    CALL "SELFTEST" USING WS-SELFTEST-SUITE
                          WS-SELFTEST-ALGORITHM
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "MACRUN: known-answer self-test failed, nothing "
               "opened - algorithm " WS-SELFTEST-ALGORITHM
       MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
       MOVE SPACES TO WS-AUDIT-TEXT
       STRING "MACRUN"            DELIMITED BY SIZE
              " "                 DELIMITED BY SIZE
              WS-RUNC-END-TS      DELIMITED BY SIZE
              " 0 SELFTEST-FAILED ALGO=" DELIMITED BY SIZE
              WS-SELFTEST-ALGORITHM DELIMITED BY SPACE
         INTO WS-AUDIT-TEXT
       END-STRING
       CALL "AUDITWRT" USING WS-AUDIT-TEXT
       END-CALL
       IF RETURN-CODE NOT = 0
          DISPLAY "MACRUN: chain-of-custody record lost"
       END-IF

       MOVE 20 TO WS-RUNC-COND-CODE
       MOVE SPACES TO WS-RUNC-COUNTS
       STRING "SELFTEST-FAILED ALGO=" DELIMITED BY SIZE
              WS-SELFTEST-ALGORITHM   DELIMITED BY SPACE
         INTO WS-RUNC-COUNTS
       END-STRING
       CALL "RUNCWRT" USING WS-RUNC-PROGRAM
                            WS-RUNC-START-TS
                            WS-RUNC-END-TS
                            WS-RUNC-COND-CODE
                            WS-RUNC-COUNTS
       END-CALL
       IF RETURN-CODE NOT = 0
          DISPLAY "MACRUN: run-control record lost"
       END-IF

       STOP RUN WITH ERROR STATUS 20
    END-IF

    .
 1900-RUN-SELFTEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1100-LOAD-MACIN.
*>------------------------------------------------------------------------------
          MOVE "NOKEY" TO WS-ENTRY-RESULT
          PERFORM 4100-WRITE-EXCEPTION-LINE
       NOT INVALID KEY
          PERFORM 3050-SET-MAC-ALGORITHM
          EVALUATE TRUE
             WHEN KEY-STATE = "R" OR KEY-CURRENT-LEN = 0
                MOVE "NOKEY" TO WS-ENTRY-RESULT
 3000-HANDLE-ONE-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The partner's MAC algorithm and KMAC customization string, from
*> the KEYFILE record just read. Anything but KMAC128/KMAC256 -
*> including the blank of a record from before the field existed -
*> is HMAC-SHA3-512.
*>------------------------------------------------------------------------------
 3050-SET-MAC-ALGORITHM.
*>------------------------------------------------------------------------------

    MOVE KEY-MAC-ALGORITHM TO WS-MAC-ALGORITHM
    MOVE SPACES TO WS-MAC-CUSTOM
    MOVE 0 TO WS-MAC-CUSTOM-LEN
    IF KMAC-PARTNER
       AND KEY-MAC-CUSTOM-LEN IS NUMERIC
       AND KEY-MAC-CUSTOM-LEN <= 64
       MOVE KEY-MAC-CUSTOM     TO WS-MAC-CUSTOM
       MOVE KEY-MAC-CUSTOM-LEN TO WS-MAC-CUSTOM-LEN
    END-IF

    .
 3050-SET-MAC-ALGORITHM-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-MAC-WITH-CURRENT-KEY.
*>------------------------------------------------------------------------------
    EXIT.

*>------------------------------------------------------------------------------
*> Streams the dataset through HMAC-STREAM.cob (KMAC-STREAM.cob for
*> a KMAC partner) with the key in WS-ACTIVE-KEY, record by record
*> for TEXT entries or in raw byte-stream slices for BINARY ones - a
*> transmission of any size goes through without ever sitting whole
*> in storage.
*>------------------------------------------------------------------------------
 3300-MAC-DATASET.
*>------------------------------------------------------------------------------
    MOVE "N" TO WS-DATASET-OPEN-SWITCH

    MOVE "I" TO WS-HMACS-FUNCTION-CODE
    IF KMAC-PARTNER
       CALL "KMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                WS-MAC-ALGORITHM
                                WS-ACTIVE-KEY
                                WS-ACTIVE-KEY-LEN
                                WS-MAC-CUSTOM
                                WS-MAC-CUSTOM-LEN
                                DATASET-REC
                                WS-DATASET-REC-LEN
                                WS-MAC-OUTPUT
                                WS-MAC-BYTES-LEN
       END-CALL
    ELSE
       CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                WS-ACTIVE-KEY
                                WS-ACTIVE-KEY-LEN
                                DATASET-REC
                                WS-DATASET-REC-LEN
                                WS-MAC-OUTPUT
       END-CALL
    END-IF

    IF BINARY-DATASET
       PERFORM 3320-ABSORB-BINARY-DATASET
    END-IF

    MOVE "F" TO WS-HMACS-FUNCTION-CODE
    IF KMAC-PARTNER
       CALL "KMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                WS-MAC-ALGORITHM
                                WS-ACTIVE-KEY
                                WS-ACTIVE-KEY-LEN
                                WS-MAC-CUSTOM
                                WS-MAC-CUSTOM-LEN
                                DATASET-REC
                                WS-DATASET-REC-LEN
                                WS-MAC-OUTPUT
                                WS-MAC-BYTES-LEN
       END-CALL
    ELSE
       CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                WS-ACTIVE-KEY
                                WS-ACTIVE-KEY-LEN
                                DATASET-REC
                                WS-DATASET-REC-LEN
                                WS-MAC-OUTPUT
       END-CALL
    END-IF

    .
 3300-MAC-DATASET-EX.
          SET DATASET-EOF TO TRUE
       NOT AT END
          MOVE "A" TO WS-HMACS-FUNCTION-CODE
          IF KMAC-PARTNER
             CALL "KMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                      WS-MAC-ALGORITHM
                                      WS-ACTIVE-KEY
                                      WS-ACTIVE-KEY-LEN
                                      WS-MAC-CUSTOM
                                      WS-MAC-CUSTOM-LEN
                                      DATASET-REC
                                      WS-DATASET-REC-LEN
                                      WS-MAC-OUTPUT
                                      WS-MAC-BYTES-LEN
             END-CALL
          ELSE
             CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                      WS-ACTIVE-KEY
                                      WS-ACTIVE-KEY-LEN
                                      DATASET-REC
                                      WS-DATASET-REC-LEN
                                      WS-MAC-OUTPUT
             END-CALL
          END-IF
          ADD WS-DATASET-REC-LEN TO WS-DATASET-BYTE-COUNT
    END-READ

    ELSE
       MOVE WS-BIN-COUNT TO WS-BIN-CHUNK-LEN
       MOVE "A" TO WS-HMACS-FUNCTION-CODE
       IF KMAC-PARTNER
          CALL "KMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-MAC-ALGORITHM
                                   WS-ACTIVE-KEY
                                   WS-ACTIVE-KEY-LEN
                                   WS-MAC-CUSTOM
                                   WS-MAC-CUSTOM-LEN
                                   WS-BIN-BUFFER
                                   WS-BIN-CHUNK-LEN
                                   WS-MAC-OUTPUT
                                   WS-MAC-BYTES-LEN
          END-CALL
       ELSE
          CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-ACTIVE-KEY
                                   WS-ACTIVE-KEY-LEN
                                   WS-BIN-BUFFER
                                   WS-BIN-CHUNK-LEN
                                   WS-MAC-OUTPUT
          END-CALL
       END-IF
       ADD WS-BIN-CHUNK-LEN TO WS-DATASET-BYTE-COUNT
       ADD WS-BIN-COUNT TO WS-BIN-OFFSET
       SUBTRACT WS-BIN-COUNT FROM WS-BIN-REMAINING
*>------------------------------------------------------------------------------
*> Chain-of-custody line per entry, the same trail and shape
*> HASHRUN.cob leaves: program, timestamp, dataset, bytes absorbed,
*> result and (for a computed MAC) the MAC hex - then the mode, since
*> the same result word means a different thing in each.
*>------------------------------------------------------------------------------
 4500-WRITE-AUDIT-RECORD.
*>------------------------------------------------------------------------------
           WS-ENTRY-RESULT     DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-MAC-HEX          DELIMITED BY SIZE
           " MODE="            DELIMITED BY SIZE
           WS-AUDIT-MODE-TEXT  DELIMITED BY SPACE
      INTO WS-AUDIT-TEXT
    END-STRING

*>------------------------------------------------------------------------------
*> One verified-receipt acknowledgment per inbound entry: ACCEPT for
*> a MAC that verified (either key), REJECT with the reason code
*> otherwise, authenticated with the partner's own MAC algorithm
*> under its current key so the receipt is itself non-repudiable. A partner
*> with no usable key gets the acknowledgment with the MAC field
*> blank - the reason already says why.
*>------------------------------------------------------------------------------
    EXIT.

*>------------------------------------------------------------------------------
*> The partner's own MAC (HMAC-SHA3-512, or KMAC with its agreed
*> customization string) over the acknowledgment's 91-byte body
*> under the partner's CURRENT key - the key both sides hold right
*> now, never the rollover leftover.
*>------------------------------------------------------------------------------
 6100-MAC-THE-ACKNOWLEDGMENT.
*>------------------------------------------------------------------------------
       MOVE 0 TO RETURN-CODE
    ELSE
       MOVE "I" TO WS-HMACS-FUNCTION-CODE
       IF KMAC-PARTNER
          CALL "KMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-MAC-ALGORITHM
                                   WS-ACK-KEY
                                   WS-ACK-KEY-LEN
                                   WS-MAC-CUSTOM
                                   WS-MAC-CUSTOM-LEN
                                   WS-ACK-BODY
                                   WS-ACK-BODY-LEN
                                   WS-ACK-MAC-OUTPUT
                                   WS-MAC-BYTES-LEN
          END-CALL
       ELSE
          CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-ACK-KEY
                                   WS-ACK-KEY-LEN
                                   WS-ACK-BODY
                                   WS-ACK-BODY-LEN
                                   WS-ACK-MAC-OUTPUT
          END-CALL
       END-IF
       MOVE "A" TO WS-HMACS-FUNCTION-CODE
       IF KMAC-PARTNER
          CALL "KMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-MAC-ALGORITHM
                                   WS-ACK-KEY
                                   WS-ACK-KEY-LEN
                                   WS-MAC-CUSTOM
                                   WS-MAC-CUSTOM-LEN
                                   WS-ACK-BODY
                                   WS-ACK-BODY-LEN
                                   WS-ACK-MAC-OUTPUT
                                   WS-MAC-BYTES-LEN
          END-CALL
       ELSE
          CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-ACK-KEY
                                   WS-ACK-KEY-LEN
                                   WS-ACK-BODY
                                   WS-ACK-BODY-LEN
                                   WS-ACK-MAC-OUTPUT
          END-CALL
       END-IF
       MOVE "F" TO WS-HMACS-FUNCTION-CODE
       IF KMAC-PARTNER
          CALL "KMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-MAC-ALGORITHM
                                   WS-ACK-KEY
                                   WS-ACK-KEY-LEN
                                   WS-MAC-CUSTOM
                                   WS-MAC-CUSTOM-LEN
                                   WS-ACK-BODY
                                   WS-ACK-BODY-LEN
                                   WS-ACK-MAC-OUTPUT
                                   WS-MAC-BYTES-LEN
          END-CALL
       ELSE
          CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-ACK-KEY
                                   WS-ACK-KEY-LEN
                                   WS-ACK-BODY
                                   WS-ACK-BODY-LEN
                                   WS-ACK-MAC-OUTPUT
          END-CALL
       END-IF
       CALL "HEXENCODE" USING WS-ACK-MAC-OUTPUT
                              WS-MAC-BYTES-LEN
                              WS-ACK-MAC-HEX
