*>
*> Usage:        RETRYMFT  - line-sequential input, the retry manifest
*>                            (manifest layout: dataset, algorithm,
*>                            output length, format flag, and the
*>                            prior algorithm, output length and
*>                            closing date of a feed in a digest-
*>                            algorithm transition window).
*>               PRIORRPT  - line-sequential input, the night's
*>                            HASHRPT generation being corrected.
*>               HASHRPT   - line-sequential output, the corrected
*>                            report generation: the prior header and
*>                            details carried over, retried ERROR-
*>                            lines replaced (with the A record of the
*>                            prior-algorithm digest behind the D
*>                            record of an entry in its transition
*>                            window), one recomputed trailer.
*>               HASHMAST  - the digest-history master, updated for
*>                            swept entries exactly as HASHRUN would
*>                            have.
*>               unreadable (its ERROR- line is carried over and it
*>               stays on the next retry manifest HASHRUN cuts), 0 on
*>               a clean sweep.
*>               Condition code 20 when the known-answer self-test
*>               fails - nothing is opened.
*>
*>******************************************************************************
*> Date       Name / Change description
*>              own updates - a change applied at 05:30 used to be
*>              invisible to DIGHIST's point-in-time answers and to
*>              DUPCHK's prior-generation check.
*> 2026.10.15 cobsha3 maintainers:
*>            - The retry manifest follows the 73-byte manifest entry
*>              (block-index column). The block-digest index itself is
*>              HASHRUN's; a swept entry is hashed whole, as before.
*> 2026.10.15 cobsha3 maintainers:
*>            - Digest-algorithm transition window, as in HASHRUN: the
*>              retry manifest follows the 95-byte entry, a swept
*>              entry inside its window is digested under the prior
*>              algorithm too (A record behind its D record), and a
*>              master still holding the prior-algorithm digest of
*>              the swept content is updated as an ALGOCHG - previous
*>              digest and last-changed left alone, HASHJRNL record
*>              (now 367 bytes) marked ALGOCHG with both codes.
*> 2026.10.15 cobsha3 maintainers:
*>            - Known-answer self-test (SELFTEST.cob) of every digest
*>              width before RETRYMFT is opened. On a failure nothing
*>              is opened: a SELFTEST-FAILED record naming the failed
*>              algorithm goes to HASHAUDT and RUNCTL and the step
*>              ends CC 20.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
     05 RETRY-FORMAT                   PIC X(01).
     05 FILLER                         PIC X(01).
     05 RETRY-SCHEDULE                 PIC X(08).
     05 FILLER                         PIC X(01).
     05 RETRY-BLOCK-RECS               PIC X(04).
     05 FILLER                         PIC X(01).
     05 RETRY-PRIOR-ALGORITHM          PIC X(08).
     05 FILLER                         PIC X(01).
     05 RETRY-PRIOR-OUT-LEN            PIC X(03).
     05 FILLER                         PIC X(01).
     05 RETRY-PRIOR-UNTIL              PIC X(08).

 FD  PRIOR-FILE.
 01  PRIOR-REC.
     05 JRNL-NEW-HEX                   PIC X(128).
     05 FILLER                         PIC X(01).
     05 JRNL-BYTES                     PIC 9(15).
     05 FILLER                         PIC X(01).
     05 JRNL-CHANGE-KIND               PIC X(08).
     05 FILLER                         PIC X(01).
     05 JRNL-OLD-ALGORITHM             PIC X(08).
     05 FILLER                         PIC X(01).
     05 JRNL-NEW-ALGORITHM             PIC X(08).

 FD  DATASET-FILE
     RECORD IS VARYING IN SIZE FROM 0 TO 32760 CHARACTERS
        10 WS-RETRY-ALG                PIC X(08).
        10 WS-RETRY-LEN                PIC X(03).
        10 WS-RETRY-FMT                PIC X(01).
        10 WS-RETRY-PRIOR-ALG          PIC X(08).
        10 WS-RETRY-PRIOR-LEN          PIC X(03).
        10 WS-RETRY-PRIOR-UNTIL        PIC X(08).
 01  WS-RETRY-USED                     PIC 9(04) BINARY VALUE 0.
 01  WS-RETRY-IDX                      PIC 9(04) BINARY.
 01  WS-RETRY-FOUND-IDX                PIC 9(04) BINARY.
 01  WS-MASTER-TIMESTAMP               PIC X(21).
 01  WS-JOURNAL-STATUS                 PIC X(02).
 01  WS-JRNL-OLD-HEX                   PIC X(128).
 01  WS-JRNL-CHANGE-KIND               PIC X(08).
 01  WS-JRNL-OLD-ALGORITHM             PIC X(08).
 01  WS-NEW-COUNT                      PIC 9(09) BINARY VALUE 0.
 01  WS-CHANGED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-UNCHANGED-COUNT                PIC 9(09) BINARY VALUE 0.
 01  WS-ALGOCHG-COUNT                  PIC 9(09) BINARY VALUE 0.

*> digest-algorithm transition work area, as in HASHRUN
 01  WS-TODAY                          PIC X(08).
 01  WS-TRANSITION-SWITCH              PIC X(01) VALUE "N".
    88 TRANSITION-ACTIVE               VALUE "Y".
 01  WS-PRIOR-ALGORITHM                PIC X(08).
 01  WS-PRIOR-OUTPUT                   PIC X(64).
 01  WS-PRIOR-OUTPUT-LEN               BINARY-DOUBLE UNSIGNED.
 01  WS-PRIOR-DIGEST-HEX               PIC X(128).

*> byte-count plausibility work area, as in HASHRUN
 01  WS-SIZETOL-TEXT                   PIC X(03).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 WS-DTL-DIGEST                  PIC X(128).

 01  WS-PRIOR-DETAIL-REC.
     05 FILLER                         PIC X(01) VALUE "A".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 WS-PDT-DSNAME                  PIC X(44).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 WS-PDT-ALGORITHM               PIC X(08).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 WS-PDT-BYTES                   PIC 9(15).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 WS-PDT-DIGEST                  PIC X(128).

 01  WS-TRAILER-REC.
     05 FILLER                         PIC X(01) VALUE "T".
     05 FILLER                         PIC X(01) VALUE SPACE.
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).

*> known-answer self-test (SELFTEST.cob)
 01  WS-SELFTEST-SUITE                 PIC X(08) VALUE "DIGEST".
 01  WS-SELFTEST-ALGORITHM             PIC X(08).

 PROCEDURE DIVISION.

*>------------------------------------------------------------------------------
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-START-TS
    MOVE WS-RUNC-START-TS(1:8) TO WS-TODAY

*>  prove the digest modules against known answers before any file
*>  is opened
    PERFORM 1900-RUN-SELFTEST

*>  the size-tolerance percentage is site-set, like JOBNAME; blank
*>  keeps the default, an unusable value keeps it with a complaint
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Known-answer test of the digest modules before anything is opened: a
*> bad KECCAK.o or SHA3-STREAM build stops here rather than sweeping
*> wrong digests into HASHMAST, HASHJRNL and the merged HASHRPT.
*> The failure goes to HASHAUDT and RUNCTL as SELFTEST-FAILED with
*> the algorithm code that failed, and the step ends CC 20.
*>------------------------------------------------------------------------------
 1900-RUN-SELFTEST.
*>------------------------------------------------------------------------------

    CALL "SELFTEST" USING WS-SELFTEST-SUITE
                          WS-SELFTEST-ALGORITHM
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "HASHSWP: known-answer self-test failed, nothing "
               "opened - algorithm " WS-SELFTEST-ALGORITHM
       MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
       MOVE SPACES TO WS-AUDIT-TEXT
       STRING "HASHSWP"           DELIMITED BY SIZE
              " "                 DELIMITED BY SIZE
              WS-RUNC-END-TS      DELIMITED BY SIZE
              " 0 SELFTEST-FAILED ALGO=" DELIMITED BY SIZE
              WS-SELFTEST-ALGORITHM DELIMITED BY SPACE
         INTO WS-AUDIT-TEXT
       END-STRING
       CALL "AUDITWRT" USING WS-AUDIT-TEXT
       END-CALL
       IF RETURN-CODE NOT = 0
          DISPLAY "HASHSWP: chain-of-custody record lost"
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
          DISPLAY "HASHSWP: run-control record lost"
       END-IF

       STOP RUN WITH ERROR STATUS 20
    END-IF

    .
 1900-RUN-SELFTEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The environment hands the tolerance over left-justified, so "25"
*> arrives as "25 " and a bare IS NUMERIC test would silently keep
          MOVE RETRY-ALGORITHM TO WS-RETRY-ALG(WS-RETRY-USED)
          MOVE RETRY-OUT-LEN   TO WS-RETRY-LEN(WS-RETRY-USED)
          MOVE RETRY-FORMAT    TO WS-RETRY-FMT(WS-RETRY-USED)
          MOVE RETRY-PRIOR-ALGORITHM
            TO WS-RETRY-PRIOR-ALG(WS-RETRY-USED)
          MOVE RETRY-PRIOR-OUT-LEN
            TO WS-RETRY-PRIOR-LEN(WS-RETRY-USED)
          MOVE RETRY-PRIOR-UNTIL
            TO WS-RETRY-PRIOR-UNTIL(WS-RETRY-USED)
       ELSE
          DISPLAY "HASHSWP: retry table full at " RETRY-DSNAME
          STOP RUN WITH ERROR STATUS 12
       MOVE "T" TO WS-FORMAT-FLAG
    END-IF
    PERFORM 4100-RESOLVE-ALGORITHM
    PERFORM 4120-RESOLVE-TRANSITION

    PERFORM 5000-HASH-DATASET

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-DETAIL-REC

    IF TRANSITION-ACTIVE AND NOT DATASET-OPEN-FAILED
       MOVE WS-DATASET-NAME       TO WS-PDT-DSNAME
       MOVE WS-PRIOR-ALGORITHM    TO WS-PDT-ALGORITHM
       MOVE WS-DATASET-BYTE-COUNT TO WS-PDT-BYTES
       MOVE WS-PRIOR-DIGEST-HEX   TO WS-PDT-DIGEST
       MOVE SPACES TO REPORT-REC
       WRITE REPORT-REC FROM WS-PRIOR-DETAIL-REC
    END-IF

    PERFORM 6000-WRITE-AUDIT-RECORD
    IF NOT DATASET-OPEN-FAILED
       PERFORM 7000-UPDATE-MASTER
 4110-RESOLVE-SHAKE-LEN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A retried entry still inside its transition window is digested
*> under the prior algorithm too. HASHRUN already refused an entry
*> whose prior columns cannot be routed, so only a routable one
*> reaches the retry manifest; past its date the columns are ignored.
*>------------------------------------------------------------------------------
 4120-RESOLVE-TRANSITION.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-TRANSITION-SWITCH
    MOVE SPACES TO WS-PRIOR-DIGEST-HEX

    IF WS-RETRY-PRIOR-ALG(WS-RETRY-FOUND-IDX) NOT = SPACES
       AND WS-RETRY-PRIOR-UNTIL(WS-RETRY-FOUND-IDX) IS NUMERIC
       AND WS-RETRY-PRIOR-UNTIL(WS-RETRY-FOUND-IDX) >= WS-TODAY
       SET TRANSITION-ACTIVE TO TRUE
       MOVE WS-RETRY-PRIOR-ALG(WS-RETRY-FOUND-IDX)
         TO WS-PRIOR-ALGORITHM
       EVALUATE WS-PRIOR-ALGORITHM
          WHEN "224"
             MOVE 28 TO WS-PRIOR-OUTPUT-LEN
          WHEN "256"
             MOVE 32 TO WS-PRIOR-OUTPUT-LEN
          WHEN "384"
             MOVE 48 TO WS-PRIOR-OUTPUT-LEN
          WHEN "512"
             MOVE 64 TO WS-PRIOR-OUTPUT-LEN
          WHEN "SHAKE128"
             MOVE 16 TO WS-PRIOR-OUTPUT-LEN
             PERFORM 4130-RESOLVE-PRIOR-SHAKE-LEN
          WHEN "SHAKE256"
             MOVE 32 TO WS-PRIOR-OUTPUT-LEN
             PERFORM 4130-RESOLVE-PRIOR-SHAKE-LEN
          WHEN OTHER
             MOVE "N" TO WS-TRANSITION-SWITCH
       END-EVALUATE
    END-IF

    .
 4120-RESOLVE-TRANSITION-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4130-RESOLVE-PRIOR-SHAKE-LEN.
*>------------------------------------------------------------------------------

    IF WS-RETRY-PRIOR-LEN(WS-RETRY-FOUND-IDX) IS NUMERIC
       IF FUNCTION NUMVAL(WS-RETRY-PRIOR-LEN(WS-RETRY-FOUND-IDX))
             >= 1
          AND FUNCTION NUMVAL(WS-RETRY-PRIOR-LEN(WS-RETRY-FOUND-IDX))
             <= 64
          MOVE FUNCTION NUMVAL(WS-RETRY-PRIOR-LEN(WS-RETRY-FOUND-IDX))
            TO WS-PRIOR-OUTPUT-LEN
       END-IF
    END-IF

    .
 4130-RESOLVE-PRIOR-SHAKE-LEN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Stream the dataset through SHA3-STREAM.cob, record by record for
*> TEXT entries or in raw byte-stream slices for BINARY ones - the
       END-IF
    END-IF

    IF TRANSITION-ACTIVE AND NOT DATASET-OPEN-FAILED
       MOVE "D" TO WS-STREAM-FUNCTION-CODE
       CALL "SHA3-STREAM" USING WS-PRIOR-ALGORITHM
                                WS-STREAM-FUNCTION-CODE
                                DATASET-REC
                                WS-DATASET-REC-LEN
                                WS-PRIOR-OUTPUT
                                WS-PRIOR-OUTPUT-LEN
       END-CALL
       CALL "HEXENCODE" USING WS-PRIOR-OUTPUT
                              WS-PRIOR-OUTPUT-LEN
                              WS-PRIOR-DIGEST-HEX
       END-CALL
    END-IF

    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE

*>------------------------------------------------------------------------------
*> Folds the swept digest into HASHMAST and writes the exception
*> line, exactly as HASHRUN's 4700-UPDATE-MASTER does at night,
*> algorithm cutovers included.
*>------------------------------------------------------------------------------
 7000-UPDATE-MASTER.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-MASTER-TIMESTAMP
    MOVE SPACES TO WS-JRNL-CHANGE-KIND
    MOVE SPACES TO WS-JRNL-OLD-ALGORITHM
    MOVE WS-DATASET-NAME TO MAST-DATASET-NAME
    READ MASTER-FILE
       INVALID KEY
             MOVE "SIZE-SUSPECT" TO WS-CHANGE-STATUS-TEXT
             PERFORM 7100-WRITE-CHANGE-LINE
          ELSE
          IF TRANSITION-ACTIVE
             AND MAST-CURRENT-HEX NOT = WS-DIGEST-HEX
             AND MAST-CURRENT-HEX = WS-PRIOR-DIGEST-HEX
             PERFORM 7500-RECORD-ALGORITHM-CHANGE
          ELSE
          IF MAST-CURRENT-HEX NOT = WS-DIGEST-HEX
             MOVE MAST-CURRENT-HEX    TO WS-JRNL-OLD-HEX
             MOVE MAST-CURRENT-HEX    TO MAST-PREVIOUS-HEX
             PERFORM 7100-WRITE-CHANGE-LINE
          END-IF
          END-IF
          END-IF
    END-READ

    .
    MOVE WS-JRNL-OLD-HEX     TO JRNL-OLD-HEX
    MOVE WS-DIGEST-HEX       TO JRNL-NEW-HEX
    MOVE WS-DATASET-BYTE-COUNT TO JRNL-BYTES
    IF WS-JRNL-CHANGE-KIND NOT = SPACES
       MOVE WS-JRNL-CHANGE-KIND   TO JRNL-CHANGE-KIND
       MOVE WS-JRNL-OLD-ALGORITHM TO JRNL-OLD-ALGORITHM
       MOVE WS-STREAM-ALGORITHM   TO JRNL-NEW-ALGORITHM
    END-IF
    WRITE JOURNAL-REC
    IF WS-JOURNAL-STATUS NOT = "00"
       DISPLAY "HASHSWP: lineage journal record lost, status "
 7400-WRITE-JOURNAL-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The swept content is what the master already held, digested under
*> the new algorithm - HASHRUN's 4750 rule: current digest moves on,
*> previous digest and last-changed stand, journal marked ALGOCHG.
*>------------------------------------------------------------------------------
 7500-RECORD-ALGORITHM-CHANGE.
*>------------------------------------------------------------------------------

    MOVE MAST-CURRENT-HEX   TO WS-JRNL-OLD-HEX
    MOVE WS-DIGEST-HEX      TO MAST-CURRENT-HEX
    ADD 1 TO MAST-RUN-COUNT
    PERFORM 7300-RECORD-SIZE
    REWRITE MASTER-REC
    ADD 1 TO WS-ALGOCHG-COUNT
    MOVE "ALGOCHG" TO WS-CHANGE-STATUS-TEXT
    PERFORM 7100-WRITE-CHANGE-LINE
    MOVE "ALGOCHG" TO WS-JRNL-CHANGE-KIND
    MOVE WS-PRIOR-ALGORITHM TO WS-JRNL-OLD-ALGORITHM
    PERFORM 7400-WRITE-JOURNAL-RECORD

    .
 7500-RECORD-ALGORITHM-CHANGE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One recomputed trailer: the carried details plus the swept ones,
*> with the swept bytes folded into the total - so the trailer check
            WS-STILL-FAILED-COUNT " still unreadable, "
            WS-SUSPECT-COUNT " size-suspect, "
            WS-CARRIED-COUNT " carried over."
    DISPLAY "HASHSWP: " WS-ALGOCHG-COUNT " algorithm change(s)."

    .
 9000-TERMINATE-EX.
