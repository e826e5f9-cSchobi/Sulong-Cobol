*>                            (SHAKE widths only, blank = 16/32), a
*>                            space and a 1-byte format flag (T =
*>                            record text, B = raw binary bytes,
*>                            blank = T), then the schedule column
*>                            MFTSLCT selects on and a 4-digit
*>                            block-index column (records per block,
*>                            blank = no block index), then the
*>                            optional transition columns of a feed
*>                            changing digest algorithm: the prior
*>                            8-byte algorithm code, a space, its
*>                            3-digit output length, a space and the
*>                            yyyymmdd date its window closes. Through
*>                            that date the entry is digested under
*>                            both algorithms in the one read; after
*>                            it the prior columns are ignored.
*>               HOLDLIST  - line-sequential input, optional: one
*>                            operator hold per record - 44-byte
*>                            dataset name, a space, the yyyymmdd date
*>               HASHJRNL  - line-sequential output, appended to: one
*>                            dated lineage record per NEW or CHANGED
*>                            master update (dataset, old digest, new
*>                            digest, run timestamp, bytes; an
*>                            algorithm cutover is marked ALGOCHG with
*>                            the old and new codes), retained
*>                            for point-in-time inquiry via
*>                            DIGHIST.cob.
*>               RETRYMFT  - line-sequential output, the retry
*>                            manifest: one manifest-layout entry per
*>                            ERROR-UNREADABLE dataset, read by the
*>                            HASHSWP sweep-up run.
*>               BLKINDEX  - indexed (VSAM KSDS) block-digest index,
*>                            key = 44-byte dataset name + 7-digit
*>                            block number: block 0 is the dataset's
*>                            header (records per block, record and
*>                            block totals, when built, whole-file
*>                            digest), blocks 1-n the record count and
*>                            SHA3-256 digest of each run of records.
*>                            Kept only for entries with a block-index
*>                            column; created empty on first use.
*>               BLKRPT    - line-sequential output, 132 bytes: for
*>                            each indexed dataset whose content moved
*>                            since its index was built, the old and
*>                            new record totals and the record ranges
*>                            whose block digests differ.
*>               HASHRPT   - line-sequential output: one H header, one
*>                            fixed-field D record per manifest entry
*>                            (dataset name, algorithm, byte count,
*>                            digest or ERROR- marker), an A record
*>                            after the D record of an entry in its
*>                            transition window (same layout, the
*>                            prior algorithm and its digest) and one
*>                            T trailer carrying the D detail count
*>                            and total bytes hashed.
*>
*>******************************************************************************
*> Date       Name / Change description
*>              the run ends CC 2 (CC 4 unreadable errors take
*>              precedence). The judgment starts once a dataset has
*>              three recorded sizes.
*> 2026.10.15 cobsha3 maintainers:
*>            - Record-level change pinpointing. A text manifest entry
*>              with a block-index column (records per block, 0001-
*>              9999) also has every record digested with SHA3-256 as
*>              it streams past, and each run of that many records
*>              digested again over its record digests, so record
*>              boundaries count. The block digests are kept on the
*>              new BLKINDEX KSDS; when the dataset's content next
*>              differs from the digest its index was built from, the
*>              blocks are compared before the index is replaced and
*>              BLKRPT lists the old and new record totals (net
*>              inserted or dropped) and the record ranges whose
*>              blocks differ - "records 120,001-125,000" instead of
*>              "the file changed". Blocks are fixed runs of records,
*>              so one record inserted mid-file shows every block
*>              after it as differing; the net count says which it
*>              was. An index built at a different block size is
*>              rebuilt without a comparison (REBLOCK); a dataset
*>              over 20,000 blocks keeps no index (TOOBIG). The block
*>              capture costs roughly a second pass of the digest
*>              work, so the column belongs on the feeds where ops
*>              actually has to tell a partner which records moved.
*>              A bad block-index column is reported ERROR-BADFORMAT.
*> 2026.10.15 cobsha3 maintainers:
*>            - Digest-algorithm transition window. A manifest entry
*>              may carry its prior algorithm, output length and the
*>              date the window closes after the block-index column
*>              (entry now 95 bytes). Through that date the dataset
*>              is digested under both algorithms in the same read
*>              (SHA3-STREAM "D" then "F"), the prior digest going
*>              to HASHRPT as an A record behind the D record. A
*>              master whose current digest is tonight's prior-
*>              algorithm digest has had its algorithm changed, not
*>              its content: the new digest replaces the current one
*>              but the previous digest and last-changed timestamp
*>              stand, CHGRPT says ALGOCHG, and the HASHJRNL record
*>              (now 367 bytes) is marked ALGOCHG with both codes.
*>              The block index header is re-stamped with the new
*>              whole-file digest instead of being compared. Once
*>              the date passes the prior columns are ignored, so the
*>              old algorithm drops off with no manifest edit; an
*>              unusable prior algorithm or date inside the window
*>              is reported ERROR-BADALGO.
*> 2026.10.15 cobsha3 maintainers:
*>            - Known-answer self-test (SELFTEST.cob) of every digest
*>              width before MANIFEST is opened. On a failure nothing
*>              is opened: a SELFTEST-FAILED record naming the failed
*>              algorithm goes to HASHAUDT and RUNCTL and the step
*>              ends CC 20.
*> 2026.10.15 cobsha3 maintainers:
*>            - The RUNSTATS D record of a SIZE-SUSPECT entry carries
*>              an S in column 129. The night was read but never
*>              applied to the master, and MASTRBLD.cob must not
*>              count it in the run counter or size history it
*>              rebuilds. The suspect switch is now cleared for every
*>              entry, not only for those whose size is judged.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RETRY-STATUS.

     SELECT BLKINDEX-FILE ASSIGN TO "BLKINDEX"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS BLKX-KEY
         FILE STATUS IS WS-BLKX-STATUS.

     SELECT BLKRPT-FILE ASSIGN TO "BLKRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BLKRPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  MANIFEST-FILE.
     05 MANIFEST-FORMAT                PIC X(01).
     05 FILLER                         PIC X(01).
     05 MANIFEST-SCHEDULE              PIC X(08).
     05 FILLER                         PIC X(01).
     05 MANIFEST-BLOCK-RECS            PIC X(04).
     05 FILLER                         PIC X(01).
     05 MANIFEST-PRIOR-ALGORITHM       PIC X(08).
     05 FILLER                         PIC X(01).
     05 MANIFEST-PRIOR-OUT-LEN         PIC X(03).
     05 FILLER                         PIC X(01).
     05 MANIFEST-PRIOR-UNTIL           PIC X(08).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(200).
     05 HOLDLIST-EXPIRY                PIC X(08).

 FD  RETRY-FILE.
 01  RETRY-REC                         PIC X(95).

 FD  JOURNAL-FILE.
 01  JOURNAL-REC.
     05 JRNL-NEW-HEX                   PIC X(128).
     05 FILLER                         PIC X(01).
     05 JRNL-BYTES                     PIC 9(15).
     05 FILLER                         PIC X(01).
     05 JRNL-CHANGE-KIND               PIC X(08).
     05 FILLER                         PIC X(01).
     05 JRNL-OLD-ALGORITHM             PIC X(08).
     05 FILLER                         PIC X(01).
     05 JRNL-NEW-ALGORITHM             PIC X(08).

 FD  BLKINDEX-FILE.
 01  BLKINDEX-REC.
     05 BLKX-KEY.
        10 BLKX-DATASET-NAME           PIC X(44).
        10 BLKX-BLOCK-NO               PIC 9(07).
     05 BLKX-BODY                      PIC X(169).
*>   blocks 1-n: one run of records
     05 BLKX-BLOCK-BODY REDEFINES BLKX-BODY.
        10 BLKX-RECORD-COUNT           PIC 9(05).
        10 BLKX-BLOCK-HEX              PIC X(64).
        10 FILLER                      PIC X(100).
*>   block 0: the dataset's index header
     05 BLKX-HEADER-BODY REDEFINES BLKX-BODY.
        10 BLKX-BLOCK-RECS             PIC 9(04).
        10 BLKX-TOTAL-RECORDS          PIC 9(09).
        10 BLKX-BLOCK-COUNT            PIC 9(07).
        10 BLKX-BUILT-TIMESTAMP        PIC X(21).
        10 BLKX-FILE-HEX               PIC X(128).

 FD  BLKRPT-FILE.
 01  BLKRPT-REC                        PIC X(132).

 FD  DATASET-FILE
     RECORD IS VARYING IN SIZE FROM 0 TO 32760 CHARACTERS
     05 WS-SDT-ELAPSED                 PIC 9(07).9(02).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 WS-SDT-MBSEC                   PIC 9(06).9(02).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 WS-SDT-OUTCOME                 PIC X(01).
        88 WS-SDT-SIZE-SUSPECT         VALUE "S".

 01  WS-STAT-SUMMARY-REC.
     05 FILLER                         PIC X(01) VALUE "S".
 01  WS-MASTER-TIMESTAMP               PIC X(21).
 01  WS-JOURNAL-STATUS                 PIC X(02).
 01  WS-JRNL-OLD-HEX                   PIC X(128).
 01  WS-JRNL-CHANGE-KIND               PIC X(08).
 01  WS-JRNL-OLD-ALGORITHM             PIC X(08).
 01  WS-RETRY-STATUS                   PIC X(02).
 01  WS-RETRY-COUNT                    PIC 9(09) BINARY VALUE 0.
 01  WS-NEW-COUNT                      PIC 9(09) BINARY VALUE 0.
 01  WS-CHANGED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-UNCHANGED-COUNT                PIC 9(09) BINARY VALUE 0.
 01  WS-ALGOCHG-COUNT                  PIC 9(09) BINARY VALUE 0.

*> digest-algorithm transition work area: while an entry's prior-
*> algorithm window is open, the same read is digested under the
*> prior algorithm too, and the master can tell a cutover from a
*> content change
 01  WS-TRANSITION-SWITCH              PIC X(01) VALUE "N".
    88 TRANSITION-ACTIVE               VALUE "Y".
 01  WS-PRIOR-ALGORITHM                PIC X(08).
 01  WS-PRIOR-OUTPUT                   PIC X(64).
 01  WS-PRIOR-OUTPUT-LEN               BINARY-DOUBLE UNSIGNED.
 01  WS-PRIOR-DIGEST-HEX               PIC X(128).

*> byte-count plausibility work area: tonight's count against the
*> rolling size history the master carries
    88 SIZE-SUSPECT                    VALUE "Y".
 01  WS-SUSPECT-COUNT                  PIC 9(09) BINARY VALUE 0.

*> block-digest index work area: per-record SHA3-256 digests chained
*> into one digest per run of records, for entries with a block-index
*> column, then compared against and written to BLKINDEX
 01  WS-BLKX-STATUS                    PIC X(02).
    88 BLKX-OK                         VALUE "00".
    88 BLKX-MISSING                    VALUE "35".
 01  WS-BLKRPT-STATUS                  PIC X(02).
 01  WS-BLOCK-INDEX-SWITCH             PIC X(01) VALUE "N".
    88 BLOCK-INDEXED                   VALUE "Y".
 01  WS-BLOCK-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
    88 BLOCK-OVERFLOW                  VALUE "Y".
 01  WS-BLOCK-RECS                     PIC 9(04) VALUE 0.
 01  WS-BLOCK-IN-BLOCK                 PIC 9(04) BINARY.
 01  WS-BLOCK-RECORD-TOTAL             PIC 9(09) BINARY.
 01  WS-BLOCK-REC-DIGEST               PIC X(32).
 01  WS-BLOCK-DIGEST-LEN               BINARY-DOUBLE UNSIGNED VALUE 32.
 01  WS-BLOCK-CHAIN                    PIC X(319968).
 01  WS-BLOCK-CHAIN-LEN                BINARY-DOUBLE UNSIGNED.
 01  WS-BLOCK-TABLE.
     05 WS-BLOCK-ENTRY                 OCCURS 20000 TIMES.
        10 WS-BLOCK-HEX                PIC X(64).
        10 WS-BLOCK-COUNT              PIC 9(04) BINARY.
 01  WS-BLOCK-USED                     PIC 9(07) BINARY VALUE 0.
 01  WS-BLOCK-IDX                      PIC 9(07) BINARY.
 01  WS-BLKX-DROP-NO                   PIC 9(07) BINARY.
 01  WS-BLKX-HEADER-SWITCH             PIC X(01).
    88 BLKX-HEADER-FOUND               VALUE "Y".
 01  WS-BLKX-FOUND-SWITCH              PIC X(01).
    88 BLKX-FOUND                      VALUE "Y".
 01  WS-BLKX-COMPARE-SWITCH            PIC X(01).
    88 BLKX-COMPARING                  VALUE "Y".
 01  WS-BLKX-DROP-SWITCH               PIC X(01).
    88 BLKX-DROP-DONE                  VALUE "Y".
 01  WS-BLKX-OLD-RECS                  PIC 9(04).
 01  WS-BLKX-OLD-TOTAL                 PIC 9(09).
 01  WS-BLKX-OLD-BLOCKS                PIC 9(07).
 01  WS-BLKX-OLD-TIMESTAMP             PIC X(21).
 01  WS-BLKX-OLD-HEX                   PIC X(128).
 01  WS-BLKX-RANGE-SWITCH              PIC X(01).
    88 BLKX-RANGE-OPEN                 VALUE "Y".
 01  WS-BLKX-RANGE-FIRST               PIC 9(07) BINARY.
 01  WS-BLKX-RANGE-LAST                PIC 9(07) BINARY.
 01  WS-BLKX-RANGE-COUNT               PIC 9(07) BINARY.
 01  WS-BLKX-FIRST-RECORD              PIC 9(09) BINARY.
 01  WS-BLKX-LAST-RECORD               PIC 9(09) BINARY.
 01  WS-BLKX-NET                       PIC 9(09) BINARY.
 01  WS-BLKX-DIFFERS-COUNT             PIC 9(09) BINARY VALUE 0.
 01  WS-BLKR-NUMBER                    PIC 9(09) BINARY.
 01  WS-BLKR-EDIT                      PIC ZZZ,ZZZ,ZZ9.
 01  WS-BLKR-LEAD                      PIC 9(02) BINARY.
 01  WS-BLKR-TEXT                      PIC X(11).
 01  WS-BLKR-TEXT-1                    PIC X(11).
 01  WS-BLKR-TEXT-2                    PIC X(11).
 01  WS-BLKR-TEXT-3                    PIC X(11).
 01  WS-BLKR-RECS-DISPLAY              PIC 9(04).

*> restart/checkpoint work area
 01  WS-RESTART-SWITCH                 PIC X(01) VALUE "N".
    88 WS-RESTART-REQUESTED            VALUE "Y".
    88 WS-HEADER-DONE                  VALUE "Y".
 01  WS-TOTAL-BYTES                    BINARY-DOUBLE UNSIGNED VALUE 0.

*> typed report records - one H, the D details (each followed by an A
*> record while its entry is in an algorithm transition), one T per
*> generation
 01  WS-HEADER-REC.
     05 FILLER                         PIC X(01) VALUE "H".
     05 FILLER                         PIC X(01) VALUE SPACE.
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
 01  WS-RUNC-NUM-1                     PIC 9(09).
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).
 01  WS-RUNC-NUM-4                     PIC 9(09).

*> known-answer self-test (SELFTEST.cob)
 01  WS-SELFTEST-SUITE                 PIC X(08) VALUE "DIGEST".
 01  WS-SELFTEST-ALGORITHM             PIC X(08).

 LINKAGE SECTION.
 01  LNK-PARM-AREA.

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-START-TS

*>  prove the digest modules against known answers before any file
*>  is opened
    PERFORM 1900-RUN-SELFTEST

*>  the size-tolerance percentage is site-set, like JOBNAME; blank
*>  keeps the default, an unusable value keeps it with a complaint
    MOVE SPACES TO WS-SIZETOL-TEXT
       STOP RUN WITH ERROR STATUS 12
    END-IF

    IF WS-RESTART-REQUESTED
       OPEN EXTEND BLKRPT-FILE
    ELSE
       OPEN OUTPUT BLKRPT-FILE
    END-IF
    IF WS-BLKRPT-STATUS NOT = "00" AND WS-BLKRPT-STATUS NOT = "05"
       DISPLAY "HASHRUN: unable to open BLKRPT, status "
               WS-BLKRPT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    PERFORM 1300-OPEN-MASTER
    PERFORM 1310-OPEN-BLOCK-INDEX
    PERFORM 1500-LOAD-HOLDLIST

    IF WS-RESTART-REQUESTED
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Known-answer test of the digest modules before anything is opened: a
*> bad KECCAK.o or SHA3-STREAM build stops here rather than writing
*> a night of wrong digests into HASHMAST, HASHJRNL and HASHRPT.
*> The failure goes to HASHAUDT and RUNCTL as SELFTEST-FAILED with
*> the algorithm code that failed, and the step ends CC 20.
*>------------------------------------------------------------------------------
 1900-RUN-SELFTEST.
*>------------------------------------------------------------------------------

    CALL "SELFTEST" USING WS-SELFTEST-SUITE
                          WS-SELFTEST-ALGORITHM
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "HASHRUN: known-answer self-test failed, nothing "
               "opened - algorithm " WS-SELFTEST-ALGORITHM
       MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
       MOVE SPACES TO WS-AUDIT-TEXT
       STRING "HASHRUN"           DELIMITED BY SIZE
              " "                 DELIMITED BY SIZE
              WS-RUNC-END-TS      DELIMITED BY SIZE
              " 0 SELFTEST-FAILED ALGO=" DELIMITED BY SIZE
              WS-SELFTEST-ALGORITHM DELIMITED BY SPACE
         INTO WS-AUDIT-TEXT
       END-STRING
       CALL "AUDITWRT" USING WS-AUDIT-TEXT
       END-CALL
       IF RETURN-CODE NOT = 0
          DISPLAY "HASHRUN: chain-of-custody record lost"
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
          DISPLAY "HASHRUN: run-control record lost"
       END-IF

       STOP RUN WITH ERROR STATUS 20
    END-IF

    .
 1900-RUN-SELFTEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The environment hands the tolerance over left-justified, so "25"
*> arrives as "25 " and a bare IS NUMERIC test would silently keep
 1300-OPEN-MASTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Opens the block-digest index for update, created empty on the first
*> run the same way as the master.
*>------------------------------------------------------------------------------
 1310-OPEN-BLOCK-INDEX.
*>------------------------------------------------------------------------------

    OPEN I-O BLKINDEX-FILE
    IF BLKX-MISSING
       OPEN OUTPUT BLKINDEX-FILE
       CLOSE BLKINDEX-FILE
       OPEN I-O BLKINDEX-FILE
    END-IF
    IF NOT BLKX-OK
       DISPLAY "HASHRUN: unable to open BLKINDEX, status "
               WS-BLKX-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    .
 1310-OPEN-BLOCK-INDEX-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Loads tonight's active operator holds. A missing HOLDLIST is the
*> normal case - most nights nothing is held. A hold whose expiry
          SET FORMAT-BAD TO TRUE
    END-EVALUATE

*>  blocks are counted in records, so only a text entry can have an
*>  index; a column that is not 0001-9999 is as wrong as a bad flag
    MOVE "N" TO WS-BLOCK-INDEX-SWITCH
    MOVE 0 TO WS-BLOCK-RECS
    IF MANIFEST-BLOCK-RECS NOT = SPACES AND NOT FORMAT-BAD
       IF MANIFEST-BLOCK-RECS IS NUMERIC
          AND MANIFEST-BLOCK-RECS NOT = "0000"
          AND NOT BINARY-DATASET
          MOVE MANIFEST-BLOCK-RECS TO WS-BLOCK-RECS
          SET BLOCK-INDEXED TO TRUE
       ELSE
          SET FORMAT-BAD TO TRUE
       END-IF
    END-IF

    PERFORM 2520-RESOLVE-TRANSITION

    .
 2500-RESOLVE-ALGORITHM-EX.
    EXIT.
 2510-RESOLVE-SHAKE-LEN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> An entry whose prior-algorithm column is filled is changing digest
*> algorithm. Through the window's closing date it is digested under
*> the prior algorithm as well; after it the columns are ignored, so
*> the old algorithm drops off without anyone editing the manifest.
*> A prior column that cannot be routed inside the window is as wrong
*> as a bad algorithm column.
*>------------------------------------------------------------------------------
 2520-RESOLVE-TRANSITION.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-TRANSITION-SWITCH
    MOVE SPACES TO WS-PRIOR-DIGEST-HEX

    IF MANIFEST-PRIOR-ALGORITHM = SPACES OR ALGO-BAD
       CONTINUE
    ELSE
    IF MANIFEST-PRIOR-UNTIL IS NOT NUMERIC
       SET ALGO-BAD TO TRUE
    ELSE
    IF MANIFEST-PRIOR-UNTIL >= WS-TODAY
       SET TRANSITION-ACTIVE TO TRUE
       MOVE MANIFEST-PRIOR-ALGORITHM TO WS-PRIOR-ALGORITHM
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
             PERFORM 2530-RESOLVE-PRIOR-SHAKE-LEN
          WHEN "SHAKE256"
             MOVE 32 TO WS-PRIOR-OUTPUT-LEN
             PERFORM 2530-RESOLVE-PRIOR-SHAKE-LEN
          WHEN OTHER
             SET ALGO-BAD TO TRUE
       END-EVALUATE
       IF ALGO-BAD
          MOVE "N" TO WS-TRANSITION-SWITCH
       END-IF
    END-IF
    END-IF
    END-IF

    .
 2520-RESOLVE-TRANSITION-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The prior SHAKE output length, honored exactly as 2510 honors the
*> entry's own.
*>------------------------------------------------------------------------------
 2530-RESOLVE-PRIOR-SHAKE-LEN.
*>------------------------------------------------------------------------------

    IF MANIFEST-PRIOR-OUT-LEN = SPACES
       CONTINUE
    ELSE
       IF MANIFEST-PRIOR-OUT-LEN IS NUMERIC
          IF FUNCTION NUMVAL(MANIFEST-PRIOR-OUT-LEN) >= 1
             AND FUNCTION NUMVAL(MANIFEST-PRIOR-OUT-LEN) <= 64
             MOVE FUNCTION NUMVAL(MANIFEST-PRIOR-OUT-LEN)
               TO WS-PRIOR-OUTPUT-LEN
          ELSE
             SET ALGO-BAD TO TRUE
          END-IF
       ELSE
          SET ALGO-BAD TO TRUE
       END-IF
    END-IF

    .
 2530-RESOLVE-PRIOR-SHAKE-LEN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Stream the named dataset through SHA3-STREAM.cob, record by record,
*> so a dataset of any size can be hashed without a giant in-memory
    END-CALL

    MOVE "N" TO WS-DATASET-OPEN-SWITCH
    MOVE "N" TO WS-BLOCK-OVERFLOW-SWITCH
    MOVE 0 TO WS-BLOCK-USED
    MOVE 0 TO WS-BLOCK-RECORD-TOTAL
    MOVE 0 TO WS-BLOCK-IN-BLOCK
    MOVE 0 TO WS-BLOCK-CHAIN-LEN

    IF BINARY-DATASET
       PERFORM 3200-ABSORB-BINARY-DATASET
       ELSE
          PERFORM 3100-ABSORB-DATASET UNTIL DATASET-EOF
          CLOSE DATASET-FILE
          IF BLOCK-INDEXED AND WS-BLOCK-IN-BLOCK > 0
             PERFORM 3120-CLOSE-BLOCK
          END-IF
       END-IF
    END-IF

*>  in a transition window the absorbed message is digested under the
*>  prior algorithm first and kept for the entry's own digest
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
                                   WS-STREAM-OUTPUT-LEN
          END-CALL
          ADD WS-DATASET-REC-LEN TO WS-DATASET-BYTE-COUNT
          IF BLOCK-INDEXED
             PERFORM 3110-CAPTURE-RECORD-DIGEST
          END-IF
    END-READ

    .
 3100-ABSORB-DATASET-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Each record of a block-indexed entry is digested on its own and the
*> digest appended to the block's chain, so a block digest sees record
*> boundaries - "AB","C" and "A","BC" are different blocks.
*>------------------------------------------------------------------------------
 3110-CAPTURE-RECORD-DIGEST.
*>------------------------------------------------------------------------------

    CALL "SHA3-256" USING DATASET-REC
                          WS-DATASET-REC-LEN
                          WS-BLOCK-REC-DIGEST
    END-CALL
    MOVE WS-BLOCK-REC-DIGEST
      TO WS-BLOCK-CHAIN(WS-BLOCK-CHAIN-LEN + 1:32)
    ADD 32 TO WS-BLOCK-CHAIN-LEN
    ADD 1 TO WS-BLOCK-IN-BLOCK
    ADD 1 TO WS-BLOCK-RECORD-TOTAL

    IF WS-BLOCK-IN-BLOCK = WS-BLOCK-RECS
       PERFORM 3120-CLOSE-BLOCK
    END-IF

    .
 3110-CAPTURE-RECORD-DIGEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Digests the chain of record digests into the block's entry. Past
*> the table the entry is marked overflowed and keeps no index; the
*> whole-file digest is unaffected.
*>------------------------------------------------------------------------------
 3120-CLOSE-BLOCK.
*>------------------------------------------------------------------------------

    IF WS-BLOCK-USED < 20000
       ADD 1 TO WS-BLOCK-USED
       CALL "SHA3-256" USING WS-BLOCK-CHAIN
                             WS-BLOCK-CHAIN-LEN
                             WS-BLOCK-REC-DIGEST
       END-CALL
       MOVE SPACES TO WS-BLOCK-HEX(WS-BLOCK-USED)
       CALL "HEXENCODE" USING WS-BLOCK-REC-DIGEST
                              WS-BLOCK-DIGEST-LEN
                              WS-BLOCK-HEX(WS-BLOCK-USED)
       END-CALL
       MOVE WS-BLOCK-IN-BLOCK TO WS-BLOCK-COUNT(WS-BLOCK-USED)
    ELSE
       SET BLOCK-OVERFLOW TO TRUE
    END-IF

    MOVE 0 TO WS-BLOCK-CHAIN-LEN
    MOVE 0 TO WS-BLOCK-IN-BLOCK

    .
 3120-CLOSE-BLOCK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Absorbs a BINARY-format dataset through the byte-stream routines,
*> so the bytes reaching SHA3-STREAM are exactly the bytes on disk -
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-DETAIL-REC

*>  the prior-algorithm digest follows its D record; it is not a
*>  detail of its own and stays out of the trailer count
    IF TRANSITION-ACTIVE AND WS-PRIOR-DIGEST-HEX NOT = SPACES
       MOVE WS-DATASET-NAME       TO WS-PDT-DSNAME
       MOVE WS-PRIOR-ALGORITHM    TO WS-PDT-ALGORITHM
       MOVE WS-DATASET-BYTE-COUNT TO WS-PDT-BYTES
       MOVE WS-PRIOR-DIGEST-HEX   TO WS-PDT-DIGEST
       MOVE SPACES TO REPORT-REC
       WRITE REPORT-REC FROM WS-PRIOR-DETAIL-REC
    END-IF

    .
 4000-WRITE-REPORT-LINE-EX.
    EXIT.
*> a missing file is not evidence the content changed. A held entry
*> leaves its history alone too, but gets a HELD exception line so
*> the hold is visible where the CHANGED/UNCHANGED answers are read.
*> In an algorithm transition, a master still holding the prior
*> algorithm's digest of tonight's content is an ALGOCHG, not a
*> CHANGED.
*>------------------------------------------------------------------------------
 4700-UPDATE-MASTER.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-SIZE-SUSPECT-SWITCH

    IF DATASET-OPEN-FAILED OR ALGO-BAD OR FORMAT-BAD
       CONTINUE
    ELSE
       PERFORM 4710-WRITE-CHANGE-LINE
    ELSE
       MOVE FUNCTION CURRENT-DATE TO WS-MASTER-TIMESTAMP
       MOVE SPACES TO WS-JRNL-CHANGE-KIND
       MOVE SPACES TO WS-JRNL-OLD-ALGORITHM
       MOVE WS-DATASET-NAME TO MAST-DATASET-NAME
       READ MASTER-FILE
          INVALID KEY
             PERFORM 4710-WRITE-CHANGE-LINE
             MOVE SPACES TO WS-JRNL-OLD-HEX
             PERFORM 4720-WRITE-JOURNAL-RECORD
             PERFORM 4900-MAINTAIN-BLOCK-INDEX
          NOT INVALID KEY
             PERFORM 4730-JUDGE-SIZE
             IF SIZE-SUSPECT
                MOVE "SIZE-SUSPECT" TO WS-CHANGE-STATUS-TEXT
                PERFORM 4710-WRITE-CHANGE-LINE
             ELSE
             IF TRANSITION-ACTIVE
                AND MAST-CURRENT-HEX NOT = WS-DIGEST-HEX
                AND MAST-CURRENT-HEX = WS-PRIOR-DIGEST-HEX
                PERFORM 4750-RECORD-ALGORITHM-CHANGE
             ELSE
             IF MAST-CURRENT-HEX NOT = WS-DIGEST-HEX
                MOVE MAST-CURRENT-HEX    TO WS-JRNL-OLD-HEX
                MOVE MAST-CURRENT-HEX    TO MAST-PREVIOUS-HEX
                MOVE "CHANGED" TO WS-CHANGE-STATUS-TEXT
                PERFORM 4710-WRITE-CHANGE-LINE
                PERFORM 4720-WRITE-JOURNAL-RECORD
                PERFORM 4900-MAINTAIN-BLOCK-INDEX
             ELSE
                ADD 1 TO MAST-RUN-COUNT
                PERFORM 4740-RECORD-SIZE
                ADD 1 TO WS-UNCHANGED-COUNT
                MOVE "UNCHANGED" TO WS-CHANGE-STATUS-TEXT
                PERFORM 4710-WRITE-CHANGE-LINE
                PERFORM 4900-MAINTAIN-BLOCK-INDEX
             END-IF
             END-IF
             END-IF
       END-READ
 4741-SHIFT-ONE-SIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The content is what the master already held, digested under the
*> new algorithm. The current digest moves to the new algorithm; the
*> previous digest and last-changed timestamp stand, because nothing
*> arrived that differs - STALECHK's age and DUPCHK's previous-
*> generation search carry on as if the cutover never happened. The
*> journal records it as an algorithm change with both codes.
*>------------------------------------------------------------------------------
 4750-RECORD-ALGORITHM-CHANGE.
*>------------------------------------------------------------------------------

    MOVE MAST-CURRENT-HEX   TO WS-JRNL-OLD-HEX
    MOVE WS-DIGEST-HEX      TO MAST-CURRENT-HEX
    ADD 1 TO MAST-RUN-COUNT
    PERFORM 4740-RECORD-SIZE
    REWRITE MASTER-REC
    ADD 1 TO WS-ALGOCHG-COUNT
    MOVE "ALGOCHG" TO WS-CHANGE-STATUS-TEXT
    PERFORM 4710-WRITE-CHANGE-LINE
    MOVE "ALGOCHG" TO WS-JRNL-CHANGE-KIND
    MOVE WS-PRIOR-ALGORITHM TO WS-JRNL-OLD-ALGORITHM
    PERFORM 4720-WRITE-JOURNAL-RECORD
    PERFORM 4900-MAINTAIN-BLOCK-INDEX

    .
 4750-RECORD-ALGORITHM-CHANGE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One dated lineage record per applied master change - the retained
*> answer to "what digest did we hold for this dataset on that date",
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
       DISPLAY "HASHRUN: lineage journal record lost, status "
 4720-WRITE-JOURNAL-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Keeps a block-indexed entry's BLKINDEX blocks in step with tonight's
*> content. An index built from tonight's digest at tonight's block
*> size is already current. One built from other content at the same
*> block size is compared block by block as it is replaced, and the
*> differing record ranges go to BLKRPT - whatever CHGRPT said, since
*> a sweep-up rehash can move the master on without touching the
*> index. An index at another block size, or none, is just rebuilt;
*> a CHANGED dataset says so on BLKRPT, so the missing ranges are
*> explained. An index built from tonight's content under the prior
*> algorithm of a transition is current too - only its header's
*> whole-file digest is re-stamped.
*>------------------------------------------------------------------------------
 4900-MAINTAIN-BLOCK-INDEX.
*>------------------------------------------------------------------------------

    IF BLOCK-INDEXED
       MOVE WS-DATASET-NAME TO BLKX-DATASET-NAME
       MOVE 0 TO BLKX-BLOCK-NO
       READ BLKINDEX-FILE
          INVALID KEY
             MOVE "N" TO WS-BLKX-HEADER-SWITCH
          NOT INVALID KEY
             MOVE "Y" TO WS-BLKX-HEADER-SWITCH
             MOVE BLKX-BLOCK-RECS      TO WS-BLKX-OLD-RECS
             MOVE BLKX-TOTAL-RECORDS   TO WS-BLKX-OLD-TOTAL
             MOVE BLKX-BLOCK-COUNT     TO WS-BLKX-OLD-BLOCKS
             MOVE BLKX-BUILT-TIMESTAMP TO WS-BLKX-OLD-TIMESTAMP
             MOVE BLKX-FILE-HEX        TO WS-BLKX-OLD-HEX
       END-READ
       MOVE "N" TO WS-BLKX-COMPARE-SWITCH

       EVALUATE TRUE
          WHEN BLOCK-OVERFLOW
             IF BLKX-HEADER-FOUND
                OR WS-CHANGE-STATUS-TEXT = "CHANGED"
                PERFORM 4970-WRITE-TOOBIG-LINE
             END-IF
             PERFORM 4930-DROP-BLOCK-INDEX
          WHEN BLKX-HEADER-FOUND
           AND WS-BLKX-OLD-RECS = WS-BLOCK-RECS
           AND WS-BLKX-OLD-HEX = WS-DIGEST-HEX
             CONTINUE
          WHEN BLKX-HEADER-FOUND
           AND WS-BLKX-OLD-RECS = WS-BLOCK-RECS
           AND TRANSITION-ACTIVE
           AND WS-BLKX-OLD-HEX = WS-PRIOR-DIGEST-HEX
             PERFORM 4940-RESTAMP-BLOCK-HEADER
          WHEN BLKX-HEADER-FOUND
           AND WS-BLKX-OLD-RECS = WS-BLOCK-RECS
             SET BLKX-COMPARING TO TRUE
             ADD 1 TO WS-BLKX-DIFFERS-COUNT
             PERFORM 4950-WRITE-DIFFERS-LINES
             PERFORM 4910-REPLACE-BLOCK-INDEX
          WHEN OTHER
             IF WS-CHANGE-STATUS-TEXT = "CHANGED"
                PERFORM 4975-WRITE-NOINDEX-LINE
             END-IF
             PERFORM 4910-REPLACE-BLOCK-INDEX
       END-EVALUATE
    END-IF

    .
 4900-MAINTAIN-BLOCK-INDEX-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The header goes first and comes back last, so a run that abends
*> part way through leaves a dataset with no header - rebuilt without
*> a comparison on the rerun - never a half-replaced index that would
*> be compared as if it were whole.
*>------------------------------------------------------------------------------
 4910-REPLACE-BLOCK-INDEX.
*>------------------------------------------------------------------------------

    IF BLKX-HEADER-FOUND
       MOVE WS-DATASET-NAME TO BLKX-DATASET-NAME
       MOVE 0 TO BLKX-BLOCK-NO
       DELETE BLKINDEX-FILE
    END-IF

    MOVE "N" TO WS-BLKX-RANGE-SWITCH
    MOVE 0 TO WS-BLKX-RANGE-COUNT
    PERFORM 4920-PUT-ONE-BLOCK
       VARYING WS-BLOCK-IDX FROM 1 BY 1
       UNTIL WS-BLOCK-IDX > WS-BLOCK-USED

    IF BLKX-COMPARING
       MOVE WS-BLOCK-USED TO WS-BLKX-RANGE-LAST
       PERFORM 4960-WRITE-RANGE-LINE
       PERFORM 4965-WRITE-COMPARE-TAIL
    END-IF

    MOVE WS-BLOCK-USED TO WS-BLKX-DROP-NO
    ADD 1 TO WS-BLKX-DROP-NO
    MOVE "N" TO WS-BLKX-DROP-SWITCH
    PERFORM 4935-DROP-ONE-BLOCK UNTIL BLKX-DROP-DONE

    MOVE WS-DATASET-NAME       TO BLKX-DATASET-NAME
    MOVE 0                     TO BLKX-BLOCK-NO
    MOVE SPACES                TO BLKX-BODY
    MOVE WS-BLOCK-RECS         TO BLKX-BLOCK-RECS
    MOVE WS-BLOCK-RECORD-TOTAL TO BLKX-TOTAL-RECORDS
    MOVE WS-BLOCK-USED         TO BLKX-BLOCK-COUNT
    MOVE WS-MASTER-TIMESTAMP   TO BLKX-BUILT-TIMESTAMP
    MOVE WS-DIGEST-HEX         TO BLKX-FILE-HEX
    WRITE BLKINDEX-REC
    IF NOT BLKX-OK
       DISPLAY "HASHRUN: BLKINDEX header not written for "
               WS-DATASET-NAME ", status " WS-BLKX-STATUS
    END-IF

    .
 4910-REPLACE-BLOCK-INDEX-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Writes one block over its old counterpart, judging it first when
*> the index is being compared. A block differs when the old index
*> had no such block, or its record count or digest is not tonight's.
*>------------------------------------------------------------------------------
 4920-PUT-ONE-BLOCK.
*>------------------------------------------------------------------------------

    MOVE WS-DATASET-NAME TO BLKX-DATASET-NAME
    MOVE WS-BLOCK-IDX TO BLKX-BLOCK-NO
    READ BLKINDEX-FILE
       INVALID KEY
          MOVE "N" TO WS-BLKX-FOUND-SWITCH
       NOT INVALID KEY
          MOVE "Y" TO WS-BLKX-FOUND-SWITCH
    END-READ

    IF BLKX-COMPARING
       IF NOT BLKX-FOUND
          OR WS-BLOCK-IDX > WS-BLKX-OLD-BLOCKS
          OR BLKX-RECORD-COUNT NOT = WS-BLOCK-COUNT(WS-BLOCK-IDX)
          OR BLKX-BLOCK-HEX NOT = WS-BLOCK-HEX(WS-BLOCK-IDX)
          IF NOT BLKX-RANGE-OPEN
             SET BLKX-RANGE-OPEN TO TRUE
             MOVE WS-BLOCK-IDX TO WS-BLKX-RANGE-FIRST
          END-IF
       ELSE
          COMPUTE WS-BLKX-RANGE-LAST = WS-BLOCK-IDX - 1
          PERFORM 4960-WRITE-RANGE-LINE
       END-IF
    END-IF

    MOVE SPACES TO BLKX-BODY
    MOVE WS-BLOCK-COUNT(WS-BLOCK-IDX) TO BLKX-RECORD-COUNT
    MOVE WS-BLOCK-HEX(WS-BLOCK-IDX)   TO BLKX-BLOCK-HEX
    IF BLKX-FOUND
       REWRITE BLKINDEX-REC
    ELSE
       WRITE BLKINDEX-REC
    END-IF

    .
 4920-PUT-ONE-BLOCK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> An entry past the block table keeps no index at all - a partial one
*> would be compared as if it covered the whole file.
*>------------------------------------------------------------------------------
 4930-DROP-BLOCK-INDEX.
*>------------------------------------------------------------------------------

    IF BLKX-HEADER-FOUND
       MOVE WS-DATASET-NAME TO BLKX-DATASET-NAME
       MOVE 0 TO BLKX-BLOCK-NO
       DELETE BLKINDEX-FILE
    END-IF

    MOVE 1 TO WS-BLKX-DROP-NO
    MOVE "N" TO WS-BLKX-DROP-SWITCH
    PERFORM 4935-DROP-ONE-BLOCK UNTIL BLKX-DROP-DONE

    .
 4930-DROP-BLOCK-INDEX-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Deletes blocks from WS-BLKX-DROP-NO up until the first one that is
*> not there - the old index's surplus when the file got shorter, and
*> any left behind by a run that abended part way through a rebuild.
*>------------------------------------------------------------------------------
 4935-DROP-ONE-BLOCK.
*>------------------------------------------------------------------------------

    MOVE WS-DATASET-NAME TO BLKX-DATASET-NAME
    MOVE WS-BLKX-DROP-NO TO BLKX-BLOCK-NO
    DELETE BLKINDEX-FILE
       INVALID KEY
          SET BLKX-DROP-DONE TO TRUE
       NOT INVALID KEY
          ADD 1 TO WS-BLKX-DROP-NO
    END-DELETE

    .
 4935-DROP-ONE-BLOCK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Block digests are SHA3-256 whatever the entry's algorithm, so a
*> cutover leaves every block valid; the header read by 4900 just
*> takes the new whole-file digest, keeping its build timestamp.
*>------------------------------------------------------------------------------
 4940-RESTAMP-BLOCK-HEADER.
*>------------------------------------------------------------------------------

    MOVE WS-DIGEST-HEX TO BLKX-FILE-HEX
    REWRITE BLKINDEX-REC
    IF NOT BLKX-OK
       DISPLAY "HASHRUN: BLKINDEX header not re-stamped for "
               WS-DATASET-NAME ", status " WS-BLKX-STATUS
    END-IF

    .
 4940-RESTAMP-BLOCK-HEADER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The head of a comparison on BLKRPT: the dataset and the index it is
*> compared against, then the old and new record totals and the net
*> number of records inserted or dropped.
*>------------------------------------------------------------------------------
 4950-WRITE-DIFFERS-LINES.
*>------------------------------------------------------------------------------

    MOVE WS-BLOCK-RECS TO WS-BLKR-RECS-DISPLAY
    MOVE SPACES TO BLKRPT-REC
    STRING "DIFFERS  "                  DELIMITED BY SIZE
           WS-DATASET-NAME              DELIMITED BY SIZE
           " AGAINST THE INDEX OF "     DELIMITED BY SIZE
           WS-BLKX-OLD-TIMESTAMP(1:4)   DELIMITED BY SIZE
           "-"                          DELIMITED BY SIZE
           WS-BLKX-OLD-TIMESTAMP(5:2)   DELIMITED BY SIZE
           "-"                          DELIMITED BY SIZE
           WS-BLKX-OLD-TIMESTAMP(7:2)   DELIMITED BY SIZE
           ", "                         DELIMITED BY SIZE
           WS-BLKR-RECS-DISPLAY         DELIMITED BY SIZE
           " RECORDS PER BLOCK"         DELIMITED BY SIZE
      INTO BLKRPT-REC
    END-STRING
    WRITE BLKRPT-REC

    MOVE WS-BLKX-OLD-TOTAL TO WS-BLKR-NUMBER
    PERFORM 4990-EDIT-NUMBER
    MOVE WS-BLKR-TEXT TO WS-BLKR-TEXT-1
    MOVE WS-BLOCK-RECORD-TOTAL TO WS-BLKR-NUMBER
    PERFORM 4990-EDIT-NUMBER
    MOVE WS-BLKR-TEXT TO WS-BLKR-TEXT-2

    MOVE SPACES TO BLKRPT-REC
    EVALUATE TRUE
       WHEN WS-BLOCK-RECORD-TOTAL > WS-BLKX-OLD-TOTAL
          COMPUTE WS-BLKX-NET = WS-BLOCK-RECORD-TOTAL
                              - WS-BLKX-OLD-TOTAL
          MOVE WS-BLKX-NET TO WS-BLKR-NUMBER
          PERFORM 4990-EDIT-NUMBER
          STRING "         RECORDS "     DELIMITED BY SIZE
                 WS-BLKR-TEXT-1          DELIMITED BY SPACE
                 " -> "                  DELIMITED BY SIZE
                 WS-BLKR-TEXT-2          DELIMITED BY SPACE
                 ", NET "                DELIMITED BY SIZE
                 WS-BLKR-TEXT            DELIMITED BY SPACE
                 " INSERTED"             DELIMITED BY SIZE
            INTO BLKRPT-REC
          END-STRING
       WHEN WS-BLOCK-RECORD-TOTAL < WS-BLKX-OLD-TOTAL
          COMPUTE WS-BLKX-NET = WS-BLKX-OLD-TOTAL
                              - WS-BLOCK-RECORD-TOTAL
          MOVE WS-BLKX-NET TO WS-BLKR-NUMBER
          PERFORM 4990-EDIT-NUMBER
          STRING "         RECORDS "     DELIMITED BY SIZE
                 WS-BLKR-TEXT-1          DELIMITED BY SPACE
                 " -> "                  DELIMITED BY SIZE
                 WS-BLKR-TEXT-2          DELIMITED BY SPACE
                 ", NET "                DELIMITED BY SIZE
                 WS-BLKR-TEXT            DELIMITED BY SPACE
                 " DROPPED"              DELIMITED BY SIZE
            INTO BLKRPT-REC
          END-STRING
       WHEN OTHER
          STRING "         RECORDS "     DELIMITED BY SIZE
                 WS-BLKR-TEXT-1          DELIMITED BY SPACE
                 " -> "                  DELIMITED BY SIZE
                 WS-BLKR-TEXT-2          DELIMITED BY SPACE
                 ", NONE NET INSERTED OR DROPPED"
                                         DELIMITED BY SIZE
            INTO BLKRPT-REC
          END-STRING
    END-EVALUATE
    WRITE BLKRPT-REC

    .
 4950-WRITE-DIFFERS-LINES-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Closes an open run of differing blocks at WS-BLKX-RANGE-LAST and
*> lists it as a record range in tonight's numbering. Only the final
*> block can be short, so the range ends at the last block's first
*> record plus its count.
*>------------------------------------------------------------------------------
 4960-WRITE-RANGE-LINE.
*>------------------------------------------------------------------------------

    IF BLKX-RANGE-OPEN
       COMPUTE WS-BLKX-FIRST-RECORD =
               (WS-BLKX-RANGE-FIRST - 1) * WS-BLOCK-RECS + 1
       COMPUTE WS-BLKX-LAST-RECORD =
               (WS-BLKX-RANGE-LAST - 1) * WS-BLOCK-RECS
             + WS-BLOCK-COUNT(WS-BLKX-RANGE-LAST)
       MOVE WS-BLKX-FIRST-RECORD TO WS-BLKR-NUMBER
       PERFORM 4990-EDIT-NUMBER
       MOVE WS-BLKR-TEXT TO WS-BLKR-TEXT-1
       MOVE WS-BLKX-LAST-RECORD TO WS-BLKR-NUMBER
       PERFORM 4990-EDIT-NUMBER
       MOVE WS-BLKR-TEXT TO WS-BLKR-TEXT-2

       MOVE SPACES TO BLKRPT-REC
       STRING "         RECORDS "     DELIMITED BY SIZE
              WS-BLKR-TEXT-1          DELIMITED BY SPACE
              "-"                     DELIMITED BY SIZE
              WS-BLKR-TEXT-2          DELIMITED BY SPACE
              " DIFFER"               DELIMITED BY SIZE
         INTO BLKRPT-REC
       END-STRING
       WRITE BLKRPT-REC
       ADD 1 TO WS-BLKX-RANGE-COUNT
       MOVE "N" TO WS-BLKX-RANGE-SWITCH
    END-IF

    .
 4960-WRITE-RANGE-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> After the ranges: the old file's tail that tonight's file no longer
*> reaches, in the old numbering, and a plain statement when no block
*> differed at all (the records are the same, the file still is not).
*>------------------------------------------------------------------------------
 4965-WRITE-COMPARE-TAIL.
*>------------------------------------------------------------------------------

    IF WS-BLKX-OLD-BLOCKS IS NUMERIC
       AND WS-BLKX-OLD-BLOCKS > WS-BLOCK-USED
       COMPUTE WS-BLKR-NUMBER = WS-BLOCK-USED * WS-BLOCK-RECS + 1
       PERFORM 4990-EDIT-NUMBER
       MOVE WS-BLKR-TEXT TO WS-BLKR-TEXT-1
       MOVE WS-BLKX-OLD-TOTAL TO WS-BLKR-NUMBER
       PERFORM 4990-EDIT-NUMBER
       MOVE WS-BLKR-TEXT TO WS-BLKR-TEXT-2
       MOVE SPACES TO BLKRPT-REC
       STRING "         OLD RECORDS "  DELIMITED BY SIZE
              WS-BLKR-TEXT-1           DELIMITED BY SPACE
              "-"                      DELIMITED BY SIZE
              WS-BLKR-TEXT-2           DELIMITED BY SPACE
              " ARE NOT IN TONIGHT'S FILE"
                                       DELIMITED BY SIZE
         INTO BLKRPT-REC
       END-STRING
       WRITE BLKRPT-REC
       ADD 1 TO WS-BLKX-RANGE-COUNT
    END-IF

    IF WS-BLKX-RANGE-COUNT = 0
       MOVE SPACES TO BLKRPT-REC
       STRING "         NO BLOCK DIFFERS"  DELIMITED BY SIZE
         INTO BLKRPT-REC
       END-STRING
       WRITE BLKRPT-REC
    END-IF

    .
 4965-WRITE-COMPARE-TAIL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4970-WRITE-TOOBIG-LINE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO BLKRPT-REC
    STRING "TOOBIG   "                  DELIMITED BY SIZE
           WS-DATASET-NAME              DELIMITED BY SIZE
           " OVER 20,000 BLOCKS, NO INDEX KEPT - RAISE ITS "
                                        DELIMITED BY SIZE
           "BLOCK-INDEX COLUMN"         DELIMITED BY SIZE
      INTO BLKRPT-REC
    END-STRING
    WRITE BLKRPT-REC

    .
 4970-WRITE-TOOBIG-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A CHANGED dataset with nothing comparable on file: no index yet, or
*> one kept at a different block size.
*>------------------------------------------------------------------------------
 4975-WRITE-NOINDEX-LINE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO BLKRPT-REC
    IF BLKX-HEADER-FOUND
       MOVE WS-BLKX-OLD-RECS TO WS-BLKR-RECS-DISPLAY
       STRING "REBLOCK  "                DELIMITED BY SIZE
              WS-DATASET-NAME            DELIMITED BY SIZE
              " INDEX WAS "              DELIMITED BY SIZE
              WS-BLKR-RECS-DISPLAY       DELIMITED BY SIZE
              " RECORDS PER BLOCK, REBUILT AT "
                                         DELIMITED BY SIZE
              MANIFEST-BLOCK-RECS        DELIMITED BY SIZE
              " - NOT COMPARED"          DELIMITED BY SIZE
         INTO BLKRPT-REC
       END-STRING
    ELSE
       STRING "NOINDEX  "                DELIMITED BY SIZE
              WS-DATASET-NAME            DELIMITED BY SIZE
              " NO BLOCK INDEX ON FILE - BUILT TONIGHT, "
                                         DELIMITED BY SIZE
              "NOT COMPARED"             DELIMITED BY SIZE
         INTO BLKRPT-REC
       END-STRING
    END-IF
    WRITE BLKRPT-REC

    .
 4975-WRITE-NOINDEX-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> WS-BLKR-NUMBER edited with commas into WS-BLKR-TEXT, left-justified
*> so it reads as part of a sentence.
*>------------------------------------------------------------------------------
 4990-EDIT-NUMBER.
*>------------------------------------------------------------------------------

    MOVE WS-BLKR-NUMBER TO WS-BLKR-EDIT
    MOVE 0 TO WS-BLKR-LEAD
    INSPECT WS-BLKR-EDIT TALLYING WS-BLKR-LEAD FOR LEADING SPACES
    MOVE SPACES TO WS-BLKR-TEXT
    MOVE WS-BLKR-EDIT(WS-BLKR-LEAD + 1:) TO WS-BLKR-TEXT

    .
 4990-EDIT-NUMBER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One timing record per manifest entry: when it started, when it
*> ended, how many bytes went through and the derived rate - the raw
*> material for the batch-window trend report. A SIZE-SUSPECT entry
*> is marked, since its night never reached the master.
*>------------------------------------------------------------------------------
 4800-WRITE-STAT-RECORD.
*>------------------------------------------------------------------------------
    MOVE WS-DATASET-BYTE-COUNT TO WS-SDT-BYTES
    MOVE WS-STAT-ELAPSED       TO WS-SDT-ELAPSED
    MOVE WS-STAT-MBSEC         TO WS-SDT-MBSEC
    MOVE SPACE                 TO WS-SDT-OUTCOME
    IF SIZE-SUSPECT
       SET WS-SDT-SIZE-SUSPECT TO TRUE
    END-IF

    MOVE SPACES TO STATS-REC
    WRITE STATS-REC FROM WS-STAT-DETAIL-REC
    CLOSE STATS-FILE
    CLOSE JOURNAL-FILE
    CLOSE RETRY-FILE
    CLOSE BLKINDEX-FILE
    CLOSE BLKRPT-FILE
    PERFORM 8100-RESET-CHECKPOINT

    DISPLAY "HASHRUN: " WS-FILE-COUNT " dataset(s) hashed, "
    DISPLAY "HASHRUN: " WS-NEW-COUNT " new, "
            WS-CHANGED-COUNT " changed, "
            WS-UNCHANGED-COUNT " unchanged, "
            WS-SUSPECT-COUNT " size-suspect, "
            WS-ALGOCHG-COUNT " algorithm change(s)."
    DISPLAY "HASHRUN: " WS-RETRY-COUNT " entr(ies) on the retry "
            "manifest."
    DISPLAY "HASHRUN: " WS-BLKX-DIFFERS-COUNT " block-indexed "
            "dataset(s) pinpointed on BLKRPT."

    .
 9000-TERMINATE-EX.
    MOVE WS-FILE-COUNT    TO WS-RUNC-NUM-1
    MOVE WS-ERROR-COUNT   TO WS-RUNC-NUM-2
    MOVE WS-CHANGED-COUNT TO WS-RUNC-NUM-3
    MOVE WS-ALGOCHG-COUNT TO WS-RUNC-NUM-4
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "HASHED=" DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
           WS-RUNC-NUM-2 DELIMITED BY SIZE
           " CHANGED=" DELIMITED BY SIZE
           WS-RUNC-NUM-3 DELIMITED BY SIZE
           " ALGOCHG=" DELIMITED BY SIZE
           WS-RUNC-NUM-4 DELIMITED BY SIZE
      INTO WS-RUNC-COUNTS
    END-STRING

