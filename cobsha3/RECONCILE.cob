*>                            1-byte format flag (T = record text, B =
*>                            raw binary bytes, blank = T), a space,
*>                            then the lower-case hex digest expected
*>                            for it, left-justified in 128 positions;
*>                            then, for a feed changing digest
*>                            algorithm, a space, the prior 8-byte
*>                            algorithm code, a space, its 3-digit
*>                            output length, a space, the yyyymmdd
*>                            date the transition window closes, a
*>                            space and the hex digest expected under
*>                            the prior algorithm. Through that date
*>                            a dataset matching either expected
*>                            value is reconciled; after it the prior
*>                            columns are ignored.
*>               RECONRPT  - line-sequential output, one line per
*>                            dataset whose computed digest did not
*>                            match the control record. MISMATCH and
*>                            UNREADABLE lines end SOURCE=HASHRPT or
*>                            SOURCE=REHASH, naming where the digest
*>                            judged came from.
*>               PARM      - HASHRPT to verify from tonight's hash
*>                            report instead of re-reading every
*>                            dataset. Omitted means re-hash all.
*>               HASHRPT   - line-sequential input (PARM HASHRPT
*>                            only), tonight's HASHRUN report
*>                            generation. It is used only when its
*>                            T trailer's detail count and byte total
*>                            agree with its D details; otherwise the
*>                            whole run falls back to re-hashing. A
*>                            control entry with no D detail for the
*>                            same dataset and algorithm, or whose
*>                            detail is ERROR-/HELD, is re-hashed, as
*>                            is one in its transition window without
*>                            the A record of its prior-algorithm
*>                            digest.
*>
*>******************************************************************************
*> Date       Name / Change description
*>              run-control master through RUNCWRT.cob as the run
*>              ends, so the morning status report sees this step's
*>              outcome and counts without a job-log hunt.
*> 2026.10.15 cobsha3 maintainers:
*>            - PARM HASHRPT verifies each control entry against the D
*>              detail for the same dataset and algorithm on tonight's
*>              HASHRPT generation instead of streaming the dataset a
*>              second time - STEP010 has just computed every one of
*>              those digests. The report is trusted only when its T
*>              trailer count and byte total agree with its details;
*>              a dataset missing from it, or flagged ERROR-/HELD
*>              there, still falls back to a direct re-hash. RECONRPT
*>              lines and HASHAUDT records now say SOURCE=HASHRPT or
*>              SOURCE=REHASH for every verdict.
*> 2026.10.15 cobsha3 maintainers:
*>            - Digest-algorithm transition window. A control record
*>              may carry a prior algorithm, output length, window
*>              closing date and prior expected digest after the
*>              expected hex (record now 339 bytes). Through that date
*>              the dataset is digested under both algorithms in one
*>              pass - or both digests are taken from tonight's
*>              HASHRPT D and A records - and a match on either
*>              expected value reconciles: a partner still sending
*>              the old-style checksum is not a MISMATCH. A match on
*>              the prior value only is audited OK-PRIOR with the
*>              prior digest and counted on the run's summary. An
*>              unroutable prior algorithm inside the window is a
*>              BADALGO line.
*> 2026.10.15 cobsha3 maintainers:
*>            - Known-answer self-test (SELFTEST.cob) of every digest
*>              width before CONTROL, or tonight's HASHRPT, is
*>              opened. On a failure nothing is opened: a
*>              SELFTEST-FAILED record naming the failed algorithm
*>              goes to HASHAUDT and RUNCTL and the step ends CC 20.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

     SELECT HASHRPT-FILE ASSIGN TO "HASHRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HASHRPT-STATUS.

     SELECT DATASET-FILE ASSIGN TO WS-DATASET-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DATASET-STATUS.
     05 CONTROL-FORMAT                 PIC X(01).
     05 FILLER                         PIC X(01).
     05 CONTROL-EXPECTED-HEX           PIC X(128).
     05 FILLER                         PIC X(01).
     05 CONTROL-PRIOR-ALGORITHM        PIC X(08).
     05 FILLER                         PIC X(01).
     05 CONTROL-PRIOR-OUT-LEN          PIC X(03).
     05 FILLER                         PIC X(01).
     05 CONTROL-PRIOR-UNTIL            PIC X(08).
     05 FILLER                         PIC X(01).
     05 CONTROL-PRIOR-EXPECTED-HEX     PIC X(128).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(200).

 FD  HASHRPT-FILE.
 01  HASHRPT-REC.
     05 HASHRPT-REC-TYPE               PIC X(01).
     05 FILLER                         PIC X(01).
     05 HASHRPT-DSNAME                 PIC X(44).
     05 FILLER                         PIC X(01).
     05 HASHRPT-ALGORITHM              PIC X(08).
     05 FILLER                         PIC X(01).
     05 HASHRPT-BYTES                  PIC X(15).
     05 FILLER                         PIC X(01).
     05 HASHRPT-RESULT                 PIC X(128).

 FD  DATASET-FILE
     RECORD IS VARYING IN SIZE FROM 0 TO 32760 CHARACTERS
         DEPENDING ON WS-DATASET-REC-LEN.
    88 DATASET-OK                      VALUE "00".
    88 DATASET-EOF                     VALUE "10".

 01  WS-HASHRPT-STATUS                 PIC X(02).
    88 HASHRPT-OK                      VALUE "00".

 01  WS-DATASET-OPEN-SWITCH            PIC X(01) VALUE "N".
    88 DATASET-OPEN-FAILED             VALUE "Y".


 01  WS-EXPECTED-DIGEST                PIC X(64).

*> the entry's verdict, judged once and used by the report line and
*> the audit record alike
 01  WS-VERDICT-SWITCH                 PIC X(01).
    88 VERDICT-MATCH                   VALUE "M".
    88 VERDICT-PRIOR-MATCH             VALUE "P".
    88 VERDICT-MISMATCH                VALUE "X".

*> digest-algorithm transition work area: inside an entry's window
*> the dataset is also digested under the prior algorithm and
*> checked against the prior expected value
 01  WS-TODAY                          PIC X(08).
 01  WS-TRANSITION-SWITCH              PIC X(01) VALUE "N".
    88 TRANSITION-ACTIVE               VALUE "Y".
 01  WS-PRIOR-ALGORITHM                PIC X(08).
 01  WS-PRIOR-OUTPUT                   PIC X(64).
 01  WS-PRIOR-OUTPUT-LEN               BINARY-DOUBLE UNSIGNED.
 01  WS-PRIOR-HEX-LEN                  PIC 9(03) BINARY.
 01  WS-PRIOR-EXPECTED-DIGEST          PIC X(64).
 01  WS-PRIOR-MATCH-COUNT              PIC 9(09) BINARY VALUE 0.

*> where tonight's verdicts come from: PARM HASHRPT asks for the hash
*> report, and a report whose trailer does not check out turns the
*> request back into a full re-hash
 01  WS-VERIFY-SOURCE-SWITCH           PIC X(01) VALUE "R".
    88 VERIFY-FROM-HASHRPT             VALUE "H".
    88 VERIFY-BY-REHASH                VALUE "R".
 01  WS-ENTRY-SOURCE                   PIC X(07).
    88 ENTRY-FROM-HASHRPT              VALUE "HASHRPT".
    88 ENTRY-BY-REHASH                 VALUE "REHASH".

*> tonight's hash report details, loaded once; sized to the suite's
*> 10000-dataset capacity
 01  WS-RPT-TABLE.
     05 WS-RPT-ENTRY                   OCCURS 10000 TIMES.
        10 WS-RPT-TYPE                 PIC X(01).
        10 WS-RPT-DSN                  PIC X(44).
        10 WS-RPT-ALGORITHM            PIC X(08).
        10 WS-RPT-BYTES                PIC 9(15).
        10 WS-RPT-RESULT               PIC X(128).
 01  WS-RPT-USED                       PIC 9(05) BINARY VALUE 0.
 01  WS-RPT-IDX                        PIC 9(05) BINARY.
 01  WS-RPT-FOUND-IDX                  PIC 9(05) BINARY.
 01  WS-RPT-PRIOR-IDX                  PIC 9(05) BINARY.
 01  WS-RPT-WANT-TYPE                  PIC X(01).
 01  WS-RPT-WANT-ALGORITHM             PIC X(08).
 01  WS-RPT-WANT-HEX-LEN               PIC 9(03) BINARY.
 01  WS-RPT-EOF-SWITCH                 PIC X(01) VALUE "N".
    88 WS-RPT-AT-END                   VALUE "Y".
 01  WS-RPT-OVERFLOW-SWITCH            PIC X(01) VALUE "N".
    88 WS-RPT-OVERFLOW                 VALUE "Y".
 01  WS-RPT-TRAILER-SWITCH             PIC X(01) VALUE "N".
    88 WS-RPT-TRAILER-SEEN             VALUE "Y".
 01  WS-RPT-DETAIL-COUNT               PIC 9(09) BINARY VALUE 0.
 01  WS-RPT-BYTE-TOTAL                 PIC 9(18) VALUE 0.
 01  WS-RPT-TRL-COUNT                  PIC 9(09) VALUE 0.
 01  WS-RPT-TRL-BYTES                  PIC 9(18) VALUE 0.
 01  WS-RPT-REHASH-COUNT               PIC 9(09) BINARY VALUE 0.
 01  WS-RPT-USED-COUNT                 PIC 9(09) BINARY VALUE 0.

*> linkage work area for SHA3-STREAM.cob, sized per control entry
 01  WS-STREAM-ALGORITHM               PIC X(08) VALUE "512".
 01  WS-STREAM-FUNCTION-CODE           PIC X(01).
 01  WS-AUDIT-TIMESTAMP                PIC X(21).
 01  WS-AUDIT-LEN-DISPLAY              PIC Z(18)9.
 01  WS-AUDIT-RESULT-TEXT              PIC X(08).
 01  WS-AUDIT-SOURCE-TEXT              PIC X(15).

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "RECONCIL".
 01  WS-RUNC-NUM-1                     PIC 9(09).
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).
 01  WS-RUNC-NUM-4                     PIC 9(09).

*> known-answer self-test (SELFTEST.cob)
 01  WS-SELFTEST-SUITE                 PIC X(08) VALUE "DIGEST".
 01  WS-SELFTEST-ALGORITHM             PIC X(08).

 LINKAGE SECTION.
 01  LNK-PARM-AREA.
     05 LNK-PARM-LEN                   PIC S9(4) COMP.
     05 LNK-PARM-TEXT                  PIC X(08).

 PROCEDURE DIVISION USING LNK-PARM-AREA.

*>------------------------------------------------------------------------------
 MAIN-RECONCILE SECTION.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-START-TS
    MOVE WS-RUNC-START-TS(1:8) TO WS-TODAY

*>  prove the digest modules against known answers before any file
*>  is opened
    PERFORM 1900-RUN-SELFTEST

    IF LNK-PARM-LEN > 0 AND LNK-PARM-TEXT(1:7) = "HASHRPT"
       SET VERIFY-FROM-HASHRPT TO TRUE
       PERFORM 1100-LOAD-HASHRPT
    END-IF

    OPEN INPUT CONTROL-FILE
    IF NOT CONTROL-OK
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Known-answer test of the digest modules before anything is opened: a
*> bad KECCAK.o or SHA3-STREAM build stops here rather than reporting
*> a night of false mismatches against CONTROL.
*> The failure goes to HASHAUDT and RUNCTL as SELFTEST-FAILED with
*> the algorithm code that failed, and the step ends CC 20.
*>------------------------------------------------------------------------------
 1900-RUN-SELFTEST.
*>------------------------------------------------------------------------------

    CALL "SELFTEST" USING WS-SELFTEST-SUITE
                          WS-SELFTEST-ALGORITHM
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "RECONCILE: known-answer self-test failed, nothing "
               "opened - algorithm " WS-SELFTEST-ALGORITHM
       MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
       MOVE SPACES TO WS-AUDIT-TEXT
       STRING "RECONCILE"         DELIMITED BY SIZE
              " "                 DELIMITED BY SIZE
              WS-RUNC-END-TS      DELIMITED BY SIZE
              " 0 SELFTEST-FAILED ALGO=" DELIMITED BY SIZE
              WS-SELFTEST-ALGORITHM DELIMITED BY SPACE
         INTO WS-AUDIT-TEXT
       END-STRING
       CALL "AUDITWRT" USING WS-AUDIT-TEXT
       END-CALL
       IF RETURN-CODE NOT = 0
          DISPLAY "RECONCILE: chain-of-custody record lost"
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
          DISPLAY "RECONCILE: run-control record lost"
       END-IF

       STOP RUN WITH ERROR STATUS 20
    END-IF

    .
 1900-RUN-SELFTEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Tonight's hash report is trusted only whole: a trailer must be
*> there, and its detail count and byte total must agree with the D
*> details actually on the file. A report that cannot be opened, has
*> no trailer, disagrees with it, or overruns the table is refused -
*> the run falls back to re-hashing every entry, as before.
*>------------------------------------------------------------------------------
 1100-LOAD-HASHRPT.
*>------------------------------------------------------------------------------

    OPEN INPUT HASHRPT-FILE
    IF NOT HASHRPT-OK
       DISPLAY "RECONCILE: unable to open HASHRPT, status "
               WS-HASHRPT-STATUS " - re-hashing every entry"
       SET VERIFY-BY-REHASH TO TRUE
    ELSE
       PERFORM 1110-READ-HASHRPT
       PERFORM 1120-LOAD-ONE-HASHRPT UNTIL WS-RPT-AT-END
       CLOSE HASHRPT-FILE

       EVALUATE TRUE
          WHEN WS-RPT-OVERFLOW
             DISPLAY "RECONCILE: HASHRPT overruns the detail table"
                     " - re-hashing every entry"
             SET VERIFY-BY-REHASH TO TRUE
          WHEN NOT WS-RPT-TRAILER-SEEN
             DISPLAY "RECONCILE: HASHRPT has no trailer"
                     " - re-hashing every entry"
             SET VERIFY-BY-REHASH TO TRUE
          WHEN WS-RPT-TRL-COUNT NOT = WS-RPT-DETAIL-COUNT
             DISPLAY "RECONCILE: HASHRPT trailer says "
                     WS-RPT-TRL-COUNT " detail(s) but "
                     WS-RPT-DETAIL-COUNT " found"
                     " - re-hashing every entry"
             SET VERIFY-BY-REHASH TO TRUE
          WHEN WS-RPT-TRL-BYTES NOT = WS-RPT-BYTE-TOTAL
             DISPLAY "RECONCILE: HASHRPT trailer says "
                     WS-RPT-TRL-BYTES " byte(s) but details total "
                     WS-RPT-BYTE-TOTAL " - re-hashing every entry"
             SET VERIFY-BY-REHASH TO TRUE
          WHEN OTHER
             DISPLAY "RECONCILE: verifying from HASHRPT, "
                     WS-RPT-DETAIL-COUNT " detail(s)"
       END-EVALUATE
    END-IF

    .
 1100-LOAD-HASHRPT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1110-READ-HASHRPT.
*>------------------------------------------------------------------------------

    READ HASHRPT-FILE
       AT END
          SET WS-RPT-AT-END TO TRUE
    END-READ

    .
 1110-READ-HASHRPT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1120-LOAD-ONE-HASHRPT.
*>------------------------------------------------------------------------------

    EVALUATE HASHRPT-REC-TYPE
       WHEN "D"
          ADD 1 TO WS-RPT-DETAIL-COUNT
          IF HASHRPT-BYTES IS NUMERIC
             ADD FUNCTION NUMVAL(HASHRPT-BYTES) TO WS-RPT-BYTE-TOTAL
          END-IF
          IF WS-RPT-USED < 10000
             ADD 1 TO WS-RPT-USED
             MOVE "D"               TO WS-RPT-TYPE(WS-RPT-USED)
             MOVE HASHRPT-DSNAME    TO WS-RPT-DSN(WS-RPT-USED)
             MOVE HASHRPT-ALGORITHM TO WS-RPT-ALGORITHM(WS-RPT-USED)
             IF HASHRPT-BYTES IS NUMERIC
                MOVE HASHRPT-BYTES  TO WS-RPT-BYTES(WS-RPT-USED)
             ELSE
                MOVE 0              TO WS-RPT-BYTES(WS-RPT-USED)
             END-IF
             MOVE HASHRPT-RESULT    TO WS-RPT-RESULT(WS-RPT-USED)
          ELSE
             SET WS-RPT-OVERFLOW TO TRUE
          END-IF
*>     a prior-algorithm digest rides behind its D record; it is
*>     held for lookup but is not a detail the trailer counts
       WHEN "A"
          IF WS-RPT-USED < 10000
             ADD 1 TO WS-RPT-USED
             MOVE "A"               TO WS-RPT-TYPE(WS-RPT-USED)
             MOVE HASHRPT-DSNAME    TO WS-RPT-DSN(WS-RPT-USED)
             MOVE HASHRPT-ALGORITHM TO WS-RPT-ALGORITHM(WS-RPT-USED)
             MOVE 0                 TO WS-RPT-BYTES(WS-RPT-USED)
             MOVE HASHRPT-RESULT    TO WS-RPT-RESULT(WS-RPT-USED)
          ELSE
             SET WS-RPT-OVERFLOW TO TRUE
          END-IF
       WHEN "T"
          SET WS-RPT-TRAILER-SEEN TO TRUE
          IF HASHRPT-REC(3:9) IS NUMERIC
             MOVE HASHRPT-REC(3:9) TO WS-RPT-TRL-COUNT
          END-IF
          IF HASHRPT-REC(13:18) IS NUMERIC
             MOVE HASHRPT-REC(13:18) TO WS-RPT-TRL-BYTES
          END-IF
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    PERFORM 1110-READ-HASHRPT

    .
 1120-LOAD-ONE-HASHRPT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2000-PROCESS-CONTROL.
*>------------------------------------------------------------------------------
       ADD 1 TO WS-ERROR-COUNT
    ELSE
       PERFORM 2200-DECODE-EXPECTED-HEX
       SET ENTRY-BY-REHASH TO TRUE
       IF VERIFY-FROM-HASHRPT
          PERFORM 2600-TAKE-FROM-HASHRPT
       END-IF
       IF ENTRY-BY-REHASH
          PERFORM 3000-HASH-DATASET
       END-IF

       IF DATASET-OPEN-FAILED
          PERFORM 4100-WRITE-UNREADABLE-LINE
          ADD 1 TO WS-ERROR-COUNT
       ELSE
          PERFORM 2700-JUDGE-DIGEST
          IF VERDICT-MISMATCH
             PERFORM 4000-WRITE-EXCEPTION-LINE
             ADD 1 TO WS-MISMATCH-COUNT
          END-IF
          SET FORMAT-BAD TO TRUE
    END-EVALUATE

    PERFORM 2520-RESOLVE-TRANSITION

    .
 2500-RESOLVE-ALGORITHM-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> An entry whose prior-algorithm column is filled is changing digest
*> algorithm. Through the window's closing date either expected value
*> reconciles it; after that date the prior columns are ignored, so
*> the old value drops off without a control edit. A prior algorithm
*> that cannot be routed inside the window is a control defect. A
*> prior expected value that is not hex simply never matches.
*>------------------------------------------------------------------------------
 2520-RESOLVE-TRANSITION.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-TRANSITION-SWITCH

    IF CONTROL-PRIOR-ALGORITHM NOT = SPACES
       AND NOT ALGO-BAD
       AND CONTROL-PRIOR-UNTIL IS NUMERIC
       AND CONTROL-PRIOR-UNTIL >= WS-TODAY
       SET TRANSITION-ACTIVE TO TRUE
       MOVE CONTROL-PRIOR-ALGORITHM TO WS-PRIOR-ALGORITHM
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
       ELSE
          COMPUTE WS-PRIOR-HEX-LEN = WS-PRIOR-OUTPUT-LEN * 2
          MOVE SPACES TO WS-PRIOR-EXPECTED-DIGEST
          CALL "HEXDECODE" USING CONTROL-PRIOR-EXPECTED-HEX
                                 WS-PRIOR-OUTPUT-LEN
                                 WS-PRIOR-EXPECTED-DIGEST
          END-CALL
          IF RETURN-CODE NOT = 0
             MOVE 0 TO RETURN-CODE
             MOVE HIGH-VALUES TO WS-PRIOR-EXPECTED-DIGEST
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

    IF CONTROL-PRIOR-OUT-LEN = SPACES
       CONTINUE
    ELSE
       IF CONTROL-PRIOR-OUT-LEN IS NUMERIC
          IF FUNCTION NUMVAL(CONTROL-PRIOR-OUT-LEN) >= 1
             AND FUNCTION NUMVAL(CONTROL-PRIOR-OUT-LEN) <= 64
             MOVE FUNCTION NUMVAL(CONTROL-PRIOR-OUT-LEN)
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
*> Tonight's digest for this entry off the hash report: the last D
*> detail for the same dataset and resolved algorithm, carrying a real
*> digest of exactly this entry's width. No such detail - missing,
*> ERROR-, HELD, or computed at another SHAKE width - leaves the entry
*> to be re-hashed. An entry in its transition window needs the A
*> record of its prior-algorithm digest as well; without both it is
*> re-hashed, which computes both.
*>------------------------------------------------------------------------------
 2600-TAKE-FROM-HASHRPT.
*>------------------------------------------------------------------------------

    MOVE "D"                 TO WS-RPT-WANT-TYPE
    MOVE WS-STREAM-ALGORITHM TO WS-RPT-WANT-ALGORITHM
    MOVE WS-DIGEST-HEX-LEN   TO WS-RPT-WANT-HEX-LEN
    MOVE 0 TO WS-RPT-FOUND-IDX
    PERFORM 2610-MATCH-ONE-DETAIL
       VARYING WS-RPT-IDX FROM 1 BY 1
       UNTIL WS-RPT-IDX > WS-RPT-USED

    MOVE WS-RPT-FOUND-IDX TO WS-RPT-PRIOR-IDX
    IF TRANSITION-ACTIVE AND WS-RPT-FOUND-IDX > 0
       MOVE "A"                TO WS-RPT-WANT-TYPE
       MOVE WS-PRIOR-ALGORITHM TO WS-RPT-WANT-ALGORITHM
       MOVE WS-PRIOR-HEX-LEN   TO WS-RPT-WANT-HEX-LEN
       MOVE 0 TO WS-RPT-FOUND-IDX
       PERFORM 2610-MATCH-ONE-DETAIL
          VARYING WS-RPT-IDX FROM 1 BY 1
          UNTIL WS-RPT-IDX > WS-RPT-USED
       IF WS-RPT-FOUND-IDX > 0
          MOVE SPACES TO WS-PRIOR-OUTPUT
          CALL "HEXDECODE" USING WS-RPT-RESULT(WS-RPT-FOUND-IDX)
                                 WS-PRIOR-OUTPUT-LEN
                                 WS-PRIOR-OUTPUT
          END-CALL
          IF RETURN-CODE NOT = 0
             MOVE 0 TO RETURN-CODE
             MOVE 0 TO WS-RPT-PRIOR-IDX
          END-IF
       ELSE
          MOVE 0 TO WS-RPT-PRIOR-IDX
       END-IF
    END-IF

    IF WS-RPT-PRIOR-IDX > 0
       MOVE SPACES TO WS-STREAM-OUTPUT
       CALL "HEXDECODE" USING WS-RPT-RESULT(WS-RPT-PRIOR-IDX)
                              WS-STREAM-OUTPUT-LEN
                              WS-STREAM-OUTPUT
       END-CALL
       IF RETURN-CODE = 0
          SET ENTRY-FROM-HASHRPT TO TRUE
          MOVE "N" TO WS-DATASET-OPEN-SWITCH
          MOVE WS-RPT-BYTES(WS-RPT-PRIOR-IDX) TO WS-DATASET-BYTE-COUNT
          ADD 1 TO WS-RPT-USED-COUNT
       ELSE
          MOVE 0 TO RETURN-CODE
       END-IF
    END-IF

    IF ENTRY-BY-REHASH
       ADD 1 TO WS-RPT-REHASH-COUNT
    END-IF

    .
 2600-TAKE-FROM-HASHRPT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2610-MATCH-ONE-DETAIL.
*>------------------------------------------------------------------------------

    IF WS-RPT-TYPE(WS-RPT-IDX) = WS-RPT-WANT-TYPE
       AND WS-RPT-DSN(WS-RPT-IDX) = WS-DATASET-NAME
       AND WS-RPT-ALGORITHM(WS-RPT-IDX) = WS-RPT-WANT-ALGORITHM
       AND WS-RPT-RESULT(WS-RPT-IDX)(1:6) NOT = "ERROR-"
       AND WS-RPT-RESULT(WS-RPT-IDX)(1:5) NOT = "HELD "
       AND WS-RPT-RESULT(WS-RPT-IDX)(WS-RPT-WANT-HEX-LEN:1)
           NOT = SPACE
       IF WS-RPT-WANT-HEX-LEN = 128
          MOVE WS-RPT-IDX TO WS-RPT-FOUND-IDX
       ELSE
          IF WS-RPT-RESULT(WS-RPT-IDX)(WS-RPT-WANT-HEX-LEN + 1:)
             = SPACES
             MOVE WS-RPT-IDX TO WS-RPT-FOUND-IDX
          END-IF
       END-IF
    END-IF

    .
 2610-MATCH-ONE-DETAIL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The entry's own expected value first; inside a transition window
*> the prior algorithm's digest against the prior expected value is
*> the second chance. A partner mid-cutover may send either.
*>------------------------------------------------------------------------------
 2700-JUDGE-DIGEST.
*>------------------------------------------------------------------------------

    EVALUATE TRUE
       WHEN WS-STREAM-OUTPUT(1:WS-STREAM-OUTPUT-LEN) =
            WS-EXPECTED-DIGEST(1:WS-STREAM-OUTPUT-LEN)
          SET VERDICT-MATCH TO TRUE
       WHEN TRANSITION-ACTIVE
        AND WS-PRIOR-OUTPUT(1:WS-PRIOR-OUTPUT-LEN) =
            WS-PRIOR-EXPECTED-DIGEST(1:WS-PRIOR-OUTPUT-LEN)
          SET VERDICT-PRIOR-MATCH TO TRUE
          ADD 1 TO WS-PRIOR-MATCH-COUNT
       WHEN OTHER
          SET VERDICT-MISMATCH TO TRUE
    END-EVALUATE

    .
 2700-JUDGE-DIGEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A SHAKE entry may override the default output length with a 3-digit
*> byte count; WS-STREAM-OUTPUT caps it at 64 bytes.
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
    END-IF

    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
           WS-DATASET-NAME  DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           WS-DIGEST-HEX(1:WS-DIGEST-HEX-LEN) DELIMITED BY SIZE
           " SOURCE="       DELIMITED BY SIZE
           WS-ENTRY-SOURCE  DELIMITED BY SPACE
      INTO REPORT-REC
    END-STRING

    MOVE SPACES TO REPORT-REC
    STRING "UNREADABLE " DELIMITED BY SIZE
           WS-DATASET-NAME  DELIMITED BY SIZE
           " SOURCE="       DELIMITED BY SIZE
           WS-ENTRY-SOURCE  DELIMITED BY SPACE
      INTO REPORT-REC
    END-STRING

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE WS-DATASET-BYTE-COUNT TO WS-AUDIT-LEN-DISPLAY

    MOVE SPACES TO WS-AUDIT-SOURCE-TEXT
    IF NOT ALGO-BAD AND NOT FORMAT-BAD
       STRING " SOURCE="      DELIMITED BY SIZE
              WS-ENTRY-SOURCE DELIMITED BY SPACE
         INTO WS-AUDIT-SOURCE-TEXT
       END-STRING
    END-IF

    EVALUATE TRUE
       WHEN ALGO-BAD
          MOVE "BADALGO" TO WS-AUDIT-RESULT-TEXT
       WHEN DATASET-OPEN-FAILED
          MOVE "FAILED" TO WS-AUDIT-RESULT-TEXT
          MOVE SPACES TO WS-DIGEST-HEX
       WHEN VERDICT-PRIOR-MATCH
          MOVE "OK-PRIOR" TO WS-AUDIT-RESULT-TEXT
          MOVE SPACES TO WS-DIGEST-HEX
          CALL "HEXENCODE" USING WS-PRIOR-OUTPUT
                                 WS-PRIOR-OUTPUT-LEN
                                 WS-DIGEST-HEX
          END-CALL
       WHEN VERDICT-MISMATCH
          MOVE "MISMATCH" TO WS-AUDIT-RESULT-TEXT
          MOVE SPACES TO WS-DIGEST-HEX
          CALL "HEXENCODE" USING WS-STREAM-OUTPUT
           WS-AUDIT-RESULT-TEXT DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-DIGEST-HEX       DELIMITED BY SIZE
           WS-AUDIT-SOURCE-TEXT DELIMITED BY SIZE
      INTO WS-AUDIT-TEXT
    END-STRING

    DISPLAY "RECONCILE: " WS-RECORD-COUNT " record(s) checked, "
            WS-MISMATCH-COUNT " mismatch(es), "
            WS-ERROR-COUNT " unreadable."
    IF VERIFY-FROM-HASHRPT
       DISPLAY "RECONCILE: " WS-RPT-USED-COUNT
               " verdict(s) from HASHRPT, "
               WS-RPT-REHASH-COUNT " re-hashed."
    END-IF
    IF WS-PRIOR-MATCH-COUNT > 0
       DISPLAY "RECONCILE: " WS-PRIOR-MATCH-COUNT
               " record(s) matched on the prior algorithm of a "
               "transition window."
    END-IF

    .
 9000-TERMINATE-EX.
    MOVE WS-RECORD-COUNT   TO WS-RUNC-NUM-1
    MOVE WS-MISMATCH-COUNT TO WS-RUNC-NUM-2
    MOVE WS-ERROR-COUNT    TO WS-RUNC-NUM-3
    MOVE WS-RPT-USED-COUNT TO WS-RUNC-NUM-4
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "CHECKED=" DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
           WS-RUNC-NUM-2 DELIMITED BY SIZE
           " UNREADABLE=" DELIMITED BY SIZE
           WS-RUNC-NUM-3 DELIMITED BY SIZE
           " FROMRPT=" DELIMITED BY SIZE
           WS-RUNC-NUM-4 DELIMITED BY SIZE
      INTO WS-RUNC-COUNTS
    END-STRING

