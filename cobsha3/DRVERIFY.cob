*>                            AUDITWRT: one chain-of-custody line per
*>                            verified dataset, so the DR evidence is
*>                            itself on the tamper-evident trail.
*>               RUNCTL    - appended to via RUNCWRT only when the
*>                            known-answer self-test fails.
*>
*>               Condition code 8 when any dataset MISMATCHed or
*>               could not be read, 4 when the only exceptions were
*>               NOT-IN-MASTER, 0 on a fully matched restore, 20 when
*>               the known-answer self-test fails - nothing opened.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.09.03 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - Known-answer self-test (SELFTEST.cob) of every digest
*>              width before RESTLIST is opened. On a failure nothing
*>              is opened: a SELFTEST-FAILED record naming the failed
*>              algorithm goes to HASHAUDT and RUNCTL (the one RUNCTL
*>              record this program writes) and the step ends CC 20.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>

 01  WS-RUN-TIMESTAMP                  PIC X(21).

*> run-control work area (RUNCWRT.cob) - written only when the
*> self-test stops the step; a DR verification is not a nightly step
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "DRVERIFY".
 01  WS-RUNC-START-TS                  PIC X(21).
 01  WS-RUNC-END-TS                    PIC X(21).
 01  WS-RUNC-COND-CODE                 PIC 9(02).
 01  WS-RUNC-COUNTS                    PIC X(80).

*> known-answer self-test (SELFTEST.cob)
 01  WS-SELFTEST-SUITE                 PIC X(08) VALUE "DIGEST".
 01  WS-SELFTEST-ALGORITHM             PIC X(08).

 PROCEDURE DIVISION.

*>------------------------------------------------------------------------------
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS

*>  prove the digest modules against known answers before any file
*>  is opened
    PERFORM 1900-RUN-SELFTEST

    OPEN INPUT RESTLIST-FILE
    IF NOT RESTLIST-OK
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Known-answer test of the digest modules before anything is opened: a
*> bad KECCAK.o or SHA3-STREAM build stops here rather than signing
*> off a restore against digests it cannot compute correctly.
*> The failure goes to HASHAUDT and RUNCTL as SELFTEST-FAILED with
*> the algorithm code that failed, and the step ends CC 20.
*>------------------------------------------------------------------------------
 1900-RUN-SELFTEST.
*>------------------------------------------------------------------------------

    CALL "SELFTEST" USING WS-SELFTEST-SUITE
                          WS-SELFTEST-ALGORITHM
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "DRVERIFY: known-answer self-test failed, nothing "
               "opened - algorithm " WS-SELFTEST-ALGORITHM
       MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
       MOVE SPACES TO WS-AUDIT-TEXT
       STRING "DRVERIFY"          DELIMITED BY SIZE
              " "                 DELIMITED BY SIZE
              WS-RUNC-END-TS      DELIMITED BY SIZE
              " 0 SELFTEST-FAILED ALGO=" DELIMITED BY SIZE
              WS-SELFTEST-ALGORITHM DELIMITED BY SPACE
         INTO WS-AUDIT-TEXT
       END-STRING
       CALL "AUDITWRT" USING WS-AUDIT-TEXT
       END-CALL
       IF RETURN-CODE NOT = 0
          DISPLAY "DRVERIFY: chain-of-custody record lost"
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
          DISPLAY "DRVERIFY: run-control record lost"
       END-IF

       STOP RUN WITH ERROR STATUS 20
    END-IF

    .
 1900-RUN-SELFTEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One restored dataset: recompute its digest with the algorithm and
*> format columns its entry carries, then compare against the
