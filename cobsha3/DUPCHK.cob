*>               HASHRPT   - line-sequential input, tonight's hash
*>                            report generation (run after HASHRUN
*>                            has folded tonight into the master).
*>                            The A records of entries in a digest-
*>                            algorithm transition window are
*>                            searched too, so a replay or revert is
*>                            still caught against history recorded
*>                            under the old algorithm.
*>               HASHMAST  - the digest-history master, read
*>                            sequentially.
*>               HASHJRNL  - line-sequential input, the digest
*>              instead of ending the step CC 12 - the journal is
*>              retained forever by design, and the night must not
*>              start hard-failing the month it outgrows a table.
*> 2026.10.15 cobsha3 maintainers:
*>            - Digest-algorithm transition windows: the journal
*>              record grows to carry the change kind and algorithms
*>              (367 bytes), and tonight's A records - the prior-
*>              algorithm digests HASHRUN writes during a window - are
*>              searched against the master and the dataset's own
*>              history alongside the D records. An ALGOCHG journal
*>              entry is the same content under a new algorithm, so
*>              the generation it re-stamped is never flagged as its
*>              own revert.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
     05 JRNL-NEW-HEX                   PIC X(128).
     05 FILLER                         PIC X(01).
     05 JRNL-BYTES                     PIC 9(15).
     05 FILLER                         PIC X(01).
     05 JRNL-CHANGE-KIND               PIC X(08).
     05 FILLER                         PIC X(01).
     05 JRNL-OLD-ALGORITHM             PIC X(08).
     05 FILLER                         PIC X(01).
     05 JRNL-NEW-ALGORITHM             PIC X(08).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(250).
        10 WS-JRNL-DSN                 PIC X(44).
        10 WS-JRNL-HEX                 PIC X(128).
        10 WS-JRNL-TS                  PIC X(21).
        10 WS-JRNL-KIND                PIC X(08).
 01  WS-JRNL-USED                      PIC 9(05) BINARY VALUE 0.
 01  WS-JRNL-IDX                       PIC 9(05) BINARY.
 01  WS-JRNL-LATEST-IDX                PIC 9(05) BINARY.
*> for a prior-algorithm search after an ALGOCHG, the last generation
*> recorded under the old algorithm - the same content, not a revert
 01  WS-JRNL-CUTOVER-IDX               PIC 9(05) BINARY.
 01  WS-JRNL-NEXT-SLOT                 PIC 9(05) BINARY VALUE 1.
 01  WS-JRNL-DROPPED-COUNT             PIC 9(09) BINARY VALUE 0.

 01  WS-TONIGHT-DSN                    PIC X(44).
 01  WS-TONIGHT-HEX                    PIC X(128).
 01  WS-TONIGHT-TS                     PIC X(21).
 01  WS-SEARCH-SWITCH                  PIC X(01).
    88 SEARCH-PRIOR-ALGORITHM          VALUE "A".

 01  WS-DUP-COUNT                      PIC 9(09) BINARY VALUE 0.
 01  WS-CHECKED-COUNT                  PIC 9(09) BINARY VALUE 0.
          MOVE JRNL-DATASET-NAME  TO WS-JRNL-DSN(WS-JRNL-USED)
          MOVE JRNL-NEW-HEX       TO WS-JRNL-HEX(WS-JRNL-USED)
          MOVE JRNL-RUN-TIMESTAMP TO WS-JRNL-TS(WS-JRNL-USED)
          MOVE JRNL-CHANGE-KIND   TO WS-JRNL-KIND(WS-JRNL-USED)
       ELSE
*>        the journal is append-ordered, so overwriting the wrap
*>        pointer's slot retires the oldest held record for this
          MOVE JRNL-DATASET-NAME  TO WS-JRNL-DSN(WS-JRNL-NEXT-SLOT)
          MOVE JRNL-NEW-HEX       TO WS-JRNL-HEX(WS-JRNL-NEXT-SLOT)
          MOVE JRNL-RUN-TIMESTAMP TO WS-JRNL-TS(WS-JRNL-NEXT-SLOT)
          MOVE JRNL-CHANGE-KIND   TO WS-JRNL-KIND(WS-JRNL-NEXT-SLOT)
          ADD 1 TO WS-JRNL-NEXT-SLOT
          IF WS-JRNL-NEXT-SLOT > 20000
             MOVE 1 TO WS-JRNL-NEXT-SLOT
*> One of tonight's report lines: the run timestamp comes off the H
*> header, and every D detail with a real digest is searched against
*> the master (other datasets) and the journal (this dataset's own
*> prior generations). An A record - the same dataset's digest under
*> the prior algorithm of a transition window - is searched the same
*> way, since history before the cutover is in that algorithm.
*>------------------------------------------------------------------------------
 2000-CHECK-ONE-DETAIL.
*>------------------------------------------------------------------------------
       WHEN "H"
          MOVE HASHRPT-REC(3:21) TO WS-TONIGHT-TS
       WHEN "D"
       WHEN "A"
          IF HASHRPT-DSNAME NOT = SPACES
             AND HASHRPT-RESULT NOT = SPACES
             AND HASHRPT-RESULT(1:6) NOT = "ERROR-"
             ADD 1 TO WS-CHECKED-COUNT
             MOVE HASHRPT-DSNAME TO WS-TONIGHT-DSN
             MOVE HASHRPT-RESULT TO WS-TONIGHT-HEX
             MOVE HASHRPT-REC-TYPE TO WS-SEARCH-SWITCH
             PERFORM 3000-SEARCH-MASTER
             PERFORM 4000-SEARCH-OWN-HISTORY
          END-IF
*> The journal's newest entry for this dataset is tonight's own
*> change (when it changed tonight) - only an OLDER entry carrying
*> the same digest means the content reverted to a prior generation
*> after it was supposed to change. When that newest entry is an
*> ALGOCHG, a prior-algorithm digest still equals the generation the
*> cutover re-stamped, which is likewise passed over.
*>------------------------------------------------------------------------------
 4000-SEARCH-OWN-HISTORY.
*>------------------------------------------------------------------------------
       VARYING WS-JRNL-IDX FROM 1 BY 1
       UNTIL WS-JRNL-IDX > WS-JRNL-USED

    MOVE 0 TO WS-JRNL-CUTOVER-IDX
    IF SEARCH-PRIOR-ALGORITHM AND WS-JRNL-LATEST-IDX > 0
       IF WS-JRNL-KIND(WS-JRNL-LATEST-IDX) = "ALGOCHG"
          PERFORM 4150-FIND-LAST-BEFORE-CUTOVER
             VARYING WS-JRNL-IDX FROM 1 BY 1
             UNTIL WS-JRNL-IDX > WS-JRNL-USED
       END-IF
    END-IF

    PERFORM 4200-MATCH-ONE-OWN
       VARYING WS-JRNL-IDX FROM 1 BY 1
       UNTIL WS-JRNL-IDX > WS-JRNL-USED
 4100-FIND-LATEST-OWN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4150-FIND-LAST-BEFORE-CUTOVER.
*>------------------------------------------------------------------------------

    IF WS-JRNL-DSN(WS-JRNL-IDX) = WS-TONIGHT-DSN
       AND WS-JRNL-KIND(WS-JRNL-IDX) NOT = "ALGOCHG"
       AND WS-JRNL-TS(WS-JRNL-IDX) <
           WS-JRNL-TS(WS-JRNL-LATEST-IDX)
       IF WS-JRNL-CUTOVER-IDX = 0
          OR WS-JRNL-TS(WS-JRNL-IDX) >
             WS-JRNL-TS(WS-JRNL-CUTOVER-IDX)
          MOVE WS-JRNL-IDX TO WS-JRNL-CUTOVER-IDX
       END-IF
    END-IF

    .
 4150-FIND-LAST-BEFORE-CUTOVER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4200-MATCH-ONE-OWN.
*>------------------------------------------------------------------------------

    IF WS-JRNL-DSN(WS-JRNL-IDX) = WS-TONIGHT-DSN
       AND WS-JRNL-IDX NOT = WS-JRNL-LATEST-IDX
       AND WS-JRNL-IDX NOT = WS-JRNL-CUTOVER-IDX
       AND WS-JRNL-HEX(WS-JRNL-IDX) = WS-TONIGHT-HEX
       ADD 1 TO WS-DUP-COUNT
       MOVE SPACES TO REPORT-REC
