*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  MASTRBLD.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  MASTRBLD.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with MASTRBLD.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      MASTRBLD.cob
*>
*> Purpose:      Recovery of the HASHMAST digest master. A damaged
*>               KSDS, or one restored from a stale backup, used to
*>               leave no way back to last night's state: HASHRUN
*>               would call every dataset NEW or wrongly CHANGED and
*>               the error would cascade into DUPCHK and STALECHK.
*>               This program rebuilds every master record by
*>               replaying the HASHJRNL lineage journal, optionally
*>               only up to a cutoff date, and takes each dataset's
*>               run count and size history from the retained RUNSTATS
*>               generations. In REBUILD mode the rebuilt records are
*>               written to a freshly defined master; in COMPARE mode
*>               nothing is written - every field where the live
*>               master differs from the rebuilt one is listed, the
*>               evidence that a master is sound after a DR exercise.
*>
*>               Field by field:
*>                 CURRENT-HEX   newest journaled digest; a dataset
*>                               never journaled (unchanged since
*>                               before journaling went in) takes
*>                               its digest off the latest HASHRPT.
*>                 PREVIOUS-HEX  old digest of the newest CHANGED
*>                               record; blank after a NEW one. An
*>                               ALGOCHG record (a digest-algorithm
*>                               cutover) moves CURRENT-HEX only,
*>                               exactly as HASHRUN applied it.
*>                 FIRST-SEEN    timestamp of the NEW record; with no
*>                               NEW record, the earliest evidence
*>                               (reported as approximate).
*>                 LAST-CHANGED  timestamp of the newest NEW/CHANGED
*>                               record; with none, as FIRST-SEEN.
*>                 RUN-COUNT     journaled changes older than the
*>                               retained RUNSTATS, plus every night
*>                               RUNSTATS shows the dataset hashed,
*>                               less SIZE-SUSPECT nights (HASHRUN
*>                               read them but did not apply them).
*>                               Unchanged nights older than the
*>                               retained generations leave no trace
*>                               anywhere, so this is a floor.
*>                 SIZE-HISTORY  the newest eight non-zero RUNSTATS
*>                               byte counts of nights that were not
*>                               SIZE-SUSPECT, oldest first.
*>               A dataset whose newest lineage record is RETIRED is
*>               not rebuilt (MASTRET.cob moved it to the archive).
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free MASTRBLD.cob
*>
*> Usage:        PARM      - REBUILD or COMPARE, optionally followed
*>                            by a yyyymmdd cutoff: journal and
*>                            RUNSTATS records dated after it are
*>                            ignored. Omitted cutoff means all.
*>               HASHJRNL  - line-sequential input, the digest lineage
*>                            journal.
*>               STATHIST  - line-sequential input, optional: the
*>                            retained RUNSTATS generations (a JCL
*>                            concatenation, any order).
*>               HASHRPT   - line-sequential input, optional: the
*>                            latest hash report generation (the one
*>                            for the cutoff night when a cutoff is
*>                            given). Supplies digests for datasets
*>                            with no lineage, and any journaled
*>                            digest it disagrees with is noted.
*>               HASHMAST  - (COMPARE) the live digest master, read
*>                            only.
*>               MASTOUT   - (REBUILD) the rebuilt digest master, a
*>                            freshly defined empty KSDS of the
*>                            HASHMAST layout.
*>               RBLDRPT   - line-sequential output, the rebuild or
*>                            comparison report.
*>               HASHAUDT  - retained audit trail, one summary line
*>                            appended through AUDITWRT.cob.
*>               RUNCTL    - run-control master, one record appended
*>                            through RUNCWRT.cob.
*>
*>               Condition code 4 in COMPARE mode when any field
*>               differs; REBUILD ends 0.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - The journal record grows to carry the change kind and
*>              algorithms (367 bytes). An ALGOCHG record replays as
*>              HASHRUN applied it: the current digest is re-stamped
*>              under the new algorithm, the previous digest and
*>              last-changed time are left alone.
*> 2026.10.15 cobsha3 maintainers:
*>            - A RUNSTATS D record HASHRUN marked SIZE-SUSPECT
*>              (column 129) is left out of the run counter and the
*>              size history: HASHRUN never applied that night to
*>              the master, so counting it gave false DIFFERs in
*>              COMPARE and a wrong history in REBUILD. The night
*>              still dates the retained window.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. MASTRBLD.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT JOURNAL-FILE ASSIGN TO "HASHJRNL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-JOURNAL-STATUS.

     SELECT HIST-FILE ASSIGN TO "STATHIST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HIST-STATUS.

     SELECT HASHRPT-FILE ASSIGN TO "HASHRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HASHRPT-STATUS.

     SELECT MASTER-FILE ASSIGN TO "HASHMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS MAST-DATASET-NAME
         FILE STATUS IS WS-MASTER-STATUS.

     SELECT NEWMAST-FILE ASSIGN TO "MASTOUT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS NEWM-DATASET-NAME
         FILE STATUS IS WS-NEWMAST-STATUS.

     SELECT REPORT-FILE ASSIGN TO "RBLDRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  JOURNAL-FILE.
 01  JOURNAL-REC.
     05 JRNL-DATASET-NAME              PIC X(44).
     05 FILLER                         PIC X(01).
     05 JRNL-RUN-TIMESTAMP             PIC X(21).
     05 FILLER                         PIC X(01).
     05 JRNL-OLD-HEX                   PIC X(128).
     05 FILLER                         PIC X(01).
     05 JRNL-NEW-HEX                   PIC X(128).
     05 FILLER                         PIC X(01).
     05 JRNL-BYTES                     PIC 9(15).
     05 FILLER                         PIC X(01).
     05 JRNL-CHANGE-KIND               PIC X(08).
     05 FILLER                         PIC X(01).
     05 JRNL-OLD-ALGORITHM             PIC X(08).
     05 FILLER                         PIC X(01).
     05 JRNL-NEW-ALGORITHM             PIC X(08).

 FD  HIST-FILE.
 01  HIST-REC.
     05 HIST-REC-TYPE                  PIC X(01).
     05 FILLER                         PIC X(01).
     05 HIST-DSNAME                    PIC X(44).
     05 FILLER                         PIC X(01).
     05 HIST-START-TS                  PIC X(21).
     05 FILLER                         PIC X(01).
     05 HIST-END-TS                    PIC X(21).
     05 FILLER                         PIC X(01).
     05 HIST-BYTES                     PIC X(15).
     05 FILLER                         PIC X(01).
     05 HIST-ELAPSED                   PIC X(10).
     05 FILLER                         PIC X(01).
     05 HIST-MBSEC                     PIC X(09).
     05 FILLER                         PIC X(01).
     05 HIST-OUTCOME                   PIC X(01).
        88 HIST-SIZE-SUSPECT           VALUE "S".

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

 FD  MASTER-FILE.
 01  MASTER-REC.
     05 MAST-DATASET-NAME              PIC X(44).
     05 MAST-CURRENT-HEX               PIC X(128).
     05 MAST-PREVIOUS-HEX              PIC X(128).
     05 MAST-FIRST-SEEN                PIC X(21).
     05 MAST-LAST-CHANGED              PIC X(21).
     05 MAST-RUN-COUNT                 PIC 9(09).
     05 MAST-SIZE-COUNT                PIC 9(02).
     05 MAST-SIZE-HISTORY.
        10 MAST-SIZE-ENTRY             OCCURS 8 TIMES
                                       PIC 9(15).

 FD  NEWMAST-FILE.
 01  NEWMAST-REC.
     05 NEWM-DATASET-NAME              PIC X(44).
     05 NEWM-CURRENT-HEX               PIC X(128).
     05 NEWM-PREVIOUS-HEX              PIC X(128).
     05 NEWM-FIRST-SEEN                PIC X(21).
     05 NEWM-LAST-CHANGED              PIC X(21).
     05 NEWM-RUN-COUNT                 PIC 9(09).
     05 NEWM-SIZE-COUNT                PIC 9(02).
     05 NEWM-SIZE-HISTORY.
        10 NEWM-SIZE-ENTRY             OCCURS 8 TIMES
                                       PIC 9(15).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(250).

 WORKING-STORAGE SECTION.
 01  WS-JOURNAL-STATUS                 PIC X(02).
    88 JOURNAL-OK                      VALUE "00".
 01  WS-HIST-STATUS                    PIC X(02).
    88 HIST-OK                         VALUE "00".
    88 HIST-MISSING                    VALUE "35".
 01  WS-HASHRPT-STATUS                 PIC X(02).
    88 HASHRPT-OK                      VALUE "00".
    88 HASHRPT-MISSING                 VALUE "35".
 01  WS-MASTER-STATUS                  PIC X(02).
    88 MASTER-OK                       VALUE "00".
 01  WS-NEWMAST-STATUS                 PIC X(02).
    88 NEWMAST-OK                      VALUE "00".
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-JOURNAL-EOF-SWITCH             PIC X(01) VALUE "N".
    88 WS-JOURNAL-AT-END               VALUE "Y".
 01  WS-HIST-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-HIST-AT-END                  VALUE "Y".
 01  WS-HASHRPT-EOF-SWITCH             PIC X(01) VALUE "N".
    88 WS-HASHRPT-AT-END               VALUE "Y".
 01  WS-MASTER-EOF-SWITCH              PIC X(01) VALUE "N".
    88 WS-MASTER-AT-END                VALUE "Y".

 01  WS-MODE                           PIC X(08).
    88 REBUILD-MODE                    VALUE "REBUILD".
    88 COMPARE-MODE                    VALUE "COMPARE".
 01  WS-PARM-CUTOFF                    PIC X(10).
 01  WS-CUTOFF-DATE                    PIC X(08) VALUE "99999999".
 01  WS-RUN-TIMESTAMP                  PIC X(21).

*> the oldest night the retained RUNSTATS reach back to; journaled
*> changes before it are the only run-count evidence for that time
 01  WS-WINDOW-START                   PIC X(08) VALUE "99999999".
 01  WS-HIST-SWITCH                    PIC X(01) VALUE "N".
    88 WS-HIST-READ                    VALUE "Y".

*> one rebuilt master record per dataset, built up as the journal,
*> the RUNSTATS history and the hash report are replayed
 01  WS-RB-TABLE.
     05 WS-RB-ENTRY                    OCCURS 10000 TIMES.
        10 WS-RB-DSN                   PIC X(44).
        10 WS-RB-CURRENT               PIC X(128).
        10 WS-RB-PREVIOUS              PIC X(128).
        10 WS-RB-FIRST-SEEN            PIC X(21).
        10 WS-RB-LAST-CHANGED          PIC X(21).
        10 WS-RB-EARLIEST-TS           PIC X(21).
        10 WS-RB-PRE-WINDOW            PIC 9(09) BINARY.
        10 WS-RB-NIGHTS                PIC 9(09) BINARY.
        10 WS-RB-VERSIONS              PIC 9(09) BINARY.
        10 WS-RB-SOURCE                PIC X(01).
           88 WS-RB-NO-DIGEST          VALUE " ".
           88 WS-RB-FROM-JOURNAL       VALUE "J".
           88 WS-RB-FROM-HASHRPT       VALUE "R".
        10 WS-RB-RETIRED-SWITCH        PIC X(01).
           88 WS-RB-RETIRED            VALUE "Y".
        10 WS-RB-NEW-SWITCH            PIC X(01).
           88 WS-RB-NEW-SEEN           VALUE "Y".
        10 WS-RB-MATCHED-SWITCH        PIC X(01).
           88 WS-RB-MATCHED            VALUE "Y".
        10 WS-RB-SIZE-USED             PIC 9(02) BINARY.
        10 WS-RB-SIZE                  OCCURS 8 TIMES.
           15 WS-RB-SIZE-TS            PIC X(21).
           15 WS-RB-SIZE-BYTES         PIC 9(15).
 01  WS-RB-USED                        PIC 9(05) BINARY VALUE 0.
 01  WS-RB-IDX                         PIC 9(05) BINARY.
 01  WS-RB-FOUND-IDX                   PIC 9(05) BINARY.
 01  WS-LOOKUP-DSN                     PIC X(44).

*> size-history work fields
 01  WS-SIZE-IDX                       PIC 9(02) BINARY.
 01  WS-SIZE-OLDEST-IDX                PIC 9(02) BINARY.
 01  WS-SIZE-PASS                      PIC 9(02) BINARY.
 01  WS-SIZE-SWAP-TS                   PIC X(21).
 01  WS-SIZE-SWAP-BYTES                PIC 9(15).
 01  WS-HIST-BYTES                     PIC 9(15).

*> the rebuilt record in master layout, for writing and comparing
 01  WS-BUILT-REC.
     05 WS-BUILT-DATASET-NAME          PIC X(44).
     05 WS-BUILT-CURRENT-HEX           PIC X(128).
     05 WS-BUILT-PREVIOUS-HEX          PIC X(128).
     05 WS-BUILT-FIRST-SEEN            PIC X(21).
     05 WS-BUILT-LAST-CHANGED          PIC X(21).
     05 WS-BUILT-RUN-COUNT             PIC 9(09).
     05 WS-BUILT-SIZE-COUNT            PIC 9(02).
     05 WS-BUILT-SIZE-HISTORY.
        10 WS-BUILT-SIZE-ENTRY         OCCURS 8 TIMES
                                       PIC 9(15).

*> comparison work fields
 01  WS-FIELD-NAME                     PIC X(13).
 01  WS-LIVE-VALUE                     PIC X(128).
 01  WS-BUILT-VALUE                    PIC X(128).
 01  WS-LINE-TAG                       PIC X(08).
 01  WS-DIFFER-SWITCH                  PIC X(01).
    88 WS-RECORD-DIFFERS               VALUE "Y".
 01  WS-NUM-DISPLAY                    PIC Z(08)9.
 01  WS-NUM-DISPLAY-2                  PIC Z(08)9.

 01  WS-JOURNAL-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-HIST-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-SUSPECT-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-BUILT-COUNT                    PIC 9(09) BINARY VALUE 0.
 01  WS-RETIRED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-APPROX-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-LIVE-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-DIFFER-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-NOTE-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.

*> audit-trail work area
 01  WS-AUDIT-TEXT                     PIC X(250).
 01  WS-AUDIT-TIMESTAMP                PIC X(21).
 01  WS-AUDIT-RESULT-TEXT              PIC X(08).

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "MASTRBLD".
 01  WS-RUNC-START-TS                  PIC X(21).
 01  WS-RUNC-END-TS                    PIC X(21).
 01  WS-RUNC-COND-CODE                 PIC 9(02).
 01  WS-RUNC-COUNTS                    PIC X(80).
 01  WS-RUNC-NUM-1                     PIC 9(09).
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).

 LINKAGE SECTION.
 01  LNK-PARM-AREA.
     05 LNK-PARM-LEN                   PIC S9(4) COMP.
     05 LNK-PARM-TEXT                  PIC X(24).

 PROCEDURE DIVISION USING LNK-PARM-AREA.

*>------------------------------------------------------------------------------
 MAIN-MASTRBLD SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    PERFORM 2000-LOAD-RUNSTATS
    PERFORM 3000-REPLAY-JOURNAL
    PERFORM 4000-APPLY-HASHRPT

    PERFORM 5000-FINISH-ONE-ENTRY
       VARYING WS-RB-IDX FROM 1 BY 1
       UNTIL WS-RB-IDX > WS-RB-USED

    IF COMPARE-MODE
       PERFORM 6000-COMPARE-LIVE-MASTER
    END-IF

    PERFORM 9000-TERMINATE

    IF COMPARE-MODE AND WS-DIFFER-COUNT > 0
       MOVE 4 TO WS-RUNC-COND-CODE
    ELSE
       MOVE 0 TO WS-RUNC-COND-CODE
    END-IF
    PERFORM 9500-WRITE-RUN-CONTROL

    IF COMPARE-MODE AND WS-DIFFER-COUNT > 0
       STOP RUN WITH ERROR STATUS 4
    ELSE
       STOP RUN
    END-IF

    .
 MAIN-MASTRBLD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Mode and cutoff off the PARM; the master a REBUILD writes is opened
*> OUTPUT, so it must be a freshly defined cluster - never the live
*> one, which COMPARE only ever reads.
*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS

    MOVE SPACES TO WS-MODE
    MOVE SPACES TO WS-PARM-CUTOFF
    IF LNK-PARM-LEN > 0
       UNSTRING LNK-PARM-TEXT(1:LNK-PARM-LEN)
          DELIMITED BY ALL " "
          INTO WS-MODE
               WS-PARM-CUTOFF
       END-UNSTRING
    END-IF

    IF NOT REBUILD-MODE AND NOT COMPARE-MODE
       DISPLAY "MASTRBLD: PARM must be REBUILD or COMPARE, "
               "optionally followed by a yyyymmdd cutoff"
       STOP RUN WITH ERROR STATUS 12
    END-IF
    IF WS-PARM-CUTOFF NOT = SPACES
       IF WS-PARM-CUTOFF(1:8) IS NUMERIC
          AND WS-PARM-CUTOFF(9:2) = SPACES
          MOVE WS-PARM-CUTOFF(1:8) TO WS-CUTOFF-DATE
       ELSE
          DISPLAY "MASTRBLD: cutoff must be yyyymmdd: "
                  WS-PARM-CUTOFF
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF
    IF COMPARE-MODE
       MOVE "MASTCOMP" TO WS-RUNC-PROGRAM
    END-IF

    OPEN INPUT JOURNAL-FILE
    IF NOT JOURNAL-OK
       DISPLAY "MASTRBLD: unable to open HASHJRNL, status "
               WS-JOURNAL-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    IF COMPARE-MODE
       OPEN INPUT MASTER-FILE
       IF NOT MASTER-OK
          DISPLAY "MASTRBLD: unable to open HASHMAST, status "
                  WS-MASTER-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    ELSE
       OPEN OUTPUT NEWMAST-FILE
       IF NOT NEWMAST-OK
          DISPLAY "MASTRBLD: unable to open MASTOUT, status "
                  WS-NEWMAST-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "MASTRBLD: unable to open RBLDRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "MASTRBLD - DIGEST MASTER " DELIMITED BY SIZE
           WS-MODE DELIMITED BY SPACE
           " FROM HASHJRNL  RUN " DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    IF WS-CUTOFF-DATE = "99999999"
       MOVE "CUTOFF:  NONE - THE WHOLE JOURNAL IS REPLAYED" TO REPORT-REC
    ELSE
       STRING "CUTOFF:  RECORDS DATED AFTER " DELIMITED BY SIZE
              WS-CUTOFF-DATE DELIMITED BY SIZE
              " ARE IGNORED" DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    END-IF
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Every RUNSTATS D record is a night the dataset was read. A zero
*> byte count is a night it was held or unreadable - no run counted,
*> no size recorded - so only non-zero counts are taken. A night
*> HASHRUN marked SIZE-SUSPECT was read but kept off the master, so
*> it too counts no run and records no size; it is still a night of
*> the retained window.
*>------------------------------------------------------------------------------
 2000-LOAD-RUNSTATS.
*>------------------------------------------------------------------------------

    OPEN INPUT HIST-FILE
    IF HIST-OK
       SET WS-HIST-READ TO TRUE
       PERFORM 2100-READ-HIST
       PERFORM 2200-NOTE-ONE-HIST UNTIL WS-HIST-AT-END
       CLOSE HIST-FILE
    ELSE
       IF HIST-MISSING
          DISPLAY "MASTRBLD: no STATHIST - run counts from the "
                  "journal alone, size histories left empty"
       ELSE
          DISPLAY "MASTRBLD: unable to open STATHIST, status "
                  WS-HIST-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2000-LOAD-RUNSTATS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-READ-HIST.
*>------------------------------------------------------------------------------

    READ HIST-FILE
       AT END
          SET WS-HIST-AT-END TO TRUE
    END-READ

    .
 2100-READ-HIST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-NOTE-ONE-HIST.
*>------------------------------------------------------------------------------

    IF HIST-REC-TYPE = "D"
       AND HIST-START-TS(1:8) IS NUMERIC
       AND HIST-START-TS(1:8) <= WS-CUTOFF-DATE
       AND HIST-BYTES IS NUMERIC
       MOVE HIST-BYTES TO WS-HIST-BYTES
       IF WS-HIST-BYTES > 0 AND HIST-SIZE-SUSPECT
          ADD 1 TO WS-SUSPECT-COUNT
          IF HIST-START-TS(1:8) < WS-WINDOW-START
             MOVE HIST-START-TS(1:8) TO WS-WINDOW-START
          END-IF
       END-IF
       IF WS-HIST-BYTES > 0 AND NOT HIST-SIZE-SUSPECT
          ADD 1 TO WS-HIST-COUNT
          IF HIST-START-TS(1:8) < WS-WINDOW-START
             MOVE HIST-START-TS(1:8) TO WS-WINDOW-START
          END-IF
          MOVE HIST-DSNAME TO WS-LOOKUP-DSN
          PERFORM 7000-FIND-OR-ADD-ENTRY
          IF WS-RB-FOUND-IDX > 0
             ADD 1 TO WS-RB-NIGHTS(WS-RB-FOUND-IDX)
             IF WS-RB-EARLIEST-TS(WS-RB-FOUND-IDX) = SPACES
                OR HIST-START-TS < WS-RB-EARLIEST-TS(WS-RB-FOUND-IDX)
                MOVE HIST-START-TS TO WS-RB-EARLIEST-TS(WS-RB-FOUND-IDX)
             END-IF
             PERFORM 2300-KEEP-SIZE
          END-IF
       END-IF
    END-IF

    PERFORM 2100-READ-HIST

    .
 2200-NOTE-ONE-HIST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The concatenation need not be in date order, so the eight newest
*> nights are kept by timestamp: a free slot while there is one,
*> otherwise the oldest slot if tonight's record is newer.
*>------------------------------------------------------------------------------
 2300-KEEP-SIZE.
*>------------------------------------------------------------------------------

    IF WS-RB-SIZE-USED(WS-RB-FOUND-IDX) < 8
       ADD 1 TO WS-RB-SIZE-USED(WS-RB-FOUND-IDX)
       MOVE WS-RB-SIZE-USED(WS-RB-FOUND-IDX) TO WS-SIZE-OLDEST-IDX
    ELSE
       MOVE 1 TO WS-SIZE-OLDEST-IDX
       PERFORM 2310-FIND-OLDEST-SIZE
          VARYING WS-SIZE-IDX FROM 2 BY 1
          UNTIL WS-SIZE-IDX > 8
       IF HIST-START-TS <=
          WS-RB-SIZE-TS(WS-RB-FOUND-IDX WS-SIZE-OLDEST-IDX)
          MOVE 0 TO WS-SIZE-OLDEST-IDX
       END-IF
    END-IF

    IF WS-SIZE-OLDEST-IDX > 0
       MOVE HIST-START-TS
         TO WS-RB-SIZE-TS(WS-RB-FOUND-IDX WS-SIZE-OLDEST-IDX)
       MOVE WS-HIST-BYTES
         TO WS-RB-SIZE-BYTES(WS-RB-FOUND-IDX WS-SIZE-OLDEST-IDX)
    END-IF

    .
 2300-KEEP-SIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2310-FIND-OLDEST-SIZE.
*>------------------------------------------------------------------------------

    IF WS-RB-SIZE-TS(WS-RB-FOUND-IDX WS-SIZE-IDX) <
       WS-RB-SIZE-TS(WS-RB-FOUND-IDX WS-SIZE-OLDEST-IDX)
       MOVE WS-SIZE-IDX TO WS-SIZE-OLDEST-IDX
    END-IF

    .
 2310-FIND-OLDEST-SIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The journal is in run order, so replaying it forward leaves each
*> dataset in the state its newest record describes. Marker records
*> from MASTRET.cob retire a dataset and bring it back.
*>------------------------------------------------------------------------------
 3000-REPLAY-JOURNAL.
*>------------------------------------------------------------------------------

    PERFORM 3100-READ-JOURNAL
    PERFORM 3200-APPLY-ONE-JOURNAL UNTIL WS-JOURNAL-AT-END
    CLOSE JOURNAL-FILE

    .
 3000-REPLAY-JOURNAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-READ-JOURNAL.
*>------------------------------------------------------------------------------

    READ JOURNAL-FILE
       AT END
          SET WS-JOURNAL-AT-END TO TRUE
    END-READ

    .
 3100-READ-JOURNAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3200-APPLY-ONE-JOURNAL.
*>------------------------------------------------------------------------------

    IF JRNL-DATASET-NAME NOT = SPACES
       AND JRNL-RUN-TIMESTAMP(1:8) <= WS-CUTOFF-DATE
       ADD 1 TO WS-JOURNAL-COUNT
       MOVE JRNL-DATASET-NAME TO WS-LOOKUP-DSN
       PERFORM 7000-FIND-OR-ADD-ENTRY
       IF WS-RB-FOUND-IDX > 0
          PERFORM 3300-APPLY-TO-ENTRY
       END-IF
    END-IF

    PERFORM 3100-READ-JOURNAL

    .
 3200-APPLY-ONE-JOURNAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> NEW restarts the record (a dataset re-added after retirement
*> without a REINSTATE is NEW again to HASHRUN too); CHANGED rolls the
*> digests; RETIRED closes it; REINSTATED reopens it as it was; ALGOCHG
*> re-stamps the current digest under the new algorithm and nothing
*> else - the content did not change.
*>------------------------------------------------------------------------------
 3300-APPLY-TO-ENTRY.
*>------------------------------------------------------------------------------

    IF WS-RB-EARLIEST-TS(WS-RB-FOUND-IDX) = SPACES
       OR JRNL-RUN-TIMESTAMP < WS-RB-EARLIEST-TS(WS-RB-FOUND-IDX)
       MOVE JRNL-RUN-TIMESTAMP TO WS-RB-EARLIEST-TS(WS-RB-FOUND-IDX)
    END-IF

    EVALUATE TRUE
       WHEN JRNL-NEW-HEX = "RETIRED"
          SET WS-RB-RETIRED(WS-RB-FOUND-IDX) TO TRUE
       WHEN JRNL-OLD-HEX = "RETIRED"
          MOVE "N" TO WS-RB-RETIRED-SWITCH(WS-RB-FOUND-IDX)
          MOVE JRNL-NEW-HEX TO WS-RB-CURRENT(WS-RB-FOUND-IDX)
          SET WS-RB-FROM-JOURNAL(WS-RB-FOUND-IDX) TO TRUE
       WHEN JRNL-OLD-HEX = SPACES
          MOVE "N" TO WS-RB-RETIRED-SWITCH(WS-RB-FOUND-IDX)
          SET WS-RB-NEW-SEEN(WS-RB-FOUND-IDX) TO TRUE
          SET WS-RB-FROM-JOURNAL(WS-RB-FOUND-IDX) TO TRUE
          MOVE JRNL-NEW-HEX TO WS-RB-CURRENT(WS-RB-FOUND-IDX)
          MOVE SPACES       TO WS-RB-PREVIOUS(WS-RB-FOUND-IDX)
          MOVE JRNL-RUN-TIMESTAMP TO WS-RB-FIRST-SEEN(WS-RB-FOUND-IDX)
          MOVE JRNL-RUN-TIMESTAMP
            TO WS-RB-LAST-CHANGED(WS-RB-FOUND-IDX)
          MOVE 0 TO WS-RB-VERSIONS(WS-RB-FOUND-IDX)
          MOVE 0 TO WS-RB-PRE-WINDOW(WS-RB-FOUND-IDX)
          PERFORM 3310-COUNT-VERSION
       WHEN JRNL-CHANGE-KIND = "ALGOCHG"
          SET WS-RB-FROM-JOURNAL(WS-RB-FOUND-IDX) TO TRUE
          MOVE JRNL-NEW-HEX TO WS-RB-CURRENT(WS-RB-FOUND-IDX)
          PERFORM 3310-COUNT-VERSION
       WHEN OTHER
          SET WS-RB-FROM-JOURNAL(WS-RB-FOUND-IDX) TO TRUE
          MOVE JRNL-OLD-HEX TO WS-RB-PREVIOUS(WS-RB-FOUND-IDX)
          MOVE JRNL-NEW-HEX TO WS-RB-CURRENT(WS-RB-FOUND-IDX)
          MOVE JRNL-RUN-TIMESTAMP
            TO WS-RB-LAST-CHANGED(WS-RB-FOUND-IDX)
          PERFORM 3310-COUNT-VERSION
    END-EVALUATE

    .
 3300-APPLY-TO-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3310-COUNT-VERSION.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-RB-VERSIONS(WS-RB-FOUND-IDX)
    IF JRNL-RUN-TIMESTAMP(1:8) < WS-WINDOW-START
       ADD 1 TO WS-RB-PRE-WINDOW(WS-RB-FOUND-IDX)
    END-IF

    .
 3310-COUNT-VERSION-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The latest hash report fills in datasets the journal has never
*> seen change and cross-checks the ones it has. Only real digests
*> count - ERROR- and HELD details say nothing about content.
*>------------------------------------------------------------------------------
 4000-APPLY-HASHRPT.
*>------------------------------------------------------------------------------

    OPEN INPUT HASHRPT-FILE
    IF HASHRPT-OK
       PERFORM 4100-READ-HASHRPT
       PERFORM 4200-APPLY-ONE-DETAIL UNTIL WS-HASHRPT-AT-END
       CLOSE HASHRPT-FILE
    ELSE
       IF HASHRPT-MISSING
          DISPLAY "MASTRBLD: no HASHRPT - datasets with no lineage "
                  "cannot be rebuilt"
       ELSE
          DISPLAY "MASTRBLD: unable to open HASHRPT, status "
                  WS-HASHRPT-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 4000-APPLY-HASHRPT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4100-READ-HASHRPT.
*>------------------------------------------------------------------------------

    READ HASHRPT-FILE
       AT END
          SET WS-HASHRPT-AT-END TO TRUE
    END-READ

    .
 4100-READ-HASHRPT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4200-APPLY-ONE-DETAIL.
*>------------------------------------------------------------------------------

    IF HASHRPT-REC-TYPE = "D"
       AND HASHRPT-RESULT NOT = SPACES
       AND HASHRPT-RESULT(1:6) NOT = "ERROR-"
       AND HASHRPT-RESULT(1:5) NOT = "HELD "
       MOVE HASHRPT-DSNAME TO WS-LOOKUP-DSN
       PERFORM 7000-FIND-OR-ADD-ENTRY
       IF WS-RB-FOUND-IDX > 0
          EVALUATE TRUE
             WHEN WS-RB-NO-DIGEST(WS-RB-FOUND-IDX)
                MOVE HASHRPT-RESULT TO WS-RB-CURRENT(WS-RB-FOUND-IDX)
                SET WS-RB-FROM-HASHRPT(WS-RB-FOUND-IDX) TO TRUE
             WHEN WS-RB-RETIRED(WS-RB-FOUND-IDX)
                CONTINUE
             WHEN WS-RB-CURRENT(WS-RB-FOUND-IDX) NOT = HASHRPT-RESULT
                ADD 1 TO WS-NOTE-COUNT
                MOVE SPACES TO REPORT-REC
                STRING "NOTE     " DELIMITED BY SIZE
                       HASHRPT-DSNAME DELIMITED BY SIZE
                       " HASHRPT DIGEST DIFFERS FROM THE JOURNAL'S"
                       DELIMITED BY SIZE
                       " (SIZE-SUSPECT NIGHT OR A GAP IN THE JOURNAL)"
                       DELIMITED BY SIZE
                  INTO REPORT-REC
                END-STRING
                WRITE REPORT-REC
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       END-IF
    END-IF

    PERFORM 4100-READ-HASHRPT

    .
 4200-APPLY-ONE-DETAIL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Turns one table entry into a master record and, in REBUILD mode,
*> writes it. Nothing to rebuild for a retired dataset or one with no
*> digest anywhere (RUNSTATS alone cannot supply content).
*>------------------------------------------------------------------------------
 5000-FINISH-ONE-ENTRY.
*>------------------------------------------------------------------------------

    EVALUATE TRUE
       WHEN WS-RB-RETIRED(WS-RB-IDX)
          ADD 1 TO WS-RETIRED-COUNT
       WHEN WS-RB-NO-DIGEST(WS-RB-IDX)
          ADD 1 TO WS-NOTE-COUNT
          MOVE SPACES TO REPORT-REC
          STRING "NOTE     " DELIMITED BY SIZE
                 WS-RB-DSN(WS-RB-IDX) DELIMITED BY SIZE
                 " ON RUNSTATS ONLY - NO DIGEST TO REBUILD FROM"
                 DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       WHEN OTHER
          PERFORM 5100-BUILD-RECORD
          ADD 1 TO WS-BUILT-COUNT
          IF REBUILD-MODE
             PERFORM 5300-WRITE-REBUILT-RECORD
          END-IF
    END-EVALUATE

    .
 5000-FINISH-ONE-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> With no NEW record (a dataset older than the journal) the first-
*> seen and last-changed timestamps fall back to the earliest evidence
*> there is, and the report says so.
*>------------------------------------------------------------------------------
 5100-BUILD-RECORD.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-BUILT-REC
    MOVE WS-RB-DSN(WS-RB-IDX)      TO WS-BUILT-DATASET-NAME
    MOVE WS-RB-CURRENT(WS-RB-IDX)  TO WS-BUILT-CURRENT-HEX
    MOVE WS-RB-PREVIOUS(WS-RB-IDX) TO WS-BUILT-PREVIOUS-HEX

    IF WS-RB-NEW-SEEN(WS-RB-IDX)
       MOVE WS-RB-FIRST-SEEN(WS-RB-IDX) TO WS-BUILT-FIRST-SEEN
    ELSE
       MOVE WS-RB-EARLIEST-TS(WS-RB-IDX) TO WS-BUILT-FIRST-SEEN
       IF NOT WS-RB-MATCHED(WS-RB-IDX)
          ADD 1 TO WS-APPROX-COUNT
       END-IF
       IF REBUILD-MODE
          MOVE SPACES TO REPORT-REC
          STRING "APPROX   " DELIMITED BY SIZE
                 WS-RB-DSN(WS-RB-IDX) DELIMITED BY SIZE
                 " PREDATES THE JOURNAL - FIRST-SEEN IS THE EARLIEST"
                 DELIMITED BY SIZE
                 " EVIDENCE" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       END-IF
    END-IF
    IF WS-RB-LAST-CHANGED(WS-RB-IDX) = SPACES
       MOVE WS-BUILT-FIRST-SEEN TO WS-BUILT-LAST-CHANGED
    ELSE
       MOVE WS-RB-LAST-CHANGED(WS-RB-IDX) TO WS-BUILT-LAST-CHANGED
    END-IF

    IF WS-HIST-READ
       COMPUTE WS-BUILT-RUN-COUNT =
          WS-RB-PRE-WINDOW(WS-RB-IDX) + WS-RB-NIGHTS(WS-RB-IDX)
    ELSE
       MOVE WS-RB-VERSIONS(WS-RB-IDX) TO WS-BUILT-RUN-COUNT
    END-IF
    IF WS-BUILT-RUN-COUNT < WS-RB-VERSIONS(WS-RB-IDX)
       MOVE WS-RB-VERSIONS(WS-RB-IDX) TO WS-BUILT-RUN-COUNT
    END-IF

    PERFORM 5200-SORT-ONE-PASS
       VARYING WS-SIZE-PASS FROM 1 BY 1
       UNTIL WS-SIZE-PASS > 7
    MOVE ALL "0" TO WS-BUILT-SIZE-HISTORY
    MOVE WS-RB-SIZE-USED(WS-RB-IDX) TO WS-BUILT-SIZE-COUNT
    PERFORM 5220-COPY-ONE-SIZE
       VARYING WS-SIZE-IDX FROM 1 BY 1
       UNTIL WS-SIZE-IDX > WS-RB-SIZE-USED(WS-RB-IDX)

    .
 5100-BUILD-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Eight slots at most - a plain exchange sort puts them oldest first,
*> the order HASHRUN keeps the size history in.
*>------------------------------------------------------------------------------
 5200-SORT-ONE-PASS.
*>------------------------------------------------------------------------------

    PERFORM 5210-ORDER-ONE-PAIR
       VARYING WS-SIZE-IDX FROM 1 BY 1
       UNTIL WS-SIZE-IDX >= WS-RB-SIZE-USED(WS-RB-IDX)

    .
 5200-SORT-ONE-PASS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5210-ORDER-ONE-PAIR.
*>------------------------------------------------------------------------------

    IF WS-RB-SIZE-TS(WS-RB-IDX WS-SIZE-IDX) >
       WS-RB-SIZE-TS(WS-RB-IDX WS-SIZE-IDX + 1)
       MOVE WS-RB-SIZE-TS(WS-RB-IDX WS-SIZE-IDX) TO WS-SIZE-SWAP-TS
       MOVE WS-RB-SIZE-BYTES(WS-RB-IDX WS-SIZE-IDX)
         TO WS-SIZE-SWAP-BYTES
       MOVE WS-RB-SIZE-TS(WS-RB-IDX WS-SIZE-IDX + 1)
         TO WS-RB-SIZE-TS(WS-RB-IDX WS-SIZE-IDX)
       MOVE WS-RB-SIZE-BYTES(WS-RB-IDX WS-SIZE-IDX + 1)
         TO WS-RB-SIZE-BYTES(WS-RB-IDX WS-SIZE-IDX)
       MOVE WS-SIZE-SWAP-TS
         TO WS-RB-SIZE-TS(WS-RB-IDX WS-SIZE-IDX + 1)
       MOVE WS-SIZE-SWAP-BYTES
         TO WS-RB-SIZE-BYTES(WS-RB-IDX WS-SIZE-IDX + 1)
    END-IF

    .
 5210-ORDER-ONE-PAIR-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5220-COPY-ONE-SIZE.
*>------------------------------------------------------------------------------

    MOVE WS-RB-SIZE-BYTES(WS-RB-IDX WS-SIZE-IDX)
      TO WS-BUILT-SIZE-ENTRY(WS-SIZE-IDX)

    .
 5220-COPY-ONE-SIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5300-WRITE-REBUILT-RECORD.
*>------------------------------------------------------------------------------

    MOVE WS-BUILT-REC TO NEWMAST-REC
    WRITE NEWMAST-REC
       INVALID KEY
          DISPLAY "MASTRBLD: unable to write MASTOUT for "
                  WS-BUILT-DATASET-NAME ", status " WS-NEWMAST-STATUS
          STOP RUN WITH ERROR STATUS 12
    END-WRITE

    .
 5300-WRITE-REBUILT-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The live master read in key order; each record is compared field
*> by field against its rebuilt counterpart, and whatever is left
*> unmatched on either side is listed afterwards.
*>------------------------------------------------------------------------------
 6000-COMPARE-LIVE-MASTER.
*>------------------------------------------------------------------------------

    PERFORM 6100-READ-MASTER
    PERFORM 6200-COMPARE-ONE-MASTER UNTIL WS-MASTER-AT-END

    PERFORM 6500-REPORT-NOT-ON-LIVE
       VARYING WS-RB-IDX FROM 1 BY 1
       UNTIL WS-RB-IDX > WS-RB-USED

    .
 6000-COMPARE-LIVE-MASTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6100-READ-MASTER.
*>------------------------------------------------------------------------------

    READ MASTER-FILE NEXT
       AT END
          SET WS-MASTER-AT-END TO TRUE
    END-READ

    .
 6100-READ-MASTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6200-COMPARE-ONE-MASTER.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-LIVE-COUNT
    MOVE MAST-DATASET-NAME TO WS-LOOKUP-DSN
    PERFORM 7100-FIND-ENTRY

    EVALUATE TRUE
       WHEN WS-RB-FOUND-IDX = 0
          MOVE "NO LINEAGE, RUNSTATS OR HASHRPT EVIDENCE" TO
               WS-BUILT-VALUE
          PERFORM 6400-WRITE-UNMATCHED-LIVE
       WHEN WS-RB-RETIRED(WS-RB-FOUND-IDX)
          MOVE "JOURNAL SAYS RETIRED" TO WS-BUILT-VALUE
          PERFORM 6400-WRITE-UNMATCHED-LIVE
       WHEN WS-RB-NO-DIGEST(WS-RB-FOUND-IDX)
          MOVE "NO DIGEST TO REBUILD FROM" TO WS-BUILT-VALUE
          PERFORM 6400-WRITE-UNMATCHED-LIVE
       WHEN OTHER
          SET WS-RB-MATCHED(WS-RB-FOUND-IDX) TO TRUE
          MOVE WS-RB-FOUND-IDX TO WS-RB-IDX
          PERFORM 5100-BUILD-RECORD
          PERFORM 6300-COMPARE-FIELDS
    END-EVALUATE

    PERFORM 6100-READ-MASTER

    .
 6200-COMPARE-ONE-MASTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A field the rebuild can only approximate - first-seen and last-
*> changed of a dataset older than the journal, or a live run count
*> above the rebuilt floor - is a NOTE, not a difference.
*>------------------------------------------------------------------------------
 6300-COMPARE-FIELDS.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-DIFFER-SWITCH

    IF MAST-CURRENT-HEX NOT = WS-BUILT-CURRENT-HEX
       MOVE "DIFFER"        TO WS-LINE-TAG
       MOVE "CURRENT-HEX"   TO WS-FIELD-NAME
       MOVE MAST-CURRENT-HEX     TO WS-LIVE-VALUE
       MOVE WS-BUILT-CURRENT-HEX TO WS-BUILT-VALUE
       PERFORM 6310-WRITE-FIELD-LINES
    END-IF

    IF MAST-PREVIOUS-HEX NOT = WS-BUILT-PREVIOUS-HEX
       MOVE "DIFFER"        TO WS-LINE-TAG
       MOVE "PREVIOUS-HEX"  TO WS-FIELD-NAME
       MOVE MAST-PREVIOUS-HEX     TO WS-LIVE-VALUE
       MOVE WS-BUILT-PREVIOUS-HEX TO WS-BUILT-VALUE
       PERFORM 6310-WRITE-FIELD-LINES
    END-IF

    IF MAST-FIRST-SEEN NOT = WS-BUILT-FIRST-SEEN
       IF WS-RB-NEW-SEEN(WS-RB-IDX)
          MOVE "DIFFER"     TO WS-LINE-TAG
       ELSE
          MOVE "APPROX"     TO WS-LINE-TAG
       END-IF
       MOVE "FIRST-SEEN"    TO WS-FIELD-NAME
       MOVE MAST-FIRST-SEEN     TO WS-LIVE-VALUE
       MOVE WS-BUILT-FIRST-SEEN TO WS-BUILT-VALUE
       PERFORM 6310-WRITE-FIELD-LINES
    END-IF

    IF MAST-LAST-CHANGED NOT = WS-BUILT-LAST-CHANGED
       IF WS-RB-LAST-CHANGED(WS-RB-IDX) NOT = SPACES
          MOVE "DIFFER"     TO WS-LINE-TAG
       ELSE
          MOVE "APPROX"     TO WS-LINE-TAG
       END-IF
       MOVE "LAST-CHANGED"  TO WS-FIELD-NAME
       MOVE MAST-LAST-CHANGED     TO WS-LIVE-VALUE
       MOVE WS-BUILT-LAST-CHANGED TO WS-BUILT-VALUE
       PERFORM 6310-WRITE-FIELD-LINES
    END-IF

    IF MAST-RUN-COUNT NOT = WS-BUILT-RUN-COUNT
       IF MAST-RUN-COUNT IS NUMERIC
          AND MAST-RUN-COUNT > WS-BUILT-RUN-COUNT
          MOVE "FLOOR"      TO WS-LINE-TAG
       ELSE
          MOVE "DIFFER"     TO WS-LINE-TAG
       END-IF
       MOVE "RUN-COUNT"     TO WS-FIELD-NAME
       MOVE SPACES TO WS-LIVE-VALUE
       MOVE SPACES TO WS-BUILT-VALUE
       MOVE MAST-RUN-COUNT     TO WS-LIVE-VALUE(1:9)
       MOVE WS-BUILT-RUN-COUNT TO WS-BUILT-VALUE(1:9)
       PERFORM 6310-WRITE-FIELD-LINES
    END-IF

    IF WS-HIST-READ
       AND (MAST-SIZE-COUNT NOT = WS-BUILT-SIZE-COUNT
            OR MAST-SIZE-HISTORY NOT = WS-BUILT-SIZE-HISTORY)
       MOVE "DIFFER"        TO WS-LINE-TAG
       MOVE "SIZE-HISTORY"  TO WS-FIELD-NAME
       MOVE SPACES TO WS-LIVE-VALUE
       MOVE SPACES TO WS-BUILT-VALUE
       MOVE MAST-SIZE-COUNT       TO WS-LIVE-VALUE(1:2)
       MOVE MAST-SIZE-HISTORY     TO WS-LIVE-VALUE(4:120)
       MOVE WS-BUILT-SIZE-COUNT   TO WS-BUILT-VALUE(1:2)
       MOVE WS-BUILT-SIZE-HISTORY TO WS-BUILT-VALUE(4:120)
       PERFORM 6310-WRITE-FIELD-LINES
    END-IF

    IF WS-RECORD-DIFFERS
       ADD 1 TO WS-DIFFER-COUNT
    END-IF

    .
 6300-COMPARE-FIELDS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6310-WRITE-FIELD-LINES.
*>------------------------------------------------------------------------------

    IF WS-LINE-TAG = "DIFFER"
       SET WS-RECORD-DIFFERS TO TRUE
    ELSE
       ADD 1 TO WS-NOTE-COUNT
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING WS-LINE-TAG DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MAST-DATASET-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FIELD-NAME DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "           LIVE    " DELIMITED BY SIZE
           WS-LIVE-VALUE DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "           REBUILT " DELIMITED BY SIZE
           WS-BUILT-VALUE DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 6310-WRITE-FIELD-LINES-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6400-WRITE-UNMATCHED-LIVE.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-DIFFER-COUNT
    MOVE SPACES TO REPORT-REC
    STRING "DIFFER   " DELIMITED BY SIZE
           MAST-DATASET-NAME DELIMITED BY SIZE
           " ON LIVE MASTER ONLY - " DELIMITED BY SIZE
           WS-BUILT-VALUE DELIMITED BY "  "
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 6400-WRITE-UNMATCHED-LIVE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6500-REPORT-NOT-ON-LIVE.
*>------------------------------------------------------------------------------

    IF NOT WS-RB-MATCHED(WS-RB-IDX)
       AND NOT WS-RB-RETIRED(WS-RB-IDX)
       AND NOT WS-RB-NO-DIGEST(WS-RB-IDX)
       ADD 1 TO WS-DIFFER-COUNT
       MOVE SPACES TO REPORT-REC
       STRING "DIFFER   " DELIMITED BY SIZE
              WS-RB-DSN(WS-RB-IDX) DELIMITED BY SIZE
              " REBUILT BUT MISSING FROM THE LIVE MASTER"
              DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    END-IF

    .
 6500-REPORT-NOT-ON-LIVE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Table lookup by dataset name, adding a fresh entry when it is not
*> there. A full table is fatal - a master rebuilt with datasets
*> silently missing is worse than none.
*>------------------------------------------------------------------------------
 7000-FIND-OR-ADD-ENTRY.
*>------------------------------------------------------------------------------

    PERFORM 7100-FIND-ENTRY

    IF WS-RB-FOUND-IDX = 0
       IF WS-RB-USED < 10000
          ADD 1 TO WS-RB-USED
          MOVE WS-RB-USED TO WS-RB-FOUND-IDX
          MOVE SPACES TO WS-RB-ENTRY(WS-RB-USED)
          MOVE WS-LOOKUP-DSN TO WS-RB-DSN(WS-RB-USED)
          MOVE 0 TO WS-RB-PRE-WINDOW(WS-RB-USED)
          MOVE 0 TO WS-RB-NIGHTS(WS-RB-USED)
          MOVE 0 TO WS-RB-VERSIONS(WS-RB-USED)
          MOVE 0 TO WS-RB-SIZE-USED(WS-RB-USED)
          MOVE "N" TO WS-RB-RETIRED-SWITCH(WS-RB-USED)
          MOVE "N" TO WS-RB-NEW-SWITCH(WS-RB-USED)
          MOVE "N" TO WS-RB-MATCHED-SWITCH(WS-RB-USED)
       ELSE
          DISPLAY "MASTRBLD: dataset table full at " WS-LOOKUP-DSN
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 7000-FIND-OR-ADD-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7100-FIND-ENTRY.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-RB-FOUND-IDX
    PERFORM 7110-MATCH-ONE-ENTRY
       VARYING WS-RB-IDX FROM 1 BY 1
       UNTIL WS-RB-IDX > WS-RB-USED OR WS-RB-FOUND-IDX > 0

    .
 7100-FIND-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7110-MATCH-ONE-ENTRY.
*>------------------------------------------------------------------------------

    IF WS-RB-DSN(WS-RB-IDX) = WS-LOOKUP-DSN
       MOVE WS-RB-IDX TO WS-RB-FOUND-IDX
    END-IF

    .
 7110-MATCH-ONE-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-JOURNAL-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "JOURNAL RECORDS REPLAYED:  " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-HIST-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "RUNSTATS NIGHTS TAKEN:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           "  (FROM " DELIMITED BY SIZE
           WS-WINDOW-START DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-SUSPECT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "SUSPECT NIGHTS LEFT OUT:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-BUILT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "MASTER RECORDS REBUILT:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-RETIRED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "RETIRED, NOT REBUILT:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-APPROX-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "OLDER THAN THE JOURNAL:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    IF COMPARE-MODE
       MOVE WS-LIVE-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "LIVE MASTER RECORDS READ:  " DELIMITED BY SIZE
              WS-COUNT-DISPLAY DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       MOVE WS-DIFFER-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "RECORDS THAT DIFFER:       " DELIMITED BY SIZE
              WS-COUNT-DISPLAY DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       MOVE SPACES TO REPORT-REC
       IF WS-DIFFER-COUNT = 0
          MOVE "VERDICT: LIVE MASTER AGREES WITH ITS LINEAGE"
            TO REPORT-REC
       ELSE
          MOVE "VERDICT: LIVE MASTER DIFFERS FROM ITS LINEAGE"
            TO REPORT-REC
       END-IF
       WRITE REPORT-REC
       CLOSE MASTER-FILE
    ELSE
       CLOSE NEWMAST-FILE
    END-IF
    MOVE WS-NOTE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "NOTES:                     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    CLOSE REPORT-FILE

    PERFORM 9100-WRITE-AUDIT-RECORD

    DISPLAY "MASTRBLD: " WS-MODE " " WS-BUILT-COUNT
            " record(s) rebuilt, " WS-DIFFER-COUNT " differ."

    .
 9000-TERMINATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One chain-of-custody line for the whole run - a rebuilt master is
*> an event the audit trail has to show.
*>------------------------------------------------------------------------------
 9100-WRITE-AUDIT-RECORD.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    IF REBUILD-MODE
       MOVE "REBUILT" TO WS-AUDIT-RESULT-TEXT
    ELSE
       IF WS-DIFFER-COUNT = 0
          MOVE "AGREES" TO WS-AUDIT-RESULT-TEXT
       ELSE
          MOVE "DIFFERS" TO WS-AUDIT-RESULT-TEXT
       END-IF
    END-IF
    MOVE WS-BUILT-COUNT  TO WS-NUM-DISPLAY
    MOVE WS-DIFFER-COUNT TO WS-NUM-DISPLAY-2

    MOVE SPACES TO WS-AUDIT-TEXT
    STRING "MASTRBLD"            DELIMITED BY SIZE
           " "                   DELIMITED BY SIZE
           WS-AUDIT-TIMESTAMP    DELIMITED BY SIZE
           " HASHMAST 0 "        DELIMITED BY SIZE
           WS-AUDIT-RESULT-TEXT  DELIMITED BY SPACE
           " RECORDS="           DELIMITED BY SIZE
           WS-NUM-DISPLAY        DELIMITED BY SIZE
           " DIFFER="            DELIMITED BY SIZE
           WS-NUM-DISPLAY-2      DELIMITED BY SIZE
           " CUTOFF="            DELIMITED BY SIZE
           WS-CUTOFF-DATE        DELIMITED BY SIZE
      INTO WS-AUDIT-TEXT
    END-STRING

    CALL "AUDITWRT" USING WS-AUDIT-TEXT
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "MASTRBLD: chain-of-custody record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9100-WRITE-AUDIT-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One step-completion record for the run-control master. A lost
*> record is complained about, never fatal.
*>------------------------------------------------------------------------------
 9500-WRITE-RUN-CONTROL.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
    MOVE WS-BUILT-COUNT  TO WS-RUNC-NUM-1
    MOVE WS-DIFFER-COUNT TO WS-RUNC-NUM-2
    MOVE WS-NOTE-COUNT   TO WS-RUNC-NUM-3
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "REBUILT=" DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
           " DIFFER=" DELIMITED BY SIZE
           WS-RUNC-NUM-2 DELIMITED BY SIZE
           " NOTES=" DELIMITED BY SIZE
           WS-RUNC-NUM-3 DELIMITED BY SIZE
      INTO WS-RUNC-COUNTS
    END-STRING

    CALL "RUNCWRT" USING WS-RUNC-PROGRAM
                         WS-RUNC-START-TS
                         WS-RUNC-END-TS
                         WS-RUNC-COND-CODE
                         WS-RUNC-COUNTS
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "MASTRBLD: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM MASTRBLD.
