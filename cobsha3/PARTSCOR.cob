*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  PARTSCOR.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  PARTSCOR.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with PARTSCOR.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      PARTSCOR.cob
*>
*> Purpose:      Monthly partner compliance scorecard. "How reliable
*>               has this partner been" was answered by hand from six
*>               places: SLASTATS on-time percentages, MACRUN
*>               verification failures, RECONCILE mismatches, CHGRPT
*>               SIZE-SUSPECT flags, DUPRPT replays and STALERPT
*>               entries. Most of those are nightly report
*>               generations that do not live a month, so the program
*>               runs in two modes, the way SLACHECK keeps its
*>               statistics:
*>                 TALLY - nightly, after the hash steps: tonight's
*>                         reports are mapped to partners through the
*>                         PARTNERS cross-reference and folded into
*>                         the partner's row for the run month on the
*>                         carried tally (dataset-nights due and
*>                         delivered, mismatches, size-suspects,
*>                         duplicates, stale entries). Rows for months
*>                         older than the run month's four before it
*>                         are dropped - the month just ended and the
*>                         three before it are all SCORE reads.
*>                 SCORE - month end: one scorecard block per partner
*>                         for the month - exception counts by type,
*>                         nights delivered against nights due, the
*>                         SLASTATS on-time rate - and the same
*>                         figures for the three months before it
*>                         with a trend verdict; the MACRUN VERIFY
*>                         failures (a partner's MAC, not our own
*>                         signing) come off the retained HASHAUDT
*>                         trail. The
*>                         same figures go to a typed extract for the
*>                         vendor-management team.
*>               Nights due are the entries MFTSLCT selected - every
*>               one of them gets a HASHRPT detail - less operator
*>               holds; delivered are those with a real digest.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free PARTSCOR.cob
*>
*> Usage:        PARM      - TALLY, or SCORE optionally followed by the
*>                            month yyyymm (omitted means the month
*>                            before the run date's).
*>               RUNDATE   - environment, the scheduler's business
*>                            run date yyyymmdd; absent or not numeric
*>                            means today.
*>               PARTNERS  - line-sequential input, the dataset-name
*>                            prefix -> partner cross-reference
*>                            (longest prefix wins, as PARTSUM.cob).
*>               TALLYIN   - line-sequential input, optional: the
*>                            carried tally, partner id, month yyyymm
*>                            and six counts.
*>               TALLYOUT  - (TALLY) line-sequential output, the
*>                            updated tally.
*>               HASHRPT     (TALLY) tonight's hash, reconciliation,
*>               RECONRPT    change, duplicate and stale report
*>               CHGRPT      generations, each optional - a report
*>               DUPRPT      that is not there contributes nothing.
*>               STALERPT
*>               SLASTATS  - (SCORE) line-sequential input, optional:
*>                            SLACHECK's on-time statistics.
*>               HASHAUDT  - (SCORE) line-sequential input, optional:
*>                            the audit trail, for MACRUN failures.
*>               SCORERPT  - (SCORE) line-sequential output, the
*>                            scorecards.
*>               SCOREXT   - (SCORE) line-sequential output, the
*>                            extract: an H header (month, run
*>                            timestamp), one D record per partner
*>                            and a T trailer with the D count.
*>               RUNCTL    - run-control master, one record appended
*>                            through RUNCWRT.cob as SCORTALY or
*>                            PARTSCOR.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - Only MACRUN records marked MODE=VERIFY are scored: a
*>              GENERATE-mode NOKEY or FAILED is our own outbound
*>              signing failure, not the partner's. Records written
*>              before MACRUN marked its mode are not scored.
*>            - TALLY drops carried rows for months before the four
*>              ahead of the run month, so the tally no longer grows
*>              by a row per partner every month until the table
*>              fills and STEP070 ends CC 12 every night.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PARTSCOR.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT XREF-FILE ASSIGN TO "PARTNERS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-XREF-STATUS.

     SELECT TALLYIN-FILE ASSIGN TO "TALLYIN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TALLYIN-STATUS.

     SELECT TALLYOUT-FILE ASSIGN TO "TALLYOUT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TALLYOUT-STATUS.

     SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-DDNAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SOURCE-STATUS.

     SELECT STATS-FILE ASSIGN TO "SLASTATS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-STATS-STATUS.

     SELECT AUDIT-FILE ASSIGN TO "HASHAUDT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-STATUS.

     SELECT REPORT-FILE ASSIGN TO "SCORERPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

     SELECT EXTRACT-FILE ASSIGN TO "SCOREXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  XREF-FILE.
 01  XREF-REC.
     05 XREF-PREFIX                    PIC X(44).
     05 FILLER                         PIC X(01).
     05 XREF-PARTNER-ID                PIC X(08).
     05 FILLER                         PIC X(01).
     05 XREF-CONTACT                   PIC X(30).

 FD  TALLYIN-FILE.
 01  TALLYIN-REC.
     05 TALLYIN-PARTNER-ID             PIC X(08).
     05 FILLER                         PIC X(01).
     05 TALLYIN-MONTH                  PIC X(06).
     05 FILLER                         PIC X(01).
     05 TALLYIN-DUE                    PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYIN-DELIVERED              PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYIN-MISMATCH               PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYIN-SIZE-SUSPECT           PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYIN-DUPLICATE              PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYIN-STALE                  PIC 9(06).

 FD  TALLYOUT-FILE.
 01  TALLYOUT-REC.
     05 TALLYOUT-PARTNER-ID            PIC X(08).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-MONTH                 PIC X(06).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-DUE                   PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-DELIVERED             PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-MISMATCH              PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-SIZE-SUSPECT          PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-DUPLICATE             PIC 9(06).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-STALE                 PIC 9(06).

 FD  SOURCE-FILE.
 01  SOURCE-REC                        PIC X(250).

 FD  STATS-FILE.
 01  STATS-REC.
     05 STATS-PARTNER-ID               PIC X(08).
     05 FILLER                         PIC X(01).
     05 STATS-MONTH                    PIC X(06).
     05 FILLER                         PIC X(01).
     05 STATS-EXPECTED                 PIC 9(06).
     05 FILLER                         PIC X(01).
     05 STATS-ONTIME                   PIC 9(06).
     05 FILLER                         PIC X(01).
     05 STATS-LATE                     PIC 9(06).
     05 FILLER                         PIC X(01).
     05 STATS-MISSING                  PIC 9(06).

 FD  AUDIT-FILE.
 01  AUDIT-REC                         PIC X(400).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 FD  EXTRACT-FILE.
 01  EXTRACT-REC                       PIC X(174).

 WORKING-STORAGE SECTION.
 01  WS-XREF-STATUS                    PIC X(02).
    88 XREF-OK                         VALUE "00".
 01  WS-TALLYIN-STATUS                 PIC X(02).
    88 TALLYIN-OK                      VALUE "00".
    88 TALLYIN-MISSING                 VALUE "35".
 01  WS-TALLYOUT-STATUS                PIC X(02).
 01  WS-SOURCE-STATUS                  PIC X(02).
    88 SOURCE-OK                       VALUE "00".
    88 SOURCE-MISSING                  VALUE "35".
 01  WS-STATS-STATUS                   PIC X(02).
    88 STATS-OK                        VALUE "00".
    88 STATS-NOTFOUND                  VALUE "35".
 01  WS-AUDIT-STATUS                   PIC X(02).
    88 AUDIT-OK                        VALUE "00".
    88 AUDIT-MISSING                   VALUE "35".
 01  WS-REPORT-STATUS                  PIC X(02).
 01  WS-EXTRACT-STATUS                 PIC X(02).

 01  WS-XREF-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-XREF-AT-END                  VALUE "Y".
 01  WS-TALLYIN-EOF-SWITCH             PIC X(01) VALUE "N".
    88 WS-TALLYIN-AT-END               VALUE "Y".
 01  WS-SOURCE-EOF-SWITCH              PIC X(01) VALUE "N".
    88 WS-SOURCE-AT-END                VALUE "Y".
 01  WS-STATS-EOF-SWITCH               PIC X(01) VALUE "N".
    88 WS-STATS-AT-END                 VALUE "Y".
 01  WS-AUDIT-EOF-SWITCH               PIC X(01) VALUE "N".
    88 WS-AUDIT-AT-END                 VALUE "Y".

 01  WS-MODE                           PIC X(08).
    88 TALLY-MODE                      VALUE "TALLY".
    88 SCORE-MODE                      VALUE "SCORE".
 01  WS-PARM-MONTH                     PIC X(08).
 01  WS-SOURCE-DDNAME                  PIC X(08).

 01  WS-RUN-TIMESTAMP                  PIC X(21).
 01  WS-RUN-DATE                       PIC X(08).
 01  WS-RUN-MONTH                      PIC X(06).
*> TALLY: the oldest month carried forward - the run month's fourth
*> before, the oldest a default SCORE in the run month reads
 01  WS-KEEP-FROM-MONTH                PIC X(06).
 01  WS-PRUNED-COUNT                   PIC 9(09) BINARY VALUE 0.

*> the scorecard month (slot 4) and the three before it (slots 3-1)
 01  WS-MONTH-TABLE.
     05 WS-MONTH-KEY                   OCCURS 4 TIMES
                                       PIC X(06).
 01  WS-MONTH-IDX                      PIC 9(02) BINARY.
 01  WS-MONTH-FOUND-IDX                PIC 9(02) BINARY.
 01  WS-LOOKUP-MONTH                   PIC X(06).
 01  WS-MONTH-WORK.
     05 WS-MONTH-YYYY                  PIC 9(04).
     05 WS-MONTH-MM                    PIC 9(02).

*> prefix -> partner cross-reference, longest prefix wins
 01  WS-XREF-TABLE.
     05 WS-XREF-ENTRY                  OCCURS 500 TIMES.
        10 WS-XREF-PFX                 PIC X(44).
        10 WS-XREF-PFX-LEN             PIC 9(02) BINARY.
        10 WS-XREF-PID                 PIC X(08).
        10 WS-XREF-CNT                 PIC X(30).
 01  WS-XREF-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-XREF-IDX                       PIC 9(04) BINARY.
 01  WS-XREF-BEST-IDX                  PIC 9(04) BINARY.
 01  WS-XREF-BEST-LEN                  PIC 9(02) BINARY.

 01  WS-DATASET-NAME                   PIC X(44).
 01  WS-DSNAME-LEN                     PIC 9(02) BINARY.
 01  WS-CHAR-IDX                       PIC 9(02) BINARY.
 01  WS-LOOKUP-PID                     PIC X(08).
 01  WS-LOOKUP-CONTACT                 PIC X(30).

*> TALLY: the carried partner-month rows, tonight's folded in
 01  WS-TAL-TABLE.
     05 WS-TAL-ENTRY                   OCCURS 5000 TIMES.
        10 WS-TAL-PID                  PIC X(08).
        10 WS-TAL-MONTH                PIC X(06).
        10 WS-TAL-DUE                  PIC 9(06) BINARY.
        10 WS-TAL-DELIVERED            PIC 9(06) BINARY.
        10 WS-TAL-MISMATCH             PIC 9(06) BINARY.
        10 WS-TAL-SIZE-SUSPECT         PIC 9(06) BINARY.
        10 WS-TAL-DUPLICATE            PIC 9(06) BINARY.
        10 WS-TAL-STALE                PIC 9(06) BINARY.
 01  WS-TAL-USED                       PIC 9(05) BINARY VALUE 0.
 01  WS-TAL-IDX                        PIC 9(05) BINARY.
 01  WS-TAL-FOUND-IDX                  PIC 9(05) BINARY.

*> SCORE: one card per partner, four months each
 01  WS-SC-TABLE.
     05 WS-SC-ENTRY                    OCCURS 500 TIMES.
        10 WS-SC-PID                   PIC X(08).
        10 WS-SC-CONTACT               PIC X(30).
        10 WS-SC-MONTH                 OCCURS 4 TIMES.
           15 WS-SC-DUE                PIC 9(06) BINARY.
           15 WS-SC-DELIVERED          PIC 9(06) BINARY.
           15 WS-SC-MISMATCH           PIC 9(06) BINARY.
           15 WS-SC-SIZE-SUSPECT       PIC 9(06) BINARY.
           15 WS-SC-DUPLICATE          PIC 9(06) BINARY.
           15 WS-SC-STALE              PIC 9(06) BINARY.
           15 WS-SC-MACFAIL            PIC 9(06) BINARY.
           15 WS-SC-EXPECTED           PIC 9(06) BINARY.
           15 WS-SC-ONTIME             PIC 9(06) BINARY.
           15 WS-SC-LATE               PIC 9(06) BINARY.
           15 WS-SC-MISSING            PIC 9(06) BINARY.
 01  WS-SC-USED                        PIC 9(04) BINARY VALUE 0.
 01  WS-SC-IDX                         PIC 9(04) BINARY.
 01  WS-SC-FOUND-IDX                   PIC 9(04) BINARY.

*> per-month figures worked out for the card being printed
 01  WS-FIG-TABLE.
     05 WS-FIG-MONTH                   OCCURS 4 TIMES.
        10 WS-FIG-EXCEPTIONS           PIC 9(07) BINARY.
        10 WS-FIG-ONTIME-PCT           PIC 9(03)V9.
        10 WS-FIG-DELIVER-PCT          PIC 9(03)V9.
        10 WS-FIG-HAS-DATA             PIC X(01).
           88 WS-FIG-DATA              VALUE "Y".
        10 WS-FIG-HAS-SLA              PIC X(01).
           88 WS-FIG-SLA               VALUE "Y".
 01  WS-PRIOR-MONTHS                   PIC 9(02) BINARY.
 01  WS-PRIOR-SLA-MONTHS               PIC 9(02) BINARY.
 01  WS-PRIOR-EXC-TOTAL                PIC 9(09) BINARY.
 01  WS-PRIOR-PCT-TOTAL                PIC 9(05)V9.
 01  WS-PRIOR-EXC-AVG                  PIC 9(07)V99.
 01  WS-PRIOR-PCT-AVG                  PIC 9(03)V99.
 01  WS-BETTER-POINTS                  PIC 9(02) BINARY.
 01  WS-WORSE-POINTS                   PIC 9(02) BINARY.
 01  WS-TREND                          PIC X(06).
 01  WS-CARD-HAS-DATA                  PIC X(01).
    88 WS-CARD-DATA                    VALUE "Y".

 01  WS-COUNT-DISPLAY                  PIC Z(05)9.
 01  WS-COUNT-DISPLAY-2                PIC Z(05)9.
 01  WS-PCT-DISPLAY                    PIC ZZ9.9.
 01  WS-PCT-TEXT                       PIC X(06).
 01  WS-TREND-LINE                     PIC X(132).
 01  WS-TREND-COL                      PIC 9(03) BINARY.

*> report / audit token work area
 01  WS-TOKEN-TABLE.
     05 WS-TOKEN                       OCCURS 5 TIMES
                                       PIC X(128).
 01  WS-MAC-MODE-HITS                  PIC 9(04) BINARY.
 01  WS-MAC-RESULT                     PIC X(08).
    88 MAC-FAILURE-RESULT              VALUE "MISMATCH" "NOMAC"
                                             "BADMAC" "NOKEY"
                                             "EXPIRED" "BADKEY"
                                             "FAILED".

*> extract detail record
 01  WS-EXT-DETAIL.
     05 EXT-TYPE                       PIC X(01) VALUE "D".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-PARTNER-ID                 PIC X(08).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-MONTH                      PIC X(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-DUE                        PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-DELIVERED                  PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-EXPECTED                   PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-ONTIME                     PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-LATE                       PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-MISSING                    PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-ONTIME-PCT                 PIC 9(03).9.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-MACFAIL                    PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-MISMATCH                   PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-SIZE-SUSPECT               PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-DUPLICATE                  PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-STALE                      PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-EXCEPTIONS                 PIC 9(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-TREND                      PIC X(06).
     05 EXT-PRIOR                      OCCURS 3 TIMES.
        10 FILLER                      PIC X(01).
        10 EXT-PRIOR-MONTH             PIC X(06).
        10 FILLER                      PIC X(01).
        10 EXT-PRIOR-ONTIME-PCT        PIC 9(03).9.
        10 FILLER                      PIC X(01).
        10 EXT-PRIOR-EXCEPTIONS        PIC 9(06).
 01  WS-EXT-COUNT                      PIC 9(09) BINARY VALUE 0.
 01  WS-EXT-COUNT-DISPLAY              PIC 9(09).

 01  WS-SOURCE-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-CARD-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-MACFAIL-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-MISSING-SOURCES                PIC 9(02) BINARY VALUE 0.

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "PARTSCOR".
 01  WS-RUNC-START-TS                  PIC X(21).
 01  WS-RUNC-END-TS                    PIC X(21).
 01  WS-RUNC-COND-CODE                 PIC 9(02) VALUE 0.
 01  WS-RUNC-COUNTS                    PIC X(80).
 01  WS-RUNC-NUM-1                     PIC 9(09).
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).
 01  WS-RUNC-NUM-4                     PIC 9(09).

 LINKAGE SECTION.
 01  LNK-PARM-AREA.
     05 LNK-PARM-LEN                   PIC S9(4) COMP.
     05 LNK-PARM-TEXT                  PIC X(24).

 PROCEDURE DIVISION USING LNK-PARM-AREA.

*>------------------------------------------------------------------------------
 MAIN-PARTSCOR SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    IF TALLY-MODE
       PERFORM 2000-NIGHTLY-TALLY
    ELSE
       PERFORM 5000-MONTHLY-SCORECARD
    END-IF

    PERFORM 9500-WRITE-RUN-CONTROL

    STOP RUN

    .
 MAIN-PARTSCOR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Mode and month off the PARM, the business run date off RUNDATE,
*> and the cross-reference loaded - both modes map through it.
*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS
    MOVE SPACES TO WS-RUN-DATE
    ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
    IF NOT WS-RUN-DATE IS NUMERIC
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
    END-IF
    MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH

    MOVE SPACES TO WS-MODE
    MOVE SPACES TO WS-PARM-MONTH
    IF LNK-PARM-LEN > 0
       UNSTRING LNK-PARM-TEXT(1:LNK-PARM-LEN)
          DELIMITED BY ALL " "
          INTO WS-MODE
               WS-PARM-MONTH
       END-UNSTRING
    END-IF
    IF NOT TALLY-MODE AND NOT SCORE-MODE
       DISPLAY "PARTSCOR: PARM must be TALLY, or SCORE optionally "
               "followed by yyyymm"
       STOP RUN WITH ERROR STATUS 12
    END-IF

    IF SCORE-MODE
       IF WS-PARM-MONTH = SPACES
*>          run on the first of the month: score the month just ended
          MOVE WS-RUN-MONTH TO WS-MONTH-WORK
          PERFORM 1300-STEP-BACK-ONE-MONTH
          MOVE WS-MONTH-WORK TO WS-MONTH-KEY(4)
       ELSE
          IF WS-PARM-MONTH(1:6) IS NUMERIC
             AND WS-PARM-MONTH(5:2) >= "01"
             AND WS-PARM-MONTH(5:2) <= "12"
             AND WS-PARM-MONTH(7:2) = SPACES
             MOVE WS-PARM-MONTH(1:6) TO WS-MONTH-KEY(4)
          ELSE
             DISPLAY "PARTSCOR: scorecard month must be yyyymm: "
                     WS-PARM-MONTH
             STOP RUN WITH ERROR STATUS 12
          END-IF
       END-IF
       MOVE WS-MONTH-KEY(4) TO WS-MONTH-WORK
       PERFORM 1300-STEP-BACK-ONE-MONTH
       MOVE WS-MONTH-WORK TO WS-MONTH-KEY(3)
       PERFORM 1300-STEP-BACK-ONE-MONTH
       MOVE WS-MONTH-WORK TO WS-MONTH-KEY(2)
       PERFORM 1300-STEP-BACK-ONE-MONTH
       MOVE WS-MONTH-WORK TO WS-MONTH-KEY(1)
    ELSE
       MOVE "SCORTALY" TO WS-RUNC-PROGRAM
       MOVE WS-RUN-MONTH TO WS-MONTH-WORK
       PERFORM 1300-STEP-BACK-ONE-MONTH 4 TIMES
       MOVE WS-MONTH-WORK TO WS-KEEP-FROM-MONTH
    END-IF

    OPEN INPUT XREF-FILE
    IF NOT XREF-OK
       DISPLAY "PARTSCOR: unable to open PARTNERS, status "
               WS-XREF-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    PERFORM 1100-READ-XREF
    PERFORM 1200-LOAD-ONE-XREF UNTIL WS-XREF-AT-END
    CLOSE XREF-FILE

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1100-READ-XREF.
*>------------------------------------------------------------------------------

    READ XREF-FILE
       AT END
          SET WS-XREF-AT-END TO TRUE
    END-READ

    .
 1100-READ-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1200-LOAD-ONE-XREF.
*>------------------------------------------------------------------------------

    IF XREF-PREFIX NOT = SPACES AND XREF-PARTNER-ID NOT = SPACES
       IF WS-XREF-USED < 500
          ADD 1 TO WS-XREF-USED
          MOVE XREF-PREFIX     TO WS-XREF-PFX(WS-XREF-USED)
          MOVE XREF-PARTNER-ID TO WS-XREF-PID(WS-XREF-USED)
          MOVE XREF-CONTACT    TO WS-XREF-CNT(WS-XREF-USED)
          MOVE XREF-PREFIX     TO WS-DATASET-NAME
          PERFORM 8200-TRIMMED-NAME-LEN
          MOVE WS-DSNAME-LEN   TO WS-XREF-PFX-LEN(WS-XREF-USED)
       ELSE
          DISPLAY "PARTSCOR: cross-reference table full at "
                  XREF-PREFIX
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 1100-READ-XREF

    .
 1200-LOAD-ONE-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1300-STEP-BACK-ONE-MONTH.
*>------------------------------------------------------------------------------

    IF WS-MONTH-MM = 1
       MOVE 12 TO WS-MONTH-MM
       SUBTRACT 1 FROM WS-MONTH-YYYY
    ELSE
       SUBTRACT 1 FROM WS-MONTH-MM
    END-IF

    .
 1300-STEP-BACK-ONE-MONTH-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> TALLY: the carried rows in, tonight's reports folded into the run
*> month's rows, everything back out. Other months pass through,
*> except those older than any SCORE this month can read, which are
*> dropped as they are loaded.
*>------------------------------------------------------------------------------
 2000-NIGHTLY-TALLY.
*>------------------------------------------------------------------------------

    OPEN INPUT TALLYIN-FILE
    IF TALLYIN-OK
       PERFORM 2100-READ-TALLYIN
       PERFORM 2200-LOAD-ONE-TALLY UNTIL WS-TALLYIN-AT-END
       CLOSE TALLYIN-FILE
    ELSE
       IF NOT TALLYIN-MISSING
          DISPLAY "PARTSCOR: unable to open TALLYIN, status "
                  WS-TALLYIN-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    MOVE "HASHRPT"  TO WS-SOURCE-DDNAME
    PERFORM 3000-TALLY-ONE-SOURCE
    MOVE "RECONRPT" TO WS-SOURCE-DDNAME
    PERFORM 3000-TALLY-ONE-SOURCE
    MOVE "CHGRPT"   TO WS-SOURCE-DDNAME
    PERFORM 3000-TALLY-ONE-SOURCE
    MOVE "DUPRPT"   TO WS-SOURCE-DDNAME
    PERFORM 3000-TALLY-ONE-SOURCE
    MOVE "STALERPT" TO WS-SOURCE-DDNAME
    PERFORM 3000-TALLY-ONE-SOURCE

    OPEN OUTPUT TALLYOUT-FILE
    IF WS-TALLYOUT-STATUS NOT = "00"
       DISPLAY "PARTSCOR: unable to open TALLYOUT, status "
               WS-TALLYOUT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    PERFORM 2300-WRITE-ONE-TALLY
       VARYING WS-TAL-IDX FROM 1 BY 1
       UNTIL WS-TAL-IDX > WS-TAL-USED
    CLOSE TALLYOUT-FILE

    DISPLAY "PARTSCOR: " WS-SOURCE-COUNT " report line(s) tallied "
            "for " WS-RUN-MONTH ", " WS-TAL-USED " partner-month row(s)."
    IF WS-PRUNED-COUNT > 0
       DISPLAY "PARTSCOR: " WS-PRUNED-COUNT " row(s) before "
               WS-KEEP-FROM-MONTH " dropped."
    END-IF

    .
 2000-NIGHTLY-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-READ-TALLYIN.
*>------------------------------------------------------------------------------

    READ TALLYIN-FILE
       AT END
          SET WS-TALLYIN-AT-END TO TRUE
    END-READ

    .
 2100-READ-TALLYIN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-LOAD-ONE-TALLY.
*>------------------------------------------------------------------------------

    IF TALLYIN-PARTNER-ID NOT = SPACES
       AND TALLYIN-DUE IS NUMERIC
       AND TALLYIN-STALE IS NUMERIC
       AND TALLYIN-MONTH < WS-KEEP-FROM-MONTH
       ADD 1 TO WS-PRUNED-COUNT
    END-IF
    IF TALLYIN-PARTNER-ID NOT = SPACES
       AND TALLYIN-DUE IS NUMERIC
       AND TALLYIN-STALE IS NUMERIC
       AND TALLYIN-MONTH >= WS-KEEP-FROM-MONTH
       MOVE TALLYIN-PARTNER-ID TO WS-LOOKUP-PID
       MOVE TALLYIN-MONTH      TO WS-LOOKUP-MONTH
       PERFORM 7000-FIND-TALLY-ROW
       ADD TALLYIN-DUE          TO WS-TAL-DUE(WS-TAL-FOUND-IDX)
       ADD TALLYIN-DELIVERED    TO WS-TAL-DELIVERED(WS-TAL-FOUND-IDX)
       ADD TALLYIN-MISMATCH     TO WS-TAL-MISMATCH(WS-TAL-FOUND-IDX)
       ADD TALLYIN-SIZE-SUSPECT
         TO WS-TAL-SIZE-SUSPECT(WS-TAL-FOUND-IDX)
       ADD TALLYIN-DUPLICATE    TO WS-TAL-DUPLICATE(WS-TAL-FOUND-IDX)
       ADD TALLYIN-STALE        TO WS-TAL-STALE(WS-TAL-FOUND-IDX)
    END-IF

    PERFORM 2100-READ-TALLYIN

    .
 2200-LOAD-ONE-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2300-WRITE-ONE-TALLY.
*>------------------------------------------------------------------------------

    MOVE SPACES TO TALLYOUT-REC
    MOVE WS-TAL-PID(WS-TAL-IDX)          TO TALLYOUT-PARTNER-ID
    MOVE WS-TAL-MONTH(WS-TAL-IDX)        TO TALLYOUT-MONTH
    MOVE WS-TAL-DUE(WS-TAL-IDX)          TO TALLYOUT-DUE
    MOVE WS-TAL-DELIVERED(WS-TAL-IDX)    TO TALLYOUT-DELIVERED
    MOVE WS-TAL-MISMATCH(WS-TAL-IDX)     TO TALLYOUT-MISMATCH
    MOVE WS-TAL-SIZE-SUSPECT(WS-TAL-IDX) TO TALLYOUT-SIZE-SUSPECT
    MOVE WS-TAL-DUPLICATE(WS-TAL-IDX)    TO TALLYOUT-DUPLICATE
    MOVE WS-TAL-STALE(WS-TAL-IDX)        TO TALLYOUT-STALE
    WRITE TALLYOUT-REC

    .
 2300-WRITE-ONE-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A report that is not there (its step was bypassed) contributes
*> nothing; any other open failure ends the step.
*>------------------------------------------------------------------------------
 3000-TALLY-ONE-SOURCE.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-SOURCE-EOF-SWITCH
    OPEN INPUT SOURCE-FILE
    IF SOURCE-OK
       PERFORM 3100-READ-SOURCE
       PERFORM 3200-TALLY-ONE-LINE UNTIL WS-SOURCE-AT-END
       CLOSE SOURCE-FILE
    ELSE
       IF SOURCE-MISSING
          ADD 1 TO WS-MISSING-SOURCES
          DISPLAY "PARTSCOR: no " WS-SOURCE-DDNAME
                  " tonight - nothing tallied from it"
       ELSE
          DISPLAY "PARTSCOR: unable to open " WS-SOURCE-DDNAME
                  ", status " WS-SOURCE-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 3000-TALLY-ONE-SOURCE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-READ-SOURCE.
*>------------------------------------------------------------------------------

    READ SOURCE-FILE
       AT END
          SET WS-SOURCE-AT-END TO TRUE
    END-READ

    .
 3100-READ-SOURCE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The same line shapes EXCPTRK.cob recognizes. A HASHRPT detail is
*> a dataset due tonight unless an operator held it, and delivered
*> when it carries a real digest.
*>------------------------------------------------------------------------------
 3200-TALLY-ONE-LINE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-DATASET-NAME

    EVALUATE WS-SOURCE-DDNAME
       WHEN "HASHRPT"
          IF SOURCE-REC(1:2) = "D "
             AND SOURCE-REC(73:5) NOT = "HELD "
             MOVE SOURCE-REC(3:44) TO WS-DATASET-NAME
          END-IF
       WHEN "RECONRPT"
          IF SOURCE-REC(1:9) = "MISMATCH "
             MOVE SOURCE-REC(10:44) TO WS-DATASET-NAME
          END-IF
       WHEN "CHGRPT"
          IF SOURCE-REC(1:13) = "SIZE-SUSPECT "
             MOVE SOURCE-REC(14:44) TO WS-DATASET-NAME
          END-IF
       WHEN "DUPRPT"
          IF SOURCE-REC(1:10) = "DUPLICATE "
             MOVE SOURCE-REC(11:44) TO WS-DATASET-NAME
          END-IF
       WHEN "STALERPT"
          IF SOURCE-REC(1:6) = "STALE "
             MOVE SOURCE-REC(7:44) TO WS-DATASET-NAME
          END-IF
    END-EVALUATE

    IF WS-DATASET-NAME NOT = SPACES
       ADD 1 TO WS-SOURCE-COUNT
       PERFORM 8000-FIND-PARTNER
       MOVE WS-RUN-MONTH TO WS-LOOKUP-MONTH
       PERFORM 7000-FIND-TALLY-ROW
       EVALUATE WS-SOURCE-DDNAME
          WHEN "HASHRPT"
             ADD 1 TO WS-TAL-DUE(WS-TAL-FOUND-IDX)
             IF SOURCE-REC(73:128) NOT = SPACES
                AND SOURCE-REC(73:6) NOT = "ERROR-"
                ADD 1 TO WS-TAL-DELIVERED(WS-TAL-FOUND-IDX)
             END-IF
          WHEN "RECONRPT"
             ADD 1 TO WS-TAL-MISMATCH(WS-TAL-FOUND-IDX)
          WHEN "CHGRPT"
             ADD 1 TO WS-TAL-SIZE-SUSPECT(WS-TAL-FOUND-IDX)
          WHEN "DUPRPT"
             ADD 1 TO WS-TAL-DUPLICATE(WS-TAL-FOUND-IDX)
          WHEN "STALERPT"
             ADD 1 TO WS-TAL-STALE(WS-TAL-FOUND-IDX)
       END-EVALUATE
    END-IF

    PERFORM 3100-READ-SOURCE

    .
 3200-TALLY-ONE-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> SCORE: every cross-referenced partner gets a card; the tally,
*> SLASTATS and the audit trail fill in the four months.
*>------------------------------------------------------------------------------
 5000-MONTHLY-SCORECARD.
*>------------------------------------------------------------------------------

    MOVE "*NOXREF*" TO WS-LOOKUP-PID
    MOVE "(no cross-reference entry)" TO WS-LOOKUP-CONTACT
    PERFORM 7100-FIND-CARD
    PERFORM 5010-CARD-FOR-ONE-XREF
       VARYING WS-XREF-IDX FROM 1 BY 1
       UNTIL WS-XREF-IDX > WS-XREF-USED

    PERFORM 5100-LOAD-TALLY
    PERFORM 5200-LOAD-SLASTATS
    PERFORM 5300-LOAD-MAC-FAILURES

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "PARTSCOR: unable to open SCORERPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    OPEN OUTPUT EXTRACT-FILE
    IF WS-EXTRACT-STATUS NOT = "00"
       DISPLAY "PARTSCOR: unable to open SCOREXT, status "
               WS-EXTRACT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "PARTSCOR - MONTHLY PARTNER COMPLIANCE SCORECARD  MONTH "
           DELIMITED BY SIZE
           WS-MONTH-KEY(4) DELIMITED BY SIZE
           "  RUN " DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO EXTRACT-REC
    STRING "H SCOREXT " DELIMITED BY SIZE
           WS-MONTH-KEY(4) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO EXTRACT-REC
    END-STRING
    WRITE EXTRACT-REC

    PERFORM 6000-WRITE-ONE-CARD
       VARYING WS-SC-IDX FROM 1 BY 1
       UNTIL WS-SC-IDX > WS-SC-USED

    MOVE WS-EXT-COUNT TO WS-EXT-COUNT-DISPLAY
    MOVE SPACES TO EXTRACT-REC
    STRING "T " DELIMITED BY SIZE
           WS-EXT-COUNT-DISPLAY DELIMITED BY SIZE
      INTO EXTRACT-REC
    END-STRING
    WRITE EXTRACT-REC

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "PARTNER SCORECARDS: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    CLOSE REPORT-FILE
    CLOSE EXTRACT-FILE

    DISPLAY "PARTSCOR: " WS-CARD-COUNT " scorecard(s) for "
            WS-MONTH-KEY(4) "."

    .
 5000-MONTHLY-SCORECARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5010-CARD-FOR-ONE-XREF.
*>------------------------------------------------------------------------------

    MOVE WS-XREF-PID(WS-XREF-IDX) TO WS-LOOKUP-PID
    MOVE WS-XREF-CNT(WS-XREF-IDX) TO WS-LOOKUP-CONTACT
    PERFORM 7100-FIND-CARD

    .
 5010-CARD-FOR-ONE-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5100-LOAD-TALLY.
*>------------------------------------------------------------------------------

    OPEN INPUT TALLYIN-FILE
    IF TALLYIN-OK
       PERFORM 2100-READ-TALLYIN
       PERFORM 5110-SCORE-ONE-TALLY UNTIL WS-TALLYIN-AT-END
       CLOSE TALLYIN-FILE
    ELSE
       IF TALLYIN-MISSING
          DISPLAY "PARTSCOR: no TALLYIN - nightly counts all zero"
       ELSE
          DISPLAY "PARTSCOR: unable to open TALLYIN, status "
                  WS-TALLYIN-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 5100-LOAD-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5110-SCORE-ONE-TALLY.
*>------------------------------------------------------------------------------

    MOVE TALLYIN-MONTH TO WS-LOOKUP-MONTH
    PERFORM 7200-FIND-MONTH
    IF WS-MONTH-FOUND-IDX > 0
       AND TALLYIN-PARTNER-ID NOT = SPACES
       AND TALLYIN-DUE IS NUMERIC
       AND TALLYIN-STALE IS NUMERIC
       MOVE TALLYIN-PARTNER-ID TO WS-LOOKUP-PID
       MOVE SPACES TO WS-LOOKUP-CONTACT
       PERFORM 7100-FIND-CARD
       ADD TALLYIN-DUE
         TO WS-SC-DUE(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
       ADD TALLYIN-DELIVERED
         TO WS-SC-DELIVERED(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
       ADD TALLYIN-MISMATCH
         TO WS-SC-MISMATCH(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
       ADD TALLYIN-SIZE-SUSPECT
         TO WS-SC-SIZE-SUSPECT(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
       ADD TALLYIN-DUPLICATE
         TO WS-SC-DUPLICATE(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
       ADD TALLYIN-STALE
         TO WS-SC-STALE(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
    END-IF

    PERFORM 2100-READ-TALLYIN

    .
 5110-SCORE-ONE-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> SLACHECK keys its statistics by partner id already - no prefix
*> mapping needed.
*>------------------------------------------------------------------------------
 5200-LOAD-SLASTATS.
*>------------------------------------------------------------------------------

    OPEN INPUT STATS-FILE
    IF STATS-OK
       PERFORM 5210-READ-STATS
       PERFORM 5220-SCORE-ONE-STAT UNTIL WS-STATS-AT-END
       CLOSE STATS-FILE
    ELSE
       IF STATS-NOTFOUND
          DISPLAY "PARTSCOR: no SLASTATS - on-time rates not shown"
       ELSE
          DISPLAY "PARTSCOR: unable to open SLASTATS, status "
                  WS-STATS-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 5200-LOAD-SLASTATS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5210-READ-STATS.
*>------------------------------------------------------------------------------

    READ STATS-FILE
       AT END
          SET WS-STATS-AT-END TO TRUE
    END-READ

    .
 5210-READ-STATS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5220-SCORE-ONE-STAT.
*>------------------------------------------------------------------------------

    MOVE STATS-MONTH TO WS-LOOKUP-MONTH
    PERFORM 7200-FIND-MONTH
    IF WS-MONTH-FOUND-IDX > 0
       AND STATS-PARTNER-ID NOT = SPACES
       AND STATS-EXPECTED IS NUMERIC
       AND STATS-MISSING IS NUMERIC
       MOVE STATS-PARTNER-ID TO WS-LOOKUP-PID
       MOVE SPACES TO WS-LOOKUP-CONTACT
       PERFORM 7100-FIND-CARD
       ADD STATS-EXPECTED
         TO WS-SC-EXPECTED(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
       ADD STATS-ONTIME
         TO WS-SC-ONTIME(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
       ADD STATS-LATE
         TO WS-SC-LATE(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
       ADD STATS-MISSING
         TO WS-SC-MISSING(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
    END-IF

    PERFORM 5210-READ-STATS

    .
 5220-SCORE-ONE-STAT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> MACRUN leaves one audit record per entry; any result other than
*> OK / OKPREV (and the ACKSENT receipts) is a failure. Only VERIFY
*> results are the partner's - in GENERATE mode a NOKEY, EXPIRED or
*> FAILED is our own outbound signing - so only records ending
*> MODE=VERIFY count. The trail is retained, so the month and the
*> three before it are all there.
*>------------------------------------------------------------------------------
 5300-LOAD-MAC-FAILURES.
*>------------------------------------------------------------------------------

    OPEN INPUT AUDIT-FILE
    IF AUDIT-OK
       PERFORM 5310-READ-AUDIT
       PERFORM 5320-SCORE-ONE-AUDIT UNTIL WS-AUDIT-AT-END
       CLOSE AUDIT-FILE
    ELSE
       IF AUDIT-MISSING
          DISPLAY "PARTSCOR: no HASHAUDT - MAC failures not counted"
       ELSE
          DISPLAY "PARTSCOR: unable to open HASHAUDT, status "
                  WS-AUDIT-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 5300-LOAD-MAC-FAILURES-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5310-READ-AUDIT.
*>------------------------------------------------------------------------------

    READ AUDIT-FILE
       AT END
          SET WS-AUDIT-AT-END TO TRUE
    END-READ

    .
 5310-READ-AUDIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5320-SCORE-ONE-AUDIT.
*>------------------------------------------------------------------------------

    IF AUDIT-REC(1:7) = "MACRUN "
       MOVE SPACES TO WS-TOKEN-TABLE
       UNSTRING AUDIT-REC
          DELIMITED BY ALL " "
          INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
               WS-TOKEN(5)
       END-UNSTRING
       MOVE WS-TOKEN(2)(1:6) TO WS-LOOKUP-MONTH
       PERFORM 7200-FIND-MONTH
       MOVE WS-TOKEN(5)(1:8) TO WS-MAC-RESULT
       MOVE 0 TO WS-MAC-MODE-HITS
       INSPECT AUDIT-REC TALLYING WS-MAC-MODE-HITS
          FOR ALL " MODE=VERIFY "
       IF WS-MONTH-FOUND-IDX > 0
          AND MAC-FAILURE-RESULT
          AND WS-MAC-MODE-HITS > 0
          MOVE WS-TOKEN(3)(1:44) TO WS-DATASET-NAME
          PERFORM 8000-FIND-PARTNER
          MOVE SPACES TO WS-LOOKUP-CONTACT
          PERFORM 7100-FIND-CARD
          ADD 1 TO WS-SC-MACFAIL(WS-SC-FOUND-IDX WS-MONTH-FOUND-IDX)
          ADD 1 TO WS-MACFAIL-COUNT
       END-IF
    END-IF

    PERFORM 5310-READ-AUDIT

    .
 5320-SCORE-ONE-AUDIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One card: the month's figures, then the three months before it
*> side by side and the trend verdict. A partner with nothing in any
*> of the four months (and the *NOXREF* slot when empty) is skipped.
*>------------------------------------------------------------------------------
 6000-WRITE-ONE-CARD.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-CARD-HAS-DATA
    PERFORM 6100-FIGURES-FOR-ONE-MONTH
       VARYING WS-MONTH-IDX FROM 1 BY 1
       UNTIL WS-MONTH-IDX > 4

    IF WS-CARD-DATA
       ADD 1 TO WS-CARD-COUNT
       PERFORM 6200-JUDGE-TREND
       PERFORM 6300-PRINT-CARD
       PERFORM 6400-WRITE-EXTRACT
    END-IF

    .
 6000-WRITE-ONE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6100-FIGURES-FOR-ONE-MONTH.
*>------------------------------------------------------------------------------

    COMPUTE WS-FIG-EXCEPTIONS(WS-MONTH-IDX) =
            WS-SC-MACFAIL(WS-SC-IDX WS-MONTH-IDX)
          + WS-SC-MISMATCH(WS-SC-IDX WS-MONTH-IDX)
          + WS-SC-SIZE-SUSPECT(WS-SC-IDX WS-MONTH-IDX)
          + WS-SC-DUPLICATE(WS-SC-IDX WS-MONTH-IDX)
          + WS-SC-STALE(WS-SC-IDX WS-MONTH-IDX)

    MOVE "N" TO WS-FIG-HAS-DATA(WS-MONTH-IDX)
    MOVE "N" TO WS-FIG-HAS-SLA(WS-MONTH-IDX)
    MOVE 0 TO WS-FIG-ONTIME-PCT(WS-MONTH-IDX)
    MOVE 0 TO WS-FIG-DELIVER-PCT(WS-MONTH-IDX)

    IF WS-SC-DUE(WS-SC-IDX WS-MONTH-IDX) > 0
       OR WS-SC-EXPECTED(WS-SC-IDX WS-MONTH-IDX) > 0
       OR WS-FIG-EXCEPTIONS(WS-MONTH-IDX) > 0
       SET WS-FIG-DATA(WS-MONTH-IDX) TO TRUE
       SET WS-CARD-DATA TO TRUE
    END-IF
    IF WS-SC-DUE(WS-SC-IDX WS-MONTH-IDX) > 0
       COMPUTE WS-FIG-DELIVER-PCT(WS-MONTH-IDX) ROUNDED =
          WS-SC-DELIVERED(WS-SC-IDX WS-MONTH-IDX) * 100
          / WS-SC-DUE(WS-SC-IDX WS-MONTH-IDX)
    END-IF
    IF WS-SC-EXPECTED(WS-SC-IDX WS-MONTH-IDX) > 0
       SET WS-FIG-SLA(WS-MONTH-IDX) TO TRUE
       COMPUTE WS-FIG-ONTIME-PCT(WS-MONTH-IDX) ROUNDED =
          WS-SC-ONTIME(WS-SC-IDX WS-MONTH-IDX) * 100
          / WS-SC-EXPECTED(WS-SC-IDX WS-MONTH-IDX)
    END-IF

    .
 6100-FIGURES-FOR-ONE-MONTH-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The month against the average of the prior months that have any
*> figures: fewer exceptions or a better on-time rate is a point for
*> BETTER, more or worse a point for WORSE. Points both ways is MIXED,
*> none STEADY; no prior month at all is NEW.
*>------------------------------------------------------------------------------
 6200-JUDGE-TREND.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-PRIOR-MONTHS
    MOVE 0 TO WS-PRIOR-SLA-MONTHS
    MOVE 0 TO WS-PRIOR-EXC-TOTAL
    MOVE 0 TO WS-PRIOR-PCT-TOTAL
    PERFORM 6210-ADD-ONE-PRIOR-MONTH
       VARYING WS-MONTH-IDX FROM 1 BY 1
       UNTIL WS-MONTH-IDX > 3

    MOVE 0 TO WS-BETTER-POINTS
    MOVE 0 TO WS-WORSE-POINTS
    IF WS-PRIOR-MONTHS = 0
       MOVE "NEW" TO WS-TREND
    ELSE
       COMPUTE WS-PRIOR-EXC-AVG ROUNDED =
          WS-PRIOR-EXC-TOTAL / WS-PRIOR-MONTHS
       EVALUATE TRUE
          WHEN WS-FIG-EXCEPTIONS(4) < WS-PRIOR-EXC-AVG
             ADD 1 TO WS-BETTER-POINTS
          WHEN WS-FIG-EXCEPTIONS(4) > WS-PRIOR-EXC-AVG
             ADD 1 TO WS-WORSE-POINTS
       END-EVALUATE
       IF WS-PRIOR-SLA-MONTHS > 0 AND WS-FIG-SLA(4)
          COMPUTE WS-PRIOR-PCT-AVG ROUNDED =
             WS-PRIOR-PCT-TOTAL / WS-PRIOR-SLA-MONTHS
          EVALUATE TRUE
             WHEN WS-FIG-ONTIME-PCT(4) > WS-PRIOR-PCT-AVG
                ADD 1 TO WS-BETTER-POINTS
             WHEN WS-FIG-ONTIME-PCT(4) < WS-PRIOR-PCT-AVG
                ADD 1 TO WS-WORSE-POINTS
          END-EVALUATE
       END-IF
       EVALUATE TRUE
          WHEN WS-BETTER-POINTS > 0 AND WS-WORSE-POINTS > 0
             MOVE "MIXED" TO WS-TREND
          WHEN WS-BETTER-POINTS > 0
             MOVE "BETTER" TO WS-TREND
          WHEN WS-WORSE-POINTS > 0
             MOVE "WORSE" TO WS-TREND
          WHEN OTHER
             MOVE "STEADY" TO WS-TREND
       END-EVALUATE
    END-IF

    .
 6200-JUDGE-TREND-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6210-ADD-ONE-PRIOR-MONTH.
*>------------------------------------------------------------------------------

    IF WS-FIG-DATA(WS-MONTH-IDX)
       ADD 1 TO WS-PRIOR-MONTHS
       ADD WS-FIG-EXCEPTIONS(WS-MONTH-IDX) TO WS-PRIOR-EXC-TOTAL
    END-IF
    IF WS-FIG-SLA(WS-MONTH-IDX)
       ADD 1 TO WS-PRIOR-SLA-MONTHS
       ADD WS-FIG-ONTIME-PCT(WS-MONTH-IDX) TO WS-PRIOR-PCT-TOTAL
    END-IF

    .
 6210-ADD-ONE-PRIOR-MONTH-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6300-PRINT-CARD.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "PARTNER " DELIMITED BY SIZE
           WS-SC-PID(WS-SC-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-SC-CONTACT(WS-SC-IDX) DELIMITED BY SIZE
           "  MONTH " DELIMITED BY SIZE
           WS-MONTH-KEY(4) DELIMITED BY SIZE
           "  TREND " DELIMITED BY SIZE
           WS-TREND DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE WS-SC-DUE(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-SC-DELIVERED(WS-SC-IDX 4) TO WS-COUNT-DISPLAY-2
    IF WS-SC-DUE(WS-SC-IDX 4) > 0
       MOVE WS-FIG-DELIVER-PCT(4) TO WS-PCT-DISPLAY
       MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
       MOVE "%" TO WS-PCT-TEXT(6:1)
    ELSE
       MOVE "   N/A" TO WS-PCT-TEXT
    END-IF
    MOVE SPACES TO REPORT-REC
    STRING "  NIGHTS DUE " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           "   DELIVERED " DELIMITED BY SIZE
           WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
           "   (" DELIMITED BY SIZE
           WS-PCT-TEXT DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE 4 TO WS-MONTH-IDX
    PERFORM 6310-ONTIME-TEXT
    MOVE SPACES TO REPORT-REC
    STRING "  ON-TIME RATE " DELIMITED BY SIZE
           WS-PCT-TEXT DELIMITED BY SIZE
           "   EXPECTED " DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    MOVE WS-SC-EXPECTED(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(34:6)
    MOVE "ON-TIME" TO REPORT-REC(42:7)
    MOVE WS-SC-ONTIME(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(50:6)
    MOVE "LATE" TO REPORT-REC(58:4)
    MOVE WS-SC-LATE(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(63:6)
    MOVE "MISSING" TO REPORT-REC(71:7)
    MOVE WS-SC-MISSING(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(79:6)
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    MOVE "  EXCEPTIONS   MAC-FAIL" TO REPORT-REC(1:23)
    MOVE WS-SC-MACFAIL(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(24:6)
    MOVE "MISMATCH" TO REPORT-REC(32:8)
    MOVE WS-SC-MISMATCH(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(40:6)
    MOVE "SIZE-SUSPECT" TO REPORT-REC(48:12)
    MOVE WS-SC-SIZE-SUSPECT(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(60:6)
    MOVE "DUPLICATE" TO REPORT-REC(68:9)
    MOVE WS-SC-DUPLICATE(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(77:6)
    MOVE "STALE" TO REPORT-REC(85:5)
    MOVE WS-SC-STALE(WS-SC-IDX 4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(90:6)
    MOVE "TOTAL" TO REPORT-REC(98:5)
    MOVE WS-FIG-EXCEPTIONS(4) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-REC(103:6)
    WRITE REPORT-REC

    MOVE SPACES TO WS-TREND-LINE
    MOVE "  TREND           " TO WS-TREND-LINE(1:18)
    MOVE 19 TO WS-TREND-COL
    PERFORM 6320-TREND-MONTH-HEADING
       VARYING WS-MONTH-IDX FROM 1 BY 1
       UNTIL WS-MONTH-IDX > 4
    MOVE WS-TREND-LINE TO REPORT-REC
    WRITE REPORT-REC

    MOVE SPACES TO WS-TREND-LINE
    MOVE "    ON-TIME %     " TO WS-TREND-LINE(1:18)
    MOVE 19 TO WS-TREND-COL
    PERFORM 6330-TREND-ONTIME-CELL
       VARYING WS-MONTH-IDX FROM 1 BY 1
       UNTIL WS-MONTH-IDX > 4
    MOVE WS-TREND-LINE TO REPORT-REC
    WRITE REPORT-REC

    MOVE SPACES TO WS-TREND-LINE
    MOVE "    DELIVERED %   " TO WS-TREND-LINE(1:18)
    MOVE 19 TO WS-TREND-COL
    PERFORM 6340-TREND-DELIVER-CELL
       VARYING WS-MONTH-IDX FROM 1 BY 1
       UNTIL WS-MONTH-IDX > 4
    MOVE WS-TREND-LINE TO REPORT-REC
    WRITE REPORT-REC

    MOVE SPACES TO WS-TREND-LINE
    MOVE "    EXCEPTIONS    " TO WS-TREND-LINE(1:18)
    MOVE 19 TO WS-TREND-COL
    PERFORM 6350-TREND-EXCEPTION-CELL
       VARYING WS-MONTH-IDX FROM 1 BY 1
       UNTIL WS-MONTH-IDX > 4
    MOVE WS-TREND-LINE TO REPORT-REC
    WRITE REPORT-REC

    .
 6300-PRINT-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6310-ONTIME-TEXT.
*>------------------------------------------------------------------------------

    IF WS-FIG-SLA(WS-MONTH-IDX)
       MOVE WS-FIG-ONTIME-PCT(WS-MONTH-IDX) TO WS-PCT-DISPLAY
       MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
       MOVE "%" TO WS-PCT-TEXT(6:1)
    ELSE
       MOVE "   N/A" TO WS-PCT-TEXT
    END-IF

    .
 6310-ONTIME-TEXT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6320-TREND-MONTH-HEADING.
*>------------------------------------------------------------------------------

    MOVE WS-MONTH-KEY(WS-MONTH-IDX)
      TO WS-TREND-LINE(WS-TREND-COL + 2:6)
    ADD 10 TO WS-TREND-COL

    .
 6320-TREND-MONTH-HEADING-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6330-TREND-ONTIME-CELL.
*>------------------------------------------------------------------------------

    PERFORM 6310-ONTIME-TEXT
    MOVE WS-PCT-TEXT TO WS-TREND-LINE(WS-TREND-COL + 2:6)
    ADD 10 TO WS-TREND-COL

    .
 6330-TREND-ONTIME-CELL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6340-TREND-DELIVER-CELL.
*>------------------------------------------------------------------------------

    IF WS-SC-DUE(WS-SC-IDX WS-MONTH-IDX) > 0
       MOVE WS-FIG-DELIVER-PCT(WS-MONTH-IDX) TO WS-PCT-DISPLAY
       MOVE WS-PCT-DISPLAY TO WS-TREND-LINE(WS-TREND-COL + 2:5)
       MOVE "%" TO WS-TREND-LINE(WS-TREND-COL + 7:1)
    ELSE
       MOVE "   N/A" TO WS-TREND-LINE(WS-TREND-COL + 2:6)
    END-IF
    ADD 10 TO WS-TREND-COL

    .
 6340-TREND-DELIVER-CELL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6350-TREND-EXCEPTION-CELL.
*>------------------------------------------------------------------------------

    MOVE WS-FIG-EXCEPTIONS(WS-MONTH-IDX) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO WS-TREND-LINE(WS-TREND-COL + 2:6)
    ADD 10 TO WS-TREND-COL

    .
 6350-TREND-EXCEPTION-CELL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The extract carries the same figures as the card, fixed columns,
*> with the three prior months' on-time rate and exception total.
*>------------------------------------------------------------------------------
 6400-WRITE-EXTRACT.
*>------------------------------------------------------------------------------

    MOVE WS-SC-PID(WS-SC-IDX)             TO EXT-PARTNER-ID
    MOVE WS-MONTH-KEY(4)                  TO EXT-MONTH
    MOVE WS-SC-DUE(WS-SC-IDX 4)           TO EXT-DUE
    MOVE WS-SC-DELIVERED(WS-SC-IDX 4)     TO EXT-DELIVERED
    MOVE WS-SC-EXPECTED(WS-SC-IDX 4)      TO EXT-EXPECTED
    MOVE WS-SC-ONTIME(WS-SC-IDX 4)        TO EXT-ONTIME
    MOVE WS-SC-LATE(WS-SC-IDX 4)          TO EXT-LATE
    MOVE WS-SC-MISSING(WS-SC-IDX 4)       TO EXT-MISSING
    MOVE WS-FIG-ONTIME-PCT(4)             TO EXT-ONTIME-PCT
    MOVE WS-SC-MACFAIL(WS-SC-IDX 4)       TO EXT-MACFAIL
    MOVE WS-SC-MISMATCH(WS-SC-IDX 4)      TO EXT-MISMATCH
    MOVE WS-SC-SIZE-SUSPECT(WS-SC-IDX 4)  TO EXT-SIZE-SUSPECT
    MOVE WS-SC-DUPLICATE(WS-SC-IDX 4)     TO EXT-DUPLICATE
    MOVE WS-SC-STALE(WS-SC-IDX 4)         TO EXT-STALE
    MOVE WS-FIG-EXCEPTIONS(4)             TO EXT-EXCEPTIONS
    MOVE WS-TREND                         TO EXT-TREND
    PERFORM 6410-EXTRACT-ONE-PRIOR
       VARYING WS-MONTH-IDX FROM 1 BY 1
       UNTIL WS-MONTH-IDX > 3

    MOVE WS-EXT-DETAIL TO EXTRACT-REC
    WRITE EXTRACT-REC
    ADD 1 TO WS-EXT-COUNT

    .
 6400-WRITE-EXTRACT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6410-EXTRACT-ONE-PRIOR.
*>------------------------------------------------------------------------------

    MOVE SPACES TO EXT-PRIOR(WS-MONTH-IDX)
    MOVE WS-MONTH-KEY(WS-MONTH-IDX) TO EXT-PRIOR-MONTH(WS-MONTH-IDX)
    MOVE WS-FIG-ONTIME-PCT(WS-MONTH-IDX)
      TO EXT-PRIOR-ONTIME-PCT(WS-MONTH-IDX)
    MOVE WS-FIG-EXCEPTIONS(WS-MONTH-IDX)
      TO EXT-PRIOR-EXCEPTIONS(WS-MONTH-IDX)

    .
 6410-EXTRACT-ONE-PRIOR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The tally row for a partner and month, created empty on first use.
*>------------------------------------------------------------------------------
 7000-FIND-TALLY-ROW.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-TAL-FOUND-IDX
    PERFORM 7010-MATCH-ONE-TALLY
       VARYING WS-TAL-IDX FROM 1 BY 1
       UNTIL WS-TAL-IDX > WS-TAL-USED OR WS-TAL-FOUND-IDX > 0

    IF WS-TAL-FOUND-IDX = 0
       IF WS-TAL-USED < 5000
          ADD 1 TO WS-TAL-USED
          MOVE WS-TAL-USED     TO WS-TAL-FOUND-IDX
          MOVE WS-LOOKUP-PID   TO WS-TAL-PID(WS-TAL-USED)
          MOVE WS-LOOKUP-MONTH TO WS-TAL-MONTH(WS-TAL-USED)
          MOVE 0 TO WS-TAL-DUE(WS-TAL-USED)
          MOVE 0 TO WS-TAL-DELIVERED(WS-TAL-USED)
          MOVE 0 TO WS-TAL-MISMATCH(WS-TAL-USED)
          MOVE 0 TO WS-TAL-SIZE-SUSPECT(WS-TAL-USED)
          MOVE 0 TO WS-TAL-DUPLICATE(WS-TAL-USED)
          MOVE 0 TO WS-TAL-STALE(WS-TAL-USED)
       ELSE
          DISPLAY "PARTSCOR: tally table full at " WS-LOOKUP-PID
                  " " WS-LOOKUP-MONTH
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 7000-FIND-TALLY-ROW-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7010-MATCH-ONE-TALLY.
*>------------------------------------------------------------------------------

    IF WS-TAL-PID(WS-TAL-IDX) = WS-LOOKUP-PID
       AND WS-TAL-MONTH(WS-TAL-IDX) = WS-LOOKUP-MONTH
       MOVE WS-TAL-IDX TO WS-TAL-FOUND-IDX
    END-IF

    .
 7010-MATCH-ONE-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The scorecard for a partner, created with all four months zero on
*> first use. The contact comes from the first cross-reference row.
*>------------------------------------------------------------------------------
 7100-FIND-CARD.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-SC-FOUND-IDX
    PERFORM 7110-MATCH-ONE-CARD
       VARYING WS-SC-IDX FROM 1 BY 1
       UNTIL WS-SC-IDX > WS-SC-USED OR WS-SC-FOUND-IDX > 0

    IF WS-SC-FOUND-IDX = 0
       IF WS-SC-USED < 500
          ADD 1 TO WS-SC-USED
          MOVE WS-SC-USED TO WS-SC-FOUND-IDX
          MOVE LOW-VALUES TO WS-SC-ENTRY(WS-SC-USED)
          MOVE WS-LOOKUP-PID     TO WS-SC-PID(WS-SC-USED)
          MOVE WS-LOOKUP-CONTACT TO WS-SC-CONTACT(WS-SC-USED)
       ELSE
          DISPLAY "PARTSCOR: partner table full at " WS-LOOKUP-PID
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 7100-FIND-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7110-MATCH-ONE-CARD.
*>------------------------------------------------------------------------------

    IF WS-SC-PID(WS-SC-IDX) = WS-LOOKUP-PID
       MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
    END-IF

    .
 7110-MATCH-ONE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7200-FIND-MONTH.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-MONTH-FOUND-IDX
    PERFORM 7210-MATCH-ONE-MONTH
       VARYING WS-MONTH-IDX FROM 1 BY 1
       UNTIL WS-MONTH-IDX > 4

    .
 7200-FIND-MONTH-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7210-MATCH-ONE-MONTH.
*>------------------------------------------------------------------------------

    IF WS-MONTH-KEY(WS-MONTH-IDX) = WS-LOOKUP-MONTH
       MOVE WS-MONTH-IDX TO WS-MONTH-FOUND-IDX
    END-IF

    .
 7210-MATCH-ONE-MONTH-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Longest matching prefix decides the partner, the same boundary
*> rule PARTSUM.cob uses; no match is the *NOXREF* partner, which
*> keeps unclaimed datasets visible instead of dropped.
*>------------------------------------------------------------------------------
 8000-FIND-PARTNER.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-XREF-BEST-IDX
    MOVE 0 TO WS-XREF-BEST-LEN
    PERFORM 8100-MATCH-ONE-PREFIX
       VARYING WS-XREF-IDX FROM 1 BY 1
       UNTIL WS-XREF-IDX > WS-XREF-USED

    IF WS-XREF-BEST-IDX = 0
       MOVE "*NOXREF*" TO WS-LOOKUP-PID
    ELSE
       MOVE WS-XREF-PID(WS-XREF-BEST-IDX) TO WS-LOOKUP-PID
    END-IF

    .
 8000-FIND-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A prefix claims a dataset when the name starts with it and the
*> next character is a dot or the name ends right there.
*>------------------------------------------------------------------------------
 8100-MATCH-ONE-PREFIX.
*>------------------------------------------------------------------------------

    IF WS-XREF-PFX-LEN(WS-XREF-IDX) > 0
       AND WS-XREF-PFX-LEN(WS-XREF-IDX) > WS-XREF-BEST-LEN
       AND WS-DATASET-NAME(1:WS-XREF-PFX-LEN(WS-XREF-IDX)) =
           WS-XREF-PFX(WS-XREF-IDX)(1:WS-XREF-PFX-LEN(WS-XREF-IDX))
       IF WS-XREF-PFX-LEN(WS-XREF-IDX) = 44
          OR WS-DATASET-NAME(WS-XREF-PFX-LEN(WS-XREF-IDX) + 1:1) = "."
          OR WS-DATASET-NAME(WS-XREF-PFX-LEN(WS-XREF-IDX) + 1:1) = " "
          MOVE WS-XREF-IDX TO WS-XREF-BEST-IDX
          MOVE WS-XREF-PFX-LEN(WS-XREF-IDX) TO WS-XREF-BEST-LEN
       END-IF
    END-IF

    .
 8100-MATCH-ONE-PREFIX-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8200-TRIMMED-NAME-LEN.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-DSNAME-LEN
    PERFORM 8210-CHECK-ONE-NAME-CHAR
       VARYING WS-CHAR-IDX FROM 1 BY 1
       UNTIL WS-CHAR-IDX > 44

    .
 8200-TRIMMED-NAME-LEN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8210-CHECK-ONE-NAME-CHAR.
*>------------------------------------------------------------------------------

    IF WS-DATASET-NAME(WS-CHAR-IDX:1) NOT = SPACE
       MOVE WS-CHAR-IDX TO WS-DSNAME-LEN
    END-IF

    .
 8210-CHECK-ONE-NAME-CHAR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One step-completion record for the run-control master. A lost
*> record is complained about, never fatal.
*>------------------------------------------------------------------------------
 9500-WRITE-RUN-CONTROL.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
    MOVE SPACES TO WS-RUNC-COUNTS
    IF TALLY-MODE
       MOVE WS-SOURCE-COUNT    TO WS-RUNC-NUM-1
       MOVE WS-TAL-USED        TO WS-RUNC-NUM-2
       MOVE WS-MISSING-SOURCES TO WS-RUNC-NUM-3
       MOVE WS-PRUNED-COUNT    TO WS-RUNC-NUM-4
       STRING "LINES=" DELIMITED BY SIZE
              WS-RUNC-NUM-1 DELIMITED BY SIZE
              " ROWS=" DELIMITED BY SIZE
              WS-RUNC-NUM-2 DELIMITED BY SIZE
              " NOSOURCE=" DELIMITED BY SIZE
              WS-RUNC-NUM-3 DELIMITED BY SIZE
              " DROPPED=" DELIMITED BY SIZE
              WS-RUNC-NUM-4 DELIMITED BY SIZE
         INTO WS-RUNC-COUNTS
       END-STRING
    ELSE
       MOVE WS-CARD-COUNT    TO WS-RUNC-NUM-1
       MOVE WS-MACFAIL-COUNT TO WS-RUNC-NUM-2
       STRING "CARDS=" DELIMITED BY SIZE
              WS-RUNC-NUM-1 DELIMITED BY SIZE
              " MACFAIL=" DELIMITED BY SIZE
              WS-RUNC-NUM-2 DELIMITED BY SIZE
              " MONTH=" DELIMITED BY SIZE
              WS-MONTH-KEY(4) DELIMITED BY SIZE
         INTO WS-RUNC-COUNTS
       END-STRING
    END-IF

    CALL "RUNCWRT" USING WS-RUNC-PROGRAM
                         WS-RUNC-START-TS
                         WS-RUNC-END-TS
                         WS-RUNC-COND-CODE
                         WS-RUNC-COUNTS
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "PARTSCOR: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM PARTSCOR.
