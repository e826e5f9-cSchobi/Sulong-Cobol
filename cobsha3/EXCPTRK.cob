*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  EXCPTRK.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  EXCPTRK.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with EXCPTRK.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      EXCPTRK.cob
*>
*> Purpose:      Exception-case tracking over the EXCPMAST master.
*>               The night's exceptions come out on five separate
*>               reports - RECONCILE's MISMATCH lines, HASHRUN's
*>               SIZE-SUSPECT lines on CHGRPT, DUPCHK's DUPRPT,
*>               STALECHK's STALERPT and SLACHECK's LATE/MISSING
*>               lines on SLARPT - and each one was forgotten the
*>               next night unless somebody copied it into a
*>               spreadsheet; the same truncated feed was rediscovered
*>               morning after morning. EXCPMAST holds one case per
*>               dataset and exception type. In FEED mode the night's
*>               reports are folded in: a new exception opens a case,
*>               a repeat sighting updates the open case (last seen,
*>               sightings, latest report line) instead of opening
*>               another, and a closed case that recurs is reopened.
*>               In MAINT mode an operator transaction deck assigns an
*>               owner, annotates, or closes a case with a resolution
*>               code. In AGING mode the open cases are listed with
*>               the number of nights each has been open.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free EXCPTRK.cob
*>
*> Usage:        PARM      - FEED, MAINT or AGING. Omitted means
*>                            FEED.
*>               RUNDATE   - environment, the scheduler's business
*>                            run date yyyymmdd (as RUNCWRT.cob keys
*>                            RUNCTL); absent or not numeric means
*>                            today.
*>               EXCPMAST  - the exception-case master, VSAM KSDS,
*>                            key = 44-byte dataset name + 12-byte
*>                            exception type; created empty on first
*>                            use.
*>               RECONRPT  - (FEED) tonight's reconciliation
*>               CHGRPT      exception, change, duplicate, stale and
*>               DUPRPT      arrival report generations. Each is
*>               STALERPT    optional - a report that is not there
*>               SLARPT      simply contributes no sightings.
*>               EXCPTRAN  - (MAINT) line-sequential input, one
*>                            transaction per card, fields separated
*>                            by blanks; "*" cards are comments:
*>                              ASSIGN <dataset> <type> <owner>
*>                              NOTE   <dataset> <type> <free text>
*>                              CLOSE  <dataset> <type> <resolution>
*>                            Resolution codes: FIXED, RESENT,
*>                            FALSEPOS, ACCEPTED, DECOMM.
*>               USERID    - (MAINT) environment, the operator's user
*>                            id, recorded on closed cases and on
*>                            the audit line.
*>               EXCPRPT   - line-sequential output, the feed,
*>                            maintenance or aging report.
*>               HASHAUDT  - (MAINT) retained audit trail, appended
*>                            to through AUDITWRT.cob.
*>               RUNCTL    - (FEED, AGING) run-control master, one
*>                            record appended through RUNCWRT.cob as
*>                            EXCPFEED or EXCPAGE.
*>
*>               Exception types: MISMATCH, SIZE-SUSPECT, DUPLICATE,
*>               STALE, LATE, MISSING.
*>
*>               Condition code 4 in MAINT mode when any transaction
*>               was rejected; FEED and AGING end 0 - the exceptions
*>               themselves already raised their own steps' codes.
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
 PROGRAM-ID. EXCPTRK.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CASE-FILE ASSIGN TO "EXCPMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EXCP-KEY
         FILE STATUS IS WS-CASE-STATUS.

     SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-DDNAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SOURCE-STATUS.

     SELECT TRAN-FILE ASSIGN TO "EXCPTRAN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TRAN-STATUS.

     SELECT REPORT-FILE ASSIGN TO "EXCPRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  CASE-FILE.
 01  EXCP-REC.
     05 EXCP-KEY.
        10 EXCP-DATASET-NAME           PIC X(44).
        10 EXCP-TYPE                   PIC X(12).
     05 EXCP-STATE                     PIC X(01).
        88 EXCP-CASE-OPEN              VALUE "O".
        88 EXCP-CASE-CLOSED            VALUE "C".
     05 EXCP-FIRST-SEEN                PIC X(08).
     05 EXCP-LAST-SEEN                 PIC X(08).
     05 EXCP-SIGHTINGS                 PIC 9(05).
     05 EXCP-REOPEN-COUNT              PIC 9(03).
     05 EXCP-OWNER                     PIC X(08).
     05 EXCP-ASSIGNED-DATE             PIC X(08).
     05 EXCP-RESOLUTION                PIC X(08).
     05 EXCP-CLOSED-DATE               PIC X(08).
     05 EXCP-CLOSED-BY                 PIC X(08).
     05 EXCP-LAST-DETAIL               PIC X(120).
     05 EXCP-NOTE                      PIC X(60).
     05 EXCP-NOTE-DATE                 PIC X(08).

 FD  SOURCE-FILE.
 01  SOURCE-REC                        PIC X(250).

 FD  TRAN-FILE.
 01  TRAN-REC                          PIC X(200).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-CASE-STATUS                    PIC X(02).
    88 CASE-OK                         VALUE "00".
    88 CASE-MISSING                    VALUE "35".
 01  WS-SOURCE-STATUS                  PIC X(02).
    88 SOURCE-OK                       VALUE "00".
    88 SOURCE-MISSING                  VALUE "35".
 01  WS-TRAN-STATUS                    PIC X(02).
    88 TRAN-OK                         VALUE "00".
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-SOURCE-DDNAME                  PIC X(08).
 01  WS-SOURCE-EOF-SWITCH              PIC X(01) VALUE "N".
    88 WS-SOURCE-AT-END                VALUE "Y".
 01  WS-TRAN-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-TRAN-AT-END                  VALUE "Y".
 01  WS-CASE-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-CASE-AT-END                  VALUE "Y".

 01  WS-MODE-SWITCH                    PIC X(01) VALUE "F".
    88 FEED-MODE                       VALUE "F".
    88 MAINT-MODE                      VALUE "M".
    88 AGING-MODE                      VALUE "A".

*> the business run date every case date is kept in
 01  WS-RUN-TIMESTAMP                  PIC X(21).
 01  WS-RUN-DATE                       PIC X(08).
 01  WS-TODAY-INT                      PIC S9(09) BINARY.
 01  WS-FIRST-INT                      PIC S9(09) BINARY.
 01  WS-NIGHTS-OPEN                    PIC S9(05) BINARY.
 01  WS-NIGHTS-DISPLAY                 PIC Z(04)9.
 01  WS-SIGHT-DISPLAY                  PIC Z(04)9.

*> one sighting taken off a report line
 01  WS-SIGHT-DSN                      PIC X(44).
 01  WS-SIGHT-TYPE                     PIC X(12).
 01  WS-SIGHT-DETAIL                   PIC X(120).
 01  WS-CASE-ACTION                    PIC X(10).

*> transaction parse work area
 01  WS-TRAN-ACTION                    PIC X(08).
 01  WS-TRAN-DSN                       PIC X(44).
 01  WS-TRAN-TYPE                      PIC X(12).
 01  WS-TRAN-VALUE                     PIC X(08).
 01  WS-TRAN-REST                      PIC X(200).
 01  WS-TRAN-PTR                       PIC 9(03) BINARY.
 01  WS-REJECT-REASON                  PIC X(60).
 01  WS-USERID                         PIC X(08).

 01  WS-RESOLUTION-CODE                PIC X(08).
    88 RESOLUTION-VALID                VALUE "FIXED" "RESENT"
                                             "FALSEPOS" "ACCEPTED"
                                             "DECOMM".

 01  WS-SIGHT-COUNT                    PIC 9(09) BINARY VALUE 0.
 01  WS-OPENED-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-UPDATED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-REOPENED-COUNT                 PIC 9(09) BINARY VALUE 0.
 01  WS-TRAN-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-ACCEPT-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-REJECT-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-OPEN-CASE-COUNT                PIC 9(09) BINARY VALUE 0.
 01  WS-UNASSIGNED-COUNT               PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.

*> aging buckets for the open-case summary
 01  WS-AGE-BUCKETS.
     05 WS-AGE-1-NIGHT                 PIC 9(09) BINARY VALUE 0.
     05 WS-AGE-2-7                     PIC 9(09) BINARY VALUE 0.
     05 WS-AGE-8-30                    PIC 9(09) BINARY VALUE 0.
     05 WS-AGE-OVER-30                 PIC 9(09) BINARY VALUE 0.

*> audit-trail work area
 01  WS-AUDIT-TEXT                     PIC X(250).
 01  WS-AUDIT-TIMESTAMP                PIC X(21).

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "EXCPFEED".
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
     05 LNK-PARM-TEXT                  PIC X(08).

 PROCEDURE DIVISION USING LNK-PARM-AREA.

*>------------------------------------------------------------------------------
 MAIN-EXCPTRK SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    EVALUATE TRUE
       WHEN FEED-MODE
          PERFORM 2000-FEED-EXCEPTIONS
       WHEN MAINT-MODE
          PERFORM 3000-PROCESS-TRANSACTION UNTIL WS-TRAN-AT-END
       WHEN AGING-MODE
          PERFORM 5000-AGING-REPORT
    END-EVALUATE

    PERFORM 9000-TERMINATE

    IF MAINT-MODE
       IF WS-REJECT-COUNT > 0
          STOP RUN WITH ERROR STATUS 4
       ELSE
          STOP RUN
       END-IF
    END-IF

    MOVE 0 TO WS-RUNC-COND-CODE
    PERFORM 9500-WRITE-RUN-CONTROL
    STOP RUN

    .
 MAIN-EXCPTRK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The mode off the PARM, the business run date off RUNDATE, and the
*> case master opened for update - created empty the first night.
*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    IF LNK-PARM-LEN > 0
       EVALUATE TRUE
          WHEN LNK-PARM-TEXT(1:5) = "MAINT"
             SET MAINT-MODE TO TRUE
          WHEN LNK-PARM-TEXT(1:5) = "AGING"
             SET AGING-MODE TO TRUE
             MOVE "EXCPAGE" TO WS-RUNC-PROGRAM
          WHEN LNK-PARM-TEXT(1:4) = "FEED"
             CONTINUE
          WHEN OTHER
             DISPLAY "EXCPTRK: PARM must be FEED, MAINT or AGING"
             STOP RUN WITH ERROR STATUS 12
       END-EVALUATE
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS
    MOVE SPACES TO WS-RUN-DATE
    ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
    IF NOT WS-RUN-DATE IS NUMERIC
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
    END-IF
    COMPUTE WS-TODAY-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "EXCPTRK: unable to open EXCPRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    EVALUATE TRUE
       WHEN FEED-MODE
          STRING "EXCPTRK - EXCEPTION CASES FED  DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "  RUN " DELIMITED BY SIZE
                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       WHEN MAINT-MODE
          STRING "EXCPTRK - EXCEPTION CASE MAINTENANCE  DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "  RUN " DELIMITED BY SIZE
                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       WHEN AGING-MODE
          STRING "EXCPTRK - OPEN EXCEPTIONS AGING  DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "  RUN " DELIMITED BY SIZE
                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
    END-EVALUATE
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    OPEN I-O CASE-FILE
    IF CASE-MISSING
       OPEN OUTPUT CASE-FILE
       CLOSE CASE-FILE
       OPEN I-O CASE-FILE
    END-IF
    IF NOT CASE-OK
       DISPLAY "EXCPTRK: unable to open EXCPMAST, status "
               WS-CASE-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    IF MAINT-MODE
       MOVE SPACES TO WS-USERID
       ACCEPT WS-USERID FROM ENVIRONMENT "USERID"
       OPEN INPUT TRAN-FILE
       IF NOT TRAN-OK
          DISPLAY "EXCPTRK: unable to open EXCPTRAN, status "
                  WS-TRAN-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
       PERFORM 3100-READ-TRAN
    END-IF

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Each of tonight's exception reports in turn; the same sighting
*> logic serves them all once a line is reduced to dataset and type.
*>------------------------------------------------------------------------------
 2000-FEED-EXCEPTIONS.
*>------------------------------------------------------------------------------

    MOVE "RECONRPT" TO WS-SOURCE-DDNAME
    PERFORM 2100-FEED-ONE-SOURCE
    MOVE "CHGRPT"   TO WS-SOURCE-DDNAME
    PERFORM 2100-FEED-ONE-SOURCE
    MOVE "DUPRPT"   TO WS-SOURCE-DDNAME
    PERFORM 2100-FEED-ONE-SOURCE
    MOVE "STALERPT" TO WS-SOURCE-DDNAME
    PERFORM 2100-FEED-ONE-SOURCE
    MOVE "SLARPT"   TO WS-SOURCE-DDNAME
    PERFORM 2100-FEED-ONE-SOURCE

    .
 2000-FEED-EXCEPTIONS-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A report that is not there (its step was bypassed) contributes no
*> sightings and says so; any other open failure ends the step.
*>------------------------------------------------------------------------------
 2100-FEED-ONE-SOURCE.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-SOURCE-EOF-SWITCH
    OPEN INPUT SOURCE-FILE
    IF SOURCE-OK
       PERFORM 2200-READ-SOURCE
       PERFORM 2300-SCAN-ONE-LINE UNTIL WS-SOURCE-AT-END
       CLOSE SOURCE-FILE
    ELSE
       IF SOURCE-MISSING
          MOVE SPACES TO REPORT-REC
          STRING "NOT AVAILABLE " DELIMITED BY SIZE
                 WS-SOURCE-DDNAME DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       ELSE
          DISPLAY "EXCPTRK: unable to open " WS-SOURCE-DDNAME
                  ", status " WS-SOURCE-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2100-FEED-ONE-SOURCE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-READ-SOURCE.
*>------------------------------------------------------------------------------

    READ SOURCE-FILE
       AT END
          SET WS-SOURCE-AT-END TO TRUE
    END-READ

    .
 2200-READ-SOURCE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Only the exception lines count; headers, UNCHANGED/CHANGED/NEW
*> change lines and ONTIME arrivals are passed over. Every exception
*> line carries its dataset name at a fixed column after the word.
*>------------------------------------------------------------------------------
 2300-SCAN-ONE-LINE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-SIGHT-TYPE

    EVALUATE WS-SOURCE-DDNAME
       WHEN "RECONRPT"
          IF SOURCE-REC(1:9) = "MISMATCH "
             MOVE "MISMATCH" TO WS-SIGHT-TYPE
             MOVE SOURCE-REC(10:44) TO WS-SIGHT-DSN
          END-IF
       WHEN "CHGRPT"
          IF SOURCE-REC(1:13) = "SIZE-SUSPECT "
             MOVE "SIZE-SUSPECT" TO WS-SIGHT-TYPE
             MOVE SOURCE-REC(14:44) TO WS-SIGHT-DSN
          END-IF
       WHEN "DUPRPT"
          IF SOURCE-REC(1:10) = "DUPLICATE "
             MOVE "DUPLICATE" TO WS-SIGHT-TYPE
             MOVE SOURCE-REC(11:44) TO WS-SIGHT-DSN
          END-IF
       WHEN "STALERPT"
          IF SOURCE-REC(1:6) = "STALE "
             MOVE "STALE" TO WS-SIGHT-TYPE
             MOVE SOURCE-REC(7:44) TO WS-SIGHT-DSN
          END-IF
       WHEN "SLARPT"
*>          the status word is written 8 wide, so the dataset name
*>          starts in column 10 on both kinds of line
          IF SOURCE-REC(1:9) = "LATE     "
             MOVE "LATE" TO WS-SIGHT-TYPE
             MOVE SOURCE-REC(10:44) TO WS-SIGHT-DSN
          END-IF
          IF SOURCE-REC(1:9) = "MISSING  "
             MOVE "MISSING" TO WS-SIGHT-TYPE
             MOVE SOURCE-REC(10:44) TO WS-SIGHT-DSN
          END-IF
    END-EVALUATE

    IF WS-SIGHT-TYPE NOT = SPACES AND WS-SIGHT-DSN NOT = SPACES
       MOVE SOURCE-REC(1:120) TO WS-SIGHT-DETAIL
       PERFORM 2400-APPLY-SIGHTING
    END-IF

    PERFORM 2200-READ-SOURCE

    .
 2300-SCAN-ONE-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One sighting against the master: no case opens one; an open case
*> is brought up to date (a second line for the same case tonight -
*> DUPRPT can name a dataset twice - is not a second night); a
*> closed case that recurs is reopened with its owner kept, since
*> whoever closed it last is the first person to ask.
*>------------------------------------------------------------------------------
 2400-APPLY-SIGHTING.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-SIGHT-COUNT

    MOVE WS-SIGHT-DSN  TO EXCP-DATASET-NAME
    MOVE WS-SIGHT-TYPE TO EXCP-TYPE
    READ CASE-FILE
       INVALID KEY
          MOVE SPACES          TO EXCP-REC
          MOVE WS-SIGHT-DSN    TO EXCP-DATASET-NAME
          MOVE WS-SIGHT-TYPE   TO EXCP-TYPE
          SET EXCP-CASE-OPEN   TO TRUE
          MOVE WS-RUN-DATE     TO EXCP-FIRST-SEEN
          MOVE WS-RUN-DATE     TO EXCP-LAST-SEEN
          MOVE 1               TO EXCP-SIGHTINGS
          MOVE 0               TO EXCP-REOPEN-COUNT
          MOVE WS-SIGHT-DETAIL TO EXCP-LAST-DETAIL
          WRITE EXCP-REC
             INVALID KEY
                DISPLAY "EXCPTRK: unable to add case for "
                        WS-SIGHT-DSN " status " WS-CASE-STATUS
                STOP RUN WITH ERROR STATUS 12
          END-WRITE
          ADD 1 TO WS-OPENED-COUNT
          MOVE "OPENED" TO WS-CASE-ACTION
          PERFORM 2500-WRITE-FEED-LINE
       NOT INVALID KEY
          EVALUATE TRUE
             WHEN EXCP-CASE-CLOSED
                SET EXCP-CASE-OPEN TO TRUE
                MOVE WS-RUN-DATE TO EXCP-FIRST-SEEN
                MOVE WS-RUN-DATE TO EXCP-LAST-SEEN
                MOVE 1           TO EXCP-SIGHTINGS
                ADD 1            TO EXCP-REOPEN-COUNT
                MOVE SPACES      TO EXCP-RESOLUTION
                MOVE SPACES      TO EXCP-CLOSED-DATE
                MOVE SPACES      TO EXCP-CLOSED-BY
                MOVE WS-SIGHT-DETAIL TO EXCP-LAST-DETAIL
                ADD 1 TO WS-REOPENED-COUNT
                MOVE "REOPENED" TO WS-CASE-ACTION
             WHEN EXCP-LAST-SEEN = WS-RUN-DATE
                MOVE SPACES TO WS-CASE-ACTION
             WHEN OTHER
                MOVE WS-RUN-DATE TO EXCP-LAST-SEEN
                ADD 1 TO EXCP-SIGHTINGS
                MOVE WS-SIGHT-DETAIL TO EXCP-LAST-DETAIL
                ADD 1 TO WS-UPDATED-COUNT
                MOVE "REPEAT" TO WS-CASE-ACTION
          END-EVALUATE
          IF WS-CASE-ACTION NOT = SPACES
             REWRITE EXCP-REC
                INVALID KEY
                   DISPLAY "EXCPTRK: unable to update case for "
                           WS-SIGHT-DSN " status " WS-CASE-STATUS
                   STOP RUN WITH ERROR STATUS 12
             END-REWRITE
             PERFORM 2500-WRITE-FEED-LINE
          END-IF
    END-READ

    .
 2400-APPLY-SIGHTING-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2500-WRITE-FEED-LINE.
*>------------------------------------------------------------------------------

    MOVE EXCP-SIGHTINGS TO WS-SIGHT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING WS-CASE-ACTION    DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           EXCP-TYPE         DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           EXCP-DATASET-NAME DELIMITED BY SIZE
           " FIRST-SEEN="    DELIMITED BY SIZE
           EXCP-FIRST-SEEN   DELIMITED BY SIZE
           " SIGHTINGS="     DELIMITED BY SIZE
           WS-SIGHT-DISPLAY  DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 2500-WRITE-FEED-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3000-PROCESS-TRANSACTION.
*>------------------------------------------------------------------------------

    IF TRAN-REC = SPACES OR TRAN-REC(1:1) = "*"
       CONTINUE
    ELSE
       ADD 1 TO WS-TRAN-COUNT
       PERFORM 3200-PARSE-TRAN
       PERFORM 3300-APPLY-TRAN
    END-IF

    PERFORM 3100-READ-TRAN

    .
 3000-PROCESS-TRANSACTION-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-READ-TRAN.
*>------------------------------------------------------------------------------

    READ TRAN-FILE
       AT END
          SET WS-TRAN-AT-END TO TRUE
    END-READ

    .
 3100-READ-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Action, dataset and type are blank-separated words; whatever
*> follows them is the owner, the resolution code or - for NOTE -
*> the free text, taken whole.
*>------------------------------------------------------------------------------
 3200-PARSE-TRAN.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-TRAN-ACTION
    MOVE SPACES TO WS-TRAN-DSN
    MOVE SPACES TO WS-TRAN-TYPE
    MOVE SPACES TO WS-TRAN-VALUE
    MOVE SPACES TO WS-TRAN-REST
    MOVE 1 TO WS-TRAN-PTR
    UNSTRING TRAN-REC
       DELIMITED BY ALL " "
       INTO WS-TRAN-ACTION
            WS-TRAN-DSN
            WS-TRAN-TYPE
       WITH POINTER WS-TRAN-PTR
    END-UNSTRING

    IF WS-TRAN-PTR <= 200
       MOVE TRAN-REC(WS-TRAN-PTR:) TO WS-TRAN-REST
       UNSTRING WS-TRAN-REST
          DELIMITED BY ALL " "
          INTO WS-TRAN-VALUE
       END-UNSTRING
    END-IF

    .
 3200-PARSE-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3300-APPLY-TRAN.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-REJECT-REASON

    IF WS-TRAN-DSN = SPACES OR WS-TRAN-TYPE = SPACES
       MOVE "missing dataset name or exception type"
         TO WS-REJECT-REASON
    ELSE
       MOVE WS-TRAN-DSN  TO EXCP-DATASET-NAME
       MOVE WS-TRAN-TYPE TO EXCP-TYPE
       READ CASE-FILE
          INVALID KEY
             MOVE "no such case on EXCPMAST" TO WS-REJECT-REASON
          NOT INVALID KEY
             EVALUATE WS-TRAN-ACTION
                WHEN "ASSIGN"
                   PERFORM 3400-APPLY-ASSIGN
                WHEN "NOTE"
                   PERFORM 3500-APPLY-NOTE
                WHEN "CLOSE"
                   PERFORM 3600-APPLY-CLOSE
                WHEN OTHER
                   MOVE "unrecognized action" TO WS-REJECT-REASON
             END-EVALUATE
       END-READ
    END-IF

    IF WS-REJECT-REASON = SPACES
       REWRITE EXCP-REC
          INVALID KEY
             DISPLAY "EXCPTRK: unable to update case for "
                     WS-TRAN-DSN " status " WS-CASE-STATUS
             STOP RUN WITH ERROR STATUS 12
       END-REWRITE
       PERFORM 4000-WRITE-ACCEPTED-LINE
    ELSE
       PERFORM 4100-WRITE-REJECTED-LINE
    END-IF

    .
 3300-APPLY-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3400-APPLY-ASSIGN.
*>------------------------------------------------------------------------------

    EVALUATE TRUE
       WHEN WS-TRAN-VALUE = SPACES
          MOVE "missing owner" TO WS-REJECT-REASON
       WHEN EXCP-CASE-CLOSED
          MOVE "case is closed" TO WS-REJECT-REASON
       WHEN OTHER
          MOVE WS-TRAN-VALUE TO EXCP-OWNER
          MOVE WS-RUN-DATE   TO EXCP-ASSIGNED-DATE
    END-EVALUATE

    .
 3400-APPLY-ASSIGN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The latest annotation replaces the previous one on the case; the
*> audit trail keeps every one of them.
*>------------------------------------------------------------------------------
 3500-APPLY-NOTE.
*>------------------------------------------------------------------------------

    IF WS-TRAN-REST = SPACES
       MOVE "missing note text" TO WS-REJECT-REASON
    ELSE
       MOVE WS-TRAN-REST(1:60) TO EXCP-NOTE
       MOVE WS-RUN-DATE        TO EXCP-NOTE-DATE
    END-IF

    .
 3500-APPLY-NOTE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3600-APPLY-CLOSE.
*>------------------------------------------------------------------------------

    MOVE WS-TRAN-VALUE TO WS-RESOLUTION-CODE

    EVALUATE TRUE
       WHEN EXCP-CASE-CLOSED
          MOVE "case is already closed" TO WS-REJECT-REASON
       WHEN NOT RESOLUTION-VALID
          MOVE "unknown resolution code" TO WS-REJECT-REASON
       WHEN OTHER
          SET EXCP-CASE-CLOSED TO TRUE
          MOVE WS-RESOLUTION-CODE TO EXCP-RESOLUTION
          MOVE WS-RUN-DATE        TO EXCP-CLOSED-DATE
          MOVE WS-USERID          TO EXCP-CLOSED-BY
    END-EVALUATE

    .
 3600-APPLY-CLOSE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4000-WRITE-ACCEPTED-LINE.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-ACCEPT-COUNT

    MOVE SPACES TO REPORT-REC
    STRING WS-TRAN-ACTION DELIMITED BY SIZE
           " "            DELIMITED BY SIZE
           WS-TRAN-TYPE   DELIMITED BY SIZE
           " "            DELIMITED BY SIZE
           WS-TRAN-DSN    DELIMITED BY SIZE
           " ACCEPTED "   DELIMITED BY SIZE
           WS-TRAN-VALUE  DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM 4500-WRITE-AUDIT-RECORD

    .
 4000-WRITE-ACCEPTED-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4100-WRITE-REJECTED-LINE.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-REJECT-COUNT

    MOVE SPACES TO REPORT-REC
    STRING WS-TRAN-ACTION   DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           WS-TRAN-TYPE     DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           WS-TRAN-DSN      DELIMITED BY SIZE
           " REJECTED - "   DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 4100-WRITE-REJECTED-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Chain-of-custody line per case change: who assigned, annotated or
*> closed which case, and with what.
*>------------------------------------------------------------------------------
 4500-WRITE-AUDIT-RECORD.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP

    MOVE SPACES TO WS-AUDIT-TEXT
    STRING "EXCPTRK"           DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-AUDIT-TIMESTAMP  DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-TRAN-DSN         DELIMITED BY SIZE
           " 0 "               DELIMITED BY SIZE
           WS-TRAN-ACTION      DELIMITED BY SPACE
           " "                 DELIMITED BY SIZE
           WS-TRAN-TYPE        DELIMITED BY SPACE
           " "                 DELIMITED BY SIZE
           WS-TRAN-VALUE       DELIMITED BY SPACE
           " BY="              DELIMITED BY SIZE
           WS-USERID           DELIMITED BY SIZE
      INTO WS-AUDIT-TEXT
    END-STRING

    CALL "AUDITWRT" USING WS-AUDIT-TEXT
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "EXCPTRK: chain-of-custody record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 4500-WRITE-AUDIT-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Every open case in key order with the nights it has been open -
*> the night it was first seen counts as night one - then the age
*> buckets and the unowned count.
*>------------------------------------------------------------------------------
 5000-AGING-REPORT.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    STRING "TYPE         DATASET" DELIMITED BY SIZE
           "                                      " DELIMITED BY SIZE
           "NIGHTS SIGHTS LAST-SEEN OWNER" DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE LOW-VALUES TO EXCP-KEY
    START CASE-FILE KEY IS NOT LESS THAN EXCP-KEY
       INVALID KEY
          SET WS-CASE-AT-END TO TRUE
    END-START
    IF NOT WS-CASE-AT-END
       PERFORM 5100-READ-CASE
    END-IF
    PERFORM 5200-AGE-ONE-CASE UNTIL WS-CASE-AT-END

    PERFORM 5300-WRITE-AGING-SUMMARY

    .
 5000-AGING-REPORT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5100-READ-CASE.
*>------------------------------------------------------------------------------

    READ CASE-FILE NEXT
       AT END
          SET WS-CASE-AT-END TO TRUE
    END-READ

    .
 5100-READ-CASE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5200-AGE-ONE-CASE.
*>------------------------------------------------------------------------------

    IF EXCP-CASE-OPEN
       ADD 1 TO WS-OPEN-CASE-COUNT
       IF EXCP-FIRST-SEEN IS NUMERIC
          COMPUTE WS-FIRST-INT =
             FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(EXCP-FIRST-SEEN))
          COMPUTE WS-NIGHTS-OPEN = WS-TODAY-INT - WS-FIRST-INT + 1
       ELSE
          MOVE 1 TO WS-NIGHTS-OPEN
       END-IF
       IF WS-NIGHTS-OPEN < 1
          MOVE 1 TO WS-NIGHTS-OPEN
       END-IF

       EVALUATE TRUE
          WHEN WS-NIGHTS-OPEN = 1
             ADD 1 TO WS-AGE-1-NIGHT
          WHEN WS-NIGHTS-OPEN <= 7
             ADD 1 TO WS-AGE-2-7
          WHEN WS-NIGHTS-OPEN <= 30
             ADD 1 TO WS-AGE-8-30
          WHEN OTHER
             ADD 1 TO WS-AGE-OVER-30
       END-EVALUATE

       MOVE WS-NIGHTS-OPEN TO WS-NIGHTS-DISPLAY
       MOVE EXCP-SIGHTINGS TO WS-SIGHT-DISPLAY
       MOVE SPACES TO REPORT-REC
       IF EXCP-OWNER = SPACES
          ADD 1 TO WS-UNASSIGNED-COUNT
          STRING EXCP-TYPE         DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 EXCP-DATASET-NAME DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 WS-NIGHTS-DISPLAY DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 WS-SIGHT-DISPLAY  DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 EXCP-LAST-SEEN    DELIMITED BY SIZE
                 "  *UNASSIGNED*"  DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       ELSE
          STRING EXCP-TYPE         DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 EXCP-DATASET-NAME DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 WS-NIGHTS-DISPLAY DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 WS-SIGHT-DISPLAY  DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 EXCP-LAST-SEEN    DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 EXCP-OWNER        DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       END-IF
       WRITE REPORT-REC

       IF EXCP-NOTE NOT = SPACES
          MOVE SPACES TO REPORT-REC
          STRING "             NOTE " DELIMITED BY SIZE
                 EXCP-NOTE-DATE       DELIMITED BY SIZE
                 " "                  DELIMITED BY SIZE
                 EXCP-NOTE            DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       END-IF
    END-IF

    PERFORM 5100-READ-CASE

    .
 5200-AGE-ONE-CASE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5300-WRITE-AGING-SUMMARY.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE WS-OPEN-CASE-COUNT TO WS-COUNT-DISPLAY
    STRING "OPEN CASES:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY          DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE WS-AGE-1-NIGHT TO WS-COUNT-DISPLAY
    STRING "  OPEN 1 NIGHT:        " DELIMITED BY SIZE
           WS-COUNT-DISPLAY          DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE WS-AGE-2-7 TO WS-COUNT-DISPLAY
    STRING "  OPEN 2-7 NIGHTS:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY          DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE WS-AGE-8-30 TO WS-COUNT-DISPLAY
    STRING "  OPEN 8-30 NIGHTS:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY          DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE WS-AGE-OVER-30 TO WS-COUNT-DISPLAY
    STRING "  OPEN OVER 30 NIGHTS: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY          DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-DISPLAY
    STRING "UNASSIGNED:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY          DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 5300-WRITE-AGING-SUMMARY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    CLOSE CASE-FILE

    EVALUATE TRUE
       WHEN FEED-MODE
          MOVE SPACES TO REPORT-REC
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-SIGHT-COUNT TO WS-COUNT-DISPLAY
          STRING "EXCEPTION LINES READ:  " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY          DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY
          STRING "CASES OPENED:          " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY          DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-UPDATED-COUNT TO WS-COUNT-DISPLAY
          STRING "OPEN CASES REPEATED:   " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY          DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-REOPENED-COUNT TO WS-COUNT-DISPLAY
          STRING "CLOSED CASES REOPENED: " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY          DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          DISPLAY "EXCPTRK: " WS-SIGHT-COUNT " sighting(s), "
                  WS-OPENED-COUNT " opened, "
                  WS-UPDATED-COUNT " repeated, "
                  WS-REOPENED-COUNT " reopened."
       WHEN MAINT-MODE
          CLOSE TRAN-FILE
          MOVE SPACES TO REPORT-REC
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY
          STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY          DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-ACCEPT-COUNT TO WS-COUNT-DISPLAY
          STRING "TRANSACTIONS ACCEPTED: " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY          DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
          STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY          DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          DISPLAY "EXCPTRK: " WS-TRAN-COUNT " transaction(s), "
                  WS-ACCEPT-COUNT " accepted, "
                  WS-REJECT-COUNT " rejected."
       WHEN AGING-MODE
          DISPLAY "EXCPTRK: " WS-OPEN-CASE-COUNT " open case(s), "
                  WS-AGE-OVER-30 " open over 30 nights, "
                  WS-UNASSIGNED-COUNT " unassigned."
    END-EVALUATE

    CLOSE REPORT-FILE

    .
 9000-TERMINATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One step-completion record for the run-control master, so the
*> morning status report sees this step's outcome without a job-log
*> hunt. A lost record is complained about, never fatal.
*>------------------------------------------------------------------------------
 9500-WRITE-RUN-CONTROL.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
    MOVE SPACES TO WS-RUNC-COUNTS
    IF AGING-MODE
       MOVE WS-OPEN-CASE-COUNT  TO WS-RUNC-NUM-1
       MOVE WS-AGE-OVER-30      TO WS-RUNC-NUM-2
       MOVE WS-UNASSIGNED-COUNT TO WS-RUNC-NUM-3
       STRING "OPEN=" DELIMITED BY SIZE
              WS-RUNC-NUM-1 DELIMITED BY SIZE
              " OVER30=" DELIMITED BY SIZE
              WS-RUNC-NUM-2 DELIMITED BY SIZE
              " UNASSIGNED=" DELIMITED BY SIZE
              WS-RUNC-NUM-3 DELIMITED BY SIZE
         INTO WS-RUNC-COUNTS
       END-STRING
    ELSE
       MOVE WS-OPENED-COUNT   TO WS-RUNC-NUM-1
       MOVE WS-UPDATED-COUNT  TO WS-RUNC-NUM-2
       MOVE WS-REOPENED-COUNT TO WS-RUNC-NUM-3
       STRING "OPENED=" DELIMITED BY SIZE
              WS-RUNC-NUM-1 DELIMITED BY SIZE
              " REPEATED=" DELIMITED BY SIZE
              WS-RUNC-NUM-2 DELIMITED BY SIZE
              " REOPENED=" DELIMITED BY SIZE
              WS-RUNC-NUM-3 DELIMITED BY SIZE
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
       DISPLAY "EXCPTRK: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM EXCPTRK.
