*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  RELGATE.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  RELGATE.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with RELGATE.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      RELGATE.cob
*>
*> Purpose:      Downstream release gate over the RELSTAT release-
*>               status file. Application jobs pick partner files up
*>               on their own schedule whether or not the night
*>               approved them - a file RECONCILE called MISMATCH,
*>               MACRUN failed, HASHRUN flagged SIZE-SUSPECT or DUPCHK
*>               marked a replay was still loaded. RELSTAT holds one
*>               record per dataset and business night, RELEASED or
*>               QUARANTINED with the reasons.
*>               In BUILD mode (the last HASHNITE step) every dataset
*>               on tonight's hash report gets its record and every
*>               exception on tonight's reconciliation, change and
*>               duplicate reports quarantines its dataset; records
*>               past the retention are purged.
*>               In MAC mode (the last MACNITE step) every MACRUN
*>               VERIFY exception quarantines its dataset; MAC
*>               NOTVERIFIED (run instead when the VERIFY step was
*>               stopped by its self-test and judged nothing)
*>               quarantines every dataset on the inbound manifest.
*>               The two modes merge reasons onto the same record, so
*>               the result does not depend on which suite ends first.
*>               In OVERRIDE mode the operator releases recorded on
*>               the promoted RELTRAN deck - submitted and approved
*>               by two different users through PENDMNT - release a
*>               quarantined dataset early, and each one leaves a
*>               HASHAUDT line.
*>               In CHECK mode one dataset is looked up through
*>               RELCHK.cob, and the condition code tells the
*>               consuming job whether it may load the file.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free RELGATE.cob
*>
*> Usage:        PARM      - BUILD [days [NORECONCILE]],
*>                            MAC [NOTVERIFIED], OVERRIDE, or
*>                            CHECK <dataset> [yyyymmdd]. Omitted
*>                            means BUILD. BUILD's days is how long a
*>                            night's records are kept (1-999,
*>                            default 90). CHECK without a date looks
*>                            at the latest night on file.
*>               RUNDATE   - environment, the scheduler's business
*>                            run date yyyymmdd (as RUNCWRT.cob keys
*>                            RUNCTL); absent or not numeric means
*>                            today.
*>               RELSTAT   - the release-status file, VSAM KSDS,
*>                            key = 44-byte dataset name + 8-byte
*>                            run date; created empty on first use.
*>               HASHRPT   - (BUILD) tonight's hash report; every D
*>                            line is a dataset judged tonight. A
*>                            HELD or ERROR- result quarantines it.
*>               RECONRPT  - (BUILD) tonight's reconciliation,
*>               CHGRPT      change and duplicate report
*>               DUPRPT      generations; a MISMATCH, UNREADABLE,
*>                            BADALGO/BADFORMAT, SIZE-SUSPECT or
*>                            DUPLICATE line quarantines its dataset.
*>                            CHGRPT and DUPRPT are optional. With
*>                            no RECONRPT, or with BUILD days
*>                            NORECONCILE (run instead when
*>                            RECONCILE failed, CC 12 or 20, and left
*>                            its generation empty), nothing was
*>                            reconciled: RECONRPT is not opened and
*>                            every dataset is quarantined as
*>                            NORECONCILE.
*>               MACEXCP   - (MAC) the MACRUN VERIFY exception
*>                            generation; every line quarantines its
*>                            dataset as MAC-<result>.
*>               MACMANIF  - (MAC NOTVERIFIED) the inbound MAC
*>                            manifest; every entry quarantines its
*>                            dataset as MAC-NOTVERIFIED.
*>               RELTRAN   - (OVERRIDE) the deck PENDMNT PROMOTE REL
*>                            released: sequence, submitter and
*>                            approver ahead of the card
*>                              RELEASE <dataset> <yyyymmdd> <note>
*>               USERID    - (OVERRIDE) environment, the operator
*>                            running the step, on the audit line.
*>               RELRPT    - line-sequential output, the gate,
*>                            failure or override report.
*>               HASHAUDT  - retained audit trail, appended to
*>                            through AUDITWRT.cob for every
*>                            quarantine and every override release.
*>               RUNCTL    - (BUILD, MAC) run-control master, one
*>                            record appended through RUNCWRT.cob as
*>                            RELGATE or RELMAC.
*>
*>               Quarantine reasons: MISMATCH, UNREADABLE,
*>               BADCONTROL, SIZE-SUSPECT, DUPLICATE, HELD,
*>               NOTHASHED, NORECONCILE, MAC-<MACRUN result>,
*>               MAC-NOTVERIFIED.
*>
*>               Condition codes: BUILD and MAC end 0 - the
*>               exceptions already raised their own steps' codes.
*>               OVERRIDE ends 4 when any card was rejected. CHECK
*>               ends 0 released, 4 not found, 8 quarantined, 12
*>               RELSTAT unavailable.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - MAC NOTVERIFIED quarantines every inbound MACMANIF
*>              dataset when the MACRUN VERIFY step ended on a failed
*>              self-test and wrote no exceptions, instead of leaving
*>              the unauthenticated files released.
*> 2026.10.15 cobsha3 maintainers:
*>            - BUILD days NORECONCILE quarantines every dataset as
*>              NORECONCILE without opening RECONRPT, for a night
*>              whose RECONCILE step failed and left its report
*>              generation cataloged but empty.
*>            - Run-control counts built with a pointer.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. RELGATE.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT STATUS-FILE ASSIGN TO "RELSTAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS REL-KEY
         FILE STATUS IS WS-STATUS-STATUS.

     SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-DDNAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SOURCE-STATUS.

     SELECT TRAN-FILE ASSIGN TO "RELTRAN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TRAN-STATUS.

     SELECT REPORT-FILE ASSIGN TO "RELRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  STATUS-FILE.
 01  REL-REC.
     05 REL-KEY.
        10 REL-DATASET-NAME            PIC X(44).
        10 REL-RUN-DATE                PIC X(08).
     05 REL-STATUS                     PIC X(11).
        88 REL-RELEASED                VALUE "RELEASED".
        88 REL-QUARANTINED             VALUE "QUARANTINED".
     05 REL-REASON                     PIC X(60).
     05 REL-SET-TIMESTAMP              PIC X(21).
     05 REL-OVERRIDE-SEQ               PIC X(06).
     05 REL-OVERRIDE-SUBMITTER         PIC X(08).
     05 REL-OVERRIDE-APPROVER          PIC X(08).
     05 REL-OVERRIDE-TIMESTAMP         PIC X(21).
     05 REL-OVERRIDE-NOTE              PIC X(40).
     05 FILLER                         PIC X(13).

 FD  SOURCE-FILE.
 01  SOURCE-REC                        PIC X(250).

 FD  TRAN-FILE.
 01  TRAN-REC.
     05 TRAN-SEQ                       PIC X(06).
     05 FILLER                         PIC X(01).
     05 TRAN-SUBMITTER                 PIC X(08).
     05 FILLER                         PIC X(01).
     05 TRAN-APPROVER                  PIC X(08).
     05 FILLER                         PIC X(01).
     05 TRAN-TEXT                      PIC X(200).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-STATUS-STATUS                  PIC X(02).
    88 STATUS-OK                       VALUE "00".
    88 STATUS-MISSING                  VALUE "35".
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
 01  WS-STATUS-EOF-SWITCH              PIC X(01) VALUE "N".
    88 WS-STATUS-AT-END                VALUE "Y".
 01  WS-RECON-SWITCH                   PIC X(01) VALUE "Y".
    88 WS-RECON-AVAILABLE              VALUE "Y".
    88 WS-RECON-NOT-AVAILABLE          VALUE "N".

 01  WS-MODE                           PIC X(08).
    88 BUILD-MODE                      VALUE "BUILD".
    88 MAC-MODE                        VALUE "MAC".
    88 OVERRIDE-MODE                   VALUE "OVERRIDE".
    88 CHECK-MODE                      VALUE "CHECK".
 01  WS-NOTVERIFIED-SWITCH             PIC X(01) VALUE "N".
    88 WS-MAC-NOTVERIFIED              VALUE "Y".
 01  WS-PARM-TOKEN-2                   PIC X(44).
 01  WS-PARM-TOKEN-3                   PIC X(12).
 01  WS-TOKEN-LEN                      PIC 9(04) BINARY.

*> the business run date every record is kept under, and the
*> oldest night BUILD keeps
 01  WS-RUN-TIMESTAMP                  PIC X(21).
 01  WS-RUN-DATE                       PIC X(08).
 01  WS-RETAIN-DAYS                    PIC 9(03) VALUE 90.
 01  WS-TODAY-INT                      PIC S9(09) BINARY.
 01  WS-PURGE-DATE-NUM                 PIC 9(08).
 01  WS-PURGE-DATE REDEFINES WS-PURGE-DATE-NUM
                                       PIC X(08).

*> one quarantine reason taken off a report line
 01  WS-SIGHT-DSN                      PIC X(44).
 01  WS-SIGHT-REASON                   PIC X(16).
 01  WS-REASON-LEN                     PIC 9(04) BINARY.
 01  WS-REASON-PADDED                  PIC X(62).
 01  WS-REASON-PROBE                   PIC X(18).
 01  WS-REASON-HITS                    PIC 9(04) BINARY.
 01  WS-NEW-REASON                     PIC X(60).
 01  WS-REASON-PTR                     PIC 9(04) BINARY.
 01  WS-GATE-ACTION                    PIC X(13).

*> override card parse work area
 01  WS-TRAN-ACTION                    PIC X(08).
 01  WS-TRAN-DSN                       PIC X(44).
 01  WS-TRAN-DATE                      PIC X(08).
 01  WS-TRAN-NOTE                      PIC X(200).
 01  WS-TRAN-PTR                       PIC 9(03) BINARY.
 01  WS-REJECT-REASON                  PIC X(60).
 01  WS-USERID                         PIC X(08).

*> CHECK mode, through RELCHK.cob
 01  WS-CHECK-DSN                      PIC X(44).
 01  WS-CHECK-DATE                     PIC X(08).
 01  WS-CHECK-STATUS                   PIC X(11).
 01  WS-CHECK-REASON                   PIC X(60).
 01  WS-CHECK-RC                       PIC 9(04) BINARY.

 01  WS-DATASET-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-CREATED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-FAILURE-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-QUARANTINE-COUNT               PIC 9(09) BINARY VALUE 0.
 01  WS-REQUARANTINE-COUNT             PIC 9(09) BINARY VALUE 0.
 01  WS-NIGHT-RELEASED-COUNT           PIC 9(09) BINARY VALUE 0.
 01  WS-NIGHT-QUARANTINED-COUNT        PIC 9(09) BINARY VALUE 0.
 01  WS-PURGED-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-TRAN-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-ACCEPT-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-REJECT-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.

*> audit-trail work area
 01  WS-AUDIT-TEXT                     PIC X(250).
 01  WS-AUDIT-TIMESTAMP                PIC X(21).

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "RELGATE".
 01  WS-RUNC-START-TS                  PIC X(21).
 01  WS-RUNC-END-TS                    PIC X(21).
 01  WS-RUNC-COND-CODE                 PIC 9(02).
 01  WS-RUNC-COUNTS                    PIC X(80).
 01  WS-RUNC-NUM-1                     PIC 9(09).
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).
 01  WS-RUNC-PTR                       PIC 9(04) BINARY.

 LINKAGE SECTION.
 01  LNK-PARM-AREA.
     05 LNK-PARM-LEN                   PIC S9(4) COMP.
     05 LNK-PARM-TEXT                  PIC X(64).

 PROCEDURE DIVISION USING LNK-PARM-AREA.

*>------------------------------------------------------------------------------
 MAIN-RELGATE SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    IF CHECK-MODE
       PERFORM 8000-CHECK-DATASET
       EVALUATE WS-CHECK-RC
          WHEN 0
             STOP RUN
          WHEN 4
             STOP RUN WITH ERROR STATUS 4
          WHEN 8
             STOP RUN WITH ERROR STATUS 8
          WHEN OTHER
             STOP RUN WITH ERROR STATUS 12
       END-EVALUATE
    END-IF

    PERFORM 1100-OPEN-FILES

    EVALUATE TRUE
       WHEN BUILD-MODE
          PERFORM 2000-BUILD-NIGHT-STATUS
       WHEN MAC-MODE
          PERFORM 3000-QUARANTINE-MAC-FAILURES
       WHEN OVERRIDE-MODE
          PERFORM 4000-PROCESS-OVERRIDE UNTIL WS-TRAN-AT-END
    END-EVALUATE

    PERFORM 9000-TERMINATE

    IF OVERRIDE-MODE
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
 MAIN-RELGATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The mode and its operands off the PARM, and the business run date
*> off RUNDATE. A PARM that cannot be understood touches nothing.
*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE "BUILD" TO WS-MODE
    MOVE SPACES TO WS-PARM-TOKEN-2
    MOVE SPACES TO WS-PARM-TOKEN-3
    IF LNK-PARM-LEN > 0
       UNSTRING LNK-PARM-TEXT(1:LNK-PARM-LEN)
          DELIMITED BY ALL " "
          INTO WS-MODE
               WS-PARM-TOKEN-2
               WS-PARM-TOKEN-3
       END-UNSTRING
    END-IF

    EVALUATE TRUE
       WHEN BUILD-MODE
          IF WS-PARM-TOKEN-2 NOT = SPACES
             MOVE 0 TO WS-TOKEN-LEN
             INSPECT WS-PARM-TOKEN-2 TALLYING WS-TOKEN-LEN
                FOR CHARACTERS BEFORE INITIAL " "
             IF WS-TOKEN-LEN > 3
                OR WS-PARM-TOKEN-2(1:WS-TOKEN-LEN) IS NOT NUMERIC
                DISPLAY "RELGATE: BUILD retention must be 1-999 days"
                STOP RUN WITH ERROR STATUS 12
             END-IF
             COMPUTE WS-RETAIN-DAYS =
                FUNCTION NUMVAL(WS-PARM-TOKEN-2(1:WS-TOKEN-LEN))
             IF WS-RETAIN-DAYS = 0
                DISPLAY "RELGATE: BUILD retention must be 1-999 days"
                STOP RUN WITH ERROR STATUS 12
             END-IF
          END-IF
          EVALUATE WS-PARM-TOKEN-3
             WHEN SPACES
                CONTINUE
             WHEN "NORECONCILE"
                IF WS-PARM-TOKEN-2 = SPACES
                   DISPLAY "RELGATE: BUILD NORECONCILE needs the days "
                           "ahead of it"
                   STOP RUN WITH ERROR STATUS 12
                END-IF
                SET WS-RECON-NOT-AVAILABLE TO TRUE
             WHEN OTHER
                DISPLAY "RELGATE: BUILD takes only NORECONCILE after "
                        "the days"
                STOP RUN WITH ERROR STATUS 12
          END-EVALUATE
       WHEN MAC-MODE
          EVALUATE WS-PARM-TOKEN-2
             WHEN SPACES
                CONTINUE
             WHEN "NOTVERIFIED"
                SET WS-MAC-NOTVERIFIED TO TRUE
             WHEN OTHER
                DISPLAY "RELGATE: MAC takes only NOTVERIFIED after it"
                STOP RUN WITH ERROR STATUS 12
          END-EVALUATE
          MOVE "RELMAC" TO WS-RUNC-PROGRAM
       WHEN OVERRIDE-MODE
          CONTINUE
       WHEN CHECK-MODE
          IF WS-PARM-TOKEN-2 = SPACES
             OR (WS-PARM-TOKEN-3 NOT = SPACES
                 AND (WS-PARM-TOKEN-3(1:8) IS NOT NUMERIC
                      OR WS-PARM-TOKEN-3(9:4) NOT = SPACES))
             DISPLAY "RELGATE: CHECK needs a dataset name and "
                     "optionally the yyyymmdd run date"
             STOP RUN WITH ERROR STATUS 12
          END-IF
       WHEN OTHER
          DISPLAY "RELGATE: PARM must be BUILD [days [NORECONCILE]], "
                  "MAC [NOTVERIFIED], OVERRIDE "
                  "or CHECK <dataset> [yyyymmdd]"
          STOP RUN WITH ERROR STATUS 12
    END-EVALUATE

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS
    MOVE SPACES TO WS-RUN-DATE
    ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
    IF NOT WS-RUN-DATE IS NUMERIC
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
    END-IF
    COMPUTE WS-TODAY-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
    COMPUTE WS-PURGE-DATE-NUM =
       FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-RETAIN-DAYS)

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The report, the status file opened for update - created empty the
*> first night - and, for an override run, the operator and the deck.
*>------------------------------------------------------------------------------
 1100-OPEN-FILES.
*>------------------------------------------------------------------------------

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "RELGATE: unable to open RELRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    EVALUATE TRUE
       WHEN BUILD-MODE
          STRING "RELGATE - RELEASE STATUS BUILT  DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "  RUN " DELIMITED BY SIZE
                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       WHEN MAC-MODE AND WS-MAC-NOTVERIFIED
          STRING "RELGATE - MAC NOT VERIFIED, MANIFEST QUARANTINED  "
                 DELIMITED BY SIZE
                 "DATE " DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "  RUN " DELIMITED BY SIZE
                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       WHEN MAC-MODE
          STRING "RELGATE - MAC FAILURES QUARANTINED  DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
                 "  RUN " DELIMITED BY SIZE
                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       WHEN OVERRIDE-MODE
          STRING "RELGATE - QUARANTINE OVERRIDES  RUN "
                 DELIMITED BY SIZE
                 WS-RUN-TIMESTAMP DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
    END-EVALUATE
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    OPEN I-O STATUS-FILE
    IF STATUS-MISSING
       OPEN OUTPUT STATUS-FILE
       CLOSE STATUS-FILE
       OPEN I-O STATUS-FILE
    END-IF
    IF NOT STATUS-OK
       DISPLAY "RELGATE: unable to open RELSTAT, status "
               WS-STATUS-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    IF OVERRIDE-MODE
       MOVE SPACES TO WS-USERID
       ACCEPT WS-USERID FROM ENVIRONMENT "USERID"
       OPEN INPUT TRAN-FILE
       IF NOT TRAN-OK
          DISPLAY "RELGATE: unable to open RELTRAN, status "
                  WS-TRAN-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
       PERFORM 4100-READ-TRAN
    END-IF

    .
 1100-OPEN-FILES-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Tonight's hash report names every dataset the night judged; the
*> exception reports then quarantine theirs. Without a reconciliation
*> report - none allocated, or BUILD NORECONCILE because the step that
*> writes it failed and left it empty - nothing was checked against
*> its expected value, and no dataset is released on the strength of
*> a digest alone.
*>------------------------------------------------------------------------------
 2000-BUILD-NIGHT-STATUS.
*>------------------------------------------------------------------------------

    IF WS-RECON-AVAILABLE
       MOVE "RECONRPT" TO WS-SOURCE-DDNAME
       OPEN INPUT SOURCE-FILE
       IF SOURCE-OK
          CLOSE SOURCE-FILE
       ELSE
          IF SOURCE-MISSING
             SET WS-RECON-NOT-AVAILABLE TO TRUE
          ELSE
             DISPLAY "RELGATE: unable to open RECONRPT, status "
                     WS-SOURCE-STATUS
             STOP RUN WITH ERROR STATUS 12
          END-IF
       END-IF
    END-IF

    MOVE "HASHRPT"  TO WS-SOURCE-DDNAME
    PERFORM 2100-SCAN-ONE-SOURCE
    IF WS-RECON-AVAILABLE
       MOVE "RECONRPT" TO WS-SOURCE-DDNAME
       PERFORM 2100-SCAN-ONE-SOURCE
    ELSE
       MOVE SPACES TO REPORT-REC
       IF WS-PARM-TOKEN-3 = "NORECONCILE"
          STRING "RECONCILE FAILED, RECONRPT NOT READ - EVERY "
                 DELIMITED BY SIZE
                 "DATASET HELD AS NORECONCILE" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       ELSE
          STRING "NOT AVAILABLE RECONRPT - EVERY DATASET HELD AS "
                 DELIMITED BY SIZE
                 "NORECONCILE" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       END-IF
       WRITE REPORT-REC
    END-IF
    MOVE "CHGRPT"   TO WS-SOURCE-DDNAME
    PERFORM 2100-SCAN-ONE-SOURCE
    MOVE "DUPRPT"   TO WS-SOURCE-DDNAME
    PERFORM 2100-SCAN-ONE-SOURCE

    PERFORM 2600-REVIEW-STATUS-FILE

    .
 2000-BUILD-NIGHT-STATUS-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> An exception report that is not there (its step was bypassed)
*> contributes no quarantines and says so. Without the hash report
*> there is no list of datasets to judge and the step ends.
*>------------------------------------------------------------------------------
 2100-SCAN-ONE-SOURCE.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-SOURCE-EOF-SWITCH
    OPEN INPUT SOURCE-FILE
    IF SOURCE-OK
       PERFORM 2200-READ-SOURCE
       PERFORM 2300-SCAN-ONE-LINE UNTIL WS-SOURCE-AT-END
       CLOSE SOURCE-FILE
    ELSE
       IF SOURCE-MISSING AND WS-SOURCE-DDNAME NOT = "HASHRPT"
          AND WS-SOURCE-DDNAME NOT = "MACMANIF"
          MOVE SPACES TO REPORT-REC
          STRING "NOT AVAILABLE " DELIMITED BY SIZE
                 WS-SOURCE-DDNAME DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       ELSE
          DISPLAY "RELGATE: unable to open " WS-SOURCE-DDNAME
                  ", status " WS-SOURCE-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2100-SCAN-ONE-SOURCE-EX.
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
*> Every line that matters carries its dataset name at a fixed
*> column after its leading word. A hash report D line carries the
*> result from column 73: a digest, HELD, or ERROR- when nothing
*> could be hashed.
*>------------------------------------------------------------------------------
 2300-SCAN-ONE-LINE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-SIGHT-DSN
    MOVE SPACES TO WS-SIGHT-REASON

    EVALUATE WS-SOURCE-DDNAME
       WHEN "HASHRPT"
          IF SOURCE-REC(1:2) = "D " AND SOURCE-REC(3:44) NOT = SPACES
             ADD 1 TO WS-DATASET-COUNT
             MOVE SOURCE-REC(3:44) TO WS-SIGHT-DSN
             PERFORM 2400-APPLY-REASON
             EVALUATE TRUE
                WHEN SOURCE-REC(73:5) = "HELD "
                   MOVE "HELD" TO WS-SIGHT-REASON
                   PERFORM 2400-APPLY-REASON
                WHEN SOURCE-REC(73:6) = "ERROR-"
                   MOVE "NOTHASHED" TO WS-SIGHT-REASON
                   PERFORM 2400-APPLY-REASON
             END-EVALUATE
             IF WS-RECON-NOT-AVAILABLE
                MOVE "NORECONCILE" TO WS-SIGHT-REASON
                PERFORM 2400-APPLY-REASON
             END-IF
             MOVE SPACES TO WS-SIGHT-DSN
          END-IF
       WHEN "RECONRPT"
          EVALUATE TRUE
             WHEN SOURCE-REC(1:9) = "MISMATCH "
                MOVE "MISMATCH" TO WS-SIGHT-REASON
                MOVE SOURCE-REC(10:44) TO WS-SIGHT-DSN
             WHEN SOURCE-REC(1:11) = "UNREADABLE "
                MOVE "UNREADABLE" TO WS-SIGHT-REASON
                MOVE SOURCE-REC(12:44) TO WS-SIGHT-DSN
             WHEN SOURCE-REC(1:10) = "BADFORMAT "
                MOVE "BADCONTROL" TO WS-SIGHT-REASON
                MOVE SOURCE-REC(11:44) TO WS-SIGHT-DSN
             WHEN SOURCE-REC(1:8) = "BADALGO "
                MOVE "BADCONTROL" TO WS-SIGHT-REASON
                MOVE SOURCE-REC(9:44) TO WS-SIGHT-DSN
          END-EVALUATE
       WHEN "CHGRPT"
          IF SOURCE-REC(1:13) = "SIZE-SUSPECT "
             MOVE "SIZE-SUSPECT" TO WS-SIGHT-REASON
             MOVE SOURCE-REC(14:44) TO WS-SIGHT-DSN
          END-IF
       WHEN "DUPRPT"
          IF SOURCE-REC(1:10) = "DUPLICATE "
             MOVE "DUPLICATE" TO WS-SIGHT-REASON
             MOVE SOURCE-REC(11:44) TO WS-SIGHT-DSN
          END-IF
       WHEN "MACEXCP"
*>          MACRUN writes the 8-wide result word first, then the
*>          dataset name from column 10
          IF SOURCE-REC(1:8) NOT = SPACES
             ADD 1 TO WS-FAILURE-COUNT
             STRING "MAC-" DELIMITED BY SIZE
                    SOURCE-REC(1:8) DELIMITED BY " "
               INTO WS-SIGHT-REASON
             END-STRING
             MOVE SOURCE-REC(10:44) TO WS-SIGHT-DSN
          END-IF
       WHEN "MACMANIF"
*>          the manifest entry's dataset name is in columns 1-44
          IF SOURCE-REC(1:44) NOT = SPACES
             ADD 1 TO WS-FAILURE-COUNT
             MOVE "MAC-NOTVERIFIED" TO WS-SIGHT-REASON
             MOVE SOURCE-REC(1:44) TO WS-SIGHT-DSN
          END-IF
    END-EVALUATE

    IF WS-SIGHT-REASON NOT = SPACES AND WS-SIGHT-DSN NOT = SPACES
       PERFORM 2400-APPLY-REASON
    END-IF

    PERFORM 2200-READ-SOURCE

    .
 2300-SCAN-ONE-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One dataset (no reason: a night's record, released unless told
*> otherwise) or one reason against tonight's record. A new reason
*> quarantines the dataset - even one an operator override already
*> released, since the override was approved against the reasons
*> known then. A reason already on the record changes nothing.
*>------------------------------------------------------------------------------
 2400-APPLY-REASON.
*>------------------------------------------------------------------------------

    MOVE WS-SIGHT-DSN TO REL-DATASET-NAME
    MOVE WS-RUN-DATE  TO REL-RUN-DATE
    READ STATUS-FILE
       INVALID KEY
          MOVE SPACES       TO REL-REC
          MOVE WS-SIGHT-DSN TO REL-DATASET-NAME
          MOVE WS-RUN-DATE  TO REL-RUN-DATE
          MOVE FUNCTION CURRENT-DATE TO REL-SET-TIMESTAMP
          IF WS-SIGHT-REASON = SPACES
             SET REL-RELEASED TO TRUE
          ELSE
             SET REL-QUARANTINED TO TRUE
             MOVE WS-SIGHT-REASON TO REL-REASON
          END-IF
          WRITE REL-REC
             INVALID KEY
                DISPLAY "RELGATE: unable to add status for "
                        WS-SIGHT-DSN " status " WS-STATUS-STATUS
                STOP RUN WITH ERROR STATUS 12
          END-WRITE
          ADD 1 TO WS-CREATED-COUNT
          IF WS-SIGHT-REASON NOT = SPACES
             ADD 1 TO WS-QUARANTINE-COUNT
             MOVE "QUARANTINED" TO WS-GATE-ACTION
             PERFORM 2500-WRITE-GATE-LINE
          END-IF
       NOT INVALID KEY
          IF WS-SIGHT-REASON NOT = SPACES
             PERFORM 2410-MERGE-REASON
          END-IF
    END-READ

    .
 2400-APPLY-REASON-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Reasons are single words separated by one blank; a word is only
*> on the record when it is found with a blank either side of it. A
*> list that no longer fits ends in "+".
*>------------------------------------------------------------------------------
 2410-MERGE-REASON.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-REASON-LEN
    INSPECT WS-SIGHT-REASON TALLYING WS-REASON-LEN
       FOR CHARACTERS BEFORE INITIAL " "

    MOVE SPACES TO WS-REASON-PADDED
    MOVE REL-REASON TO WS-REASON-PADDED(2:60)
    MOVE SPACES TO WS-REASON-PROBE
    MOVE WS-SIGHT-REASON(1:WS-REASON-LEN)
      TO WS-REASON-PROBE(2:WS-REASON-LEN)
    MOVE 0 TO WS-REASON-HITS
    INSPECT WS-REASON-PADDED TALLYING WS-REASON-HITS
       FOR ALL WS-REASON-PROBE(1:WS-REASON-LEN + 2)

    IF WS-REASON-HITS = 0
       MOVE SPACES TO WS-NEW-REASON
       MOVE 1 TO WS-REASON-PTR
       IF REL-REASON = SPACES
          STRING WS-SIGHT-REASON DELIMITED BY " "
            INTO WS-NEW-REASON
            WITH POINTER WS-REASON-PTR
          END-STRING
       ELSE
          STRING REL-REASON      DELIMITED BY "  "
                 " "             DELIMITED BY SIZE
                 WS-SIGHT-REASON DELIMITED BY " "
            INTO WS-NEW-REASON
            WITH POINTER WS-REASON-PTR
            ON OVERFLOW
               MOVE "+" TO WS-NEW-REASON(60:1)
          END-STRING
       END-IF
       MOVE WS-NEW-REASON TO REL-REASON

       IF REL-RELEASED
          IF REL-OVERRIDE-SEQ NOT = SPACES
             ADD 1 TO WS-REQUARANTINE-COUNT
             MOVE "REQUARANTINED" TO WS-GATE-ACTION
          ELSE
             MOVE "QUARANTINED" TO WS-GATE-ACTION
          END-IF
          SET REL-QUARANTINED TO TRUE
       ELSE
          MOVE "QUARANTINED" TO WS-GATE-ACTION
       END-IF
       MOVE FUNCTION CURRENT-DATE TO REL-SET-TIMESTAMP
       REWRITE REL-REC
          INVALID KEY
             DISPLAY "RELGATE: unable to update status for "
                     WS-SIGHT-DSN " status " WS-STATUS-STATUS
             STOP RUN WITH ERROR STATUS 12
       END-REWRITE
       ADD 1 TO WS-QUARANTINE-COUNT
       PERFORM 2500-WRITE-GATE-LINE
    END-IF

    .
 2410-MERGE-REASON-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One report line and one chain-of-custody line per reason applied,
*> so the trail shows why a file was withheld as well as who let it
*> go.
*>------------------------------------------------------------------------------
 2500-WRITE-GATE-LINE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    STRING WS-GATE-ACTION   DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           WS-SIGHT-DSN     DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           WS-SIGHT-REASON  DELIMITED BY SIZE
           " REASONS="      DELIMITED BY SIZE
           REL-REASON       DELIMITED BY "  "
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE SPACES TO WS-AUDIT-TEXT
    STRING "RELGATE"           DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-AUDIT-TIMESTAMP  DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-SIGHT-DSN        DELIMITED BY SIZE
           " 0 "               DELIMITED BY SIZE
           WS-GATE-ACTION      DELIMITED BY SPACE
           " RUN="             DELIMITED BY SIZE
           WS-RUN-DATE         DELIMITED BY SIZE
           " REASON="          DELIMITED BY SIZE
           WS-SIGHT-REASON     DELIMITED BY SPACE
      INTO WS-AUDIT-TEXT
    END-STRING
    PERFORM 5000-CALL-AUDITWRT

    .
 2500-WRITE-GATE-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One pass over the whole file: tonight's records are counted for
*> the summary, and a night older than the retention is dropped - a
*> consuming job asks about the file it is about to load, not one
*> from last quarter.
*>------------------------------------------------------------------------------
 2600-REVIEW-STATUS-FILE.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-STATUS-EOF-SWITCH
    MOVE LOW-VALUES TO REL-KEY
    START STATUS-FILE KEY IS NOT LESS THAN REL-KEY
       INVALID KEY
          SET WS-STATUS-AT-END TO TRUE
    END-START
    IF NOT WS-STATUS-AT-END
       PERFORM 2610-READ-STATUS
    END-IF
    PERFORM 2620-REVIEW-ONE-RECORD UNTIL WS-STATUS-AT-END

    .
 2600-REVIEW-STATUS-FILE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2610-READ-STATUS.
*>------------------------------------------------------------------------------

    READ STATUS-FILE NEXT
       AT END
          SET WS-STATUS-AT-END TO TRUE
    END-READ

    .
 2610-READ-STATUS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2620-REVIEW-ONE-RECORD.
*>------------------------------------------------------------------------------

    EVALUATE TRUE
       WHEN REL-RUN-DATE = WS-RUN-DATE
          IF REL-RELEASED
             ADD 1 TO WS-NIGHT-RELEASED-COUNT
          ELSE
             ADD 1 TO WS-NIGHT-QUARANTINED-COUNT
          END-IF
       WHEN REL-RUN-DATE < WS-PURGE-DATE
          DELETE STATUS-FILE RECORD
             INVALID KEY
                DISPLAY "RELGATE: unable to purge status for "
                        REL-DATASET-NAME " status " WS-STATUS-STATUS
                STOP RUN WITH ERROR STATUS 12
          END-DELETE
          ADD 1 TO WS-PURGED-COUNT
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    PERFORM 2610-READ-STATUS

    .
 2620-REVIEW-ONE-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Every MACRUN VERIFY exception - mismatch, missing MAC, key
*> trouble - means the partner's file is not proven authentic. When
*> the VERIFY step never got past its self-test nothing on the
*> manifest was proven, so every entry is withheld.
*>------------------------------------------------------------------------------
 3000-QUARANTINE-MAC-FAILURES.
*>------------------------------------------------------------------------------

    IF WS-MAC-NOTVERIFIED
       MOVE "MACMANIF" TO WS-SOURCE-DDNAME
    ELSE
       MOVE "MACEXCP" TO WS-SOURCE-DDNAME
    END-IF
    PERFORM 2100-SCAN-ONE-SOURCE

    .
 3000-QUARANTINE-MAC-FAILURES-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One released override card. The deck only ever comes out of
*> PENDMNT with two different users on it; a card without them is
*> refused all the same.
*>------------------------------------------------------------------------------
 4000-PROCESS-OVERRIDE.
*>------------------------------------------------------------------------------

    IF TRAN-TEXT = SPACES OR TRAN-TEXT(1:1) = "*"
       CONTINUE
    ELSE
       ADD 1 TO WS-TRAN-COUNT
       PERFORM 4200-PARSE-TRAN
       PERFORM 4300-APPLY-TRAN
    END-IF

    PERFORM 4100-READ-TRAN

    .
 4000-PROCESS-OVERRIDE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4100-READ-TRAN.
*>------------------------------------------------------------------------------

    READ TRAN-FILE
       AT END
          SET WS-TRAN-AT-END TO TRUE
    END-READ

    .
 4100-READ-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Action, dataset and run date are blank-separated words; whatever
*> follows them is the operator's note, taken whole.
*>------------------------------------------------------------------------------
 4200-PARSE-TRAN.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-TRAN-ACTION
    MOVE SPACES TO WS-TRAN-DSN
    MOVE SPACES TO WS-TRAN-DATE
    MOVE SPACES TO WS-TRAN-NOTE
    MOVE 1 TO WS-TRAN-PTR
    UNSTRING TRAN-TEXT
       DELIMITED BY ALL " "
       INTO WS-TRAN-ACTION
            WS-TRAN-DSN
            WS-TRAN-DATE
       WITH POINTER WS-TRAN-PTR
    END-UNSTRING

    IF WS-TRAN-PTR <= 200
       MOVE TRAN-TEXT(WS-TRAN-PTR:) TO WS-TRAN-NOTE
    END-IF

    .
 4200-PARSE-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Only a quarantined night can be released early; the quarantine
*> reasons stay on the record beside who released it and why.
*>------------------------------------------------------------------------------
 4300-APPLY-TRAN.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-REJECT-REASON

    EVALUATE TRUE
       WHEN WS-TRAN-ACTION NOT = "RELEASE"
          MOVE "unrecognized action" TO WS-REJECT-REASON
       WHEN WS-TRAN-DSN = SPACES
          MOVE "missing dataset name" TO WS-REJECT-REASON
       WHEN WS-TRAN-DATE IS NOT NUMERIC
          MOVE "run date not yyyymmdd" TO WS-REJECT-REASON
       WHEN TRAN-SUBMITTER = SPACES OR TRAN-APPROVER = SPACES
            OR TRAN-SUBMITTER = TRAN-APPROVER
          MOVE "not dual-control approved" TO WS-REJECT-REASON
       WHEN WS-TRAN-NOTE = SPACES
          MOVE "missing override reason" TO WS-REJECT-REASON
       WHEN OTHER
          MOVE WS-TRAN-DSN  TO REL-DATASET-NAME
          MOVE WS-TRAN-DATE TO REL-RUN-DATE
          READ STATUS-FILE
             INVALID KEY
                MOVE "no release status for that dataset and night"
                  TO WS-REJECT-REASON
             NOT INVALID KEY
                IF REL-RELEASED
                   MOVE "dataset is not quarantined"
                     TO WS-REJECT-REASON
                END-IF
          END-READ
    END-EVALUATE

    IF WS-REJECT-REASON = SPACES
       SET REL-RELEASED TO TRUE
       MOVE TRAN-SEQ            TO REL-OVERRIDE-SEQ
       MOVE TRAN-SUBMITTER      TO REL-OVERRIDE-SUBMITTER
       MOVE TRAN-APPROVER       TO REL-OVERRIDE-APPROVER
       MOVE FUNCTION CURRENT-DATE TO REL-OVERRIDE-TIMESTAMP
       MOVE WS-TRAN-NOTE(1:40)  TO REL-OVERRIDE-NOTE
       REWRITE REL-REC
          INVALID KEY
             DISPLAY "RELGATE: unable to update status for "
                     WS-TRAN-DSN " status " WS-STATUS-STATUS
             STOP RUN WITH ERROR STATUS 12
       END-REWRITE
       PERFORM 4400-WRITE-ACCEPTED-LINE
    ELSE
       PERFORM 4500-WRITE-REJECTED-LINE
    END-IF

    .
 4300-APPLY-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The override's chain-of-custody line names both users of the
*> dual-control approval and the operator who applied it.
*>------------------------------------------------------------------------------
 4400-WRITE-ACCEPTED-LINE.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-ACCEPT-COUNT

    MOVE SPACES TO REPORT-REC
    STRING "RELEASED "      DELIMITED BY SIZE
           WS-TRAN-DSN      DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           WS-TRAN-DATE     DELIMITED BY SIZE
           " SEQ="          DELIMITED BY SIZE
           TRAN-SEQ         DELIMITED BY SIZE
           " WAS="          DELIMITED BY SIZE
           REL-REASON       DELIMITED BY "  "
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE SPACES TO WS-AUDIT-TEXT
    STRING "RELGATE"           DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-AUDIT-TIMESTAMP  DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-TRAN-DSN         DELIMITED BY SIZE
           " 0 "               DELIMITED BY SIZE
           "OVERRIDE-RELEASED" DELIMITED BY SIZE
           " RUN="             DELIMITED BY SIZE
           WS-TRAN-DATE        DELIMITED BY SIZE
           " SEQ="             DELIMITED BY SIZE
           TRAN-SEQ            DELIMITED BY SIZE
           " SUBMITTED-BY="    DELIMITED BY SIZE
           TRAN-SUBMITTER      DELIMITED BY SPACE
           " APPROVED-BY="     DELIMITED BY SIZE
           TRAN-APPROVER       DELIMITED BY SPACE
           " APPLIED-BY="      DELIMITED BY SIZE
           WS-USERID           DELIMITED BY SPACE
           " WAS="             DELIMITED BY SIZE
           REL-REASON          DELIMITED BY "  "
      INTO WS-AUDIT-TEXT
    END-STRING
    PERFORM 5000-CALL-AUDITWRT

    .
 4400-WRITE-ACCEPTED-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4500-WRITE-REJECTED-LINE.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-REJECT-COUNT

    MOVE SPACES TO REPORT-REC
    STRING "REJECTED SEQ="  DELIMITED BY SIZE
           TRAN-SEQ         DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           TRAN-TEXT(1:60)  DELIMITED BY SIZE
           " - "            DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 4500-WRITE-REJECTED-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5000-CALL-AUDITWRT.
*>------------------------------------------------------------------------------

    CALL "AUDITWRT" USING WS-AUDIT-TEXT
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "RELGATE: chain-of-custody record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 5000-CALL-AUDITWRT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The consuming job's check: the answer goes to SYSOUT and the
*> condition code is RELCHK's return code, so the load step behind
*> it runs only on a released file.
*>------------------------------------------------------------------------------
 8000-CHECK-DATASET.
*>------------------------------------------------------------------------------

    MOVE WS-PARM-TOKEN-2 TO WS-CHECK-DSN
    MOVE WS-PARM-TOKEN-3 TO WS-CHECK-DATE
    MOVE SPACES TO WS-CHECK-STATUS
    MOVE SPACES TO WS-CHECK-REASON

    CALL "RELCHK" USING WS-CHECK-DSN
                        WS-CHECK-DATE
                        WS-CHECK-STATUS
                        WS-CHECK-REASON
    END-CALL
    MOVE RETURN-CODE TO WS-CHECK-RC
    MOVE 0 TO RETURN-CODE

    DISPLAY "RELGATE: " WS-CHECK-DSN " RUN " WS-CHECK-DATE " "
            WS-CHECK-STATUS " " WS-CHECK-REASON

    .
 8000-CHECK-DATASET-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    CLOSE STATUS-FILE

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    EVALUATE TRUE
       WHEN BUILD-MODE
          MOVE SPACES TO REPORT-REC
          MOVE WS-DATASET-COUNT TO WS-COUNT-DISPLAY
          STRING "DATASETS JUDGED:        " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-NIGHT-RELEASED-COUNT TO WS-COUNT-DISPLAY
          STRING "RELEASED TONIGHT:       " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-NIGHT-QUARANTINED-COUNT TO WS-COUNT-DISPLAY
          STRING "QUARANTINED TONIGHT:    " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-REQUARANTINE-COUNT TO WS-COUNT-DISPLAY
          STRING "OVERRIDES WITHDRAWN:    " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY
          STRING "NIGHTS PURGED:          " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          DISPLAY "RELGATE: " WS-NIGHT-RELEASED-COUNT " released, "
                  WS-NIGHT-QUARANTINED-COUNT " quarantined, "
                  WS-PURGED-COUNT " purged."
       WHEN MAC-MODE
          MOVE SPACES TO REPORT-REC
          MOVE WS-FAILURE-COUNT TO WS-COUNT-DISPLAY
          IF WS-MAC-NOTVERIFIED
             STRING "MANIFEST ENTRIES READ:  " DELIMITED BY SIZE
                    WS-COUNT-DISPLAY           DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
          ELSE
             STRING "MAC FAILURES READ:      " DELIMITED BY SIZE
                    WS-COUNT-DISPLAY           DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
          END-IF
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-QUARANTINE-COUNT TO WS-COUNT-DISPLAY
          STRING "REASONS APPLIED:        " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          DISPLAY "RELGATE: " WS-FAILURE-COUNT " MAC failure(s), "
                  WS-QUARANTINE-COUNT " quarantine reason(s) applied."
       WHEN OVERRIDE-MODE
          CLOSE TRAN-FILE
          MOVE SPACES TO REPORT-REC
          MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY
          STRING "OVERRIDES READ:         " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-ACCEPT-COUNT TO WS-COUNT-DISPLAY
          STRING "OVERRIDES APPLIED:      " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
          STRING "OVERRIDES REJECTED:     " DELIMITED BY SIZE
                 WS-COUNT-DISPLAY           DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          DISPLAY "RELGATE: " WS-TRAN-COUNT " override(s), "
                  WS-ACCEPT-COUNT " applied, "
                  WS-REJECT-COUNT " rejected."
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
    MOVE 1 TO WS-RUNC-PTR
    IF MAC-MODE
       MOVE WS-FAILURE-COUNT    TO WS-RUNC-NUM-1
       MOVE WS-QUARANTINE-COUNT TO WS-RUNC-NUM-2
       STRING "FAILURES=" DELIMITED BY SIZE
              WS-RUNC-NUM-1 DELIMITED BY SIZE
              " APPLIED=" DELIMITED BY SIZE
              WS-RUNC-NUM-2 DELIMITED BY SIZE
         INTO WS-RUNC-COUNTS
         WITH POINTER WS-RUNC-PTR
       END-STRING
       IF WS-MAC-NOTVERIFIED
          STRING " NOTVERIFIED" DELIMITED BY SIZE
            INTO WS-RUNC-COUNTS
            WITH POINTER WS-RUNC-PTR
          END-STRING
       END-IF
    ELSE
       MOVE WS-NIGHT-RELEASED-COUNT    TO WS-RUNC-NUM-1
       MOVE WS-NIGHT-QUARANTINED-COUNT TO WS-RUNC-NUM-2
       MOVE WS-PURGED-COUNT            TO WS-RUNC-NUM-3
       STRING "RELEASED=" DELIMITED BY SIZE
              WS-RUNC-NUM-1 DELIMITED BY SIZE
              " QUARANTINED=" DELIMITED BY SIZE
              WS-RUNC-NUM-2 DELIMITED BY SIZE
              " PURGED=" DELIMITED BY SIZE
              WS-RUNC-NUM-3 DELIMITED BY SIZE
         INTO WS-RUNC-COUNTS
         WITH POINTER WS-RUNC-PTR
       END-STRING
       IF WS-RECON-NOT-AVAILABLE
          STRING " NORECONCILE" DELIMITED BY SIZE
            INTO WS-RUNC-COUNTS
            WITH POINTER WS-RUNC-PTR
          END-STRING
       END-IF
    END-IF

    CALL "RUNCWRT" USING WS-RUNC-PROGRAM
                         WS-RUNC-START-TS
                         WS-RUNC-END-TS
                         WS-RUNC-COND-CODE
                         WS-RUNC-COUNTS
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "RELGATE: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM RELGATE.
