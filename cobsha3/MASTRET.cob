*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  MASTRET.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  MASTRET.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with MASTRET.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      MASTRET.cob
*>
*> Purpose:      Retirement housekeeping for the HASHMAST digest
*>               master. A partner feed dropped from the MANIFEST
*>               kept its master record forever: STALECHK flagged it
*>               STALE every night until somebody edited FRESHRUL, and
*>               DUPCHK kept matching new content against a dataset
*>               that no longer exists. A master record that is not
*>               on the current CLEANMFT and has not been hashed for
*>               the PARM's number of nights is moved to the retired-
*>               master archive, stamped with the date it was retired,
*>               and a closing RETIRED lineage record goes to HASHJRNL
*>               so DIGHIST.cob still answers for the dataset. A
*>               REINSTATE card brings a retired record back to the
*>               master exactly as it was retired - digests, first-
*>               seen and last-changed timestamps, run counter and
*>               size history - with a REINSTATED lineage record.
*>               Everything retired or reinstated is listed on
*>               RETRPT and leaves a HASHAUDT line.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free MASTRET.cob
*>
*> Usage:        PARM      - nights without a hash before a dataset
*>                            off the manifest is retired, 1 to 3
*>                            digits, at most 14 - the depth of the
*>                            retained RUNSTATS generations, past
*>                            which an idle night cannot be told from
*>                            a hashed one. Omitted means 14.
*>               RUNDATE   - environment, the scheduler's business
*>                            run date yyyymmdd (as RUNCWRT.cob keys
*>                            RUNCTL); absent or not numeric means
*>                            today. It is the retired date stamped
*>                            on the archive.
*>               CLEANMFT  - line-sequential input, the current
*>                            validated, expanded manifest. A dataset
*>                            on it is never retired.
*>               STATHIST  - line-sequential input, optional: the
*>                            retained RUNSTATS generations (a JCL
*>                            concatenation). A dataset's newest D
*>                            record start date is the last night it
*>                            was hashed. A dataset on none of them
*>                            was last hashed before the oldest night
*>                            they hold, and is retired only when
*>                            that night is at least the PARM's
*>                            nights back; otherwise, and when there
*>                            is no STATHIST, its last-hashed date is
*>                            unknown and it is kept and reported.
*>               HASHMAST  - the digest-history master, VSAM KSDS,
*>                            updated in place.
*>               RETTRAN   - line-sequential input, optional: one
*>                            card per reinstatement,
*>                              REINSTATE <44-byte dataset name>
*>                            Blank cards and cards starting "*" are
*>                            ignored.
*>               RETDOLD   - line-sequential input, the current
*>                            retired-master archive generation
*>                            (missing means none yet).
*>               RETDNEW   - line-sequential output, the next archive
*>                            generation: every retired record not
*>                            reinstated tonight, then tonight's
*>                            retirements. Each record is the 8-byte
*>                            retired date, a space and the master
*>                            record as it stood.
*>               HASHJRNL  - the digest lineage journal, appended to:
*>                            a RETIRED record (old digest = the last
*>                            digest held, new digest column RETIRED)
*>                            or a REINSTATED record (old digest
*>                            column RETIRED, new digest = the digest
*>                            restored).
*>               RETRPT    - line-sequential output, the report of
*>                            every dataset retired or reinstated and
*>                            every REINSTATE card rejected.
*>               HASHAUDT  - retained audit trail, appended to through
*>                            AUDITWRT.cob.
*>               RUNCTL    - run-control master, one record appended
*>                            through RUNCWRT.cob.
*>
*>               Condition code 4 when any REINSTATE card was
*>               rejected, 12 for a PARM over 14.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - MANIFEST.CLEAN entry widens to 73 bytes (block-index
*>              column).
*> 2026.10.15 cobsha3 maintainers:
*>            - MANIFEST.CLEAN entry widens to 95 bytes (prior-
*>              algorithm transition columns) and the journal record
*>              to 367 (change kind and algorithms, left blank on the
*>              RETIRED and REINSTATED records written here).
*> 2026.10.15 cobsha3 maintainers:
*>            - A PARM deeper than the retained RUNSTATS generations
*>              is refused, and a dataset missing from STATHIST is no
*>              longer judged on MAST-LAST-CHANGED alone: it retires
*>              only when STATHIST reaches back the PARM's nights,
*>              and is otherwise kept and reported as not judged.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. MASTRET.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CLEAN-FILE ASSIGN TO "CLEANMFT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CLEAN-STATUS.

     SELECT HIST-FILE ASSIGN TO "STATHIST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HIST-STATUS.

     SELECT MASTER-FILE ASSIGN TO "HASHMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS MAST-DATASET-NAME
         FILE STATUS IS WS-MASTER-STATUS.

     SELECT TRAN-FILE ASSIGN TO "RETTRAN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TRAN-STATUS.

     SELECT OLD-ARCHIVE-FILE ASSIGN TO "RETDOLD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-OLD-ARCHIVE-STATUS.

     SELECT NEW-ARCHIVE-FILE ASSIGN TO "RETDNEW"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-NEW-ARCHIVE-STATUS.

     SELECT JOURNAL-FILE ASSIGN TO "HASHJRNL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-JOURNAL-STATUS.

     SELECT REPORT-FILE ASSIGN TO "RETRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  CLEAN-FILE.
 01  CLEAN-REC.
     05 CLEAN-DSNAME                   PIC X(44).
     05 FILLER                         PIC X(01).
     05 CLEAN-ALGORITHM                PIC X(08).
     05 FILLER                         PIC X(01).
     05 CLEAN-OUT-LEN                  PIC X(03).
     05 FILLER                         PIC X(01).
     05 CLEAN-FORMAT                   PIC X(01).
     05 FILLER                         PIC X(01).
     05 CLEAN-SCHEDULE                 PIC X(08).
     05 FILLER                         PIC X(01).
     05 CLEAN-BLOCK-RECS               PIC X(04).
     05 FILLER                         PIC X(22).

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

 FD  TRAN-FILE.
 01  TRAN-REC                          PIC X(80).

 FD  OLD-ARCHIVE-FILE.
 01  OLD-ARCHIVE-REC.
     05 OLDR-RETIRED-DATE              PIC X(08).
     05 FILLER                         PIC X(01).
     05 OLDR-MASTER-REC.
        10 OLDR-DATASET-NAME           PIC X(44).
        10 FILLER                      PIC X(429).

 FD  NEW-ARCHIVE-FILE.
 01  NEW-ARCHIVE-REC.
     05 NEWR-RETIRED-DATE              PIC X(08).
     05 FILLER                         PIC X(01).
     05 NEWR-MASTER-REC                PIC X(473).

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

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-CLEAN-STATUS                   PIC X(02).
    88 CLEAN-OK                        VALUE "00".
 01  WS-HIST-STATUS                    PIC X(02).
    88 HIST-OK                         VALUE "00".
    88 HIST-MISSING                    VALUE "35".
 01  WS-MASTER-STATUS                  PIC X(02).
    88 MASTER-OK                       VALUE "00".
    88 MASTER-DUPLICATE                VALUE "22".
 01  WS-TRAN-STATUS                    PIC X(02).
    88 TRAN-OK                         VALUE "00".
    88 TRAN-MISSING                    VALUE "35".
 01  WS-OLD-ARCHIVE-STATUS             PIC X(02).
    88 OLD-ARCHIVE-OK                  VALUE "00".
    88 OLD-ARCHIVE-MISSING             VALUE "35".
 01  WS-NEW-ARCHIVE-STATUS             PIC X(02).
 01  WS-JOURNAL-STATUS                 PIC X(02).
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-CLEAN-EOF-SWITCH               PIC X(01) VALUE "N".
    88 WS-CLEAN-AT-END                 VALUE "Y".
 01  WS-HIST-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-HIST-AT-END                  VALUE "Y".
 01  WS-MASTER-EOF-SWITCH              PIC X(01) VALUE "N".
    88 WS-MASTER-AT-END                VALUE "Y".
 01  WS-TRAN-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-TRAN-AT-END                  VALUE "Y".
 01  WS-OLD-ARCHIVE-EOF-SWITCH         PIC X(01) VALUE "N".
    88 WS-OLD-ARCHIVE-AT-END           VALUE "Y".

*> the business run date, the retirement threshold and an age
 01  WS-RUN-TIMESTAMP                  PIC X(21).
 01  WS-RUN-DATE                       PIC X(08).
 01  WS-TODAY-INT                      PIC S9(09) BINARY.
 01  WS-LAST-INT                       PIC S9(09) BINARY.
 01  WS-AGE-NIGHTS                     PIC S9(05) BINARY.
 01  WS-AGE-DISPLAY                    PIC Z(04)9.
 01  WS-RETIRE-NIGHTS                  PIC 9(03) BINARY VALUE 14.
*> RUNSTATS generations concatenated on STATHIST by MASTRET.jcl
 01  WS-HIST-DEPTH                     PIC 9(03) BINARY VALUE 14.
 01  WS-DEPTH-DISPLAY                  PIC ZZ9.
*> the oldest night any D record on STATHIST was hashed
 01  WS-HIST-OLDEST-DATE               PIC X(08) VALUE SPACES.
 01  WS-HIST-SPAN                      PIC S9(05) BINARY VALUE 0.
 01  WS-NIGHTS-DISPLAY                 PIC ZZ9.

*> dataset names on the current clean manifest
 01  WS-MFT-TABLE.
     05 WS-MFT-DSN                     PIC X(44) OCCURS 10000 TIMES.
 01  WS-MFT-USED                       PIC 9(05) BINARY VALUE 0.
 01  WS-MFT-IDX                        PIC 9(05) BINARY.
 01  WS-MFT-FOUND-SWITCH               PIC X(01).
    88 WS-MFT-FOUND                    VALUE "Y".

*> tonight's REINSTATE cards and what became of each
 01  WS-REIN-TABLE.
     05 WS-REIN-ENTRY                  OCCURS 500 TIMES.
        10 WS-REIN-DSN                 PIC X(44).
        10 WS-REIN-STATE               PIC X(01).
           88 WS-REIN-PENDING          VALUE "P".
           88 WS-REIN-DONE             VALUE "D".
           88 WS-REIN-REFUSED          VALUE "R".
 01  WS-REIN-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-REIN-IDX                       PIC 9(04) BINARY.
 01  WS-REIN-FOUND-IDX                 PIC 9(04) BINARY.
 01  WS-TRAN-ACTION                    PIC X(10).
 01  WS-TRAN-DSN                       PIC X(44).

*> master records off the manifest: the retirement candidates, with
*> the last-changed date off the master and the newest night each was
*> hashed on STATHIST (spaces when it is on none of them)
 01  WS-CAND-TABLE.
     05 WS-CAND-ENTRY                  OCCURS 10000 TIMES.
        10 WS-CAND-DSN                 PIC X(44).
        10 WS-CAND-CHANGED-DATE        PIC X(08).
        10 WS-CAND-LAST-DATE           PIC X(08).
*> the last-hashed date a candidate is judged on, "BEFORE" when it is
*> only known to precede the oldest night on STATHIST
 01  WS-LAST-DATE                      PIC X(08).
 01  WS-LAST-QUALIFIER                 PIC X(07).
 01  WS-KEPT-REASON                    PIC X(50).
 01  WS-CAND-USED                      PIC 9(05) BINARY VALUE 0.
 01  WS-CAND-IDX                       PIC 9(05) BINARY.
 01  WS-CAND-FOUND-IDX                 PIC 9(05) BINARY.

 01  WS-DATASET-NAME                   PIC X(44).
 01  WS-JRNL-OLD-HEX                   PIC X(128).
 01  WS-JRNL-NEW-HEX                   PIC X(128).
 01  WS-LAST-BYTES                     PIC 9(15).
 01  WS-REPORT-ACTION                  PIC X(10).
 01  WS-REJECT-REASON                  PIC X(40).

 01  WS-RETIRED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-REINSTATED-COUNT               PIC 9(09) BINARY VALUE 0.
 01  WS-REJECT-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-KEPT-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-ARCHIVE-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.

*> audit-trail work area
 01  WS-AUDIT-TEXT                     PIC X(250).
 01  WS-AUDIT-TIMESTAMP                PIC X(21).
 01  WS-AUDIT-LEN-DISPLAY              PIC Z(14)9.

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "MASTRET".
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
 MAIN-MASTRET SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    PERFORM 2000-REINSTATE-PASS

    PERFORM 3000-FIND-CANDIDATES

    PERFORM 4000-LOAD-LAST-HASHED

    PERFORM 5000-RETIRE-ONE-CANDIDATE
       VARYING WS-CAND-IDX FROM 1 BY 1
       UNTIL WS-CAND-IDX > WS-CAND-USED

    PERFORM 9000-TERMINATE

    IF WS-REJECT-COUNT > 0
       MOVE 4 TO WS-RUNC-COND-CODE
    ELSE
       MOVE 0 TO WS-RUNC-COND-CODE
    END-IF
    PERFORM 9500-WRITE-RUN-CONTROL

    IF WS-REJECT-COUNT > 0
       STOP RUN WITH ERROR STATUS 4
    ELSE
       STOP RUN
    END-IF

    .
 MAIN-MASTRET-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The threshold off the PARM, the business run date off RUNDATE, the
*> clean manifest and tonight's REINSTATE cards loaded, and every
*> file opened. The master must already exist - there is nothing to
*> retire from an empty one.
*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    IF LNK-PARM-LEN > 0 AND LNK-PARM-LEN <= 3
       IF LNK-PARM-TEXT(1:LNK-PARM-LEN) IS NUMERIC
          MOVE FUNCTION NUMVAL(LNK-PARM-TEXT(1:LNK-PARM-LEN))
            TO WS-RETIRE-NIGHTS
       ELSE
          DISPLAY "MASTRET: PARM must be the number of nights, "
                  "1 to 3 digits"
          STOP RUN WITH ERROR STATUS 12
       END-IF
    ELSE
       IF LNK-PARM-LEN > 3
          DISPLAY "MASTRET: PARM must be the number of nights, "
                  "1 to 3 digits"
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF
    IF WS-RETIRE-NIGHTS = 0
       DISPLAY "MASTRET: PARM of zero nights refused"
       STOP RUN WITH ERROR STATUS 12
    END-IF
    IF WS-RETIRE-NIGHTS > WS-HIST-DEPTH
       MOVE WS-HIST-DEPTH TO WS-DEPTH-DISPLAY
       DISPLAY "MASTRET: PARM over" WS-DEPTH-DISPLAY " nights refused"
               " - STATHIST holds only" WS-DEPTH-DISPLAY
               " RUNSTATS generations"
       STOP RUN WITH ERROR STATUS 12
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

    OPEN INPUT CLEAN-FILE
    IF NOT CLEAN-OK
       DISPLAY "MASTRET: unable to open CLEANMFT, status "
               WS-CLEAN-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    PERFORM 1100-READ-CLEANMFT
    PERFORM 1200-LOAD-ONE-CLEANMFT UNTIL WS-CLEAN-AT-END
    CLOSE CLEAN-FILE

    OPEN INPUT TRAN-FILE
    IF TRAN-OK
       PERFORM 1300-READ-TRAN
       PERFORM 1400-LOAD-ONE-TRAN UNTIL WS-TRAN-AT-END
       CLOSE TRAN-FILE
    ELSE
       IF NOT TRAN-MISSING
          DISPLAY "MASTRET: unable to open RETTRAN, status "
                  WS-TRAN-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    OPEN I-O MASTER-FILE
    IF NOT MASTER-OK
       DISPLAY "MASTRET: unable to open HASHMAST, status "
               WS-MASTER-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    OPEN OUTPUT NEW-ARCHIVE-FILE
    IF WS-NEW-ARCHIVE-STATUS NOT = "00"
       DISPLAY "MASTRET: unable to open RETDNEW, status "
               WS-NEW-ARCHIVE-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

*>  the lineage journal is retained and always appended to
    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-STATUS NOT = "00" AND WS-JOURNAL-STATUS NOT = "05"
       DISPLAY "MASTRET: unable to open HASHJRNL, status "
               WS-JOURNAL-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "MASTRET: unable to open RETRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE WS-RETIRE-NIGHTS TO WS-NIGHTS-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "MASTRET - DIGEST MASTER RETIREMENT  DATE "
           DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "  RUN " DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "RETIRING DATASETS OFF CLEANMFT NOT HASHED FOR "
           DELIMITED BY SIZE
           WS-NIGHTS-DISPLAY DELIMITED BY SIZE
           " NIGHT(S) OR MORE" DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1100-READ-CLEANMFT.
*>------------------------------------------------------------------------------

    READ CLEAN-FILE
       AT END
          SET WS-CLEAN-AT-END TO TRUE
    END-READ

    .
 1100-READ-CLEANMFT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A manifest too big for the table cannot safely say what is NOT on
*> it, so an overflow ends the step before anything is retired.
*>------------------------------------------------------------------------------
 1200-LOAD-ONE-CLEANMFT.
*>------------------------------------------------------------------------------

    IF CLEAN-DSNAME NOT = SPACES
       IF WS-MFT-USED < 10000
          ADD 1 TO WS-MFT-USED
          MOVE CLEAN-DSNAME TO WS-MFT-DSN(WS-MFT-USED)
       ELSE
          DISPLAY "MASTRET: manifest table full at " CLEAN-DSNAME
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 1100-READ-CLEANMFT

    .
 1200-LOAD-ONE-CLEANMFT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1300-READ-TRAN.
*>------------------------------------------------------------------------------

    READ TRAN-FILE
       AT END
          SET WS-TRAN-AT-END TO TRUE
    END-READ

    .
 1300-READ-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> An unknown card is rejected on the report here; a REINSTATE card is
*> held until the archive pass says whether it can be honoured.
*>------------------------------------------------------------------------------
 1400-LOAD-ONE-TRAN.
*>------------------------------------------------------------------------------

    IF TRAN-REC = SPACES OR TRAN-REC(1:1) = "*"
       CONTINUE
    ELSE
       MOVE SPACES TO WS-TRAN-ACTION
       MOVE SPACES TO WS-TRAN-DSN
       UNSTRING TRAN-REC
          DELIMITED BY ALL " "
          INTO WS-TRAN-ACTION
               WS-TRAN-DSN
       END-UNSTRING

       EVALUATE TRUE
          WHEN WS-TRAN-ACTION NOT = "REINSTATE"
             MOVE WS-TRAN-DSN TO WS-DATASET-NAME
             MOVE "unknown transaction code" TO WS-REJECT-REASON
             PERFORM 7100-WRITE-REJECT-LINE
          WHEN WS-TRAN-DSN = SPACES
             MOVE SPACES TO WS-DATASET-NAME
             MOVE "no dataset name on card" TO WS-REJECT-REASON
             PERFORM 7100-WRITE-REJECT-LINE
          WHEN WS-REIN-USED >= 500
             MOVE WS-TRAN-DSN TO WS-DATASET-NAME
             MOVE "more than 500 cards in one run" TO WS-REJECT-REASON
             PERFORM 7100-WRITE-REJECT-LINE
          WHEN OTHER
             ADD 1 TO WS-REIN-USED
             MOVE WS-TRAN-DSN TO WS-REIN-DSN(WS-REIN-USED)
             SET WS-REIN-PENDING(WS-REIN-USED) TO TRUE
       END-EVALUATE
    END-IF

    PERFORM 1300-READ-TRAN

    .
 1400-LOAD-ONE-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The archive is carried forward to the new generation record by
*> record; a record a REINSTATE card asks for goes back onto the
*> master instead. Cards that found nothing are reported afterwards.
*>------------------------------------------------------------------------------
 2000-REINSTATE-PASS.
*>------------------------------------------------------------------------------

    OPEN INPUT OLD-ARCHIVE-FILE
    IF OLD-ARCHIVE-OK
       PERFORM 2100-READ-OLD-ARCHIVE
       PERFORM 2200-CARRY-ONE-ARCHIVE UNTIL WS-OLD-ARCHIVE-AT-END
       CLOSE OLD-ARCHIVE-FILE
    ELSE
       IF NOT OLD-ARCHIVE-MISSING
          DISPLAY "MASTRET: unable to open RETDOLD, status "
                  WS-OLD-ARCHIVE-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 2400-REPORT-UNMATCHED-CARD
       VARYING WS-REIN-IDX FROM 1 BY 1
       UNTIL WS-REIN-IDX > WS-REIN-USED

    .
 2000-REINSTATE-PASS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-READ-OLD-ARCHIVE.
*>------------------------------------------------------------------------------

    READ OLD-ARCHIVE-FILE
       AT END
          SET WS-OLD-ARCHIVE-AT-END TO TRUE
    END-READ

    .
 2100-READ-OLD-ARCHIVE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-CARRY-ONE-ARCHIVE.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-REIN-FOUND-IDX
    PERFORM 2210-MATCH-ONE-CARD
       VARYING WS-REIN-IDX FROM 1 BY 1
       UNTIL WS-REIN-IDX > WS-REIN-USED
          OR WS-REIN-FOUND-IDX > 0

    IF WS-REIN-FOUND-IDX > 0
       PERFORM 2300-REINSTATE-ONE
    END-IF

    IF WS-REIN-FOUND-IDX = 0
       OR NOT WS-REIN-DONE(WS-REIN-FOUND-IDX)
       MOVE OLD-ARCHIVE-REC TO NEW-ARCHIVE-REC
       PERFORM 6200-WRITE-ARCHIVE-RECORD
    END-IF

    PERFORM 2100-READ-OLD-ARCHIVE

    .
 2200-CARRY-ONE-ARCHIVE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2210-MATCH-ONE-CARD.
*>------------------------------------------------------------------------------

    IF WS-REIN-PENDING(WS-REIN-IDX)
       AND WS-REIN-DSN(WS-REIN-IDX) = OLDR-DATASET-NAME
       MOVE WS-REIN-IDX TO WS-REIN-FOUND-IDX
    END-IF

    .
 2210-MATCH-ONE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The retired record goes back exactly as it was retired, so its
*> digests, timestamps, run counter and size history carry on where
*> they stopped. A dataset that has meanwhile been hashed again as
*> NEW already has a fresh master record - that one is not
*> overwritten, and the retired history stays on the archive.
*>------------------------------------------------------------------------------
 2300-REINSTATE-ONE.
*>------------------------------------------------------------------------------

    MOVE OLDR-MASTER-REC TO MASTER-REC
    MOVE MAST-DATASET-NAME TO WS-DATASET-NAME
    WRITE MASTER-REC
    EVALUATE TRUE
       WHEN MASTER-OK
          SET WS-REIN-DONE(WS-REIN-FOUND-IDX) TO TRUE
          ADD 1 TO WS-REINSTATED-COUNT
          PERFORM 6300-SET-LAST-BYTES
          MOVE "RETIRED"        TO WS-JRNL-OLD-HEX
          MOVE MAST-CURRENT-HEX TO WS-JRNL-NEW-HEX
          PERFORM 6000-WRITE-JOURNAL-RECORD
          MOVE "REINSTATED" TO WS-REPORT-ACTION
          PERFORM 6100-WRITE-AUDIT-RECORD
          MOVE SPACES TO REPORT-REC
          STRING "REINSTATED " DELIMITED BY SIZE
                 WS-DATASET-NAME DELIMITED BY SIZE
                 " RETIRED " DELIMITED BY SIZE
                 OLDR-RETIRED-DATE DELIMITED BY SIZE
                 " LAST-CHANGED " DELIMITED BY SIZE
                 MAST-LAST-CHANGED(1:14) DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          PERFORM 2310-FIND-IN-MANIFEST
          IF NOT WS-MFT-FOUND
             MOVE SPACES TO REPORT-REC
             STRING "           NOT ON CLEANMFT - RETIRES AGAIN "
                    DELIMITED BY SIZE
                    "UNLESS MANIFESTED OR HASHED" DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
             WRITE REPORT-REC
          END-IF
       WHEN MASTER-DUPLICATE
          SET WS-REIN-REFUSED(WS-REIN-FOUND-IDX) TO TRUE
          MOVE "already on HASHMAST (hashed again as NEW)"
            TO WS-REJECT-REASON
          PERFORM 7100-WRITE-REJECT-LINE
       WHEN OTHER
          DISPLAY "MASTRET: unable to write HASHMAST, status "
                  WS-MASTER-STATUS
          STOP RUN WITH ERROR STATUS 12
    END-EVALUATE

    .
 2300-REINSTATE-ONE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2310-FIND-IN-MANIFEST.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-MFT-FOUND-SWITCH
    PERFORM 2320-MATCH-ONE-MANIFEST
       VARYING WS-MFT-IDX FROM 1 BY 1
       UNTIL WS-MFT-IDX > WS-MFT-USED OR WS-MFT-FOUND

    .
 2310-FIND-IN-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2320-MATCH-ONE-MANIFEST.
*>------------------------------------------------------------------------------

    IF WS-MFT-DSN(WS-MFT-IDX) = WS-DATASET-NAME
       SET WS-MFT-FOUND TO TRUE
    END-IF

    .
 2320-MATCH-ONE-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2400-REPORT-UNMATCHED-CARD.
*>------------------------------------------------------------------------------

    IF WS-REIN-PENDING(WS-REIN-IDX)
       MOVE WS-REIN-DSN(WS-REIN-IDX) TO WS-DATASET-NAME
       MOVE "not on the retired-master archive" TO WS-REJECT-REASON
       PERFORM 7100-WRITE-REJECT-LINE
    END-IF

    .
 2400-REPORT-UNMATCHED-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Every master record not on the clean manifest is a candidate. One
*> reinstated tonight is left alone - the operator has just asked for
*> it back. The last-changed date is the floor for when it was last
*> hashed; the RUNSTATS history can only move that later.
*>------------------------------------------------------------------------------
 3000-FIND-CANDIDATES.
*>------------------------------------------------------------------------------

    MOVE LOW-VALUES TO MAST-DATASET-NAME
    START MASTER-FILE KEY IS NOT LESS THAN MAST-DATASET-NAME
       INVALID KEY
          SET WS-MASTER-AT-END TO TRUE
    END-START

    IF NOT WS-MASTER-AT-END
       PERFORM 3100-READ-MASTER
    END-IF
    PERFORM 3200-CONSIDER-ONE-MASTER UNTIL WS-MASTER-AT-END

    .
 3000-FIND-CANDIDATES-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-READ-MASTER.
*>------------------------------------------------------------------------------

    READ MASTER-FILE NEXT
       AT END
          SET WS-MASTER-AT-END TO TRUE
    END-READ

    .
 3100-READ-MASTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3200-CONSIDER-ONE-MASTER.
*>------------------------------------------------------------------------------

    MOVE MAST-DATASET-NAME TO WS-DATASET-NAME
    PERFORM 2310-FIND-IN-MANIFEST

    IF NOT WS-MFT-FOUND
       MOVE 0 TO WS-REIN-FOUND-IDX
       PERFORM 3210-MATCH-REINSTATED
          VARYING WS-REIN-IDX FROM 1 BY 1
          UNTIL WS-REIN-IDX > WS-REIN-USED
             OR WS-REIN-FOUND-IDX > 0
       IF WS-REIN-FOUND-IDX = 0
          IF WS-CAND-USED < 10000
             ADD 1 TO WS-CAND-USED
             MOVE WS-DATASET-NAME TO WS-CAND-DSN(WS-CAND-USED)
             MOVE MAST-LAST-CHANGED(1:8)
               TO WS-CAND-CHANGED-DATE(WS-CAND-USED)
             MOVE SPACES TO WS-CAND-LAST-DATE(WS-CAND-USED)
          ELSE
             DISPLAY "MASTRET: candidate table full, "
                     WS-DATASET-NAME " left for the next run"
          END-IF
       END-IF
    END-IF

    PERFORM 3100-READ-MASTER

    .
 3200-CONSIDER-ONE-MASTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3210-MATCH-REINSTATED.
*>------------------------------------------------------------------------------

    IF WS-REIN-DONE(WS-REIN-IDX)
       AND WS-REIN-DSN(WS-REIN-IDX) = WS-DATASET-NAME
       MOVE WS-REIN-IDX TO WS-REIN-FOUND-IDX
    END-IF

    .
 3210-MATCH-REINSTATED-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The retained RUNSTATS generations say when each candidate was last
*> hashed - an UNCHANGED night moves no master timestamp, but it does
*> leave a D record. The oldest night on any D record is how far back
*> the history reaches; with no history nothing can be judged.
*>------------------------------------------------------------------------------
 4000-LOAD-LAST-HASHED.
*>------------------------------------------------------------------------------

    IF WS-CAND-USED = 0
       CONTINUE
    ELSE
       OPEN INPUT HIST-FILE
       IF HIST-OK
          PERFORM 4100-READ-HIST
          PERFORM 4200-NOTE-ONE-HIST UNTIL WS-HIST-AT-END
          CLOSE HIST-FILE
       ELSE
          IF HIST-MISSING
             DISPLAY "MASTRET: no STATHIST - last-hashed dates "
                     "unknown, nothing retired"
          ELSE
             DISPLAY "MASTRET: unable to open STATHIST, status "
                     WS-HIST-STATUS
             STOP RUN WITH ERROR STATUS 12
          END-IF
       END-IF
    END-IF

    .
 4000-LOAD-LAST-HASHED-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4100-READ-HIST.
*>------------------------------------------------------------------------------

    READ HIST-FILE
       AT END
          SET WS-HIST-AT-END TO TRUE
    END-READ

    .
 4100-READ-HIST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4200-NOTE-ONE-HIST.
*>------------------------------------------------------------------------------

    IF HIST-REC-TYPE = "D" AND HIST-START-TS(1:8) IS NUMERIC
       IF WS-HIST-OLDEST-DATE IS NOT NUMERIC
          OR HIST-START-TS(1:8) < WS-HIST-OLDEST-DATE
          MOVE HIST-START-TS(1:8) TO WS-HIST-OLDEST-DATE
       END-IF
       MOVE 0 TO WS-CAND-FOUND-IDX
       PERFORM 4210-MATCH-ONE-CANDIDATE
          VARYING WS-CAND-IDX FROM 1 BY 1
          UNTIL WS-CAND-IDX > WS-CAND-USED
             OR WS-CAND-FOUND-IDX > 0
       IF WS-CAND-FOUND-IDX > 0
          IF WS-CAND-LAST-DATE(WS-CAND-FOUND-IDX) IS NOT NUMERIC
             OR HIST-START-TS(1:8) >
                WS-CAND-LAST-DATE(WS-CAND-FOUND-IDX)
             MOVE HIST-START-TS(1:8)
               TO WS-CAND-LAST-DATE(WS-CAND-FOUND-IDX)
          END-IF
       END-IF
    END-IF

    PERFORM 4100-READ-HIST

    .
 4200-NOTE-ONE-HIST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4210-MATCH-ONE-CANDIDATE.
*>------------------------------------------------------------------------------

    IF WS-CAND-DSN(WS-CAND-IDX) = HIST-DSNAME
       MOVE WS-CAND-IDX TO WS-CAND-FOUND-IDX
    END-IF

    .
 4210-MATCH-ONE-CANDIDATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A candidate idle for at least the threshold is archived first and
*> only then deleted from the master, so a failure between the two
*> leaves it in both places rather than in neither. A change on the
*> master since the oldest night on STATHIST counts as a hash. A
*> candidate on no STATHIST generation was last hashed before the
*> oldest night they hold: that is evidence enough only when that
*> night is the threshold or more back (a rerun adds a generation
*> without adding a night). Otherwise its last-hashed date is unknown
*> and it is kept and reported - retirement is not something to guess
*> at.
*>------------------------------------------------------------------------------
 5000-RETIRE-ONE-CANDIDATE.
*>------------------------------------------------------------------------------

    MOVE WS-CAND-DSN(WS-CAND-IDX) TO WS-DATASET-NAME
    MOVE WS-CAND-LAST-DATE(WS-CAND-IDX) TO WS-LAST-DATE
    MOVE SPACES TO WS-LAST-QUALIFIER
    IF WS-HIST-OLDEST-DATE IS NUMERIC
       COMPUTE WS-HIST-SPAN = WS-TODAY-INT
          - FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-HIST-OLDEST-DATE))
       IF WS-CAND-CHANGED-DATE(WS-CAND-IDX) IS NUMERIC
          AND WS-CAND-CHANGED-DATE(WS-CAND-IDX) >= WS-HIST-OLDEST-DATE
          AND (WS-LAST-DATE IS NOT NUMERIC
               OR WS-CAND-CHANGED-DATE(WS-CAND-IDX) > WS-LAST-DATE)
          MOVE WS-CAND-CHANGED-DATE(WS-CAND-IDX) TO WS-LAST-DATE
       END-IF
    END-IF

    EVALUATE TRUE
       WHEN WS-LAST-DATE IS NUMERIC
          PERFORM 5050-JUDGE-AGE
       WHEN WS-HIST-OLDEST-DATE IS NOT NUMERIC
          MOVE "NO STATHIST - LAST-HASHED DATE UNKNOWN, NOT JUDGED"
            TO WS-KEPT-REASON
          PERFORM 5060-WRITE-KEPT-LINE
       WHEN WS-HIST-SPAN < WS-RETIRE-NIGHTS
          MOVE "NOT ON STATHIST, WHICH IS TOO SHORT - NOT JUDGED"
            TO WS-KEPT-REASON
          PERFORM 5060-WRITE-KEPT-LINE
       WHEN OTHER
          MOVE WS-HIST-OLDEST-DATE TO WS-LAST-DATE
          MOVE " BEFORE" TO WS-LAST-QUALIFIER
          PERFORM 5050-JUDGE-AGE
    END-EVALUATE

    .
 5000-RETIRE-ONE-CANDIDATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5050-JUDGE-AGE.
*>------------------------------------------------------------------------------

    COMPUTE WS-LAST-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-LAST-DATE))
    COMPUTE WS-AGE-NIGHTS = WS-TODAY-INT - WS-LAST-INT
    IF WS-AGE-NIGHTS < WS-RETIRE-NIGHTS
       ADD 1 TO WS-KEPT-COUNT
    ELSE
       PERFORM 5100-RETIRE-MASTER
    END-IF

    .
 5050-JUDGE-AGE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5060-WRITE-KEPT-LINE.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-KEPT-COUNT
    MOVE SPACES TO REPORT-REC
    STRING "KEPT       " DELIMITED BY SIZE
           WS-DATASET-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-KEPT-REASON DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 5060-WRITE-KEPT-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5100-RETIRE-MASTER.
*>------------------------------------------------------------------------------

    MOVE WS-DATASET-NAME TO MAST-DATASET-NAME
    READ MASTER-FILE
       INVALID KEY
          DISPLAY "MASTRET: " WS-DATASET-NAME
                  " vanished from HASHMAST, status " WS-MASTER-STATUS
          ADD 1 TO WS-KEPT-COUNT
       NOT INVALID KEY
          PERFORM 5200-ARCHIVE-AND-DELETE
    END-READ

    .
 5100-RETIRE-MASTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5200-ARCHIVE-AND-DELETE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO NEW-ARCHIVE-REC
    MOVE WS-RUN-DATE TO NEWR-RETIRED-DATE
    MOVE MASTER-REC  TO NEWR-MASTER-REC
    PERFORM 6200-WRITE-ARCHIVE-RECORD

    DELETE MASTER-FILE RECORD
       INVALID KEY
          DISPLAY "MASTRET: unable to delete " WS-DATASET-NAME
                  " from HASHMAST, status " WS-MASTER-STATUS
          STOP RUN WITH ERROR STATUS 12
    END-DELETE

    ADD 1 TO WS-RETIRED-COUNT
    PERFORM 6300-SET-LAST-BYTES
    MOVE MAST-CURRENT-HEX TO WS-JRNL-OLD-HEX
    MOVE "RETIRED"        TO WS-JRNL-NEW-HEX
    PERFORM 6000-WRITE-JOURNAL-RECORD
    MOVE "RETIRED" TO WS-REPORT-ACTION
    PERFORM 6100-WRITE-AUDIT-RECORD

    MOVE WS-AGE-NIGHTS TO WS-AGE-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "RETIRED    " DELIMITED BY SIZE
           WS-DATASET-NAME DELIMITED BY SIZE
           " LAST-HASHED" DELIMITED BY SIZE
           WS-LAST-QUALIFIER DELIMITED BY "  "
           " " DELIMITED BY SIZE
           WS-LAST-DATE DELIMITED BY SIZE
           " IDLE " DELIMITED BY SIZE
           WS-AGE-DISPLAY DELIMITED BY SIZE
           " NIGHT(S)" DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 5200-ARCHIVE-AND-DELETE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The caller has set the old and new digest columns; the rest of the
*> lineage record is the dataset, tonight's timestamp and the last
*> byte count the master held.
*>------------------------------------------------------------------------------
 6000-WRITE-JOURNAL-RECORD.
*>------------------------------------------------------------------------------

    MOVE SPACES           TO JOURNAL-REC
    MOVE WS-DATASET-NAME  TO JRNL-DATASET-NAME
    MOVE WS-RUN-TIMESTAMP TO JRNL-RUN-TIMESTAMP
    MOVE WS-JRNL-OLD-HEX  TO JRNL-OLD-HEX
    MOVE WS-JRNL-NEW-HEX  TO JRNL-NEW-HEX
    MOVE WS-LAST-BYTES    TO JRNL-BYTES
    WRITE JOURNAL-REC
    IF WS-JOURNAL-STATUS NOT = "00"
       DISPLAY "MASTRET: lineage journal record lost, status "
               WS-JOURNAL-STATUS
    END-IF

    .
 6000-WRITE-JOURNAL-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6100-WRITE-AUDIT-RECORD.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE WS-LAST-BYTES TO WS-AUDIT-LEN-DISPLAY

    MOVE SPACES TO WS-AUDIT-TEXT
    STRING "MASTRET"            DELIMITED BY SIZE
           " "                  DELIMITED BY SIZE
           WS-AUDIT-TIMESTAMP   DELIMITED BY SIZE
           " "                  DELIMITED BY SIZE
           WS-DATASET-NAME      DELIMITED BY SIZE
           " "                  DELIMITED BY SIZE
           WS-AUDIT-LEN-DISPLAY DELIMITED BY SIZE
           " "                  DELIMITED BY SIZE
           WS-REPORT-ACTION     DELIMITED BY SPACE
           " "                  DELIMITED BY SIZE
           MAST-CURRENT-HEX     DELIMITED BY SIZE
      INTO WS-AUDIT-TEXT
    END-STRING

    CALL "AUDITWRT" USING WS-AUDIT-TEXT
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "MASTRET: chain-of-custody record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 6100-WRITE-AUDIT-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6200-WRITE-ARCHIVE-RECORD.
*>------------------------------------------------------------------------------

    WRITE NEW-ARCHIVE-REC
    IF WS-NEW-ARCHIVE-STATUS NOT = "00"
       DISPLAY "MASTRET: unable to write RETDNEW, status "
               WS-NEW-ARCHIVE-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    ADD 1 TO WS-ARCHIVE-COUNT

    .
 6200-WRITE-ARCHIVE-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The newest entry of the master's size history, the byte count the
*> lineage and audit records carry.
*>------------------------------------------------------------------------------
 6300-SET-LAST-BYTES.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-LAST-BYTES
    IF MAST-SIZE-COUNT IS NUMERIC
       AND MAST-SIZE-COUNT > 0 AND MAST-SIZE-COUNT <= 8
       IF MAST-SIZE-ENTRY(MAST-SIZE-COUNT) IS NUMERIC
          MOVE MAST-SIZE-ENTRY(MAST-SIZE-COUNT) TO WS-LAST-BYTES
       END-IF
    END-IF

    .
 6300-SET-LAST-BYTES-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7100-WRITE-REJECT-LINE.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-REJECT-COUNT
    MOVE SPACES TO REPORT-REC
    STRING "REJECTED   " DELIMITED BY SIZE
           WS-DATASET-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 7100-WRITE-REJECT-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-RETIRED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "RETIRED:          " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REINSTATED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "REINSTATED:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "CARDS REJECTED:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-KEPT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "OFF MANIFEST, KEPT:" DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-ARCHIVE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "ON ARCHIVE NOW:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    CLOSE MASTER-FILE
    CLOSE NEW-ARCHIVE-FILE
    CLOSE JOURNAL-FILE
    CLOSE REPORT-FILE

    DISPLAY "MASTRET: " WS-RETIRED-COUNT " retired, "
            WS-REINSTATED-COUNT " reinstated, "
            WS-REJECT-COUNT " card(s) rejected."

    .
 9000-TERMINATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One step-completion record for the run-control master. A lost
*> record is complained about, never fatal.
*>------------------------------------------------------------------------------
 9500-WRITE-RUN-CONTROL.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
    MOVE WS-RETIRED-COUNT    TO WS-RUNC-NUM-1
    MOVE WS-REINSTATED-COUNT TO WS-RUNC-NUM-2
    MOVE WS-REJECT-COUNT     TO WS-RUNC-NUM-3
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "RETIRED=" DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
           " REINSTATED=" DELIMITED BY SIZE
           WS-RUNC-NUM-2 DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
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
       DISPLAY "MASTRET: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM MASTRET.
