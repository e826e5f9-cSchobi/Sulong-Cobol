*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  RELCHK.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  RELCHK.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with RELCHK.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      RELCHK.cob
*>
*> Purpose:      The one place the RELSTAT release-status file is
*>               looked up, the way AUDITWRT.cob owns the audit
*>               append. A consuming application job - or RELGATE's
*>               CHECK step on its behalf - calls here before it reads
*>               a partner file and is told whether the night released
*>               or quarantined it, and why. Downstream jobs no longer
*>               load a file the night refused to approve just because
*>               it happened to be sitting there.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free RELCHK.cob
*>
*> Usage:        CALL "RELCHK" USING <dataset name X(44)>
*>                                   <run date X(8)>
*>                                   <status X(11)>
*>                                   <reason X(60)>
*>               The run date is the business night yyyymmdd to
*>               look up; blank means the latest night on file for
*>               the dataset, and the night found is returned in it.
*>               Status comes back RELEASED, QUARANTINED, NOTFOUND
*>               (the night never judged that dataset) or
*>               UNAVAILABLE (RELSTAT could not be opened); the
*>               reason is the quarantine reason list, kept after an
*>               override release for the record.
*>               RETURN-CODE is 0 when released, 4 when not found,
*>               8 when quarantined and 12 when RELSTAT is not
*>               available - anything but 0 means do not load.
*>               RELSTAT  - VSAM KSDS, key = 44-byte dataset name +
*>                          8-byte run date, written by RELGATE.cob;
*>                          opened input only.
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
 PROGRAM-ID. RELCHK.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT STATUS-FILE ASSIGN TO "RELSTAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS REL-KEY
         FILE STATUS IS WS-STATUS-STATUS.

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

 WORKING-STORAGE SECTION.
 01  WS-STATUS-STATUS                  PIC X(02).
    88 STATUS-OK                       VALUE "00".

 01  WS-STATUS-EOF-SWITCH              PIC X(01) VALUE "N".
    88 WS-STATUS-AT-END                VALUE "Y".
 01  WS-FOUND-SWITCH                   PIC X(01) VALUE "N".
    88 WS-RECORD-FOUND                 VALUE "Y".

*> the latest night seen so far for the dataset
 01  WS-LATEST-REC                     PIC X(240).

 LINKAGE SECTION.
 01  LNK-DATASET-NAME                  PIC X(44).
 01  LNK-RUN-DATE                      PIC X(08).
 01  LNK-STATUS                        PIC X(11).
 01  LNK-REASON                        PIC X(60).

 PROCEDURE DIVISION USING LNK-DATASET-NAME
                          LNK-RUN-DATE
                          LNK-STATUS
                          LNK-REASON.

*>------------------------------------------------------------------------------
 MAIN-RELCHK SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-LOOK-UP-STATUS

    GOBACK

    .
 MAIN-RELCHK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A named night is one keyed read; no night means the latest one on
*> file for the dataset. Whatever is found sets the return code the
*> caller gates its load on.
*>------------------------------------------------------------------------------
 1000-LOOK-UP-STATUS.
*>------------------------------------------------------------------------------

    MOVE SPACES TO LNK-STATUS
    MOVE SPACES TO LNK-REASON
    MOVE "N" TO WS-FOUND-SWITCH

    OPEN INPUT STATUS-FILE
    IF NOT STATUS-OK
       MOVE "UNAVAILABLE" TO LNK-STATUS
       MOVE 12 TO RETURN-CODE
    ELSE
       IF LNK-RUN-DATE = SPACES
          PERFORM 1100-FIND-LATEST-NIGHT
       ELSE
          MOVE LNK-DATASET-NAME TO REL-DATASET-NAME
          MOVE LNK-RUN-DATE     TO REL-RUN-DATE
          READ STATUS-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET WS-RECORD-FOUND TO TRUE
          END-READ
       END-IF

       EVALUATE TRUE
          WHEN NOT WS-RECORD-FOUND
             MOVE "NOTFOUND" TO LNK-STATUS
             MOVE 4 TO RETURN-CODE
          WHEN REL-RELEASED
             MOVE REL-STATUS   TO LNK-STATUS
             MOVE REL-REASON   TO LNK-REASON
             MOVE REL-RUN-DATE TO LNK-RUN-DATE
             MOVE 0 TO RETURN-CODE
          WHEN OTHER
             MOVE REL-STATUS   TO LNK-STATUS
             MOVE REL-REASON   TO LNK-REASON
             MOVE REL-RUN-DATE TO LNK-RUN-DATE
             MOVE 8 TO RETURN-CODE
       END-EVALUATE
       CLOSE STATUS-FILE
    END-IF

    .
 1000-LOOK-UP-STATUS-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The dataset's nights sit together in key order, oldest first; the
*> last one read before the name changes is the latest.
*>------------------------------------------------------------------------------
 1100-FIND-LATEST-NIGHT.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-STATUS-EOF-SWITCH
    MOVE LNK-DATASET-NAME TO REL-DATASET-NAME
    MOVE LOW-VALUES       TO REL-RUN-DATE
    START STATUS-FILE KEY IS NOT LESS THAN REL-KEY
       INVALID KEY
          SET WS-STATUS-AT-END TO TRUE
    END-START

    PERFORM 1110-READ-ONE-NIGHT UNTIL WS-STATUS-AT-END

    IF WS-RECORD-FOUND
       MOVE WS-LATEST-REC TO REL-REC
    END-IF

    .
 1100-FIND-LATEST-NIGHT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1110-READ-ONE-NIGHT.
*>------------------------------------------------------------------------------

    READ STATUS-FILE NEXT
       AT END
          SET WS-STATUS-AT-END TO TRUE
    END-READ

    IF NOT WS-STATUS-AT-END
       IF REL-DATASET-NAME = LNK-DATASET-NAME
          MOVE REL-REC TO WS-LATEST-REC
          SET WS-RECORD-FOUND TO TRUE
       ELSE
          SET WS-STATUS-AT-END TO TRUE
       END-IF
    END-IF

    .
 1110-READ-ONE-NIGHT-EX.
    EXIT.

 END PROGRAM RELCHK.
