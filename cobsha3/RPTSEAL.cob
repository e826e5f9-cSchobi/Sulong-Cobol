*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  RPTSEAL.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  RPTSEAL.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with RPTSEAL.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      RPTSEAL.cob
*>
*> Purpose:      Tamper-evident seals over the report generations the
*>               nightly suites leave behind. HASHAUDT is chained, but
*>               the reports people act on - hash, reconciliation,
*>               change and duplicate reports, the partner digest
*>               files and the MACNITE outputs - are plain cataloged
*>               datasets that anyone with update access could edit
*>               after the fact. In SEAL mode (the closing step of
*>               HASHNITE and MACNITE) each generation named on the
*>               SEALCTL deck is streamed through HMAC-SHA3-512 under
*>               the site sealing key held on KEYFILE, and the seal is
*>               appended to the retained SEALREG register with the
*>               generation name, record count and timestamp. In
*>               VERIFY mode (the SEALVER job) each named generation
*>               is re-sealed and compared with its register entry:
*>               SEALED-OK, ALTERED, or UNSEALED when the register has
*>               no entry for it. Every seal and every verdict also
*>               leaves a HASHAUDT line, so the register itself is
*>               covered by the audit chain.
*>
*>               The seal is HMAC-SHA3-512(site key, generation name
*>               || for every record its length as 5 digits and then
*>               its bytes), the records taken at their recorded
*>               lengths as MACRUN.cob takes a TEXT dataset - the
*>               name is part of the MAC, so a seal cannot be moved
*>               onto another generation, and the length ahead of
*>               each record means an inserted empty line or a line
*>               break moved inside the text changes the seal. The
*>               register entry is marked L in the column after its
*>               record count; an entry without the mark was sealed
*>               before records were framed and is verified the old
*>               way. A verify also holds the generation to the
*>               record count on its register entry. Each register
*>               entry
*>               carries a key print (the first 16 hex characters of
*>               SHA3-512 of the site key), so a verify after a
*>               ROTATE picks the key the generation was sealed under
*>               - the current or the previous one on KEYFILE - and a
*>               seal made under a key no longer on file is reported
*>               NOKEY, never ALTERED.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free RPTSEAL.cob HMAC-STREAM.cob
*>               SHA3-STREAM.cob HEXENCODE.cob HEXDECODE.cob
*>               AUDITWRT.cob RUNCWRT.cob KECCAK.o
*>
*> Usage:        PARM      - SEAL [step], or VERIFY. Omitted means
*>                            SEAL. SEAL's step is the name the run
*>                            control record is written under
*>                            (default RPTSEAL), so the HASHNITE and
*>                            MACNITE seal steps show separately on
*>                            the morning status page.
*>               SEALCTL   - line-sequential input, one generation
*>                            per card, blank delimited:
*>                              SEAL:   <ddname> [<generation>]
*>                              VERIFY: <ddname> <generation>
*>                            the DD is read, the generation name is
*>                            what the register knows it by. SEAL
*>                            without a generation takes the catalog
*>                            name the scheduler resolved for the
*>                            DD's (+1) from the environment
*>                            variable GEN<ddname> (GENHASHRPT,
*>                            GENPARTFIL1 ...), as it supplies
*>                            MANIFGEN and ARCHGEN. Blank cards and
*>                            cards starting "*" are comments.
*>               KEYFILE   - the key store (VSAM KSDS); the site
*>                            sealing key is the record with partner
*>                            id SITESEAL, set up and rotated through
*>                            KEYMAINT ADDKEY / ROTATE like any
*>                            partner key.
*>               SEALREG   - line-sequential, the seal register:
*>                            appended to by SEAL, read by VERIFY.
*>                            Retained with the report generations.
*>               SEALRPT   - line-sequential output, the run report.
*>               JOBNAME   - environment, the job on the register.
*>               RUNDATE   - environment, the scheduler's business
*>                            run date yyyymmdd; absent or not
*>                            numeric means today.
*>               HASHAUDT  - retained audit trail, appended to
*>                            through AUDITWRT.cob.
*>               RUNCTL    - (SEAL) run-control master, one record
*>                            appended through RUNCWRT.cob.
*>
*>               Condition codes: SEAL ends 0, 4 when a card could
*>               not be sealed (bad card, no generation name, DD
*>               unreadable), 12 when the site key or a control file
*>               is unavailable; a DD that is not there at all (its
*>               step was bypassed) is reported and left unsealed.
*>               VERIFY ends 0 all SEALED-OK, 4 any UNSEALED or bad
*>               card, 8 any ALTERED, NOKEY or UNREADABLE, 12 when
*>               the site key or a control file is unavailable.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - Each record is absorbed behind its length, so blank
*>              lines added or line breaks moved no longer verify
*>              SEALED-OK; new register entries are marked L. A
*>              record count that differs from the register entry is
*>              now ALTERED. Unmarked entries verify as before.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. RPTSEAL.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CTL-FILE ASSIGN TO "SEALCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CTL-STATUS.

     SELECT KEY-FILE ASSIGN TO "KEYFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS KEY-PARTNER-ID
         FILE STATUS IS WS-KEY-STATUS.

     SELECT REGISTER-FILE ASSIGN TO "SEALREG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REGISTER-STATUS.

     SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-DDNAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SOURCE-STATUS.

     SELECT REPORT-FILE ASSIGN TO "SEALRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  CTL-FILE.
 01  CTL-REC                           PIC X(200).

 FD  KEY-FILE.
 01  KEY-REC.
     05 KEY-PARTNER-ID                 PIC X(08).
     05 KEY-CURRENT-HEX                PIC X(128).
     05 KEY-CURRENT-LEN                PIC 9(03).
     05 KEY-PREVIOUS-HEX               PIC X(128).
     05 KEY-PREVIOUS-LEN               PIC 9(03).
     05 KEY-EFFECTIVE-DATE             PIC X(08).
     05 KEY-EXPIRY-DATE                PIC X(08).
     05 KEY-ROLLOVER-UNTIL             PIC X(08).
     05 KEY-STATE                      PIC X(01).
     05 KEY-MAC-ALGORITHM              PIC X(08).
     05 KEY-MAC-CUSTOM                 PIC X(64).
     05 KEY-MAC-CUSTOM-LEN             PIC 9(03).

 FD  REGISTER-FILE.
 01  REGISTER-REC.
     05 REG-GENERATION                 PIC X(44).
     05 FILLER                         PIC X(01).
     05 REG-DDNAME                     PIC X(08).
     05 FILLER                         PIC X(01).
     05 REG-JOBNAME                    PIC X(08).
     05 FILLER                         PIC X(01).
     05 REG-RUN-DATE                   PIC X(08).
     05 FILLER                         PIC X(01).
     05 REG-TIMESTAMP                  PIC X(21).
     05 FILLER                         PIC X(01).
     05 REG-RECORD-COUNT               PIC 9(12).
     05 REG-SEAL-FORMAT                PIC X(01).
        88 REG-FORMAT-FRAMED           VALUE "L".
     05 REG-KEY-PRINT                  PIC X(16).
     05 FILLER                         PIC X(01).
     05 REG-SEAL-HEX                   PIC X(128).

 FD  SOURCE-FILE
     RECORD IS VARYING IN SIZE FROM 0 TO 32760 CHARACTERS
         DEPENDING ON WS-SOURCE-REC-LEN.
 01  SOURCE-REC                        PIC X(32760).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-CTL-STATUS                     PIC X(02).
    88 CTL-OK                          VALUE "00".
 01  WS-KEY-STATUS                     PIC X(02).
    88 KEY-OK                          VALUE "00".
 01  WS-REGISTER-STATUS                PIC X(02).
    88 REGISTER-OK                     VALUE "00".
    88 REGISTER-MISSING                VALUE "35".
 01  WS-SOURCE-STATUS                  PIC X(02).
    88 SOURCE-OK                       VALUE "00".
    88 SOURCE-MISSING                  VALUE "35".
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-CTL-EOF-SWITCH                 PIC X(01) VALUE "N".
    88 WS-CTL-AT-END                   VALUE "Y".
 01  WS-SOURCE-EOF-SWITCH              PIC X(01) VALUE "N".
    88 WS-SOURCE-AT-END                VALUE "Y".
 01  WS-REGISTER-EOF-SWITCH            PIC X(01) VALUE "N".
    88 WS-REGISTER-AT-END              VALUE "Y".

 01  WS-MODE                           PIC X(08).
    88 SEAL-MODE                       VALUE "SEAL".
    88 VERIFY-MODE                     VALUE "VERIFY".
 01  WS-PARM-TOKEN-2                   PIC X(08).

 01  WS-RUN-TIMESTAMP                  PIC X(21).
 01  WS-RUN-DATE                       PIC X(08).
 01  WS-JOBNAME                        PIC X(08).

*> the site sealing key, current and previous, with their key prints
 01  WS-SITE-KEY-ID                    PIC X(08) VALUE "SITESEAL".
 01  WS-CURRENT-KEY                    PIC X(64).
 01  WS-CURRENT-KEY-LEN                BINARY-DOUBLE UNSIGNED VALUE 0.
 01  WS-CURRENT-KEY-PRINT              PIC X(16).
 01  WS-PREVIOUS-KEY                   PIC X(64).
 01  WS-PREVIOUS-KEY-LEN               BINARY-DOUBLE UNSIGNED VALUE 0.
 01  WS-PREVIOUS-KEY-PRINT             PIC X(16).
 01  WS-ACTIVE-KEY                     PIC X(64).
 01  WS-ACTIVE-KEY-LEN                 BINARY-DOUBLE UNSIGNED.
 01  WS-KEY-DECODE-LEN                 BINARY-DOUBLE UNSIGNED.

*> one SEALCTL card
 01  WS-CTL-DDNAME                     PIC X(08).
 01  WS-CTL-GENERATION                 PIC X(44).
 01  WS-CTL-EXTRA                      PIC X(44).
 01  WS-GEN-ENV-NAME                   PIC X(11).
 01  WS-SOURCE-DDNAME                  PIC X(08).
 01  WS-SOURCE-REC-LEN                 BINARY-DOUBLE UNSIGNED.
 01  WS-SOURCE-RECORDS                 PIC 9(09) BINARY.
 01  WS-SOURCE-RECORDS-DISPLAY         PIC 9(12).

*> the register entry VERIFY found for the generation (the latest one
*> when it was sealed more than once)
 01  WS-FOUND-SWITCH                   PIC X(01).
    88 WS-SEAL-FOUND                   VALUE "Y".
 01  WS-FOUND-REC                      PIC X(252).

*> each record goes into the seal behind its length, except when a
*> register entry made before records were framed is re-sealed
 01  WS-FRAMING-SWITCH                 PIC X(01) VALUE "Y".
    88 WS-RECORDS-FRAMED               VALUE "Y".
    88 WS-RECORDS-UNFRAMED             VALUE "N".
 01  WS-FRAME-LEN                      PIC 9(05).
 01  WS-FRAME-LEN-LEN                  BINARY-DOUBLE UNSIGNED VALUE 5.

*> one generation's outcome
 01  WS-VERDICT                        PIC X(12).
 01  WS-VERDICT-DETAIL                 PIC X(60).

*> linkage work area for HMAC-STREAM.cob, SHA3-STREAM.cob and
*> HEXENCODE.cob
 01  WS-HMACS-FUNCTION-CODE            PIC X(01).
 01  WS-NAME-LEN                       BINARY-DOUBLE UNSIGNED VALUE 44.
 01  WS-SEAL-OUTPUT                    PIC X(64).
 01  WS-SEAL-HEX                       PIC X(128).
 01  WS-SEAL-BYTES-LEN                 BINARY-DOUBLE UNSIGNED VALUE 64.
 01  WS-STREAM-ALGORITHM               PIC X(08) VALUE "512".
 01  WS-STREAM-FUNCTION-CODE           PIC X(01).
 01  WS-PRINT-HEX                      PIC X(128).

 01  WS-CARD-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-SEALED-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-ABSENT-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-OK-COUNT                       PIC 9(09) BINARY VALUE 0.
 01  WS-UNSEALED-COUNT                 PIC 9(09) BINARY VALUE 0.
 01  WS-ALTERED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-FAILED-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.
 01  WS-COND-CODE                      PIC 9(02) VALUE 0.

*> audit-trail work area
 01  WS-AUDIT-TEXT                     PIC X(250).
 01  WS-AUDIT-TIMESTAMP                PIC X(21).

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "RPTSEAL".
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
     05 LNK-PARM-TEXT                  PIC X(64).

 PROCEDURE DIVISION USING LNK-PARM-AREA.

*>------------------------------------------------------------------------------
 MAIN-RPTSEAL SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE
    PERFORM 1100-OPEN-FILES
    PERFORM 1200-LOAD-SITE-KEY

    PERFORM 2000-PROCESS-ONE-CARD UNTIL WS-CTL-AT-END

    PERFORM 9000-TERMINATE

    IF SEAL-MODE
       MOVE WS-COND-CODE TO WS-RUNC-COND-CODE
       PERFORM 9500-WRITE-RUN-CONTROL
    END-IF

    EVALUATE WS-COND-CODE
       WHEN 0
          STOP RUN
       WHEN 4
          STOP RUN WITH ERROR STATUS 4
       WHEN OTHER
          STOP RUN WITH ERROR STATUS 8
    END-EVALUATE

    .
 MAIN-RPTSEAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The mode off the PARM, and the job and business run date the
*> register entries are recorded under.
*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE "SEAL" TO WS-MODE
    MOVE SPACES TO WS-PARM-TOKEN-2
    IF LNK-PARM-LEN > 0
       UNSTRING LNK-PARM-TEXT(1:LNK-PARM-LEN)
          DELIMITED BY ALL " "
          INTO WS-MODE
               WS-PARM-TOKEN-2
       END-UNSTRING
    END-IF

    EVALUATE TRUE
       WHEN SEAL-MODE
          IF WS-PARM-TOKEN-2 NOT = SPACES
             MOVE WS-PARM-TOKEN-2 TO WS-RUNC-PROGRAM
          END-IF
       WHEN VERIFY-MODE
          CONTINUE
       WHEN OTHER
          DISPLAY "RPTSEAL: PARM must be SEAL [step] or VERIFY"
          STOP RUN WITH ERROR STATUS 12
    END-EVALUATE

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS
    MOVE SPACES TO WS-RUN-DATE
    ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
    IF NOT WS-RUN-DATE IS NUMERIC
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
    END-IF
    MOVE SPACES TO WS-JOBNAME
    ACCEPT WS-JOBNAME FROM ENVIRONMENT "JOBNAME"

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The report, the control deck and the register - extended by SEAL
*> (created on the first night), read by VERIFY.
*>------------------------------------------------------------------------------
 1100-OPEN-FILES.
*>------------------------------------------------------------------------------

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "RPTSEAL: unable to open SEALRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    IF SEAL-MODE
       STRING "RPTSEAL - REPORT GENERATIONS SEALED  DATE "
              DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              "  JOB " DELIMITED BY SIZE
              WS-JOBNAME DELIMITED BY SIZE
              "  RUN " DELIMITED BY SIZE
              WS-RUN-TIMESTAMP DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    ELSE
       STRING "RPTSEAL - REPORT GENERATION SEAL VERIFICATION  RUN "
              DELIMITED BY SIZE
              WS-RUN-TIMESTAMP DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    END-IF
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    OPEN INPUT CTL-FILE
    IF NOT CTL-OK
       DISPLAY "RPTSEAL: unable to open SEALCTL, status "
               WS-CTL-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    IF SEAL-MODE
       OPEN EXTEND REGISTER-FILE
       IF WS-REGISTER-STATUS NOT = "00"
          AND WS-REGISTER-STATUS NOT = "05"
          DISPLAY "RPTSEAL: unable to open SEALREG, status "
                  WS-REGISTER-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 2100-READ-CTL

    .
 1100-OPEN-FILES-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The SITESEAL record off KEYFILE: the current key seals, and a
*> verify may also need the previous key for a generation sealed
*> before the last ROTATE. Without a usable current key nothing can
*> be sealed or verified and the step ends.
*>------------------------------------------------------------------------------
 1200-LOAD-SITE-KEY.
*>------------------------------------------------------------------------------

    OPEN INPUT KEY-FILE
    IF NOT KEY-OK
       DISPLAY "RPTSEAL: unable to open KEYFILE, status "
               WS-KEY-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE WS-SITE-KEY-ID TO KEY-PARTNER-ID
    READ KEY-FILE
       INVALID KEY
          DISPLAY "RPTSEAL: no " WS-SITE-KEY-ID
                  " site sealing key on KEYFILE"
          STOP RUN WITH ERROR STATUS 12
    END-READ
    CLOSE KEY-FILE

    IF KEY-STATE = "R" OR KEY-CURRENT-LEN = 0
       DISPLAY "RPTSEAL: the " WS-SITE-KEY-ID
               " site sealing key is retired"
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE KEY-CURRENT-LEN TO WS-CURRENT-KEY-LEN
    COMPUTE WS-KEY-DECODE-LEN = KEY-CURRENT-LEN
    CALL "HEXDECODE" USING KEY-CURRENT-HEX
                           WS-KEY-DECODE-LEN
                           WS-CURRENT-KEY
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "RPTSEAL: the " WS-SITE-KEY-ID
               " site sealing key is not valid hex"
       STOP RUN WITH ERROR STATUS 12
    END-IF
    MOVE WS-CURRENT-KEY TO WS-ACTIVE-KEY
    MOVE WS-CURRENT-KEY-LEN TO WS-ACTIVE-KEY-LEN
    PERFORM 1300-COMPUTE-KEY-PRINT
    MOVE WS-PRINT-HEX(1:16) TO WS-CURRENT-KEY-PRINT

    MOVE SPACES TO WS-PREVIOUS-KEY-PRINT
    MOVE 0 TO WS-PREVIOUS-KEY-LEN
    IF KEY-PREVIOUS-LEN > 0
       MOVE KEY-PREVIOUS-LEN TO WS-PREVIOUS-KEY-LEN
       COMPUTE WS-KEY-DECODE-LEN = KEY-PREVIOUS-LEN
       CALL "HEXDECODE" USING KEY-PREVIOUS-HEX
                              WS-KEY-DECODE-LEN
                              WS-PREVIOUS-KEY
       END-CALL
       IF RETURN-CODE = 0
          MOVE WS-PREVIOUS-KEY TO WS-ACTIVE-KEY
          MOVE WS-PREVIOUS-KEY-LEN TO WS-ACTIVE-KEY-LEN
          PERFORM 1300-COMPUTE-KEY-PRINT
          MOVE WS-PRINT-HEX(1:16) TO WS-PREVIOUS-KEY-PRINT
       ELSE
          MOVE 0 TO WS-PREVIOUS-KEY-LEN
       END-IF
    END-IF

    .
 1200-LOAD-SITE-KEY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> SHA3-512 of the key in WS-ACTIVE-KEY, hex - enough of it to tell
*> one site key from another without giving anything away.
*>------------------------------------------------------------------------------
 1300-COMPUTE-KEY-PRINT.
*>------------------------------------------------------------------------------

    MOVE "I" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-ACTIVE-KEY
                             WS-ACTIVE-KEY-LEN
                             WS-SEAL-OUTPUT
                             WS-SEAL-BYTES-LEN
    END-CALL

    MOVE "A" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-ACTIVE-KEY
                             WS-ACTIVE-KEY-LEN
                             WS-SEAL-OUTPUT
                             WS-SEAL-BYTES-LEN
    END-CALL

    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-ACTIVE-KEY
                             WS-ACTIVE-KEY-LEN
                             WS-SEAL-OUTPUT
                             WS-SEAL-BYTES-LEN
    END-CALL

    MOVE SPACES TO WS-PRINT-HEX
    CALL "HEXENCODE" USING WS-SEAL-OUTPUT
                           WS-SEAL-BYTES-LEN
                           WS-PRINT-HEX
    END-CALL

    .
 1300-COMPUTE-KEY-PRINT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2000-PROCESS-ONE-CARD.
*>------------------------------------------------------------------------------

    IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
       CONTINUE
    ELSE
       ADD 1 TO WS-CARD-COUNT
       MOVE SPACES TO WS-CTL-DDNAME
       MOVE SPACES TO WS-CTL-GENERATION
       MOVE SPACES TO WS-CTL-EXTRA
       UNSTRING CTL-REC
          DELIMITED BY ALL " "
          INTO WS-CTL-DDNAME
               WS-CTL-GENERATION
               WS-CTL-EXTRA
       END-UNSTRING

       MOVE SPACES TO WS-VERDICT
       MOVE SPACES TO WS-VERDICT-DETAIL
       MOVE 0 TO WS-SOURCE-RECORDS

       IF WS-CTL-EXTRA NOT = SPACES
          OR (VERIFY-MODE AND WS-CTL-GENERATION = SPACES)
          PERFORM 2200-REJECT-CARD
       ELSE
          IF SEAL-MODE
             PERFORM 3000-SEAL-ONE-GENERATION
          ELSE
             PERFORM 4000-VERIFY-ONE-GENERATION
          END-IF
       END-IF
    END-IF

    PERFORM 2100-READ-CTL

    .
 2000-PROCESS-ONE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-READ-CTL.
*>------------------------------------------------------------------------------

    READ CTL-FILE
       AT END
          SET WS-CTL-AT-END TO TRUE
    END-READ

    .
 2100-READ-CTL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-REJECT-CARD.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    IF SEAL-MODE
       STRING "REJECTED  card must be <ddname> [<generation>]: "
              DELIMITED BY SIZE
              CTL-REC(1:80) DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    ELSE
       STRING "REJECTED  card must be <ddname> <generation>: "
              DELIMITED BY SIZE
              CTL-REC(1:80) DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    END-IF
    WRITE REPORT-REC
    ADD 1 TO WS-FAILED-COUNT
    PERFORM 8100-RAISE-TO-4

    .
 2200-REJECT-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One generation sealed: the DD streamed under the current site key,
*> the seal appended to the register and the audit trail. A DD that
*> is not there at all was bypassed with its step and is only noted.
*>------------------------------------------------------------------------------
 3000-SEAL-ONE-GENERATION.
*>------------------------------------------------------------------------------

    IF WS-CTL-GENERATION = SPACES
       MOVE SPACES TO WS-GEN-ENV-NAME
       STRING "GEN" DELIMITED BY SIZE
              WS-CTL-DDNAME DELIMITED BY SPACE
         INTO WS-GEN-ENV-NAME
       END-STRING
       ACCEPT WS-CTL-GENERATION FROM ENVIRONMENT WS-GEN-ENV-NAME
    END-IF

    MOVE WS-CTL-DDNAME TO WS-SOURCE-DDNAME
    OPEN INPUT SOURCE-FILE

    EVALUATE TRUE
       WHEN SOURCE-MISSING
          MOVE "NOT SEALED" TO WS-VERDICT
          MOVE "DD not available - step bypassed"
            TO WS-VERDICT-DETAIL
          ADD 1 TO WS-ABSENT-COUNT
          PERFORM 6000-WRITE-REPORT-LINE
       WHEN NOT SOURCE-OK
          MOVE "NOT SEALED" TO WS-VERDICT
          MOVE SPACES TO WS-VERDICT-DETAIL
          STRING "DD unreadable, status " DELIMITED BY SIZE
                 WS-SOURCE-STATUS         DELIMITED BY SIZE
            INTO WS-VERDICT-DETAIL
          END-STRING
          ADD 1 TO WS-FAILED-COUNT
          PERFORM 8100-RAISE-TO-4
          PERFORM 6000-WRITE-REPORT-LINE
       WHEN WS-CTL-GENERATION = SPACES
          CLOSE SOURCE-FILE
          MOVE "NOT SEALED" TO WS-VERDICT
          MOVE SPACES TO WS-VERDICT-DETAIL
          STRING "no generation name - " DELIMITED BY SIZE
                 WS-GEN-ENV-NAME         DELIMITED BY SPACE
                 " not set"              DELIMITED BY SIZE
            INTO WS-VERDICT-DETAIL
          END-STRING
          ADD 1 TO WS-FAILED-COUNT
          PERFORM 8100-RAISE-TO-4
          PERFORM 6000-WRITE-REPORT-LINE
       WHEN OTHER
          MOVE WS-CURRENT-KEY     TO WS-ACTIVE-KEY
          MOVE WS-CURRENT-KEY-LEN TO WS-ACTIVE-KEY-LEN
          PERFORM 5000-COMPUTE-SEAL
          PERFORM 3100-WRITE-REGISTER-ENTRY
          MOVE "SEALED" TO WS-VERDICT
          MOVE WS-SEAL-HEX(1:32) TO WS-VERDICT-DETAIL
          ADD 1 TO WS-SEALED-COUNT
          PERFORM 6000-WRITE-REPORT-LINE
          PERFORM 7000-WRITE-AUDIT-RECORD
    END-EVALUATE

    .
 3000-SEAL-ONE-GENERATION-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-WRITE-REGISTER-ENTRY.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP

    MOVE SPACES TO REGISTER-REC
    MOVE WS-CTL-GENERATION    TO REG-GENERATION
    MOVE WS-CTL-DDNAME        TO REG-DDNAME
    MOVE WS-JOBNAME           TO REG-JOBNAME
    MOVE WS-RUN-DATE          TO REG-RUN-DATE
    MOVE WS-AUDIT-TIMESTAMP   TO REG-TIMESTAMP
    MOVE WS-SOURCE-RECORDS    TO REG-RECORD-COUNT
    SET REG-FORMAT-FRAMED     TO TRUE
    MOVE WS-CURRENT-KEY-PRINT TO REG-KEY-PRINT
    MOVE WS-SEAL-HEX          TO REG-SEAL-HEX
    WRITE REGISTER-REC

    .
 3100-WRITE-REGISTER-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One generation verified against its latest register entry, under
*> the site key its key print names.
*>------------------------------------------------------------------------------
 4000-VERIFY-ONE-GENERATION.
*>------------------------------------------------------------------------------

    PERFORM 4100-FIND-REGISTER-ENTRY

    EVALUATE TRUE
       WHEN NOT WS-SEAL-FOUND
          MOVE "UNSEALED" TO WS-VERDICT
          MOVE "no seal register entry for this generation"
            TO WS-VERDICT-DETAIL
          ADD 1 TO WS-UNSEALED-COUNT
          PERFORM 8100-RAISE-TO-4
       WHEN REG-KEY-PRINT = WS-CURRENT-KEY-PRINT
          MOVE WS-CURRENT-KEY     TO WS-ACTIVE-KEY
          MOVE WS-CURRENT-KEY-LEN TO WS-ACTIVE-KEY-LEN
          PERFORM 4200-RESEAL-AND-COMPARE
       WHEN WS-PREVIOUS-KEY-LEN > 0
            AND REG-KEY-PRINT = WS-PREVIOUS-KEY-PRINT
          MOVE WS-PREVIOUS-KEY     TO WS-ACTIVE-KEY
          MOVE WS-PREVIOUS-KEY-LEN TO WS-ACTIVE-KEY-LEN
          PERFORM 4200-RESEAL-AND-COMPARE
       WHEN OTHER
          MOVE "NOKEY" TO WS-VERDICT
          MOVE SPACES TO WS-VERDICT-DETAIL
          STRING "sealed under a site key no longer on file, "
                 DELIMITED BY SIZE
                 REG-RUN-DATE DELIMITED BY SIZE
            INTO WS-VERDICT-DETAIL
          END-STRING
          ADD 1 TO WS-FAILED-COUNT
          MOVE 8 TO WS-COND-CODE
    END-EVALUATE

    PERFORM 6000-WRITE-REPORT-LINE
    PERFORM 7000-WRITE-AUDIT-RECORD

    .
 4000-VERIFY-ONE-GENERATION-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Reads the register through for the generation; a generation sealed
*> more than once (a rerun night) is judged by its latest seal. The
*> entry found is left in REGISTER-REC.
*>------------------------------------------------------------------------------
 4100-FIND-REGISTER-ENTRY.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-FOUND-SWITCH
    MOVE SPACES TO WS-FOUND-REC

    OPEN INPUT REGISTER-FILE
    IF REGISTER-OK
       MOVE "N" TO WS-REGISTER-EOF-SWITCH
       PERFORM 4110-READ-REGISTER
       PERFORM 4120-CHECK-REGISTER-ENTRY UNTIL WS-REGISTER-AT-END
       CLOSE REGISTER-FILE
    ELSE
       IF NOT REGISTER-MISSING
          DISPLAY "RPTSEAL: unable to open SEALREG, status "
                  WS-REGISTER-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    MOVE WS-FOUND-REC TO REGISTER-REC

    .
 4100-FIND-REGISTER-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4110-READ-REGISTER.
*>------------------------------------------------------------------------------

    READ REGISTER-FILE
       AT END
          SET WS-REGISTER-AT-END TO TRUE
    END-READ

    .
 4110-READ-REGISTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 4120-CHECK-REGISTER-ENTRY.
*>------------------------------------------------------------------------------

    IF REG-GENERATION = WS-CTL-GENERATION
       SET WS-SEAL-FOUND TO TRUE
       MOVE REGISTER-REC TO WS-FOUND-REC
    END-IF

    PERFORM 4110-READ-REGISTER

    .
 4120-CHECK-REGISTER-ENTRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Re-sealed the way the register entry was sealed. A seal that still
*> matches over a different number of records than the entry holds
*> is ALTERED all the same.
*>------------------------------------------------------------------------------
 4200-RESEAL-AND-COMPARE.
*>------------------------------------------------------------------------------

    IF REG-FORMAT-FRAMED
       SET WS-RECORDS-FRAMED TO TRUE
    ELSE
       SET WS-RECORDS-UNFRAMED TO TRUE
    END-IF
    MOVE WS-CTL-DDNAME TO WS-SOURCE-DDNAME
    OPEN INPUT SOURCE-FILE
    IF NOT SOURCE-OK
       MOVE "UNREADABLE" TO WS-VERDICT
       MOVE SPACES TO WS-VERDICT-DETAIL
       STRING "DD could not be opened, status " DELIMITED BY SIZE
              WS-SOURCE-STATUS                  DELIMITED BY SIZE
         INTO WS-VERDICT-DETAIL
       END-STRING
       ADD 1 TO WS-FAILED-COUNT
       MOVE 8 TO WS-COND-CODE
    ELSE
       PERFORM 5000-COMPUTE-SEAL
       SET WS-RECORDS-FRAMED TO TRUE
       MOVE WS-SOURCE-RECORDS TO WS-SOURCE-RECORDS-DISPLAY
       EVALUATE TRUE
          WHEN WS-SEAL-HEX = REG-SEAL-HEX
               AND WS-SOURCE-RECORDS-DISPLAY = REG-RECORD-COUNT
             MOVE "SEALED-OK" TO WS-VERDICT
             MOVE SPACES TO WS-VERDICT-DETAIL
             STRING "sealed " DELIMITED BY SIZE
                    REG-TIMESTAMP DELIMITED BY SIZE
                    " by " DELIMITED BY SIZE
                    REG-JOBNAME DELIMITED BY SPACE
               INTO WS-VERDICT-DETAIL
             END-STRING
             ADD 1 TO WS-OK-COUNT
          WHEN WS-SEAL-HEX = REG-SEAL-HEX
             MOVE "ALTERED" TO WS-VERDICT
             MOVE SPACES TO WS-VERDICT-DETAIL
             STRING "sealed with " DELIMITED BY SIZE
                    REG-RECORD-COUNT DELIMITED BY SIZE
                    " records, " DELIMITED BY SIZE
                    WS-SOURCE-RECORDS-DISPLAY DELIMITED BY SIZE
                    " read" DELIMITED BY SIZE
               INTO WS-VERDICT-DETAIL
             END-STRING
             ADD 1 TO WS-ALTERED-COUNT
             MOVE 8 TO WS-COND-CODE
          WHEN OTHER
             MOVE "ALTERED" TO WS-VERDICT
             MOVE SPACES TO WS-VERDICT-DETAIL
             STRING "sealed " DELIMITED BY SIZE
                    REG-TIMESTAMP DELIMITED BY SIZE
                    " with " DELIMITED BY SIZE
                    REG-RECORD-COUNT DELIMITED BY SIZE
                    " records" DELIMITED BY SIZE
               INTO WS-VERDICT-DETAIL
             END-STRING
             ADD 1 TO WS-ALTERED-COUNT
             MOVE 8 TO WS-COND-CODE
       END-EVALUATE
    END-IF

    .
 4200-RESEAL-AND-COMPARE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> HMAC-SHA3-512 under WS-ACTIVE-KEY over the generation name and
*> then every record of the open SOURCE-FILE, each behind its length
*> unless an old register entry is being checked. The file is closed
*> after.
*>------------------------------------------------------------------------------
 5000-COMPUTE-SEAL.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-SOURCE-RECORDS
    MOVE "N" TO WS-SOURCE-EOF-SWITCH

    MOVE "I" TO WS-HMACS-FUNCTION-CODE
    CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                             WS-ACTIVE-KEY
                             WS-ACTIVE-KEY-LEN
                             WS-CTL-GENERATION
                             WS-NAME-LEN
                             WS-SEAL-OUTPUT
    END-CALL

    MOVE "A" TO WS-HMACS-FUNCTION-CODE
    CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                             WS-ACTIVE-KEY
                             WS-ACTIVE-KEY-LEN
                             WS-CTL-GENERATION
                             WS-NAME-LEN
                             WS-SEAL-OUTPUT
    END-CALL

    PERFORM 5100-ABSORB-ONE-RECORD UNTIL WS-SOURCE-AT-END
    CLOSE SOURCE-FILE

    MOVE "F" TO WS-HMACS-FUNCTION-CODE
    CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                             WS-ACTIVE-KEY
                             WS-ACTIVE-KEY-LEN
                             WS-CTL-GENERATION
                             WS-NAME-LEN
                             WS-SEAL-OUTPUT
    END-CALL

    MOVE SPACES TO WS-SEAL-HEX
    CALL "HEXENCODE" USING WS-SEAL-OUTPUT
                           WS-SEAL-BYTES-LEN
                           WS-SEAL-HEX
    END-CALL

    .
 5000-COMPUTE-SEAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5100-ABSORB-ONE-RECORD.
*>------------------------------------------------------------------------------

    READ SOURCE-FILE
       AT END
          SET WS-SOURCE-AT-END TO TRUE
       NOT AT END
          ADD 1 TO WS-SOURCE-RECORDS
          MOVE "A" TO WS-HMACS-FUNCTION-CODE
          IF WS-RECORDS-FRAMED
             MOVE WS-SOURCE-REC-LEN TO WS-FRAME-LEN
             CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                      WS-ACTIVE-KEY
                                      WS-ACTIVE-KEY-LEN
                                      WS-FRAME-LEN
                                      WS-FRAME-LEN-LEN
                                      WS-SEAL-OUTPUT
             END-CALL
          END-IF
          CALL "HMAC-STREAM" USING WS-HMACS-FUNCTION-CODE
                                   WS-ACTIVE-KEY
                                   WS-ACTIVE-KEY-LEN
                                   SOURCE-REC
                                   WS-SOURCE-REC-LEN
                                   WS-SEAL-OUTPUT
          END-CALL
    END-READ

    .
 5100-ABSORB-ONE-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> verdict  ddname  records  generation, then the detail underneath.
*>------------------------------------------------------------------------------
 6000-WRITE-REPORT-LINE.
*>------------------------------------------------------------------------------

    MOVE WS-SOURCE-RECORDS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING WS-VERDICT        DELIMITED BY SIZE
           WS-CTL-DDNAME     DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           WS-COUNT-DISPLAY  DELIMITED BY SIZE
           "  "              DELIMITED BY SIZE
           WS-CTL-GENERATION DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    IF WS-VERDICT-DETAIL NOT = SPACES
       MOVE SPACES TO REPORT-REC
       STRING "            " DELIMITED BY SIZE
              WS-VERDICT-DETAIL DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    END-IF

    .
 6000-WRITE-REPORT-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> "RPTSEAL ts generation records verdict [seal]" - the shape every
*> batch driver's audit line has, so AUDITRPT.cob and the export
*> read it like any other.
*>------------------------------------------------------------------------------
 7000-WRITE-AUDIT-RECORD.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE WS-SOURCE-RECORDS TO WS-SOURCE-RECORDS-DISPLAY

    MOVE SPACES TO WS-AUDIT-TEXT
    IF SEAL-MODE
       STRING "RPTSEAL "                DELIMITED BY SIZE
              WS-AUDIT-TIMESTAMP        DELIMITED BY SIZE
              " "                       DELIMITED BY SIZE
              WS-CTL-GENERATION         DELIMITED BY SPACE
              " "                       DELIMITED BY SIZE
              WS-SOURCE-RECORDS-DISPLAY DELIMITED BY SIZE
              " SEALED "                DELIMITED BY SIZE
              WS-SEAL-HEX               DELIMITED BY SIZE
         INTO WS-AUDIT-TEXT
       END-STRING
    ELSE
       STRING "RPTSEAL "                DELIMITED BY SIZE
              WS-AUDIT-TIMESTAMP        DELIMITED BY SIZE
              " "                       DELIMITED BY SIZE
              WS-CTL-GENERATION         DELIMITED BY SPACE
              " "                       DELIMITED BY SIZE
              WS-SOURCE-RECORDS-DISPLAY DELIMITED BY SIZE
              " "                       DELIMITED BY SIZE
              WS-VERDICT                DELIMITED BY SPACE
         INTO WS-AUDIT-TEXT
       END-STRING
    END-IF

    CALL "AUDITWRT" USING WS-AUDIT-TEXT
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "RPTSEAL: chain-of-custody record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 7000-WRITE-AUDIT-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8100-RAISE-TO-4.
*>------------------------------------------------------------------------------

    IF WS-COND-CODE < 4
       MOVE 4 TO WS-COND-CODE
    END-IF

    .
 8100-RAISE-TO-4-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    IF SEAL-MODE
       MOVE WS-SEALED-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "GENERATIONS SEALED:     " DELIMITED BY SIZE
              WS-COUNT-DISPLAY           DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       MOVE WS-ABSENT-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "NOT AVAILABLE:          " DELIMITED BY SIZE
              WS-COUNT-DISPLAY           DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "NOT SEALED (FAILED):    " DELIMITED BY SIZE
              WS-COUNT-DISPLAY           DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       CLOSE REGISTER-FILE
    ELSE
       MOVE WS-OK-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "SEALED-OK:              " DELIMITED BY SIZE
              WS-COUNT-DISPLAY           DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       MOVE WS-ALTERED-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "ALTERED:                " DELIMITED BY SIZE
              WS-COUNT-DISPLAY           DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       MOVE WS-UNSEALED-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "UNSEALED:               " DELIMITED BY SIZE
              WS-COUNT-DISPLAY           DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "NOKEY/UNREADABLE/CARD:   " DELIMITED BY SIZE
              WS-COUNT-DISPLAY           DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    END-IF

    CLOSE CTL-FILE
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
    MOVE WS-SEALED-COUNT TO WS-RUNC-NUM-1
    MOVE WS-ABSENT-COUNT TO WS-RUNC-NUM-2
    MOVE WS-FAILED-COUNT TO WS-RUNC-NUM-3
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "SEALED="    DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
           " ABSENT="   DELIMITED BY SIZE
           WS-RUNC-NUM-2 DELIMITED BY SIZE
           " FAILED="   DELIMITED BY SIZE
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
       DISPLAY "RPTSEAL: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM RPTSEAL.
