*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  AUDEXPRT.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  AUDEXPRT.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with AUDEXPRT.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      AUDEXPRT.cob
*>
*> Purpose:      Nightly incremental export of the HASHAUDT chain-of-
*>               custody trail for the security monitoring platform,
*>               which until now only saw an AUDITRPT printout on
*>               request. The run picks up at the saved high-water
*>               mark - the chain value, timestamp and sequence number
*>               of the last record exported - and ships only the
*>               records written since, one pipe-delimited line per
*>               record with a header and a trailer carrying the
*>               count and the ending chain value. Before a single
*>               line is written every new record's C= link is
*>               replayed the way AUDCHECK.cob does it, starting from
*>               the high-water chain value: a mark that is no longer
*>               on the trail, a record without its chain token or a
*>               link that does not verify means the trail was thinned
*>               or edited since the last export, and the run refuses
*>               to export anything and ends with condition code 16 -
*>               a gap or tamper is reported, never shipped.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free AUDEXPRT.cob SHA3-STREAM.cob
*>               HEXENCODE.cob AUDITWRT.cob RUNCWRT.cob KECCAK.o
*>
*> Usage:        HASHAUDT  - line-sequential input, the live trail
*>                            (also appended to: the run leaves its
*>                            own EXPORTED or EXPORT-REFUSED record,
*>                            which goes out with the next export).
*>               CHAINSED  - line-sequential input, optional: the
*>                            seed the compacted live trail verifies
*>                            from (AUDARCH.cob). Only consulted when
*>                            there is no high-water mark yet, or
*>                            when the mark is exactly the seed.
*>               EXPHWMI   - line-sequential input, the high-water
*>                            mark the last export left: chain value
*>                            (128 hex), a space, record timestamp
*>                            (21), a space, sequence number 9(12), a
*>                            space, export timestamp (21). Empty
*>                            means nothing was ever exported - the
*>                            whole live trail goes out, from the
*>                            CHAINSED seed (zeros without one).
*>               EXPHWMO   - line-sequential output, the new high-
*>                            water mark; a refused run carries the
*>                            old mark forward unchanged.
*>               AUDEXPT   - line-sequential output, the export feed,
*>                            fields separated by "|":
*>                              H|AUDEXPRT|<run timestamp>|
*>                                <first sequence>|<starting chain>
*>                              D|<sequence>|<timestamp>|<program>|
*>                                <dataset>|<result>|<bytes>|
*>                                <chain token>|<rest of record>
*>                              T|<record count>|<ending chain>
*>                            the sequence number runs on from export
*>                            to export, so the receiving side can
*>                            spot a lost file as well. Not written
*>                            at all when the run refuses.
*>               EXPRPT    - line-sequential output, the run report.
*>
*>               Condition codes: 0 exported (possibly nothing new),
*>               12 a file could not be opened, 16 export refused -
*>               the chain does not continue from the high-water
*>               mark.
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
 PROGRAM-ID. AUDEXPRT.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT AUDIT-FILE ASSIGN TO "HASHAUDT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-STATUS.

     SELECT SEED-FILE ASSIGN TO "CHAINSED"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SEED-STATUS.

     SELECT HWMIN-FILE ASSIGN TO "EXPHWMI"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HWMIN-STATUS.

     SELECT HWMOUT-FILE ASSIGN TO "EXPHWMO"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HWMOUT-STATUS.

     SELECT EXPORT-FILE ASSIGN TO "AUDEXPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXPORT-STATUS.

     SELECT REPORT-FILE ASSIGN TO "EXPRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  AUDIT-FILE.
 01  AUDIT-REC                         PIC X(400).

 FD  SEED-FILE.
 01  SEED-REC                          PIC X(128).

 FD  HWMIN-FILE.
 01  HWMIN-REC.
     05 HWMIN-CHAIN                    PIC X(128).
     05 FILLER                         PIC X(01).
     05 HWMIN-TIMESTAMP                PIC X(21).
     05 FILLER                         PIC X(01).
     05 HWMIN-SEQUENCE                 PIC 9(12).
     05 FILLER                         PIC X(01).
     05 HWMIN-EXPORTED-AT              PIC X(21).

 FD  HWMOUT-FILE.
 01  HWMOUT-REC.
     05 HWMOUT-CHAIN                   PIC X(128).
     05 FILLER                         PIC X(01).
     05 HWMOUT-TIMESTAMP               PIC X(21).
     05 FILLER                         PIC X(01).
     05 HWMOUT-SEQUENCE                PIC 9(12).
     05 FILLER                         PIC X(01).
     05 HWMOUT-EXPORTED-AT             PIC X(21).

 FD  EXPORT-FILE.
 01  EXPORT-REC                        PIC X(400).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-AUDIT-STATUS                   PIC X(02).
    88 AUDIT-OK                        VALUE "00".
 01  WS-SEED-STATUS                    PIC X(02).
    88 SEED-OK                         VALUE "00".
 01  WS-HWMIN-STATUS                   PIC X(02).
    88 HWMIN-OK                        VALUE "00".
 01  WS-HWMOUT-STATUS                  PIC X(02).
 01  WS-EXPORT-STATUS                  PIC X(02).
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-AUDIT-EOF-SWITCH               PIC X(01) VALUE "N".
    88 WS-AUDIT-AT-END                 VALUE "Y".

*> "Y" once the walk has passed the high-water record - every record
*> after it is new and must chain
 01  WS-MARK-SWITCH                    PIC X(01) VALUE "N".
    88 WS-MARK-FOUND                   VALUE "Y".

 01  WS-REFUSED-SWITCH                 PIC X(01) VALUE "N".
    88 WS-EXPORT-REFUSED               VALUE "Y".
 01  WS-REFUSE-REASON                  PIC X(60).

*> the high-water mark as read; blank chain = nothing exported yet
 01  WS-HWM-CHAIN                      PIC X(128).
 01  WS-HWM-TIMESTAMP                  PIC X(21).
 01  WS-HWM-SEQUENCE                   PIC 9(12) VALUE 0.
 01  WS-HWM-EXPORTED-AT                PIC X(21).
 01  WS-HWM-RECORD-NO                  PIC 9(09) BINARY VALUE 0.

 01  WS-SEED-CHAIN-HEX                 PIC X(128).
 01  WS-START-CHAIN-HEX                PIC X(128).
 01  WS-PREV-CHAIN-HEX                 PIC X(128).
 01  WS-RECORD-CHAIN-HEX               PIC X(128).
 01  WS-EXPECTED-CHAIN-HEX             PIC X(128).
 01  WS-LAST-TIMESTAMP                 PIC X(21).

 01  WS-CHAIN-POS                      PIC 9(03) BINARY.
 01  WS-TEXT-LEN                       PIC 9(03) BINARY.
 01  WS-CHAR-IDX                       PIC 9(03) BINARY.

 01  WS-RECORD-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-NEW-COUNT                      PIC 9(09) BINARY VALUE 0.
 01  WS-WRITTEN-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.
 01  WS-SEQUENCE                       PIC 9(12).
 01  WS-SEQUENCE-DISPLAY               PIC Z(11)9.
 01  WS-EXPORT-COUNT                   PIC 9(09).

*> one audit record split into the export columns
 01  WS-FIELD-PROGRAM                  PIC X(24).
 01  WS-FIELD-TIMESTAMP                PIC X(21).
 01  WS-FIELD-THIRD                    PIC X(44).
 01  WS-FIELD-DATASET                  PIC X(44).
 01  WS-FIELD-BYTES                    PIC X(19).
 01  WS-FIELD-RESULT                   PIC X(20).
 01  WS-FIELD-REST                     PIC X(250).
 01  WS-FIELD-PTR                      PIC 9(03) BINARY.
 01  WS-NUMERIC-SWITCH                 PIC X(01).
    88 WS-THIRD-IS-NUMERIC             VALUE "Y".

 01  WS-RUN-TIMESTAMP                  PIC X(21).

*> linkage work area for SHA3-STREAM.cob
 01  WS-STREAM-ALGORITHM               PIC X(08) VALUE "512".
 01  WS-STREAM-FUNCTION-CODE           PIC X(01).
 01  WS-STREAM-OUTPUT                  PIC X(64).
 01  WS-STREAM-OUTPUT-LEN              BINARY-DOUBLE UNSIGNED VALUE 64.
 01  WS-CHAIN-INPUT-LEN                BINARY-DOUBLE UNSIGNED.

*> audit-trail work area
 01  WS-AUDIT-TEXT                     PIC X(250).

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "AUDEXPRT".
 01  WS-RUNC-START-TS                  PIC X(21).
 01  WS-RUNC-END-TS                    PIC X(21).
 01  WS-RUNC-COND-CODE                 PIC 9(02).
 01  WS-RUNC-COUNTS                    PIC X(80).
 01  WS-RUNC-NUM-1                     PIC 9(09).

 PROCEDURE DIVISION.

*>------------------------------------------------------------------------------
 MAIN-AUDEXPRT SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    PERFORM 2000-WALK-ONE-RECORD
       UNTIL WS-AUDIT-AT-END OR WS-EXPORT-REFUSED
    CLOSE AUDIT-FILE

    IF NOT WS-EXPORT-REFUSED AND NOT WS-MARK-FOUND
       MOVE "high-water mark chain value is not on the trail"
         TO WS-REFUSE-REASON
       SET WS-EXPORT-REFUSED TO TRUE
    END-IF

    IF WS-EXPORT-REFUSED
       PERFORM 4000-REPORT-REFUSAL
    ELSE
       PERFORM 5000-WRITE-EXPORT
    END-IF

    PERFORM 6000-WRITE-HIGH-WATER-MARK
    PERFORM 7000-WRITE-AUDIT-RECORD
    PERFORM 9000-TERMINATE

    IF WS-EXPORT-REFUSED
       MOVE 16 TO WS-RUNC-COND-CODE
    ELSE
       MOVE 0 TO WS-RUNC-COND-CODE
    END-IF
    PERFORM 9500-WRITE-RUN-CONTROL

    IF WS-EXPORT-REFUSED
       STOP RUN WITH ERROR STATUS 16
    ELSE
       STOP RUN
    END-IF

    .
 MAIN-AUDEXPRT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Opens the trail, the report and the new mark, and sets where the
*> walk starts. With no high-water mark yet, or a mark that is exactly
*> the seed the compacted live trail starts from, every live record is
*> new; otherwise the walk must first find the record carrying the mark.
*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-START-TS
    MOVE WS-RUNC-START-TS TO WS-RUN-TIMESTAMP

    OPEN INPUT AUDIT-FILE
    IF NOT AUDIT-OK
       DISPLAY "AUDEXPRT: unable to open HASHAUDT, status "
               WS-AUDIT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "AUDEXPRT: unable to open EXPRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "AUDEXPRT - HASHAUDT INCREMENTAL EXPORT  RUN "
           DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE ALL "0" TO WS-SEED-CHAIN-HEX
    OPEN INPUT SEED-FILE
    IF SEED-OK
       READ SEED-FILE
          AT END
             CONTINUE
          NOT AT END
             IF SEED-REC NOT = SPACES
                MOVE SEED-REC TO WS-SEED-CHAIN-HEX
             END-IF
       END-READ
       CLOSE SEED-FILE
    END-IF

    PERFORM 1100-LOAD-HIGH-WATER-MARK

*>  the new mark is opened before anything is exported: a run that
*>  could not save its mark must not ship records it would ship again
    OPEN OUTPUT HWMOUT-FILE
    IF WS-HWMOUT-STATUS NOT = "00"
       DISPLAY "AUDEXPRT: unable to open EXPHWMO, status "
               WS-HWMOUT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    IF WS-HWM-CHAIN = SPACES
       MOVE WS-SEED-CHAIN-HEX TO WS-PREV-CHAIN-HEX
       SET WS-MARK-FOUND TO TRUE
       MOVE "NO HIGH-WATER MARK - EXPORTING THE LIVE TRAIL FROM ITS SEED"
         TO REPORT-REC
    ELSE
       MOVE WS-HWM-CHAIN TO WS-PREV-CHAIN-HEX
       MOVE WS-HWM-SEQUENCE TO WS-SEQUENCE-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "HIGH-WATER MARK: SEQUENCE " DELIMITED BY SIZE
              WS-SEQUENCE-DISPLAY          DELIMITED BY SIZE
              "  RECORD "                  DELIMITED BY SIZE
              WS-HWM-TIMESTAMP             DELIMITED BY SIZE
              "  CHAIN "                   DELIMITED BY SIZE
              WS-HWM-CHAIN(1:32)           DELIMITED BY SIZE
              "..."                        DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       IF WS-HWM-CHAIN = WS-SEED-CHAIN-HEX
          SET WS-MARK-FOUND TO TRUE
       END-IF
    END-IF
    WRITE REPORT-REC

    MOVE WS-PREV-CHAIN-HEX TO WS-START-CHAIN-HEX
    MOVE WS-HWM-TIMESTAMP TO WS-LAST-TIMESTAMP

    PERFORM 2100-READ-AUDIT

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A missing or empty EXPHWMI, or one without a chain value, means
*> nothing has been exported yet.
*>------------------------------------------------------------------------------
 1100-LOAD-HIGH-WATER-MARK.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-HWM-CHAIN
    MOVE SPACES TO WS-HWM-TIMESTAMP
    MOVE 0 TO WS-HWM-SEQUENCE
    MOVE SPACES TO WS-HWM-EXPORTED-AT

    OPEN INPUT HWMIN-FILE
    IF HWMIN-OK
       READ HWMIN-FILE
          AT END
             CONTINUE
          NOT AT END
             MOVE HWMIN-CHAIN     TO WS-HWM-CHAIN
             MOVE HWMIN-TIMESTAMP TO WS-HWM-TIMESTAMP
             IF HWMIN-SEQUENCE IS NUMERIC
                MOVE HWMIN-SEQUENCE TO WS-HWM-SEQUENCE
             END-IF
             MOVE HWMIN-EXPORTED-AT TO WS-HWM-EXPORTED-AT
       END-READ
       CLOSE HWMIN-FILE
    END-IF

    .
 1100-LOAD-HIGH-WATER-MARK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Pass one. Up to the high-water record the walk only looks for the
*> mark; after it, every record must carry a chain token that
*> verifies from the one before - the first that does not stops the
*> walk and refuses the export. Nothing is written in this pass.
*>------------------------------------------------------------------------------
 2000-WALK-ONE-RECORD.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-RECORD-COUNT

    PERFORM 3000-LOCATE-CHAIN-TOKEN

    IF NOT WS-MARK-FOUND
       IF WS-CHAIN-POS > 0
          AND AUDIT-REC(WS-CHAIN-POS:128) = WS-HWM-CHAIN
          SET WS-MARK-FOUND TO TRUE
          MOVE WS-RECORD-COUNT TO WS-HWM-RECORD-NO
       END-IF
    ELSE
       IF WS-CHAIN-POS = 0
          MOVE "new record without a C= chain token"
            TO WS-REFUSE-REASON
          SET WS-EXPORT-REFUSED TO TRUE
       ELSE
          MOVE AUDIT-REC(WS-CHAIN-POS:128) TO WS-RECORD-CHAIN-HEX
          PERFORM 3200-COMPUTE-EXPECTED-CHAIN
          IF WS-RECORD-CHAIN-HEX = WS-EXPECTED-CHAIN-HEX
             MOVE WS-RECORD-CHAIN-HEX TO WS-PREV-CHAIN-HEX
             ADD 1 TO WS-NEW-COUNT
             PERFORM 2200-NOTE-TIMESTAMP
          ELSE
             MOVE "chain value does not verify from the record before"
               TO WS-REFUSE-REASON
             SET WS-EXPORT-REFUSED TO TRUE
          END-IF
       END-IF
    END-IF

    IF NOT WS-EXPORT-REFUSED
       PERFORM 2100-READ-AUDIT
    END-IF

    .
 2000-WALK-ONE-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-READ-AUDIT.
*>------------------------------------------------------------------------------

    READ AUDIT-FILE
       AT END
          SET WS-AUDIT-AT-END TO TRUE
    END-READ

    .
 2100-READ-AUDIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The timestamp of the newest verified record - the second word of
*> the record - becomes the new high-water mark's.
*>------------------------------------------------------------------------------
 2200-NOTE-TIMESTAMP.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-FIELD-PROGRAM
    MOVE SPACES TO WS-FIELD-TIMESTAMP
    UNSTRING AUDIT-REC
       DELIMITED BY ALL " "
       INTO WS-FIELD-PROGRAM
            WS-FIELD-TIMESTAMP
    END-UNSTRING
    MOVE WS-FIELD-TIMESTAMP TO WS-LAST-TIMESTAMP

    .
 2200-NOTE-TIMESTAMP-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Finds the last " C=" marker, as AUDCHECK.cob does: the text is
*> everything ahead of it, the chain value the 128 characters after.
*>------------------------------------------------------------------------------
 3000-LOCATE-CHAIN-TOKEN.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-CHAIN-POS
    MOVE 0 TO WS-TEXT-LEN
    PERFORM 3100-SCAN-ONE-POSITION
       VARYING WS-CHAR-IDX FROM 1 BY 1
       UNTIL WS-CHAR-IDX > 270

    .
 3000-LOCATE-CHAIN-TOKEN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-SCAN-ONE-POSITION.
*>------------------------------------------------------------------------------

    IF AUDIT-REC(WS-CHAR-IDX:3) = " C="
       COMPUTE WS-CHAIN-POS = WS-CHAR-IDX + 3
       COMPUTE WS-TEXT-LEN = WS-CHAR-IDX - 1
    END-IF

    .
 3100-SCAN-ONE-POSITION-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The same computation AUDITWRT.cob performed when it wrote the
*> record: SHA3-512(previous chain hex || record text).
*>------------------------------------------------------------------------------
 3200-COMPUTE-EXPECTED-CHAIN.
*>------------------------------------------------------------------------------

    MOVE "I" TO WS-STREAM-FUNCTION-CODE
    MOVE 128 TO WS-CHAIN-INPUT-LEN
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-PREV-CHAIN-HEX
                             WS-CHAIN-INPUT-LEN
                             WS-STREAM-OUTPUT
                             WS-STREAM-OUTPUT-LEN
    END-CALL

    MOVE "A" TO WS-STREAM-FUNCTION-CODE
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-PREV-CHAIN-HEX
                             WS-CHAIN-INPUT-LEN
                             WS-STREAM-OUTPUT
                             WS-STREAM-OUTPUT-LEN
    END-CALL

    IF WS-TEXT-LEN > 0
       MOVE "A" TO WS-STREAM-FUNCTION-CODE
       MOVE WS-TEXT-LEN TO WS-CHAIN-INPUT-LEN
       CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                                WS-STREAM-FUNCTION-CODE
                                AUDIT-REC
                                WS-CHAIN-INPUT-LEN
                                WS-STREAM-OUTPUT
                                WS-STREAM-OUTPUT-LEN
       END-CALL
    END-IF

    MOVE "F" TO WS-STREAM-FUNCTION-CODE
    MOVE 0 TO WS-CHAIN-INPUT-LEN
    CALL "SHA3-STREAM" USING WS-STREAM-ALGORITHM
                             WS-STREAM-FUNCTION-CODE
                             WS-PREV-CHAIN-HEX
                             WS-CHAIN-INPUT-LEN
                             WS-STREAM-OUTPUT
                             WS-STREAM-OUTPUT-LEN
    END-CALL

    MOVE SPACES TO WS-EXPECTED-CHAIN-HEX
    CALL "HEXENCODE" USING WS-STREAM-OUTPUT
                           WS-STREAM-OUTPUT-LEN
                           WS-EXPECTED-CHAIN-HEX
    END-CALL

    .
 3200-COMPUTE-EXPECTED-CHAIN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Nothing is exported; the report says where the chain stopped and
*> the operator console hears about it too.
*>------------------------------------------------------------------------------
 4000-REPORT-REFUSAL.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "EXPORT REFUSED - " DELIMITED BY SIZE
           WS-REFUSE-REASON    DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    IF WS-MARK-FOUND
       MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "  AT LIVE TRAIL RECORD " DELIMITED BY SIZE
              WS-COUNT-DISPLAY         DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
       MOVE SPACES TO REPORT-REC
       STRING "  " DELIMITED BY SIZE
              AUDIT-REC(1:100) DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    ELSE
       MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "  " DELIMITED BY SIZE
              WS-COUNT-DISPLAY DELIMITED BY SIZE
              " live record(s) searched - records since the last"
                               DELIMITED BY SIZE
              " export are missing or altered"
                               DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "  NOTHING EXPORTED; THE HIGH-WATER MARK IS CARRIED FORWARD"
           DELIMITED BY SIZE
           " UNCHANGED" DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    DISPLAY "AUDEXPRT: EXPORT REFUSED - " WS-REFUSE-REASON

    .
 4000-REPORT-REFUSAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Pass two, only once every new link has verified: re-read the
*> trail, skip to the high-water record and write exactly the records
*> pass one verified - anything a writer appended since goes out with
*> the next export.
*>------------------------------------------------------------------------------
 5000-WRITE-EXPORT.
*>------------------------------------------------------------------------------

    OPEN OUTPUT EXPORT-FILE
    IF WS-EXPORT-STATUS NOT = "00"
       DISPLAY "AUDEXPRT: unable to open AUDEXPT, status "
               WS-EXPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    COMPUTE WS-SEQUENCE = WS-HWM-SEQUENCE + 1
    MOVE WS-SEQUENCE TO WS-SEQUENCE-DISPLAY
    MOVE SPACES TO EXPORT-REC
    STRING "H|AUDEXPRT|"                       DELIMITED BY SIZE
           WS-RUN-TIMESTAMP                    DELIMITED BY SIZE
           "|"                                 DELIMITED BY SIZE
           FUNCTION TRIM(WS-SEQUENCE-DISPLAY)  DELIMITED BY SIZE
           "|"                                 DELIMITED BY SIZE
           WS-START-CHAIN-HEX                  DELIMITED BY SIZE
      INTO EXPORT-REC
    END-STRING
    WRITE EXPORT-REC

    MOVE WS-HWM-SEQUENCE TO WS-SEQUENCE
    MOVE "N" TO WS-AUDIT-EOF-SWITCH
    MOVE 0 TO WS-RECORD-COUNT
    OPEN INPUT AUDIT-FILE
    IF NOT AUDIT-OK
       DISPLAY "AUDEXPRT: unable to reopen HASHAUDT, status "
               WS-AUDIT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    PERFORM 2100-READ-AUDIT
    PERFORM 5100-EXPORT-ONE-RECORD
       UNTIL WS-AUDIT-AT-END OR WS-WRITTEN-COUNT >= WS-NEW-COUNT
    CLOSE AUDIT-FILE

    MOVE WS-WRITTEN-COUNT TO WS-EXPORT-COUNT
    MOVE SPACES TO EXPORT-REC
    STRING "T|"                       DELIMITED BY SIZE
           WS-EXPORT-COUNT            DELIMITED BY SIZE
           "|"                        DELIMITED BY SIZE
           WS-PREV-CHAIN-HEX          DELIMITED BY SIZE
      INTO EXPORT-REC
    END-STRING
    WRITE EXPORT-REC
    CLOSE EXPORT-FILE

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "RECORDS EXPORTED: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY     DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "ENDING CHAIN:     " DELIMITED BY SIZE
           WS-PREV-CHAIN-HEX(1:64) DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "                  " DELIMITED BY SIZE
           WS-PREV-CHAIN-HEX(65:64) DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 5000-WRITE-EXPORT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5100-EXPORT-ONE-RECORD.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-RECORD-COUNT

    IF WS-RECORD-COUNT > WS-HWM-RECORD-NO
       PERFORM 3000-LOCATE-CHAIN-TOKEN
       PERFORM 5200-SPLIT-AUDIT-RECORD
       ADD 1 TO WS-SEQUENCE
       ADD 1 TO WS-WRITTEN-COUNT
       MOVE WS-SEQUENCE TO WS-SEQUENCE-DISPLAY
       MOVE SPACES TO EXPORT-REC
       STRING "D|"                               DELIMITED BY SIZE
              FUNCTION TRIM(WS-SEQUENCE-DISPLAY) DELIMITED BY SIZE
              "|"                                DELIMITED BY SIZE
              WS-FIELD-TIMESTAMP                 DELIMITED BY SPACE
              "|"                                DELIMITED BY SIZE
              WS-FIELD-PROGRAM                   DELIMITED BY SPACE
              "|"                                DELIMITED BY SIZE
              WS-FIELD-DATASET                   DELIMITED BY SPACE
              "|"                                DELIMITED BY SIZE
              WS-FIELD-RESULT                    DELIMITED BY SPACE
              "|"                                DELIMITED BY SIZE
              WS-FIELD-BYTES                     DELIMITED BY SPACE
              "|"                                DELIMITED BY SIZE
              AUDIT-REC(WS-CHAIN-POS:128)        DELIMITED BY SIZE
              "|"                                DELIMITED BY SIZE
              WS-FIELD-REST                      DELIMITED BY SIZE
         INTO EXPORT-REC
       END-STRING
       WRITE EXPORT-REC
    END-IF

    PERFORM 2100-READ-AUDIT

    .
 5100-EXPORT-ONE-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Splits the record text (everything ahead of " C=") into columns.
*> Records written by the batch drivers carry a dataset name (or
*> partner id) between the timestamp and the byte count; records
*> written by the digest modules themselves do not - told apart, as
*> AUDITRPT.cob does, by whether the third word is all digits.
*> Whatever follows the result - a digest, user ids - goes out in
*> the last column as written.
*>------------------------------------------------------------------------------
 5200-SPLIT-AUDIT-RECORD.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-FIELD-PROGRAM
    MOVE SPACES TO WS-FIELD-TIMESTAMP
    MOVE SPACES TO WS-FIELD-THIRD
    MOVE SPACES TO WS-FIELD-DATASET
    MOVE SPACES TO WS-FIELD-BYTES
    MOVE SPACES TO WS-FIELD-RESULT
    MOVE SPACES TO WS-FIELD-REST

    IF WS-TEXT-LEN > 0
       MOVE 1 TO WS-FIELD-PTR
       UNSTRING AUDIT-REC(1:WS-TEXT-LEN)
          DELIMITED BY ALL " "
          INTO WS-FIELD-PROGRAM
               WS-FIELD-TIMESTAMP
               WS-FIELD-THIRD
          WITH POINTER WS-FIELD-PTR
       END-UNSTRING

       PERFORM 5300-CHECK-THIRD-NUMERIC
       IF WS-THIRD-IS-NUMERIC
          MOVE WS-FIELD-THIRD TO WS-FIELD-BYTES
          UNSTRING AUDIT-REC(1:WS-TEXT-LEN)
             DELIMITED BY ALL " "
             INTO WS-FIELD-RESULT
             WITH POINTER WS-FIELD-PTR
          END-UNSTRING
       ELSE
          MOVE WS-FIELD-THIRD TO WS-FIELD-DATASET
          UNSTRING AUDIT-REC(1:WS-TEXT-LEN)
             DELIMITED BY ALL " "
             INTO WS-FIELD-BYTES
                  WS-FIELD-RESULT
             WITH POINTER WS-FIELD-PTR
          END-UNSTRING
       END-IF

       IF WS-FIELD-PTR <= WS-TEXT-LEN
          MOVE AUDIT-REC(WS-FIELD-PTR:WS-TEXT-LEN - WS-FIELD-PTR + 1)
            TO WS-FIELD-REST
       END-IF
    END-IF

    .
 5200-SPLIT-AUDIT-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5300-CHECK-THIRD-NUMERIC.
*>------------------------------------------------------------------------------

    MOVE "Y" TO WS-NUMERIC-SWITCH

    IF WS-FIELD-THIRD = SPACES
       MOVE "N" TO WS-NUMERIC-SWITCH
    END-IF

    PERFORM 5310-CHECK-ONE-CHAR
       VARYING WS-CHAR-IDX FROM 1 BY 1
       UNTIL WS-CHAR-IDX > 44

    .
 5300-CHECK-THIRD-NUMERIC-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5310-CHECK-ONE-CHAR.
*>------------------------------------------------------------------------------

    IF WS-FIELD-THIRD(WS-CHAR-IDX:1) NOT = SPACE
       AND (WS-FIELD-THIRD(WS-CHAR-IDX:1) < "0"
            OR WS-FIELD-THIRD(WS-CHAR-IDX:1) > "9")
       MOVE "N" TO WS-NUMERIC-SWITCH
    END-IF

    .
 5310-CHECK-ONE-CHAR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The next run's starting point: the last exported record's chain
*> value, timestamp and sequence number. A refused run writes the old
*> mark back unchanged, so tomorrow's run meets the same gap instead
*> of quietly starting over from the seed.
*>------------------------------------------------------------------------------
 6000-WRITE-HIGH-WATER-MARK.
*>------------------------------------------------------------------------------

    IF WS-EXPORT-REFUSED
       IF WS-HWM-CHAIN NOT = SPACES
          MOVE SPACES TO HWMOUT-REC
          MOVE WS-HWM-CHAIN       TO HWMOUT-CHAIN
          MOVE WS-HWM-TIMESTAMP   TO HWMOUT-TIMESTAMP
          MOVE WS-HWM-SEQUENCE    TO HWMOUT-SEQUENCE
          MOVE WS-HWM-EXPORTED-AT TO HWMOUT-EXPORTED-AT
          WRITE HWMOUT-REC
       END-IF
    ELSE
       MOVE SPACES TO HWMOUT-REC
       MOVE WS-PREV-CHAIN-HEX TO HWMOUT-CHAIN
       MOVE WS-LAST-TIMESTAMP TO HWMOUT-TIMESTAMP
       COMPUTE HWMOUT-SEQUENCE = WS-HWM-SEQUENCE + WS-WRITTEN-COUNT
       MOVE WS-RUN-TIMESTAMP  TO HWMOUT-EXPORTED-AT
       WRITE HWMOUT-REC
    END-IF
    CLOSE HWMOUT-FILE

    .
 6000-WRITE-HIGH-WATER-MARK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The export itself is chain-of-custody evidence: one record naming
*> the outcome and the count, which the next export ships in turn.
*>------------------------------------------------------------------------------
 7000-WRITE-AUDIT-RECORD.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
    MOVE WS-WRITTEN-COUNT TO WS-EXPORT-COUNT

    MOVE SPACES TO WS-AUDIT-TEXT
    IF WS-EXPORT-REFUSED
       STRING "AUDEXPRT"         DELIMITED BY SIZE
              " "                DELIMITED BY SIZE
              WS-RUNC-END-TS     DELIMITED BY SIZE
              " 0 EXPORT-REFUSED" DELIMITED BY SIZE
         INTO WS-AUDIT-TEXT
       END-STRING
    ELSE
       STRING "AUDEXPRT"         DELIMITED BY SIZE
              " "                DELIMITED BY SIZE
              WS-RUNC-END-TS     DELIMITED BY SIZE
              " "                DELIMITED BY SIZE
              WS-EXPORT-COUNT    DELIMITED BY SIZE
              " EXPORTED"        DELIMITED BY SIZE
         INTO WS-AUDIT-TEXT
       END-STRING
    END-IF

    CALL "AUDITWRT" USING WS-AUDIT-TEXT
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "AUDEXPRT: chain-of-custody record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 7000-WRITE-AUDIT-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    CLOSE REPORT-FILE

    DISPLAY "AUDEXPRT: " WS-WRITTEN-COUNT " record(s) exported."

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
    MOVE WS-WRITTEN-COUNT TO WS-RUNC-NUM-1
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "EXPORTED=" DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
      INTO WS-RUNC-COUNTS
    END-STRING

    CALL "RUNCWRT" USING WS-RUNC-PROGRAM
                         WS-RUNC-START-TS
                         WS-RUNC-END-TS
                         WS-RUNC-COND-CODE
                         WS-RUNC-COUNTS
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "AUDEXPRT: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM AUDEXPRT.
