*>               transmission disputes. The journal only reaches back
*>               to the night journaling went in; an as-of date before
*>               the first journal record for the dataset is reported
*>               as such rather than answered wrongly. A dataset
*>               MASTRET.cob has retired from the master is answered
*>               from its closing RETIRED record: as of a date after
*>               retirement there is no current digest, and the last
*>               digest held is shown with the retirement date.
*>
*> Author:       cobsha3 maintainers
*>
*>               DIGRPT    - line-sequential output, the lineage
*>                            report.
*>
*>               Lineage marker records (MASTRET.cob): a new digest
*>               column of RETIRED closes the lineage, with the last
*>               digest held as the old digest; an old digest column
*>               of RETIRED reopens it on reinstatement. A record of
*>               change kind ALGOCHG (HASHRUN.cob) is the same content
*>               re-stamped under a new digest algorithm during a
*>               transition window, listed with both algorithms.
*>
*>               Condition code 4 when the dataset has no journal
*>               record at all.
*>
*> ========== ==================================================================
*> 2026.09.03 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - List the RETIRED and REINSTATED lineage records
*>              MASTRET.cob writes when a decommissioned dataset's
*>              master record is retired or brought back, and answer
*>              an as-of date inside a retirement as RETIRED (with the
*>              last digest held) instead of as a current digest.
*> 2026.10.15 cobsha3 maintainers:
*>            - The journal record grows to carry the change kind and
*>              algorithms (367 bytes). ALGOCHG records - a digest-
*>              algorithm cutover, not a content change - list as
*>              ALGOCHG TO with the old and new algorithm beneath, so
*>              a dispute over the cutover night is not read as new
*>              content; the as-of answer follows the new digest.
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

 FD  INQCARD-FILE.
 01  INQCARD-REC                       PIC X(80).
 01  WS-ASOF-TIMESTAMP                 PIC X(21) VALUE SPACES.
 01  WS-ASOF-FOUND-SWITCH              PIC X(01) VALUE "N".
    88 WS-ASOF-FOUND                   VALUE "Y".
 01  WS-ASOF-RETIRED-SWITCH            PIC X(01) VALUE "N".
    88 WS-ASOF-RETIRED                 VALUE "Y".

 01  WS-LINEAGE-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-READ-COUNT                     PIC 9(09) BINARY VALUE 0.
       ADD 1 TO WS-LINEAGE-COUNT

       MOVE SPACES TO REPORT-REC
       EVALUATE TRUE
          WHEN JRNL-NEW-HEX = "RETIRED"
             STRING "  " DELIMITED BY SIZE
                    JRNL-RUN-TIMESTAMP DELIMITED BY SIZE
                    " RETIRED     LAST DIGEST HELD " DELIMITED BY SIZE
                    JRNL-OLD-HEX DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
          WHEN JRNL-OLD-HEX = "RETIRED"
             STRING "  " DELIMITED BY SIZE
                    JRNL-RUN-TIMESTAMP DELIMITED BY SIZE
                    " REINSTATED  " DELIMITED BY SIZE
                    JRNL-NEW-HEX DELIMITED BY SIZE
                    " BYTES " DELIMITED BY SIZE
                    JRNL-BYTES DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
          WHEN JRNL-OLD-HEX = SPACES
             STRING "  " DELIMITED BY SIZE
                    JRNL-RUN-TIMESTAMP DELIMITED BY SIZE
                    " FIRST SEEN  " DELIMITED BY SIZE
                    JRNL-NEW-HEX DELIMITED BY SIZE
                    " BYTES " DELIMITED BY SIZE
                    JRNL-BYTES DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
          WHEN JRNL-CHANGE-KIND = "ALGOCHG"
             STRING "  " DELIMITED BY SIZE
                    JRNL-RUN-TIMESTAMP DELIMITED BY SIZE
                    " ALGOCHG TO  " DELIMITED BY SIZE
                    JRNL-NEW-HEX DELIMITED BY SIZE
                    " BYTES " DELIMITED BY SIZE
                    JRNL-BYTES DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
          WHEN OTHER
             STRING "  " DELIMITED BY SIZE
                    JRNL-RUN-TIMESTAMP DELIMITED BY SIZE
                    " CHANGED TO  " DELIMITED BY SIZE
                    JRNL-NEW-HEX DELIMITED BY SIZE
                    " BYTES " DELIMITED BY SIZE
                    JRNL-BYTES DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
       END-EVALUATE
       WRITE REPORT-REC

       IF JRNL-OLD-HEX NOT = SPACES
          AND JRNL-OLD-HEX NOT = "RETIRED"
          AND JRNL-NEW-HEX NOT = "RETIRED"
          MOVE SPACES TO REPORT-REC
          STRING "                        FROM        "
                 DELIMITED BY SIZE
          WRITE REPORT-REC
       END-IF

       IF JRNL-CHANGE-KIND = "ALGOCHG"
          MOVE SPACES TO REPORT-REC
          STRING "                        ALGORITHM   "
                 DELIMITED BY SIZE
                 JRNL-OLD-ALGORITHM DELIMITED BY SPACE
                 " TO " DELIMITED BY SIZE
                 JRNL-NEW-ALGORITHM DELIMITED BY SPACE
                 " - SAME CONTENT" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       END-IF

       IF JRNL-RUN-TIMESTAMP(1:8) <= WS-INQ-ASOF
          MOVE JRNL-RUN-TIMESTAMP TO WS-ASOF-TIMESTAMP
          SET WS-ASOF-FOUND TO TRUE
          IF JRNL-NEW-HEX = "RETIRED"
             MOVE JRNL-OLD-HEX TO WS-ASOF-HEX
             SET WS-ASOF-RETIRED TO TRUE
          ELSE
             MOVE JRNL-NEW-HEX TO WS-ASOF-HEX
             MOVE "N" TO WS-ASOF-RETIRED-SWITCH
          END-IF
       END-IF
    END-IF

    EXIT.

*>------------------------------------------------------------------------------
*> The point-in-time answer. Four honest outcomes: a digest current
*> as of the date, a dataset retired from the master by then, a
*> dataset journaled only after the date, or a dataset the journal
*> has never seen.
*>------------------------------------------------------------------------------
 7000-WRITE-ASOF-ANSWER.
*>------------------------------------------------------------------------------
    WRITE REPORT-REC

    EVALUATE TRUE
       WHEN WS-ASOF-RETIRED
          MOVE SPACES TO REPORT-REC
          STRING "DATASET RETIRED AS OF " DELIMITED BY SIZE
                 WS-INQ-ASOF             DELIMITED BY SIZE
                 " (RETIRED "            DELIMITED BY SIZE
                 WS-ASOF-TIMESTAMP       DELIMITED BY SIZE
                 "), LAST DIGEST HELD:"  DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          MOVE SPACES TO REPORT-REC
          STRING "  " DELIMITED BY SIZE
                 WS-ASOF-HEX DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       WHEN WS-ASOF-FOUND
          MOVE SPACES TO REPORT-REC
          STRING "DIGEST CURRENT AS OF " DELIMITED BY SIZE
