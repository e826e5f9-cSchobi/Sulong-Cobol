*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  KEYAGE.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  KEYAGE.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with KEYAGE.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      KEYAGE.cob
*>
*> Purpose:      Key age and rotation-compliance report over the
*>               KEYFILE partner key store. A lapsed key used to be
*>               found only when MACRUN marked an entry EXPIRED at
*>               02:00 and the partner's transmission failed
*>               verification. This step lists, ahead of time:
*>                 EXPIRED   - an active key past its expiry date;
*>                 EXPIRING  - an expiry date inside the warning
*>                             window;
*>                 ROTATE    - a key older than the rotation policy,
*>                             measured from its effective date;
*>                 ROLLOVER  - a rollover-until date already passed
*>                             with the outgoing key still held;
*>                 NOKEY     - a partner id on MACMANIF or PARTNERS
*>                             with no usable key at all (none on
*>                             the store, retired, or expired);
*>                 BADDATE   - a key record whose dates are not
*>                             yyyymmdd.
*>               "Today" is the clock date, the date MACRUN itself
*>               judges expiry by.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free KEYAGE.cob
*>
*> Usage:        PARM      - two numbers, blank separated: the expiry
*>                            warning window in days and the rotation
*>                            policy age in days. Omitted (or not
*>                            numeric) means 30 and 365.
*>               KEYFILE   - the partner key store KEYMAINT.cob
*>                            maintains, read only.
*>               MACMANIF  - line-sequential input, optional: MAC
*>                            manifest entries (outbound and inbound
*>                            concatenated), MACRUN's layout.
*>               PARTNERS  - line-sequential input, optional: the
*>                            dataset-prefix -> partner cross-reference.
*>               KEYARPT   - line-sequential output, the report.
*>               RUNCTL    - run-control master, one record appended
*>                            through RUNCWRT.cob.
*>
*>               Condition code 8 when a partner on MACMANIF has no
*>               usable key (tonight's MACRUN will fail it), 4 for
*>               any other finding, 0 when the store is clean.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - KEYFILE record layout follows KEYMAINT.cob to 370
*>              bytes (partner MAC algorithm and KMAC customization
*>              string); key ages are unaffected.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. KEYAGE.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT KEY-FILE ASSIGN TO "KEYFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS KEY-PARTNER-ID
         FILE STATUS IS WS-KEY-STATUS.

     SELECT MANIFEST-FILE ASSIGN TO "MACMANIF"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MANIFEST-STATUS.

     SELECT XREF-FILE ASSIGN TO "PARTNERS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-XREF-STATUS.

     SELECT REPORT-FILE ASSIGN TO "KEYARPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
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

 FD  MANIFEST-FILE.
 01  MANIFEST-REC.
     05 MANIFEST-DSNAME                PIC X(44).
     05 FILLER                         PIC X(01).
     05 MANIFEST-PARTNER               PIC X(08).
     05 FILLER                         PIC X(01).
     05 MANIFEST-FORMAT                PIC X(01).

 FD  XREF-FILE.
 01  XREF-REC.
     05 XREF-PREFIX                    PIC X(44).
     05 FILLER                         PIC X(01).
     05 XREF-PARTNER-ID                PIC X(08).
     05 FILLER                         PIC X(01).
     05 XREF-CONTACT                   PIC X(30).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-KEY-STATUS                     PIC X(02).
    88 KEY-OK                          VALUE "00".
    88 KEY-MISSING                     VALUE "35".
 01  WS-MANIFEST-STATUS                PIC X(02).
    88 MANIFEST-OK                     VALUE "00".
    88 MANIFEST-MISSING                VALUE "35".
 01  WS-XREF-STATUS                    PIC X(02).
    88 XREF-OK                         VALUE "00".
    88 XREF-MISSING                    VALUE "35".
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-KEY-EOF-SWITCH                 PIC X(01) VALUE "N".
    88 WS-KEY-AT-END                   VALUE "Y".
 01  WS-MANIFEST-EOF-SWITCH            PIC X(01) VALUE "N".
    88 WS-MANIFEST-AT-END              VALUE "Y".
 01  WS-XREF-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-XREF-AT-END                  VALUE "Y".

*> PARM work area
 01  WS-PARM-WARN                      PIC X(08).
 01  WS-PARM-POLICY                    PIC X(08).
 01  WS-WARN-DAYS                      PIC 9(05) VALUE 30.
 01  WS-POLICY-DAYS                    PIC 9(05) VALUE 365.

 01  WS-RUN-TIMESTAMP                  PIC X(21).
 01  WS-TODAY                          PIC X(08).
 01  WS-TODAY-INT                      PIC S9(09) BINARY.
 01  WS-DATE-INT                       PIC S9(09) BINARY.
 01  WS-DAYS                           PIC S9(09) BINARY.
 01  WS-DAYS-DISPLAY                   PIC -(08)9.
 01  WS-POLICY-DISPLAY                 PIC Z(04)9.

*> every partner id referenced anywhere, with where it was seen and
*> whether the key store holds a usable key for it
 01  WS-PART-TABLE.
     05 WS-PART-ENTRY                  OCCURS 500 TIMES.
        10 WS-PART-PID                 PIC X(08).
        10 WS-PART-ON-MACMANIF         PIC X(01).
           88 WS-PART-MAC-PARTNER      VALUE "Y".
        10 WS-PART-ON-PARTNERS         PIC X(01).
           88 WS-PART-XREF-PARTNER     VALUE "Y".
        10 WS-PART-KEY-STATE           PIC X(01).
           88 WS-PART-NO-RECORD        VALUE " ".
           88 WS-PART-KEY-USABLE       VALUE "U".
           88 WS-PART-KEY-RETIRED      VALUE "R".
           88 WS-PART-KEY-EXPIRED      VALUE "X".
 01  WS-PART-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-PART-IDX                       PIC 9(04) BINARY.
 01  WS-PART-FOUND-IDX                 PIC 9(04) BINARY.
 01  WS-PART-LOOKUP-PID                PIC X(08).

 01  WS-WHERE-TEXT                     PIC X(24).
 01  WS-WHY-TEXT                       PIC X(24).

 01  WS-KEY-COUNT                      PIC 9(09) BINARY VALUE 0.
 01  WS-EXPIRED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-EXPIRING-COUNT                 PIC 9(09) BINARY VALUE 0.
 01  WS-ROTATE-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-ROLLOVER-COUNT                 PIC 9(09) BINARY VALUE 0.
 01  WS-NOKEY-COUNT                    PIC 9(09) BINARY VALUE 0.
 01  WS-BADDATE-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-FINDING-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-MAC-NOKEY-COUNT                PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "KEYAGE".
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
 MAIN-KEYAGE SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    PERFORM 2000-LOAD-MACMANIF
    PERFORM 2500-LOAD-PARTNERS

    PERFORM 3100-READ-KEY
    PERFORM 3000-CHECK-ONE-KEY UNTIL WS-KEY-AT-END

    PERFORM 4000-CHECK-ONE-PARTNER
       VARYING WS-PART-IDX FROM 1 BY 1
       UNTIL WS-PART-IDX > WS-PART-USED

    PERFORM 9000-TERMINATE

    EVALUATE TRUE
       WHEN WS-MAC-NOKEY-COUNT > 0
          MOVE 8 TO WS-RUNC-COND-CODE
       WHEN WS-FINDING-COUNT > 0
          MOVE 4 TO WS-RUNC-COND-CODE
       WHEN OTHER
          MOVE 0 TO WS-RUNC-COND-CODE
    END-EVALUATE
    PERFORM 9500-WRITE-RUN-CONTROL

    EVALUATE WS-RUNC-COND-CODE
       WHEN 8
          STOP RUN WITH ERROR STATUS 8
       WHEN 4
          STOP RUN WITH ERROR STATUS 4
       WHEN OTHER
          STOP RUN
    END-EVALUATE

    .
 MAIN-KEYAGE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS
    MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

    MOVE SPACES TO WS-PARM-WARN
    MOVE SPACES TO WS-PARM-POLICY
    IF LNK-PARM-LEN > 0
       UNSTRING LNK-PARM-TEXT(1:LNK-PARM-LEN)
          DELIMITED BY ALL " "
          INTO WS-PARM-WARN
               WS-PARM-POLICY
       END-UNSTRING
    END-IF
    IF WS-PARM-WARN NOT = SPACES
       AND FUNCTION TRIM(WS-PARM-WARN) IS NUMERIC
       MOVE FUNCTION NUMVAL(WS-PARM-WARN) TO WS-WARN-DAYS
    END-IF
    IF WS-PARM-POLICY NOT = SPACES
       AND FUNCTION TRIM(WS-PARM-POLICY) IS NUMERIC
       MOVE FUNCTION NUMVAL(WS-PARM-POLICY) TO WS-POLICY-DAYS
    END-IF

    OPEN INPUT KEY-FILE
    IF NOT KEY-OK
       DISPLAY "KEYAGE: unable to open KEYFILE, status "
               WS-KEY-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "KEYAGE: unable to open KEYARPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "KEYAGE - PARTNER KEY AGE AND ROTATION COMPLIANCE  RUN "
           DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-WARN-DAYS TO WS-POLICY-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "TODAY " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           "  EXPIRY WARNING WINDOW " DELIMITED BY SIZE
           WS-POLICY-DISPLAY DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    MOVE WS-POLICY-DAYS TO WS-POLICY-DISPLAY
    STRING "  ROTATION POLICY " DELIMITED BY SIZE
           WS-POLICY-DISPLAY DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
      INTO REPORT-REC(56:77)
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Every partner MACRUN will look a key up for tonight.
*>------------------------------------------------------------------------------
 2000-LOAD-MACMANIF.
*>------------------------------------------------------------------------------

    OPEN INPUT MANIFEST-FILE
    IF MANIFEST-OK
       PERFORM 2100-READ-MANIFEST
       PERFORM 2200-NOTE-MANIFEST-PARTNER UNTIL WS-MANIFEST-AT-END
       CLOSE MANIFEST-FILE
    ELSE
       IF NOT MANIFEST-MISSING
          DISPLAY "KEYAGE: unable to open MACMANIF, status "
                  WS-MANIFEST-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2000-LOAD-MACMANIF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-READ-MANIFEST.
*>------------------------------------------------------------------------------

    READ MANIFEST-FILE
       AT END
          SET WS-MANIFEST-AT-END TO TRUE
    END-READ

    .
 2100-READ-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-NOTE-MANIFEST-PARTNER.
*>------------------------------------------------------------------------------

    IF MANIFEST-DSNAME NOT = SPACES
       AND MANIFEST-PARTNER NOT = SPACES
       MOVE MANIFEST-PARTNER TO WS-PART-LOOKUP-PID
       PERFORM 7000-FIND-OR-ADD-PARTNER
       IF WS-PART-FOUND-IDX > 0
          SET WS-PART-MAC-PARTNER(WS-PART-FOUND-IDX) TO TRUE
       END-IF
    END-IF

    PERFORM 2100-READ-MANIFEST

    .
 2200-NOTE-MANIFEST-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2500-LOAD-PARTNERS.
*>------------------------------------------------------------------------------

    OPEN INPUT XREF-FILE
    IF XREF-OK
       PERFORM 2600-READ-XREF
       PERFORM 2700-NOTE-XREF-PARTNER UNTIL WS-XREF-AT-END
       CLOSE XREF-FILE
    ELSE
       IF NOT XREF-MISSING
          DISPLAY "KEYAGE: unable to open PARTNERS, status "
                  WS-XREF-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2500-LOAD-PARTNERS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2600-READ-XREF.
*>------------------------------------------------------------------------------

    READ XREF-FILE
       AT END
          SET WS-XREF-AT-END TO TRUE
    END-READ

    .
 2600-READ-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2700-NOTE-XREF-PARTNER.
*>------------------------------------------------------------------------------

    IF XREF-PREFIX NOT = SPACES
       AND XREF-PREFIX(1:1) NOT = "*"
       AND XREF-PARTNER-ID NOT = SPACES
       MOVE XREF-PARTNER-ID TO WS-PART-LOOKUP-PID
       PERFORM 7000-FIND-OR-ADD-PARTNER
       IF WS-PART-FOUND-IDX > 0
          SET WS-PART-XREF-PARTNER(WS-PART-FOUND-IDX) TO TRUE
       END-IF
    END-IF

    PERFORM 2600-READ-XREF

    .
 2700-NOTE-XREF-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One key record: its state goes into the partner table for the
*> coverage check, and a live key is measured against the expiry
*> window, the rotation policy and its rollover window.
*>------------------------------------------------------------------------------
 3000-CHECK-ONE-KEY.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-KEY-COUNT
    MOVE KEY-PARTNER-ID TO WS-PART-LOOKUP-PID
    PERFORM 7000-FIND-OR-ADD-PARTNER

    EVALUATE TRUE
       WHEN KEY-STATE = "R" OR KEY-CURRENT-LEN = 0
          IF WS-PART-FOUND-IDX > 0
             SET WS-PART-KEY-RETIRED(WS-PART-FOUND-IDX) TO TRUE
          END-IF
       WHEN NOT KEY-EFFECTIVE-DATE IS NUMERIC
         OR NOT KEY-EXPIRY-DATE IS NUMERIC
          ADD 1 TO WS-BADDATE-COUNT
          ADD 1 TO WS-FINDING-COUNT
          MOVE SPACES TO REPORT-REC
          STRING "BADDATE   " DELIMITED BY SIZE
                 KEY-PARTNER-ID DELIMITED BY SIZE
                 "  EFFECTIVE=" DELIMITED BY SIZE
                 KEY-EFFECTIVE-DATE DELIMITED BY SIZE
                 " EXPIRY=" DELIMITED BY SIZE
                 KEY-EXPIRY-DATE DELIMITED BY SIZE
                 " - DATES NOT YYYYMMDD, REISSUE WITH KEYMAINT"
                 DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
          IF WS-PART-FOUND-IDX > 0
             SET WS-PART-KEY-EXPIRED(WS-PART-FOUND-IDX) TO TRUE
          END-IF
       WHEN OTHER
          PERFORM 3200-CHECK-EXPIRY
          PERFORM 3300-CHECK-ROTATION-AGE
          PERFORM 3400-CHECK-ROLLOVER
    END-EVALUATE

    PERFORM 3100-READ-KEY

    .
 3000-CHECK-ONE-KEY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-READ-KEY.
*>------------------------------------------------------------------------------

    READ KEY-FILE NEXT
       AT END
          SET WS-KEY-AT-END TO TRUE
    END-READ

    .
 3100-READ-KEY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> MACRUN refuses a key once today is past its expiry date, so a key
*> expiring today is still usable tonight - and listed as EXPIRING.
*>------------------------------------------------------------------------------
 3200-CHECK-EXPIRY.
*>------------------------------------------------------------------------------

    COMPUTE WS-DATE-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(KEY-EXPIRY-DATE))
    COMPUTE WS-DAYS = WS-DATE-INT - WS-TODAY-INT

    EVALUATE TRUE
       WHEN WS-DAYS < 0
          IF WS-PART-FOUND-IDX > 0
             SET WS-PART-KEY-EXPIRED(WS-PART-FOUND-IDX) TO TRUE
          END-IF
          ADD 1 TO WS-EXPIRED-COUNT
          ADD 1 TO WS-FINDING-COUNT
          COMPUTE WS-DAYS-DISPLAY = 0 - WS-DAYS
          MOVE SPACES TO REPORT-REC
          STRING "EXPIRED   " DELIMITED BY SIZE
                 KEY-PARTNER-ID DELIMITED BY SIZE
                 "  EXPIRY=" DELIMITED BY SIZE
                 KEY-EXPIRY-DATE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
                 " DAY(S) AGO - ROTATE NOW" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       WHEN WS-DAYS <= WS-WARN-DAYS
          IF WS-PART-FOUND-IDX > 0
             SET WS-PART-KEY-USABLE(WS-PART-FOUND-IDX) TO TRUE
          END-IF
          ADD 1 TO WS-EXPIRING-COUNT
          ADD 1 TO WS-FINDING-COUNT
          MOVE WS-DAYS TO WS-DAYS-DISPLAY
          MOVE SPACES TO REPORT-REC
          STRING "EXPIRING  " DELIMITED BY SIZE
                 KEY-PARTNER-ID DELIMITED BY SIZE
                 "  EXPIRY=" DELIMITED BY SIZE
                 KEY-EXPIRY-DATE DELIMITED BY SIZE
                 "  IN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
                 " DAY(S) - SCHEDULE THE ROTATION" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       WHEN OTHER
          IF WS-PART-FOUND-IDX > 0
             SET WS-PART-KEY-USABLE(WS-PART-FOUND-IDX) TO TRUE
          END-IF
    END-EVALUATE

    .
 3200-CHECK-EXPIRY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3300-CHECK-ROTATION-AGE.
*>------------------------------------------------------------------------------

    COMPUTE WS-DATE-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(KEY-EFFECTIVE-DATE))
    COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT

    IF WS-DAYS > WS-POLICY-DAYS
       ADD 1 TO WS-ROTATE-COUNT
       ADD 1 TO WS-FINDING-COUNT
       MOVE WS-DAYS TO WS-DAYS-DISPLAY
       MOVE WS-POLICY-DAYS TO WS-POLICY-DISPLAY
       MOVE SPACES TO REPORT-REC
       STRING "ROTATE    " DELIMITED BY SIZE
              KEY-PARTNER-ID DELIMITED BY SIZE
              "  EFFECTIVE=" DELIMITED BY SIZE
              KEY-EFFECTIVE-DATE DELIMITED BY SIZE
              "  AGE " DELIMITED BY SIZE
              FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
              " DAY(S), POLICY " DELIMITED BY SIZE
              FUNCTION TRIM(WS-POLICY-DISPLAY) DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    END-IF

    .
 3300-CHECK-ROTATION-AGE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> After the rollover-until date MACRUN no longer tries the previous
*> key, but the record still carries it: a partner that has not cut
*> over is failing silently, and the outgoing secret is still on the
*> store. Either way someone has to look.
*>------------------------------------------------------------------------------
 3400-CHECK-ROLLOVER.
*>------------------------------------------------------------------------------

    IF KEY-ROLLOVER-UNTIL NOT = SPACES
       AND KEY-PREVIOUS-LEN > 0
       IF KEY-ROLLOVER-UNTIL IS NUMERIC
          IF KEY-ROLLOVER-UNTIL < WS-TODAY
             COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(KEY-ROLLOVER-UNTIL))
             COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT
             MOVE WS-DAYS TO WS-DAYS-DISPLAY
             ADD 1 TO WS-ROLLOVER-COUNT
             ADD 1 TO WS-FINDING-COUNT
             MOVE SPACES TO REPORT-REC
             STRING "ROLLOVER  " DELIMITED BY SIZE
                    KEY-PARTNER-ID DELIMITED BY SIZE
                    "  ROLLOVER-UNTIL=" DELIMITED BY SIZE
                    KEY-ROLLOVER-UNTIL DELIMITED BY SIZE
                    "  ENDED " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
                    " DAY(S) AGO - PREVIOUS KEY STILL HELD"
                    DELIMITED BY SIZE
               INTO REPORT-REC
             END-STRING
             WRITE REPORT-REC
          END-IF
       ELSE
          ADD 1 TO WS-BADDATE-COUNT
          ADD 1 TO WS-FINDING-COUNT
          MOVE SPACES TO REPORT-REC
          STRING "BADDATE   " DELIMITED BY SIZE
                 KEY-PARTNER-ID DELIMITED BY SIZE
                 "  ROLLOVER-UNTIL=" DELIMITED BY SIZE
                 KEY-ROLLOVER-UNTIL DELIMITED BY SIZE
                 " - NOT YYYYMMDD" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       END-IF
    END-IF

    .
 3400-CHECK-ROLLOVER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A partner referenced by MACMANIF or PARTNERS with no usable key.
*> On MACMANIF it fails tonight's MACRUN - the condition the step's
*> CC 8 exists for.
*>------------------------------------------------------------------------------
 4000-CHECK-ONE-PARTNER.
*>------------------------------------------------------------------------------

    IF (WS-PART-MAC-PARTNER(WS-PART-IDX)
        OR WS-PART-XREF-PARTNER(WS-PART-IDX))
       AND NOT WS-PART-KEY-USABLE(WS-PART-IDX)
       ADD 1 TO WS-NOKEY-COUNT
       ADD 1 TO WS-FINDING-COUNT
       IF WS-PART-MAC-PARTNER(WS-PART-IDX)
          ADD 1 TO WS-MAC-NOKEY-COUNT
          MOVE "ON MACMANIF" TO WS-WHERE-TEXT
       ELSE
          MOVE "ON PARTNERS" TO WS-WHERE-TEXT
       END-IF
       EVALUATE TRUE
          WHEN WS-PART-NO-RECORD(WS-PART-IDX)
             MOVE "NOT ON THE KEY STORE" TO WS-WHY-TEXT
          WHEN WS-PART-KEY-RETIRED(WS-PART-IDX)
             MOVE "KEY RETIRED" TO WS-WHY-TEXT
          WHEN OTHER
             MOVE "KEY EXPIRED OR UNUSABLE" TO WS-WHY-TEXT
       END-EVALUATE
       MOVE SPACES TO REPORT-REC
       STRING "NOKEY     " DELIMITED BY SIZE
              WS-PART-PID(WS-PART-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-WHERE-TEXT DELIMITED BY "  "
              " - " DELIMITED BY SIZE
              WS-WHY-TEXT DELIMITED BY "  "
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    END-IF

    .
 4000-CHECK-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7000-FIND-OR-ADD-PARTNER.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-PART-FOUND-IDX
    PERFORM 7100-MATCH-ONE-PARTNER
       VARYING WS-PART-IDX FROM 1 BY 1
       UNTIL WS-PART-IDX > WS-PART-USED OR WS-PART-FOUND-IDX > 0

    IF WS-PART-FOUND-IDX = 0
       IF WS-PART-USED < 500
          ADD 1 TO WS-PART-USED
          MOVE WS-PART-USED TO WS-PART-FOUND-IDX
          MOVE WS-PART-LOOKUP-PID TO WS-PART-PID(WS-PART-USED)
          MOVE "N" TO WS-PART-ON-MACMANIF(WS-PART-USED)
          MOVE "N" TO WS-PART-ON-PARTNERS(WS-PART-USED)
          MOVE SPACE TO WS-PART-KEY-STATE(WS-PART-USED)
       ELSE
          DISPLAY "KEYAGE: partner table full at "
                  WS-PART-LOOKUP-PID
       END-IF
    END-IF

    .
 7000-FIND-OR-ADD-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7100-MATCH-ONE-PARTNER.
*>------------------------------------------------------------------------------

    IF WS-PART-PID(WS-PART-IDX) = WS-PART-LOOKUP-PID
       MOVE WS-PART-IDX TO WS-PART-FOUND-IDX
    END-IF

    .
 7100-MATCH-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    CLOSE KEY-FILE

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-KEY-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "KEY RECORDS READ:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "EXPIRED:               " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "EXPIRING IN WINDOW:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-ROTATE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "PAST ROTATION POLICY:  " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-ROLLOVER-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "ROLLOVER LAPSED:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-NOKEY-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "PARTNERS WITH NO KEY:  " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-MAC-NOKEY-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "  OF THEM ON MACMANIF: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-BADDATE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "BAD DATES:             " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE

    DISPLAY "KEYAGE: " WS-KEY-COUNT " key(s), "
            WS-FINDING-COUNT " finding(s), "
            WS-MAC-NOKEY-COUNT " MACMANIF partner(s) with no key."

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
    MOVE WS-KEY-COUNT       TO WS-RUNC-NUM-1
    MOVE WS-FINDING-COUNT   TO WS-RUNC-NUM-2
    MOVE WS-MAC-NOKEY-COUNT TO WS-RUNC-NUM-3
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "KEYS=" DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
           " FINDINGS=" DELIMITED BY SIZE
           WS-RUNC-NUM-2 DELIMITED BY SIZE
           " MACNOKEY=" DELIMITED BY SIZE
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
       DISPLAY "KEYAGE: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM KEYAGE.
