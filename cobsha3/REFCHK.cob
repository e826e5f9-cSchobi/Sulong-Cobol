*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  REFCHK.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  REFCHK.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with REFCHK.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      REFCHK.cob
*>
*> Purpose:      Reference-file consistency report. A partner lives in
*>               six hand-kept places - PARTNERS, SLAFILE, FRESHRUL,
*>               the MANIFEST entries, the MACMANIF entries and its
*>               key on KEYFILE - and nothing used to check one against
*>               another: a partner with SLA windows but no manifest
*>               entries, or a MACMANIF entry with no key, was found
*>               the night it failed. This step cross-checks every
*>               partner id and dataset prefix across all of them and
*>               lists each finding:
*>                 DUPLICATE  - a PARTNERS prefix listed twice;
*>                 ORPHAN     - an SLAFILE, MACMANIF or KEYFILE
*>                              partner id not on PARTNERS, or a
*>                              FRESHRUL or MANIFEST prefix no
*>                              PARTNERS prefix claims;
*>                 MISMATCH   - an SLAFILE or MACMANIF entry whose
*>                              prefix PARTNERS gives to a different
*>                              partner (or to none);
*>                 NOMANIFEST - a partner, or an SLA window, with no
*>                              manifest entry under it;
*>                 NOSLA      - a partner with no SLA window;
*>                 NOFRESH    - a partner no freshness rule covers;
*>                 NOKEY      - a MACMANIF partner with no usable key.
*>               Prefixes are matched by the boundary rule the
*>               PARTNERS cross-reference has always used: a prefix
*>               claims a name that starts with it when the next
*>               character is a dot or the name ends there. Run it
*>               before month-end, and after every PARTMNT apply.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free REFCHK.cob
*>
*> Usage:        PARTNERS  - line-sequential input: the dataset-prefix
*>                            -> partner cross-reference.
*>               SLAFILE   - line-sequential input, optional: the SLA
*>                            arrival windows, SLACHECK's layout.
*>               FRESHRUL  - line-sequential input, optional: the
*>                            freshness rules, STALECHK's layout.
*>               MANIFEST  - line-sequential input, optional: the
*>                            hand-maintained manifest, HASHRUN's
*>                            layout (only the name column is used).
*>               MACMANIF  - line-sequential input, optional: MAC
*>                            manifest entries (outbound and inbound
*>                            concatenated), MACRUN's layout.
*>               KEYFILE   - the partner key store KEYMAINT.cob
*>                            maintains, read only; optional.
*>               REFRPT    - line-sequential output, the report.
*>               RUNCTL    - run-control master, one record appended
*>                            through RUNCWRT.cob.
*>
*>               Condition code 4 when anything is listed, 0 when the
*>               reference files agree.
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
 PROGRAM-ID. REFCHK.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT XREF-FILE ASSIGN TO "PARTNERS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-XREF-STATUS.

     SELECT SLA-FILE ASSIGN TO "SLAFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SLA-STATUS.

     SELECT RULE-FILE ASSIGN TO "FRESHRUL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RULE-STATUS.

     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MANIFEST-STATUS.

     SELECT MACMANIF-FILE ASSIGN TO "MACMANIF"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MACMANIF-STATUS.

     SELECT KEY-FILE ASSIGN TO "KEYFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS KEY-PARTNER-ID
         FILE STATUS IS WS-KEY-STATUS.

     SELECT REPORT-FILE ASSIGN TO "REFRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  XREF-FILE.
 01  XREF-REC.
     05 XREF-PREFIX                    PIC X(44).
     05 FILLER                         PIC X(01).
     05 XREF-PARTNER-ID                PIC X(08).
     05 FILLER                         PIC X(01).
     05 XREF-CONTACT                   PIC X(30).

 FD  SLA-FILE.
 01  SLA-REC.
     05 SLA-PREFIX                     PIC X(44).
     05 FILLER                         PIC X(01).
     05 SLA-PARTNER-ID                 PIC X(08).
     05 FILLER                         PIC X(01).
     05 SLA-WINDOW-OPEN                PIC X(04).
     05 FILLER                         PIC X(01).
     05 SLA-DEADLINE                   PIC X(04).

 FD  RULE-FILE.
 01  RULE-REC.
     05 RULE-PREFIX                    PIC X(44).
     05 FILLER                         PIC X(01).
     05 RULE-FREQUENCY                 PIC X(08).

 FD  MANIFEST-FILE.
 01  MANIFEST-REC.
     05 MANIFEST-DSNAME                PIC X(44).
     05 FILLER                         PIC X(51).

 FD  MACMANIF-FILE.
 01  MACMANIF-REC.
     05 MACMANIF-DSNAME                PIC X(44).
     05 FILLER                         PIC X(01).
     05 MACMANIF-PARTNER               PIC X(08).
     05 FILLER                         PIC X(01).
     05 MACMANIF-FORMAT                PIC X(01).

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

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-XREF-STATUS                    PIC X(02).
    88 XREF-OK                         VALUE "00".
 01  WS-SLA-STATUS                     PIC X(02).
    88 SLA-OK                          VALUE "00".
    88 SLA-MISSING                     VALUE "35".
 01  WS-RULE-STATUS                    PIC X(02).
    88 RULE-OK                         VALUE "00".
    88 RULE-MISSING                    VALUE "35".
 01  WS-MANIFEST-STATUS                PIC X(02).
    88 MANIFEST-OK                     VALUE "00".
    88 MANIFEST-MISSING                VALUE "35".
 01  WS-MACMANIF-STATUS                PIC X(02).
    88 MACMANIF-OK                     VALUE "00".
    88 MACMANIF-MISSING                VALUE "35".
 01  WS-KEY-STATUS                     PIC X(02).
    88 KEY-OK                          VALUE "00".
    88 KEY-MISSING                     VALUE "35".
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-XREF-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-XREF-AT-END                  VALUE "Y".
 01  WS-SLA-EOF-SWITCH                 PIC X(01) VALUE "N".
    88 WS-SLA-AT-END                   VALUE "Y".
 01  WS-RULE-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-RULE-AT-END                  VALUE "Y".
 01  WS-MANIFEST-EOF-SWITCH            PIC X(01) VALUE "N".
    88 WS-MANIFEST-AT-END              VALUE "Y".
 01  WS-MACMANIF-EOF-SWITCH            PIC X(01) VALUE "N".
    88 WS-MACMANIF-AT-END              VALUE "Y".
 01  WS-KEY-EOF-SWITCH                 PIC X(01) VALUE "N".
    88 WS-KEY-AT-END                   VALUE "Y".

 01  WS-RUN-TIMESTAMP                  PIC X(21).
 01  WS-TODAY                          PIC X(08).

*> the site sealing key RPTSEAL keeps on KEYFILE belongs to no partner
 01  WS-SITE-KEY-ID                    PIC X(08) VALUE "SITESEAL".

*> PARTNERS prefixes
 01  WS-XREF-TABLE.
     05 WS-XREF-ENTRY                  OCCURS 500 TIMES.
        10 WS-XREF-PFX                 PIC X(44).
        10 WS-XREF-PFX-LEN             PIC 9(02) BINARY.
        10 WS-XREF-PID                 PIC X(08).
 01  WS-XREF-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-XREF-IDX                       PIC 9(04) BINARY.
 01  WS-XREF-IDX-2                     PIC 9(04) BINARY.
 01  WS-XREF-BEST-IDX                  PIC 9(04) BINARY.
 01  WS-XREF-BEST-LEN                  PIC 9(02) BINARY.

*> SLA windows
 01  WS-SLA-TABLE.
     05 WS-SLA-ENTRY                   OCCURS 500 TIMES.
        10 WS-SLA-PFX                  PIC X(44).
        10 WS-SLA-PFX-LEN              PIC 9(02) BINARY.
        10 WS-SLA-PID                  PIC X(08).
 01  WS-SLA-USED                       PIC 9(04) BINARY VALUE 0.
 01  WS-SLA-IDX                        PIC 9(04) BINARY.

*> freshness rules
 01  WS-RULE-TABLE.
     05 WS-RULE-ENTRY                  OCCURS 500 TIMES.
        10 WS-RULE-PFX                 PIC X(44).
        10 WS-RULE-PFX-LEN             PIC 9(02) BINARY.
 01  WS-RULE-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-RULE-IDX                       PIC 9(04) BINARY.
 01  WS-RULE-COVER-SWITCH              PIC X(01).
    88 WS-RULE-COVERS-PARTNER          VALUE "Y".

*> manifest entries, a prefix entry held without its ".*"
 01  WS-MFT-TABLE.
     05 WS-MFT-ENTRY                   OCCURS 2000 TIMES.
        10 WS-MFT-NAME                 PIC X(44).
        10 WS-MFT-STEM                 PIC X(44).
        10 WS-MFT-STEM-LEN             PIC 9(02) BINARY.
 01  WS-MFT-USED                       PIC 9(04) BINARY VALUE 0.
 01  WS-MFT-IDX                        PIC 9(04) BINARY.

*> MACMANIF entries
 01  WS-MAC-TABLE.
     05 WS-MAC-ENTRY                   OCCURS 1000 TIMES.
        10 WS-MAC-DSNAME               PIC X(44).
        10 WS-MAC-DSNAME-LEN           PIC 9(02) BINARY.
        10 WS-MAC-PID                  PIC X(08).
 01  WS-MAC-USED                       PIC 9(04) BINARY VALUE 0.
 01  WS-MAC-IDX                        PIC 9(04) BINARY.

*> every partner id seen anywhere, with where it was seen
 01  WS-PART-TABLE.
     05 WS-PART-ENTRY                  OCCURS 500 TIMES.
        10 WS-PART-PID                 PIC X(08).
        10 WS-PART-ON-PARTNERS         PIC X(01).
           88 WS-PART-XREF-PARTNER     VALUE "Y".
        10 WS-PART-ON-SLAFILE          PIC X(01).
           88 WS-PART-HAS-SLA          VALUE "Y".
        10 WS-PART-ON-MANIFEST         PIC X(01).
           88 WS-PART-HAS-MANIFEST     VALUE "Y".
        10 WS-PART-ON-FRESHRUL         PIC X(01).
           88 WS-PART-HAS-FRESH        VALUE "Y".
        10 WS-PART-KEY-STATE           PIC X(01).
           88 WS-PART-NO-RECORD        VALUE " ".
           88 WS-PART-KEY-USABLE       VALUE "U".
           88 WS-PART-KEY-RETIRED      VALUE "R".
           88 WS-PART-KEY-EXPIRED      VALUE "X".
 01  WS-PART-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-PART-IDX                       PIC 9(04) BINARY.
 01  WS-PART-FOUND-IDX                 PIC 9(04) BINARY.
 01  WS-PART-LOOKUP-PID                PIC X(08).

*> prefix-claim work area: does CLAIM-PFX claim CLAIM-NAME?
 01  WS-CLAIM-PFX                      PIC X(44).
 01  WS-CLAIM-PFX-LEN                  PIC 9(02) BINARY.
 01  WS-CLAIM-NAME                     PIC X(44).
 01  WS-CLAIM-NAME-LEN                 PIC 9(02) BINARY.
 01  WS-CLAIM-SWITCH                   PIC X(01).
    88 WS-CLAIM-MADE                   VALUE "Y".
 01  WS-OVERLAP-SWITCH                 PIC X(01).
    88 WS-OVERLAP-FOUND                VALUE "Y".

 01  WS-DATASET-NAME                   PIC X(44).
 01  WS-DSNAME-LEN                     PIC 9(02) BINARY.
 01  WS-CHAR-IDX                       PIC 9(02) BINARY.

*> one finding line
 01  WS-FIND-CODE                      PIC X(11).
 01  WS-FIND-FILE                      PIC X(09).
 01  WS-FIND-SUBJECT                   PIC X(44).
 01  WS-FIND-PID                       PIC X(08).
 01  WS-FIND-WHY                       PIC X(50).

 01  WS-FINDING-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-ORPHAN-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-GAP-COUNT                      PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "REFCHK".
 01  WS-RUNC-START-TS                  PIC X(21).
 01  WS-RUNC-END-TS                    PIC X(21).
 01  WS-RUNC-COND-CODE                 PIC 9(02).
 01  WS-RUNC-COUNTS                    PIC X(80).
 01  WS-RUNC-NUM-1                     PIC 9(09).
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).

 PROCEDURE DIVISION.

*>------------------------------------------------------------------------------
 MAIN-REFCHK SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    PERFORM 2000-LOAD-PARTNERS
    PERFORM 2100-LOAD-SLAFILE
    PERFORM 2200-LOAD-FRESHRUL
    PERFORM 2300-LOAD-MANIFEST
    PERFORM 2400-LOAD-MACMANIF
    PERFORM 2500-LOAD-KEYFILE

    PERFORM 3000-CHECK-ONE-XREF
       VARYING WS-XREF-IDX FROM 1 BY 1
       UNTIL WS-XREF-IDX > WS-XREF-USED
    PERFORM 3100-CHECK-ONE-SLA
       VARYING WS-SLA-IDX FROM 1 BY 1
       UNTIL WS-SLA-IDX > WS-SLA-USED
    PERFORM 3200-CHECK-ONE-RULE
       VARYING WS-RULE-IDX FROM 1 BY 1
       UNTIL WS-RULE-IDX > WS-RULE-USED
    PERFORM 3300-CHECK-ONE-MANIFEST
       VARYING WS-MFT-IDX FROM 1 BY 1
       UNTIL WS-MFT-IDX > WS-MFT-USED
    PERFORM 3400-CHECK-ONE-MACMANIF
       VARYING WS-MAC-IDX FROM 1 BY 1
       UNTIL WS-MAC-IDX > WS-MAC-USED
    PERFORM 3500-CHECK-ONE-PARTNER
       VARYING WS-PART-IDX FROM 1 BY 1
       UNTIL WS-PART-IDX > WS-PART-USED

    PERFORM 9000-TERMINATE

    IF WS-FINDING-COUNT > 0
       MOVE 4 TO WS-RUNC-COND-CODE
    ELSE
       MOVE 0 TO WS-RUNC-COND-CODE
    END-IF
    PERFORM 9500-WRITE-RUN-CONTROL

    IF WS-RUNC-COND-CODE = 4
       STOP RUN WITH ERROR STATUS 4
    ELSE
       STOP RUN
    END-IF

    .
 MAIN-REFCHK-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS
    MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "REFCHK: unable to open REFRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "REFCHK - REFERENCE-FILE CONSISTENCY  RUN "
           DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> PARTNERS is the reference everything else is measured against, so
*> it is the one input that has to be there.
*>------------------------------------------------------------------------------
 2000-LOAD-PARTNERS.
*>------------------------------------------------------------------------------

    OPEN INPUT XREF-FILE
    IF NOT XREF-OK
       DISPLAY "REFCHK: unable to open PARTNERS, status "
               WS-XREF-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    PERFORM 2010-READ-XREF
    PERFORM 2020-LOAD-ONE-XREF UNTIL WS-XREF-AT-END
    CLOSE XREF-FILE

    .
 2000-LOAD-PARTNERS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2010-READ-XREF.
*>------------------------------------------------------------------------------

    READ XREF-FILE
       AT END
          SET WS-XREF-AT-END TO TRUE
    END-READ

    .
 2010-READ-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2020-LOAD-ONE-XREF.
*>------------------------------------------------------------------------------

    IF XREF-PREFIX NOT = SPACES
       AND XREF-PREFIX(1:1) NOT = "*"
       AND XREF-PARTNER-ID NOT = SPACES
       IF WS-XREF-USED < 500
          ADD 1 TO WS-XREF-USED
          MOVE XREF-PREFIX     TO WS-XREF-PFX(WS-XREF-USED)
          MOVE XREF-PARTNER-ID TO WS-XREF-PID(WS-XREF-USED)
          MOVE XREF-PREFIX     TO WS-DATASET-NAME
          PERFORM 7200-TRIMMED-NAME-LEN
          MOVE WS-DSNAME-LEN   TO WS-XREF-PFX-LEN(WS-XREF-USED)
          MOVE XREF-PARTNER-ID TO WS-PART-LOOKUP-PID
          PERFORM 7000-FIND-OR-ADD-PARTNER
          IF WS-PART-FOUND-IDX > 0
             SET WS-PART-XREF-PARTNER(WS-PART-FOUND-IDX) TO TRUE
          END-IF
       ELSE
          DISPLAY "REFCHK: cross-reference table full at "
                  XREF-PREFIX
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 2010-READ-XREF

    .
 2020-LOAD-ONE-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-LOAD-SLAFILE.
*>------------------------------------------------------------------------------

    OPEN INPUT SLA-FILE
    IF SLA-OK
       PERFORM 2110-READ-SLA
       PERFORM 2120-LOAD-ONE-SLA UNTIL WS-SLA-AT-END
       CLOSE SLA-FILE
    ELSE
       IF NOT SLA-MISSING
          DISPLAY "REFCHK: unable to open SLAFILE, status "
                  WS-SLA-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2100-LOAD-SLAFILE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2110-READ-SLA.
*>------------------------------------------------------------------------------

    READ SLA-FILE
       AT END
          SET WS-SLA-AT-END TO TRUE
    END-READ

    .
 2110-READ-SLA-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2120-LOAD-ONE-SLA.
*>------------------------------------------------------------------------------

    IF SLA-PREFIX NOT = SPACES
       AND SLA-PREFIX(1:1) NOT = "*"
       IF WS-SLA-USED < 500
          ADD 1 TO WS-SLA-USED
          MOVE SLA-PREFIX     TO WS-SLA-PFX(WS-SLA-USED)
          MOVE SLA-PARTNER-ID TO WS-SLA-PID(WS-SLA-USED)
          MOVE SLA-PREFIX     TO WS-DATASET-NAME
          PERFORM 7200-TRIMMED-NAME-LEN
          MOVE WS-DSNAME-LEN  TO WS-SLA-PFX-LEN(WS-SLA-USED)
          IF SLA-PARTNER-ID NOT = SPACES
             MOVE SLA-PARTNER-ID TO WS-PART-LOOKUP-PID
             PERFORM 7000-FIND-OR-ADD-PARTNER
             IF WS-PART-FOUND-IDX > 0
                SET WS-PART-HAS-SLA(WS-PART-FOUND-IDX) TO TRUE
             END-IF
          END-IF
       ELSE
          DISPLAY "REFCHK: SLA table full at " SLA-PREFIX
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 2110-READ-SLA

    .
 2120-LOAD-ONE-SLA-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-LOAD-FRESHRUL.
*>------------------------------------------------------------------------------

    OPEN INPUT RULE-FILE
    IF RULE-OK
       PERFORM 2210-READ-RULE
       PERFORM 2220-LOAD-ONE-RULE UNTIL WS-RULE-AT-END
       CLOSE RULE-FILE
    ELSE
       IF NOT RULE-MISSING
          DISPLAY "REFCHK: unable to open FRESHRUL, status "
                  WS-RULE-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2200-LOAD-FRESHRUL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2210-READ-RULE.
*>------------------------------------------------------------------------------

    READ RULE-FILE
       AT END
          SET WS-RULE-AT-END TO TRUE
    END-READ

    .
 2210-READ-RULE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2220-LOAD-ONE-RULE.
*>------------------------------------------------------------------------------

    IF RULE-PREFIX NOT = SPACES
       AND RULE-PREFIX(1:1) NOT = "*"
       IF WS-RULE-USED < 500
          ADD 1 TO WS-RULE-USED
          MOVE RULE-PREFIX    TO WS-RULE-PFX(WS-RULE-USED)
          MOVE RULE-PREFIX    TO WS-DATASET-NAME
          PERFORM 7200-TRIMMED-NAME-LEN
          MOVE WS-DSNAME-LEN  TO WS-RULE-PFX-LEN(WS-RULE-USED)
       ELSE
          DISPLAY "REFCHK: rule table full at " RULE-PREFIX
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 2210-READ-RULE

    .
 2220-LOAD-ONE-RULE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A prefix entry (PROD.PARTNER.ACME.*) is matched on its stem - the
*> name with the trailing ".*" taken off.
*>------------------------------------------------------------------------------
 2300-LOAD-MANIFEST.
*>------------------------------------------------------------------------------

    OPEN INPUT MANIFEST-FILE
    IF MANIFEST-OK
       PERFORM 2310-READ-MANIFEST
       PERFORM 2320-LOAD-ONE-MANIFEST UNTIL WS-MANIFEST-AT-END
       CLOSE MANIFEST-FILE
    ELSE
       IF NOT MANIFEST-MISSING
          DISPLAY "REFCHK: unable to open MANIFEST, status "
                  WS-MANIFEST-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2300-LOAD-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2310-READ-MANIFEST.
*>------------------------------------------------------------------------------

    READ MANIFEST-FILE
       AT END
          SET WS-MANIFEST-AT-END TO TRUE
    END-READ

    .
 2310-READ-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2320-LOAD-ONE-MANIFEST.
*>------------------------------------------------------------------------------

    IF MANIFEST-DSNAME NOT = SPACES
       AND MANIFEST-DSNAME(1:1) NOT = "*"
       IF WS-MFT-USED < 2000
          ADD 1 TO WS-MFT-USED
          MOVE MANIFEST-DSNAME TO WS-MFT-NAME(WS-MFT-USED)
          MOVE MANIFEST-DSNAME TO WS-DATASET-NAME
          PERFORM 7200-TRIMMED-NAME-LEN
          PERFORM 7300-STRIP-WILDCARD
          MOVE WS-DATASET-NAME TO WS-MFT-STEM(WS-MFT-USED)
          MOVE WS-DSNAME-LEN   TO WS-MFT-STEM-LEN(WS-MFT-USED)
       ELSE
          DISPLAY "REFCHK: manifest table full at " MANIFEST-DSNAME
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 2310-READ-MANIFEST

    .
 2320-LOAD-ONE-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2400-LOAD-MACMANIF.
*>------------------------------------------------------------------------------

    OPEN INPUT MACMANIF-FILE
    IF MACMANIF-OK
       PERFORM 2410-READ-MACMANIF
       PERFORM 2420-LOAD-ONE-MACMANIF UNTIL WS-MACMANIF-AT-END
       CLOSE MACMANIF-FILE
    ELSE
       IF NOT MACMANIF-MISSING
          DISPLAY "REFCHK: unable to open MACMANIF, status "
                  WS-MACMANIF-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2400-LOAD-MACMANIF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2410-READ-MACMANIF.
*>------------------------------------------------------------------------------

    READ MACMANIF-FILE
       AT END
          SET WS-MACMANIF-AT-END TO TRUE
    END-READ

    .
 2410-READ-MACMANIF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2420-LOAD-ONE-MACMANIF.
*>------------------------------------------------------------------------------

    IF MACMANIF-DSNAME NOT = SPACES
       AND MACMANIF-PARTNER NOT = SPACES
       IF WS-MAC-USED < 1000
          ADD 1 TO WS-MAC-USED
          MOVE MACMANIF-DSNAME  TO WS-MAC-DSNAME(WS-MAC-USED)
          MOVE MACMANIF-PARTNER TO WS-MAC-PID(WS-MAC-USED)
          MOVE MACMANIF-DSNAME  TO WS-DATASET-NAME
          PERFORM 7200-TRIMMED-NAME-LEN
          MOVE WS-DSNAME-LEN    TO WS-MAC-DSNAME-LEN(WS-MAC-USED)
          MOVE MACMANIF-PARTNER TO WS-PART-LOOKUP-PID
          PERFORM 7000-FIND-OR-ADD-PARTNER
       ELSE
          DISPLAY "REFCHK: MACMANIF table full at " MACMANIF-DSNAME
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 2410-READ-MACMANIF

    .
 2420-LOAD-ONE-MACMANIF-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Key usability is judged the way MACRUN judges it: not retired,
*> a current key held, and today not past the expiry date.
*>------------------------------------------------------------------------------
 2500-LOAD-KEYFILE.
*>------------------------------------------------------------------------------

    OPEN INPUT KEY-FILE
    IF KEY-OK
       PERFORM 2510-READ-KEY
       PERFORM 2520-LOAD-ONE-KEY UNTIL WS-KEY-AT-END
       CLOSE KEY-FILE
    ELSE
       IF NOT KEY-MISSING
          DISPLAY "REFCHK: unable to open KEYFILE, status "
                  WS-KEY-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 2500-LOAD-KEYFILE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2510-READ-KEY.
*>------------------------------------------------------------------------------

    READ KEY-FILE NEXT
       AT END
          SET WS-KEY-AT-END TO TRUE
    END-READ

    .
 2510-READ-KEY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2520-LOAD-ONE-KEY.
*>------------------------------------------------------------------------------

    IF KEY-PARTNER-ID NOT = WS-SITE-KEY-ID
       MOVE KEY-PARTNER-ID TO WS-PART-LOOKUP-PID
       PERFORM 7000-FIND-OR-ADD-PARTNER
       IF WS-PART-FOUND-IDX > 0
          EVALUATE TRUE
             WHEN KEY-STATE = "R" OR KEY-CURRENT-LEN = 0
                SET WS-PART-KEY-RETIRED(WS-PART-FOUND-IDX) TO TRUE
             WHEN NOT KEY-EXPIRY-DATE IS NUMERIC
                SET WS-PART-KEY-EXPIRED(WS-PART-FOUND-IDX) TO TRUE
             WHEN KEY-EXPIRY-DATE < WS-TODAY
                SET WS-PART-KEY-EXPIRED(WS-PART-FOUND-IDX) TO TRUE
             WHEN OTHER
                SET WS-PART-KEY-USABLE(WS-PART-FOUND-IDX) TO TRUE
          END-EVALUATE
       END-IF
    END-IF

    PERFORM 2510-READ-KEY

    .
 2520-LOAD-ONE-KEY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A prefix listed twice on PARTNERS: the longest-prefix lookup
*> every partner report uses silently takes the first.
*>------------------------------------------------------------------------------
 3000-CHECK-ONE-XREF.
*>------------------------------------------------------------------------------

    PERFORM 3010-MATCH-EARLIER-XREF
       VARYING WS-XREF-IDX-2 FROM 1 BY 1
       UNTIL WS-XREF-IDX-2 >= WS-XREF-IDX

    .
 3000-CHECK-ONE-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3010-MATCH-EARLIER-XREF.
*>------------------------------------------------------------------------------

    IF WS-XREF-PFX(WS-XREF-IDX-2) = WS-XREF-PFX(WS-XREF-IDX)
       MOVE "DUPLICATE"  TO WS-FIND-CODE
       MOVE "PARTNERS"   TO WS-FIND-FILE
       MOVE WS-XREF-PFX(WS-XREF-IDX) TO WS-FIND-SUBJECT
       MOVE WS-XREF-PID(WS-XREF-IDX) TO WS-FIND-PID
       MOVE SPACES TO WS-FIND-WHY
       STRING "PREFIX ALSO LISTED FOR " DELIMITED BY SIZE
              WS-XREF-PID(WS-XREF-IDX-2) DELIMITED BY SIZE
         INTO WS-FIND-WHY
       END-STRING
       ADD 1 TO WS-ORPHAN-COUNT
       PERFORM 8000-WRITE-FINDING
    END-IF

    .
 3010-MATCH-EARLIER-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One SLA window: its partner has to be on PARTNERS, PARTNERS has to
*> give its prefix to that same partner, and something on the
*> manifest has to fall under it - a window over nothing we hash
*> is the gap this report was written for.
*>------------------------------------------------------------------------------
 3100-CHECK-ONE-SLA.
*>------------------------------------------------------------------------------

    MOVE "SLAFILE"              TO WS-FIND-FILE
    MOVE WS-SLA-PFX(WS-SLA-IDX) TO WS-FIND-SUBJECT
    MOVE WS-SLA-PID(WS-SLA-IDX) TO WS-FIND-PID

    MOVE WS-SLA-PID(WS-SLA-IDX) TO WS-PART-LOOKUP-PID
    PERFORM 7050-FIND-PARTNER
    IF WS-PART-FOUND-IDX = 0
       MOVE 0 TO WS-PART-IDX
    ELSE
       MOVE WS-PART-FOUND-IDX TO WS-PART-IDX
    END-IF

    MOVE WS-SLA-PFX(WS-SLA-IDX)     TO WS-DATASET-NAME
    MOVE WS-SLA-PFX-LEN(WS-SLA-IDX) TO WS-DSNAME-LEN
    PERFORM 7400-FIND-CLAIMING-XREF

    EVALUATE TRUE
       WHEN WS-PART-IDX = 0
          MOVE "ORPHAN"     TO WS-FIND-CODE
          MOVE "NO PARTNER ID ON THE WINDOW" TO WS-FIND-WHY
          ADD 1 TO WS-ORPHAN-COUNT
          PERFORM 8000-WRITE-FINDING
       WHEN NOT WS-PART-XREF-PARTNER(WS-PART-IDX)
          MOVE "ORPHAN"     TO WS-FIND-CODE
          MOVE "PARTNER NOT ON PARTNERS" TO WS-FIND-WHY
          ADD 1 TO WS-ORPHAN-COUNT
          PERFORM 8000-WRITE-FINDING
       WHEN WS-XREF-BEST-IDX = 0
          MOVE "MISMATCH"   TO WS-FIND-CODE
          MOVE "NO PARTNERS PREFIX CLAIMS THE WINDOW" TO WS-FIND-WHY
          ADD 1 TO WS-ORPHAN-COUNT
          PERFORM 8000-WRITE-FINDING
       WHEN WS-XREF-PID(WS-XREF-BEST-IDX) NOT = WS-SLA-PID(WS-SLA-IDX)
          MOVE "MISMATCH"   TO WS-FIND-CODE
          MOVE SPACES TO WS-FIND-WHY
          STRING "PARTNERS GIVES THE PREFIX TO " DELIMITED BY SIZE
                 WS-XREF-PID(WS-XREF-BEST-IDX) DELIMITED BY SIZE
            INTO WS-FIND-WHY
          END-STRING
          ADD 1 TO WS-ORPHAN-COUNT
          PERFORM 8000-WRITE-FINDING
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    MOVE WS-SLA-PFX(WS-SLA-IDX)     TO WS-CLAIM-PFX
    MOVE WS-SLA-PFX-LEN(WS-SLA-IDX) TO WS-CLAIM-PFX-LEN
    MOVE "N" TO WS-OVERLAP-SWITCH
    PERFORM 3110-MATCH-ONE-MANIFEST
       VARYING WS-MFT-IDX FROM 1 BY 1
       UNTIL WS-MFT-IDX > WS-MFT-USED OR WS-OVERLAP-FOUND
    IF NOT WS-OVERLAP-FOUND
       MOVE "NOMANIFEST" TO WS-FIND-CODE
       MOVE WS-SLA-PFX(WS-SLA-IDX) TO WS-FIND-SUBJECT
       MOVE WS-SLA-PID(WS-SLA-IDX) TO WS-FIND-PID
       MOVE "SLA WINDOW WITH NO MANIFEST ENTRY UNDER IT"
         TO WS-FIND-WHY
       ADD 1 TO WS-GAP-COUNT
       PERFORM 8000-WRITE-FINDING
    END-IF

    .
 3100-CHECK-ONE-SLA-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3110-MATCH-ONE-MANIFEST.
*>------------------------------------------------------------------------------

    MOVE WS-MFT-STEM(WS-MFT-IDX)     TO WS-CLAIM-NAME
    MOVE WS-MFT-STEM-LEN(WS-MFT-IDX) TO WS-CLAIM-NAME-LEN
    PERFORM 7600-CHECK-OVERLAP

    .
 3110-MATCH-ONE-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One freshness rule: it has to overlap at least one PARTNERS
*> prefix - either claim it or be claimed by it, since a broad rule
*> may cover several partners at once. Every partner it overlaps is
*> marked as covered.
*>------------------------------------------------------------------------------
 3200-CHECK-ONE-RULE.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-RULE-COVER-SWITCH
    PERFORM 3210-MATCH-ONE-XREF
       VARYING WS-XREF-IDX FROM 1 BY 1
       UNTIL WS-XREF-IDX > WS-XREF-USED

    IF NOT WS-RULE-COVERS-PARTNER
       MOVE "ORPHAN"     TO WS-FIND-CODE
       MOVE "FRESHRUL"   TO WS-FIND-FILE
       MOVE WS-RULE-PFX(WS-RULE-IDX) TO WS-FIND-SUBJECT
       MOVE SPACES       TO WS-FIND-PID
       MOVE "NO PARTNERS PREFIX UNDER OR OVER THE RULE"
         TO WS-FIND-WHY
       ADD 1 TO WS-ORPHAN-COUNT
       PERFORM 8000-WRITE-FINDING
    END-IF

    .
 3200-CHECK-ONE-RULE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3210-MATCH-ONE-XREF.
*>------------------------------------------------------------------------------

    MOVE WS-RULE-PFX(WS-RULE-IDX)     TO WS-CLAIM-PFX
    MOVE WS-RULE-PFX-LEN(WS-RULE-IDX) TO WS-CLAIM-PFX-LEN
    MOVE WS-XREF-PFX(WS-XREF-IDX)     TO WS-CLAIM-NAME
    MOVE WS-XREF-PFX-LEN(WS-XREF-IDX) TO WS-CLAIM-NAME-LEN
    MOVE "N" TO WS-OVERLAP-SWITCH
    PERFORM 7600-CHECK-OVERLAP
    IF WS-OVERLAP-FOUND
       SET WS-RULE-COVERS-PARTNER TO TRUE
       MOVE WS-XREF-PID(WS-XREF-IDX) TO WS-PART-LOOKUP-PID
       PERFORM 7050-FIND-PARTNER
       IF WS-PART-FOUND-IDX > 0
          SET WS-PART-HAS-FRESH(WS-PART-FOUND-IDX) TO TRUE
       END-IF
    END-IF

    .
 3210-MATCH-ONE-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One manifest entry: the partner whose prefix claims it (longest
*> match, as PARTSUM bills it) is marked as having manifest entries;
*> an entry nobody claims is an orphan, hashed but owned by no one.
*>------------------------------------------------------------------------------
 3300-CHECK-ONE-MANIFEST.
*>------------------------------------------------------------------------------

    MOVE WS-MFT-STEM(WS-MFT-IDX)     TO WS-DATASET-NAME
    MOVE WS-MFT-STEM-LEN(WS-MFT-IDX) TO WS-DSNAME-LEN
    PERFORM 7400-FIND-CLAIMING-XREF

    IF WS-XREF-BEST-IDX = 0
       MOVE "ORPHAN"     TO WS-FIND-CODE
       MOVE "MANIFEST"   TO WS-FIND-FILE
       MOVE WS-MFT-NAME(WS-MFT-IDX) TO WS-FIND-SUBJECT
       MOVE SPACES       TO WS-FIND-PID
       MOVE "NO PARTNERS PREFIX CLAIMS THE ENTRY" TO WS-FIND-WHY
       ADD 1 TO WS-ORPHAN-COUNT
       PERFORM 8000-WRITE-FINDING
    ELSE
       MOVE WS-XREF-PID(WS-XREF-BEST-IDX) TO WS-PART-LOOKUP-PID
       PERFORM 7050-FIND-PARTNER
       IF WS-PART-FOUND-IDX > 0
          SET WS-PART-HAS-MANIFEST(WS-PART-FOUND-IDX) TO TRUE
       END-IF
    END-IF

    .
 3300-CHECK-ONE-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One MACMANIF entry: a partner PARTNERS knows, a dataset under that
*> partner's own prefix, and a key MACRUN can use tonight.
*>------------------------------------------------------------------------------
 3400-CHECK-ONE-MACMANIF.
*>------------------------------------------------------------------------------

    MOVE "MACMANIF"               TO WS-FIND-FILE
    MOVE WS-MAC-DSNAME(WS-MAC-IDX) TO WS-FIND-SUBJECT
    MOVE WS-MAC-PID(WS-MAC-IDX)    TO WS-FIND-PID

    MOVE WS-MAC-PID(WS-MAC-IDX) TO WS-PART-LOOKUP-PID
    PERFORM 7050-FIND-PARTNER
    MOVE WS-PART-FOUND-IDX TO WS-PART-IDX

    MOVE WS-MAC-DSNAME(WS-MAC-IDX)     TO WS-DATASET-NAME
    MOVE WS-MAC-DSNAME-LEN(WS-MAC-IDX) TO WS-DSNAME-LEN
    PERFORM 7400-FIND-CLAIMING-XREF

    EVALUATE TRUE
       WHEN WS-PART-IDX = 0
          CONTINUE
       WHEN NOT WS-PART-XREF-PARTNER(WS-PART-IDX)
          MOVE "ORPHAN"     TO WS-FIND-CODE
          MOVE "PARTNER NOT ON PARTNERS" TO WS-FIND-WHY
          ADD 1 TO WS-ORPHAN-COUNT
          PERFORM 8000-WRITE-FINDING
       WHEN WS-XREF-BEST-IDX = 0
          MOVE "MISMATCH"   TO WS-FIND-CODE
          MOVE "NO PARTNERS PREFIX CLAIMS THE DATASET" TO WS-FIND-WHY
          ADD 1 TO WS-ORPHAN-COUNT
          PERFORM 8000-WRITE-FINDING
       WHEN WS-XREF-PID(WS-XREF-BEST-IDX) NOT = WS-MAC-PID(WS-MAC-IDX)
          MOVE "MISMATCH"   TO WS-FIND-CODE
          MOVE SPACES TO WS-FIND-WHY
          STRING "PARTNERS GIVES THE DATASET TO " DELIMITED BY SIZE
                 WS-XREF-PID(WS-XREF-BEST-IDX) DELIMITED BY SIZE
            INTO WS-FIND-WHY
          END-STRING
          ADD 1 TO WS-ORPHAN-COUNT
          PERFORM 8000-WRITE-FINDING
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    IF WS-PART-IDX > 0
       AND NOT WS-PART-KEY-USABLE(WS-PART-IDX)
       MOVE "NOKEY"      TO WS-FIND-CODE
       EVALUATE TRUE
          WHEN WS-PART-NO-RECORD(WS-PART-IDX)
             MOVE "NOT ON THE KEY STORE" TO WS-FIND-WHY
          WHEN WS-PART-KEY-RETIRED(WS-PART-IDX)
             MOVE "KEY RETIRED" TO WS-FIND-WHY
          WHEN OTHER
             MOVE "KEY EXPIRED OR UNUSABLE" TO WS-FIND-WHY
       END-EVALUATE
       ADD 1 TO WS-GAP-COUNT
       PERFORM 8000-WRITE-FINDING
    END-IF

    .
 3400-CHECK-ONE-MACMANIF-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One partner id, from wherever it was seen. A PARTNERS partner
*> needs manifest entries, an SLA window and a freshness rule; a key
*> on the store for a partner PARTNERS does not know is an orphan.
*>------------------------------------------------------------------------------
 3500-CHECK-ONE-PARTNER.
*>------------------------------------------------------------------------------

    MOVE "PARTNERS"   TO WS-FIND-FILE
    MOVE SPACES       TO WS-FIND-SUBJECT
    MOVE WS-PART-PID(WS-PART-IDX) TO WS-FIND-PID

    IF WS-PART-XREF-PARTNER(WS-PART-IDX)
       IF NOT WS-PART-HAS-MANIFEST(WS-PART-IDX)
          MOVE "NOMANIFEST" TO WS-FIND-CODE
          MOVE "PARTNER WITH NO MANIFEST ENTRY" TO WS-FIND-WHY
          ADD 1 TO WS-GAP-COUNT
          PERFORM 8000-WRITE-FINDING
       END-IF
       IF NOT WS-PART-HAS-SLA(WS-PART-IDX)
          MOVE "NOSLA"      TO WS-FIND-CODE
          MOVE "PARTNER WITH NO SLA WINDOW" TO WS-FIND-WHY
          ADD 1 TO WS-GAP-COUNT
          PERFORM 8000-WRITE-FINDING
       END-IF
       IF NOT WS-PART-HAS-FRESH(WS-PART-IDX)
          MOVE "NOFRESH"    TO WS-FIND-CODE
          MOVE "NO FRESHNESS RULE COVERS THE PARTNER" TO WS-FIND-WHY
          ADD 1 TO WS-GAP-COUNT
          PERFORM 8000-WRITE-FINDING
       END-IF
    ELSE
       IF WS-PART-KEY-USABLE(WS-PART-IDX)
          MOVE "ORPHAN"     TO WS-FIND-CODE
          MOVE "KEYFILE"    TO WS-FIND-FILE
          MOVE "LIVE KEY FOR A PARTNER NOT ON PARTNERS"
            TO WS-FIND-WHY
          ADD 1 TO WS-ORPHAN-COUNT
          PERFORM 8000-WRITE-FINDING
       END-IF
    END-IF

    .
 3500-CHECK-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7000-FIND-OR-ADD-PARTNER.
*>------------------------------------------------------------------------------

    PERFORM 7050-FIND-PARTNER

    IF WS-PART-FOUND-IDX = 0
       IF WS-PART-USED < 500
          ADD 1 TO WS-PART-USED
          MOVE WS-PART-USED TO WS-PART-FOUND-IDX
          MOVE WS-PART-LOOKUP-PID TO WS-PART-PID(WS-PART-USED)
          MOVE "N" TO WS-PART-ON-PARTNERS(WS-PART-USED)
          MOVE "N" TO WS-PART-ON-SLAFILE(WS-PART-USED)
          MOVE "N" TO WS-PART-ON-MANIFEST(WS-PART-USED)
          MOVE "N" TO WS-PART-ON-FRESHRUL(WS-PART-USED)
          MOVE SPACE TO WS-PART-KEY-STATE(WS-PART-USED)
       ELSE
          DISPLAY "REFCHK: partner table full at "
                  WS-PART-LOOKUP-PID
       END-IF
    END-IF

    .
 7000-FIND-OR-ADD-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7050-FIND-PARTNER.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-PART-FOUND-IDX
    PERFORM 7100-MATCH-ONE-PARTNER
       VARYING WS-PART-IDX FROM 1 BY 1
       UNTIL WS-PART-IDX > WS-PART-USED OR WS-PART-FOUND-IDX > 0

    .
 7050-FIND-PARTNER-EX.
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
 7200-TRIMMED-NAME-LEN.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-DSNAME-LEN
    PERFORM 7210-CHECK-ONE-NAME-CHAR
       VARYING WS-CHAR-IDX FROM 1 BY 1
       UNTIL WS-CHAR-IDX > 44

    .
 7200-TRIMMED-NAME-LEN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7210-CHECK-ONE-NAME-CHAR.
*>------------------------------------------------------------------------------

    IF WS-DATASET-NAME(WS-CHAR-IDX:1) NOT = SPACE
       MOVE WS-CHAR-IDX TO WS-DSNAME-LEN
    END-IF

    .
 7210-CHECK-ONE-NAME-CHAR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> PROD.PARTNER.ACME.* -> PROD.PARTNER.ACME (a bare trailing "*" is
*> taken off the same way).
*>------------------------------------------------------------------------------
 7300-STRIP-WILDCARD.
*>------------------------------------------------------------------------------

    IF WS-DSNAME-LEN > 0
       AND WS-DATASET-NAME(WS-DSNAME-LEN:1) = "*"
       MOVE SPACE TO WS-DATASET-NAME(WS-DSNAME-LEN:1)
       SUBTRACT 1 FROM WS-DSNAME-LEN
       IF WS-DSNAME-LEN > 0
          AND WS-DATASET-NAME(WS-DSNAME-LEN:1) = "."
          MOVE SPACE TO WS-DATASET-NAME(WS-DSNAME-LEN:1)
          SUBTRACT 1 FROM WS-DSNAME-LEN
       END-IF
    END-IF

    .
 7300-STRIP-WILDCARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Longest PARTNERS prefix claiming WS-DATASET-NAME (length in
*> WS-DSNAME-LEN); WS-XREF-BEST-IDX 0 when none does.
*>------------------------------------------------------------------------------
 7400-FIND-CLAIMING-XREF.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-XREF-BEST-IDX
    MOVE 0 TO WS-XREF-BEST-LEN
    MOVE WS-DATASET-NAME TO WS-CLAIM-NAME
    MOVE WS-DSNAME-LEN   TO WS-CLAIM-NAME-LEN
    PERFORM 7410-MATCH-ONE-PREFIX
       VARYING WS-XREF-IDX FROM 1 BY 1
       UNTIL WS-XREF-IDX > WS-XREF-USED

    .
 7400-FIND-CLAIMING-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7410-MATCH-ONE-PREFIX.
*>------------------------------------------------------------------------------

    IF WS-XREF-PFX-LEN(WS-XREF-IDX) > WS-XREF-BEST-LEN
       MOVE WS-XREF-PFX(WS-XREF-IDX)     TO WS-CLAIM-PFX
       MOVE WS-XREF-PFX-LEN(WS-XREF-IDX) TO WS-CLAIM-PFX-LEN
       PERFORM 7500-CHECK-CLAIM
       IF WS-CLAIM-MADE
          MOVE WS-XREF-IDX TO WS-XREF-BEST-IDX
          MOVE WS-XREF-PFX-LEN(WS-XREF-IDX) TO WS-XREF-BEST-LEN
       END-IF
    END-IF

    .
 7410-MATCH-ONE-PREFIX-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A prefix claims a name when the name starts with it and the next
*> character is a dot or the name ends right there.
*>------------------------------------------------------------------------------
 7500-CHECK-CLAIM.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-CLAIM-SWITCH
    IF WS-CLAIM-PFX-LEN > 0
       AND WS-CLAIM-PFX-LEN <= WS-CLAIM-NAME-LEN
       AND WS-CLAIM-NAME(1:WS-CLAIM-PFX-LEN) =
           WS-CLAIM-PFX(1:WS-CLAIM-PFX-LEN)
       IF WS-CLAIM-PFX-LEN = WS-CLAIM-NAME-LEN
          OR WS-CLAIM-NAME(WS-CLAIM-PFX-LEN + 1:1) = "."
          SET WS-CLAIM-MADE TO TRUE
       END-IF
    END-IF

    .
 7500-CHECK-CLAIM-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Two prefixes overlap when either claims the other. Sets
*> WS-OVERLAP-FOUND; never clears it, so a caller can scan a table.
*>------------------------------------------------------------------------------
 7600-CHECK-OVERLAP.
*>------------------------------------------------------------------------------

    PERFORM 7500-CHECK-CLAIM
    IF WS-CLAIM-MADE
       SET WS-OVERLAP-FOUND TO TRUE
    ELSE
       IF WS-CLAIM-NAME-LEN > 0
          AND WS-CLAIM-NAME-LEN < WS-CLAIM-PFX-LEN
          AND WS-CLAIM-PFX(1:WS-CLAIM-NAME-LEN) =
              WS-CLAIM-NAME(1:WS-CLAIM-NAME-LEN)
          AND WS-CLAIM-PFX(WS-CLAIM-NAME-LEN + 1:1) = "."
          SET WS-OVERLAP-FOUND TO TRUE
       END-IF
    END-IF

    .
 7600-CHECK-OVERLAP-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8000-WRITE-FINDING.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-FINDING-COUNT
    MOVE SPACES TO REPORT-REC
    STRING WS-FIND-CODE        DELIMITED BY SIZE
           WS-FIND-FILE        DELIMITED BY SIZE
           WS-FIND-PID         DELIMITED BY SIZE
           "  "                DELIMITED BY SIZE
           WS-FIND-SUBJECT     DELIMITED BY SIZE
           " - "               DELIMITED BY SIZE
           WS-FIND-WHY         DELIMITED BY "  "
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 8000-WRITE-FINDING-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-XREF-USED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "PARTNERS PREFIXES:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-SLA-USED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "SLA WINDOWS:           " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-RULE-USED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "FRESHNESS RULES:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-MFT-USED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "MANIFEST ENTRIES:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-MAC-USED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "MACMANIF ENTRIES:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "ORPHANS/MISMATCHES:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-GAP-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "GAPS:                  " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE

    DISPLAY "REFCHK: " WS-XREF-USED " partner prefix(es), "
            WS-ORPHAN-COUNT " orphan(s)/mismatch(es), "
            WS-GAP-COUNT " gap(s)."

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
    MOVE WS-XREF-USED    TO WS-RUNC-NUM-1
    MOVE WS-ORPHAN-COUNT TO WS-RUNC-NUM-2
    MOVE WS-GAP-COUNT    TO WS-RUNC-NUM-3
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "PREFIXES=" DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
           " ORPHANS=" DELIMITED BY SIZE
           WS-RUNC-NUM-2 DELIMITED BY SIZE
           " GAPS=" DELIMITED BY SIZE
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
       DISPLAY "REFCHK: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM REFCHK.
