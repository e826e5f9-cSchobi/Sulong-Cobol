*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  PARTMNT.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  PARTMNT.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with PARTMNT.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      PARTMNT.cob
*>
*> Purpose:      Partner onboarding and offboarding. Taking a partner
*>               on used to mean hand-editing six places nothing
*>               cross-checked - PARTNERS, SLAFILE, FRESHRUL, the
*>               MANIFEST entries, the MACMANIF entries and a KEYMAINT
*>               ADDKEY card - and partners turned up with SLA windows
*>               but no manifest entries, or MACMANIF entries with no
*>               key. This step applies one PTNTRAN deck, released
*>               through the PENDMNT dual-control gate (PROMOTE PTN),
*>               to all of them at once. The cards are taken partner
*>               by partner, and a partner's cards apply together or
*>               not at all: every entry has to sit under one of the
*>               partner's own PARTNERS prefixes - the longest prefix
*>               claiming it, as every partner report decides, has to
*>               be the partner's - and every dataset name and prefix
*>               has to be a valid dataset name, as MANIFCHK holds
*>               the manifest to; a new partner needs
*>               a prefix and at least one manifest entry, an SLA
*>               window needs a manifest entry under it, a MACMANIF
*>               entry needs a key (on the deck or already on
*>               KEYFILE), and nothing may duplicate an entry already
*>               on file. A new PARTNERS prefix may not sit inside or
*>               over another partner's. OFFBOARD takes every entry of
*>               the partner
*>               off again. The key-store side is written as a KEYTRAN
*>               deck for the KEYMAINT step that follows.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free PARTMNT.cob
*>
*> Usage:        PTNIN     - line-sequential input: the PTNOUT deck
*>                            PENDMNT PROMOTE PTN released, each card
*>                            behind its sequence number, submitter
*>                            and approver. The cards, blank
*>                            delimited:
*>                              ONBOARD  <partner> <prefix> <contact>
*>                              SLA      <partner> <prefix> <open hhmm>
*>                                       <deadline hhmm>
*>                              FRESH    <partner> <prefix>
*>                                       DAILY|WEEKLY|MONTHLY
*>                              MANIFEST <partner> <dataset>|<prefix>.*
*>                                       [<algorithm> [<outlen>]]
*>                                       [TEXT|BINARY] [<schedule>]
*>                                       [<block recs nnnn>]
*>                              MACMANIF <partner> <dataset>
*>                                       OUTBOUND|INBOUND [TEXT|BINARY]
*>                              KEY      <partner> <keyhex> <effective>
*>                                       <expiry>
*>                              MACALG   <partner> <algorithm>
*>                                       [<customization>]
*>                              OFFBOARD <partner>
*>                            The contact is the rest of the ONBOARD
*>                            card (up to 30 characters). MANIFEST
*>                            options follow the manifest columns:
*>                            algorithm 224/256/384/512/SHAKE128/
*>                            SHAKE256 (omitted = 512), a 3-digit
*>                            output length only after a SHAKE code,
*>                            the MFTSLCT schedule codes (omitted =
*>                            every night). KEY and MACALG become
*>                            KEYMAINT ADDKEY and MACALG cards; an
*>                            OFFBOARD stands alone and becomes a
*>                            RETIRE; an offboarded partner comes back
*>                            with a new ONBOARD deck and KEY card.
*>                            An ONBOARD for a partner already on
*>                            PARTNERS adds a prefix to it; the other
*>                            cards may extend a partner too. A
*>                            partner's ADDKEY is always written ahead
*>                            of its MACALG.
*>               OLDPART   - line-sequential input, the current
*>               OLDSLA      PARTNERS, SLAFILE, FRESHRUL, MANIFEST and
*>               OLDFRSH     MACMANIF (outbound and inbound) files.
*>               OLDMFT      All six have to be there - a missing one
*>               OLDMACO     ends the step before anything is written.
*>               OLDMACI
*>               NEWPART   - line-sequential output, the rewritten
*>               NEWSLA      files (copied over the live ones by the
*>               NEWFRSH     following steps): every line carried
*>               NEWMFT      over as it was, an offboarded partner's
*>               NEWMACO     lines left out and an onboarded
*>               NEWMACI     partner's lines added at the end.
*>               KEYFILE   - the partner key store KEYMAINT.cob
*>                            maintains, read only; optional.
*>               PTNKEYS   - line-sequential output, the KEYTRAN deck
*>                            (ADDKEY / MACALG / RETIRE) for KEYMAINT.
*>               PTNRPT    - line-sequential output, the report: every
*>                            line added or dropped, every card
*>                            rejected and why. No key material.
*>               HASHAUDT  - retained audit trail, one line per
*>                            partner applied or rejected, carrying
*>                            submitter and approver.
*>               RUNCTL    - run-control master, one record appended
*>                            through RUNCWRT.cob.
*>
*>               Condition code 4 when any partner's cards were
*>               rejected (nothing of that partner applied), 12 when a
*>               file cannot be opened.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - A "*" is taken only as a trailing ".*", and every
*>              dataset name and prefix on the cards is held to
*>              MANIFCHK's qualifier rules, so a card MANIFCHK would
*>              refuse no longer reaches MANIFEST.
*>            - An entry counts as the partner's only when the
*>              partner owns the longest prefix claiming it; an
*>              ONBOARD prefix inside or over another partner's
*>              PARTNERS prefix is refused.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PARTMNT.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PTNIN-FILE ASSIGN TO "PTNIN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PTNIN-STATUS.

     SELECT OLDREF-FILE ASSIGN TO WS-OLDREF-DDNAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-OLDREF-STATUS.

     SELECT NEWREF-FILE ASSIGN TO WS-NEWREF-DDNAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-NEWREF-STATUS.

     SELECT KEY-FILE ASSIGN TO "KEYFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS KEY-PARTNER-ID
         FILE STATUS IS WS-KEY-STATUS.

     SELECT KEYOUT-FILE ASSIGN TO "PTNKEYS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-KEYOUT-STATUS.

     SELECT REPORT-FILE ASSIGN TO "PTNRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  PTNIN-FILE.
 01  PTNIN-REC.
     05 PTNIN-SEQ                      PIC 9(06).
     05 FILLER                         PIC X(01).
     05 PTNIN-SUBMITTER                PIC X(08).
     05 FILLER                         PIC X(01).
     05 PTNIN-APPROVER                 PIC X(08).
     05 FILLER                         PIC X(01).
     05 PTNIN-TRAN-TEXT                PIC X(200).

 FD  OLDREF-FILE.
 01  OLDREF-REC                        PIC X(100).

 FD  NEWREF-FILE.
 01  NEWREF-REC                        PIC X(100).

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

 FD  KEYOUT-FILE.
 01  KEYOUT-REC                        PIC X(200).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 WORKING-STORAGE SECTION.
 01  WS-PTNIN-STATUS                   PIC X(02).
    88 PTNIN-OK                        VALUE "00".
 01  WS-OLDREF-STATUS                  PIC X(02).
    88 OLDREF-OK                       VALUE "00".
 01  WS-NEWREF-STATUS                  PIC X(02).
 01  WS-KEY-STATUS                     PIC X(02).
    88 KEY-OK                          VALUE "00".
    88 KEY-MISSING                     VALUE "35".
 01  WS-KEYOUT-STATUS                  PIC X(02).
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-PTNIN-EOF-SWITCH               PIC X(01) VALUE "N".
    88 WS-PTNIN-AT-END                 VALUE "Y".
 01  WS-OLDREF-EOF-SWITCH              PIC X(01) VALUE "N".
    88 WS-OLDREF-AT-END                VALUE "Y".
 01  WS-KEYFILE-SWITCH                 PIC X(01) VALUE "N".
    88 WS-KEYFILE-OPEN                 VALUE "Y".

 01  WS-OLDREF-DDNAME                  PIC X(08).
 01  WS-NEWREF-DDNAME                  PIC X(08).

 01  WS-RUN-TIMESTAMP                  PIC X(21).

*> the six reference files: report label, old and new DD names
 01  WS-KIND-VALUES.
     05 FILLER                         PIC X(28)
        VALUE "PARTNERS    OLDPART NEWPART ".
     05 FILLER                         PIC X(28)
        VALUE "SLAFILE     OLDSLA  NEWSLA  ".
     05 FILLER                         PIC X(28)
        VALUE "FRESHRUL    OLDFRSH NEWFRSH ".
     05 FILLER                         PIC X(28)
        VALUE "MANIFEST    OLDMFT  NEWMFT  ".
     05 FILLER                         PIC X(28)
        VALUE "MACMANIF.OUTOLDMACO NEWMACO ".
     05 FILLER                         PIC X(28)
        VALUE "MACMANIF.IN OLDMACI NEWMACI ".
 01  WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
     05 WS-KIND-ENTRY                  OCCURS 6 TIMES.
        10 WS-KIND-LABEL               PIC X(12).
        10 WS-KIND-OLD-DD              PIC X(08).
        10 WS-KIND-NEW-DD              PIC X(08).
 01  WS-KIND                           PIC 9(01).
    88 WS-KIND-PARTNERS                VALUE 1.
    88 WS-KIND-SLAFILE                 VALUE 2.
    88 WS-KIND-FRESHRUL                VALUE 3.
    88 WS-KIND-MANIFEST                VALUE 4.
    88 WS-KIND-MAC-OUT                 VALUE 5.
    88 WS-KIND-MAC-IN                  VALUE 6.

*> every line of the six files, in file order; lines added tonight
*> go on the end and are written after the lines already on file
 01  WS-REF-TABLE.
     05 WS-REF-ENTRY                   OCCURS 6000 TIMES.
        10 WS-REF-KIND                 PIC 9(01).
        10 WS-REF-STATE                PIC X(01).
           88 WS-REF-KEPT              VALUE " ".
           88 WS-REF-ADDED             VALUE "A".
           88 WS-REF-DROPPED           VALUE "D".
        10 WS-REF-TEXT                 PIC X(100).
 01  WS-REF-USED                       PIC 9(04) BINARY VALUE 0.
 01  WS-REF-IDX                        PIC 9(04) BINARY.
 01  WS-REF-IDX-2                      PIC 9(04) BINARY.
 01  WS-REF-FOUND-IDX                 PIC 9(04) BINARY.
 01  WS-REF-LOOKUP-KIND                PIC 9(01).
 01  WS-REF-LOOKUP-KEY                 PIC X(44).

*> one new line, laid out for the file it goes to
 01  WS-ROW-TEXT                       PIC X(100).
 01  WS-PART-ROW REDEFINES WS-ROW-TEXT.
     05 WS-PART-ROW-PREFIX             PIC X(44).
     05 FILLER                         PIC X(01).
     05 WS-PART-ROW-PID                PIC X(08).
     05 FILLER                         PIC X(01).
     05 WS-PART-ROW-CONTACT            PIC X(30).
     05 FILLER                         PIC X(16).
 01  WS-SLA-ROW REDEFINES WS-ROW-TEXT.
     05 WS-SLA-ROW-PREFIX              PIC X(44).
     05 FILLER                         PIC X(01).
     05 WS-SLA-ROW-PID                 PIC X(08).
     05 FILLER                         PIC X(01).
     05 WS-SLA-ROW-OPEN                PIC X(04).
     05 FILLER                         PIC X(01).
     05 WS-SLA-ROW-DEADLINE            PIC X(04).
     05 FILLER                         PIC X(37).
 01  WS-RULE-ROW REDEFINES WS-ROW-TEXT.
     05 WS-RULE-ROW-PREFIX             PIC X(44).
     05 FILLER                         PIC X(01).
     05 WS-RULE-ROW-FREQUENCY          PIC X(08).
     05 FILLER                         PIC X(47).
 01  WS-MFT-ROW REDEFINES WS-ROW-TEXT.
     05 WS-MFT-ROW-DSNAME              PIC X(44).
     05 FILLER                         PIC X(01).
     05 WS-MFT-ROW-ALGORITHM           PIC X(08).
     05 FILLER                         PIC X(01).
     05 WS-MFT-ROW-OUT-LEN             PIC X(03).
     05 FILLER                         PIC X(01).
     05 WS-MFT-ROW-FORMAT              PIC X(01).
     05 FILLER                         PIC X(01).
     05 WS-MFT-ROW-SCHEDULE            PIC X(08).
     05 FILLER                         PIC X(01).
     05 WS-MFT-ROW-BLOCK-RECS          PIC X(04).
     05 FILLER                         PIC X(27).
 01  WS-MAC-ROW REDEFINES WS-ROW-TEXT.
     05 WS-MAC-ROW-DSNAME              PIC X(44).
     05 FILLER                         PIC X(01).
     05 WS-MAC-ROW-PID                 PIC X(08).
     05 FILLER                         PIC X(01).
     05 WS-MAC-ROW-FORMAT              PIC X(01).
     05 FILLER                         PIC X(45).

*> the released deck, and the partners on it in order of appearance
 01  WS-CARD-TABLE.
     05 WS-CARD-ENTRY                  OCCURS 1000 TIMES.
        10 WS-CARD-SEQ                 PIC 9(06).
        10 WS-CARD-SUBMITTER           PIC X(08).
        10 WS-CARD-APPROVER            PIC X(08).
        10 WS-CARD-VERB                PIC X(08).
        10 WS-CARD-PID                 PIC X(08).
        10 WS-CARD-NAME                PIC X(44).
        10 WS-CARD-DIRECTION           PIC X(08).
        10 WS-CARD-TEXT                PIC X(200).
 01  WS-CARD-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-CARD-IDX                       PIC 9(04) BINARY.
 01  WS-CARD-IDX-2                     PIC 9(04) BINARY.

 01  WS-UNIT-TABLE.
     05 WS-UNIT-PID                    PIC X(08) OCCURS 500 TIMES.
 01  WS-UNIT-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-UNIT-IDX                       PIC 9(04) BINARY.
 01  WS-UNIT-FOUND-IDX                 PIC 9(04) BINARY.

*> the partner being worked on
 01  WS-CUR-PID                        PIC X(08).
 01  WS-CUR-SEQ                        PIC 9(06).
 01  WS-CUR-SUBMITTER                  PIC X(08).
 01  WS-CUR-APPROVER                   PIC X(08).
 01  WS-CUR-ON-PARTNERS-SWITCH         PIC X(01).
    88 WS-CUR-ON-PARTNERS              VALUE "Y".
 01  WS-CUR-KEY-STATE                  PIC X(01).
    88 WS-CUR-NO-KEY-RECORD            VALUE " ".
    88 WS-CUR-KEY-USABLE               VALUE "U".
    88 WS-CUR-KEY-RETIRED              VALUE "R".
    88 WS-CUR-KEY-EXPIRED              VALUE "X".
 01  WS-CUR-ERRORS                     PIC 9(04) BINARY.
 01  WS-CUR-ROWS-ADDED                 PIC 9(04) BINARY.
 01  WS-CUR-ROWS-DROPPED               PIC 9(04) BINARY.
 01  WS-CUR-KEY-CARDS                  PIC 9(04) BINARY.
 01  WS-CUR-ONBOARD-COUNT              PIC 9(04) BINARY.
 01  WS-CUR-OFFBOARD-COUNT             PIC 9(04) BINARY.
 01  WS-CUR-OTHER-COUNT                PIC 9(04) BINARY.
 01  WS-CUR-MANIFEST-COUNT             PIC 9(04) BINARY.
 01  WS-CUR-KEY-COUNT                  PIC 9(04) BINARY.
 01  WS-CUR-RESULT                     PIC X(12).
 01  WS-OFFBOARD-PASS                  PIC 9(01).
 01  WS-APPLY-PASS                     PIC 9(01).

*> the partner's prefixes: those on PARTNERS plus its ONBOARD cards;
*> a name is covered when the longest prefix claiming it, on PARTNERS
*> or in this table, is the partner's
 01  WS-COVER-TABLE.
     05 WS-COVER-ENTRY                 OCCURS 50 TIMES.
        10 WS-COVER-PFX                PIC X(44).
        10 WS-COVER-PFX-LEN            PIC 9(02) BINARY.
 01  WS-COVER-USED                     PIC 9(04) BINARY.
 01  WS-COVER-IDX                      PIC 9(04) BINARY.
 01  WS-COVERED-SWITCH                 PIC X(01).
    88 WS-NAME-COVERED                 VALUE "Y".

*> card parse work area
 01  WS-TOK-VERB                       PIC X(08).
 01  WS-TOK-PID                        PIC X(16).
 01  WS-TOK-3                          PIC X(128).
 01  WS-TOK-OPT-TABLE.
     05 WS-TOK-OPT                     PIC X(16) OCCURS 6 TIMES.
 01  WS-TOK-OPT-IDX                    PIC 9(02) BINARY.
 01  WS-TOK-REST                       PIC X(200).
 01  WS-TOK-PTR                        PIC 9(03) BINARY.
 01  WS-TOK-DUMMY                      PIC X(128).
 01  WS-STAR-COUNT                     PIC 9(03) BINARY.
 01  WS-REJECT-REASON                  PIC X(60).

*> MANIFEST card options, in manifest-column form
 01  WS-OPT-ALGORITHM                  PIC X(08).
 01  WS-OPT-OUT-LEN                    PIC X(03).
 01  WS-OPT-FORMAT                     PIC X(01).
 01  WS-OPT-SCHEDULE                   PIC X(08).
 01  WS-OPT-BLOCK-RECS                 PIC X(04).
 01  WS-OPT-AFTER-SHAKE-SWITCH         PIC X(01).
    88 WS-OPT-AFTER-SHAKE              VALUE "Y".
 01  WS-OPT-TOKEN                      PIC X(16).

*> key card checks, as KEYMAINT makes them
 01  WS-KEYHEX-LEN                     PIC 9(03) BINARY.
 01  WS-HEX-VALID-SWITCH               PIC X(01).
    88 WS-HEX-VALID                    VALUE "Y".
 01  WS-HEX-IDX                        PIC 9(03) BINARY.
 01  WS-HEX-DIGIT                      PIC X(01).

*> prefix-claim work area: does CLAIM-PFX claim CLAIM-NAME?
 01  WS-CLAIM-PFX                      PIC X(44).
 01  WS-CLAIM-PFX-LEN                  PIC 9(02) BINARY.
 01  WS-CLAIM-NAME                     PIC X(44).
 01  WS-CLAIM-NAME-LEN                 PIC 9(02) BINARY.
 01  WS-CLAIM-SWITCH                   PIC X(01).
    88 WS-CLAIM-MADE                   VALUE "Y".
 01  WS-OVERLAP-SWITCH                 PIC X(01).
    88 WS-OVERLAP-FOUND                VALUE "Y".
 01  WS-OWNER-PID                      PIC X(08).
 01  WS-OWNER-LEN                      PIC 9(02) BINARY.
 01  WS-OTHER-PID                      PIC X(08).
 01  WS-STEM-NAME                      PIC X(44).
 01  WS-STEM-LEN                       PIC 9(02) BINARY.

 01  WS-DATASET-NAME                   PIC X(44).
 01  WS-DSNAME-LEN                     PIC 9(02) BINARY.
 01  WS-CHAR-IDX                       PIC 9(02) BINARY.

*> dataset-name syntax, as MANIFCHK checks it
 01  WS-NAME-VALID-SWITCH              PIC X(01).
    88 WS-NAME-VALID                   VALUE "Y".
 01  WS-QUAL-LEN                       PIC 9(02) BINARY.
 01  WS-NAME-CHAR                      PIC X(01).

 01  WS-CARD-COUNT                     PIC 9(09) BINARY VALUE 0.
 01  WS-APPLIED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-REJECTED-COUNT                 PIC 9(09) BINARY VALUE 0.
 01  WS-BAD-CARD-COUNT                 PIC 9(09) BINARY VALUE 0.
 01  WS-ADDED-COUNT                    PIC 9(09) BINARY VALUE 0.
 01  WS-DROPPED-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-KEYCARD-COUNT                  PIC 9(09) BINARY VALUE 0.
 01  WS-COUNT-DISPLAY                  PIC Z(08)9.
 01  WS-ROWS-DISPLAY                   PIC 9(04).
 01  WS-DROPS-DISPLAY                  PIC 9(04).
 01  WS-KEYCARDS-DISPLAY               PIC 9(04).

*> audit-trail work area
 01  WS-AUDIT-TEXT                     PIC X(250).
 01  WS-AUDIT-TIMESTAMP                PIC X(21).
 01  WS-AUDIT-SUBJECT                  PIC X(44).

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "PARTMNT".
 01  WS-RUNC-START-TS                  PIC X(21).
 01  WS-RUNC-END-TS                    PIC X(21).
 01  WS-RUNC-COND-CODE                 PIC 9(02).
 01  WS-RUNC-COUNTS                    PIC X(80).
 01  WS-RUNC-NUM-1                     PIC 9(09).
 01  WS-RUNC-NUM-2                     PIC 9(09).
 01  WS-RUNC-NUM-3                     PIC 9(09).

 PROCEDURE DIVISION.

*>------------------------------------------------------------------------------
 MAIN-PARTMNT SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    PERFORM 2000-LOAD-REFERENCE-FILES

    PERFORM 3100-READ-PTNIN
    PERFORM 3000-LOAD-ONE-CARD UNTIL WS-PTNIN-AT-END

    PERFORM 5000-PROCESS-ONE-PARTNER
       VARYING WS-UNIT-IDX FROM 1 BY 1
       UNTIL WS-UNIT-IDX > WS-UNIT-USED

    PERFORM 6000-WRITE-REFERENCE-FILES

    PERFORM 9000-TERMINATE

    IF WS-REJECTED-COUNT > 0 OR WS-BAD-CARD-COUNT > 0
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
 MAIN-PARTMNT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS

    OPEN INPUT PTNIN-FILE
    IF NOT PTNIN-OK
       DISPLAY "PARTMNT: unable to open PTNIN, status "
               WS-PTNIN-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "PARTMNT: unable to open PTNRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    OPEN OUTPUT KEYOUT-FILE
    IF WS-KEYOUT-STATUS NOT = "00"
       DISPLAY "PARTMNT: unable to open PTNKEYS, status "
               WS-KEYOUT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    OPEN INPUT KEY-FILE
    EVALUATE TRUE
       WHEN KEY-OK
          SET WS-KEYFILE-OPEN TO TRUE
       WHEN KEY-MISSING
          CONTINUE
       WHEN OTHER
          DISPLAY "PARTMNT: unable to open KEYFILE, status "
                  WS-KEY-STATUS
          STOP RUN WITH ERROR STATUS 12
    END-EVALUATE

    MOVE SPACES TO REPORT-REC
    STRING "PARTMNT - PARTNER ONBOARDING AND OFFBOARDING  RUN "
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
*> All six files into the one table, each line tagged with the file
*> it came from.
*>------------------------------------------------------------------------------
 2000-LOAD-REFERENCE-FILES.
*>------------------------------------------------------------------------------

    PERFORM 2100-LOAD-ONE-FILE
       VARYING WS-KIND FROM 1 BY 1
       UNTIL WS-KIND > 6

    .
 2000-LOAD-REFERENCE-FILES-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A reference file that cannot be opened ends the step: writing the
*> new generation from nothing would copy an empty file over the
*> live one.
*>------------------------------------------------------------------------------
 2100-LOAD-ONE-FILE.
*>------------------------------------------------------------------------------

    MOVE WS-KIND-OLD-DD(WS-KIND) TO WS-OLDREF-DDNAME
    MOVE "N" TO WS-OLDREF-EOF-SWITCH
    OPEN INPUT OLDREF-FILE
    IF NOT OLDREF-OK
       DISPLAY "PARTMNT: unable to open " WS-OLDREF-DDNAME
               ", status " WS-OLDREF-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    PERFORM 2200-READ-OLDREF
    PERFORM 2300-LOAD-ONE-LINE UNTIL WS-OLDREF-AT-END
    CLOSE OLDREF-FILE

    .
 2100-LOAD-ONE-FILE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2200-READ-OLDREF.
*>------------------------------------------------------------------------------

    READ OLDREF-FILE
       AT END
          SET WS-OLDREF-AT-END TO TRUE
    END-READ

    .
 2200-READ-OLDREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2300-LOAD-ONE-LINE.
*>------------------------------------------------------------------------------

    IF WS-REF-USED < 6000
       ADD 1 TO WS-REF-USED
       MOVE WS-KIND    TO WS-REF-KIND(WS-REF-USED)
       MOVE SPACE      TO WS-REF-STATE(WS-REF-USED)
       MOVE OLDREF-REC TO WS-REF-TEXT(WS-REF-USED)
    ELSE
       DISPLAY "PARTMNT: reference table full in "
               WS-OLDREF-DDNAME
       STOP RUN WITH ERROR STATUS 12
    END-IF

    PERFORM 2200-READ-OLDREF

    .
 2300-LOAD-ONE-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One released card into the deck table; the first card seen for a
*> partner opens that partner's unit of work.
*>------------------------------------------------------------------------------
 3000-LOAD-ONE-CARD.
*>------------------------------------------------------------------------------

    IF PTNIN-TRAN-TEXT = SPACES OR PTNIN-TRAN-TEXT(1:1) = "*"
       CONTINUE
    ELSE
       ADD 1 TO WS-CARD-COUNT
       MOVE PTNIN-TRAN-TEXT TO WS-TOK-REST
       PERFORM 8000-PARSE-CARD
       IF WS-TOK-PID = SPACES OR WS-TOK-PID(9:8) NOT = SPACES
          ADD 1 TO WS-BAD-CARD-COUNT
          MOVE SPACES TO REPORT-REC
          STRING "REJECTED SEQ " DELIMITED BY SIZE
                 PTNIN-SEQ DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TOK-VERB DELIMITED BY " "
                 " - partner id missing or longer than 8"
                 DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       ELSE
          IF WS-CARD-USED < 1000
             ADD 1 TO WS-CARD-USED
             MOVE PTNIN-SEQ       TO WS-CARD-SEQ(WS-CARD-USED)
             MOVE PTNIN-SUBMITTER TO WS-CARD-SUBMITTER(WS-CARD-USED)
             MOVE PTNIN-APPROVER  TO WS-CARD-APPROVER(WS-CARD-USED)
             MOVE WS-TOK-VERB     TO WS-CARD-VERB(WS-CARD-USED)
             MOVE WS-TOK-PID(1:8) TO WS-CARD-PID(WS-CARD-USED)
             MOVE WS-TOK-3(1:44)  TO WS-CARD-NAME(WS-CARD-USED)
             IF WS-TOK-VERB = "MACMANIF"
                MOVE WS-TOK-OPT(1)(1:8)
                  TO WS-CARD-DIRECTION(WS-CARD-USED)
             ELSE
                MOVE SPACES TO WS-CARD-DIRECTION(WS-CARD-USED)
             END-IF
             MOVE PTNIN-TRAN-TEXT TO WS-CARD-TEXT(WS-CARD-USED)
             PERFORM 3200-FIND-OR-ADD-UNIT
          ELSE
             DISPLAY "PARTMNT: deck table full at " PTNIN-SEQ
             STOP RUN WITH ERROR STATUS 12
          END-IF
       END-IF
    END-IF

    PERFORM 3100-READ-PTNIN

    .
 3000-LOAD-ONE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3100-READ-PTNIN.
*>------------------------------------------------------------------------------

    READ PTNIN-FILE
       AT END
          SET WS-PTNIN-AT-END TO TRUE
    END-READ

    .
 3100-READ-PTNIN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3200-FIND-OR-ADD-UNIT.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-UNIT-FOUND-IDX
    PERFORM 3210-MATCH-ONE-UNIT
       VARYING WS-UNIT-IDX FROM 1 BY 1
       UNTIL WS-UNIT-IDX > WS-UNIT-USED OR WS-UNIT-FOUND-IDX > 0

    IF WS-UNIT-FOUND-IDX = 0
       IF WS-UNIT-USED < 500
          ADD 1 TO WS-UNIT-USED
          MOVE WS-TOK-PID(1:8) TO WS-UNIT-PID(WS-UNIT-USED)
       ELSE
          DISPLAY "PARTMNT: partner table full at " WS-TOK-PID
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 3200-FIND-OR-ADD-UNIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 3210-MATCH-ONE-UNIT.
*>------------------------------------------------------------------------------

    IF WS-UNIT-PID(WS-UNIT-IDX) = WS-TOK-PID(1:8)
       MOVE WS-UNIT-IDX TO WS-UNIT-FOUND-IDX
    END-IF

    .
 3210-MATCH-ONE-UNIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One partner's cards: every card is checked before any is applied,
*> and one bad card holds back the partner's whole set - half an
*> onboarding is the inconsistency this step exists to prevent.
*>------------------------------------------------------------------------------
 5000-PROCESS-ONE-PARTNER.
*>------------------------------------------------------------------------------

    MOVE WS-UNIT-PID(WS-UNIT-IDX) TO WS-CUR-PID
    PERFORM 5100-SET-UP-PARTNER

    PERFORM 5200-VALIDATE-ONE-CARD
       VARYING WS-CARD-IDX FROM 1 BY 1
       UNTIL WS-CARD-IDX > WS-CARD-USED
    PERFORM 5300-CHECK-PARTNER-SET

    EVALUATE TRUE
       WHEN WS-CUR-ERRORS > 0
          MOVE "PTN-REJECTED" TO WS-CUR-RESULT
          ADD 1 TO WS-REJECTED-COUNT
       WHEN WS-CUR-OFFBOARD-COUNT > 0
          MOVE "OFFBOARDED" TO WS-CUR-RESULT
          PERFORM 5700-APPLY-OFFBOARD
          ADD 1 TO WS-APPLIED-COUNT
       WHEN OTHER
          IF WS-CUR-ON-PARTNERS
             MOVE "UPDATED" TO WS-CUR-RESULT
          ELSE
             MOVE "ONBOARDED" TO WS-CUR-RESULT
          END-IF
          MOVE 1 TO WS-APPLY-PASS
          PERFORM 5600-APPLY-ONE-CARD
             VARYING WS-CARD-IDX FROM 1 BY 1
             UNTIL WS-CARD-IDX > WS-CARD-USED
          MOVE 2 TO WS-APPLY-PASS
          PERFORM 5600-APPLY-ONE-CARD
             VARYING WS-CARD-IDX FROM 1 BY 1
             UNTIL WS-CARD-IDX > WS-CARD-USED
          ADD 1 TO WS-APPLIED-COUNT
    END-EVALUATE

    PERFORM 5800-WRITE-PARTNER-SUMMARY
    PERFORM 5900-WRITE-AUDIT-RECORD

    .
 5000-PROCESS-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> What is already known about the partner - its PARTNERS prefixes
*> and its key - and a first look over its cards: how many of each,
*> and the prefixes its ONBOARD cards bring.
*>------------------------------------------------------------------------------
 5100-SET-UP-PARTNER.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-CUR-ERRORS
    MOVE 0 TO WS-CUR-ROWS-ADDED
    MOVE 0 TO WS-CUR-ROWS-DROPPED
    MOVE 0 TO WS-CUR-KEY-CARDS
    MOVE 0 TO WS-CUR-ONBOARD-COUNT
    MOVE 0 TO WS-CUR-OFFBOARD-COUNT
    MOVE 0 TO WS-CUR-OTHER-COUNT
    MOVE 0 TO WS-CUR-MANIFEST-COUNT
    MOVE 0 TO WS-CUR-KEY-COUNT
    MOVE 0 TO WS-CUR-SEQ
    MOVE SPACES TO WS-CUR-SUBMITTER
    MOVE SPACES TO WS-CUR-APPROVER
    MOVE "N" TO WS-CUR-ON-PARTNERS-SWITCH
    MOVE 0 TO WS-COVER-USED

    PERFORM 5110-NOTE-ONE-PARTNERS-LINE
       VARYING WS-REF-IDX FROM 1 BY 1
       UNTIL WS-REF-IDX > WS-REF-USED

    MOVE SPACE TO WS-CUR-KEY-STATE
    IF WS-KEYFILE-OPEN
       MOVE WS-CUR-PID TO KEY-PARTNER-ID
       READ KEY-FILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             EVALUATE TRUE
                WHEN KEY-STATE = "R"
                   SET WS-CUR-KEY-RETIRED TO TRUE
                WHEN KEY-CURRENT-LEN = 0
                   SET WS-CUR-KEY-EXPIRED TO TRUE
                WHEN NOT KEY-EXPIRY-DATE IS NUMERIC
                   SET WS-CUR-KEY-EXPIRED TO TRUE
                WHEN KEY-EXPIRY-DATE < WS-RUN-TIMESTAMP(1:8)
                   SET WS-CUR-KEY-EXPIRED TO TRUE
                WHEN OTHER
                   SET WS-CUR-KEY-USABLE TO TRUE
             END-EVALUATE
       END-READ
    END-IF

    PERFORM 5120-PRESCAN-ONE-CARD
       VARYING WS-CARD-IDX FROM 1 BY 1
       UNTIL WS-CARD-IDX > WS-CARD-USED

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "PARTNER " DELIMITED BY SIZE
           WS-CUR-PID DELIMITED BY SIZE
           "  FIRST SEQ " DELIMITED BY SIZE
           WS-CUR-SEQ DELIMITED BY SIZE
           "  SUBMITTED BY " DELIMITED BY SIZE
           WS-CUR-SUBMITTER DELIMITED BY SIZE
           "  APPROVED BY " DELIMITED BY SIZE
           WS-CUR-APPROVER DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 5100-SET-UP-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5110-NOTE-ONE-PARTNERS-LINE.
*>------------------------------------------------------------------------------

    IF WS-REF-KIND(WS-REF-IDX) = 1
       AND NOT WS-REF-DROPPED(WS-REF-IDX)
       AND WS-REF-TEXT(WS-REF-IDX)(1:1) NOT = "*"
       AND WS-REF-TEXT(WS-REF-IDX)(46:8) = WS-CUR-PID
       SET WS-CUR-ON-PARTNERS TO TRUE
       MOVE WS-REF-TEXT(WS-REF-IDX)(1:44) TO WS-DATASET-NAME
       PERFORM 7600-ADD-COVER-PREFIX
    END-IF

    .
 5110-NOTE-ONE-PARTNERS-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5120-PRESCAN-ONE-CARD.
*>------------------------------------------------------------------------------

    IF WS-CARD-PID(WS-CARD-IDX) = WS-CUR-PID
       IF WS-CUR-SEQ = 0
          MOVE WS-CARD-SEQ(WS-CARD-IDX)       TO WS-CUR-SEQ
          MOVE WS-CARD-SUBMITTER(WS-CARD-IDX) TO WS-CUR-SUBMITTER
          MOVE WS-CARD-APPROVER(WS-CARD-IDX)  TO WS-CUR-APPROVER
       END-IF
       EVALUATE WS-CARD-VERB(WS-CARD-IDX)
          WHEN "OFFBOARD"
             ADD 1 TO WS-CUR-OFFBOARD-COUNT
          WHEN "ONBOARD"
             ADD 1 TO WS-CUR-ONBOARD-COUNT
             ADD 1 TO WS-CUR-OTHER-COUNT
             MOVE WS-CARD-NAME(WS-CARD-IDX) TO WS-DATASET-NAME
             PERFORM 7600-ADD-COVER-PREFIX
          WHEN "MANIFEST"
             ADD 1 TO WS-CUR-MANIFEST-COUNT
             ADD 1 TO WS-CUR-OTHER-COUNT
          WHEN "KEY"
             ADD 1 TO WS-CUR-KEY-COUNT
             ADD 1 TO WS-CUR-OTHER-COUNT
          WHEN OTHER
             ADD 1 TO WS-CUR-OTHER-COUNT
       END-EVALUATE
    END-IF

    .
 5120-PRESCAN-ONE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5200-VALIDATE-ONE-CARD.
*>------------------------------------------------------------------------------

    IF WS-CARD-PID(WS-CARD-IDX) = WS-CUR-PID
       MOVE WS-CARD-TEXT(WS-CARD-IDX) TO WS-TOK-REST
       PERFORM 8000-PARSE-CARD
       MOVE SPACES TO WS-REJECT-REASON
       EVALUATE WS-TOK-VERB
          WHEN "ONBOARD"
             PERFORM 5210-VALIDATE-ONBOARD
          WHEN "SLA"
             PERFORM 5220-VALIDATE-SLA
          WHEN "FRESH"
             PERFORM 5230-VALIDATE-FRESH
          WHEN "MANIFEST"
             PERFORM 5240-VALIDATE-MANIFEST
          WHEN "MACMANIF"
             PERFORM 5250-VALIDATE-MACMANIF
          WHEN "KEY"
             PERFORM 5260-VALIDATE-KEY
          WHEN "MACALG"
             PERFORM 5270-VALIDATE-MACALG
          WHEN "OFFBOARD"
             CONTINUE
          WHEN OTHER
             MOVE "unrecognized action" TO WS-REJECT-REASON
       END-EVALUATE
       IF WS-REJECT-REASON = SPACES
          PERFORM 5290-CHECK-EARLIER-CARDS
       END-IF
       IF WS-REJECT-REASON NOT = SPACES
          ADD 1 TO WS-CUR-ERRORS
          PERFORM 8200-WRITE-REJECTED-CARD
       END-IF
    END-IF

    .
 5200-VALIDATE-ONE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A new PARTNERS prefix: plain (no wildcard), a valid dataset name,
*> nobody's yet, and neither inside nor over another partner's - that
*> would move the other partner's entries under the longest match.
*>------------------------------------------------------------------------------
 5210-VALIDATE-ONBOARD.
*>------------------------------------------------------------------------------

    PERFORM 8100-TAKE-REST-OF-CARD
    MOVE 1 TO WS-REF-LOOKUP-KIND
    MOVE WS-TOK-3(1:44) TO WS-REF-LOOKUP-KEY
    PERFORM 7800-FIND-REF-LINE
    MOVE WS-TOK-3(1:44) TO WS-DATASET-NAME
    PERFORM 7350-CHECK-NAME-SYNTAX
    PERFORM 5212-FIND-OVERLAPPING-PREFIX

    EVALUATE TRUE
       WHEN WS-TOK-3 = SPACES
          MOVE "prefix missing" TO WS-REJECT-REASON
       WHEN WS-TOK-3(45:84) NOT = SPACES
          MOVE "prefix longer than 44" TO WS-REJECT-REASON
       WHEN WS-STAR-COUNT > 0
          MOVE "a PARTNERS prefix takes no wildcard"
            TO WS-REJECT-REASON
       WHEN NOT WS-NAME-VALID
          MOVE "malformed prefix" TO WS-REJECT-REASON
       WHEN WS-TOK-REST = SPACES
          MOVE "contact missing" TO WS-REJECT-REASON
       WHEN WS-TOK-REST(31:170) NOT = SPACES
          MOVE "contact longer than 30" TO WS-REJECT-REASON
       WHEN WS-REF-FOUND-IDX > 0
          MOVE SPACES TO WS-REJECT-REASON
          STRING "prefix already on PARTNERS for " DELIMITED BY SIZE
                 WS-REF-TEXT(WS-REF-FOUND-IDX)(46:8) DELIMITED BY SIZE
            INTO WS-REJECT-REASON
          END-STRING
       WHEN WS-OVERLAP-FOUND
          MOVE SPACES TO WS-REJECT-REASON
          STRING "prefix overlaps a PARTNERS prefix of "
                 DELIMITED BY SIZE
                 WS-OTHER-PID DELIMITED BY SIZE
            INTO WS-REJECT-REASON
          END-STRING
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    .
 5210-VALIDATE-ONBOARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Another partner's live PARTNERS prefix that claims the card's
*> prefix or is claimed by it; WS-OTHER-PID names the first found.
*> Partners applied earlier on this deck are on the table already.
*>------------------------------------------------------------------------------
 5212-FIND-OVERLAPPING-PREFIX.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-OVERLAP-SWITCH
    MOVE SPACES TO WS-OTHER-PID
    MOVE WS-TOK-3(1:44) TO WS-DATASET-NAME
    PERFORM 7200-TRIMMED-NAME-LEN
    MOVE WS-DATASET-NAME TO WS-CLAIM-NAME
    MOVE WS-DSNAME-LEN   TO WS-CLAIM-NAME-LEN

    PERFORM 5213-MATCH-ONE-PARTNERS-PREFIX
       VARYING WS-REF-IDX FROM 1 BY 1
       UNTIL WS-REF-IDX > WS-REF-USED OR WS-OVERLAP-FOUND

    .
 5212-FIND-OVERLAPPING-PREFIX-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5213-MATCH-ONE-PARTNERS-PREFIX.
*>------------------------------------------------------------------------------

    IF WS-REF-KIND(WS-REF-IDX) = 1
       AND NOT WS-REF-DROPPED(WS-REF-IDX)
       AND WS-REF-TEXT(WS-REF-IDX)(1:1) NOT = "*"
       AND WS-REF-TEXT(WS-REF-IDX)(46:8) NOT = WS-CUR-PID
       MOVE WS-REF-TEXT(WS-REF-IDX)(1:44) TO WS-DATASET-NAME
       PERFORM 7200-TRIMMED-NAME-LEN
       MOVE WS-DATASET-NAME TO WS-CLAIM-PFX
       MOVE WS-DSNAME-LEN   TO WS-CLAIM-PFX-LEN
       PERFORM 7550-CHECK-OVERLAP
       IF WS-OVERLAP-FOUND
          MOVE WS-REF-TEXT(WS-REF-IDX)(46:8) TO WS-OTHER-PID
       END-IF
    END-IF

    .
 5213-MATCH-ONE-PARTNERS-PREFIX-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> An SLA window under the partner's prefixes, with real hhmm times,
*> and a manifest entry under it - on file or on this deck.
*>------------------------------------------------------------------------------
 5220-VALIDATE-SLA.
*>------------------------------------------------------------------------------

    PERFORM 7700-CHECK-COVERED
    MOVE 2 TO WS-REF-LOOKUP-KIND
    MOVE WS-TOK-3(1:44) TO WS-REF-LOOKUP-KEY
    PERFORM 7800-FIND-REF-LINE
    PERFORM 5225-FIND-MANIFEST-UNDER

    EVALUATE TRUE
       WHEN WS-TOK-3 = SPACES
          MOVE "prefix missing" TO WS-REJECT-REASON
       WHEN WS-TOK-3(45:84) NOT = SPACES
          MOVE "prefix longer than 44" TO WS-REJECT-REASON
       WHEN WS-STAR-COUNT > 0
          MOVE "an SLA prefix takes no wildcard" TO WS-REJECT-REASON
       WHEN NOT WS-NAME-VALID
          MOVE "malformed prefix" TO WS-REJECT-REASON
       WHEN NOT WS-NAME-COVERED
          MOVE "prefix is not under the partner's PARTNERS prefixes"
            TO WS-REJECT-REASON
       WHEN WS-TOK-OPT(1)(1:4) IS NOT NUMERIC
         OR WS-TOK-OPT(1)(5:12) NOT = SPACES
         OR WS-TOK-OPT(1)(1:2) > "23"
         OR WS-TOK-OPT(1)(3:2) > "59"
          MOVE "window open time not hhmm" TO WS-REJECT-REASON
       WHEN WS-TOK-OPT(2)(1:4) IS NOT NUMERIC
         OR WS-TOK-OPT(2)(5:12) NOT = SPACES
         OR WS-TOK-OPT(2)(1:2) > "23"
         OR WS-TOK-OPT(2)(3:2) > "59"
          MOVE "deadline time not hhmm" TO WS-REJECT-REASON
       WHEN WS-REF-FOUND-IDX > 0
          MOVE "prefix already on SLAFILE" TO WS-REJECT-REASON
       WHEN NOT WS-OVERLAP-FOUND
          MOVE "SLA window with no manifest entry under it"
            TO WS-REJECT-REASON
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    .
 5220-VALIDATE-SLA-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5225-FIND-MANIFEST-UNDER.
*>------------------------------------------------------------------------------

    MOVE "N" TO WS-OVERLAP-SWITCH
    MOVE WS-TOK-3(1:44) TO WS-DATASET-NAME
    PERFORM 7200-TRIMMED-NAME-LEN
    MOVE WS-DATASET-NAME TO WS-CLAIM-PFX
    MOVE WS-DSNAME-LEN   TO WS-CLAIM-PFX-LEN

    PERFORM 5226-MATCH-ONE-MANIFEST-LINE
       VARYING WS-REF-IDX FROM 1 BY 1
       UNTIL WS-REF-IDX > WS-REF-USED OR WS-OVERLAP-FOUND
    PERFORM 5227-MATCH-ONE-MANIFEST-CARD
       VARYING WS-CARD-IDX-2 FROM 1 BY 1
       UNTIL WS-CARD-IDX-2 > WS-CARD-USED OR WS-OVERLAP-FOUND

    .
 5225-FIND-MANIFEST-UNDER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5226-MATCH-ONE-MANIFEST-LINE.
*>------------------------------------------------------------------------------

    IF WS-REF-KIND(WS-REF-IDX) = 4
       AND NOT WS-REF-DROPPED(WS-REF-IDX)
       AND WS-REF-TEXT(WS-REF-IDX)(1:1) NOT = "*"
       MOVE WS-REF-TEXT(WS-REF-IDX)(1:44) TO WS-STEM-NAME
       PERFORM 7300-MAKE-STEM
       MOVE WS-STEM-NAME TO WS-CLAIM-NAME
       MOVE WS-STEM-LEN  TO WS-CLAIM-NAME-LEN
       PERFORM 7550-CHECK-OVERLAP
    END-IF

    .
 5226-MATCH-ONE-MANIFEST-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5227-MATCH-ONE-MANIFEST-CARD.
*>------------------------------------------------------------------------------

    IF WS-CARD-PID(WS-CARD-IDX-2) = WS-CUR-PID
       AND WS-CARD-VERB(WS-CARD-IDX-2) = "MANIFEST"
       MOVE WS-CARD-NAME(WS-CARD-IDX-2) TO WS-STEM-NAME
       PERFORM 7300-MAKE-STEM
       MOVE WS-STEM-NAME TO WS-CLAIM-NAME
       MOVE WS-STEM-LEN  TO WS-CLAIM-NAME-LEN
       PERFORM 7550-CHECK-OVERLAP
    END-IF

    .
 5227-MATCH-ONE-MANIFEST-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5230-VALIDATE-FRESH.
*>------------------------------------------------------------------------------

    PERFORM 7700-CHECK-COVERED
    MOVE 3 TO WS-REF-LOOKUP-KIND
    MOVE WS-TOK-3(1:44) TO WS-REF-LOOKUP-KEY
    PERFORM 7800-FIND-REF-LINE

    EVALUATE TRUE
       WHEN WS-TOK-3 = SPACES
          MOVE "prefix missing" TO WS-REJECT-REASON
       WHEN WS-TOK-3(45:84) NOT = SPACES
          MOVE "prefix longer than 44" TO WS-REJECT-REASON
       WHEN WS-STAR-COUNT > 0
          MOVE "a freshness prefix takes no wildcard"
            TO WS-REJECT-REASON
       WHEN NOT WS-NAME-VALID
          MOVE "malformed prefix" TO WS-REJECT-REASON
       WHEN NOT WS-NAME-COVERED
          MOVE "prefix is not under the partner's PARTNERS prefixes"
            TO WS-REJECT-REASON
       WHEN WS-TOK-OPT(1) NOT = "DAILY"
            AND WS-TOK-OPT(1) NOT = "WEEKLY"
            AND WS-TOK-OPT(1) NOT = "MONTHLY"
          MOVE "frequency is not DAILY, WEEKLY or MONTHLY"
            TO WS-REJECT-REASON
       WHEN WS-REF-FOUND-IDX > 0
          MOVE "prefix already on FRESHRUL" TO WS-REJECT-REASON
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    .
 5230-VALIDATE-FRESH-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A manifest entry or prefix.* entry under the partner's prefixes,
*> with options MANIFCHK will accept tonight.
*>------------------------------------------------------------------------------
 5240-VALIDATE-MANIFEST.
*>------------------------------------------------------------------------------

    MOVE WS-TOK-3(1:44) TO WS-STEM-NAME
    PERFORM 7300-MAKE-STEM
    MOVE 0 TO WS-STAR-COUNT
    INSPECT WS-STEM-NAME TALLYING WS-STAR-COUNT FOR ALL "*"
    MOVE WS-STEM-NAME TO WS-DATASET-NAME
    PERFORM 7350-CHECK-NAME-SYNTAX
    MOVE WS-STEM-NAME TO WS-DATASET-NAME
    PERFORM 7710-CHECK-STEM-COVERED
    MOVE 4 TO WS-REF-LOOKUP-KIND
    MOVE WS-TOK-3(1:44) TO WS-REF-LOOKUP-KEY
    PERFORM 7800-FIND-REF-LINE

    EVALUATE TRUE
       WHEN WS-TOK-3 = SPACES
          MOVE "dataset name missing" TO WS-REJECT-REASON
       WHEN WS-TOK-3(45:84) NOT = SPACES
          MOVE "dataset name longer than 44" TO WS-REJECT-REASON
       WHEN WS-STAR-COUNT > 0 OR WS-STEM-LEN = 0
          MOVE "a wildcard only as a trailing .*" TO WS-REJECT-REASON
       WHEN NOT WS-NAME-VALID
          MOVE "malformed dataset name" TO WS-REJECT-REASON
       WHEN NOT WS-NAME-COVERED
          MOVE "entry is not under the partner's PARTNERS prefixes"
            TO WS-REJECT-REASON
       WHEN WS-REF-FOUND-IDX > 0
          MOVE "entry already on MANIFEST" TO WS-REJECT-REASON
       WHEN OTHER
          PERFORM 5245-PARSE-MANIFEST-OPTIONS
    END-EVALUATE

    .
 5240-VALIDATE-MANIFEST-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The options are told apart by what they look like: an algorithm
*> code, a 3-digit output length straight after a SHAKE code,
*> TEXT/BINARY, a schedule code, a 4-digit block-index count.
*>------------------------------------------------------------------------------
 5245-PARSE-MANIFEST-OPTIONS.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-OPT-ALGORITHM
    MOVE SPACES TO WS-OPT-OUT-LEN
    MOVE SPACE  TO WS-OPT-FORMAT
    MOVE SPACES TO WS-OPT-SCHEDULE
    MOVE SPACES TO WS-OPT-BLOCK-RECS
    MOVE "N" TO WS-OPT-AFTER-SHAKE-SWITCH

    PERFORM 5246-CLASSIFY-ONE-OPTION
       VARYING WS-TOK-OPT-IDX FROM 1 BY 1
       UNTIL WS-TOK-OPT-IDX > 6 OR WS-REJECT-REASON NOT = SPACES

    IF WS-REJECT-REASON = SPACES
       AND WS-OPT-BLOCK-RECS NOT = SPACES
       EVALUATE TRUE
          WHEN WS-OPT-BLOCK-RECS = "0000"
             MOVE "block-index count not 0001-9999"
               TO WS-REJECT-REASON
          WHEN WS-OPT-FORMAT = "B"
             MOVE "block index is only for TEXT entries"
               TO WS-REJECT-REASON
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF

    .
 5245-PARSE-MANIFEST-OPTIONS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5246-CLASSIFY-ONE-OPTION.
*>------------------------------------------------------------------------------

    MOVE WS-TOK-OPT(WS-TOK-OPT-IDX) TO WS-OPT-TOKEN

    EVALUATE TRUE
       WHEN WS-OPT-TOKEN = SPACES
          CONTINUE
       WHEN WS-OPT-AFTER-SHAKE
            AND WS-OPT-TOKEN(1:3) IS NUMERIC
            AND WS-OPT-TOKEN(4:13) = SPACES
          IF WS-OPT-TOKEN(1:3) < "001" OR WS-OPT-TOKEN(1:3) > "064"
             MOVE "SHAKE output length not 001-064"
               TO WS-REJECT-REASON
          ELSE
             MOVE WS-OPT-TOKEN(1:3) TO WS-OPT-OUT-LEN
          END-IF
       WHEN WS-OPT-TOKEN = "224" OR WS-OPT-TOKEN = "256"
         OR WS-OPT-TOKEN = "384" OR WS-OPT-TOKEN = "512"
         OR WS-OPT-TOKEN = "SHAKE128" OR WS-OPT-TOKEN = "SHAKE256"
          IF WS-OPT-ALGORITHM NOT = SPACES
             MOVE "more than one algorithm code" TO WS-REJECT-REASON
          ELSE
             MOVE WS-OPT-TOKEN(1:8) TO WS-OPT-ALGORITHM
          END-IF
       WHEN WS-OPT-TOKEN = "TEXT" OR WS-OPT-TOKEN = "BINARY"
          IF WS-OPT-FORMAT NOT = SPACE
             MOVE "more than one format" TO WS-REJECT-REASON
          ELSE
             MOVE WS-OPT-TOKEN(1:1) TO WS-OPT-FORMAT
          END-IF
       WHEN WS-OPT-TOKEN = "DAILY" OR WS-OPT-TOKEN = "REQUEST"
         OR WS-OPT-TOKEN = "MNTH-EOM"
         OR (WS-OPT-TOKEN(1:5) = "WKLY-"
             AND (WS-OPT-TOKEN(6:11) = "MON" OR "TUE" OR "WED"
                  OR "THU" OR "FRI" OR "SAT" OR "SUN"))
         OR (WS-OPT-TOKEN(1:5) = "MNTH-"
             AND WS-OPT-TOKEN(6:2) IS NUMERIC
             AND WS-OPT-TOKEN(8:9) = SPACES
             AND WS-OPT-TOKEN(6:2) >= "01"
             AND WS-OPT-TOKEN(6:2) <= "31")
          IF WS-OPT-SCHEDULE NOT = SPACES
             MOVE "more than one schedule code" TO WS-REJECT-REASON
          ELSE
             MOVE WS-OPT-TOKEN(1:8) TO WS-OPT-SCHEDULE
          END-IF
       WHEN WS-OPT-TOKEN(1:4) IS NUMERIC
            AND WS-OPT-TOKEN(5:12) = SPACES
          IF WS-OPT-BLOCK-RECS NOT = SPACES
             MOVE "more than one block-index count" TO WS-REJECT-REASON
          ELSE
             MOVE WS-OPT-TOKEN(1:4) TO WS-OPT-BLOCK-RECS
          END-IF
       WHEN OTHER
          MOVE SPACES TO WS-REJECT-REASON
          STRING "unrecognized MANIFEST option " DELIMITED BY SIZE
                 WS-OPT-TOKEN DELIMITED BY " "
            INTO WS-REJECT-REASON
          END-STRING
    END-EVALUATE

    IF WS-OPT-TOKEN = "SHAKE128" OR WS-OPT-TOKEN = "SHAKE256"
       SET WS-OPT-AFTER-SHAKE TO TRUE
    ELSE
       MOVE "N" TO WS-OPT-AFTER-SHAKE-SWITCH
    END-IF

    .
 5246-CLASSIFY-ONE-OPTION-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A MAC manifest entry: a real dataset under the partner's prefixes,
*> a direction, and a key MACRUN can find - on this deck or already
*> live on KEYFILE.
*>------------------------------------------------------------------------------
 5250-VALIDATE-MACMANIF.
*>------------------------------------------------------------------------------

    PERFORM 7700-CHECK-COVERED
    IF WS-TOK-OPT(1) = "INBOUND"
       MOVE 6 TO WS-REF-LOOKUP-KIND
    ELSE
       MOVE 5 TO WS-REF-LOOKUP-KIND
    END-IF
    MOVE WS-TOK-3(1:44) TO WS-REF-LOOKUP-KEY
    PERFORM 7800-FIND-REF-LINE

    EVALUATE TRUE
       WHEN WS-TOK-3 = SPACES
          MOVE "dataset name missing" TO WS-REJECT-REASON
       WHEN WS-TOK-3(45:84) NOT = SPACES
          MOVE "dataset name longer than 44" TO WS-REJECT-REASON
       WHEN WS-STAR-COUNT > 0
          MOVE "a MACMANIF entry names one dataset, no wildcard"
            TO WS-REJECT-REASON
       WHEN NOT WS-NAME-VALID
          MOVE "malformed dataset name" TO WS-REJECT-REASON
       WHEN NOT WS-NAME-COVERED
          MOVE "dataset is not under the partner's PARTNERS prefixes"
            TO WS-REJECT-REASON
       WHEN WS-TOK-OPT(1) NOT = "OUTBOUND"
            AND WS-TOK-OPT(1) NOT = "INBOUND"
          MOVE "direction is not OUTBOUND or INBOUND"
            TO WS-REJECT-REASON
       WHEN WS-TOK-OPT(2) NOT = SPACES
            AND WS-TOK-OPT(2) NOT = "TEXT"
            AND WS-TOK-OPT(2) NOT = "BINARY"
          MOVE "format is not TEXT or BINARY" TO WS-REJECT-REASON
       WHEN WS-REF-FOUND-IDX > 0
          MOVE "dataset already on MACMANIF for that direction"
            TO WS-REJECT-REASON
       WHEN WS-CUR-KEY-COUNT = 0 AND NOT WS-CUR-KEY-USABLE
          MOVE "MACMANIF entry with no key - add a KEY card"
            TO WS-REJECT-REASON
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    .
 5250-VALIDATE-MACMANIF-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The partner's key, checked as KEYMAINT will check the ADDKEY it
*> becomes. A partner with a live key on the key store rotates
*> through KEYMAINT, not here; a retired one (an earlier OFFBOARD) is
*> re-keyed in place by the ADDKEY, as KEYMAINT allows.
*>------------------------------------------------------------------------------
 5260-VALIDATE-KEY.
*>------------------------------------------------------------------------------

    PERFORM 8300-MEASURE-KEYHEX

    EVALUATE TRUE
       WHEN NOT WS-HEX-VALID
          MOVE "key is not 2-128 hex characters" TO WS-REJECT-REASON
       WHEN WS-KEYHEX-LEN < 2
          MOVE "key is not 2-128 hex characters" TO WS-REJECT-REASON
       WHEN FUNCTION MOD(WS-KEYHEX-LEN 2) NOT = 0
          MOVE "key hex length is odd" TO WS-REJECT-REASON
       WHEN WS-TOK-OPT(1)(1:8) IS NOT NUMERIC
         OR WS-TOK-OPT(1)(9:8) NOT = SPACES
          MOVE "effective date missing or not yyyymmdd"
            TO WS-REJECT-REASON
       WHEN WS-TOK-OPT(2)(1:8) IS NOT NUMERIC
         OR WS-TOK-OPT(2)(9:8) NOT = SPACES
          MOVE "expiry date missing or not yyyymmdd"
            TO WS-REJECT-REASON
       WHEN NOT WS-CUR-NO-KEY-RECORD AND NOT WS-CUR-KEY-RETIRED
          MOVE "partner already on key store - rotate via KEYMAINT"
            TO WS-REJECT-REASON
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    .
 5260-VALIDATE-KEY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5270-VALIDATE-MACALG.
*>------------------------------------------------------------------------------

    PERFORM 8100-TAKE-REST-OF-CARD

    EVALUATE TRUE
       WHEN WS-TOK-3 NOT = "HMAC512"
            AND WS-TOK-3 NOT = "KMAC128"
            AND WS-TOK-3 NOT = "KMAC256"
          MOVE "MAC algorithm is not HMAC512, KMAC128 or KMAC256"
            TO WS-REJECT-REASON
       WHEN WS-TOK-REST(65:136) NOT = SPACES
          MOVE "customization string over 64 characters"
            TO WS-REJECT-REASON
       WHEN WS-TOK-3 = "HMAC512" AND WS-TOK-REST NOT = SPACES
          MOVE "HMAC512 takes no customization string"
            TO WS-REJECT-REASON
       WHEN WS-CUR-KEY-COUNT = 0
            AND (WS-CUR-NO-KEY-RECORD OR WS-CUR-KEY-RETIRED)
          MOVE "MACALG for a partner with no key" TO WS-REJECT-REASON
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    .
 5270-VALIDATE-MACALG-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The same card twice on one deck - same action, same name (and for
*> MACMANIF the same direction) - is refused; so is a second KEY or
*> MACALG card, which could only fight with the first.
*>------------------------------------------------------------------------------
 5290-CHECK-EARLIER-CARDS.
*>------------------------------------------------------------------------------

    PERFORM 5291-MATCH-ONE-EARLIER-CARD
       VARYING WS-CARD-IDX-2 FROM 1 BY 1
       UNTIL WS-CARD-IDX-2 >= WS-CARD-IDX
          OR WS-REJECT-REASON NOT = SPACES

    .
 5290-CHECK-EARLIER-CARDS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5291-MATCH-ONE-EARLIER-CARD.
*>------------------------------------------------------------------------------

    IF WS-CARD-PID(WS-CARD-IDX-2) = WS-CUR-PID
       AND WS-CARD-VERB(WS-CARD-IDX-2) = WS-CARD-VERB(WS-CARD-IDX)
       EVALUATE TRUE
          WHEN WS-CARD-VERB(WS-CARD-IDX) = "KEY"
            OR WS-CARD-VERB(WS-CARD-IDX) = "MACALG"
             MOVE SPACES TO WS-REJECT-REASON
             STRING "more than one " DELIMITED BY SIZE
                    WS-CARD-VERB(WS-CARD-IDX) DELIMITED BY " "
                    " card for the partner" DELIMITED BY SIZE
               INTO WS-REJECT-REASON
             END-STRING
          WHEN WS-CARD-NAME(WS-CARD-IDX-2) = WS-CARD-NAME(WS-CARD-IDX)
           AND WS-CARD-DIRECTION(WS-CARD-IDX-2)
               = WS-CARD-DIRECTION(WS-CARD-IDX)
             MOVE SPACES TO WS-REJECT-REASON
             STRING "duplicates SEQ " DELIMITED BY SIZE
                    WS-CARD-SEQ(WS-CARD-IDX-2) DELIMITED BY SIZE
               INTO WS-REJECT-REASON
             END-STRING
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF

    .
 5291-MATCH-ONE-EARLIER-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Rules over the partner's whole set rather than one card.
*>------------------------------------------------------------------------------
 5300-CHECK-PARTNER-SET.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-REJECT-REASON
    IF WS-CUR-OFFBOARD-COUNT > 0
       EVALUATE TRUE
          WHEN WS-CUR-OTHER-COUNT > 0
             MOVE "OFFBOARD cannot share a deck with other cards"
               TO WS-REJECT-REASON
          WHEN NOT WS-CUR-ON-PARTNERS
             MOVE "OFFBOARD of a partner not on PARTNERS"
               TO WS-REJECT-REASON
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    ELSE
       EVALUATE TRUE
          WHEN WS-CUR-ON-PARTNERS
             CONTINUE
          WHEN WS-CUR-ONBOARD-COUNT = 0
             MOVE "new partner needs an ONBOARD card"
               TO WS-REJECT-REASON
          WHEN WS-CUR-MANIFEST-COUNT = 0
             MOVE "new partner has no MANIFEST entry"
               TO WS-REJECT-REASON
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF

    IF WS-REJECT-REASON NOT = SPACES
       ADD 1 TO WS-CUR-ERRORS
       MOVE SPACES TO REPORT-REC
       STRING "REJECTED PARTNER " DELIMITED BY SIZE
              WS-CUR-PID DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WS-REJECT-REASON DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    END-IF

    .
 5300-CHECK-PARTNER-SET-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One card of a partner that passed every check, turned into the
*> line its file carries (or the KEYTRAN card KEYMAINT applies). The
*> KEY card is taken in a first pass and the rest in a second, so
*> the ADDKEY always reaches KEYMAINT ahead of the partner's MACALG
*> whatever order the deck was written in.
*>------------------------------------------------------------------------------
 5600-APPLY-ONE-CARD.
*>------------------------------------------------------------------------------

    IF WS-CARD-PID(WS-CARD-IDX) = WS-CUR-PID
       AND ((WS-APPLY-PASS = 1 AND WS-CARD-VERB(WS-CARD-IDX) = "KEY")
         OR (WS-APPLY-PASS = 2 AND WS-CARD-VERB(WS-CARD-IDX) NOT = "KEY"))
       MOVE WS-CARD-TEXT(WS-CARD-IDX) TO WS-TOK-REST
       PERFORM 8000-PARSE-CARD
       MOVE SPACES TO WS-ROW-TEXT
       EVALUATE WS-TOK-VERB
          WHEN "ONBOARD"
             PERFORM 8100-TAKE-REST-OF-CARD
             MOVE WS-TOK-3(1:44)    TO WS-PART-ROW-PREFIX
             MOVE WS-CUR-PID        TO WS-PART-ROW-PID
             MOVE WS-TOK-REST(1:30) TO WS-PART-ROW-CONTACT
             MOVE 1 TO WS-KIND
             PERFORM 7900-ADD-REF-LINE
          WHEN "SLA"
             MOVE WS-TOK-3(1:44)    TO WS-SLA-ROW-PREFIX
             MOVE WS-CUR-PID        TO WS-SLA-ROW-PID
             MOVE WS-TOK-OPT(1)(1:4) TO WS-SLA-ROW-OPEN
             MOVE WS-TOK-OPT(2)(1:4) TO WS-SLA-ROW-DEADLINE
             MOVE 2 TO WS-KIND
             PERFORM 7900-ADD-REF-LINE
          WHEN "FRESH"
             MOVE WS-TOK-3(1:44)    TO WS-RULE-ROW-PREFIX
             MOVE WS-TOK-OPT(1)(1:8) TO WS-RULE-ROW-FREQUENCY
             MOVE 3 TO WS-KIND
             PERFORM 7900-ADD-REF-LINE
          WHEN "MANIFEST"
             MOVE SPACES TO WS-REJECT-REASON
             PERFORM 5245-PARSE-MANIFEST-OPTIONS
             MOVE WS-TOK-3(1:44)    TO WS-MFT-ROW-DSNAME
             MOVE WS-OPT-ALGORITHM  TO WS-MFT-ROW-ALGORITHM
             MOVE WS-OPT-OUT-LEN    TO WS-MFT-ROW-OUT-LEN
             MOVE WS-OPT-FORMAT     TO WS-MFT-ROW-FORMAT
             MOVE WS-OPT-SCHEDULE   TO WS-MFT-ROW-SCHEDULE
             MOVE WS-OPT-BLOCK-RECS TO WS-MFT-ROW-BLOCK-RECS
             MOVE 4 TO WS-KIND
             PERFORM 7900-ADD-REF-LINE
          WHEN "MACMANIF"
             MOVE WS-TOK-3(1:44)    TO WS-MAC-ROW-DSNAME
             MOVE WS-CUR-PID        TO WS-MAC-ROW-PID
             MOVE WS-TOK-OPT(2)(1:1) TO WS-MAC-ROW-FORMAT
             IF WS-TOK-OPT(1) = "INBOUND"
                MOVE 6 TO WS-KIND
             ELSE
                MOVE 5 TO WS-KIND
             END-IF
             PERFORM 7900-ADD-REF-LINE
          WHEN "KEY"
             MOVE SPACES TO KEYOUT-REC
             STRING "ADDKEY "      DELIMITED BY SIZE
                    WS-CUR-PID     DELIMITED BY " "
                    " "            DELIMITED BY SIZE
                    WS-TOK-3       DELIMITED BY " "
                    " "            DELIMITED BY SIZE
                    WS-TOK-OPT(1)  DELIMITED BY " "
                    " "            DELIMITED BY SIZE
                    WS-TOK-OPT(2)  DELIMITED BY " "
               INTO KEYOUT-REC
             END-STRING
             PERFORM 7950-WRITE-KEY-CARD
          WHEN "MACALG"
             MOVE WS-CARD-TEXT(WS-CARD-IDX) TO KEYOUT-REC
             PERFORM 7950-WRITE-KEY-CARD
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF

    .
 5600-APPLY-ONE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Everything of the partner comes off. PARTNERS, SLAFILE and MACMANIF
*> lines carry the partner id; FRESHRUL and MANIFEST lines go when
*> the partner's own prefix is the longest one claiming them - a
*> broad rule over several partners stays. Those two are judged in
*> a first pass, while the partner's PARTNERS lines still stand.
*>------------------------------------------------------------------------------
 5700-APPLY-OFFBOARD.
*>------------------------------------------------------------------------------

    MOVE 1 TO WS-OFFBOARD-PASS
    PERFORM 5710-OFFBOARD-ONE-LINE
       VARYING WS-REF-IDX FROM 1 BY 1
       UNTIL WS-REF-IDX > WS-REF-USED
    MOVE 2 TO WS-OFFBOARD-PASS
    PERFORM 5710-OFFBOARD-ONE-LINE
       VARYING WS-REF-IDX FROM 1 BY 1
       UNTIL WS-REF-IDX > WS-REF-USED

    IF NOT WS-CUR-NO-KEY-RECORD AND NOT WS-CUR-KEY-RETIRED
       MOVE SPACES TO KEYOUT-REC
       STRING "RETIRE "  DELIMITED BY SIZE
              WS-CUR-PID DELIMITED BY " "
         INTO KEYOUT-REC
       END-STRING
       PERFORM 7950-WRITE-KEY-CARD
    END-IF

    .
 5700-APPLY-OFFBOARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5710-OFFBOARD-ONE-LINE.
*>------------------------------------------------------------------------------

    IF NOT WS-REF-DROPPED(WS-REF-IDX)
       AND WS-REF-TEXT(WS-REF-IDX) NOT = SPACES
       AND WS-REF-TEXT(WS-REF-IDX)(1:1) NOT = "*"
       MOVE WS-REF-KIND(WS-REF-IDX) TO WS-KIND
       EVALUATE TRUE
          WHEN WS-OFFBOARD-PASS = 1
               AND (WS-KIND-FRESHRUL OR WS-KIND-MANIFEST)
             MOVE WS-REF-TEXT(WS-REF-IDX)(1:44) TO WS-STEM-NAME
             PERFORM 7300-MAKE-STEM
             PERFORM 7400-FIND-OWNER
             IF WS-OWNER-PID = WS-CUR-PID
                PERFORM 7920-DROP-REF-LINE
             END-IF
          WHEN WS-OFFBOARD-PASS = 2
               AND NOT WS-KIND-FRESHRUL AND NOT WS-KIND-MANIFEST
             IF WS-REF-TEXT(WS-REF-IDX)(46:8) = WS-CUR-PID
                PERFORM 7920-DROP-REF-LINE
             END-IF
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF

    .
 5710-OFFBOARD-ONE-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5800-WRITE-PARTNER-SUMMARY.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    IF WS-CUR-ERRORS > 0
       MOVE WS-CUR-ERRORS TO WS-ROWS-DISPLAY
       STRING "PARTNER " DELIMITED BY SIZE
              WS-CUR-PID DELIMITED BY SIZE
              " NOT APPLIED - " DELIMITED BY SIZE
              WS-ROWS-DISPLAY DELIMITED BY SIZE
              " ERROR(S), NO REFERENCE FILE CHANGED"
              DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    ELSE
       MOVE WS-CUR-ROWS-ADDED   TO WS-ROWS-DISPLAY
       MOVE WS-CUR-ROWS-DROPPED TO WS-DROPS-DISPLAY
       MOVE WS-CUR-KEY-CARDS    TO WS-KEYCARDS-DISPLAY
       STRING "PARTNER " DELIMITED BY SIZE
              WS-CUR-PID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CUR-RESULT DELIMITED BY " "
              " - LINES ADDED " DELIMITED BY SIZE
              WS-ROWS-DISPLAY DELIMITED BY SIZE
              " DROPPED " DELIMITED BY SIZE
              WS-DROPS-DISPLAY DELIMITED BY SIZE
              " KEYTRAN CARDS " DELIMITED BY SIZE
              WS-KEYCARDS-DISPLAY DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    END-IF
    WRITE REPORT-REC

    .
 5800-WRITE-PARTNER-SUMMARY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One chain-of-custody line per partner, applied or not, with the
*> users who submitted and approved its deck. The partner id stands
*> in the dataset column, as on PENDMNT's RELEASED lines.
*>------------------------------------------------------------------------------
 5900-WRITE-AUDIT-RECORD.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    COMPUTE WS-ROWS-DISPLAY = WS-CUR-ROWS-ADDED + WS-CUR-ROWS-DROPPED
    MOVE WS-CUR-PID TO WS-AUDIT-SUBJECT

    MOVE SPACES TO WS-AUDIT-TEXT
    STRING "PARTMNT"           DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-AUDIT-TIMESTAMP  DELIMITED BY SIZE
           " "                 DELIMITED BY SIZE
           WS-AUDIT-SUBJECT    DELIMITED BY SIZE
           " 0 "               DELIMITED BY SIZE
           WS-CUR-RESULT       DELIMITED BY " "
           " LINES="           DELIMITED BY SIZE
           WS-ROWS-DISPLAY     DELIMITED BY SIZE
           " SEQ="             DELIMITED BY SIZE
           WS-CUR-SEQ          DELIMITED BY SIZE
           " SUBMITTED-BY="    DELIMITED BY SIZE
           WS-CUR-SUBMITTER    DELIMITED BY SIZE
           " APPROVED-BY="     DELIMITED BY SIZE
           WS-CUR-APPROVER     DELIMITED BY SIZE
      INTO WS-AUDIT-TEXT
    END-STRING

    CALL "AUDITWRT" USING WS-AUDIT-TEXT
    END-CALL
    IF RETURN-CODE NOT = 0
       DISPLAY "PARTMNT: chain-of-custody record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 5900-WRITE-AUDIT-RECORD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Every file is rewritten, changed or not, so the copy-back steps
*> always have all six to copy.
*>------------------------------------------------------------------------------
 6000-WRITE-REFERENCE-FILES.
*>------------------------------------------------------------------------------

    PERFORM 6100-WRITE-ONE-FILE
       VARYING WS-KIND FROM 1 BY 1
       UNTIL WS-KIND > 6

    .
 6000-WRITE-REFERENCE-FILES-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6100-WRITE-ONE-FILE.
*>------------------------------------------------------------------------------

    MOVE WS-KIND-NEW-DD(WS-KIND) TO WS-NEWREF-DDNAME
    OPEN OUTPUT NEWREF-FILE
    IF WS-NEWREF-STATUS NOT = "00"
       DISPLAY "PARTMNT: unable to open " WS-NEWREF-DDNAME
               ", status " WS-NEWREF-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    PERFORM 6200-WRITE-ONE-LINE
       VARYING WS-REF-IDX FROM 1 BY 1
       UNTIL WS-REF-IDX > WS-REF-USED
    CLOSE NEWREF-FILE

    .
 6100-WRITE-ONE-FILE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6200-WRITE-ONE-LINE.
*>------------------------------------------------------------------------------

    IF WS-REF-KIND(WS-REF-IDX) = WS-KIND
       AND NOT WS-REF-DROPPED(WS-REF-IDX)
       MOVE WS-REF-TEXT(WS-REF-IDX) TO NEWREF-REC
       WRITE NEWREF-REC
    END-IF

    .
 6200-WRITE-ONE-LINE-EX.
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
*> WS-STEM-NAME without a trailing ".*", and its length in
*> WS-STEM-LEN: PROD.PARTNER.ACME.* -> PROD.PARTNER.ACME. Any other
*> "*" (PROD.ACME*, a bare "*") is left where it is for the caller
*> to refuse.
*>------------------------------------------------------------------------------
 7300-MAKE-STEM.
*>------------------------------------------------------------------------------

    MOVE WS-STEM-NAME TO WS-DATASET-NAME
    PERFORM 7200-TRIMMED-NAME-LEN
    IF WS-DSNAME-LEN > 1
       AND WS-DATASET-NAME(WS-DSNAME-LEN - 1:2) = ".*"
       MOVE SPACES TO WS-DATASET-NAME(WS-DSNAME-LEN - 1:2)
       SUBTRACT 2 FROM WS-DSNAME-LEN
    END-IF
    MOVE WS-DATASET-NAME TO WS-STEM-NAME
    MOVE WS-DSNAME-LEN   TO WS-STEM-LEN

    .
 7300-MAKE-STEM-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> WS-DATASET-NAME held to the dataset-name rules MANIFCHK applies:
*> dot-separated qualifiers of one to eight characters, each starting
*> with a letter or national character (@ # $) and going on with
*> letters, digits, national characters or hyphen. The 44-character
*> limit is the card check's. Sets WS-NAME-VALID.
*>------------------------------------------------------------------------------
 7350-CHECK-NAME-SYNTAX.
*>------------------------------------------------------------------------------

    PERFORM 7200-TRIMMED-NAME-LEN
    MOVE "Y" TO WS-NAME-VALID-SWITCH
    MOVE 0 TO WS-QUAL-LEN

    PERFORM 7360-CHECK-ONE-SYNTAX-CHAR
       VARYING WS-CHAR-IDX FROM 1 BY 1
       UNTIL WS-CHAR-IDX > WS-DSNAME-LEN

    IF WS-QUAL-LEN = 0
*>     empty, or the name ended on a dot
       MOVE "N" TO WS-NAME-VALID-SWITCH
    END-IF

    .
 7350-CHECK-NAME-SYNTAX-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7360-CHECK-ONE-SYNTAX-CHAR.
*>------------------------------------------------------------------------------

    MOVE WS-DATASET-NAME(WS-CHAR-IDX:1) TO WS-NAME-CHAR
    EVALUATE TRUE
       WHEN WS-NAME-CHAR = "."
          IF WS-QUAL-LEN = 0
             MOVE "N" TO WS-NAME-VALID-SWITCH
          END-IF
          MOVE 0 TO WS-QUAL-LEN
       WHEN (WS-NAME-CHAR >= "A" AND WS-NAME-CHAR <= "I")
         OR (WS-NAME-CHAR >= "J" AND WS-NAME-CHAR <= "R")
         OR (WS-NAME-CHAR >= "S" AND WS-NAME-CHAR <= "Z")
         OR WS-NAME-CHAR = "@" OR WS-NAME-CHAR = "#"
         OR WS-NAME-CHAR = "$"
          ADD 1 TO WS-QUAL-LEN
          IF WS-QUAL-LEN > 8
             MOVE "N" TO WS-NAME-VALID-SWITCH
          END-IF
       WHEN (WS-NAME-CHAR >= "0" AND WS-NAME-CHAR <= "9")
         OR WS-NAME-CHAR = "-"
          IF WS-QUAL-LEN = 0
             MOVE "N" TO WS-NAME-VALID-SWITCH
          END-IF
          ADD 1 TO WS-QUAL-LEN
          IF WS-QUAL-LEN > 8
             MOVE "N" TO WS-NAME-VALID-SWITCH
          END-IF
       WHEN OTHER
          MOVE "N" TO WS-NAME-VALID-SWITCH
    END-EVALUATE

    .
 7360-CHECK-ONE-SYNTAX-CHAR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The partner whose PARTNERS prefix is the longest claiming
*> WS-STEM-NAME - the lookup every partner report makes. Spaces when
*> no prefix claims it.
*>------------------------------------------------------------------------------
 7400-FIND-OWNER.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-OWNER-PID
    MOVE 0 TO WS-OWNER-LEN
    MOVE WS-STEM-NAME TO WS-CLAIM-NAME
    MOVE WS-STEM-LEN  TO WS-CLAIM-NAME-LEN
    PERFORM 7410-MATCH-ONE-OWNER
       VARYING WS-REF-IDX-2 FROM 1 BY 1
       UNTIL WS-REF-IDX-2 > WS-REF-USED

    .
 7400-FIND-OWNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7410-MATCH-ONE-OWNER.
*>------------------------------------------------------------------------------

    IF WS-REF-KIND(WS-REF-IDX-2) = 1
       AND NOT WS-REF-DROPPED(WS-REF-IDX-2)
       AND WS-REF-TEXT(WS-REF-IDX-2)(1:1) NOT = "*"
       MOVE WS-REF-TEXT(WS-REF-IDX-2)(1:44) TO WS-DATASET-NAME
       PERFORM 7200-TRIMMED-NAME-LEN
       MOVE WS-DATASET-NAME TO WS-CLAIM-PFX
       MOVE WS-DSNAME-LEN   TO WS-CLAIM-PFX-LEN
       PERFORM 7500-CHECK-CLAIM
       IF WS-CLAIM-MADE AND WS-CLAIM-PFX-LEN > WS-OWNER-LEN
          MOVE WS-CLAIM-PFX-LEN TO WS-OWNER-LEN
          MOVE WS-REF-TEXT(WS-REF-IDX-2)(46:8) TO WS-OWNER-PID
       END-IF
    END-IF

    .
 7410-MATCH-ONE-OWNER-EX.
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
 7550-CHECK-OVERLAP.
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
 7550-CHECK-OVERLAP-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7600-ADD-COVER-PREFIX.
*>------------------------------------------------------------------------------

    IF WS-COVER-USED < 50 AND WS-DATASET-NAME NOT = SPACES
       ADD 1 TO WS-COVER-USED
       PERFORM 7200-TRIMMED-NAME-LEN
       MOVE WS-DATASET-NAME TO WS-COVER-PFX(WS-COVER-USED)
       MOVE WS-DSNAME-LEN   TO WS-COVER-PFX-LEN(WS-COVER-USED)
    END-IF

    .
 7600-ADD-COVER-PREFIX-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Is the card's third word (a plain prefix or dataset name) the
*> partner's? Counts its asterisks and checks its syntax on the way.
*>------------------------------------------------------------------------------
 7700-CHECK-COVERED.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-STAR-COUNT
    INSPECT WS-TOK-3 TALLYING WS-STAR-COUNT FOR ALL "*"
    MOVE WS-TOK-3(1:44) TO WS-DATASET-NAME
    PERFORM 7350-CHECK-NAME-SYNTAX
    MOVE WS-TOK-3(1:44) TO WS-DATASET-NAME
    PERFORM 7710-CHECK-STEM-COVERED

    .
 7700-CHECK-COVERED-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> WS-DATASET-NAME against every prefix: the longest claiming it on
*> PARTNERS (7400-FIND-OWNER) or among the partner's own, tonight's
*> ONBOARD prefixes included, has to be the partner's - the owner
*> REFCHK and the partner reports will file the entry under.
*>------------------------------------------------------------------------------
 7710-CHECK-STEM-COVERED.
*>------------------------------------------------------------------------------

    PERFORM 7200-TRIMMED-NAME-LEN
    MOVE WS-DATASET-NAME TO WS-STEM-NAME
    MOVE WS-DSNAME-LEN   TO WS-STEM-LEN
    PERFORM 7400-FIND-OWNER
    PERFORM 7720-MATCH-ONE-COVER
       VARYING WS-COVER-IDX FROM 1 BY 1
       UNTIL WS-COVER-IDX > WS-COVER-USED

    MOVE "N" TO WS-COVERED-SWITCH
    IF WS-OWNER-LEN > 0 AND WS-OWNER-PID = WS-CUR-PID
       SET WS-NAME-COVERED TO TRUE
    END-IF

    .
 7710-CHECK-STEM-COVERED-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7720-MATCH-ONE-COVER.
*>------------------------------------------------------------------------------

    MOVE WS-COVER-PFX(WS-COVER-IDX)     TO WS-CLAIM-PFX
    MOVE WS-COVER-PFX-LEN(WS-COVER-IDX) TO WS-CLAIM-PFX-LEN
    PERFORM 7500-CHECK-CLAIM
    IF WS-CLAIM-MADE AND WS-CLAIM-PFX-LEN > WS-OWNER-LEN
       MOVE WS-CLAIM-PFX-LEN TO WS-OWNER-LEN
       MOVE WS-CUR-PID       TO WS-OWNER-PID
    END-IF

    .
 7720-MATCH-ONE-COVER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A live line of file WS-REF-LOOKUP-KIND whose first column is
*> WS-REF-LOOKUP-KEY; WS-REF-FOUND-IDX 0 when there is none.
*>------------------------------------------------------------------------------
 7800-FIND-REF-LINE.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-REF-FOUND-IDX
    PERFORM 7810-MATCH-ONE-REF-LINE
       VARYING WS-REF-IDX FROM 1 BY 1
       UNTIL WS-REF-IDX > WS-REF-USED OR WS-REF-FOUND-IDX > 0

    .
 7800-FIND-REF-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7810-MATCH-ONE-REF-LINE.
*>------------------------------------------------------------------------------

    IF WS-REF-KIND(WS-REF-IDX) = WS-REF-LOOKUP-KIND
       AND NOT WS-REF-DROPPED(WS-REF-IDX)
       AND WS-REF-TEXT(WS-REF-IDX)(1:44) = WS-REF-LOOKUP-KEY
       MOVE WS-REF-IDX TO WS-REF-FOUND-IDX
    END-IF

    .
 7810-MATCH-ONE-REF-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7900-ADD-REF-LINE.
*>------------------------------------------------------------------------------

    IF WS-REF-USED < 6000
       ADD 1 TO WS-REF-USED
       MOVE WS-KIND     TO WS-REF-KIND(WS-REF-USED)
       MOVE "A"         TO WS-REF-STATE(WS-REF-USED)
       MOVE WS-ROW-TEXT TO WS-REF-TEXT(WS-REF-USED)
       ADD 1 TO WS-CUR-ROWS-ADDED
       ADD 1 TO WS-ADDED-COUNT
       MOVE SPACES TO REPORT-REC
       STRING "ADDED     " DELIMITED BY SIZE
              WS-KIND-LABEL(WS-KIND) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-ROW-TEXT DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    ELSE
       DISPLAY "PARTMNT: reference table full adding for "
               WS-CUR-PID
       STOP RUN WITH ERROR STATUS 12
    END-IF

    .
 7900-ADD-REF-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7920-DROP-REF-LINE.
*>------------------------------------------------------------------------------

    MOVE "D" TO WS-REF-STATE(WS-REF-IDX)
    ADD 1 TO WS-CUR-ROWS-DROPPED
    ADD 1 TO WS-DROPPED-COUNT
    MOVE SPACES TO REPORT-REC
    STRING "DROPPED   " DELIMITED BY SIZE
           WS-KIND-LABEL(WS-REF-KIND(WS-REF-IDX)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-REF-TEXT(WS-REF-IDX) DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 7920-DROP-REF-LINE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A KEYTRAN card for KEYMAINT. The report shows the action and the
*> partner only - an ADDKEY card carries the key.
*>------------------------------------------------------------------------------
 7950-WRITE-KEY-CARD.
*>------------------------------------------------------------------------------

    WRITE KEYOUT-REC
    ADD 1 TO WS-CUR-KEY-CARDS
    ADD 1 TO WS-KEYCARD-COUNT
    MOVE SPACES TO REPORT-REC
    STRING "KEYTRAN   " DELIMITED BY SIZE
           KEYOUT-REC(1:7) DELIMITED BY " "
           " " DELIMITED BY SIZE
           WS-CUR-PID DELIMITED BY SIZE
           " (for KEYMAINT - key material not shown)"
           DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 7950-WRITE-KEY-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Splits the card in WS-TOK-REST into its words: action, partner
*> id, the name (or key), and up to six more.
*>------------------------------------------------------------------------------
 8000-PARSE-CARD.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-TOK-VERB
    MOVE SPACES TO WS-TOK-PID
    MOVE SPACES TO WS-TOK-3
    MOVE SPACES TO WS-TOK-OPT-TABLE
    UNSTRING WS-TOK-REST
       DELIMITED BY ALL " "
       INTO WS-TOK-VERB
            WS-TOK-PID
            WS-TOK-3
            WS-TOK-OPT(1)
            WS-TOK-OPT(2)
            WS-TOK-OPT(3)
            WS-TOK-OPT(4)
            WS-TOK-OPT(5)
            WS-TOK-OPT(6)
    END-UNSTRING

    .
 8000-PARSE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The rest of the card after the third word, as written - the
*> ONBOARD contact may hold blanks of its own.
*>------------------------------------------------------------------------------
 8100-TAKE-REST-OF-CARD.
*>------------------------------------------------------------------------------

    MOVE WS-CARD-TEXT(WS-CARD-IDX) TO WS-TOK-REST
    MOVE 1 TO WS-TOK-PTR
    UNSTRING WS-TOK-REST
       DELIMITED BY ALL " "
       INTO WS-TOK-DUMMY
            WS-TOK-DUMMY
            WS-TOK-DUMMY
       WITH POINTER WS-TOK-PTR
    END-UNSTRING

    IF WS-TOK-PTR <= 200
       MOVE WS-CARD-TEXT(WS-CARD-IDX)(WS-TOK-PTR:) TO WS-TOK-REST
    ELSE
       MOVE SPACES TO WS-TOK-REST
    END-IF

    MOVE 0 TO WS-STAR-COUNT
    INSPECT WS-TOK-3 TALLYING WS-STAR-COUNT FOR ALL "*"

    .
 8100-TAKE-REST-OF-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A rejected card, with why. A KEY card's text is withheld.
*>------------------------------------------------------------------------------
 8200-WRITE-REJECTED-CARD.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    IF WS-TOK-VERB = "KEY"
       STRING "REJECTED SEQ " DELIMITED BY SIZE
              WS-CARD-SEQ(WS-CARD-IDX) DELIMITED BY SIZE
              " KEY " DELIMITED BY SIZE
              WS-CUR-PID DELIMITED BY SIZE
              " (key material withheld) - " DELIMITED BY SIZE
              WS-REJECT-REASON DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    ELSE
       STRING "REJECTED SEQ " DELIMITED BY SIZE
              WS-CARD-SEQ(WS-CARD-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CARD-TEXT(WS-CARD-IDX)(1:48) DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WS-REJECT-REASON DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    END-IF
    WRITE REPORT-REC

    .
 8200-WRITE-REJECTED-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8300-MEASURE-KEYHEX.
*>------------------------------------------------------------------------------

    MOVE "Y" TO WS-HEX-VALID-SWITCH
    MOVE 0 TO WS-KEYHEX-LEN

    PERFORM 8310-MEASURE-ONE-HEX-CHAR
       VARYING WS-HEX-IDX FROM 1 BY 1
       UNTIL WS-HEX-IDX > 128

    .
 8300-MEASURE-KEYHEX-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8310-MEASURE-ONE-HEX-CHAR.
*>------------------------------------------------------------------------------

    MOVE WS-TOK-3(WS-HEX-IDX:1) TO WS-HEX-DIGIT

    EVALUATE TRUE
       WHEN WS-HEX-DIGIT = SPACE
          CONTINUE
       WHEN (WS-HEX-DIGIT >= "0" AND WS-HEX-DIGIT <= "9")
         OR (WS-HEX-DIGIT >= "a" AND WS-HEX-DIGIT <= "f")
         OR (WS-HEX-DIGIT >= "A" AND WS-HEX-DIGIT <= "F")
          IF WS-KEYHEX-LEN < WS-HEX-IDX - 1
             MOVE "N" TO WS-HEX-VALID-SWITCH
          ELSE
             MOVE WS-HEX-IDX TO WS-KEYHEX-LEN
          END-IF
       WHEN OTHER
          MOVE "N" TO WS-HEX-VALID-SWITCH
    END-EVALUATE

    .
 8310-MEASURE-ONE-HEX-CHAR-EX.
    EXIT.

*>------------------------------------------------------------------------------
 9000-TERMINATE.
*>------------------------------------------------------------------------------

    CLOSE PTNIN-FILE
    CLOSE KEYOUT-FILE
    IF WS-KEYFILE-OPEN
       CLOSE KEY-FILE
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "CARDS READ:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "PARTNERS APPLIED:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "PARTNERS REJECTED:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-BAD-CARD-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "CARDS WITH NO PARTNER: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "LINES ADDED:           " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "LINES DROPPED:         " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-KEYCARD-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "KEYTRAN CARDS WRITTEN: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE

    DISPLAY "PARTMNT: " WS-APPLIED-COUNT " partner(s) applied, "
            WS-REJECTED-COUNT " rejected, "
            WS-ADDED-COUNT " line(s) added, "
            WS-DROPPED-COUNT " dropped."

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
    MOVE WS-APPLIED-COUNT  TO WS-RUNC-NUM-1
    MOVE WS-REJECTED-COUNT TO WS-RUNC-NUM-2
    COMPUTE WS-RUNC-NUM-3 = WS-ADDED-COUNT + WS-DROPPED-COUNT
    MOVE SPACES TO WS-RUNC-COUNTS
    STRING "APPLIED=" DELIMITED BY SIZE
           WS-RUNC-NUM-1 DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
           WS-RUNC-NUM-2 DELIMITED BY SIZE
           " LINES=" DELIMITED BY SIZE
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
       DISPLAY "PARTMNT: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM PARTMNT.
