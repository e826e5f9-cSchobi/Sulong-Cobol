*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  CHARGEBK.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  CHARGEBK.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with CHARGEBK.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      CHARGEBK.cob
*>
*> Purpose:      Monthly chargeback of the verification service to the
*>               business lines that own each partner relationship.
*>               The workload is measured where it is already
*>               recorded: HASHRUN's RUNSTATS timing records (bytes
*>               and elapsed seconds per dataset, one S summary per
*>               run) and the MACRUN and RECONCILE passes on the
*>               HASHAUDT trail. RUNSTATS generations do not live a
*>               month, so the program runs in two modes, the way
*>               PARTSCOR.cob keeps its tally:
*>                 TALLY - nightly, after the hash step: tonight's
*>                         RUNSTATS D details are mapped to partners
*>                         through the PARTNERS cross-reference and
*>                         folded into the partner's row for the run
*>                         month on the carried tally (dataset-nights,
*>                         bytes, elapsed seconds); the S summaries go
*>                         to the month's *STOTAL* control row. A
*>                         generation already folded (a rerun of the
*>                         step) is refused, not counted twice. Rows
*>                         for months before the run month's second
*>                         before are dropped: BILL reads the month
*>                         just ended, and the month before that is
*>                         kept for a late rerun.
*>                 BILL  - month end: per partner and cost center,
*>                         the month's hashing off the tally and the
*>                         MAC and reconcile passes off the retained
*>                         trail, priced from the CHBKRATE rate table
*>                         into a billing report and extract, and a
*>                         reconciliation page proving the partner
*>                         totals add up to the month's S summaries.
*>               A RECONCILE verdict taken from the night's HASHRPT
*>               (SOURCE=HASHRPT) is a pass that read nothing, so it
*>               is charged as a pass but not by the gigabyte; only
*>               re-hashed verdicts carry re-read bytes.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free CHARGEBK.cob
*>
*> Usage:        PARM      - TALLY, or BILL optionally followed by the
*>                            month yyyymm (omitted means the month
*>                            before the run date's).
*>               RUNDATE   - environment, the scheduler's business
*>                            run date yyyymmdd; absent or not numeric
*>                            means today. TALLY folds the night into
*>                            its month.
*>               PARTNERS  - line-sequential input, the dataset-name
*>                            prefix -> partner cross-reference
*>                            (longest prefix wins, as PARTSUM.cob).
*>               TALLYIN   - line-sequential input, optional: the
*>                            carried tally, partner id, month yyyymm,
*>                            dataset-nights, bytes, elapsed seconds,
*>                            and on the *STOTAL* control rows the S
*>                            summary count and the newest detail
*>                            timestamp folded.
*>               TALLYOUT  - (TALLY) line-sequential output, the
*>                            updated tally.
*>               RUNSTATS  - (TALLY) line-sequential input, tonight's
*>                            run statistics (a concatenation of the
*>                            slice generations on a sliced night).
*>               CHBKRATE  - (BILL) line-sequential input, the rate
*>                            table, one card per line, * = comment:
*>                              RATE <class> <price> [<cost center>]
*>                              CCTR <partner id> <cost center>
*>                            classes HASH-GB (per gigabyte hashed),
*>                            HASH-SEC (per elapsed second), HASH-NGT
*>                            (per dataset-night), MAC-GB, MAC-PASS,
*>                            REC-GB (per gigabyte re-read), REC-PASS;
*>                            price up to 7 digits and 4 decimals. A
*>                            rate with a cost center overrides the
*>                            base rate for that center's partners.
*>               HASHAUDT  - (BILL) line-sequential input, optional:
*>                            the audit trail, for the MACRUN and
*>                            RECONCILE passes.
*>               BILLRPT   - (BILL) line-sequential output, the
*>                            chargeback by cost center and partner,
*>                            then the reconciliation page.
*>               BILLEXT   - (BILL) line-sequential output, the
*>                            billing extract: an H header (month,
*>                            run timestamp), one D record per
*>                            partner and a T trailer with the D count
*>                            and the billed total.
*>               RUNCTL    - run-control master, one record appended
*>                            through RUNCWRT.cob as CHBKTALY or
*>                            CHARGEBK.
*>               Condition codes: TALLY 4 when there was no RUNSTATS,
*>               the generation was already folded or tonight's
*>               details do not add up to its summaries. BILL 4 for
*>               a partner with no cost center, a class with no base
*>               rate or a rejected rate card, 8 when the partner
*>               totals do not reconcile to the S summaries.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - A SELFTEST-FAILED record (a MACRUN or RECONCILE step
*>              stopped by its known-answer self-test) is not billed
*>              as a pass.
*> 2026.10.15 cobsha3 maintainers:
*>            - TALLY drops carried rows for months before the run
*>              month's second before, so the tally no longer grows by
*>              a row per partner every month until the table fills
*>              and STEP075 ends CC 12 every night.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. CHARGEBK.

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT XREF-FILE ASSIGN TO "PARTNERS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-XREF-STATUS.

     SELECT RATE-FILE ASSIGN TO "CHBKRATE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RATE-STATUS.

     SELECT TALLYIN-FILE ASSIGN TO "TALLYIN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TALLYIN-STATUS.

     SELECT TALLYOUT-FILE ASSIGN TO "TALLYOUT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TALLYOUT-STATUS.

     SELECT STATS-FILE ASSIGN TO "RUNSTATS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-STATS-STATUS.

     SELECT AUDIT-FILE ASSIGN TO "HASHAUDT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-AUDIT-STATUS.

     SELECT REPORT-FILE ASSIGN TO "BILLRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

     SELECT EXTRACT-FILE ASSIGN TO "BILLEXT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTRACT-STATUS.

     SELECT SORT-FILE ASSIGN TO "CHBKSORT".

 DATA DIVISION.
 FILE SECTION.
 FD  XREF-FILE.
 01  XREF-REC.
     05 XREF-PREFIX                    PIC X(44).
     05 FILLER                         PIC X(01).
     05 XREF-PARTNER-ID                PIC X(08).
     05 FILLER                         PIC X(01).
     05 XREF-CONTACT                   PIC X(30).

 FD  RATE-FILE.
 01  RATE-REC                          PIC X(80).

 FD  TALLYIN-FILE.
 01  TALLYIN-REC.
     05 TALLYIN-PARTNER-ID             PIC X(08).
     05 FILLER                         PIC X(01).
     05 TALLYIN-MONTH                  PIC X(06).
     05 FILLER                         PIC X(01).
     05 TALLYIN-NIGHTS                 PIC 9(07).
     05 FILLER                         PIC X(01).
     05 TALLYIN-BYTES                  PIC 9(18).
     05 FILLER                         PIC X(01).
     05 TALLYIN-ELAPSED                PIC 9(09).9(02).
     05 FILLER                         PIC X(01).
     05 TALLYIN-RUNS                   PIC 9(05).
     05 FILLER                         PIC X(01).
     05 TALLYIN-LAST-TS                PIC X(21).

 FD  TALLYOUT-FILE.
 01  TALLYOUT-REC.
     05 TALLYOUT-PARTNER-ID            PIC X(08).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-MONTH                 PIC X(06).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-NIGHTS                PIC 9(07).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-BYTES                 PIC 9(18).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-ELAPSED               PIC 9(09).9(02).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-RUNS                  PIC 9(05).
     05 FILLER                         PIC X(01).
     05 TALLYOUT-LAST-TS               PIC X(21).

 FD  STATS-FILE.
 01  STATS-REC.
     05 STATS-REC-TYPE                 PIC X(01).
     05 FILLER                         PIC X(01).
     05 STATS-DSNAME                   PIC X(44).
     05 FILLER                         PIC X(01).
     05 STATS-START-TS                 PIC X(21).
     05 FILLER                         PIC X(01).
     05 STATS-END-TS                   PIC X(21).
     05 FILLER                         PIC X(01).
     05 STATS-BYTES                    PIC X(15).
     05 FILLER                         PIC X(01).
     05 STATS-ELAPSED                  PIC X(10).
     05 FILLER                         PIC X(01).
     05 STATS-MBSEC                    PIC X(09).
*> the S summary: entry count, bytes and elapsed seconds of the run
 01  STATS-SUMMARY-REC.
     05 FILLER                         PIC X(02).
     05 STATS-SUM-COUNT                PIC X(09).
     05 FILLER                         PIC X(01).
     05 STATS-SUM-BYTES                PIC X(18).
     05 FILLER                         PIC X(01).
     05 STATS-SUM-ELAPSED              PIC X(10).

 FD  AUDIT-FILE.
 01  AUDIT-REC                         PIC X(400).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).

 FD  EXTRACT-FILE.
 01  EXTRACT-REC                       PIC X(186).

 SD  SORT-FILE.
 01  SORT-REC.
     05 SORT-COST-CENTER               PIC X(10).
     05 SORT-PARTNER-ID                PIC X(08).
     05 SORT-PT-IDX                    PIC 9(04).

 WORKING-STORAGE SECTION.
 01  WS-XREF-STATUS                    PIC X(02).
    88 XREF-OK                         VALUE "00".
 01  WS-RATE-STATUS                    PIC X(02).
    88 RATE-OK                         VALUE "00".
 01  WS-TALLYIN-STATUS                 PIC X(02).
    88 TALLYIN-OK                      VALUE "00".
    88 TALLYIN-MISSING                 VALUE "35".
 01  WS-TALLYOUT-STATUS                PIC X(02).
 01  WS-STATS-STATUS                   PIC X(02).
    88 STATS-OK                        VALUE "00".
    88 STATS-MISSING                   VALUE "35".
 01  WS-AUDIT-STATUS                   PIC X(02).
    88 AUDIT-OK                        VALUE "00".
    88 AUDIT-MISSING                   VALUE "35".
 01  WS-REPORT-STATUS                  PIC X(02).
 01  WS-EXTRACT-STATUS                 PIC X(02).

 01  WS-XREF-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-XREF-AT-END                  VALUE "Y".
 01  WS-RATE-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-RATE-AT-END                  VALUE "Y".
 01  WS-TALLYIN-EOF-SWITCH             PIC X(01) VALUE "N".
    88 WS-TALLYIN-AT-END               VALUE "Y".
 01  WS-STATS-EOF-SWITCH               PIC X(01) VALUE "N".
    88 WS-STATS-AT-END                 VALUE "Y".
 01  WS-AUDIT-EOF-SWITCH               PIC X(01) VALUE "N".
    88 WS-AUDIT-AT-END                 VALUE "Y".
 01  WS-SORT-EOF-SWITCH                PIC X(01) VALUE "N".
    88 WS-SORT-AT-END                  VALUE "Y".

 01  WS-MODE                           PIC X(08).
    88 TALLY-MODE                      VALUE "TALLY".
    88 BILL-MODE                       VALUE "BILL".
 01  WS-PARM-MONTH                     PIC X(08).
 01  WS-COND-CODE                      PIC 9(02) VALUE 0.

 01  WS-RUN-TIMESTAMP                  PIC X(21).
 01  WS-RUN-DATE                       PIC X(08).
 01  WS-RUN-MONTH                      PIC X(06).
 01  WS-BILL-MONTH                     PIC X(06).
*> TALLY: the oldest month carried forward - the month a default BILL
*> in the run month reads, and the one before it for a late rerun
 01  WS-KEEP-FROM-MONTH                PIC X(06).
 01  WS-PRUNED-COUNT                   PIC 9(09) BINARY VALUE 0.
 01  WS-MONTH-WORK.
     05 WS-MONTH-YYYY                  PIC 9(04).
     05 WS-MONTH-MM                    PIC 9(02).

*> prefix -> partner cross-reference, longest prefix wins
 01  WS-XREF-TABLE.
     05 WS-XREF-ENTRY                  OCCURS 500 TIMES.
        10 WS-XREF-PFX                 PIC X(44).
        10 WS-XREF-PFX-LEN             PIC 9(02) BINARY.
        10 WS-XREF-PID                 PIC X(08).
 01  WS-XREF-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-XREF-IDX                       PIC 9(04) BINARY.
 01  WS-XREF-BEST-IDX                  PIC 9(04) BINARY.
 01  WS-XREF-BEST-LEN                  PIC 9(02) BINARY.

 01  WS-DATASET-NAME                   PIC X(44).
 01  WS-DSNAME-LEN                     PIC 9(02) BINARY.
 01  WS-CHAR-IDX                       PIC 9(02) BINARY.
 01  WS-LOOKUP-PID                     PIC X(08).
 01  WS-LOOKUP-MONTH                   PIC X(06).
 01  WS-CONTROL-PID                    PIC X(08) VALUE "*STOTAL*".

*> the carried partner-month rows; partner *STOTAL* is the month's
*> S summary control row
 01  WS-TAL-TABLE.
     05 WS-TAL-ENTRY                   OCCURS 5000 TIMES.
        10 WS-TAL-PID                  PIC X(08).
        10 WS-TAL-MONTH                PIC X(06).
        10 WS-TAL-NIGHTS               PIC 9(07) BINARY.
        10 WS-TAL-BYTES                PIC 9(18) BINARY.
        10 WS-TAL-ELAPSED              PIC 9(09)V9(02).
        10 WS-TAL-RUNS                 PIC 9(05) BINARY.
        10 WS-TAL-LAST-TS              PIC X(21).
 01  WS-TAL-USED                       PIC 9(05) BINARY VALUE 0.
 01  WS-TAL-IDX                        PIC 9(05) BINARY.
 01  WS-TAL-FOUND-IDX                  PIC 9(05) BINARY.

*> TALLY: tonight's generation, totalled before any of it is folded
 01  WS-TON-TABLE.
     05 WS-TON-ENTRY                   OCCURS 500 TIMES.
        10 WS-TON-PID                  PIC X(08).
        10 WS-TON-NIGHTS               PIC 9(07) BINARY.
        10 WS-TON-BYTES                PIC 9(18) BINARY.
        10 WS-TON-ELAPSED              PIC 9(09)V9(02).
 01  WS-TON-USED                       PIC 9(04) BINARY VALUE 0.
 01  WS-TON-IDX                        PIC 9(04) BINARY.
 01  WS-TON-FOUND-IDX                  PIC 9(04) BINARY.
 01  WS-TON-D-RECORDS                  PIC 9(09) BINARY VALUE 0.
 01  WS-TON-D-BYTES                    PIC 9(18) BINARY VALUE 0.
 01  WS-TON-D-ELAPSED                  PIC 9(09)V9(02) VALUE 0.
 01  WS-TON-S-RECORDS                  PIC 9(05) BINARY VALUE 0.
 01  WS-TON-S-ENTRIES                  PIC 9(09) BINARY VALUE 0.
 01  WS-TON-S-BYTES                    PIC 9(18) BINARY VALUE 0.
 01  WS-TON-S-ELAPSED                  PIC 9(09)V9(02) VALUE 0.
 01  WS-TON-FIRST-START                PIC X(16) VALUE HIGH-VALUES.
 01  WS-TON-LAST-END                   PIC X(16) VALUE SPACES.
 01  WS-CARRIED-LAST-TS                PIC X(16) VALUE SPACES.
 01  WS-STAT-BYTES                     PIC 9(18).
 01  WS-STAT-ELAPSED                   PIC 9(09)V9(02).
 01  WS-FOLD-SWITCH                    PIC X(01) VALUE "N".
    88 WS-FOLD-REFUSED                 VALUE "Y".

*> BILL: one row per partner for the month
 01  WS-PT-TABLE.
     05 WS-PT-ENTRY                    OCCURS 500 TIMES.
        10 WS-PT-PID                   PIC X(08).
        10 WS-PT-COST-CENTER           PIC X(10).
        10 WS-PT-NIGHTS                PIC 9(07) BINARY.
        10 WS-PT-HASH-BYTES            PIC 9(18) BINARY.
        10 WS-PT-HASH-ELAPSED          PIC 9(09)V9(02).
        10 WS-PT-MAC-PASSES            PIC 9(07) BINARY.
        10 WS-PT-MAC-BYTES             PIC 9(18) BINARY.
        10 WS-PT-REC-PASSES            PIC 9(07) BINARY.
        10 WS-PT-REC-BYTES             PIC 9(18) BINARY.
        10 WS-PT-CHG-HASH              PIC 9(11)V9(02).
        10 WS-PT-CHG-MAC               PIC 9(11)V9(02).
        10 WS-PT-CHG-REC               PIC 9(11)V9(02).
        10 WS-PT-CHG-TOTAL             PIC 9(11)V9(02).
 01  WS-PT-USED                        PIC 9(04) BINARY VALUE 0.
 01  WS-PT-IDX                         PIC 9(04) BINARY.
 01  WS-PT-FOUND-IDX                   PIC 9(04) BINARY.

*> rate classes, in the order of the base-rate table below
 01  WS-RATE-CLASS-NAMES.
     05 FILLER                         PIC X(08) VALUE "HASH-GB".
     05 FILLER                         PIC X(08) VALUE "HASH-SEC".
     05 FILLER                         PIC X(08) VALUE "HASH-NGT".
     05 FILLER                         PIC X(08) VALUE "MAC-GB".
     05 FILLER                         PIC X(08) VALUE "MAC-PASS".
     05 FILLER                         PIC X(08) VALUE "REC-GB".
     05 FILLER                         PIC X(08) VALUE "REC-PASS".
 01  WS-RATE-CLASS-TABLE REDEFINES WS-RATE-CLASS-NAMES.
     05 WS-RATE-CLASS-NAME             OCCURS 7 TIMES
                                       PIC X(08).
 01  WS-BASE-RATE-TABLE.
     05 WS-BASE-ENTRY                  OCCURS 7 TIMES.
        10 WS-BASE-RATE                PIC 9(07)V9(04).
        10 WS-BASE-SET-SWITCH          PIC X(01).
           88 WS-BASE-RATE-SET         VALUE "Y".
 01  WS-CLASS-IDX                      PIC 9(02) BINARY.
 01  WS-CLASS-FOUND-IDX                PIC 9(02) BINARY.

*> cost-center overrides of the base rates
 01  WS-OVR-TABLE.
     05 WS-OVR-ENTRY                   OCCURS 200 TIMES.
        10 WS-OVR-COST-CENTER          PIC X(10).
        10 WS-OVR-CLASS-IDX            PIC 9(02) BINARY.
        10 WS-OVR-RATE                 PIC 9(07)V9(04).
 01  WS-OVR-USED                       PIC 9(04) BINARY VALUE 0.
 01  WS-OVR-IDX                        PIC 9(04) BINARY.

*> partner -> cost center assignments off the CCTR cards
 01  WS-CCA-TABLE.
     05 WS-CCA-ENTRY                   OCCURS 500 TIMES.
        10 WS-CCA-PID                  PIC X(08).
        10 WS-CCA-COST-CENTER          PIC X(10).
 01  WS-CCA-USED                       PIC 9(04) BINARY VALUE 0.
 01  WS-CCA-IDX                        PIC 9(04) BINARY.
 01  WS-CCA-FOUND-IDX                  PIC 9(04) BINARY.

*> the rates one partner is priced at
 01  WS-PRICE-TABLE.
     05 WS-PRICE-RATE                  OCCURS 7 TIMES
                                       PIC 9(07)V9(04).
 01  WS-GIGABYTE                       PIC 9(10) VALUE 1073741824.

*> rate card work area
 01  WS-CARD-TOKENS.
     05 WS-CARD-VERB                   PIC X(08).
     05 WS-CARD-ARG-1                  PIC X(20).
     05 WS-CARD-ARG-2                  PIC X(20).
     05 WS-CARD-ARG-3                  PIC X(20).
     05 WS-CARD-EXTRA                  PIC X(20).
 01  WS-CARD-REJECT-REASON             PIC X(40).
 01  WS-PRICE-TEXT                     PIC X(20).
 01  WS-PRICE-LEN                      PIC 9(02) BINARY.
 01  WS-PRICE-DOTS                     PIC 9(02) BINARY.
 01  WS-PRICE-WHOLE                    PIC 9(02) BINARY.
 01  WS-PRICE-FRAC                     PIC 9(02) BINARY.
 01  WS-PRICE-OTHER                    PIC 9(02) BINARY.
 01  WS-PRICE-VALUE                    PIC 9(07)V9(04).

*> HASHAUDT parsing
 01  WS-TOKEN-TABLE.
     05 WS-TOKEN                       OCCURS 5 TIMES
                                       PIC X(128).
 01  WS-AUDIT-BYTES                    PIC 9(18).
 01  WS-SOURCE-HITS                    PIC 9(04) BINARY.

*> month control totals off the *STOTAL* row, and what the partner
*> rows add up to
 01  WS-MON-CONTROL-SWITCH             PIC X(01) VALUE "N".
    88 WS-MON-CONTROL-FOUND            VALUE "Y".
 01  WS-MON-S-RECORDS                  PIC 9(05) BINARY VALUE 0.
 01  WS-MON-S-ENTRIES                  PIC 9(09) BINARY VALUE 0.
 01  WS-MON-S-BYTES                    PIC 9(18) BINARY VALUE 0.
 01  WS-MON-S-ELAPSED                  PIC 9(09)V9(02) VALUE 0.
 01  WS-SUM-NIGHTS                     PIC 9(09) BINARY VALUE 0.
 01  WS-SUM-BYTES                      PIC 9(18) BINARY VALUE 0.
 01  WS-SUM-ELAPSED                    PIC 9(09)V9(02) VALUE 0.
 01  WS-DIFF-COUNT                     PIC S9(09).
 01  WS-DIFF-BYTES                     PIC S9(18).
 01  WS-DIFF-ELAPSED                   PIC S9(09)V9(02).
 01  WS-BALANCE-SWITCH                 PIC X(01) VALUE "N".
    88 WS-OUT-OF-BALANCE               VALUE "Y".

 01  WS-AUD-MAC-RECORDS                PIC 9(09) BINARY VALUE 0.
 01  WS-AUD-MAC-BYTES                  PIC 9(18) BINARY VALUE 0.
 01  WS-AUD-REC-RECORDS                PIC 9(09) BINARY VALUE 0.
 01  WS-AUD-REC-FROM-RPT               PIC 9(09) BINARY VALUE 0.
 01  WS-AUD-REC-BYTES                  PIC 9(18) BINARY VALUE 0.
 01  WS-AUD-NOXREF                     PIC 9(09) BINARY VALUE 0.

 01  WS-NOCC-COUNT                     PIC 9(04) BINARY VALUE 0.
 01  WS-NORATE-COUNT                   PIC 9(02) BINARY VALUE 0.
 01  WS-BADCARD-COUNT                  PIC 9(04) BINARY VALUE 0.
 01  WS-CARD-COUNT                     PIC 9(04) BINARY VALUE 0.

*> cost-center break and running totals
 01  WS-BREAK-COST-CENTER              PIC X(10).
 01  WS-FIRST-GROUP-SWITCH             PIC X(01) VALUE "Y".
    88 WS-FIRST-GROUP                  VALUE "Y".
 01  WS-SUB-TOTALS.
     05 WS-SUB-NIGHTS                  PIC 9(09) BINARY.
     05 WS-SUB-BYTES                   PIC 9(18) BINARY.
     05 WS-SUB-ELAPSED                 PIC 9(09)V9(02).
     05 WS-SUB-MAC-PASSES              PIC 9(09) BINARY.
     05 WS-SUB-REC-PASSES              PIC 9(09) BINARY.
     05 WS-SUB-CHG-HASH                PIC 9(11)V9(02).
     05 WS-SUB-CHG-MAC                 PIC 9(11)V9(02).
     05 WS-SUB-CHG-REC                 PIC 9(11)V9(02).
     05 WS-SUB-CHG-TOTAL               PIC 9(11)V9(02).
 01  WS-ALL-TOTALS.
     05 WS-ALL-NIGHTS                  PIC 9(09) BINARY.
     05 WS-ALL-BYTES                   PIC 9(18) BINARY.
     05 WS-ALL-ELAPSED                 PIC 9(09)V9(02).
     05 WS-ALL-MAC-PASSES              PIC 9(09) BINARY.
     05 WS-ALL-REC-PASSES              PIC 9(09) BINARY.
     05 WS-ALL-CHG-HASH                PIC 9(11)V9(02).
     05 WS-ALL-CHG-MAC                 PIC 9(11)V9(02).
     05 WS-ALL-CHG-REC                 PIC 9(11)V9(02).
     05 WS-ALL-CHG-TOTAL               PIC 9(11)V9(02).
 01  WS-SUB-CHG-CENTERS                PIC 9(11)V9(02) VALUE 0.

*> report lines
 01  WS-HDG-1.
     05 FILLER                         PIC X(20) VALUE SPACES.
     05 FILLER                         PIC X(07) VALUE "DATASET".
     05 FILLER                         PIC X(24) VALUE SPACES.
     05 FILLER                         PIC X(07) VALUE "    MAC".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(07) VALUE "    REC".
 01  WS-HDG-2.
     05 FILLER                         PIC X(08) VALUE "PARTNER".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(10) VALUE "COST CTR".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(07) VALUE " NIGHTS".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(10) VALUE " GB HASHED".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(11) VALUE "  HASH SECS".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(07) VALUE " PASSES".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(07) VALUE " PASSES".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(12) VALUE " HASH CHARGE".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(12) VALUE "  MAC CHARGE".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(12) VALUE "  REC CHARGE".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 FILLER                         PIC X(14)
                                       VALUE "  TOTAL CHARGE".
 01  WS-DTL-LINE.
     05 DTL-PARTNER-ID                 PIC X(08).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-COST-CENTER                PIC X(10).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-NIGHTS                     PIC Z(06)9.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-GB                         PIC Z(06)9.99.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-SECS                       PIC Z(07)9.99.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-MAC-PASSES                 PIC Z(06)9.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-REC-PASSES                 PIC Z(06)9.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-CHG-HASH                   PIC Z,ZZZ,ZZ9.99.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-CHG-MAC                    PIC Z,ZZZ,ZZ9.99.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-CHG-REC                    PIC Z,ZZZ,ZZ9.99.
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 DTL-CHG-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99.
 01  WS-GB-WORK                        PIC 9(09)V9(02).

*> reconciliation page lines
 01  WS-REC-LINE.
     05 REC-LABEL                      PIC X(34).
     05 REC-COUNT                      PIC -(9)9.
     05 FILLER                         PIC X(02) VALUE SPACES.
     05 REC-BYTES                      PIC -(18)9.
     05 FILLER                         PIC X(02) VALUE SPACES.
     05 REC-ELAPSED                    PIC -(9)9.99.
 01  WS-REC-HDG.
     05 FILLER                         PIC X(34) VALUE SPACES.
     05 FILLER                         PIC X(10) VALUE "   ENTRIES".
     05 FILLER                         PIC X(02) VALUE SPACES.
     05 FILLER                         PIC X(19)
                                       VALUE "              BYTES".
     05 FILLER                         PIC X(02) VALUE SPACES.
     05 FILLER                         PIC X(13)
                                       VALUE " ELAPSED SECS".
 01  WS-NUM-DISPLAY                    PIC Z(08)9.
 01  WS-BIG-DISPLAY                    PIC Z(17)9.
 01  WS-MONEY-DISPLAY                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
 01  WS-RATE-DISPLAY                   PIC Z(06)9.9999.
 01  WS-SECS-DISPLAY                   PIC Z(08)9.99.

*> extract detail record
 01  WS-EXT-DETAIL.
     05 EXT-TYPE                       PIC X(01) VALUE "D".
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-PARTNER-ID                 PIC X(08).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-COST-CENTER                PIC X(10).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-MONTH                      PIC X(06).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-NIGHTS                     PIC 9(07).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-HASH-BYTES                 PIC 9(18).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-HASH-ELAPSED               PIC 9(09).9(02).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-MAC-PASSES                 PIC 9(07).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-MAC-BYTES                  PIC 9(18).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-REC-PASSES                 PIC 9(07).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-REC-BYTES                  PIC 9(18).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-CHG-HASH                   PIC 9(11).9(02).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-CHG-MAC                    PIC 9(11).9(02).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-CHG-REC                    PIC 9(11).9(02).
     05 FILLER                         PIC X(01) VALUE SPACE.
     05 EXT-CHG-TOTAL                  PIC 9(11).9(02).
 01  WS-EXT-COUNT                      PIC 9(09) BINARY VALUE 0.
 01  WS-EXT-COUNT-DISPLAY              PIC 9(09).
 01  WS-EXT-CHG-TOTAL                  PIC 9(11)V9(02) VALUE 0.
 01  WS-EXT-TOTAL-DISPLAY              PIC 9(11).9(02).

*> run-control work area (RUNCWRT.cob)
 01  WS-RUNC-PROGRAM                   PIC X(08) VALUE "CHARGEBK".
 01  WS-RUNC-START-TS                  PIC X(21).
 01  WS-RUNC-END-TS                    PIC X(21).
 01  WS-RUNC-COND-CODE                 PIC 9(02) VALUE 0.
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
 MAIN-CHARGEBK SECTION.
*>------------------------------------------------------------------------------

    PERFORM 1000-INITIALIZE

    IF TALLY-MODE
       PERFORM 2000-NIGHTLY-TALLY
    ELSE
       PERFORM 5000-MONTHLY-BILLING
    END-IF

    MOVE WS-COND-CODE TO WS-RUNC-COND-CODE
    PERFORM 9500-WRITE-RUN-CONTROL

    EVALUATE WS-COND-CODE
       WHEN 0
          STOP RUN
       WHEN 4
          STOP RUN WITH ERROR STATUS 4
       WHEN OTHER
          STOP RUN WITH ERROR STATUS 8
    END-EVALUATE

    .
 MAIN-CHARGEBK-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Mode and month off the PARM, the business run date off RUNDATE,
*> and the cross-reference loaded - both modes map through it.
*>------------------------------------------------------------------------------
 1000-INITIALIZE.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP TO WS-RUNC-START-TS
    MOVE SPACES TO WS-RUN-DATE
    ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
    IF NOT WS-RUN-DATE IS NUMERIC
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
    END-IF
    MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH

    MOVE SPACES TO WS-MODE
    MOVE SPACES TO WS-PARM-MONTH
    IF LNK-PARM-LEN > 0
       UNSTRING LNK-PARM-TEXT(1:LNK-PARM-LEN)
          DELIMITED BY ALL " "
          INTO WS-MODE
               WS-PARM-MONTH
       END-UNSTRING
    END-IF
    IF NOT TALLY-MODE AND NOT BILL-MODE
       DISPLAY "CHARGEBK: PARM must be TALLY, or BILL optionally "
               "followed by yyyymm"
       STOP RUN WITH ERROR STATUS 12
    END-IF

    IF BILL-MODE
       IF WS-PARM-MONTH = SPACES
*>          run on the first of the month: bill the month just ended
          MOVE WS-RUN-MONTH TO WS-MONTH-WORK
          PERFORM 1300-STEP-BACK-ONE-MONTH
          MOVE WS-MONTH-WORK TO WS-BILL-MONTH
       ELSE
          IF WS-PARM-MONTH(1:6) IS NUMERIC
             AND WS-PARM-MONTH(5:2) >= "01"
             AND WS-PARM-MONTH(5:2) <= "12"
             AND WS-PARM-MONTH(7:2) = SPACES
             MOVE WS-PARM-MONTH(1:6) TO WS-BILL-MONTH
          ELSE
             DISPLAY "CHARGEBK: billing month must be yyyymm: "
                     WS-PARM-MONTH
             STOP RUN WITH ERROR STATUS 12
          END-IF
       END-IF
    ELSE
       MOVE "CHBKTALY" TO WS-RUNC-PROGRAM
       MOVE WS-RUN-MONTH TO WS-MONTH-WORK
       PERFORM 1300-STEP-BACK-ONE-MONTH 2 TIMES
       MOVE WS-MONTH-WORK TO WS-KEEP-FROM-MONTH
    END-IF

    OPEN INPUT XREF-FILE
    IF NOT XREF-OK
       DISPLAY "CHARGEBK: unable to open PARTNERS, status "
               WS-XREF-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    PERFORM 1100-READ-XREF
    PERFORM 1200-LOAD-ONE-XREF UNTIL WS-XREF-AT-END
    CLOSE XREF-FILE

    .
 1000-INITIALIZE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1100-READ-XREF.
*>------------------------------------------------------------------------------

    READ XREF-FILE
       AT END
          SET WS-XREF-AT-END TO TRUE
    END-READ

    .
 1100-READ-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1200-LOAD-ONE-XREF.
*>------------------------------------------------------------------------------

    IF XREF-PREFIX NOT = SPACES AND XREF-PARTNER-ID NOT = SPACES
       IF WS-XREF-USED < 500
          ADD 1 TO WS-XREF-USED
          MOVE XREF-PREFIX     TO WS-XREF-PFX(WS-XREF-USED)
          MOVE XREF-PARTNER-ID TO WS-XREF-PID(WS-XREF-USED)
          MOVE XREF-PREFIX     TO WS-DATASET-NAME
          PERFORM 8200-TRIMMED-NAME-LEN
          MOVE WS-DSNAME-LEN   TO WS-XREF-PFX-LEN(WS-XREF-USED)
       ELSE
          DISPLAY "CHARGEBK: cross-reference table full at "
                  XREF-PREFIX
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    PERFORM 1100-READ-XREF

    .
 1200-LOAD-ONE-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
 1300-STEP-BACK-ONE-MONTH.
*>------------------------------------------------------------------------------

    IF WS-MONTH-MM = 1
       MOVE 12 TO WS-MONTH-MM
       SUBTRACT 1 FROM WS-MONTH-YYYY
    ELSE
       SUBTRACT 1 FROM WS-MONTH-MM
    END-IF

    .
 1300-STEP-BACK-ONE-MONTH-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> TALLY: the carried rows in, tonight's RUNSTATS totalled on its own
*> and folded into the run month's rows only when it has not been
*> folded before, everything back out. Other months pass through,
*> except those older than any BILL this month or next can read,
*> which are dropped as they are loaded.
*>------------------------------------------------------------------------------
 2000-NIGHTLY-TALLY.
*>------------------------------------------------------------------------------

    OPEN INPUT TALLYIN-FILE
    IF TALLYIN-OK
       PERFORM 2100-READ-TALLYIN
       PERFORM 2200-LOAD-ONE-TALLY UNTIL WS-TALLYIN-AT-END
       CLOSE TALLYIN-FILE
    ELSE
       IF NOT TALLYIN-MISSING
          DISPLAY "CHARGEBK: unable to open TALLYIN, status "
                  WS-TALLYIN-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    OPEN INPUT STATS-FILE
    IF STATS-OK
       PERFORM 2400-READ-STATS
       PERFORM 2500-TOTAL-ONE-STAT UNTIL WS-STATS-AT-END
       CLOSE STATS-FILE
       PERFORM 2600-FOLD-TONIGHT
    ELSE
       IF STATS-MISSING
          DISPLAY "CHARGEBK: no RUNSTATS tonight - nothing folded"
          MOVE 4 TO WS-COND-CODE
       ELSE
          DISPLAY "CHARGEBK: unable to open RUNSTATS, status "
                  WS-STATS-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    OPEN OUTPUT TALLYOUT-FILE
    IF WS-TALLYOUT-STATUS NOT = "00"
       DISPLAY "CHARGEBK: unable to open TALLYOUT, status "
               WS-TALLYOUT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    PERFORM 2300-WRITE-ONE-TALLY
       VARYING WS-TAL-IDX FROM 1 BY 1
       UNTIL WS-TAL-IDX > WS-TAL-USED
    CLOSE TALLYOUT-FILE

    DISPLAY "CHARGEBK: " WS-TON-D-RECORDS " detail(s), "
            WS-TON-S-RECORDS " summary record(s) for " WS-RUN-MONTH
            ", " WS-TAL-USED " tally row(s)."
    IF WS-PRUNED-COUNT > 0
       DISPLAY "CHARGEBK: " WS-PRUNED-COUNT " row(s) before "
               WS-KEEP-FROM-MONTH " dropped."
    END-IF

    .
 2000-NIGHTLY-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2100-READ-TALLYIN.
*>------------------------------------------------------------------------------

    READ TALLYIN-FILE
       AT END
          SET WS-TALLYIN-AT-END TO TRUE
    END-READ

    .
 2100-READ-TALLYIN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The newest detail timestamp on any control row is how far the
*> tally has got - a generation starting at or before it is already
*> in. A dropped control row still counts toward it.
*>------------------------------------------------------------------------------
 2200-LOAD-ONE-TALLY.
*>------------------------------------------------------------------------------

    IF TALLYIN-PARTNER-ID NOT = SPACES
       AND TALLYIN-NIGHTS IS NUMERIC
       AND TALLYIN-BYTES IS NUMERIC
       AND TALLYIN-RUNS IS NUMERIC
       AND TALLYIN-MONTH < WS-KEEP-FROM-MONTH
       ADD 1 TO WS-PRUNED-COUNT
       IF TALLYIN-PARTNER-ID = WS-CONTROL-PID
          AND TALLYIN-LAST-TS(1:16) > WS-CARRIED-LAST-TS
          MOVE TALLYIN-LAST-TS(1:16) TO WS-CARRIED-LAST-TS
       END-IF
    END-IF
    IF TALLYIN-PARTNER-ID NOT = SPACES
       AND TALLYIN-NIGHTS IS NUMERIC
       AND TALLYIN-BYTES IS NUMERIC
       AND TALLYIN-RUNS IS NUMERIC
       AND TALLYIN-MONTH >= WS-KEEP-FROM-MONTH
       MOVE TALLYIN-PARTNER-ID TO WS-LOOKUP-PID
       MOVE TALLYIN-MONTH      TO WS-LOOKUP-MONTH
       PERFORM 7000-FIND-TALLY-ROW
       ADD TALLYIN-NIGHTS  TO WS-TAL-NIGHTS(WS-TAL-FOUND-IDX)
       ADD TALLYIN-BYTES   TO WS-TAL-BYTES(WS-TAL-FOUND-IDX)
       MOVE TALLYIN-ELAPSED TO WS-STAT-ELAPSED
       ADD WS-STAT-ELAPSED TO WS-TAL-ELAPSED(WS-TAL-FOUND-IDX)
       ADD TALLYIN-RUNS    TO WS-TAL-RUNS(WS-TAL-FOUND-IDX)
       IF TALLYIN-LAST-TS > WS-TAL-LAST-TS(WS-TAL-FOUND-IDX)
          MOVE TALLYIN-LAST-TS TO WS-TAL-LAST-TS(WS-TAL-FOUND-IDX)
       END-IF
       IF TALLYIN-PARTNER-ID = WS-CONTROL-PID
          AND TALLYIN-LAST-TS(1:16) > WS-CARRIED-LAST-TS
          MOVE TALLYIN-LAST-TS(1:16) TO WS-CARRIED-LAST-TS
       END-IF
    END-IF

    PERFORM 2100-READ-TALLYIN

    .
 2200-LOAD-ONE-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2300-WRITE-ONE-TALLY.
*>------------------------------------------------------------------------------

    MOVE SPACES TO TALLYOUT-REC
    MOVE WS-TAL-PID(WS-TAL-IDX)     TO TALLYOUT-PARTNER-ID
    MOVE WS-TAL-MONTH(WS-TAL-IDX)   TO TALLYOUT-MONTH
    MOVE WS-TAL-NIGHTS(WS-TAL-IDX)  TO TALLYOUT-NIGHTS
    MOVE WS-TAL-BYTES(WS-TAL-IDX)   TO TALLYOUT-BYTES
    MOVE WS-TAL-ELAPSED(WS-TAL-IDX) TO TALLYOUT-ELAPSED
    MOVE WS-TAL-RUNS(WS-TAL-IDX)    TO TALLYOUT-RUNS
    MOVE WS-TAL-LAST-TS(WS-TAL-IDX) TO TALLYOUT-LAST-TS
    WRITE TALLYOUT-REC

    .
 2300-WRITE-ONE-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2400-READ-STATS.
*>------------------------------------------------------------------------------

    READ STATS-FILE
       AT END
          SET WS-STATS-AT-END TO TRUE
    END-READ

    .
 2400-READ-STATS-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A D detail is one dataset-night for the dataset's partner; an S
*> summary closes a run (one per slice on a sliced night).
*>------------------------------------------------------------------------------
 2500-TOTAL-ONE-STAT.
*>------------------------------------------------------------------------------

    EVALUATE STATS-REC-TYPE
       WHEN "D"
          ADD 1 TO WS-TON-D-RECORDS
          COMPUTE WS-STAT-BYTES = FUNCTION NUMVAL(STATS-BYTES)
          COMPUTE WS-STAT-ELAPSED = FUNCTION NUMVAL(STATS-ELAPSED)
          ADD WS-STAT-BYTES   TO WS-TON-D-BYTES
          ADD WS-STAT-ELAPSED TO WS-TON-D-ELAPSED
          IF STATS-START-TS(1:16) < WS-TON-FIRST-START
             MOVE STATS-START-TS(1:16) TO WS-TON-FIRST-START
          END-IF
          IF STATS-END-TS(1:16) > WS-TON-LAST-END
             MOVE STATS-END-TS(1:16) TO WS-TON-LAST-END
          END-IF
          MOVE STATS-DSNAME TO WS-DATASET-NAME
          PERFORM 8000-FIND-PARTNER
          PERFORM 7300-FIND-TONIGHT-ROW
          ADD 1 TO WS-TON-NIGHTS(WS-TON-FOUND-IDX)
          ADD WS-STAT-BYTES   TO WS-TON-BYTES(WS-TON-FOUND-IDX)
          ADD WS-STAT-ELAPSED TO WS-TON-ELAPSED(WS-TON-FOUND-IDX)
       WHEN "S"
          ADD 1 TO WS-TON-S-RECORDS
          COMPUTE WS-STAT-BYTES = FUNCTION NUMVAL(STATS-SUM-COUNT)
          ADD WS-STAT-BYTES TO WS-TON-S-ENTRIES
          COMPUTE WS-STAT-BYTES = FUNCTION NUMVAL(STATS-SUM-BYTES)
          ADD WS-STAT-BYTES TO WS-TON-S-BYTES
          COMPUTE WS-STAT-ELAPSED = FUNCTION NUMVAL(STATS-SUM-ELAPSED)
          ADD WS-STAT-ELAPSED TO WS-TON-S-ELAPSED
    END-EVALUATE

    PERFORM 2400-READ-STATS

    .
 2500-TOTAL-ONE-STAT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A rerun of the step would bill the night twice; its first detail
*> is not newer than what the tally already holds, so it is refused.
*> Tonight's details should add up to its summaries - a restarted
*> run's summary covers only the final attempt's elapsed time, so
*> only the entry count and bytes are held to it here.
*>------------------------------------------------------------------------------
 2600-FOLD-TONIGHT.
*>------------------------------------------------------------------------------

    IF WS-TON-D-RECORDS > 0
       AND WS-TON-FIRST-START NOT > WS-CARRIED-LAST-TS
       SET WS-FOLD-REFUSED TO TRUE
       MOVE 4 TO WS-COND-CODE
       DISPLAY "CHARGEBK: RUNSTATS starting " WS-TON-FIRST-START
               " is already on the tally (folded through "
               WS-CARRIED-LAST-TS ") - not folded again"
    ELSE
       PERFORM 2610-FOLD-ONE-PARTNER
          VARYING WS-TON-IDX FROM 1 BY 1
          UNTIL WS-TON-IDX > WS-TON-USED
       MOVE WS-CONTROL-PID TO WS-LOOKUP-PID
       MOVE WS-RUN-MONTH   TO WS-LOOKUP-MONTH
       PERFORM 7000-FIND-TALLY-ROW
       ADD WS-TON-S-ENTRIES TO WS-TAL-NIGHTS(WS-TAL-FOUND-IDX)
       ADD WS-TON-S-BYTES   TO WS-TAL-BYTES(WS-TAL-FOUND-IDX)
       ADD WS-TON-S-ELAPSED TO WS-TAL-ELAPSED(WS-TAL-FOUND-IDX)
       ADD WS-TON-S-RECORDS TO WS-TAL-RUNS(WS-TAL-FOUND-IDX)
       IF WS-TON-LAST-END > WS-TAL-LAST-TS(WS-TAL-FOUND-IDX)
          MOVE WS-TON-LAST-END TO WS-TAL-LAST-TS(WS-TAL-FOUND-IDX)
       END-IF
       IF WS-TON-S-RECORDS = 0
          OR WS-TON-D-RECORDS NOT = WS-TON-S-ENTRIES
          OR WS-TON-D-BYTES NOT = WS-TON-S-BYTES
          MOVE 4 TO WS-COND-CODE
          DISPLAY "CHARGEBK: tonight's details (" WS-TON-D-RECORDS
                  " entries, " WS-TON-D-BYTES " bytes) do not add "
                  "up to its summaries (" WS-TON-S-ENTRIES
                  " entries, " WS-TON-S-BYTES " bytes)"
       END-IF
    END-IF

    .
 2600-FOLD-TONIGHT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 2610-FOLD-ONE-PARTNER.
*>------------------------------------------------------------------------------

    MOVE WS-TON-PID(WS-TON-IDX) TO WS-LOOKUP-PID
    MOVE WS-RUN-MONTH           TO WS-LOOKUP-MONTH
    PERFORM 7000-FIND-TALLY-ROW
    ADD WS-TON-NIGHTS(WS-TON-IDX)  TO WS-TAL-NIGHTS(WS-TAL-FOUND-IDX)
    ADD WS-TON-BYTES(WS-TON-IDX)   TO WS-TAL-BYTES(WS-TAL-FOUND-IDX)
    ADD WS-TON-ELAPSED(WS-TON-IDX) TO WS-TAL-ELAPSED(WS-TAL-FOUND-IDX)

    .
 2610-FOLD-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> BILL: every cross-referenced partner gets a row; the tally and the
*> audit trail fill it in, the rate table prices it, and the rows go
*> out sorted by cost center.
*>------------------------------------------------------------------------------
 5000-MONTHLY-BILLING.
*>------------------------------------------------------------------------------

    MOVE "*NOXREF*" TO WS-LOOKUP-PID
    PERFORM 7100-FIND-PARTNER-ROW
    PERFORM 5010-ROW-FOR-ONE-XREF
       VARYING WS-XREF-IDX FROM 1 BY 1
       UNTIL WS-XREF-IDX > WS-XREF-USED

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "CHARGEBK: unable to open BILLRPT, status "
               WS-REPORT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    OPEN OUTPUT EXTRACT-FILE
    IF WS-EXTRACT-STATUS NOT = "00"
       DISPLAY "CHARGEBK: unable to open BILLEXT, status "
               WS-EXTRACT-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "CHARGEBK - MONTHLY VERIFICATION CHARGEBACK  MONTH "
           DELIMITED BY SIZE
           WS-BILL-MONTH DELIMITED BY SIZE
           "  RUN " DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM 5100-LOAD-RATES
    PERFORM 5200-LOAD-TALLY
    PERFORM 5300-LOAD-AUDIT-PASSES
    PERFORM 5400-PRICE-ONE-PARTNER
       VARYING WS-PT-IDX FROM 1 BY 1
       UNTIL WS-PT-IDX > WS-PT-USED

    MOVE SPACES TO EXTRACT-REC
    STRING "H BILLEXT " DELIMITED BY SIZE
           WS-BILL-MONTH DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RUN-TIMESTAMP DELIMITED BY SIZE
      INTO EXTRACT-REC
    END-STRING
    WRITE EXTRACT-REC

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-HDG-1
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-HDG-2

    INITIALIZE WS-ALL-TOTALS
    SORT SORT-FILE
       ON ASCENDING KEY SORT-COST-CENTER
                        SORT-PARTNER-ID
       INPUT PROCEDURE IS 5500-RELEASE-PARTNERS
                     THRU 5500-RELEASE-PARTNERS-EX
       OUTPUT PROCEDURE IS 6000-BILLING-OUTPUT
                      THRU 6000-BILLING-OUTPUT-EX

    MOVE WS-EXT-COUNT TO WS-EXT-COUNT-DISPLAY
    MOVE WS-EXT-CHG-TOTAL TO WS-EXT-TOTAL-DISPLAY
    MOVE SPACES TO EXTRACT-REC
    STRING "T " DELIMITED BY SIZE
           WS-EXT-COUNT-DISPLAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EXT-TOTAL-DISPLAY DELIMITED BY SIZE
      INTO EXTRACT-REC
    END-STRING
    WRITE EXTRACT-REC

    PERFORM 7500-RECONCILIATION-PAGE

    CLOSE REPORT-FILE
    CLOSE EXTRACT-FILE

    IF WS-OUT-OF-BALANCE
       MOVE 8 TO WS-COND-CODE
    ELSE
       IF WS-NOCC-COUNT > 0 OR WS-NORATE-COUNT > 0
          OR WS-BADCARD-COUNT > 0
          MOVE 4 TO WS-COND-CODE
       END-IF
    END-IF

    DISPLAY "CHARGEBK: " WS-EXT-COUNT " partner(s) billed for "
            WS-BILL-MONTH "."

    .
 5000-MONTHLY-BILLING-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5010-ROW-FOR-ONE-XREF.
*>------------------------------------------------------------------------------

    MOVE WS-XREF-PID(WS-XREF-IDX) TO WS-LOOKUP-PID
    PERFORM 7100-FIND-PARTNER-ROW

    .
 5010-ROW-FOR-ONE-XREF-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The rate table is required - a bill without prices is no bill. A
*> card that does not parse is listed and skipped.
*>------------------------------------------------------------------------------
 5100-LOAD-RATES.
*>------------------------------------------------------------------------------

    INITIALIZE WS-BASE-RATE-TABLE
    OPEN INPUT RATE-FILE
    IF NOT RATE-OK
       DISPLAY "CHARGEBK: unable to open CHBKRATE, status "
               WS-RATE-STATUS
       STOP RUN WITH ERROR STATUS 12
    END-IF
    PERFORM 5110-READ-RATE
    PERFORM 5120-PROCESS-ONE-RATE UNTIL WS-RATE-AT-END
    CLOSE RATE-FILE

    .
 5100-LOAD-RATES-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5110-READ-RATE.
*>------------------------------------------------------------------------------

    READ RATE-FILE
       AT END
          SET WS-RATE-AT-END TO TRUE
    END-READ

    .
 5110-READ-RATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5120-PROCESS-ONE-RATE.
*>------------------------------------------------------------------------------

    IF RATE-REC = SPACES OR RATE-REC(1:1) = "*"
       CONTINUE
    ELSE
       ADD 1 TO WS-CARD-COUNT
       MOVE SPACES TO WS-CARD-TOKENS
       MOVE SPACES TO WS-CARD-REJECT-REASON
       UNSTRING RATE-REC
          DELIMITED BY ALL " "
          INTO WS-CARD-VERB WS-CARD-ARG-1 WS-CARD-ARG-2
               WS-CARD-ARG-3 WS-CARD-EXTRA
       END-UNSTRING
       EVALUATE WS-CARD-VERB
          WHEN "RATE"
             PERFORM 5130-RATE-CARD
          WHEN "CCTR"
             PERFORM 5140-COST-CENTER-CARD
          WHEN OTHER
             MOVE "unknown card" TO WS-CARD-REJECT-REASON
       END-EVALUATE
       IF WS-CARD-REJECT-REASON NOT = SPACES
          ADD 1 TO WS-BADCARD-COUNT
          MOVE SPACES TO REPORT-REC
          STRING "REJECTED RATE CARD (" DELIMITED BY SIZE
                 WS-CARD-REJECT-REASON DELIMITED BY "  "
                 "): " DELIMITED BY SIZE
                 RATE-REC DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
          WRITE REPORT-REC
       END-IF
    END-IF

    PERFORM 5110-READ-RATE

    .
 5120-PROCESS-ONE-RATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> RATE <class> <price> [<cost center>]
*>------------------------------------------------------------------------------
 5130-RATE-CARD.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-CLASS-FOUND-IDX
    PERFORM 5131-MATCH-ONE-CLASS
       VARYING WS-CLASS-IDX FROM 1 BY 1
       UNTIL WS-CLASS-IDX > 7

    MOVE WS-CARD-ARG-2 TO WS-PRICE-TEXT
    PERFORM 5150-CHECK-PRICE

    EVALUATE TRUE
       WHEN WS-CLASS-FOUND-IDX = 0
          MOVE "unknown rate class" TO WS-CARD-REJECT-REASON
       WHEN WS-CARD-REJECT-REASON NOT = SPACES
          CONTINUE
       WHEN WS-CARD-EXTRA NOT = SPACES
          MOVE "too many fields" TO WS-CARD-REJECT-REASON
       WHEN WS-CARD-ARG-3 = SPACES
          MOVE WS-PRICE-VALUE TO WS-BASE-RATE(WS-CLASS-FOUND-IDX)
          SET WS-BASE-RATE-SET(WS-CLASS-FOUND-IDX) TO TRUE
       WHEN WS-CARD-ARG-3(11:10) NOT = SPACES
          MOVE "cost center over 10 characters"
            TO WS-CARD-REJECT-REASON
       WHEN WS-OVR-USED >= 200
          MOVE "rate override table full" TO WS-CARD-REJECT-REASON
       WHEN OTHER
          ADD 1 TO WS-OVR-USED
          MOVE WS-CARD-ARG-3 TO WS-OVR-COST-CENTER(WS-OVR-USED)
          MOVE WS-CLASS-FOUND-IDX TO WS-OVR-CLASS-IDX(WS-OVR-USED)
          MOVE WS-PRICE-VALUE TO WS-OVR-RATE(WS-OVR-USED)
    END-EVALUATE

    .
 5130-RATE-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5131-MATCH-ONE-CLASS.
*>------------------------------------------------------------------------------

    IF WS-CARD-ARG-1 = WS-RATE-CLASS-NAME(WS-CLASS-IDX)
       MOVE WS-CLASS-IDX TO WS-CLASS-FOUND-IDX
    END-IF

    .
 5131-MATCH-ONE-CLASS-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> CCTR <partner id> <cost center>; the first card for a partner wins.
*>------------------------------------------------------------------------------
 5140-COST-CENTER-CARD.
*>------------------------------------------------------------------------------

    EVALUATE TRUE
       WHEN WS-CARD-ARG-1 = SPACES OR WS-CARD-ARG-2 = SPACES
          MOVE "partner and cost center required"
            TO WS-CARD-REJECT-REASON
       WHEN WS-CARD-ARG-1(9:12) NOT = SPACES
          MOVE "partner id over 8 characters"
            TO WS-CARD-REJECT-REASON
       WHEN WS-CARD-ARG-2(11:10) NOT = SPACES
          MOVE "cost center over 10 characters"
            TO WS-CARD-REJECT-REASON
       WHEN WS-CARD-ARG-3 NOT = SPACES
          MOVE "too many fields" TO WS-CARD-REJECT-REASON
       WHEN WS-CCA-USED >= 500
          MOVE "cost center table full" TO WS-CARD-REJECT-REASON
       WHEN OTHER
          MOVE WS-CARD-ARG-1 TO WS-LOOKUP-PID
          PERFORM 7400-FIND-COST-CENTER
          IF WS-CCA-FOUND-IDX = 0
             ADD 1 TO WS-CCA-USED
             MOVE WS-CARD-ARG-1 TO WS-CCA-PID(WS-CCA-USED)
             MOVE WS-CARD-ARG-2 TO WS-CCA-COST-CENTER(WS-CCA-USED)
          ELSE
             MOVE "partner already assigned" TO WS-CARD-REJECT-REASON
          END-IF
    END-EVALUATE

    .
 5140-COST-CENTER-CARD-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A price is digits with at most one decimal point: up to 7 whole
*> digits and 4 decimals.
*>------------------------------------------------------------------------------
 5150-CHECK-PRICE.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-PRICE-LEN
    MOVE 0 TO WS-PRICE-DOTS
    MOVE 0 TO WS-PRICE-WHOLE
    MOVE 0 TO WS-PRICE-FRAC
    MOVE 0 TO WS-PRICE-OTHER
    MOVE 0 TO WS-PRICE-VALUE
    PERFORM 5151-CHECK-ONE-PRICE-CHAR
       VARYING WS-CHAR-IDX FROM 1 BY 1
       UNTIL WS-CHAR-IDX > 20
          OR WS-PRICE-TEXT(WS-CHAR-IDX:1) = SPACE

    IF WS-PRICE-LEN = 0 OR WS-PRICE-OTHER > 0 OR WS-PRICE-DOTS > 1
       OR WS-PRICE-WHOLE + WS-PRICE-FRAC = 0
       OR WS-PRICE-WHOLE > 7 OR WS-PRICE-FRAC > 4
       MOVE "price must be 9999999.9999 or less"
         TO WS-CARD-REJECT-REASON
    ELSE
       COMPUTE WS-PRICE-VALUE =
          FUNCTION NUMVAL(WS-PRICE-TEXT(1:WS-PRICE-LEN))
    END-IF

    .
 5150-CHECK-PRICE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5151-CHECK-ONE-PRICE-CHAR.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-PRICE-LEN
    EVALUATE TRUE
       WHEN WS-PRICE-TEXT(WS-CHAR-IDX:1) = "."
          ADD 1 TO WS-PRICE-DOTS
       WHEN WS-PRICE-TEXT(WS-CHAR-IDX:1) IS NUMERIC
          IF WS-PRICE-DOTS = 0
             ADD 1 TO WS-PRICE-WHOLE
          ELSE
             ADD 1 TO WS-PRICE-FRAC
          END-IF
       WHEN OTHER
          ADD 1 TO WS-PRICE-OTHER
    END-EVALUATE

    .
 5151-CHECK-ONE-PRICE-CHAR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The month's partner rows and its *STOTAL* control row off the
*> carried tally.
*>------------------------------------------------------------------------------
 5200-LOAD-TALLY.
*>------------------------------------------------------------------------------

    OPEN INPUT TALLYIN-FILE
    IF TALLYIN-OK
       PERFORM 2100-READ-TALLYIN
       PERFORM 5210-BILL-ONE-TALLY UNTIL WS-TALLYIN-AT-END
       CLOSE TALLYIN-FILE
    ELSE
       IF TALLYIN-MISSING
          DISPLAY "CHARGEBK: no TALLYIN - no hashing to bill"
       ELSE
          DISPLAY "CHARGEBK: unable to open TALLYIN, status "
                  WS-TALLYIN-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 5200-LOAD-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5210-BILL-ONE-TALLY.
*>------------------------------------------------------------------------------

    IF TALLYIN-MONTH = WS-BILL-MONTH
       AND TALLYIN-PARTNER-ID NOT = SPACES
       AND TALLYIN-NIGHTS IS NUMERIC
       AND TALLYIN-BYTES IS NUMERIC
       AND TALLYIN-RUNS IS NUMERIC
       MOVE TALLYIN-ELAPSED TO WS-STAT-ELAPSED
       IF TALLYIN-PARTNER-ID = WS-CONTROL-PID
          SET WS-MON-CONTROL-FOUND TO TRUE
          ADD TALLYIN-RUNS    TO WS-MON-S-RECORDS
          ADD TALLYIN-NIGHTS  TO WS-MON-S-ENTRIES
          ADD TALLYIN-BYTES   TO WS-MON-S-BYTES
          ADD WS-STAT-ELAPSED TO WS-MON-S-ELAPSED
       ELSE
          MOVE TALLYIN-PARTNER-ID TO WS-LOOKUP-PID
          PERFORM 7100-FIND-PARTNER-ROW
          ADD TALLYIN-NIGHTS  TO WS-PT-NIGHTS(WS-PT-FOUND-IDX)
          ADD TALLYIN-BYTES   TO WS-PT-HASH-BYTES(WS-PT-FOUND-IDX)
          ADD WS-STAT-ELAPSED TO WS-PT-HASH-ELAPSED(WS-PT-FOUND-IDX)
          ADD TALLYIN-NIGHTS  TO WS-SUM-NIGHTS
          ADD TALLYIN-BYTES   TO WS-SUM-BYTES
          ADD WS-STAT-ELAPSED TO WS-SUM-ELAPSED
       END-IF
    END-IF

    PERFORM 2100-READ-TALLYIN

    .
 5210-BILL-ONE-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> MACRUN and RECONCILE leave one audit record per entry they
*> processed; the ACKSENT receipts and SELFTEST-FAILED stops are
*> not passes over a file.
*>------------------------------------------------------------------------------
 5300-LOAD-AUDIT-PASSES.
*>------------------------------------------------------------------------------

    OPEN INPUT AUDIT-FILE
    IF AUDIT-OK
       PERFORM 5310-READ-AUDIT
       PERFORM 5320-BILL-ONE-AUDIT UNTIL WS-AUDIT-AT-END
       CLOSE AUDIT-FILE
    ELSE
       IF AUDIT-MISSING
          DISPLAY "CHARGEBK: no HASHAUDT - MAC and reconcile passes "
                  "not billed"
       ELSE
          DISPLAY "CHARGEBK: unable to open HASHAUDT, status "
                  WS-AUDIT-STATUS
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 5300-LOAD-AUDIT-PASSES-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5310-READ-AUDIT.
*>------------------------------------------------------------------------------

    READ AUDIT-FILE
       AT END
          SET WS-AUDIT-AT-END TO TRUE
    END-READ

    .
 5310-READ-AUDIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5320-BILL-ONE-AUDIT.
*>------------------------------------------------------------------------------

    IF AUDIT-REC(1:7) = "MACRUN " OR AUDIT-REC(1:10) = "RECONCILE "
       MOVE SPACES TO WS-TOKEN-TABLE
       UNSTRING AUDIT-REC
          DELIMITED BY ALL " "
          INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
               WS-TOKEN(5)
       END-UNSTRING
       IF WS-TOKEN(2)(1:6) = WS-BILL-MONTH
          AND WS-TOKEN(5) NOT = "ACKSENT"
          AND WS-TOKEN(4) NOT = "SELFTEST-FAILED"
          MOVE WS-TOKEN(3)(1:44) TO WS-DATASET-NAME
          PERFORM 8000-FIND-PARTNER
          IF WS-LOOKUP-PID = "*NOXREF*"
             ADD 1 TO WS-AUD-NOXREF
          END-IF
          PERFORM 7100-FIND-PARTNER-ROW
          COMPUTE WS-AUDIT-BYTES = FUNCTION NUMVAL(WS-TOKEN(4))
          IF WS-TOKEN(1) = "MACRUN"
             ADD 1 TO WS-AUD-MAC-RECORDS
             ADD WS-AUDIT-BYTES TO WS-AUD-MAC-BYTES
             ADD 1 TO WS-PT-MAC-PASSES(WS-PT-FOUND-IDX)
             ADD WS-AUDIT-BYTES TO WS-PT-MAC-BYTES(WS-PT-FOUND-IDX)
          ELSE
             ADD 1 TO WS-AUD-REC-RECORDS
             ADD 1 TO WS-PT-REC-PASSES(WS-PT-FOUND-IDX)
             MOVE 0 TO WS-SOURCE-HITS
             INSPECT AUDIT-REC TALLYING WS-SOURCE-HITS
                FOR ALL "SOURCE=HASHRPT"
             IF WS-SOURCE-HITS > 0
                ADD 1 TO WS-AUD-REC-FROM-RPT
             ELSE
                ADD WS-AUDIT-BYTES TO WS-AUD-REC-BYTES
                ADD WS-AUDIT-BYTES TO WS-PT-REC-BYTES(WS-PT-FOUND-IDX)
             END-IF
          END-IF
       END-IF
    END-IF

    PERFORM 5310-READ-AUDIT

    .
 5320-BILL-ONE-AUDIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The partner's cost center off the CCTR cards, its rates (the
*> center's override, else the base rate), and the three charges,
*> each rounded to the cent; the total is their sum, so the extract
*> adds up across.
*>------------------------------------------------------------------------------
 5400-PRICE-ONE-PARTNER.
*>------------------------------------------------------------------------------

    MOVE WS-PT-PID(WS-PT-IDX) TO WS-LOOKUP-PID
    PERFORM 7400-FIND-COST-CENTER
    IF WS-CCA-FOUND-IDX = 0
       MOVE "*NONE*" TO WS-PT-COST-CENTER(WS-PT-IDX)
       ADD 1 TO WS-NOCC-COUNT
    ELSE
       MOVE WS-CCA-COST-CENTER(WS-CCA-FOUND-IDX)
         TO WS-PT-COST-CENTER(WS-PT-IDX)
    END-IF

    PERFORM 5410-RATE-FOR-ONE-CLASS
       VARYING WS-CLASS-IDX FROM 1 BY 1
       UNTIL WS-CLASS-IDX > 7

    COMPUTE WS-PT-CHG-HASH(WS-PT-IDX) ROUNDED =
         WS-PT-HASH-BYTES(WS-PT-IDX) * WS-PRICE-RATE(1) / WS-GIGABYTE
       + WS-PT-HASH-ELAPSED(WS-PT-IDX) * WS-PRICE-RATE(2)
       + WS-PT-NIGHTS(WS-PT-IDX) * WS-PRICE-RATE(3)
    COMPUTE WS-PT-CHG-MAC(WS-PT-IDX) ROUNDED =
         WS-PT-MAC-BYTES(WS-PT-IDX) * WS-PRICE-RATE(4) / WS-GIGABYTE
       + WS-PT-MAC-PASSES(WS-PT-IDX) * WS-PRICE-RATE(5)
    COMPUTE WS-PT-CHG-REC(WS-PT-IDX) ROUNDED =
         WS-PT-REC-BYTES(WS-PT-IDX) * WS-PRICE-RATE(6) / WS-GIGABYTE
       + WS-PT-REC-PASSES(WS-PT-IDX) * WS-PRICE-RATE(7)
    COMPUTE WS-PT-CHG-TOTAL(WS-PT-IDX) =
         WS-PT-CHG-HASH(WS-PT-IDX)
       + WS-PT-CHG-MAC(WS-PT-IDX)
       + WS-PT-CHG-REC(WS-PT-IDX)

    .
 5400-PRICE-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5410-RATE-FOR-ONE-CLASS.
*>------------------------------------------------------------------------------

    MOVE WS-BASE-RATE(WS-CLASS-IDX) TO WS-PRICE-RATE(WS-CLASS-IDX)
    PERFORM 5420-MATCH-ONE-OVERRIDE
       VARYING WS-OVR-IDX FROM 1 BY 1
       UNTIL WS-OVR-IDX > WS-OVR-USED

    .
 5410-RATE-FOR-ONE-CLASS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5420-MATCH-ONE-OVERRIDE.
*>------------------------------------------------------------------------------

    IF WS-OVR-CLASS-IDX(WS-OVR-IDX) = WS-CLASS-IDX
       AND WS-OVR-COST-CENTER(WS-OVR-IDX) = WS-PT-COST-CENTER(WS-PT-IDX)
       MOVE WS-OVR-RATE(WS-OVR-IDX) TO WS-PRICE-RATE(WS-CLASS-IDX)
    END-IF

    .
 5420-MATCH-ONE-OVERRIDE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> SORT input procedure: one record per partner row, keyed on cost
*> center + partner.
*>------------------------------------------------------------------------------
 5500-RELEASE-PARTNERS.
*>------------------------------------------------------------------------------

    PERFORM 5510-RELEASE-ONE-PARTNER
       VARYING WS-PT-IDX FROM 1 BY 1
       UNTIL WS-PT-IDX > WS-PT-USED

    .
 5500-RELEASE-PARTNERS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 5510-RELEASE-ONE-PARTNER.
*>------------------------------------------------------------------------------

    MOVE WS-PT-COST-CENTER(WS-PT-IDX) TO SORT-COST-CENTER
    MOVE WS-PT-PID(WS-PT-IDX)         TO SORT-PARTNER-ID
    MOVE WS-PT-IDX                    TO SORT-PT-IDX
    RELEASE SORT-REC

    .
 5510-RELEASE-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> SORT output procedure: a line and an extract record per partner,
*> a subtotal at every cost-center break, the grand total at the end.
*>------------------------------------------------------------------------------
 6000-BILLING-OUTPUT.
*>------------------------------------------------------------------------------

    PERFORM 6100-RETURN-SORTED
    PERFORM 6200-BILL-ONE-PARTNER UNTIL WS-SORT-AT-END

    IF NOT WS-FIRST-GROUP
       PERFORM 6300-COST-CENTER-TOTAL
    END-IF

    MOVE SPACES TO WS-DTL-LINE
    MOVE "TOTAL"                TO DTL-PARTNER-ID
    MOVE "ALL"                  TO DTL-COST-CENTER
    MOVE WS-ALL-NIGHTS          TO DTL-NIGHTS
    COMPUTE WS-GB-WORK ROUNDED = WS-ALL-BYTES / WS-GIGABYTE
    MOVE WS-GB-WORK             TO DTL-GB
    MOVE WS-ALL-ELAPSED         TO DTL-SECS
    MOVE WS-ALL-MAC-PASSES      TO DTL-MAC-PASSES
    MOVE WS-ALL-REC-PASSES      TO DTL-REC-PASSES
    MOVE WS-ALL-CHG-HASH        TO DTL-CHG-HASH
    MOVE WS-ALL-CHG-MAC         TO DTL-CHG-MAC
    MOVE WS-ALL-CHG-REC         TO DTL-CHG-REC
    MOVE WS-ALL-CHG-TOTAL       TO DTL-CHG-TOTAL
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-DTL-LINE

    .
 6000-BILLING-OUTPUT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6100-RETURN-SORTED.
*>------------------------------------------------------------------------------

    RETURN SORT-FILE
       AT END
          SET WS-SORT-AT-END TO TRUE
    END-RETURN

    .
 6100-RETURN-SORTED-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6200-BILL-ONE-PARTNER.
*>------------------------------------------------------------------------------

    IF WS-FIRST-GROUP OR SORT-COST-CENTER NOT = WS-BREAK-COST-CENTER
       IF NOT WS-FIRST-GROUP
          PERFORM 6300-COST-CENTER-TOTAL
       END-IF
       MOVE "N" TO WS-FIRST-GROUP-SWITCH
       MOVE SORT-COST-CENTER TO WS-BREAK-COST-CENTER
       INITIALIZE WS-SUB-TOTALS
       MOVE SPACES TO REPORT-REC
       WRITE REPORT-REC
    END-IF

    MOVE SORT-PT-IDX TO WS-PT-IDX

    MOVE SPACES TO WS-DTL-LINE
    MOVE WS-PT-PID(WS-PT-IDX)          TO DTL-PARTNER-ID
    MOVE WS-PT-COST-CENTER(WS-PT-IDX)  TO DTL-COST-CENTER
    MOVE WS-PT-NIGHTS(WS-PT-IDX)       TO DTL-NIGHTS
    COMPUTE WS-GB-WORK ROUNDED = WS-PT-HASH-BYTES(WS-PT-IDX) / WS-GIGABYTE
    MOVE WS-GB-WORK                    TO DTL-GB
    MOVE WS-PT-HASH-ELAPSED(WS-PT-IDX) TO DTL-SECS
    MOVE WS-PT-MAC-PASSES(WS-PT-IDX)   TO DTL-MAC-PASSES
    MOVE WS-PT-REC-PASSES(WS-PT-IDX)   TO DTL-REC-PASSES
    MOVE WS-PT-CHG-HASH(WS-PT-IDX)     TO DTL-CHG-HASH
    MOVE WS-PT-CHG-MAC(WS-PT-IDX)      TO DTL-CHG-MAC
    MOVE WS-PT-CHG-REC(WS-PT-IDX)      TO DTL-CHG-REC
    MOVE WS-PT-CHG-TOTAL(WS-PT-IDX)    TO DTL-CHG-TOTAL
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-DTL-LINE

    ADD WS-PT-NIGHTS(WS-PT-IDX)       TO WS-SUB-NIGHTS
    ADD WS-PT-HASH-BYTES(WS-PT-IDX)   TO WS-SUB-BYTES
    ADD WS-PT-HASH-ELAPSED(WS-PT-IDX) TO WS-SUB-ELAPSED
    ADD WS-PT-MAC-PASSES(WS-PT-IDX)   TO WS-SUB-MAC-PASSES
    ADD WS-PT-REC-PASSES(WS-PT-IDX)   TO WS-SUB-REC-PASSES
    ADD WS-PT-CHG-HASH(WS-PT-IDX)     TO WS-SUB-CHG-HASH
    ADD WS-PT-CHG-MAC(WS-PT-IDX)      TO WS-SUB-CHG-MAC
    ADD WS-PT-CHG-REC(WS-PT-IDX)      TO WS-SUB-CHG-REC
    ADD WS-PT-CHG-TOTAL(WS-PT-IDX)    TO WS-SUB-CHG-TOTAL

    ADD WS-PT-NIGHTS(WS-PT-IDX)       TO WS-ALL-NIGHTS
    ADD WS-PT-HASH-BYTES(WS-PT-IDX)   TO WS-ALL-BYTES
    ADD WS-PT-HASH-ELAPSED(WS-PT-IDX) TO WS-ALL-ELAPSED
    ADD WS-PT-MAC-PASSES(WS-PT-IDX)   TO WS-ALL-MAC-PASSES
    ADD WS-PT-REC-PASSES(WS-PT-IDX)   TO WS-ALL-REC-PASSES
    ADD WS-PT-CHG-HASH(WS-PT-IDX)     TO WS-ALL-CHG-HASH
    ADD WS-PT-CHG-MAC(WS-PT-IDX)      TO WS-ALL-CHG-MAC
    ADD WS-PT-CHG-REC(WS-PT-IDX)      TO WS-ALL-CHG-REC
    ADD WS-PT-CHG-TOTAL(WS-PT-IDX)    TO WS-ALL-CHG-TOTAL

    PERFORM 6400-WRITE-EXTRACT

    PERFORM 6100-RETURN-SORTED

    .
 6200-BILL-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6300-COST-CENTER-TOTAL.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-DTL-LINE
    MOVE "SUBTOTAL"             TO DTL-PARTNER-ID
    MOVE WS-BREAK-COST-CENTER   TO DTL-COST-CENTER
    MOVE WS-SUB-NIGHTS          TO DTL-NIGHTS
    COMPUTE WS-GB-WORK ROUNDED = WS-SUB-BYTES / WS-GIGABYTE
    MOVE WS-GB-WORK             TO DTL-GB
    MOVE WS-SUB-ELAPSED         TO DTL-SECS
    MOVE WS-SUB-MAC-PASSES      TO DTL-MAC-PASSES
    MOVE WS-SUB-REC-PASSES      TO DTL-REC-PASSES
    MOVE WS-SUB-CHG-HASH        TO DTL-CHG-HASH
    MOVE WS-SUB-CHG-MAC         TO DTL-CHG-MAC
    MOVE WS-SUB-CHG-REC         TO DTL-CHG-REC
    MOVE WS-SUB-CHG-TOTAL       TO DTL-CHG-TOTAL
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-DTL-LINE

    ADD WS-SUB-CHG-TOTAL TO WS-SUB-CHG-CENTERS

    .
 6300-COST-CENTER-TOTAL-EX.
    EXIT.

*>------------------------------------------------------------------------------
 6400-WRITE-EXTRACT.
*>------------------------------------------------------------------------------

    MOVE WS-PT-PID(WS-PT-IDX)          TO EXT-PARTNER-ID
    MOVE WS-PT-COST-CENTER(WS-PT-IDX)  TO EXT-COST-CENTER
    MOVE WS-BILL-MONTH                 TO EXT-MONTH
    MOVE WS-PT-NIGHTS(WS-PT-IDX)       TO EXT-NIGHTS
    MOVE WS-PT-HASH-BYTES(WS-PT-IDX)   TO EXT-HASH-BYTES
    MOVE WS-PT-HASH-ELAPSED(WS-PT-IDX) TO EXT-HASH-ELAPSED
    MOVE WS-PT-MAC-PASSES(WS-PT-IDX)   TO EXT-MAC-PASSES
    MOVE WS-PT-MAC-BYTES(WS-PT-IDX)    TO EXT-MAC-BYTES
    MOVE WS-PT-REC-PASSES(WS-PT-IDX)   TO EXT-REC-PASSES
    MOVE WS-PT-REC-BYTES(WS-PT-IDX)    TO EXT-REC-BYTES
    MOVE WS-PT-CHG-HASH(WS-PT-IDX)     TO EXT-CHG-HASH
    MOVE WS-PT-CHG-MAC(WS-PT-IDX)      TO EXT-CHG-MAC
    MOVE WS-PT-CHG-REC(WS-PT-IDX)      TO EXT-CHG-REC
    MOVE WS-PT-CHG-TOTAL(WS-PT-IDX)    TO EXT-CHG-TOTAL
    MOVE SPACES TO EXTRACT-REC
    WRITE EXTRACT-REC FROM WS-EXT-DETAIL
    ADD 1 TO WS-EXT-COUNT
    ADD WS-PT-CHG-TOTAL(WS-PT-IDX) TO WS-EXT-CHG-TOTAL

    .
 6400-WRITE-EXTRACT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The tally row for a partner and month, created empty on first use.
*>------------------------------------------------------------------------------
 7000-FIND-TALLY-ROW.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-TAL-FOUND-IDX
    PERFORM 7010-MATCH-ONE-TALLY
       VARYING WS-TAL-IDX FROM 1 BY 1
       UNTIL WS-TAL-IDX > WS-TAL-USED OR WS-TAL-FOUND-IDX > 0

    IF WS-TAL-FOUND-IDX = 0
       IF WS-TAL-USED < 5000
          ADD 1 TO WS-TAL-USED
          MOVE WS-TAL-USED     TO WS-TAL-FOUND-IDX
          INITIALIZE WS-TAL-ENTRY(WS-TAL-USED)
          MOVE WS-LOOKUP-PID   TO WS-TAL-PID(WS-TAL-USED)
          MOVE WS-LOOKUP-MONTH TO WS-TAL-MONTH(WS-TAL-USED)
       ELSE
          DISPLAY "CHARGEBK: tally table full at " WS-LOOKUP-PID
                  " " WS-LOOKUP-MONTH
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 7000-FIND-TALLY-ROW-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7010-MATCH-ONE-TALLY.
*>------------------------------------------------------------------------------

    IF WS-TAL-PID(WS-TAL-IDX) = WS-LOOKUP-PID
       AND WS-TAL-MONTH(WS-TAL-IDX) = WS-LOOKUP-MONTH
       MOVE WS-TAL-IDX TO WS-TAL-FOUND-IDX
    END-IF

    .
 7010-MATCH-ONE-TALLY-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The billing row for a partner, created at zero on first use - a
*> partner dropped from PARTNERS during the month is still billed.
*>------------------------------------------------------------------------------
 7100-FIND-PARTNER-ROW.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-PT-FOUND-IDX
    PERFORM 7110-MATCH-ONE-PARTNER
       VARYING WS-PT-IDX FROM 1 BY 1
       UNTIL WS-PT-IDX > WS-PT-USED OR WS-PT-FOUND-IDX > 0

    IF WS-PT-FOUND-IDX = 0
       IF WS-PT-USED < 500
          ADD 1 TO WS-PT-USED
          MOVE WS-PT-USED TO WS-PT-FOUND-IDX
          INITIALIZE WS-PT-ENTRY(WS-PT-USED)
          MOVE WS-LOOKUP-PID TO WS-PT-PID(WS-PT-USED)
       ELSE
          DISPLAY "CHARGEBK: partner table full at " WS-LOOKUP-PID
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 7100-FIND-PARTNER-ROW-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7110-MATCH-ONE-PARTNER.
*>------------------------------------------------------------------------------

    IF WS-PT-PID(WS-PT-IDX) = WS-LOOKUP-PID
       MOVE WS-PT-IDX TO WS-PT-FOUND-IDX
    END-IF

    .
 7110-MATCH-ONE-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Tonight's row for a partner, created at zero on first use.
*>------------------------------------------------------------------------------
 7300-FIND-TONIGHT-ROW.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-TON-FOUND-IDX
    PERFORM 7310-MATCH-ONE-TONIGHT
       VARYING WS-TON-IDX FROM 1 BY 1
       UNTIL WS-TON-IDX > WS-TON-USED OR WS-TON-FOUND-IDX > 0

    IF WS-TON-FOUND-IDX = 0
       IF WS-TON-USED < 500
          ADD 1 TO WS-TON-USED
          MOVE WS-TON-USED TO WS-TON-FOUND-IDX
          INITIALIZE WS-TON-ENTRY(WS-TON-USED)
          MOVE WS-LOOKUP-PID TO WS-TON-PID(WS-TON-USED)
       ELSE
          DISPLAY "CHARGEBK: partner table full at " WS-LOOKUP-PID
          STOP RUN WITH ERROR STATUS 12
       END-IF
    END-IF

    .
 7300-FIND-TONIGHT-ROW-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7310-MATCH-ONE-TONIGHT.
*>------------------------------------------------------------------------------

    IF WS-TON-PID(WS-TON-IDX) = WS-LOOKUP-PID
       MOVE WS-TON-IDX TO WS-TON-FOUND-IDX
    END-IF

    .
 7310-MATCH-ONE-TONIGHT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7400-FIND-COST-CENTER.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-CCA-FOUND-IDX
    PERFORM 7410-MATCH-ONE-COST-CENTER
       VARYING WS-CCA-IDX FROM 1 BY 1
       UNTIL WS-CCA-IDX > WS-CCA-USED OR WS-CCA-FOUND-IDX > 0

    .
 7400-FIND-COST-CENTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7410-MATCH-ONE-COST-CENTER.
*>------------------------------------------------------------------------------

    IF WS-CCA-PID(WS-CCA-IDX) = WS-LOOKUP-PID
       MOVE WS-CCA-IDX TO WS-CCA-FOUND-IDX
    END-IF

    .
 7410-MATCH-ONE-COST-CENTER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The reconciliation page. The partner rows (every D detail, the
*> *NOXREF* row included) must add up to the month's S summaries in
*> entries and bytes. Elapsed time may come out higher on the partner
*> side only: a restarted run's summary covers just its final attempt.
*> The billed total is shown three ways - partner lines, cost-center
*> subtotals and the extract trailer - which must agree.
*>------------------------------------------------------------------------------
 7500-RECONCILIATION-PAGE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "CHARGEBK - RECONCILIATION TO RUNSTATS  MONTH "
           DELIMITED BY SIZE
           WS-BILL-MONTH DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE WS-MON-S-RECORDS TO WS-NUM-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "RUNSTATS S SUMMARY RECORDS FOLDED: " DELIMITED BY SIZE
           WS-NUM-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-REC-HDG

    MOVE SPACES TO WS-REC-LINE
    MOVE "S SUMMARY TOTALS"         TO REC-LABEL
    MOVE WS-MON-S-ENTRIES           TO REC-COUNT
    MOVE WS-MON-S-BYTES             TO REC-BYTES
    MOVE WS-MON-S-ELAPSED           TO REC-ELAPSED
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-REC-LINE

    MOVE SPACES TO WS-REC-LINE
    MOVE "PER-PARTNER TOTALS (D DETAILS)" TO REC-LABEL
    MOVE WS-SUM-NIGHTS              TO REC-COUNT
    MOVE WS-SUM-BYTES               TO REC-BYTES
    MOVE WS-SUM-ELAPSED             TO REC-ELAPSED
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-REC-LINE

    COMPUTE WS-DIFF-COUNT   = WS-SUM-NIGHTS  - WS-MON-S-ENTRIES
    COMPUTE WS-DIFF-BYTES   = WS-SUM-BYTES   - WS-MON-S-BYTES
    COMPUTE WS-DIFF-ELAPSED = WS-SUM-ELAPSED - WS-MON-S-ELAPSED
    MOVE SPACES TO WS-REC-LINE
    MOVE "DIFFERENCE (PARTNERS - S)"  TO REC-LABEL
    MOVE WS-DIFF-COUNT              TO REC-COUNT
    MOVE WS-DIFF-BYTES              TO REC-BYTES
    MOVE WS-DIFF-ELAPSED            TO REC-ELAPSED
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC FROM WS-REC-LINE
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    EVALUATE TRUE
       WHEN NOT WS-MON-CONTROL-FOUND AND WS-SUM-NIGHTS = 0
          MOVE "ENTRIES AND BYTES: NO HASHING TALLIED FOR THE MONTH"
            TO REPORT-REC
       WHEN WS-DIFF-COUNT = 0 AND WS-DIFF-BYTES = 0
          MOVE "ENTRIES AND BYTES: IN BALANCE" TO REPORT-REC
       WHEN OTHER
          SET WS-OUT-OF-BALANCE TO TRUE
          STRING "ENTRIES AND BYTES: OUT OF BALANCE - A RUN WITH NO S "
                 DELIMITED BY SIZE
                 "SUMMARY (ABENDED, NEVER RESTARTED) OR A DETAIL "
                 DELIMITED BY SIZE
                 "WRITTEN TWICE" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
    END-EVALUATE
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    EVALUATE TRUE
       WHEN WS-DIFF-ELAPSED = 0
          MOVE "ELAPSED SECONDS:   IN BALANCE" TO REPORT-REC
       WHEN WS-DIFF-ELAPSED > 0
          MOVE WS-DIFF-ELAPSED TO WS-SECS-DISPLAY
          STRING "ELAPSED SECONDS:   IN BALANCE - " DELIMITED BY SIZE
                 WS-SECS-DISPLAY DELIMITED BY SIZE
                 " SECONDS OF RESTARTED ATTEMPTS NOT ON THE S "
                 DELIMITED BY SIZE
                 "SUMMARIES" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
       WHEN OTHER
          SET WS-OUT-OF-BALANCE TO TRUE
          STRING "ELAPSED SECONDS:   OUT OF BALANCE - DETAILS SHORT OF "
                 DELIMITED BY SIZE
                 "THE S SUMMARIES" DELIMITED BY SIZE
            INTO REPORT-REC
          END-STRING
    END-EVALUATE
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE WS-AUD-MAC-RECORDS TO WS-NUM-DISPLAY
    MOVE WS-AUD-MAC-BYTES TO WS-BIG-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "MACRUN PASSES OFF HASHAUDT:        " DELIMITED BY SIZE
           WS-NUM-DISPLAY DELIMITED BY SIZE
           "  BYTES " DELIMITED BY SIZE
           WS-BIG-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-AUD-REC-RECORDS TO WS-NUM-DISPLAY
    MOVE WS-AUD-REC-BYTES TO WS-BIG-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "RECONCILE PASSES OFF HASHAUDT:     " DELIMITED BY SIZE
           WS-NUM-DISPLAY DELIMITED BY SIZE
           "  BYTES RE-READ " DELIMITED BY SIZE
           WS-BIG-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-AUD-REC-FROM-RPT TO WS-NUM-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "  OF WHICH TAKEN FROM HASHRPT:     " DELIMITED BY SIZE
           WS-NUM-DISPLAY DELIMITED BY SIZE
           "  (PASS RATE ONLY)" DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-AUD-NOXREF TO WS-NUM-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "  PASSES WITH NO PARTNER (*NOXREF*)" DELIMITED BY SIZE
           WS-NUM-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE WS-ALL-CHG-TOTAL TO WS-MONEY-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "BILLED TOTAL - PARTNER LINES:     " DELIMITED BY SIZE
           WS-MONEY-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-SUB-CHG-CENTERS TO WS-MONEY-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "BILLED TOTAL - COST CENTERS:      " DELIMITED BY SIZE
           WS-MONEY-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-EXT-CHG-TOTAL TO WS-MONEY-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "BILLED TOTAL - BILLEXT TRAILER:   " DELIMITED BY SIZE
           WS-MONEY-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    IF WS-SUB-CHG-CENTERS NOT = WS-ALL-CHG-TOTAL
       OR WS-EXT-CHG-TOTAL NOT = WS-ALL-CHG-TOTAL
       SET WS-OUT-OF-BALANCE TO TRUE
       MOVE SPACES TO REPORT-REC
       MOVE "BILLED TOTALS DISAGREE" TO REPORT-REC
       WRITE REPORT-REC
    END-IF
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    MOVE "BASE RATES:" TO REPORT-REC
    WRITE REPORT-REC
    PERFORM 7510-PRINT-ONE-RATE
       VARYING WS-CLASS-IDX FROM 1 BY 1
       UNTIL WS-CLASS-IDX > 7
    MOVE WS-OVR-USED TO WS-NUM-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "  COST-CENTER OVERRIDES:  " DELIMITED BY SIZE
           WS-NUM-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE WS-NOCC-COUNT TO WS-NUM-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "PARTNERS WITH NO COST CENTER (*NONE*): " DELIMITED BY SIZE
           WS-NUM-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE WS-BADCARD-COUNT TO WS-NUM-DISPLAY
    MOVE SPACES TO REPORT-REC
    STRING "RATE CARDS REJECTED:                   " DELIMITED BY SIZE
           WS-NUM-DISPLAY DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    .
 7500-RECONCILIATION-PAGE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 7510-PRINT-ONE-RATE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    IF WS-BASE-RATE-SET(WS-CLASS-IDX)
       MOVE WS-BASE-RATE(WS-CLASS-IDX) TO WS-RATE-DISPLAY
       STRING "  " DELIMITED BY SIZE
              WS-RATE-CLASS-NAME(WS-CLASS-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RATE-DISPLAY DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    ELSE
       ADD 1 TO WS-NORATE-COUNT
       STRING "  " DELIMITED BY SIZE
              WS-RATE-CLASS-NAME(WS-CLASS-IDX) DELIMITED BY SIZE
              "  NO BASE RATE - CHARGED AT ZERO OUTSIDE ANY OVERRIDE"
              DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    END-IF
    WRITE REPORT-REC

    .
 7510-PRINT-ONE-RATE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Longest matching prefix decides the partner, the same boundary
*> rule PARTSUM.cob uses; no match is the *NOXREF* partner, which
*> keeps unclaimed datasets billed visibly instead of dropped.
*>------------------------------------------------------------------------------
 8000-FIND-PARTNER.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-XREF-BEST-IDX
    MOVE 0 TO WS-XREF-BEST-LEN
    PERFORM 8100-MATCH-ONE-PREFIX
       VARYING WS-XREF-IDX FROM 1 BY 1
       UNTIL WS-XREF-IDX > WS-XREF-USED

    IF WS-XREF-BEST-IDX = 0
       MOVE "*NOXREF*" TO WS-LOOKUP-PID
    ELSE
       MOVE WS-XREF-PID(WS-XREF-BEST-IDX) TO WS-LOOKUP-PID
    END-IF

    .
 8000-FIND-PARTNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A prefix claims a dataset when the name starts with it and the
*> next character is a dot or the name ends right there.
*>------------------------------------------------------------------------------
 8100-MATCH-ONE-PREFIX.
*>------------------------------------------------------------------------------

    IF WS-XREF-PFX-LEN(WS-XREF-IDX) > 0
       AND WS-XREF-PFX-LEN(WS-XREF-IDX) > WS-XREF-BEST-LEN
       AND WS-DATASET-NAME(1:WS-XREF-PFX-LEN(WS-XREF-IDX)) =
           WS-XREF-PFX(WS-XREF-IDX)(1:WS-XREF-PFX-LEN(WS-XREF-IDX))
       IF WS-XREF-PFX-LEN(WS-XREF-IDX) = 44
          OR WS-DATASET-NAME(WS-XREF-PFX-LEN(WS-XREF-IDX) + 1:1) = "."
          OR WS-DATASET-NAME(WS-XREF-PFX-LEN(WS-XREF-IDX) + 1:1) = " "
          MOVE WS-XREF-IDX TO WS-XREF-BEST-IDX
          MOVE WS-XREF-PFX-LEN(WS-XREF-IDX) TO WS-XREF-BEST-LEN
       END-IF
    END-IF

    .
 8100-MATCH-ONE-PREFIX-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8200-TRIMMED-NAME-LEN.
*>------------------------------------------------------------------------------

    MOVE 0 TO WS-DSNAME-LEN
    PERFORM 8210-CHECK-ONE-NAME-CHAR
       VARYING WS-CHAR-IDX FROM 1 BY 1
       UNTIL WS-CHAR-IDX > 44

    .
 8200-TRIMMED-NAME-LEN-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8210-CHECK-ONE-NAME-CHAR.
*>------------------------------------------------------------------------------

    IF WS-DATASET-NAME(WS-CHAR-IDX:1) NOT = SPACE
       MOVE WS-CHAR-IDX TO WS-DSNAME-LEN
    END-IF

    .
 8210-CHECK-ONE-NAME-CHAR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One step-completion record for the run-control master. A lost
*> record is complained about, never fatal.
*>------------------------------------------------------------------------------
 9500-WRITE-RUN-CONTROL.
*>------------------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS
    MOVE SPACES TO WS-RUNC-COUNTS
    IF TALLY-MODE
       MOVE WS-TON-D-RECORDS TO WS-RUNC-NUM-1
       MOVE WS-TON-S-RECORDS TO WS-RUNC-NUM-2
       MOVE WS-TON-USED      TO WS-RUNC-NUM-3
       STRING "DETAILS=" DELIMITED BY SIZE
              WS-RUNC-NUM-1 DELIMITED BY SIZE
              " SUMMARIES=" DELIMITED BY SIZE
              WS-RUNC-NUM-2 DELIMITED BY SIZE
              " PARTNERS=" DELIMITED BY SIZE
              WS-RUNC-NUM-3 DELIMITED BY SIZE
         INTO WS-RUNC-COUNTS
       END-STRING
       IF WS-FOLD-REFUSED
          STRING WS-RUNC-COUNTS DELIMITED BY "  "
                 " REFOLD-REFUSED" DELIMITED BY SIZE
            INTO WS-RUNC-COUNTS
          END-STRING
       END-IF
    ELSE
       MOVE WS-EXT-COUNT  TO WS-RUNC-NUM-1
       MOVE WS-NOCC-COUNT TO WS-RUNC-NUM-2
       STRING "PARTNERS=" DELIMITED BY SIZE
              WS-RUNC-NUM-1 DELIMITED BY SIZE
              " NOCCTR=" DELIMITED BY SIZE
              WS-RUNC-NUM-2 DELIMITED BY SIZE
              " MONTH=" DELIMITED BY SIZE
              WS-BILL-MONTH DELIMITED BY SIZE
         INTO WS-RUNC-COUNTS
       END-STRING
       IF WS-OUT-OF-BALANCE
          STRING WS-RUNC-COUNTS DELIMITED BY "  "
                 " UNBALANCED" DELIMITED BY SIZE
            INTO WS-RUNC-COUNTS
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
       DISPLAY "CHARGEBK: run-control record lost"
       MOVE 0 TO RETURN-CODE
    END-IF

    .
 9500-WRITE-RUN-CONTROL-EX.
    EXIT.

 END PROGRAM CHARGEBK.
