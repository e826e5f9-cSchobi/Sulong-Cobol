*> Usage:        MANIFEST  - line-sequential input, the hand-maintained
*>                            manifest (44-byte dataset name or
*>                            prefix.*, algorithm, output length and
*>                            format flag, schedule and block-index
*>                            column, and the prior algorithm, its
*>                            output length and the closing date of
*>                            a transition window, as HASHRUN reads
*>                            them).
*>               DSNLIST   - line-sequential input, a catalog extract
*>                            of one dataset name per record, used to
*>                            expand prefix entries.
*>                            so a feed a partner already told us will
*>                            be late does not fail the job at CC 8.
*>               MANIFERR  - line-sequential output, one line per
*>                            rejected entry with the reason. A
*>                            transition window past its closing date
*>                            is dropped from CLEANMFT and noted here,
*>                            without failing the step.
*>
*>               Condition code 8 when anything was rejected, so the
*>               scheduler holds the hash steps; 0 when clean.
*>              behind the format flag, validated here and carried to
*>              CLEANMFT for the MFTSLCT calendar selection step. The
*>              entry grows from 59 to 68 bytes.
*> 2026.10.15 cobsha3 maintainers:
*>            - Manifest entries now carry a block-index column behind
*>              the schedule: blank for none, or 0001-9999 records per
*>              block, for which HASHRUN keeps per-block digests of a
*>              text dataset so a CHANGED result can be narrowed to the
*>              record ranges that moved. Validated here (numeric,
*>              non-zero, not on a format B entry) and carried to
*>              CLEANMFT; prefix matches inherit it. The entry grows
*>              from 68 to 73 bytes.
*> 2026.10.15 cobsha3 maintainers:
*>            - Manifest entries may carry a digest-algorithm
*>              transition window behind the block-index column: the
*>              prior algorithm, its output length and the yyyymmdd
*>              closing date, for which HASHRUN digests under both
*>              algorithms in one pass. Validated here by the same
*>              algorithm rules as the entry's own, plus a real date
*>              and a prior algorithm that differs from the current;
*>              carried to CLEANMFT and inherited by prefix matches. A
*>              window already closed is dropped from CLEANMFT with a
*>              WINDOW CLOSED note, so the old algorithm falls away
*>              without a manifest edit. The entry grows from 73 to 95
*>              bytes.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
     05 MANIFEST-FORMAT                PIC X(01).
     05 FILLER                         PIC X(01).
     05 MANIFEST-SCHEDULE              PIC X(08).
     05 FILLER                         PIC X(01).
     05 MANIFEST-BLOCK-RECS            PIC X(04).
     05 FILLER                         PIC X(01).
     05 MANIFEST-PRIOR-ALGORITHM       PIC X(08).
     05 FILLER                         PIC X(01).
     05 MANIFEST-PRIOR-OUT-LEN         PIC X(03).
     05 FILLER                         PIC X(01).
     05 MANIFEST-PRIOR-UNTIL           PIC X(08).

 FD  DSNLIST-FILE.
 01  DSNLIST-REC                       PIC X(44).
     05 CLEAN-FORMAT                   PIC X(01).
     05 FILLER                         PIC X(01).
     05 CLEAN-SCHEDULE                 PIC X(08).
     05 FILLER                         PIC X(01).
     05 CLEAN-BLOCK-RECS               PIC X(04).
     05 FILLER                         PIC X(01).
     05 CLEAN-PRIOR-ALGORITHM          PIC X(08).
     05 FILLER                         PIC X(01).
     05 CLEAN-PRIOR-OUT-LEN            PIC X(03).
     05 FILLER                         PIC X(01).
     05 CLEAN-PRIOR-UNTIL              PIC X(08).

 FD  ERROR-FILE.
 01  ERROR-REC                         PIC X(120).
 01  WS-ENTRY-OUT-LEN                  PIC X(03).
 01  WS-ENTRY-FORMAT                   PIC X(01).
 01  WS-ENTRY-SCHEDULE                 PIC X(08).
 01  WS-ENTRY-BLOCK-RECS               PIC X(04).
 01  WS-ENTRY-PRIOR-ALGORITHM          PIC X(08).
 01  WS-ENTRY-PRIOR-OUT-LEN            PIC X(03).
 01  WS-ENTRY-PRIOR-UNTIL              PIC X(08).
 01  WS-ENTRY-CURRENT-ALGORITHM        PIC X(08).
 01  WS-WINDOW-CLOSED-COUNT            PIC 9(09) BINARY VALUE 0.
 01  WS-REJECT-REASON                  PIC X(60).

 01  WS-WILDCARD-SWITCH                PIC X(01).
    MOVE MANIFEST-OUT-LEN   TO WS-ENTRY-OUT-LEN
    MOVE MANIFEST-FORMAT    TO WS-ENTRY-FORMAT
    MOVE MANIFEST-SCHEDULE  TO WS-ENTRY-SCHEDULE
    MOVE MANIFEST-BLOCK-RECS TO WS-ENTRY-BLOCK-RECS
    MOVE MANIFEST-PRIOR-ALGORITHM TO WS-ENTRY-PRIOR-ALGORITHM
    MOVE MANIFEST-PRIOR-OUT-LEN   TO WS-ENTRY-PRIOR-OUT-LEN
    MOVE MANIFEST-PRIOR-UNTIL     TO WS-ENTRY-PRIOR-UNTIL
    MOVE SPACES TO WS-REJECT-REASON

    PERFORM 3000-VALIDATE-ENTRY
       IF WS-REJECT-REASON = SPACES
          PERFORM 3400-VALIDATE-SCHEDULE
       END-IF
       IF WS-REJECT-REASON = SPACES
          PERFORM 3500-VALIDATE-BLOCK-INDEX
       END-IF
       IF WS-REJECT-REASON = SPACES
          PERFORM 3600-VALIDATE-TRANSITION
       END-IF
    END-IF

    .
 3400-VALIDATE-SCHEDULE-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The block-index column HASHRUN keeps per-block digests by. Blank is
*> no index; otherwise 0001-9999 records per block. Blocks are counted
*> in records, so the column only means anything for a text entry.
*>------------------------------------------------------------------------------
 3500-VALIDATE-BLOCK-INDEX.
*>------------------------------------------------------------------------------

    IF WS-ENTRY-BLOCK-RECS NOT = SPACES
       IF WS-ENTRY-BLOCK-RECS IS NOT NUMERIC
          MOVE "block-index column not numeric" TO WS-REJECT-REASON
       ELSE
          IF WS-ENTRY-BLOCK-RECS = "0000"
             MOVE "block-index column not 0001-9999"
               TO WS-REJECT-REASON
          ELSE
             IF WS-ENTRY-FORMAT = "B"
                MOVE "block index is only for format T entries"
                  TO WS-REJECT-REASON
             END-IF
          END-IF
       END-IF
    END-IF

    .
 3500-VALIDATE-BLOCK-INDEX-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The transition-window columns of a feed changing digest algorithm.
*> The prior algorithm and output length follow the entry's own rules;
*> the closing date must be a real yyyymmdd; and the prior algorithm
*> must differ from the current or the second digest is pointless. A
*> window already closed is not an error - it is how the old algorithm
*> drops off - so its columns are blanked for CLEANMFT and noted.
*>------------------------------------------------------------------------------
 3600-VALIDATE-TRANSITION.
*>------------------------------------------------------------------------------

    IF WS-ENTRY-PRIOR-ALGORITHM = SPACES
       IF WS-ENTRY-PRIOR-OUT-LEN NOT = SPACES
          OR WS-ENTRY-PRIOR-UNTIL NOT = SPACES
          MOVE "prior columns without a prior algorithm"
            TO WS-REJECT-REASON
       END-IF
    ELSE
       EVALUATE WS-ENTRY-PRIOR-ALGORITHM
          WHEN "224"
          WHEN "256"
          WHEN "384"
          WHEN "512"
             IF WS-ENTRY-PRIOR-OUT-LEN NOT = SPACES
                MOVE "prior output length is only for the SHAKE widths"
                  TO WS-REJECT-REASON
             END-IF
          WHEN "SHAKE128"
          WHEN "SHAKE256"
             IF WS-ENTRY-PRIOR-OUT-LEN = SPACES
                CONTINUE
             ELSE
                IF WS-ENTRY-PRIOR-OUT-LEN IS NUMERIC
                   IF FUNCTION NUMVAL(WS-ENTRY-PRIOR-OUT-LEN) < 1
                      OR FUNCTION NUMVAL(WS-ENTRY-PRIOR-OUT-LEN) > 64
                      MOVE "prior SHAKE output length not 001-064"
                        TO WS-REJECT-REASON
                   END-IF
                ELSE
                   MOVE "prior SHAKE output length not numeric"
                     TO WS-REJECT-REASON
                END-IF
             END-IF
          WHEN OTHER
             MOVE "unknown prior algorithm code" TO WS-REJECT-REASON
       END-EVALUATE

       IF WS-ENTRY-ALGORITHM = SPACES
          MOVE "512" TO WS-ENTRY-CURRENT-ALGORITHM
       ELSE
          MOVE WS-ENTRY-ALGORITHM TO WS-ENTRY-CURRENT-ALGORITHM
       END-IF

       EVALUATE TRUE
          WHEN WS-REJECT-REASON NOT = SPACES
             CONTINUE
          WHEN WS-ENTRY-PRIOR-UNTIL IS NOT NUMERIC
          WHEN WS-ENTRY-PRIOR-UNTIL(5:2) < "01"
          WHEN WS-ENTRY-PRIOR-UNTIL(5:2) > "12"
          WHEN WS-ENTRY-PRIOR-UNTIL(7:2) < "01"
          WHEN WS-ENTRY-PRIOR-UNTIL(7:2) > "31"
             MOVE "prior window closing date not yyyymmdd"
               TO WS-REJECT-REASON
          WHEN WS-ENTRY-PRIOR-ALGORITHM = WS-ENTRY-CURRENT-ALGORITHM
           AND WS-ENTRY-PRIOR-OUT-LEN = WS-ENTRY-OUT-LEN
             MOVE "prior algorithm same as current"
               TO WS-REJECT-REASON
          WHEN WS-ENTRY-PRIOR-UNTIL < WS-TODAY
             ADD 1 TO WS-WINDOW-CLOSED-COUNT
             MOVE SPACES TO ERROR-REC
             STRING "WINDOW CLOSED " DELIMITED BY SIZE
                    WS-ENTRY-DSNAME  DELIMITED BY SIZE
                    " - prior algorithm dropped, remove its columns"
                    DELIMITED BY SIZE
               INTO ERROR-REC
             END-STRING
             WRITE ERROR-REC
             MOVE SPACES TO WS-ENTRY-PRIOR-ALGORITHM
             MOVE SPACES TO WS-ENTRY-PRIOR-OUT-LEN
             MOVE SPACES TO WS-ENTRY-PRIOR-UNTIL
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF

    .
 3600-VALIDATE-TRANSITION-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Expands a prefix entry against the catalog extract. Every match
*> inherits the entry's algorithm, output length, format flag,
*> schedule, block-index and transition-window columns. A prefix
*> nothing matches is an error - it usually means the partner renamed
*> their files.
*>------------------------------------------------------------------------------
 4000-EXPAND-PREFIX.
*>------------------------------------------------------------------------------
    MOVE WS-ENTRY-OUT-LEN   TO CLEAN-OUT-LEN
    MOVE WS-ENTRY-FORMAT    TO CLEAN-FORMAT
    MOVE WS-ENTRY-SCHEDULE  TO CLEAN-SCHEDULE
    MOVE WS-ENTRY-BLOCK-RECS TO CLEAN-BLOCK-RECS
    MOVE WS-ENTRY-PRIOR-ALGORITHM TO CLEAN-PRIOR-ALGORITHM
    MOVE WS-ENTRY-PRIOR-OUT-LEN   TO CLEAN-PRIOR-OUT-LEN
    MOVE WS-ENTRY-PRIOR-UNTIL     TO CLEAN-PRIOR-UNTIL
    WRITE CLEAN-REC
    ADD 1 TO WS-CLEAN-COUNT

            WS-DUP-SKIP-COUNT " duplicate expansion(s) skipped."
    DISPLAY "MANIFCHK: " WS-HELD-COUNT " entr(ies) under operator "
            "hold, " WS-HOLD-EXPIRED-COUNT " expired hold(s) ignored."
    IF WS-WINDOW-CLOSED-COUNT > 0
       DISPLAY "MANIFCHK: " WS-WINDOW-CLOSED-COUNT
               " closed transition window(s) dropped."
    END-IF

    .
 9000-TERMINATE-EX.
