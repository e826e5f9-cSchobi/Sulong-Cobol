*> Purpose:      Combines the per-slice hash reports of a parallel
*>               manifest run back into the single HASHRPT generation
*>               downstream consumers read - exactly one H header, the
*>               D details of every slice (with any A prior-algorithm
*>               digests behind them), one T trailer whose count
*>               and byte total cover the whole run - and derives the
*>               worst condition of the run: a slice without a trailer,
*>               or whose trailer does not match its details, or whose
*>              generation gets its own single header and trailer, and
*>              slice completeness now rides on the slice trailer
*>              matching its details instead of a bare line count.
*> 2026.10.15 cobsha3 maintainers:
*>            - The slice manifests widen to the 73-byte entry
*>              (block-index column).
*> 2026.10.15 cobsha3 maintainers:
*>            - The slice manifests widen to the 95-byte entry (prior-
*>              algorithm transition columns), and a slice report's A
*>              records - the prior-algorithm digests of entries in a
*>              transition window - are carried into the merged
*>              generation behind their D records, uncounted as the
*>              trailer requires.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
 01  SLICECNT-REC                      PIC 9(01).

 FD  SLICE-FILE.
 01  SLICE-REC                         PIC X(95).

 FD  SLCRPT-FILE.
 01  SLCRPT-REC                        PIC X(200).
                MOVE SLCRPT-REC TO REPORT-REC
                WRITE REPORT-REC
                ADD 1 TO WS-MERGED-LINE-COUNT
*>           a transition-window entry's prior-algorithm digest rides
*>           behind its D record and is carried with it, uncounted
             WHEN "A "
                MOVE SLCRPT-REC TO REPORT-REC
                WRITE REPORT-REC
             WHEN OTHER
                DISPLAY "RPTMERGE: unrecognized record in "
                        WS-SLCRPT-DDNAME " skipped"
