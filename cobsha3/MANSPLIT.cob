*> ========== ==================================================================
*> 2026.08.21 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - The manifest entry grows from 68 to 73 bytes (block-
*>              index column); the entry table and slices widen to
*>              carry it through untouched.
*> 2026.10.15 cobsha3 maintainers:
*>            - The manifest entry grows from 73 to 95 bytes (prior-
*>              algorithm transition columns); the entry table and
*>              slices widen to carry it through untouched.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
 DATA DIVISION.
 FILE SECTION.
 FD  MANIFEST-FILE.
 01  MANIFEST-REC                      PIC X(95).

 FD  SLICE-FILE.
 01  SLICE-REC                         PIC X(95).

 FD  SLICECNT-FILE.
 01  SLICECNT-REC                      PIC 9(01).
*> the whole manifest, loaded once and dealt out in contiguous slices
 01  WS-ENTRY-TABLE.
     05 WS-ENTRY                       OCCURS 10000 TIMES
                                       PIC X(95).
 01  WS-ENTRY-USED                     PIC 9(05) BINARY VALUE 0.
 01  WS-ENTRY-IDX                      PIC 9(05) BINARY.
 01  WS-SLICE-SIZE                     PIC 9(05) BINARY.
