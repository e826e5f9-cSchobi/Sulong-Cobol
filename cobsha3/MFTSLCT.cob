*> ========== ==================================================================
*> 2026.09.03 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - The manifest entry grows from 68 to 73 bytes (block-
*>              index column), carried to DUEMFT unchanged.
*> 2026.10.15 cobsha3 maintainers:
*>            - The manifest entry grows from 73 to 95 bytes (prior-
*>              algorithm transition columns), carried to DUEMFT
*>              unchanged.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
     05 MANIFEST-FORMAT                PIC X(01).
     05 FILLER                         PIC X(01).
     05 MANIFEST-SCHEDULE              PIC X(08).
     05 FILLER                         PIC X(01).
     05 MANIFEST-BLOCK-RECS            PIC X(04).
     05 FILLER                         PIC X(22).

 FD  HOLCAL-FILE.
 01  HOLCAL-REC                        PIC X(80).

 FD  DUE-FILE.
 01  DUE-REC                           PIC X(95).

 FD  SKIP-FILE.
 01  SKIP-REC.
