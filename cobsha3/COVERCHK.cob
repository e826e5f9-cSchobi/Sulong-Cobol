*>              of ORPHAN - "not scheduled tonight" is no longer
*>              confusable with "never verified". The manifest
*>              filler widens for the 68-byte entry.
*> 2026.10.15 cobsha3 maintainers:
*>            - The manifest filler widens for the 73-byte entry
*>              (block-index column).
*> 2026.10.15 cobsha3 maintainers:
*>            - The manifest and control fillers widen for the
*>              prior-algorithm transition columns (95-byte entry,
*>              339-byte control record).
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
 FD  MANIFEST-FILE.
 01  MANIFEST-REC.
     05 MANIFEST-DSNAME                PIC X(44).
     05 FILLER                         PIC X(51).

 FD  CONTROL-FILE.
 01  CONTROL-REC.
     05 CONTROL-DATASET-NAME           PIC X(44).
     05 FILLER                         PIC X(295).

 FD  SKIP-FILE.
 01  SKIP-REC.
