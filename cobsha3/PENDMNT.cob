*>               change leaves a HASHAUDT line carrying BOTH user
*>               ids, and a pending transaction nobody decides ages
*>               out at the promote cutoff and is reported instead of
*>               lingering. The same gate carries the operator
*>               overrides that release a quarantined dataset early
*>               (the REL store, applied by RELGATE.cob) and partner
*>               onboarding and offboarding (the PTN store, applied
*>               by PARTMNT.cob).
*>
*> Author:       cobsha3 maintainers
*>
*>
*> Tectonics:    cobc -m -free PENDMNT.cob
*>
*> Usage:        PARM      - SUBMIT CTL / SUBMIT KEY / SUBMIT REL /
*>                            SUBMIT PTN to queue the TRANIN deck for
*>                            the named store;
*>                            DECIDE to apply the APPROVE/REJECT
*>                            cards on DECCARDS;
*>                            PROMOTE CTL/KEY/REL/PTN yyyymmdd to
*>                            release
*>                            the named store's approved transactions
*>                            and expire its pending ones submitted
*>                            before the cutoff date - each store's
*>                            maintenance job promotes only its own
*>                            queue.
*>               TRANIN    - line-sequential input (SUBMIT): the
*>                            CTLTRAN-, KEYTRAN-, RELTRAN- or
*>                            PTNTRAN-format deck as the submitter
*>                            wrote it. Blank cards and cards
*>                            starting "*" are comments. A RELTRAN
*>                            card reads
*>                              RELEASE <dataset> <yyyymmdd> <reason>
*>                            and the PTNTRAN cards are described in
*>                            PARTMNT.cob.
*>               DECCARDS  - line-sequential input (DECIDE):
*>                              APPROVE <sequence number>
*>                              REJECT  <sequence number>
*>                            released CTLTRAN deck.
*>               KEYOUT    - line-sequential output (PROMOTE), the
*>                            released KEYTRAN deck.
*>               RELOUT    - line-sequential output (PROMOTE REL), the
*>                            released RELTRAN deck, each card
*>                            behind its sequence number, submitter
*>                            and approver for RELGATE to record.
*>                            Only PROMOTE REL opens it, and PROMOTE
*>                            REL opens neither CTLOUT nor KEYOUT.
*>               PTNOUT    - line-sequential output (PROMOTE PTN), the
*>                            released PTNTRAN deck in the RELOUT
*>                            layout, for PARTMNT. Only PROMOTE PTN
*>                            opens it.
*>               PENDRPT   - line-sequential output, the maintenance
*>                            report (no key material - KEYTRAN text,
*>                            and the text of a PTNTRAN KEY card, is
*>                            masked on the report).
*>               HASHAUDT  - retained audit trail (PROMOTE), one line
*>                            per released change carrying submitter
*>                            and approver.
*> ========== ==================================================================
*> 2026.09.03 cobsha3 maintainers:
*>            - First version created.
*> 2026.10.15 cobsha3 maintainers:
*>            - Third store REL: operator overrides that release a
*>              quarantined dataset before its quarantine clears go
*>              through the same submit/approve/promote gate, and
*>              PROMOTE REL writes them, with both user ids, to the
*>              new RELOUT deck RELGATE.cob applies.
*> 2026.10.15 cobsha3 maintainers:
*>            - Fourth store PTN: partner onboarding and offboarding
*>              decks go through the same gate, and PROMOTE PTN writes
*>              them, with both user ids, to the new PTNOUT deck
*>              PARTMNT.cob applies. A PTNTRAN KEY card carries key
*>              material and is masked on PENDRPT like a KEYTRAN card.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-KEYOUT-STATUS.

     SELECT RELOUT-FILE ASSIGN TO "RELOUT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RELOUT-STATUS.

     SELECT PTNOUT-FILE ASSIGN TO "PTNOUT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PTNOUT-STATUS.

     SELECT REPORT-FILE ASSIGN TO "PENDRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
 FD  KEYOUT-FILE.
 01  KEYOUT-REC                        PIC X(200).

 FD  RELOUT-FILE.
 01  RELOUT-REC.
     05 RELOUT-SEQ                     PIC 9(06).
     05 FILLER                         PIC X(01).
     05 RELOUT-SUBMITTER               PIC X(08).
     05 FILLER                         PIC X(01).
     05 RELOUT-APPROVER                PIC X(08).
     05 FILLER                         PIC X(01).
     05 RELOUT-TRAN-TEXT               PIC X(200).

 FD  PTNOUT-FILE.
 01  PTNOUT-REC.
     05 PTNOUT-SEQ                     PIC 9(06).
     05 FILLER                         PIC X(01).
     05 PTNOUT-SUBMITTER               PIC X(08).
     05 FILLER                         PIC X(01).
     05 PTNOUT-APPROVER                PIC X(08).
     05 FILLER                         PIC X(01).
     05 PTNOUT-TRAN-TEXT               PIC X(200).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(250).

 01  WS-NEWPEND-STATUS                 PIC X(02).
 01  WS-CTLOUT-STATUS                  PIC X(02).
 01  WS-KEYOUT-STATUS                  PIC X(02).
 01  WS-RELOUT-STATUS                  PIC X(02).
 01  WS-PTNOUT-STATUS                  PIC X(02).
 01  WS-REPORT-STATUS                  PIC X(02).

 01  WS-TRANIN-EOF-SWITCH              PIC X(01) VALUE "N".
    EVALUATE TRUE
       WHEN SUBMIT-MODE
          IF WS-PARM-TOKEN-2 = "CTL" OR WS-PARM-TOKEN-2 = "KEY"
             OR WS-PARM-TOKEN-2 = "REL" OR WS-PARM-TOKEN-2 = "PTN"
             MOVE WS-PARM-TOKEN-2(1:3) TO WS-SUBMIT-STORE
          ELSE
             DISPLAY "PENDMNT: SUBMIT needs a store, CTL, KEY, REL "
                     "or PTN"
             STOP RUN WITH ERROR STATUS 12
          END-IF
       WHEN DECIDE-MODE
          CONTINUE
       WHEN PROMOTE-MODE
          IF (WS-PARM-TOKEN-2 = "CTL" OR WS-PARM-TOKEN-2 = "KEY"
              OR WS-PARM-TOKEN-2 = "REL" OR WS-PARM-TOKEN-2 = "PTN")
             AND WS-PARM-TOKEN-3(1:8) IS NUMERIC
             MOVE WS-PARM-TOKEN-2(1:3) TO WS-PROMOTE-STORE
             MOVE WS-PARM-TOKEN-3(1:8) TO WS-CUTOFF-DATE
          ELSE
             DISPLAY "PENDMNT: PROMOTE needs a store (CTL/KEY/REL/PTN) "
                     "and the yyyymmdd age-out cutoff"
             STOP RUN WITH ERROR STATUS 12
          END-IF
       WHEN OTHER
          DISPLAY "PENDMNT: PARM must be SUBMIT CTL/KEY/REL/PTN, "
                  "DECIDE or PROMOTE CTL/KEY/REL/PTN yyyymmdd"
          STOP RUN WITH ERROR STATUS 12
    END-EVALUATE

             STOP RUN WITH ERROR STATUS 12
          END-IF
          PERFORM 3100-READ-DECCARD
       WHEN PROMOTE-MODE AND WS-PROMOTE-STORE = "REL"
          OPEN OUTPUT RELOUT-FILE
          IF WS-RELOUT-STATUS NOT = "00"
             DISPLAY "PENDMNT: unable to open RELOUT, status "
                     WS-RELOUT-STATUS
             STOP RUN WITH ERROR STATUS 12
          END-IF
       WHEN PROMOTE-MODE AND WS-PROMOTE-STORE = "PTN"
          OPEN OUTPUT PTNOUT-FILE
          IF WS-PTNOUT-STATUS NOT = "00"
             DISPLAY "PENDMNT: unable to open PTNOUT, status "
                     WS-PTNOUT-STATUS
             STOP RUN WITH ERROR STATUS 12
          END-IF
       WHEN PROMOTE-MODE
          OPEN OUTPUT CTLOUT-FILE
          IF WS-CTLOUT-STATUS NOT = "00"
       WHEN WS-PEND-STORE(WS-PEND-IDX) NOT = WS-PROMOTE-STORE
          CONTINUE
       WHEN WS-PEND-STATE(WS-PEND-IDX) = "A"
          EVALUATE WS-PEND-STORE(WS-PEND-IDX)
             WHEN "KEY"
                MOVE WS-PEND-TEXT(WS-PEND-IDX) TO KEYOUT-REC
                WRITE KEYOUT-REC
             WHEN "REL"
                MOVE SPACES TO RELOUT-REC
                MOVE WS-PEND-SEQ(WS-PEND-IDX) TO RELOUT-SEQ
                MOVE WS-PEND-SUBMITTER(WS-PEND-IDX)
                  TO RELOUT-SUBMITTER
                MOVE WS-PEND-APPROVER(WS-PEND-IDX)
                  TO RELOUT-APPROVER
                MOVE WS-PEND-TEXT(WS-PEND-IDX) TO RELOUT-TRAN-TEXT
                WRITE RELOUT-REC
             WHEN "PTN"
                MOVE SPACES TO PTNOUT-REC
                MOVE WS-PEND-SEQ(WS-PEND-IDX) TO PTNOUT-SEQ
                MOVE WS-PEND-SUBMITTER(WS-PEND-IDX)
                  TO PTNOUT-SUBMITTER
                MOVE WS-PEND-APPROVER(WS-PEND-IDX)
                  TO PTNOUT-APPROVER
                MOVE WS-PEND-TEXT(WS-PEND-IDX) TO PTNOUT-TRAN-TEXT
                WRITE PTNOUT-REC
             WHEN OTHER
                MOVE WS-PEND-TEXT(WS-PEND-IDX) TO CTLOUT-REC
                WRITE CTLOUT-REC
          END-EVALUATE
          MOVE "X" TO WS-PEND-STATE(WS-PEND-IDX)
          ADD 1 TO WS-PROMOTED-COUNT
          MOVE "RELEASED" TO WS-DEC-ACTION
*>------------------------------------------------------------------------------
*> One report line per touched entry. A KEY transaction's text is
*> masked - key material stays off printed reports, as KEYMAINT has
*> always held - and so is a partner transaction's KEY card.
*>------------------------------------------------------------------------------
 6000-WRITE-ENTRY-LINE.
*>------------------------------------------------------------------------------

    MOVE SPACES TO REPORT-REC
    IF WS-PEND-STORE(WS-PEND-FOUND-IDX) = "KEY"
       OR (WS-PEND-STORE(WS-PEND-FOUND-IDX) = "PTN"
           AND WS-PEND-TEXT(WS-PEND-FOUND-IDX)(1:4) = "KEY ")
       STRING WS-DEC-ACTION DELIMITED BY " "
              " SEQ " DELIMITED BY SIZE
              WS-PEND-SEQ(WS-PEND-FOUND-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PEND-STORE(WS-PEND-FOUND-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PEND-STATE(WS-PEND-FOUND-IDX) DELIMITED BY SIZE
              " SUBMITTED " DELIMITED BY SIZE
              WS-PEND-SUBMIT-DATE(WS-PEND-FOUND-IDX)
       STRING WS-DEC-ACTION DELIMITED BY " "
              " SEQ " DELIMITED BY SIZE
              WS-PEND-SEQ(WS-PEND-FOUND-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PEND-STORE(WS-PEND-FOUND-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PEND-STATE(WS-PEND-FOUND-IDX) DELIMITED BY SIZE
              " SUBMITTED " DELIMITED BY SIZE
              WS-PEND-SUBMIT-DATE(WS-PEND-FOUND-IDX)
          CLOSE TRANIN-FILE
       WHEN DECIDE-MODE
          CLOSE DECCARD-FILE
       WHEN PROMOTE-MODE AND WS-PROMOTE-STORE = "REL"
          CLOSE RELOUT-FILE
       WHEN PROMOTE-MODE AND WS-PROMOTE-STORE = "PTN"
          CLOSE PTNOUT-FILE
       WHEN PROMOTE-MODE
          CLOSE CTLOUT-FILE
          CLOSE KEYOUT-FILE
