*>                                      [<outlen>]] [TEXT|BINARY]
*>                                      <hex>|*HASHRPT
*>                              DELETE  <dataset>
*>                              CUTOVER <dataset> <yyyymmdd>
*>                                      <algorithm> [<outlen>]
*>                                      [TEXT|BINARY] <hex>|*HASHRPT
*>                            <algorithm> is 224/256/384/512/SHAKE128/
*>                            SHAKE256 (omitted = 512); <outlen> is
*>                            the SHAKE output byte length and is only
*>                            given for the SHAKE codes. *HASHRPT
*>                            lifts the digest for the dataset and
*>                            algorithm from the APPROVED report.
*>                            CUTOVER moves an entry to a new
*>                            algorithm: its current algorithm and
*>                            expected digest become the prior ones,
*>                            still accepted by RECONCILE through the
*>                            yyyymmdd closing date. While the window
*>                            is open a REPLACE naming the prior
*>                            algorithm restates the prior digest.
*>                            Blank cards and cards starting "*" are
*>                            comments.
*>               OLDCTL    - line-sequential input, the current
*>                            CONTROL file, either layout: dataset
*>                            name + hex (old), or dataset name +
*>                            algorithm + outlen + hex (current),
*>                            with or without the prior-algorithm
*>                            columns of a transition window.
*>               APPROVED  - line-sequential input, the approved
*>                            HASHRPT generation digests are lifted
*>                            from. Only opened when a transaction
*>                            asks for a lift.
*>               NEWCTL    - line-sequential output, the rewritten
*>                            CONTROL file. A transition window whose
*>                            closing date has passed is dropped here,
*>                            with an EXPIRED report line.
*>               CTLRPT    - line-sequential output, the before/after
*>                            maintenance report.
*>               HASHAUDT  - retained audit trail, appended to.
*>              control records carry the flag ahead of the hex so
*>              RECONCILE.cob reads compressed partner archives with
*>              the raw byte-stream path. Omitted means TEXT.
*> 2026.10.15 cobsha3 maintainers:
*>            - CUTOVER transaction for a feed changing digest
*>              algorithm: the entry's algorithm and expected digest
*>              move to new prior-algorithm columns with the dated
*>              closing of the transition window, and the new
*>              algorithm and digest take their place (control record
*>              now 339 bytes). A REPLACE naming the prior algorithm
*>              inside the window restates the prior digest. Windows
*>              past their closing date are dropped when NEWCTL is
*>              written, with a report and audit line. *HASHRPT lifts
*>              now match the algorithm too, and take a prior-
*>              algorithm digest from the report's A records.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
 01  OLDCTL-REC.
     05 OLDCTL-DATASET-NAME            PIC X(44).
     05 FILLER                         PIC X(01).
     05 OLDCTL-TAIL                    PIC X(294).
     05 OLDCTL-TAIL-NEW REDEFINES OLDCTL-TAIL.
        10 OLDCTL-ALGORITHM            PIC X(08).
        10 FILLER                      PIC X(01).
        10 OLDCTL-FORMAT               PIC X(01).
        10 FILLER                      PIC X(01).
        10 OLDCTL-EXPECTED-HEX         PIC X(128).
        10 FILLER                      PIC X(01).
        10 OLDCTL-PRIOR-ALGORITHM      PIC X(08).
        10 FILLER                      PIC X(01).
        10 OLDCTL-PRIOR-OUT-LEN        PIC X(03).
        10 FILLER                      PIC X(01).
        10 OLDCTL-PRIOR-UNTIL          PIC X(08).
        10 FILLER                      PIC X(01).
        10 OLDCTL-PRIOR-HEX            PIC X(128).
     05 OLDCTL-TAIL-OLD REDEFINES OLDCTL-TAIL.
        10 OLDCTL-OLD-HEX              PIC X(128).
        10 FILLER                      PIC X(166).

 FD  APPROVED-FILE.
 01  APPROVED-REC.
     05 NEWCTL-FORMAT                  PIC X(01).
     05 FILLER                         PIC X(01).
     05 NEWCTL-EXPECTED-HEX            PIC X(128).
     05 FILLER                         PIC X(01).
     05 NEWCTL-PRIOR-ALGORITHM         PIC X(08).
     05 FILLER                         PIC X(01).
     05 NEWCTL-PRIOR-OUT-LEN           PIC X(03).
     05 FILLER                         PIC X(01).
     05 NEWCTL-PRIOR-UNTIL             PIC X(08).
     05 FILLER                         PIC X(01).
     05 NEWCTL-PRIOR-HEX               PIC X(128).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(250).
        10 WS-CTL-OUT-LEN              PIC X(03).
        10 WS-CTL-FORMAT               PIC X(01).
        10 WS-CTL-HEX                  PIC X(128).
        10 WS-CTL-PRIOR-ALGORITHM      PIC X(08).
        10 WS-CTL-PRIOR-OUT-LEN        PIC X(03).
        10 WS-CTL-PRIOR-UNTIL          PIC X(08).
        10 WS-CTL-PRIOR-HEX            PIC X(128).
        10 WS-CTL-DELETED-FLAG         PIC X(01).
 01  WS-CTL-USED                       PIC 9(04) BINARY VALUE 0.
 01  WS-CTL-IDX                        PIC 9(04) BINARY.
 01  WS-CTL-FOUND-IDX                  PIC 9(04) BINARY.

*> the found entry's transition window, open through its closing date
 01  WS-TODAY                          PIC X(08).
 01  WS-PRIOR-WINDOW-SWITCH            PIC X(01) VALUE "N".
    88 PRIOR-WINDOW-OPEN               VALUE "Y".
 01  WS-PRIOR-SLOT-SWITCH              PIC X(01) VALUE "N".
    88 PRIOR-SLOT-CHANGED              VALUE "Y".
 01  WS-EXPIRE-COUNT                   PIC 9(09) BINARY VALUE 0.

*> in-storage image of the approved report digests are lifted from
 01  WS-APPR-TABLE.
     05 WS-APPR-ENTRY                  OCCURS 5000 TIMES.
        10 WS-APPR-DATASET             PIC X(44).
        10 WS-APPR-ALGORITHM           PIC X(08).
        10 WS-APPR-HEX                 PIC X(128).
 01  WS-APPR-USED                      PIC 9(04) BINARY VALUE 0.
 01  WS-APPR-IDX                       PIC 9(04) BINARY.
*> transaction parse work area
 01  WS-TRAN-ACTION                    PIC X(08).
 01  WS-TRAN-DATASET                   PIC X(44).
 01  WS-TRAN-UNTIL                     PIC X(08).
 01  WS-TRAN-TOKEN-3                   PIC X(128).
 01  WS-TRAN-TOKEN-4                   PIC X(128).
 01  WS-TRAN-TOKEN-5                   PIC X(128).
    END-IF

    PERFORM 8000-WRITE-REPORT-HEADING
    MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-TODAY

    OPEN INPUT OLDCTL-FILE
    IF OLDCTL-OK
                MOVE OLDCTL-FORMAT    TO WS-CTL-FORMAT(WS-CTL-USED)
             END-IF
             MOVE OLDCTL-EXPECTED-HEX TO WS-CTL-HEX(WS-CTL-USED)
             MOVE OLDCTL-PRIOR-ALGORITHM
               TO WS-CTL-PRIOR-ALGORITHM(WS-CTL-USED)
             MOVE OLDCTL-PRIOR-OUT-LEN
               TO WS-CTL-PRIOR-OUT-LEN(WS-CTL-USED)
             MOVE OLDCTL-PRIOR-UNTIL
               TO WS-CTL-PRIOR-UNTIL(WS-CTL-USED)
             MOVE OLDCTL-PRIOR-HEX    TO WS-CTL-PRIOR-HEX(WS-CTL-USED)
          ELSE
             MOVE "512"               TO WS-CTL-ALGORITHM(WS-CTL-USED)
             MOVE SPACES              TO WS-CTL-OUT-LEN(WS-CTL-USED)
             MOVE "T"                 TO WS-CTL-FORMAT(WS-CTL-USED)
             MOVE OLDCTL-OLD-HEX      TO WS-CTL-HEX(WS-CTL-USED)
             MOVE SPACES TO WS-CTL-PRIOR-ALGORITHM(WS-CTL-USED)
             MOVE SPACES TO WS-CTL-PRIOR-OUT-LEN(WS-CTL-USED)
             MOVE SPACES TO WS-CTL-PRIOR-UNTIL(WS-CTL-USED)
             MOVE SPACES TO WS-CTL-PRIOR-HEX(WS-CTL-USED)
          END-IF
          MOVE "N" TO WS-CTL-DELETED-FLAG(WS-CTL-USED)
       ELSE
 1500-LOAD-ONE-APPROVED.
*>------------------------------------------------------------------------------

*>  a D record carries the dataset's digest; an A record behind it
*>  the same dataset's digest under its prior algorithm
    IF (APPROVED-REC-TYPE = "D" OR APPROVED-REC-TYPE = "A")
       AND APPROVED-DATASET-NAME NOT = SPACES
       IF WS-APPR-USED < 5000
          ADD 1 TO WS-APPR-USED
          MOVE APPROVED-DATASET-NAME TO WS-APPR-DATASET(WS-APPR-USED)
          MOVE APPROVED-ALGORITHM    TO WS-APPR-ALGORITHM(WS-APPR-USED)
          MOVE APPROVED-DIGEST-HEX   TO WS-APPR-HEX(WS-APPR-USED)
       ELSE
          DISPLAY "CTLBUILD: approved table full at "
            WS-TRAN-TOKEN-6
    END-UNSTRING

    MOVE SPACES TO WS-TRAN-UNTIL
    IF WS-TRAN-ACTION = "CUTOVER"
       PERFORM 2210-PARSE-CUTOVER
    END-IF

*>  the algorithm and format are optional on the card: a third token
*>  naming one of the routable codes selects the algorithm, a TEXT or
*>  BINARY token ahead of the digest selects the read format, and
 2200-PARSE-TRAN-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A CUTOVER card carries the window's closing date ahead of the
*> algorithm, so the tokens after it are taken again one place on.
*>------------------------------------------------------------------------------
 2210-PARSE-CUTOVER.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-TRAN-TOKEN-3
    MOVE SPACES TO WS-TRAN-TOKEN-4
    MOVE SPACES TO WS-TRAN-TOKEN-5
    MOVE SPACES TO WS-TRAN-TOKEN-6
    UNSTRING TRAN-REC
       DELIMITED BY ALL " "
       INTO WS-TRAN-ACTION
            WS-TRAN-DATASET
            WS-TRAN-UNTIL
            WS-TRAN-TOKEN-3
            WS-TRAN-TOKEN-4
            WS-TRAN-TOKEN-5
            WS-TRAN-TOKEN-6
    END-UNSTRING

    .
 2210-PARSE-CUTOVER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Fixed-width algorithm named on the card: the next token is either
*> the TEXT/BINARY flag (digest follows it) or the digest itself.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-REJECT-REASON
    MOVE "N" TO WS-PRIOR-SLOT-SWITCH

    PERFORM 3100-FIND-CONTROL-ENTRY

                   MOVE WS-TRAN-OUT-LEN   TO WS-CTL-OUT-LEN(WS-CTL-USED)
                   MOVE WS-TRAN-FORMAT    TO WS-CTL-FORMAT(WS-CTL-USED)
                   MOVE WS-TRAN-DIGEST    TO WS-CTL-HEX(WS-CTL-USED)
                   MOVE SPACES TO WS-CTL-PRIOR-ALGORITHM(WS-CTL-USED)
                   MOVE SPACES TO WS-CTL-PRIOR-OUT-LEN(WS-CTL-USED)
                   MOVE SPACES TO WS-CTL-PRIOR-UNTIL(WS-CTL-USED)
                   MOVE SPACES TO WS-CTL-PRIOR-HEX(WS-CTL-USED)
                   MOVE "N" TO WS-CTL-DELETED-FLAG(WS-CTL-USED)
                   MOVE SPACES TO WS-BEFORE-HEX
                   PERFORM 4000-WRITE-ACCEPTED-LINES
          IF WS-REJECT-REASON = SPACES
             IF WS-CTL-FOUND-IDX = 0
                MOVE "dataset not on control file" TO WS-REJECT-REASON
             ELSE
             IF PRIOR-WINDOW-OPEN
                AND WS-TRAN-ALGORITHM =
                    WS-CTL-PRIOR-ALGORITHM(WS-CTL-FOUND-IDX)
                AND WS-TRAN-OUT-LEN =
                    WS-CTL-PRIOR-OUT-LEN(WS-CTL-FOUND-IDX)
*>             the partner restated its old-style checksum: only the
*>             prior digest of the open window changes
                MOVE WS-CTL-PRIOR-HEX(WS-CTL-FOUND-IDX) TO WS-BEFORE-HEX
                MOVE WS-TRAN-DIGEST
                  TO WS-CTL-PRIOR-HEX(WS-CTL-FOUND-IDX)
                SET PRIOR-SLOT-CHANGED TO TRUE
                PERFORM 4000-WRITE-ACCEPTED-LINES
             ELSE
                MOVE WS-CTL-HEX(WS-CTL-FOUND-IDX) TO WS-BEFORE-HEX
                MOVE WS-TRAN-ALGORITHM
                MOVE WS-TRAN-DIGEST TO WS-CTL-HEX(WS-CTL-FOUND-IDX)
                PERFORM 4000-WRITE-ACCEPTED-LINES
             END-IF
             END-IF
          END-IF
       WHEN "CUTOVER"
          PERFORM 2300-RESOLVE-DIGEST-LEN
          PERFORM 3200-RESOLVE-DIGEST
          IF WS-REJECT-REASON = SPACES
             PERFORM 3500-CHECK-CUTOVER
          END-IF
          IF WS-REJECT-REASON = SPACES
             PERFORM 3600-APPLY-CUTOVER
          END-IF
       WHEN "DELETE"
          IF WS-CTL-FOUND-IDX = 0
       VARYING WS-CTL-IDX FROM 1 BY 1
       UNTIL WS-CTL-IDX > WS-CTL-USED OR WS-CTL-FOUND-IDX > 0

    MOVE "N" TO WS-PRIOR-WINDOW-SWITCH
    IF WS-CTL-FOUND-IDX > 0
       IF WS-CTL-PRIOR-ALGORITHM(WS-CTL-FOUND-IDX) NOT = SPACES
          AND WS-CTL-PRIOR-UNTIL(WS-CTL-FOUND-IDX) IS NUMERIC
          AND WS-CTL-PRIOR-UNTIL(WS-CTL-FOUND-IDX) >= WS-TODAY
          SET PRIOR-WINDOW-OPEN TO TRUE
       END-IF
    END-IF

    .
 3100-FIND-CONTROL-ENTRY-EX.
    EXIT.
       UNTIL WS-APPR-IDX > WS-APPR-USED OR WS-APPR-FOUND-IDX > 0

    IF WS-APPR-FOUND-IDX = 0
       MOVE "dataset and algorithm not in approved report"
         TO WS-REJECT-REASON
    ELSE
       MOVE WS-APPR-HEX(WS-APPR-FOUND-IDX) TO WS-TRAN-OPERAND
       PERFORM 3400-VALIDATE-HEX
*>------------------------------------------------------------------------------

    IF WS-APPR-DATASET(WS-APPR-IDX) = WS-TRAN-DATASET
       AND WS-APPR-ALGORITHM(WS-APPR-IDX) = WS-TRAN-ALGORITHM
       MOVE WS-APPR-IDX TO WS-APPR-FOUND-IDX
    END-IF

 3410-CHECK-ONE-HEX-DIGIT-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A cutover needs an entry to move, no window already open on it, a
*> real closing date not yet past, and an algorithm that actually
*> differs - otherwise the prior slot would only shadow the current.
*>------------------------------------------------------------------------------
 3500-CHECK-CUTOVER.
*>------------------------------------------------------------------------------

    EVALUATE TRUE
       WHEN WS-CTL-FOUND-IDX = 0
          MOVE "dataset not on control file" TO WS-REJECT-REASON
       WHEN PRIOR-WINDOW-OPEN
          MOVE "transition window already open" TO WS-REJECT-REASON
       WHEN WS-TRAN-UNTIL IS NOT NUMERIC
          MOVE "window closing date is not yyyymmdd" TO WS-REJECT-REASON
       WHEN WS-TRAN-UNTIL(5:2) < "01" OR WS-TRAN-UNTIL(5:2) > "12"
         OR WS-TRAN-UNTIL(7:2) < "01" OR WS-TRAN-UNTIL(7:2) > "31"
          MOVE "window closing date is not yyyymmdd" TO WS-REJECT-REASON
       WHEN WS-TRAN-UNTIL < WS-TODAY
          MOVE "window closing date already past" TO WS-REJECT-REASON
       WHEN WS-TRAN-ALGORITHM = WS-CTL-ALGORITHM(WS-CTL-FOUND-IDX)
        AND WS-TRAN-OUT-LEN = WS-CTL-OUT-LEN(WS-CTL-FOUND-IDX)
          MOVE "algorithm is unchanged" TO WS-REJECT-REASON
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    .
 3500-CHECK-CUTOVER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The entry's algorithm and expected digest become the prior ones,
*> accepted beside the new through the closing date.
*>------------------------------------------------------------------------------
 3600-APPLY-CUTOVER.
*>------------------------------------------------------------------------------

    MOVE WS-CTL-HEX(WS-CTL-FOUND-IDX) TO WS-BEFORE-HEX

    MOVE WS-CTL-ALGORITHM(WS-CTL-FOUND-IDX)
      TO WS-CTL-PRIOR-ALGORITHM(WS-CTL-FOUND-IDX)
    MOVE WS-CTL-OUT-LEN(WS-CTL-FOUND-IDX)
      TO WS-CTL-PRIOR-OUT-LEN(WS-CTL-FOUND-IDX)
    MOVE WS-CTL-HEX(WS-CTL-FOUND-IDX)
      TO WS-CTL-PRIOR-HEX(WS-CTL-FOUND-IDX)
    MOVE WS-TRAN-UNTIL TO WS-CTL-PRIOR-UNTIL(WS-CTL-FOUND-IDX)

    MOVE WS-TRAN-ALGORITHM TO WS-CTL-ALGORITHM(WS-CTL-FOUND-IDX)
    MOVE WS-TRAN-OUT-LEN   TO WS-CTL-OUT-LEN(WS-CTL-FOUND-IDX)
    MOVE WS-TRAN-FORMAT    TO WS-CTL-FORMAT(WS-CTL-FOUND-IDX)
    MOVE WS-TRAN-DIGEST    TO WS-CTL-HEX(WS-CTL-FOUND-IDX)

    SET PRIOR-SLOT-CHANGED TO TRUE
    PERFORM 4000-WRITE-ACCEPTED-LINES

    .
 3600-APPLY-CUTOVER-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> One accepted transaction prints as a three-line before/after block,
*> and leaves a chain-of-custody line on the retained audit trail.
    END-IF
    WRITE REPORT-REC

*>  a cutover or a restated prior digest shows the window it affects
    IF PRIOR-SLOT-CHANGED
       MOVE SPACES TO REPORT-REC
       STRING "  PRIOR:  "     DELIMITED BY SIZE
              WS-CTL-PRIOR-ALGORITHM(WS-CTL-FOUND-IDX)
                               DELIMITED BY SPACE
              " "              DELIMITED BY SIZE
              WS-CTL-PRIOR-OUT-LEN(WS-CTL-FOUND-IDX)
                               DELIMITED BY SPACE
              " ACCEPTED THROUGH " DELIMITED BY SIZE
              WS-CTL-PRIOR-UNTIL(WS-CTL-FOUND-IDX)
                               DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
       WRITE REPORT-REC
    END-IF

    PERFORM 4500-WRITE-AUDIT-RECORD

    .
       MOVE WS-CTL-OUT-LEN(WS-CTL-IDX)   TO NEWCTL-OUT-LEN
       MOVE WS-CTL-FORMAT(WS-CTL-IDX)    TO NEWCTL-FORMAT
       MOVE WS-CTL-HEX(WS-CTL-IDX)       TO NEWCTL-EXPECTED-HEX
       IF WS-CTL-PRIOR-ALGORITHM(WS-CTL-IDX) NOT = SPACES
          IF WS-CTL-PRIOR-UNTIL(WS-CTL-IDX) IS NUMERIC
             AND WS-CTL-PRIOR-UNTIL(WS-CTL-IDX) >= WS-TODAY
             MOVE WS-CTL-PRIOR-ALGORITHM(WS-CTL-IDX)
               TO NEWCTL-PRIOR-ALGORITHM
             MOVE WS-CTL-PRIOR-OUT-LEN(WS-CTL-IDX)
               TO NEWCTL-PRIOR-OUT-LEN
             MOVE WS-CTL-PRIOR-UNTIL(WS-CTL-IDX) TO NEWCTL-PRIOR-UNTIL
             MOVE WS-CTL-PRIOR-HEX(WS-CTL-IDX)   TO NEWCTL-PRIOR-HEX
          ELSE
             PERFORM 7200-EXPIRE-PRIOR-WINDOW
          END-IF
       END-IF
       WRITE NEWCTL-REC
    END-IF

 7100-WRITE-ONE-CONTROL-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> A transition window past its closing date drops off here: the old
*> algorithm's digest is no longer accepted, and the report and audit
*> trail say so.
*>------------------------------------------------------------------------------
 7200-EXPIRE-PRIOR-WINDOW.
*>------------------------------------------------------------------------------

    ADD 1 TO WS-EXPIRE-COUNT

    MOVE SPACES TO REPORT-REC
    STRING "EXPIRED "      DELIMITED BY SIZE
           WS-CTL-DATASET(WS-CTL-IDX) DELIMITED BY SIZE
           " PRIOR "       DELIMITED BY SIZE
           WS-CTL-PRIOR-ALGORITHM(WS-CTL-IDX) DELIMITED BY SPACE
           " WINDOW CLOSED " DELIMITED BY SIZE
           WS-CTL-PRIOR-UNTIL(WS-CTL-IDX) DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE "EXPIRED"                  TO WS-TRAN-ACTION
    MOVE WS-CTL-DATASET(WS-CTL-IDX) TO WS-TRAN-DATASET
    MOVE WS-CTL-HEX(WS-CTL-IDX)     TO WS-TRAN-DIGEST
    PERFORM 4500-WRITE-AUDIT-RECORD

    .
 7200-EXPIRE-PRIOR-WINDOW-EX.
    EXIT.

*>------------------------------------------------------------------------------
 8000-WRITE-REPORT-HEADING.
*>------------------------------------------------------------------------------
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE WS-EXPIRE-COUNT TO WS-COUNT-DISPLAY
    STRING "WINDOWS EXPIRED:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY          DELIMITED BY SIZE
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    CLOSE REPORT-FILE

