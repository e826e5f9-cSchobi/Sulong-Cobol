*>               needs a synchronized cutover call at a pre-agreed
*>               minute. Every change leaves a HASHAUDT line naming
*>               the action, the partner and the dates - never any
*>               key material. The record also carries the partner's
*>               MAC algorithm - HMAC-SHA3-512 unless MACALG names
*>               KMAC128 or KMAC256 (NIST SP 800-185) - and the KMAC
*>               customization string agreed with the partner; the
*>               setting covers both the current and previous keys.
*>
*> Author:       cobsha3 maintainers
*>
*>                                     <effective> <expiry>
*>                                     <rollover-until>
*>                              RETIRE <partner>
*>                              MACALG <partner> <algorithm>
*>                                     [<customization>]
*>                            keys are given as 2-128 hex characters
*>                            (1-64 bytes); dates are yyyymmdd. The
*>                            MACALG algorithm is HMAC512, KMAC128 or
*>                            KMAC256; the KMAC customization string
*>                            is the rest of the card (up to 64
*>                            characters, embedded blanks kept,
*>                            omitted = none) and HMAC512 takes none.
*>                            A new partner starts on HMAC512. Blank
*>                            cards and cards starting "*" are
*>                            comments.
*>               KEYFILE   - the partner key store (VSAM KSDS, key =
*>              end - ADDKEY rejected it as already on the store and
*>              ROTATE as retired - forcing exactly the manual dataset
*>              surgery this program exists to eliminate.
*> 2026.10.15 cobsha3 maintainers:
*>            - KEYFILE record grows to 370 bytes with the partner's
*>              MAC algorithm and KMAC customization string (blank
*>              algorithm = HMAC512, so records carried over from the
*>              295-byte layout behave as before). New MACALG verb
*>              sets them; ADDKEY starts a new partner on HMAC512 and
*>              a re-keyed RETIREd partner keeps its setting.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
     05 KEY-EXPIRY-DATE                PIC X(08).
     05 KEY-ROLLOVER-UNTIL             PIC X(08).
     05 KEY-STATE                      PIC X(01).
     05 KEY-MAC-ALGORITHM              PIC X(08).
     05 KEY-MAC-CUSTOM                 PIC X(64).
     05 KEY-MAC-CUSTOM-LEN             PIC 9(03).

 FD  REPORT-FILE.
 01  REPORT-REC                        PIC X(132).
 01  WS-TRAN-EFFECTIVE                 PIC X(08).
 01  WS-TRAN-EXPIRY                    PIC X(08).
 01  WS-TRAN-ROLLOVER                  PIC X(08).
 01  WS-TRAN-PTR                       PIC 9(03) BINARY.
 01  WS-TRAN-REST                      PIC X(200).
 01  WS-TRAN-MAC-ALGORITHM             PIC X(08).
 01  WS-TRAN-MAC-CUSTOM-LEN            PIC 9(03) BINARY.
 01  WS-REJECT-REASON                  PIC X(60).

 01  WS-KEYHEX-LEN                     PIC 9(03) BINARY.
             PERFORM 3200-APPLY-ROTATE
          WHEN "RETIRE"
             PERFORM 3300-APPLY-RETIRE
          WHEN "MACALG"
             PERFORM 3600-APPLY-MACALG
          WHEN OTHER
             MOVE "unrecognized action" TO WS-REJECT-REASON
       END-EVALUATE
          INVALID KEY
             MOVE WS-TRAN-PARTNER   TO KEY-PARTNER-ID
             PERFORM 3110-FILL-FRESH-KEY-REC
             MOVE "HMAC512"         TO KEY-MAC-ALGORITHM
             MOVE SPACES            TO KEY-MAC-CUSTOM
             MOVE 0                 TO KEY-MAC-CUSTOM-LEN
             WRITE KEY-REC
             PERFORM 4000-WRITE-ACCEPTED-LINE
          NOT INVALID KEY
 3510-MEASURE-ONE-HEX-CHAR-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> Sets the partner's MAC algorithm and KMAC customization string.
*> Both apply to every key on the record, current and previous, so a
*> change of algorithm is agreed with the partner like a key change.
*>------------------------------------------------------------------------------
 3600-APPLY-MACALG.
*>------------------------------------------------------------------------------

    PERFORM 3610-PARSE-MACALG

    EVALUATE TRUE
       WHEN WS-TRAN-KEYHEX(9:) NOT = SPACES
          MOVE "MAC algorithm not HMAC512, KMAC128 or KMAC256"
            TO WS-REJECT-REASON
       WHEN WS-TRAN-MAC-ALGORITHM NOT = "HMAC512"
        AND WS-TRAN-MAC-ALGORITHM NOT = "KMAC128"
        AND WS-TRAN-MAC-ALGORITHM NOT = "KMAC256"
          MOVE "MAC algorithm not HMAC512, KMAC128 or KMAC256"
            TO WS-REJECT-REASON
       WHEN WS-TRAN-MAC-CUSTOM-LEN > 64
          MOVE "customization string over 64 characters"
            TO WS-REJECT-REASON
       WHEN WS-TRAN-MAC-ALGORITHM = "HMAC512"
        AND WS-TRAN-MAC-CUSTOM-LEN > 0
          MOVE "HMAC512 takes no customization string"
            TO WS-REJECT-REASON
    END-EVALUATE

    IF WS-REJECT-REASON = SPACES
       MOVE WS-TRAN-PARTNER TO KEY-PARTNER-ID
       READ KEY-FILE
          INVALID KEY
             MOVE "partner not on key store" TO WS-REJECT-REASON
          NOT INVALID KEY
             IF KEY-STATE = "R"
                MOVE "partner key is retired" TO WS-REJECT-REASON
             ELSE
                MOVE WS-TRAN-MAC-ALGORITHM  TO KEY-MAC-ALGORITHM
                MOVE WS-TRAN-REST           TO KEY-MAC-CUSTOM
                MOVE WS-TRAN-MAC-CUSTOM-LEN TO KEY-MAC-CUSTOM-LEN
                REWRITE KEY-REC
                PERFORM 4000-WRITE-ACCEPTED-LINE
             END-IF
       END-READ
    END-IF

    .
 3600-APPLY-MACALG-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The algorithm is the third word; the customization string is the
*> rest of the card as written, so it may hold blanks of its own.
*>------------------------------------------------------------------------------
 3610-PARSE-MACALG.
*>------------------------------------------------------------------------------

    MOVE WS-TRAN-KEYHEX TO WS-TRAN-MAC-ALGORITHM
    MOVE SPACES TO WS-TRAN-REST
    MOVE 0 TO WS-TRAN-MAC-CUSTOM-LEN
    MOVE 1 TO WS-TRAN-PTR
    UNSTRING TRAN-REC
       DELIMITED BY ALL " "
       INTO WS-TRAN-ACTION
            WS-TRAN-PARTNER
            WS-TRAN-KEYHEX
       WITH POINTER WS-TRAN-PTR
    END-UNSTRING

    IF WS-TRAN-PTR <= 200
       MOVE TRAN-REC(WS-TRAN-PTR:) TO WS-TRAN-REST
    END-IF
    IF WS-TRAN-REST NOT = SPACES
       COMPUTE WS-TRAN-MAC-CUSTOM-LEN =
          FUNCTION LENGTH(FUNCTION TRIM(WS-TRAN-REST TRAILING))
    END-IF

    .
 3610-PARSE-MACALG-EX.
    EXIT.

*>------------------------------------------------------------------------------
*> The maintenance report and the audit line carry the action, the
*> partner and the dates - never the key itself.
    ADD 1 TO WS-ACCEPT-COUNT

    MOVE SPACES TO REPORT-REC
    IF WS-TRAN-ACTION = "MACALG"
       STRING WS-TRAN-ACTION  DELIMITED BY SIZE
              " "             DELIMITED BY SIZE
              WS-TRAN-PARTNER DELIMITED BY SIZE
              " ACCEPTED  ALGORITHM=" DELIMITED BY SIZE
              WS-TRAN-MAC-ALGORITHM  DELIMITED BY SIZE
              " CUSTOMIZATION="      DELIMITED BY SIZE
              WS-TRAN-REST(1:64)     DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    ELSE
       STRING WS-TRAN-ACTION  DELIMITED BY SIZE
              " "             DELIMITED BY SIZE
              WS-TRAN-PARTNER DELIMITED BY SIZE
              " ACCEPTED  EFFECTIVE=" DELIMITED BY SIZE
              WS-TRAN-EFFECTIVE      DELIMITED BY SIZE
              " EXPIRY="             DELIMITED BY SIZE
              WS-TRAN-EXPIRY         DELIMITED BY SIZE
              " ROLLOVER-UNTIL="     DELIMITED BY SIZE
              WS-TRAN-ROLLOVER       DELIMITED BY SIZE
         INTO REPORT-REC
       END-STRING
    END-IF
    WRITE REPORT-REC

    PERFORM 4500-WRITE-AUDIT-RECORD
