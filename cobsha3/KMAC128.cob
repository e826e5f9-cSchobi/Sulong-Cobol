*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  KMAC128.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  KMAC128.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with KMAC128.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      KMAC128.cob
*>
*> Purpose:      This module computes the KMAC128 message
*>               authentication code (NIST SP 800-185) of a message
*>               already in storage, under a key and a customization
*>               string, with the output length chosen by the caller.
*>               It is the one-shot entry to KMAC-STREAM.cob, the way
*>               SHAKE128.cob is to the Keccak primitive.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free KMAC128.cob KMAC-STREAM.cob
*>               CSHAKE-STREAM.cob SHA3-STREAM.cob KECCAK.o
*>
*> Usage:        CALL "KMAC128" USING the key and its byte length, the
*>               message and its byte length, the customization string
*>               and its byte length (zero for none), and an output
*>               field with the MAC byte length wanted. RETURN-CODE is
*>               16 when the output field is too small for that
*>               length.
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 cobsha3 maintainers:
*>            - First version created.
*>------------------------------------------------------------------------------
*> yyyy.mm.dd
*>
*>******************************************************************************


*>******************************************************************************
*> Module to compute KMAC128(key, message, output length, customization).
*>******************************************************************************
 IDENTIFICATION DIVISION.
 PROGRAM-ID. KMAC128.

 ENVIRONMENT DIVISION.

 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 WS-KMACS-ALGORITHM                 PIC X(08) VALUE "KMAC128".
 01 WS-KMACS-FUNCTION-CODE             PIC X(01).

 LINKAGE SECTION.
 01 LNK-KMAC128-KEY                    PIC X ANY LENGTH.
 01 LNK-KMAC128-KEY-BYTE-LEN           BINARY-DOUBLE UNSIGNED.
 01 LNK-KMAC128-MESSAGE                PIC X ANY LENGTH.
 01 LNK-KMAC128-MESSAGE-BYTE-LEN       BINARY-DOUBLE UNSIGNED.
 01 LNK-KMAC128-CUSTOM                 PIC X ANY LENGTH.
 01 LNK-KMAC128-CUSTOM-BYTE-LEN        BINARY-DOUBLE UNSIGNED.
 01 LNK-KMAC128-OUTPUT                 PIC X ANY LENGTH.
 01 LNK-KMAC128-OUTPUT-BYTE-LEN        BINARY-DOUBLE UNSIGNED.

 PROCEDURE DIVISION USING LNK-KMAC128-KEY
                          LNK-KMAC128-KEY-BYTE-LEN
                          LNK-KMAC128-MESSAGE
                          LNK-KMAC128-MESSAGE-BYTE-LEN
                          LNK-KMAC128-CUSTOM
                          LNK-KMAC128-CUSTOM-BYTE-LEN
                          LNK-KMAC128-OUTPUT
                          LNK-KMAC128-OUTPUT-BYTE-LEN.

*>------------------------------------------------------------------------------
 MAIN-KMAC128 SECTION.
*>------------------------------------------------------------------------------

    IF FUNCTION LENGTH(LNK-KMAC128-OUTPUT) < LNK-KMAC128-OUTPUT-BYTE-LEN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF

    MOVE "I" TO WS-KMACS-FUNCTION-CODE
    CALL "KMAC-STREAM" USING WS-KMACS-FUNCTION-CODE
                             WS-KMACS-ALGORITHM
                             LNK-KMAC128-KEY
                             LNK-KMAC128-KEY-BYTE-LEN
                             LNK-KMAC128-CUSTOM
                             LNK-KMAC128-CUSTOM-BYTE-LEN
                             LNK-KMAC128-MESSAGE
                             LNK-KMAC128-MESSAGE-BYTE-LEN
                             LNK-KMAC128-OUTPUT
                             LNK-KMAC128-OUTPUT-BYTE-LEN
    END-CALL

    MOVE "A" TO WS-KMACS-FUNCTION-CODE
    CALL "KMAC-STREAM" USING WS-KMACS-FUNCTION-CODE
                             WS-KMACS-ALGORITHM
                             LNK-KMAC128-KEY
                             LNK-KMAC128-KEY-BYTE-LEN
                             LNK-KMAC128-CUSTOM
                             LNK-KMAC128-CUSTOM-BYTE-LEN
                             LNK-KMAC128-MESSAGE
                             LNK-KMAC128-MESSAGE-BYTE-LEN
                             LNK-KMAC128-OUTPUT
                             LNK-KMAC128-OUTPUT-BYTE-LEN
    END-CALL

    MOVE "F" TO WS-KMACS-FUNCTION-CODE
    CALL "KMAC-STREAM" USING WS-KMACS-FUNCTION-CODE
                             WS-KMACS-ALGORITHM
                             LNK-KMAC128-KEY
                             LNK-KMAC128-KEY-BYTE-LEN
                             LNK-KMAC128-CUSTOM
                             LNK-KMAC128-CUSTOM-BYTE-LEN
                             LNK-KMAC128-MESSAGE
                             LNK-KMAC128-MESSAGE-BYTE-LEN
                             LNK-KMAC128-OUTPUT
                             LNK-KMAC128-OUTPUT-BYTE-LEN
    END-CALL

    GOBACK

    .
 MAIN-KMAC128-EX.
    EXIT.
 END PROGRAM KMAC128.
