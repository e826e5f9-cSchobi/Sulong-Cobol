*>******************************************************************************
*>  This file is part of cobsha3.
*>
*>  CSHAKE128.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  CSHAKE128.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with CSHAKE128.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      CSHAKE128.cob
*>
*> Purpose:      This module computes the cSHAKE128 customizable
*>               extendable-output function (NIST SP 800-185) on the
*>               input message. Like SHAKE128.cob the caller chooses
*>               the output length; cSHAKE adds a function name and a
*>               customization string, so two applications hashing the
*>               same bytes get unrelated outputs. With both strings
*>               empty the result is plain SHAKE128. It is the
*>               one-shot entry to CSHAKE-STREAM.cob.
*>
*> Author:       cobsha3 maintainers
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -m -free CSHAKE128.cob CSHAKE-STREAM.cob
*>               SHA3-STREAM.cob KECCAK.o
*>
*> Usage:        CALL "CSHAKE128" USING the message and its byte
*>               length, an output field and the output byte length
*>               wanted, the function name and its byte length, and
*>               the customization string and its byte length (either
*>               length may be zero). RETURN-CODE is 16 when the
*>               output field is too small for the length asked for.
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
*> Module to compute cSHAKE128 on the input message.
*> The output length is variable and supplied by the caller.
*>******************************************************************************
 IDENTIFICATION DIVISION.
 PROGRAM-ID. CSHAKE128.

 ENVIRONMENT DIVISION.

 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 WS-CSHS-WIDTH                      PIC X(03) VALUE "128".
 01 WS-CSHS-FUNCTION-CODE              PIC X(01).

 LINKAGE SECTION.
 01 LNK-CSHAKE128-INPUT                PIC X ANY LENGTH.
 01 LNK-CSHAKE128-INPUT-BYTE-LEN       BINARY-DOUBLE UNSIGNED.
 01 LNK-CSHAKE128-OUTPUT               PIC X ANY LENGTH.
 01 LNK-CSHAKE128-OUTPUT-BYTE-LEN      BINARY-DOUBLE UNSIGNED.
 01 LNK-CSHAKE128-NAME                 PIC X ANY LENGTH.
 01 LNK-CSHAKE128-NAME-BYTE-LEN        BINARY-DOUBLE UNSIGNED.
 01 LNK-CSHAKE128-CUSTOM               PIC X ANY LENGTH.
 01 LNK-CSHAKE128-CUSTOM-BYTE-LEN      BINARY-DOUBLE UNSIGNED.

 PROCEDURE DIVISION USING LNK-CSHAKE128-INPUT
                          LNK-CSHAKE128-INPUT-BYTE-LEN
                          LNK-CSHAKE128-OUTPUT
                          LNK-CSHAKE128-OUTPUT-BYTE-LEN
                          LNK-CSHAKE128-NAME
                          LNK-CSHAKE128-NAME-BYTE-LEN
                          LNK-CSHAKE128-CUSTOM
                          LNK-CSHAKE128-CUSTOM-BYTE-LEN.

*>------------------------------------------------------------------------------
 MAIN-CSHAKE128 SECTION.
*>------------------------------------------------------------------------------

    IF FUNCTION LENGTH(LNK-CSHAKE128-OUTPUT)
       < LNK-CSHAKE128-OUTPUT-BYTE-LEN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF

    MOVE "I" TO WS-CSHS-FUNCTION-CODE
    CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                               WS-CSHS-WIDTH
                               LNK-CSHAKE128-NAME
                               LNK-CSHAKE128-NAME-BYTE-LEN
                               LNK-CSHAKE128-CUSTOM
                               LNK-CSHAKE128-CUSTOM-BYTE-LEN
                               LNK-CSHAKE128-INPUT
                               LNK-CSHAKE128-INPUT-BYTE-LEN
                               LNK-CSHAKE128-OUTPUT
                               LNK-CSHAKE128-OUTPUT-BYTE-LEN
    END-CALL

    MOVE "A" TO WS-CSHS-FUNCTION-CODE
    CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                               WS-CSHS-WIDTH
                               LNK-CSHAKE128-NAME
                               LNK-CSHAKE128-NAME-BYTE-LEN
                               LNK-CSHAKE128-CUSTOM
                               LNK-CSHAKE128-CUSTOM-BYTE-LEN
                               LNK-CSHAKE128-INPUT
                               LNK-CSHAKE128-INPUT-BYTE-LEN
                               LNK-CSHAKE128-OUTPUT
                               LNK-CSHAKE128-OUTPUT-BYTE-LEN
    END-CALL

    MOVE "F" TO WS-CSHS-FUNCTION-CODE
    CALL "CSHAKE-STREAM" USING WS-CSHS-FUNCTION-CODE
                               WS-CSHS-WIDTH
                               LNK-CSHAKE128-NAME
                               LNK-CSHAKE128-NAME-BYTE-LEN
                               LNK-CSHAKE128-CUSTOM
                               LNK-CSHAKE128-CUSTOM-BYTE-LEN
                               LNK-CSHAKE128-INPUT
                               LNK-CSHAKE128-INPUT-BYTE-LEN
                               LNK-CSHAKE128-OUTPUT
                               LNK-CSHAKE128-OUTPUT-BYTE-LEN
    END-CALL

    GOBACK

    .
 MAIN-CSHAKE128-EX.
    EXIT.
 END PROGRAM CSHAKE128.
