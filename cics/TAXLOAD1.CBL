      *****************************************************************
      * z390 - Mainframe assembler emulator and run-time engine
      * Copyright (C) 2021 z390 Assembler LLC
      *
      * This file is part of z390.
      *
      * z390 is free software; you can redistribute it and/or modify
      * it under the terms of the GNU General Public License as
      * published by the Free Software Foundation; either version 2 of
      * the License, or (at your option) any later version.
      * z390 is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.
      *
      * You should have received a copy of the GNU General Public
      * License along with this program; if not, see
      * https://www.gnu.org/licenses.
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * SALES-TAX RATE LOAD - TAXREF RATES TO THE TAXRATE KSDS
      *
      * RPI 1407 - THE TAXREF REFERENCE (STATE COL 1-2, EFFECTIVE
      * DATE COL 3-9 AS JULIAN 0CYYDDD, RATE COL 10-15 AS A FRACTION
      * TO FIVE PLACES - 007250 IS 7.25 PERCENT) IS PROMOTED INTO
      * THE TAXRATE KSDS (TAXRATE.CPY) KEYED ON STATE + EFFECTIVE
      * DATE, WHICH THE TAXSVC1 SERVICE READS WHEN AN ORDER IS
      * POSTED.  THE REFERENCE KEEPS EVERY RATE A STATE HAS HAD OR
      * WILL HAVE: A RATE CHANGE IS ADDED UNDER ITS FUTURE DATE AND
      * LOADED AHEAD OF TIME, AND TAXSVC1 STARTS USING IT ON THAT
      * DAY.  LINES MUST BE IN ASCENDING STATE/DATE ORDER - THE KSDS
      * LOADS SEQUENTIALLY, THE ZIPLOAD1 RULE - AND THE FILE IS
      * REBUILT FROM SCRATCH EACH RUN.  A LINE WITH A BLANK STATE, A
      * NON-NUMERIC DATE OR RATE, OR OUT OF KEY ORDER IS LISTED AND
      * SKIPPED.  RETURN CODE 8 = A LINE WAS UNUSABLE AND SKIPPED.
      *
        PROGRAM-ID. TAXLOAD1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TAXREF ASSIGN TO TAXREF
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TAXRATE ASSIGN TO TAXRATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TAX-KEY
                FILE STATUS IS WS-FSTX.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  TAXREF
            RECORDING MODE IS F.
        01  TREF-REC.
            02  TREF-STATE        PIC X(2).
            02  TREF-EFFDATE      PIC X(7).
            02  TREF-RATE         PIC X(6).
            02  FILLER            PIC X(65).

        FD  TAXRATE
            RECORDING MODE IS F.
        01  TAX-FILE-REC.
        COPY TAXRATE.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSTX               PIC X(2)   VALUE SPACES.
            88  WS-FSTX-OK                   VALUE '00'.
        77  WS-TREF-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-TREF                 VALUE 'Y'.

        77  WS-LOAD-COUNT         PIC 9(5)   COMP-3 VALUE 0.
        77  WS-BAD-COUNT          PIC 9(5)   COMP-3 VALUE 0.

      * THE RATE AS A NUMBER - COL 10-15 READ AS 9V9(5)
        01  WS-RATE-X             PIC X(6).
        01  WS-RATE-N REDEFINES WS-RATE-X PIC 9V9(5).

        01  RPT-HDRLINE           PIC X(44)
            VALUE 'TAXLOAD1 - SALES-TAX RATE LOAD'.
        01  RPT-BADLINE.
            02  FILLER            PIC X(10)  VALUE 'BAD LINE: '.
            02  RPT-BAD-TEXT      PIC X(15).
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'RATES LOADED...='.
            02  RPT-TRL-LOAD      PIC ZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' BAD LINES.....='.
            02  RPT-TRL-BAD       PIC ZZZZ9.

        PROCEDURE DIVISION.

            PERFORM TXLINIT.
            PERFORM TXLLOOP UNTIL NO-MORE-TREF.
            PERFORM TXLTERM.
            STOP RUN.

        TXLINIT.
            OPEN INPUT TAXREF.
            OPEN OUTPUT TAXRATE.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            PERFORM TXLREAD.

        TXLREAD.
            READ TAXREF
                AT END MOVE 'Y' TO WS-TREF-EOF.

        TXLLOOP.
            MOVE TREF-RATE TO WS-RATE-X.
            IF TREF-STATE NOT = SPACES
               AND TREF-EFFDATE IS NUMERIC
               AND WS-RATE-X IS NUMERIC THEN
                MOVE SPACES       TO TAX-REC
                MOVE TREF-STATE   TO TAX-STATE
                MOVE TREF-EFFDATE TO TAX-EFFDATE
                MOVE WS-RATE-N    TO TAX-RATE
                WRITE TAX-FILE-REC
                IF WS-FSTX-OK THEN
                    ADD 1 TO WS-LOAD-COUNT
                ELSE
                    PERFORM TXLBAD
                END-IF
            ELSE
                PERFORM TXLBAD.
            PERFORM TXLREAD.

      * AN UNUSABLE OR OUT-OF-ORDER LINE - LISTED, NOT LOADED
        TXLBAD.
            ADD 1 TO WS-BAD-COUNT.
            MOVE TREF-REC (1:15) TO RPT-BAD-TEXT.
            MOVE RPT-BADLINE TO RPT-REC.
            WRITE RPT-REC.

        TXLTERM.
            MOVE SPACES TO RPT-REC.
            MOVE WS-LOAD-COUNT TO RPT-TRL-LOAD.
            MOVE WS-BAD-COUNT  TO RPT-TRL-BAD.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE TAXREF.
            CLOSE TAXRATE.
            CLOSE RPTOUT.
            IF WS-BAD-COUNT GREATER THAN 0 THEN
                MOVE 8 TO RETURN-CODE.
