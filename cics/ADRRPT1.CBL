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
      * WEEKLY RETURNED-MAIL FOLLOW-UP REPORT - ADRSTAT
      *
      * RPI 1416 - EVERY CUSTOMER WHOSE ADDRESS IS STILL FLAGGED
      * UNDELIVERABLE ON ADRSTAT (SEE ADRSTAT.CPY), FOR THE SERVICE
      * DESK TO CHASE A CORRECT ADDRESS: NUMBER, NAME, THE ADDRESS
      * THAT CAME BACK, THE LATEST RETURN REASON, HOW MANY PIECES
      * HAVE COME BACK AND HOW MANY DAYS THE CUSTOMER HAS GONE
      * WITHOUT MAIL (DATECALC 'DF' FROM THE DAY FIRST FLAGGED, THE
      * ARAGE1 CONVERSION OF JULIAN DATES).  A FLAGGED CUSTOMER NO
      * LONGER ON MYFILE09 IS LISTED AS SUCH.  THE TRAILER COUNTS THE
      * FLAGS STILL OPEN BY REASON AND THE FLAGS CLEARED BY ADDRESS
      * CORRECTIONS IN THE LAST SEVEN DAYS.  RETURN CODE 4 = ANY
      * CUSTOMER FLAGGED MORE THAN 30 DAYS.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. ADRRPT1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ADRSTAT ASSIGN TO ADRSTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ADS-KEY
                FILE STATUS IS WS-FSAS.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMST-NUM
                ALTERNATE RECORD KEY IS CMST-NAME
                FILE STATUS IS WS-FS09.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  ADRSTAT
            RECORDING MODE IS F.
        01  ADS-FILE-REC.
        COPY ADRSTAT.

        FD  MYFILE09
            RECORDING MODE IS F.
        01  CMST-REC.
            02  CMST-NUM          PIC 9(8).
            02  CMST-NAME         PIC X(40).
            02  CMST-ADDR         PIC X(40).
            02  CMST-ZIP          PIC X(5).
            02  CMST-LASTACT      PIC 9(7).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSAS               PIC X(2)   VALUE SPACES.
            88  WS-FSAS-OK                   VALUE '00'.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-EOFAS              PIC X      VALUE 'N'.
            88  NO-MORE-ADS                  VALUE 'Y'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-TODAY-YMD          PIC 9(8)   VALUE 0.

      * JULIAN 0CYYDDD TO YYYYMMDD WORK FIELDS
        77  WS-JUL                PIC 9(7).
        77  WS-CYY                PIC 9(3).
        77  WS-DDD                PIC 9(3).
        77  WS-YYYY               PIC 9(4).
        77  WS-YMD                PIC 9(8).
        77  WS-DAYS-OUT           PIC S9(5).
        77  WS-BAD-DATE           PIC X      VALUE 'N'.

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

      * OPEN FLAGS BY REASON - THE ADRSTAT CODES, THE LAST SLOT IS
      * ANYTHING ELSE
        01  WS-RSN-CODES          PIC X(12)  VALUE 'NKMVIAVCRF??'.
        01  FILLER REDEFINES WS-RSN-CODES.
            02  WS-RSN-CODE       PIC X(2)   OCCURS 6 TIMES.
        01  WS-RSN-TABLE.
            02  WS-RSN-COUNT      PIC 9(7)   COMP-3 OCCURS 6 TIMES.
        77  WS-RSN-IX             PIC 9(2)   COMP.

        77  WS-OPEN-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-OLD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CLR-COUNT          PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'ADRRPT1 - RETURNED MAIL FOLLOW-UP  0CYYDDD '.
            02  RPT-HDR-DATE      PIC 9(7).
        01  RPT-COLHDR.
            02  FILLER            PIC X(40)
                VALUE 'CUSTOMER NAME / ADDRESS RETURNED        '.
            02  FILLER            PIC X(40)
                VALUE ' RSN FLAGGED RETURNS DAYS              '.
        01  RPT-DETAIL1.
            02  RPT-DTL-NUM       PIC 9(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-NAME      PIC X(31).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-RSN       PIC X(2).
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-DTL-FLG       PIC 9(7).
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-DTL-CNT       PIC ZZ9.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-DTL-DAYS      PIC ZZZZ9.
        01  RPT-DETAIL2.
            02  FILLER            PIC X(9)   VALUE SPACES.
            02  RPT-DTL-ADDR      PIC X(40).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-ZIP       PIC X(5).
        01  RPT-RSNLINE.
            02  FILLER            PIC X(16)  VALUE 'OPEN FOR REASON '.
            02  RPT-RSN-CODE      PIC X(2).
            02  FILLER            PIC X(2)   VALUE ' ='.
            02  RPT-RSN-COUNT     PIC ZZZZZZ9.
        01  RPT-TRAILER.
            02  FILLER            PIC X(14)  VALUE 'STILL OPEN...='.
            02  RPT-TRL-OPEN      PIC ZZZZZZ9.
            02  FILLER            PIC X(15)  VALUE ' OVER 30 DAYS.='.
            02  RPT-TRL-OLD       PIC ZZZZZZ9.
            02  FILLER            PIC X(19)
                VALUE ' CLEARED 7 DAYS..='.
            02  RPT-TRL-CLR       PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM ADRINIT.
            PERFORM ADRLOOP THRU ADRLOOPX UNTIL NO-MORE-ADS.
            PERFORM ADRTERM.
            STOP RUN.

        ADRINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            MOVE WS-TODAY TO WS-JUL.
            PERFORM ADRYMD THRU ADRYMDX.
            IF WS-BAD-DATE = 'Y' THEN
                DISPLAY 'ADRRPT1 CANNOT CONVERT TODAY THROUGH DATECALC'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE WS-YMD TO WS-TODAY-YMD.
            OPEN INPUT ADRSTAT.
            IF NOT WS-FSAS-OK THEN
                DISPLAY 'ADRRPT1 CANNOT OPEN ADRSTAT, STATUS ' WS-FSAS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT MYFILE09.
            MOVE 1 TO WS-RSN-IX.
            PERFORM ADRZERO UNTIL WS-RSN-IX GREATER THAN 6.
            OPEN OUTPUT RPTOUT.
            MOVE WS-TODAY TO RPT-HDR-DATE.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
            PERFORM ADRREAD.

        ADRZERO.
            MOVE 0 TO WS-RSN-COUNT (WS-RSN-IX).
            ADD 1 TO WS-RSN-IX.

        ADRREAD.
            READ ADRSTAT
                AT END MOVE 'Y' TO WS-EOFAS.
            IF NOT NO-MORE-ADS AND NOT WS-FSAS-OK THEN
                MOVE 'Y' TO WS-EOFAS.

      *****************************************************************
      * ADRLOOP - ONE STATUS RECORD PER PASS; OPEN FLAGS ARE LISTED,
      * CLEARED ONES ONLY COUNTED WHEN CLEARED THIS WEEK
      *****************************************************************
        ADRLOOP.
            IF ADS-STAT = 'C' THEN
                IF ADS-CLRDATE NOT = 0 THEN
                    MOVE ADS-CLRDATE TO WS-JUL
                    PERFORM ADRDAYS THRU ADRDAYSX
                    IF WS-BAD-DATE = 'N'
                       AND WS-DAYS-OUT LESS THAN 7 THEN
                        ADD 1 TO WS-CLR-COUNT
                    END-IF
                END-IF
                GO TO ADRNEXT.
            IF ADS-STAT NOT = 'R' THEN GO TO ADRNEXT.
            ADD 1 TO WS-OPEN-COUNT.
            MOVE 1 TO WS-RSN-IX.
        ADRRSN.
            IF WS-RSN-IX LESS THAN 6
               AND WS-RSN-CODE (WS-RSN-IX) NOT = ADS-REASON THEN
                ADD 1 TO WS-RSN-IX
                GO TO ADRRSN.
            ADD 1 TO WS-RSN-COUNT (WS-RSN-IX).
            MOVE SPACES TO RPT-REC.
            MOVE ADS-NUM TO RPT-DTL-NUM.
            MOVE ADS-NUM TO CMST-NUM.
            MOVE 'NO LONGER ON MYFILE09' TO RPT-DTL-NAME.
            IF WS-FS09-OK THEN
                READ MYFILE09
                IF WS-FS09-OK THEN
                    MOVE CMST-NAME TO RPT-DTL-NAME
                END-IF
                MOVE '00' TO WS-FS09.
            MOVE ADS-REASON  TO RPT-DTL-RSN.
            MOVE ADS-FLGDATE TO RPT-DTL-FLG.
            MOVE ADS-RTNCNT  TO RPT-DTL-CNT.
            MOVE ADS-FLGDATE TO WS-JUL.
            PERFORM ADRDAYS THRU ADRDAYSX.
            IF WS-BAD-DATE = 'Y' THEN
                MOVE 0 TO WS-DAYS-OUT.
            IF WS-DAYS-OUT GREATER THAN 30 THEN
                ADD 1 TO WS-OLD-COUNT.
            MOVE WS-DAYS-OUT TO RPT-DTL-DAYS.
            MOVE RPT-DETAIL1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE ADS-ADDR TO RPT-DTL-ADDR.
            MOVE ADS-ZIP  TO RPT-DTL-ZIP.
            MOVE RPT-DETAIL2 TO RPT-REC.
            WRITE RPT-REC.
        ADRNEXT.
            PERFORM ADRREAD.
        ADRLOOPX.
            EXIT.

      *****************************************************************
      * ADRDAYS - DAYS FROM THE JULIAN DATE IN WS-JUL TO TODAY
      *****************************************************************
        ADRDAYS.
            MOVE 0 TO WS-DAYS-OUT.
            PERFORM ADRYMD THRU ADRYMDX.
            IF WS-BAD-DATE = 'Y' THEN GO TO ADRDAYSX.
            MOVE 'DF' TO WS-DC-FUNC.
            MOVE WS-YMD TO WS-DC-DATE1.
            MOVE WS-TODAY-YMD TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                MOVE 'Y' TO WS-BAD-DATE
                GO TO ADRDAYSX.
            MOVE WS-DC-DAYS TO WS-DAYS-OUT.
        ADRDAYSX.
            EXIT.

      *****************************************************************
      * ADRYMD - JULIAN 0CYYDDD IN WS-JUL TO YYYYMMDD IN WS-YMD
      * THROUGH DATECALC ('AD' DDD-1 DAYS FROM JANUARY 1), AS ARAGE1
      *****************************************************************
        ADRYMD.
            MOVE 'N' TO WS-BAD-DATE.
            DIVIDE WS-JUL BY 1000 GIVING WS-CYY REMAINDER WS-DDD.
            IF WS-DDD = 0 THEN
                MOVE 'Y' TO WS-BAD-DATE
                GO TO ADRYMDX.
            COMPUTE WS-YYYY = 1900 + WS-CYY.
            MOVE 'AD' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE 0 TO WS-DC-DATE2.
            COMPUTE WS-DC-DAYS = WS-DDD - 1.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                MOVE 'Y' TO WS-BAD-DATE
                GO TO ADRYMDX.
            MOVE WS-DC-RESULT TO WS-YMD.
        ADRYMDX.
            EXIT.

        ADRTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE 1 TO WS-RSN-IX.
            PERFORM ADRRSNP UNTIL WS-RSN-IX GREATER THAN 6.
            MOVE SPACES TO RPT-REC.
            MOVE WS-OPEN-COUNT TO RPT-TRL-OPEN.
            MOVE WS-OLD-COUNT  TO RPT-TRL-OLD.
            MOVE WS-CLR-COUNT  TO RPT-TRL-CLR.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE ADRSTAT.
            CLOSE MYFILE09.
            CLOSE RPTOUT.
            IF WS-OLD-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.

        ADRRSNP.
            MOVE SPACES TO RPT-REC.
            MOVE WS-RSN-CODE (WS-RSN-IX)  TO RPT-RSN-CODE.
            MOVE WS-RSN-COUNT (WS-RSN-IX) TO RPT-RSN-COUNT.
            MOVE RPT-RSNLINE TO RPT-REC.
            WRITE RPT-REC.
            ADD 1 TO WS-RSN-IX.
