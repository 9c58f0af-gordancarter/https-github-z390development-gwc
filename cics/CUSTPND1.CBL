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
      * DAILY PENDING CUSTOMER CHANGE REPORT - CUSTPND KSDS
      *
      * RPI 1414 - TESTCMN3 HOLDS A NAME OR ADDRESS CHANGE KEYED BY
      * AN OPERATOR BELOW THE CMNCTL AUTHORITY LEVEL ON CUSTPND (SEE
      * CUSTPND.CPY) UNTIL A SECOND OPERATOR APPROVES OR REJECTS IT
      * THROUGH TESTCMN4.  THIS RUN LISTS FOR THE AUDIT FILE:
      *
      *   REJECTED       EVERY CHANGE REJECTED IN THE LAST 24 HOURS,
      *                  WITH WHO KEYED IT AND WHO REJECTED IT
      *   PENDING        EVERY CHANGE KEYED MORE THAN 24 HOURS AGO
      *                  AND STILL NOT DECIDED
      *
      * EACH CHANGE IS SHOWN WITH THE FIELD IT CHANGES, FROM AND TO -
      * THE NAME FOR A RENAME, THE ADDRESS AND ZIP FOR AN UPDATE.
      *
      * RETURN CODE 4 = CHANGES PENDING OVER A DAY, 16 = CUSTPND
      * CANNOT BE OPENED.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. CUSTPND1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTPND ASSIGN TO CUSTPND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-FSPN.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTPND
            RECORDING MODE IS F.
        01  PND-FILE-REC.
        COPY CUSTPND.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSPN               PIC X(2)   VALUE SPACES.
            88  WS-FSPN-OK                   VALUE '00'.
        77  WS-EOFPN              PIC X      VALUE 'N'.
            88  NO-MORE-PND                  VALUE 'Y'.

      * TODAY, YESTERDAY AND NOW - THE 24-HOUR WINDOW RUNS FROM NOW
      * YESTERDAY TO NOW TODAY
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-YESTERDAY          PIC 9(7)   VALUE 0.
        77  WS-TIME8              PIC 9(8)   VALUE 0.
        77  WS-NOW                PIC 9(6)   VALUE 0.
        77  WS-CYY                PIC 9(3).
        77  WS-DDD                PIC 9(3).
        77  WS-YYYY               PIC 9(4).
        77  WS-LEAPQ              PIC 9(4).
        77  WS-LEAPR              PIC 9.

      * WHICH LIST THE PASS IS PRODUCING
        77  WS-PASS               PIC X      VALUE 'R'.
            88  PASS-REJECTED                VALUE 'R'.
            88  PASS-PENDING                 VALUE 'P'.
        77  WS-RECENT             PIC X.
        77  WS-LIST-HDR           PIC X(40).

        77  WS-REJ-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-OLD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-LIST-COUNT         PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'CUSTPND1 - CUSTOMER CHANGES FOR REVIEW ON  '.
            02  RPT-H-DATE        PIC 9(7).
        01  RPT-REJHDR            PIC X(40)
            VALUE 'REJECTED IN THE LAST 24 HOURS'.
        01  RPT-OLDHDR            PIC X(40)
            VALUE 'PENDING OVER 24 HOURS'.
        01  RPT-COLHDR.
            02  FILLER            PIC X(39)
                VALUE 'CUSTOMER FNC KEYED BY KEYED ON'.
            02  FILLER            PIC X(41)
                VALUE 'DECIDED BY DECIDED ON'.
        01  RPT-DETAIL.
            02  RPT-D-CUST        PIC 9(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-FUNC        PIC X(3).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-MAKER       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-TIME        PIC 9(7).
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-D-CHECKER     PIC X(8).
            02  FILLER            PIC X(3)   VALUE SPACES.
            02  RPT-D-CHKDATE     PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-CHKTIME     PIC 9(7).
        01  RPT-CHGLINE.
            02  FILLER            PIC X(4)   VALUE SPACES.
            02  RPT-C-LABEL       PIC X(5).
            02  RPT-C-TEXT        PIC X(40).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-C-ZIP         PIC X(5).
        01  RPT-NONE              PIC X(40)
            VALUE '    NONE'.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'REJECTED.......='.
            02  RPT-TRL-REJ       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' OVER A DAY....='.
            02  RPT-TRL-OLD       PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM PNRINIT.
            MOVE 'R' TO WS-PASS.
            MOVE RPT-REJHDR TO WS-LIST-HDR.
            PERFORM PNRPASS.
            MOVE 'P' TO WS-PASS.
            MOVE RPT-OLDHDR TO WS-LIST-HDR.
            PERFORM PNRPASS.
            PERFORM PNRTERM.
            STOP RUN.

        PNRINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            ACCEPT WS-TIME8 FROM TIME.
            COMPUTE WS-NOW = WS-TIME8 / 100.
      * YESTERDAY - ACROSS NEW YEAR IT IS DAY 365 OR 366 OF THE YEAR
      * BEFORE (EVERY FOURTH YEAR IS A LEAP YEAR 1901-2099)
            DIVIDE WS-TODAY BY 1000 GIVING WS-CYY REMAINDER WS-DDD.
            IF WS-DDD GREATER THAN 1 THEN
                COMPUTE WS-YESTERDAY = WS-TODAY - 1
            ELSE
                SUBTRACT 1 FROM WS-CYY
                COMPUTE WS-YYYY = 1900 + WS-CYY
                DIVIDE WS-YYYY BY 4 GIVING WS-LEAPQ
                    REMAINDER WS-LEAPR
                IF WS-LEAPR = 0 THEN
                    COMPUTE WS-YESTERDAY = WS-CYY * 1000 + 366
                ELSE
                    COMPUTE WS-YESTERDAY = WS-CYY * 1000 + 365
                END-IF
            END-IF.
            OPEN OUTPUT RPTOUT.
            MOVE WS-TODAY TO RPT-H-DATE.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.

      *****************************************************************
      * PNRPASS - ONE LIST (HEADING PRESET IN WS-LIST-HDR): A FULL
      * PASS OF CUSTPND PICKING THE REJECTIONS OR THE OVERDUE ITEMS
      *****************************************************************
        PNRPASS.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-LIST-HDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-LIST-COUNT.
            OPEN INPUT CUSTPND.
            IF NOT WS-FSPN-OK THEN
                DISPLAY 'CUSTPND1 CANNOT OPEN CUSTPND, STATUS ' WS-FSPN
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 'N' TO WS-EOFPN.
            PERFORM PNRREAD.
            PERFORM PNRLOOP THRU PNRNEXT UNTIL NO-MORE-PND.
            CLOSE CUSTPND.
            IF WS-LIST-COUNT = 0 THEN
                MOVE RPT-NONE TO RPT-REC
                WRITE RPT-REC.

        PNRREAD.
            READ CUSTPND
                AT END MOVE 'Y' TO WS-EOFPN.
            IF NOT NO-MORE-PND AND NOT WS-FSPN-OK THEN
                MOVE 'Y' TO WS-EOFPN.

      *****************************************************************
      * PNRLOOP - ONE CUSTPND RECORD PER PASS.  A DATE/TIME IS RECENT
      * WHEN IT IS TODAY, OR YESTERDAY LATER IN THE DAY THAN NOW.
      *****************************************************************
        PNRLOOP.
            MOVE 'N' TO WS-RECENT.
            IF PASS-PENDING THEN GO TO PNRPEND.
            IF PND-STAT NOT = 'R' THEN GO TO PNRNEXT.
            IF PND-CHKDATE = WS-TODAY
               OR (PND-CHKDATE = WS-YESTERDAY
                   AND PND-CHKTIME GREATER THAN WS-NOW) THEN
                MOVE 'Y' TO WS-RECENT.
            IF WS-RECENT NOT = 'Y' THEN GO TO PNRNEXT.
            ADD 1 TO WS-REJ-COUNT.
            GO TO PNRLIST.
        PNRPEND.
            IF PND-STAT NOT = 'P' THEN GO TO PNRNEXT.
            IF PND-DATE NOT LESS THAN WS-TODAY
               OR (PND-DATE = WS-YESTERDAY
                   AND PND-TIME GREATER THAN WS-NOW) THEN
                MOVE 'Y' TO WS-RECENT.
            IF WS-RECENT = 'Y' THEN GO TO PNRNEXT.
            ADD 1 TO WS-OLD-COUNT.
        PNRLIST.
            ADD 1 TO WS-LIST-COUNT.
            MOVE PND-NUM     TO RPT-D-CUST.
            MOVE PND-FUNC    TO RPT-D-FUNC.
            MOVE PND-MAKER   TO RPT-D-MAKER.
            MOVE PND-DATE    TO RPT-D-DATE.
            MOVE PND-TIME    TO RPT-D-TIME.
            MOVE PND-CHECKER TO RPT-D-CHECKER.
            MOVE PND-CHKDATE TO RPT-D-CHKDATE.
            MOVE PND-CHKTIME TO RPT-D-CHKTIME.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
      * THE FIELD CHANGED - THE NAME FOR A RENAME, ELSE ADDRESS/ZIP
            MOVE 'FROM ' TO RPT-C-LABEL.
            IF PND-FUNC = 'REN' THEN
                MOVE PND-BEFORE (1:40) TO RPT-C-TEXT
                MOVE SPACES TO RPT-C-ZIP
            ELSE
                MOVE PND-BEFORE (41:40) TO RPT-C-TEXT
                MOVE PND-BEFORE (81:5) TO RPT-C-ZIP.
            MOVE RPT-CHGLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'TO   ' TO RPT-C-LABEL.
            IF PND-FUNC = 'REN' THEN
                MOVE PND-AFTER (1:40) TO RPT-C-TEXT
                MOVE SPACES TO RPT-C-ZIP
            ELSE
                MOVE PND-AFTER (41:40) TO RPT-C-TEXT
                MOVE PND-AFTER (81:5) TO RPT-C-ZIP.
            MOVE RPT-CHGLINE TO RPT-REC.
            WRITE RPT-REC.
        PNRNEXT.
            PERFORM PNRREAD.

        PNRTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-REJ-COUNT TO RPT-TRL-REJ.
            MOVE WS-OLD-COUNT TO RPT-TRL-OLD.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            IF WS-OLD-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
