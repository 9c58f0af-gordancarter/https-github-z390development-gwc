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
      * DAILY UNUSUAL-ORDER EXCEPTION REPORT - ORDEXC KSDS
      *
      * RPI 1409 - TESTORD1 SENDS EVERY ORDER IT POSTS THROUGH THE
      * ORDCHK1 SERVICE, WHICH FLAGS ONE OUT OF LINE WITH THE
      * CUSTOMER'S OWN HISTORY (A - AMOUNT, F - FREQUENCY, D - LARGE
      * ORDER FROM A DORMANT CUSTOMER; SEE ORDEXC.CPY), ALERTS THE
      * OPERATOR THROUGH ALRT AND WRITES AN ORDEXC RECORD.  THIS RUN
      * LISTS TODAY'S ORDEXC RECORDS FOR THE ORDER DESK, EACH WITH
      * THE FIGURES IT WAS FLAGGED ON AND THE ORDER'S STATUS ON
      * ORDFILE NOW:
      *
      *   OPN/HLD   CONFIRM?  - STILL TO BE CONFIRMED WITH THE
      *                         CUSTOMER OR CANCELLED (TESTORD2 PF5)
      *   CAN       CANCELLED - ALREADY DEALT WITH
      *   ANY OTHER PROCEEDED - SHIPPED OR BILLED SINCE
      *   NONE      NOT FOUND - NO LONGER ON ORDFILE
      *
      * RETURN CODE 4 = ORDERS STILL TO CONFIRM, 16 = ORDEXC OR
      * ORDFILE CANNOT BE OPENED.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. ORDEXC1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDEXC ASSIGN TO ORDEXC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EXC-KEY
                FILE STATUS IS WS-FSEX.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDEXC
            RECORDING MODE IS F.
        01  EXC-FILE-REC.
        COPY ORDEXC.

        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSEX               PIC X(2)   VALUE SPACES.
            88  WS-FSEX-OK                   VALUE '00'.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-EOFEX              PIC X      VALUE 'N'.
            88  NO-MORE-EXC                  VALUE 'Y'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.

        77  WS-EXC-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-OPEN-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CAN-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-EXC-AMT            PIC 9(13)  COMP-3 VALUE 0.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'ORDEXC1 - UNUSUAL ORDERS FLAGGED ON        '.
            02  RPT-H-DATE        PIC 9(7).
        01  RPT-COLHDR.
            02  FILLER            PIC X(40)
                VALUE 'CUSTOMER ORDER      AMOUNT     AVERAGE  '.
            02  FILLER            PIC X(40)
                VALUE ' HIST  RCNT  IDLE WHY STA DESK ACTION   '.
        01  RPT-DETAIL.
            02  RPT-D-CUST        PIC 9(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-ORD         PIC 9(6).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-AMT         PIC ZZZ,ZZZ,ZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-AVG         PIC ZZZ,ZZZ,ZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-HIST        PIC ZZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-RECENT      PIC ZZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-IDLE        PIC ZZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-WHY         PIC X(3).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-STAT        PIC X(3).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-D-ACTION      PIC X(10).
        01  RPT-NONE              PIC X(40)
            VALUE 'NO ORDERS FLAGGED'.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'FLAGGED........='.
            02  RPT-TRL-EXC       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' TO CONFIRM....='.
            02  RPT-TRL-OPEN      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' CANCELLED.....='.
            02  RPT-TRL-CAN       PIC ZZZZZZ9.
        01  RPT-TOTLINE.
            02  FILLER            PIC X(24)
                VALUE 'FLAGGED ORDER VALUE.....'.
            02  RPT-T-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

        PROCEDURE DIVISION.

            PERFORM EXRINIT.
            PERFORM EXRLOOP THRU EXRNEXT UNTIL NO-MORE-EXC.
            PERFORM EXRTERM.
            STOP RUN.

        EXRINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            OPEN INPUT ORDEXC.
            IF NOT WS-FSEX-OK THEN
                DISPLAY 'ORDEXC1 CANNOT OPEN ORDEXC, STATUS ' WS-FSEX
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT ORDFILE.
            IF NOT WS-FSOR-OK THEN
                DISPLAY 'ORDEXC1 CANNOT OPEN ORDFILE, STATUS ' WS-FSOR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE WS-TODAY TO RPT-H-DATE.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
      * TODAY'S FLAGS ARE TOGETHER AT THE FRONT OF THE DATE KEY
            MOVE LOW-VALUES TO EXC-KEY.
            MOVE WS-TODAY TO EXC-DATE.
            START ORDEXC KEY IS NOT LESS THAN EXC-KEY
                INVALID KEY MOVE 'Y' TO WS-EOFEX
            END-START.
            IF NOT NO-MORE-EXC THEN
                PERFORM EXRREAD.

        EXRREAD.
            READ ORDEXC NEXT
                AT END MOVE 'Y' TO WS-EOFEX.
            IF NOT NO-MORE-EXC AND NOT WS-FSEX-OK THEN
                MOVE 'Y' TO WS-EOFEX.
            IF NOT NO-MORE-EXC AND EXC-DATE NOT = WS-TODAY THEN
                MOVE 'Y' TO WS-EOFEX.

      *****************************************************************
      * EXRLOOP - ONE FLAGGED ORDER PER PASS, WITH ITS STATUS NOW
      *****************************************************************
        EXRLOOP.
            ADD 1 TO WS-EXC-COUNT.
            ADD EXC-AMT TO WS-EXC-AMT.
            MOVE EXC-CUSTNO  TO RPT-D-CUST.
            MOVE EXC-NUM     TO RPT-D-ORD.
            MOVE EXC-AMT     TO RPT-D-AMT.
            MOVE EXC-AVG     TO RPT-D-AVG.
            MOVE EXC-HISTN   TO RPT-D-HIST.
            MOVE EXC-RECENT  TO RPT-D-RECENT.
            MOVE EXC-IDLE    TO RPT-D-IDLE.
            MOVE EXC-FLAGS   TO RPT-D-WHY.
            MOVE EXC-CUSTNO  TO ORD-CUSTNO.
            MOVE EXC-NUM     TO ORD-NUM.
            READ ORDFILE
                INVALID KEY MOVE SPACES TO ORD-STAT.
            IF NOT WS-FSOR-OK THEN
                MOVE SPACES TO ORD-STAT.
            MOVE ORD-STAT TO RPT-D-STAT.
            IF ORD-STAT = SPACES THEN
                MOVE 'NOT FOUND' TO RPT-D-ACTION
            ELSE
            IF ORD-STAT = 'OPN' OR ORD-STAT = 'HLD' THEN
                ADD 1 TO WS-OPEN-COUNT
                MOVE 'CONFIRM?'  TO RPT-D-ACTION
            ELSE
            IF ORD-STAT = 'CAN' THEN
                ADD 1 TO WS-CAN-COUNT
                MOVE 'CANCELLED' TO RPT-D-ACTION
            ELSE
                MOVE 'PROCEEDED' TO RPT-D-ACTION.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
        EXRNEXT.
            PERFORM EXRREAD.

        EXRTERM.
            CLOSE ORDEXC.
            CLOSE ORDFILE.
            IF WS-EXC-COUNT = 0 THEN
                MOVE RPT-NONE TO RPT-REC
                WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-EXC-AMT TO RPT-T-AMT.
            MOVE RPT-TOTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-EXC-COUNT  TO RPT-TRL-EXC.
            MOVE WS-OPEN-COUNT TO RPT-TRL-OPEN.
            MOVE WS-CAN-COUNT  TO RPT-TRL-CAN.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            IF WS-OPEN-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
