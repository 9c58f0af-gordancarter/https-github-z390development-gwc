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
      * INTRADAY STATISTICS REPORT - STATHRQ HOUR BY HOUR
      *
      * RPI 1431 - TESTEOD1 SAYS HOW MANY OF EACH THING THE DAY DID;
      * THIS REPORT SAYS WHEN.  IT READS THE 24 HOURLY BUCKETS
      * STATPOST KEEPS IN TS QUEUE STATHRQ (SEE STATAREA.CPY) AND
      * SPOOLS THROUGH RPTSVC1, AS REPORT ID 'STATHOUR', ONE ROW PER
      * CLOCK HOUR WITH ONE COLUMN PER NAMED COUNTER SLOT (RESERVED
      * SLOTS SKIPPED, AS IN TESTEOD1).  EACH COUNTER'S PEAK HOUR IS
      * MARKED '*' BESIDE ITS VALUE, AND THE DAY'S TOTAL AND PEAK
      * HOUR CLOSE EACH COLUMN.  IT CAN BE RUN AT ANY TIME OF DAY -
      * HOURS STILL TO COME SHOW ZERO - AND RESETS NOTHING.
      *
        PROGRAM-ID. TESTHRR1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY STATAREA.
        77  STATRECL  PIC 9(4)  COMP.

      * COLUMN HEADINGS PER SLOT; '*' MARKS A RESERVED SLOT (SEE
      * STATAREA.CPY) THAT GETS NO COLUMN
        01  HR-NAMES.
            02  FILLER  PIC X(8)  VALUE ' TASKS  '.
            02  FILLER  PIC X(8)  VALUE '*       '.
            02  FILLER  PIC X(8)  VALUE '*       '.
            02  FILLER  PIC X(8)  VALUE '*       '.
            02  FILLER  PIC X(8)  VALUE '*       '.
            02  FILLER  PIC X(8)  VALUE ' F06-RD '.
            02  FILLER  PIC X(8)  VALUE ' F06-WR '.
            02  FILLER  PIC X(8)  VALUE ' F07-RD '.
            02  FILLER  PIC X(8)  VALUE ' F07-WR '.
            02  FILLER  PIC X(8)  VALUE ' F08-RD '.
            02  FILLER  PIC X(8)  VALUE ' F08-WR '.
            02  FILLER  PIC X(8)  VALUE '  TS-WR '.
            02  FILLER  PIC X(8)  VALUE '  TD-WR '.
            02  FILLER  PIC X(8)  VALUE ' ABENDS '.
            02  FILLER  PIC X(8)  VALUE 'SCREENS '.
            02  FILLER  PIC X(8)  VALUE ' ALERTS '.
            02  FILLER  PIC X(8)  VALUE 'LOADDRV '.
            02  FILLER  PIC X(8)  VALUE '*       '.
            02  FILLER  PIC X(8)  VALUE '*       '.
            02  FILLER  PIC X(8)  VALUE '*       '.
        01  FILLER REDEFINES HR-NAMES.
            02  HR-NAME   PIC X(8)  OCCURS 20 TIMES.

      * THE DAY SO FAR - ROW N IS HOUR N-1 - WITH EACH SLOT'S TOTAL
      * AND PEAK ROW (0 = NOTHING POSTED)
        01  HR-TABLE.
            02  HR-ROW    OCCURS 24 TIMES.
                03  HR-CTR    PIC 9(8)  OCCURS 20 TIMES.
        01  HR-SLOTS.
            02  HR-SLOT   OCCURS 20 TIMES.
                03  HR-TOT    PIC 9(9)  COMP.
                03  HR-PEAK   PIC 9(2)  COMP.
                03  HR-PEAKV  PIC 9(8)  COMP.
        77  HRIX      PIC 9(2)  COMP.
        77  HRSX      PIC 9(2)  COMP.
        77  HRPOS     PIC 9(3)  COMP.
        77  HRITEM    PIC S9(4) COMP.
        77  HR-EDIT   PIC ZZZZZZ9.
        77  HR-EDITH  PIC ZZZZZ99.
        77  HR-LINE   PIC X(120).
        77  EIBTIMEW  PIC 9(7).

      * RPTSVC1 REPORT SERVICE (RPI 1384 LAYOUT)
        01  RPS-COMM.
            02  RPS-FUNC    PIC X.
            02  RPS-RC      PIC 9(2).
            02  RPS-ID      PIC X(8)  VALUE 'STATHOUR'.
            02  RPS-TOKEN   PIC X(8).
            02  RPS-DATE    PIC 9(7).
            02  RPS-COUNT   PIC 9(5).
            02  RPS-LINEL   PIC 9(4)  COMP.
            02  RPS-LINE    PIC X(120).
        77  RPSCOMML  PIC 9(4)  COMP.

        01  HR-HDR.
            02  FILLER       PIC X(34)
                VALUE 'INTRADAY STATISTICS BY HOUR  DATE='.
            02  HR-HDR-DATE  PIC 9(7).
            02  FILLER       PIC X(6)  VALUE ' TIME='.
            02  HR-HDR-TIME  PIC 9(6).
        01  HR-LEGEND   PIC X(40)
            VALUE '* = THE COUNTER''S PEAK HOUR OF THE DAY'.

        77  HRDONEL   PIC 9(4)  COMP.
        01  HRDONE.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  FILLER  PIC X(3)  VALUE X'11C16D'.
            02  FILLER  PIC X(34)
                 VALUE 'INTRADAY STATISTICS REPORTED      '.

      * RESULT SCREEN MIRRORED TO THE CAPTURE QUEUE (RPI 1355)
        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTHRR1'.
            02  SCAP-ERASE  PIC X     VALUE 'Y'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM HRLOAD THRU HRLOADX.
            PERFORM HRPEAKS THRU HRPEAKSX.
            MOVE 'O' TO RPS-FUNC.
            PERFORM HRRPS.
            MOVE EIBDATE TO HR-HDR-DATE.
            MOVE EIBTIME TO EIBTIMEW.
            MOVE EIBTIMEW (2:6) TO HR-HDR-TIME.
            MOVE HR-HDR TO HR-LINE.
            PERFORM HRPUT.
            MOVE HR-LEGEND TO HR-LINE.
            PERFORM HRPUT.
            PERFORM HRPUT.
      * COLUMN HEADINGS
            MOVE 'HOUR' TO HR-LINE.
            MOVE 5 TO HRPOS.
            MOVE 0 TO HRSX.
        HRCOLH.
            ADD 1 TO HRSX.
            IF HRSX GREATER THAN 20 THEN GO TO HRCOLHX.
            IF HR-NAME (HRSX) (1:1) = '*' THEN GO TO HRCOLH.
            MOVE HR-NAME (HRSX) TO HR-LINE (HRPOS:8).
            ADD 8 TO HRPOS.
            GO TO HRCOLH.
        HRCOLHX.
            PERFORM HRPUT.
      * ONE ROW PER HOUR
            MOVE 0 TO HRIX.
        HRROWL.
            ADD 1 TO HRIX.
            IF HRIX GREATER THAN 24 THEN GO TO HRFOOT.
            COMPUTE HR-EDITH = HRIX - 1.
            MOVE HR-EDITH (6:2) TO HR-LINE (2:2).
            MOVE 5 TO HRPOS.
            MOVE 0 TO HRSX.
        HRROWC.
            ADD 1 TO HRSX.
            IF HRSX GREATER THAN 20 THEN GO TO HRROWP.
            IF HR-NAME (HRSX) (1:1) = '*' THEN GO TO HRROWC.
            MOVE HR-CTR (HRIX HRSX) TO HR-EDIT.
            MOVE HR-EDIT TO HR-LINE (HRPOS:7).
            IF HR-PEAK (HRSX) = HRIX THEN
               MOVE '*' TO HR-LINE (HRPOS + 7:1).
            ADD 8 TO HRPOS.
            GO TO HRROWC.
        HRROWP.
            PERFORM HRPUT.
            GO TO HRROWL.

      * HRFOOT   EQU   *
      * THE DAY'S TOTAL AND THE PEAK HOUR UNDER EACH COLUMN
        HRFOOT.
            PERFORM HRPUT.
            MOVE 'TOTL' TO HR-LINE.
            MOVE 5 TO HRPOS.
            MOVE 0 TO HRSX.
        HRFOOTT.
            ADD 1 TO HRSX.
            IF HRSX GREATER THAN 20 THEN GO TO HRFOOTP.
            IF HR-NAME (HRSX) (1:1) = '*' THEN GO TO HRFOOTT.
            MOVE HR-TOT (HRSX) TO HR-EDIT.
            MOVE HR-EDIT TO HR-LINE (HRPOS:7).
            ADD 8 TO HRPOS.
            GO TO HRFOOTT.
        HRFOOTP.
            PERFORM HRPUT.
            MOVE 'PEAK' TO HR-LINE.
            MOVE 5 TO HRPOS.
            MOVE 0 TO HRSX.
        HRFOOTK.
            ADD 1 TO HRSX.
            IF HRSX GREATER THAN 20 THEN GO TO HRFOOTE.
            IF HR-NAME (HRSX) (1:1) = '*' THEN GO TO HRFOOTK.
            IF HR-PEAK (HRSX) GREATER THAN 0 THEN
               COMPUTE HR-EDITH = HR-PEAK (HRSX) - 1
               MOVE HR-EDITH TO HR-LINE (HRPOS:7)
            ELSE
               MOVE '      -' TO HR-LINE (HRPOS:7).
            ADD 8 TO HRPOS.
            GO TO HRFOOTK.
        HRFOOTE.
            PERFORM HRPUT.
            MOVE 'C' TO RPS-FUNC.
            PERFORM HRRPS.
            MOVE LENGTH OF HRDONE TO HRDONEL.
            MOVE HRDONE TO SCAP-DATA.
            MOVE HRDONEL TO SCAP-LEN.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * HRLOAD   EQU   *
      * THE 24 HOURLY BUCKETS - NONE YET (NO POSTS TODAY) OR ANY
      * MISSING IS ZERO
        HRLOAD.
            MOVE ZEROS TO HR-TABLE.
            EXEC CICS HANDLE CONDITION QIDERR(HRLOADX)
                 ITEMERR(HRLOADX) END-EXEC.
            MOVE 0 TO HRITEM.
        HRLOADL.
            ADD 1 TO HRITEM.
            IF HRITEM GREATER THAN 24 THEN GO TO HRLOADX.
            MOVE LENGTH OF STAT-HOUR-REC TO STATRECL.
            EXEC CICS READQ TS QUEUE(STATHRQ) INTO(STAT-HOUR-REC)
                 LENGTH(STATRECL) ITEM(HRITEM) END-EXEC.
            MOVE STAT-HOUR-REC TO HR-ROW (HRITEM).
            GO TO HRLOADL.
        HRLOADX.
            EXIT.

      * HRPEAKS  EQU   *
      * EACH SLOT'S DAY TOTAL AND PEAK HOUR (THE EARLIEST, ON A TIE)
        HRPEAKS.
            MOVE 0 TO HRSX.
        HRPEAKSS.
            ADD 1 TO HRSX.
            IF HRSX GREATER THAN 20 THEN GO TO HRPEAKSX.
            MOVE 0 TO HR-TOT (HRSX) HR-PEAK (HRSX) HR-PEAKV (HRSX).
            MOVE 0 TO HRIX.
        HRPEAKSH.
            ADD 1 TO HRIX.
            IF HRIX GREATER THAN 24 THEN GO TO HRPEAKSS.
            ADD HR-CTR (HRIX HRSX) TO HR-TOT (HRSX).
            IF HR-CTR (HRIX HRSX) GREATER THAN HR-PEAKV (HRSX) THEN
               MOVE HR-CTR (HRIX HRSX) TO HR-PEAKV (HRSX)
               MOVE HRIX TO HR-PEAK (HRSX).
            GO TO HRPEAKSH.
        HRPEAKSX.
            EXIT.

      * ONE REPORT LINE FROM HR-LINE
        HRPUT.
            MOVE HR-LINE TO RPS-LINE.
            MOVE 120 TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            PERFORM HRRPS.
            MOVE SPACES TO HR-LINE.

      * ONE REPORT-SERVICE CALL, FUNCTION PRESET
        HRRPS.
            MOVE LENGTH OF RPS-COMM TO RPSCOMML.
            EXEC CICS LINK PROGRAM('RPTSVC1') COMMAREA(RPS-COMM)
                 LENGTH(RPSCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
