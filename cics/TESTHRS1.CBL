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
      * INTRADAY STATISTICS SCREEN - ONE COUNTER BY HOUR
      *
      * RPI 1431 - THE ONLINE FACE OF THE STATHRQ HOURLY BUCKETS
      * (SEE STATAREA.CPY; TESTHRR1 PRINTS THE SAME FIGURES FOR ALL
      * COUNTERS AT ONCE).  ONE COUNTER SLOT AT A TIME: ITS NAME, DAY
      * TOTAL SO FAR AND PEAK HOUR, THEN ALL 24 HOURS IN TWO COLUMNS
      * OF TWELVE, EACH WITH ITS COUNT AND A BAR OF UP TO 20 '*'
      * SCALED TO THE PEAK HOUR, WHICH IS MARKED 'PEAK'.
      *
      *    ENTER  NEXT COUNTER (REFRESHED FROM THE QUEUE)
      *    PF8    NEXT COUNTER
      *    PF7    PREVIOUS COUNTER
      *    PF3    END, CLEAR REFRESHES THE CURRENT COUNTER
      *
      * RESERVED SLOTS ARE STEPPED OVER, AS IN TESTEOD1.
      *
        PROGRAM-ID. TESTHRS1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.
        COPY STATAREA.
        77  STATRECL  PIC 9(4)  COMP.

        01  HRSCOMM-REC.
            COPY CAHDR.
            02  HRSCOMM.
                03  HRSSLOT   PIC 9(2).
        77  HRSCOMMLEN  PIC 9(4)  COMP VALUE 5.

      * SLOT NAMES AS TESTEOD1 PRINTS THEM; '*' MARKS A RESERVED SLOT
        01  HRS-NAMES.
            02  FILLER  PIC X(16) VALUE 'TASKS STARTED   '.
            02  FILLER  PIC X(16) VALUE '*RESERVED       '.
            02  FILLER  PIC X(16) VALUE '*RESERVED       '.
            02  FILLER  PIC X(16) VALUE '*RESERVED       '.
            02  FILLER  PIC X(16) VALUE '*RESERVED       '.
            02  FILLER  PIC X(16) VALUE 'MYFILE06 READS  '.
            02  FILLER  PIC X(16) VALUE 'MYFILE06 WRITES '.
            02  FILLER  PIC X(16) VALUE 'MYFILE07 READS  '.
            02  FILLER  PIC X(16) VALUE 'MYFILE07 WRITES '.
            02  FILLER  PIC X(16) VALUE 'MYFILE08 READS  '.
            02  FILLER  PIC X(16) VALUE 'MYFILE08 WRITES '.
            02  FILLER  PIC X(16) VALUE 'TS QUEUE WRITES '.
            02  FILLER  PIC X(16) VALUE 'TD QUEUE WRITES '.
            02  FILLER  PIC X(16) VALUE 'ABENDS HANDLED  '.
            02  FILLER  PIC X(16) VALUE 'SCREENS SENT    '.
            02  FILLER  PIC X(16) VALUE 'ALERTS ROUTED   '.
            02  FILLER  PIC X(16) VALUE 'LOAD DRV CALLS  '.
            02  FILLER  PIC X(16) VALUE '*RESERVED       '.
            02  FILLER  PIC X(16) VALUE '*RESERVED       '.
            02  FILLER  PIC X(16) VALUE '*RESERVED       '.
        01  FILLER REDEFINES HRS-NAMES.
            02  HRS-NAME  PIC X(16) OCCURS 20 TIMES.

      * THE SHOWN SLOT'S 24 HOURS - ROW N IS HOUR N-1
        01  HRS-HOURS.
            02  HRS-HCTR  PIC 9(8)  OCCURS 24 TIMES.
        77  HRS-TOT   PIC 9(9)  COMP.
        77  HRS-PEAK  PIC 9(2)  COMP.
        77  HRS-PEAKV PIC 9(8)  COMP.
        77  HRSITEM   PIC S9(4) COMP.
        77  HRSIX     PIC 9(2)  COMP.
        77  HRSBARN   PIC 9(2)  COMP.
        77  HRSBARS   PIC X(20) VALUE ALL '*'.

        77  HRSSCRNL  PIC 9(4)  COMP.
      * RPI 1355 - SCREEN ADDRESSES COMPOSED AT ENTRY THROUGH THE
      * SHARED SBABUILD SERVICE (HRSSBAS); DATASTREAMS MIRRORED
      * THROUGH SCRNCAP1 (SENDCAP)
        01  HRSSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  HSSBA1  PIC X(3).
            02  FILLER  PIC X(32) VALUE 'INTRADAY STATISTICS BY HOUR'.
            02  HSSBA2  PIC X(3).
            02  FILLER  PIC X(9)  VALUE 'COUNTER: '.
            02  HSNAME  PIC X(16).
            02  FILLER  PIC X(6)  VALUE ' SLOT '.
            02  HSSLOT  PIC Z9.
            02  FILLER  PIC X(12) VALUE '  DAY TOTAL '.
            02  HSTOT   PIC ZZZZZZZZ9.
            02  FILLER  PIC X(12) VALUE '  PEAK HOUR '.
            02  HSPEAK  PIC X(2).
      * 24 HOUR CELLS - HOURS 00-11 ROWS 6-17 COLUMN 2, HOURS 12-23
      * ROWS 6-17 COLUMN 42
            02  HSCELL  OCCURS 24 TIMES.
                03  HSCSBA    PIC X(3).
                03  HSCHOUR   PIC 99.
                03  FILLER    PIC X.
                03  HSCCTR    PIC ZZZZZZ9.
                03  FILLER    PIC X.
                03  HSCBAR    PIC X(20).
                03  FILLER    PIC X.
                03  HSCMARK   PIC X(4).
            02  HSSBA3  PIC X(3).
            02  FILLER  PIC X(38)
                 VALUE 'ENTER/PF8=NEXT PF7=PREV PF3=END       '.

        01  SBAB-COMM.
            02  SBAB-FUNC   PIC X.
            02  SBAB-RC     PIC 9(2).
            02  SBAB-ROW    PIC 9(2)  COMP.
            02  SBAB-COL    PIC 9(2)  COMP.
            02  SBAB-ATTR   PIC X.
            02  SBAB-SBA    PIC X(3).
            02  SBAB-TEXTL  PIC 9(4)  COMP.
            02  SBAB-TEXT   PIC X(60).
            02  SBAB-BUFL   PIC 9(4)  COMP.
            02  SBAB-BUFFER PIC X(1536).
        77  SBABCOMML PIC 9(4)  COMP.

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTHRS1'.
            02  SCAP-ERASE  PIC X     VALUE 'Y'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        77  HRSMSGOL  PIC 9(4)  COMP.
        01  HRSMSGO.
            02  HSMSBA    PIC X(3).
            02  HRSMSGTX  PIC X(40).
        77  MSGEND    PIC X(40)
                      VALUE 'HOURLY STATISTICS ENDED - PRESS CLEAR   '.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(2).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM HRSSBAS THRU HRSSBASX.
            MOVE LENGTH OF HRSSCRN TO HRSSCRNL.
            MOVE LENGTH OF HRSMSGO TO HRSMSGOL.
            MOVE 1 TO HRSSLOT.
            IF EIBCALEN NOT = 0 THEN GO TO HRSRENT.
            GO TO HRSSHOW.

        HRSRENT.
            IF EIBCALEN NOT = HRSCOMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = HRSCOMMLEN THEN
               EXEC CICS ABEND ABCODE('HRS1') END-EXEC.
            MOVE CA-DATA TO HRSCOMM.
            IF EIBAID = DFHPF3   THEN GO TO HRSDONE.
            IF EIBAID = DFHCLEAR THEN GO TO HRSSHOW.
            IF EIBAID = DFHPF7   THEN GO TO HRSPREV.
            IF EIBAID = DFHENTER OR EIBAID = DFHPF8 THEN
               GO TO HRSNEXT.
            GO TO HRSSHOW.

      * HRSNEXT  EQU   *
      * STEP FORWARD TO THE NEXT NAMED SLOT, WRAPPING AT 20
        HRSNEXT.
            ADD 1 TO HRSSLOT.
            IF HRSSLOT GREATER THAN 20 THEN MOVE 1 TO HRSSLOT.
            IF HRS-NAME (HRSSLOT) (1:1) = '*' THEN GO TO HRSNEXT.
            GO TO HRSSHOW.

      * HRSPREV  EQU   *
        HRSPREV.
            IF HRSSLOT GREATER THAN 1 THEN
               SUBTRACT 1 FROM HRSSLOT
            ELSE
               MOVE 20 TO HRSSLOT.
            IF HRS-NAME (HRSSLOT) (1:1) = '*' THEN GO TO HRSPREV.

      * HRSSHOW  EQU   *
      * LOAD THE SLOT'S HOURS, FIND ITS PEAK, FILL AND SEND THE PAGE
        HRSSHOW.
            PERFORM HRSLOAD THRU HRSLOADX.
            MOVE HRS-NAME (HRSSLOT) TO HSNAME.
            MOVE HRSSLOT TO HSSLOT.
            MOVE HRS-TOT TO HSTOT.
            IF HRS-PEAK GREATER THAN 0 THEN
               COMPUTE HSCHOUR (1) = HRS-PEAK - 1
               MOVE HSCHOUR (1) TO HSPEAK
            ELSE
               MOVE ' -' TO HSPEAK.
            MOVE 0 TO HRSIX.
        HRSSHOWL.
            ADD 1 TO HRSIX.
            IF HRSIX GREATER THAN 24 THEN GO TO HRSSHOWX.
            COMPUTE HSCHOUR (HRSIX) = HRSIX - 1.
            MOVE HRS-HCTR (HRSIX) TO HSCCTR (HRSIX).
            MOVE SPACES TO HSCBAR (HRSIX) HSCMARK (HRSIX).
            IF HRS-PEAKV GREATER THAN 0 THEN
               COMPUTE HRSBARN ROUNDED =
                       HRS-HCTR (HRSIX) * 20 / HRS-PEAKV
               IF HRSBARN = 0 AND HRS-HCTR (HRSIX) GREATER THAN 0
                  THEN MOVE 1 TO HRSBARN.
            IF HRS-PEAKV GREATER THAN 0 AND HRSBARN GREATER THAN 0
               THEN MOVE HRSBARS (1:HRSBARN) TO HSCBAR (HRSIX).
            IF HRS-PEAK = HRSIX THEN MOVE 'PEAK' TO HSCMARK (HRSIX).
            GO TO HRSSHOWL.
        HRSSHOWX.
            MOVE HRSSCRN TO SCAP-DATA.
            MOVE HRSSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.

        HRSRET.
            MOVE HRSCOMMLEN TO CA-HDR-LEN IN HRSCOMM-REC.
            EXEC CICS RETURN TRANSID('HRS1') COMMAREA(HRSCOMM-REC)
                 LENGTH(HRSCOMMLEN) END-EXEC.

        HRSDONE.
            MOVE MSGEND TO HRSMSGTX.
            MOVE HRSMSGO TO SCAP-DATA.
            MOVE HRSMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * HRSLOAD  EQU   *
      * THE SLOT'S COUNT FOR EACH OF THE 24 STATHRQ ITEMS - NONE YET
      * (NO POSTS TODAY) OR ANY MISSING IS ZERO - WITH ITS DAY TOTAL
      * AND PEAK HOUR (THE EARLIEST, ON A TIE)
        HRSLOAD.
            MOVE ZEROS TO HRS-HOURS.
            MOVE 0 TO HRS-TOT HRS-PEAK HRS-PEAKV.
            EXEC CICS HANDLE CONDITION QIDERR(HRSLOADP)
                 ITEMERR(HRSLOADP) END-EXEC.
            MOVE 0 TO HRSITEM.
        HRSLOADL.
            ADD 1 TO HRSITEM.
            IF HRSITEM GREATER THAN 24 THEN GO TO HRSLOADP.
            MOVE LENGTH OF STAT-HOUR-REC TO STATRECL.
            EXEC CICS READQ TS QUEUE(STATHRQ) INTO(STAT-HOUR-REC)
                 LENGTH(STATRECL) ITEM(HRSITEM) END-EXEC.
            MOVE STAT-HCTR (HRSSLOT) TO HRS-HCTR (HRSITEM).
            GO TO HRSLOADL.
        HRSLOADP.
            MOVE 0 TO HRSIX.
        HRSLOADK.
            ADD 1 TO HRSIX.
            IF HRSIX GREATER THAN 24 THEN GO TO HRSLOADX.
            ADD HRS-HCTR (HRSIX) TO HRS-TOT.
            IF HRS-HCTR (HRSIX) GREATER THAN HRS-PEAKV THEN
               MOVE HRS-HCTR (HRSIX) TO HRS-PEAKV
               MOVE HRSIX TO HRS-PEAK.
            GO TO HRSLOADK.
        HRSLOADX.
            EXIT.

      * RPI 1355 - COMPOSE THE SCREEN ADDRESSES: TITLE ROW 2 COL 27,
      * COUNTER LINE ROW 4 COL 2, HOUR CELLS ROWS 6-17 COLS 2 AND 42,
      * KEY LINE ROW 20 COL 2, MESSAGE LINE ROW 22 COL 1
        HRSSBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 2 TO SBAB-ROW.
            MOVE 27 TO SBAB-COL.
            PERFORM HRSSBA1.
            MOVE SBAB-SBA TO HSSBA1.
            MOVE 4 TO SBAB-ROW.
            MOVE 2 TO SBAB-COL.
            PERFORM HRSSBA1.
            MOVE SBAB-SBA TO HSSBA2.
            MOVE 20 TO SBAB-ROW.
            MOVE 2 TO SBAB-COL.
            PERFORM HRSSBA1.
            MOVE SBAB-SBA TO HSSBA3.
            MOVE 22 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM HRSSBA1.
            MOVE SBAB-SBA TO HSMSBA.
            MOVE 0 TO HRSIX.
        HRSSBASL.
            ADD 1 TO HRSIX.
            IF HRSIX GREATER THAN 24 THEN GO TO HRSSBASX.
            IF HRSIX GREATER THAN 12 THEN
               COMPUTE SBAB-ROW = HRSIX - 7
               MOVE 42 TO SBAB-COL
            ELSE
               COMPUTE SBAB-ROW = HRSIX + 5
               MOVE 2 TO SBAB-COL.
            PERFORM HRSSBA1.
            MOVE SBAB-SBA TO HSCSBA (HRSIX).
            GO TO HRSSBASL.
        HRSSBASX.
            EXIT.

        HRSSBA1.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * RPI 1355 - MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
