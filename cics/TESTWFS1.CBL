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
      * BATCH-WINDOW FORECAST SCREEN
      *
      * RPI 1433 - THE ON-DEMAND FACE OF WINFCST1.  EVERY DISPLAY
      * LINKS WINFCST1 FOR A FRESH PROJECTION FROM THE LIVE RUNCTL
      * RECORDS, THEN SHOWS THE WINDOW'S OPENING, DEADLINE AND
      * PROJECTED END (AND THE STEP THAT ENDS IT, 'LATE' WHEN THAT
      * IS PAST THE DEADLINE) OVER ONE LINE PER WINDOW STEP:
      *
      *    STEP, STATUS, PREDECESSOR, START, END, AVERAGE SECONDS,
      *    'C' ON THE CRITICAL PATH, 'NO HIST' WHEN THE STEP HAS NO
      *    STEPAVG AVERAGE YET (SO ITS PROJECTION IS TOO SHORT)
      *
      * START AND END ARE ACTUAL FOR A DONE STEP, PROJECTED FOR THE
      * REST.  TWELVE STEPS TO A PAGE.
      *
      *    ENTER  REFRESH
      *    PF8    NEXT PAGE OF STEPS
      *    PF7    PREVIOUS PAGE
      *    PF3    END, CLEAR REFRESHES FROM THE FIRST PAGE
      *
        PROGRAM-ID. TESTWFS1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.

        01  WFC-AREA.
        COPY WFCCOMM.
        77  WFCCOMML  PIC 9(4)  COMP.

        01  WFSCOMM-REC.
            COPY CAHDR.
            02  WFSCOMM.
                03  WFSTOP    PIC 9(2).
        77  WFSCOMMLEN  PIC 9(4)  COMP VALUE 5.

        77  WFSIX     PIC 9(2)  COMP.
        77  WFSSX     PIC 9(2)  COMP.

      * CLOCK HHMMSS SHOWN AS HH:MM:SS
        01  WFSHMS.
            02  WFSHMS-HH  PIC 99.
            02  WFSHMS-MM  PIC 99.
            02  WFSHMS-SS  PIC 99.
        01  WFSHMSO.
            02  WFSHMSO-HH PIC 99.
            02  FILLER     PIC X   VALUE ':'.
            02  WFSHMSO-MM PIC 99.
            02  FILLER     PIC X   VALUE ':'.
            02  WFSHMSO-SS PIC 99.

        77  WFSSCRNL  PIC 9(4)  COMP.
      * SCREEN ADDRESSES COMPOSED AT ENTRY THROUGH THE SHARED
      * SBABUILD SERVICE (WFSSBAS); DATASTREAMS MIRRORED THROUGH
      * SCRNCAP1 (SENDCAP)
        01  WFSSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  WSSBA1  PIC X(3).
            02  FILLER  PIC X(26) VALUE 'BATCH WINDOW FORECAST'.
            02  WSSBA2  PIC X(3).
            02  FILLER  PIC X(6)  VALUE 'OPEN  '.
            02  WSOPEN  PIC X(8).
            02  FILLER  PIC X(11) VALUE '  DEADLINE '.
            02  WSDEAD  PIC X(8).
            02  FILLER  PIC X(7)  VALUE '  NOW  '.
            02  WSNOW   PIC X(8).
            02  WSSBA3  PIC X(3).
            02  FILLER  PIC X(16) VALUE 'PROJECTED END   '.
            02  WSEND   PIC X(8).
            02  FILLER  PIC X(9)  VALUE '  BY    '.
            02  WSENDST PIC X(8).
            02  FILLER  PIC X(2)  VALUE SPACES.
            02  WSLATE  PIC X(24).
            02  WSSBA4  PIC X(3).
            02  FILLER  PIC X(30)
                 VALUE 'STEP     STAT PRED      START '.
            02  FILLER  PIC X(24)
                 VALUE '    END     AVG SECS   C'.
      * 12 STEP LINES - ROWS 7-18 COLUMN 2
            02  WSLINE  OCCURS 12 TIMES.
                03  WSLSBA    PIC X(3).
                03  WSLNAME   PIC X(8).
                03  FILLER    PIC X.
                03  WSLSTAT   PIC X(4).
                03  FILLER    PIC X.
                03  WSLPRED   PIC X(8).
                03  FILLER    PIC X(2).
                03  WSLSTART  PIC X(8).
                03  FILLER    PIC X(2).
                03  WSLEND    PIC X(8).
                03  FILLER    PIC X(2).
                03  WSLAVG    PIC ZZZZZ9.
                03  FILLER    PIC X(3).
                03  WSLCRIT   PIC X.
                03  FILLER    PIC X.
                03  WSLHIST   PIC X(7).
            02  WSSBA5  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'STEPS SHOWN    '.
            02  WSFROM  PIC Z9.
            02  FILLER  PIC X(4)  VALUE ' TO '.
            02  WSTO    PIC Z9.
            02  FILLER  PIC X(4)  VALUE ' OF '.
            02  WSCOUNT PIC Z9.
            02  WSSBA6  PIC X(3).
            02  FILLER  PIC X(44)
                 VALUE 'ENTER=REFRESH PF8=NEXT PF7=PREV PF3=END     '.

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
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTWFS1'.
            02  SCAP-ERASE  PIC X     VALUE 'Y'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        77  WFSMSGOL  PIC 9(4)  COMP.
        01  WFSMSGO.
            02  WSMSBA    PIC X(3).
            02  WFSMSGTX  PIC X(40).
        77  MSGEND    PIC X(40)
                      VALUE 'WINDOW FORECAST ENDED - PRESS CLEAR     '.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(2).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM WFSSBAS THRU WFSSBASX.
            MOVE LENGTH OF WFSSCRN TO WFSSCRNL.
            MOVE LENGTH OF WFSMSGO TO WFSMSGOL.
            MOVE 1 TO WFSTOP.
            IF EIBCALEN NOT = 0 THEN GO TO WFSRENT.
            GO TO WFSSHOW.

        WFSRENT.
            IF EIBCALEN NOT = WFSCOMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = WFSCOMMLEN THEN
               EXEC CICS ABEND ABCODE('WFS1') END-EXEC.
            MOVE CA-DATA TO WFSCOMM.
            IF EIBAID = DFHPF3   THEN GO TO WFSDONE.
            IF EIBAID = DFHCLEAR THEN
               MOVE 1 TO WFSTOP
               GO TO WFSSHOW.
            IF EIBAID = DFHPF8 THEN
               ADD 12 TO WFSTOP
               GO TO WFSSHOW.
            IF EIBAID = DFHPF7 THEN
               IF WFSTOP GREATER THAN 12 THEN
                  SUBTRACT 12 FROM WFSTOP
               ELSE
                  MOVE 1 TO WFSTOP.

      * WFSSHOW  EQU   *
      * A FRESH FORECAST, THEN THE SUMMARY AND ONE PAGE OF STEPS
        WFSSHOW.
            MOVE LOW-VALUES TO WFC-AREA.
            MOVE LENGTH OF WFC-AREA TO WFCCOMML.
            EXEC CICS LINK PROGRAM('WINFCST1') COMMAREA(WFC-AREA)
                 LENGTH(WFCCOMML) END-EXEC.
            IF WFSTOP GREATER THAN WFC-COUNT THEN
               MOVE 1 TO WFSTOP.
            MOVE WFC-OPEN TO WFSHMS.
            PERFORM WFSFMT.
            MOVE WFSHMSO TO WSOPEN.
            MOVE WFC-DEADLINE TO WFSHMS.
            PERFORM WFSFMT.
            MOVE WFSHMSO TO WSDEAD.
            MOVE WFC-NOW TO WFSHMS.
            PERFORM WFSFMT.
            MOVE WFSHMSO TO WSNOW.
            MOVE WFC-END TO WFSHMS.
            PERFORM WFSFMT.
            MOVE WFSHMSO TO WSEND.
            MOVE WFC-ENDSTEP TO WSENDST.
            IF WFC-RC = 0 THEN
               MOVE 'ON TIME' TO WSLATE.
            IF WFC-RC = 4 THEN
               MOVE 'LATE - PAST THE DEADLINE' TO WSLATE.
            IF WFC-RC = 8 THEN
               MOVE SPACES TO WSEND WSENDST
               MOVE 'NO WINDOW STEPS' TO WSLATE.
            MOVE WFC-COUNT TO WSCOUNT.
            MOVE WFSTOP TO WSFROM.
            MOVE 0 TO WFSIX.
            MOVE WFSTOP TO WFSSX.
        WFSSHOWL.
            ADD 1 TO WFSIX.
            IF WFSIX GREATER THAN 12 THEN GO TO WFSSHOWX.
            MOVE SPACES TO WSLNAME (WFSIX) WSLSTAT (WFSIX)
                 WSLPRED (WFSIX) WSLSTART (WFSIX) WSLEND (WFSIX)
                 WSLCRIT (WFSIX) WSLHIST (WFSIX).
            MOVE 0 TO WSLAVG (WFSIX).
            IF WFSSX GREATER THAN WFC-COUNT THEN GO TO WFSSHOWL.
            MOVE WFSSX TO WSTO.
            MOVE WFC-S-NAME (WFSSX) TO WSLNAME (WFSIX).
            MOVE WFC-S-STAT (WFSSX) TO WSLSTAT (WFSIX).
            MOVE WFC-S-PRED (WFSSX) TO WSLPRED (WFSIX).
            MOVE WFC-S-START (WFSSX) TO WFSHMS.
            PERFORM WFSFMT.
            MOVE WFSHMSO TO WSLSTART (WFSIX).
            MOVE WFC-S-END (WFSSX) TO WFSHMS.
            PERFORM WFSFMT.
            MOVE WFSHMSO TO WSLEND (WFSIX).
            MOVE WFC-S-AVG (WFSSX) TO WSLAVG (WFSIX).
            MOVE WFC-S-CRIT (WFSSX) TO WSLCRIT (WFSIX).
            IF WFC-S-HIST (WFSSX) = 'N' THEN
               MOVE 'NO HIST' TO WSLHIST (WFSIX).
            ADD 1 TO WFSSX.
            GO TO WFSSHOWL.
        WFSSHOWX.
            IF WFC-COUNT = 0 THEN
               MOVE 0 TO WSFROM WSTO.
            MOVE WFSSCRN TO SCAP-DATA.
            MOVE WFSSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.

        WFSRET.
            MOVE WFSCOMMLEN TO CA-HDR-LEN IN WFSCOMM-REC.
            EXEC CICS RETURN TRANSID('WFS1') COMMAREA(WFSCOMM-REC)
                 LENGTH(WFSCOMMLEN) END-EXEC.

        WFSDONE.
            MOVE MSGEND TO WFSMSGTX.
            MOVE WFSMSGO TO SCAP-DATA.
            MOVE WFSMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * HHMMSS IN WFSHMS TO HH:MM:SS IN WFSHMSO
        WFSFMT.
            MOVE WFSHMS-HH TO WFSHMSO-HH.
            MOVE WFSHMS-MM TO WFSHMSO-MM.
            MOVE WFSHMS-SS TO WFSHMSO-SS.

      * COMPOSE THE SCREEN ADDRESSES: TITLE ROW 2 COL 28, WINDOW
      * LINE ROW 4, PROJECTION ROW 5, HEADING ROW 6 AND STEP LINES
      * ROWS 7-18 COL 2, COUNT ROW 19, KEY LINE ROW 20, MESSAGE LINE
      * ROW 22 COL 1
        WFSSBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 2 TO SBAB-ROW.
            MOVE 28 TO SBAB-COL.
            PERFORM WFSSBA1.
            MOVE SBAB-SBA TO WSSBA1.
            MOVE 2 TO SBAB-COL.
            MOVE 4 TO SBAB-ROW.
            PERFORM WFSSBA1.
            MOVE SBAB-SBA TO WSSBA2.
            MOVE 5 TO SBAB-ROW.
            PERFORM WFSSBA1.
            MOVE SBAB-SBA TO WSSBA3.
            MOVE 6 TO SBAB-ROW.
            PERFORM WFSSBA1.
            MOVE SBAB-SBA TO WSSBA4.
            MOVE 19 TO SBAB-ROW.
            PERFORM WFSSBA1.
            MOVE SBAB-SBA TO WSSBA5.
            MOVE 20 TO SBAB-ROW.
            PERFORM WFSSBA1.
            MOVE SBAB-SBA TO WSSBA6.
            MOVE 22 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM WFSSBA1.
            MOVE SBAB-SBA TO WSMSBA.
            MOVE 2 TO SBAB-COL.
            MOVE 0 TO WFSIX.
        WFSSBASL.
            ADD 1 TO WFSIX.
            IF WFSIX GREATER THAN 12 THEN GO TO WFSSBASX.
            COMPUTE SBAB-ROW = WFSIX + 6.
            PERFORM WFSSBA1.
            MOVE SBAB-SBA TO WSLSBA (WFSIX).
            GO TO WFSSBASL.
        WFSSBASX.
            EXIT.

        WFSSBA1.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
