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
      * DATA-SUBJECT ACCESS REPORT PRINT - DSRFILE TO SPOOL THROUGH
      * RPTSVC1
      *
      * RPI 1413 - THE CUSTDSR1 BATCH RUN BUILDS THE SECTIONED REPORT
      * OF EVERYTHING HELD ON ONE CUSTOMER ON DSRFILE (DSRREC.CPY).
      * THIS RUN SPOOLS IT, LINE FOR LINE IN LINE-NUMBER ORDER,
      * THROUGH THE RPTSVC1 REPORT SERVICE AS REPORT ID 'DSAR' + THE
      * PRIVACY CASE NUMBER, SO THE COPY SENT TO THE CUSTOMER IS
      * CATALOGED AGAINST ITS CASE AND A LOST OR DISPUTED ONE IS A
      * TESTRPR1 REPRINT.  THE REPORT IS ONLY OPENED WHEN THERE IS A
      * LINE TO PRINT.
      *
        PROGRAM-ID. DSRPRT1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  DSR-AREA.
        COPY DSRREC.
        77  DSRRECL   PIC 9(4)  COMP  VALUE 130.
        77  DSRBKEY   PIC 9(6)  VALUE 0.

        77  DR-OPEN    PIC X     VALUE 'N'.
        77  DR-COUNT   PIC 9(7)  COMP-3 VALUE 0.

      * RPTSVC1 REPORT SERVICE (RPI 1384 LAYOUT)
        01  RPS-COMM.
            02  RPS-FUNC    PIC X.
            02  RPS-RC      PIC 9(2).
            02  RPS-ID.
                03  RPS-ID-PFX  PIC X(4)  VALUE 'DSAR'.
                03  RPS-ID-CASE PIC 9(4)  VALUE 0.
            02  RPS-TOKEN   PIC X(8).
            02  RPS-DATE    PIC 9(7).
            02  RPS-COUNT   PIC 9(5).
            02  RPS-LINEL   PIC 9(4)  COMP.
            02  RPS-LINE    PIC X(120).
        77  RPSCOMML  PIC 9(4)  COMP.

        77  DRDONEL    PIC 9(4)  COMP.
        01  DRDONE.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  FILLER  PIC X(3)  VALUE X'11C16D'.
            02  FILLER  PIC X(20) VALUE 'ACCESS REPORT DSAR'.
            02  DRDONECS PIC 9(4).
            02  FILLER  PIC X(16) VALUE ' SPOOLED, LINES='.
            02  DRDONENO PIC ZZZZZZ9.

      * RESULT SCREEN MIRRORED TO THE CAPTURE QUEUE (RPI 1355)
        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'DSRPRT1 '.
            02  SCAP-ERASE  PIC X     VALUE 'Y'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LENGTH OF DRDONE TO DRDONEL.
      * NOTFND CAN ONLY COME FROM THE STARTBR (AN EMPTY DSRFILE) -
      * NO BROWSE IS ACTIVE THEN, SO IT SKIPS THE ENDBR
            EXEC CICS HANDLE CONDITION ENDFILE(DREOF)
                 NOTFND(DRNONE) END-EXEC.
            EXEC CICS STARTBR FILE('DSRFILE') RIDFLD(DSRBKEY)
                 GTEQ END-EXEC.

      * DRLOOP   EQU   *
      * ONE REPORT LINE PER PASS, IN LINE-NUMBER ORDER
        DRLOOP.
            EXEC CICS READNEXT FILE('DSRFILE') INTO(DSR-REC)
                 LENGTH(DSRRECL) RIDFLD(DSRBKEY) END-EXEC.
            IF DR-OPEN NOT = 'Y' THEN
                MOVE DSR-CASE TO RPS-ID-CASE
                MOVE 'O' TO RPS-FUNC
                PERFORM DRRPS
                MOVE 'Y' TO DR-OPEN.
            ADD 1 TO DR-COUNT.
            MOVE DSR-TEXT TO RPS-LINE.
            MOVE 120 TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            PERFORM DRRPS.
            GO TO DRLOOP.

      * DREOF    EQU   *
      * END OF DSRFILE - END THE BROWSE
        DREOF.
            EXEC CICS ENDBR FILE('DSRFILE') END-EXEC.
      * DRNONE   EQU   *
      * NO BROWSE ACTIVE - NOTHING BUILT TO PRINT
        DRNONE.
            IF DR-OPEN = 'Y' THEN
                MOVE 'C' TO RPS-FUNC
                PERFORM DRRPS.
            MOVE RPS-ID-CASE TO DRDONECS.
            MOVE DR-COUNT TO DRDONENO.
            MOVE DRDONE TO SCAP-DATA.
            MOVE DRDONEL TO SCAP-LEN.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * ONE REPORT-SERVICE CALL, FUNCTION PRESET
        DRRPS.
            MOVE LENGTH OF RPS-COMM TO RPSCOMML.
            EXEC CICS LINK PROGRAM('RPTSVC1') COMMAREA(RPS-COMM)
                 LENGTH(RPSCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
