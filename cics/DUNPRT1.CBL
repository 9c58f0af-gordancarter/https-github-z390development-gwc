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
      * DUNNING-NOTICE PRINT RUN - DUNFILE TO SPOOL THROUGH RPTSVC1
      *
      * RPI 1403 - THE NIGHTLY ARAGE1 AGING RUN PUTS EVERY CUSTOMER
      * WITH A RECEIVABLE OVER 60 DAYS PAST DUE ON DUNFILE
      * (DUNREC.CPY).  THIS RUN PRINTS ONE NOTICE PER CUSTOMER NOT
      * YET NOTIFIED (DUN-PRTDATE = 0) THROUGH THE RPTSVC1 REPORT
      * SERVICE AS REPORT ID 'DUNNING', SO A LOST RUN IS A TESTRPR1
      * REPRINT.  EACH NOTICE IS THE BILL-TO BLOCK LAID OUT AS A
      * CUSTLBL1 LABEL, THE WORDING FOR THE WORST BUCKET REACHED,
      * AND THE AMOUNTS OVERDUE.  THE WORDING COMES FROM THE MSGCAT
      * MESSAGE CATALOG THROUGH MSGGET1 SO COLLECTIONS CAN CHANGE IT
      * WITHOUT A RECOMPILE:
      *
      *    ARDUN061  LEVEL 1 - 61-90 DAYS PAST DUE
      *    ARDUN091  LEVEL 2 - OVER 90 DAYS PAST DUE
      *
      * &1 IN THE TEXT IS THE AMOUNT OVERDUE, &2 THE DAYS PAST DUE OF
      * THE OLDEST INVOICE.  A CATALOG THAT CANNOT SUPPLY THE TEXT
      * FALLS BACK TO A PLAIN PAST-DUE LINE RATHER THAN A MESSAGE ID
      * ON A CUSTOMER'S NOTICE.  EACH NOTICE IS STAMPED WITH THE
      * PRINT DATE ONCE SPOOLED; THE REPORT IS ONLY OPENED WHEN THERE
      * IS A NOTICE TO PRINT.
      *
      * RPI 1425 - THE NOTICE'S PRINT DATE IS THE BUSINESS DATE FROM
      * THE BDTSVC1 SERVICE (THE BUSINESS DATE BDROLL1 ROLLS), NOT
      * EIBDATE; AUDIT STAMPS STAY ON THE CLOCK.
      *
        PROGRAM-ID. DUNPRT1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  DUN-AREA.
        COPY DUNREC.
        77  DUNRECL   PIC 9(4)  COMP  VALUE 150.
        77  DUNBKEY   PIC 9(8)  VALUE 0.
        77  DUNUKEY   PIC 9(8).

        77  DP-OPEN    PIC X     VALUE 'N'.
        77  DP-COUNT   PIC 9(7)  COMP-3 VALUE 0.
        77  DP-OVERDUE PIC 9(11).

      * MESSAGE CATALOG FETCH (SEE MSGGET1.CBL)
        01  MCAT-COMM.
            02  MCAT-ID    PIC X(8).
            02  MCAT-RC    PIC 9(2)  VALUE 0.
            02  MCAT-SUB1  PIC X(20) VALUE SPACES.
            02  MCAT-SUB2  PIC X(20) VALUE SPACES.
            02  MCAT-TEXT  PIC X(60) VALUE SPACES.
        77  MCATCOMML PIC 9(4)  COMP.
        01  DP-SUBAMT  PIC ZZ,ZZZ,ZZZ,ZZ9.
        01  DP-SUBDAYS PIC ZZZZ9.
        01  DP-DFLTMSG PIC X(60)
            VALUE 'YOUR ACCOUNT IS PAST DUE - PLEASE REMIT PROMPTLY'.

      * RPTSVC1 REPORT SERVICE (RPI 1384 LAYOUT)
        01  RPS-COMM.
            02  RPS-FUNC    PIC X.
            02  RPS-RC      PIC 9(2).
            02  RPS-ID      PIC X(8)  VALUE 'DUNNING '.
            02  RPS-TOKEN   PIC X(8).
            02  RPS-DATE    PIC 9(7).
            02  RPS-COUNT   PIC 9(5).
            02  RPS-LINEL   PIC 9(4)  COMP.
            02  RPS-LINE    PIC X(120).
        77  RPSCOMML  PIC 9(4)  COMP.

        01  DP-HDR.
            02  FILLER     PIC X(17) VALUE 'PAST DUE NOTICE  '.
            02  FILLER     PIC X(9)  VALUE 'CUSTOMER '.
            02  DP-H-CUST  PIC 9(8).
            02  FILLER     PIC X(7)  VALUE '  DATE '.
            02  DP-H-DATE  PIC 9(7).
        01  DP-ZIPLINE.
            02  DP-ZIP     PIC X(5).
            02  FILLER     PIC X(35) VALUE SPACES.
        01  DP-AMTLINE.
            02  DP-A-TEXT  PIC X(26).
            02  DP-A-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9.
        01  DP-SEP         PIC X(40) VALUE ALL '-'.

        01  DP-TRAILER.
            02  FILLER     PIC X(16) VALUE 'NOTICES SPOOLED='.
            02  DP-TRL-NO  PIC ZZZZZZ9.

        77  DPDONEL    PIC 9(4)  COMP.
        01  DPDONE.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  FILLER  PIC X(3)  VALUE X'11C16D'.
            02  FILLER  PIC X(24) VALUE 'DUNNING RUN SPOOLED, NO='.
            02  DPDONENO PIC ZZZZZZ9.

      * RESULT SCREEN MIRRORED TO THE CAPTURE QUEUE (RPI 1355)
        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'DUNPRT1 '.
            02  SCAP-ERASE  PIC X     VALUE 'Y'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

      * RPI 1425 - BUSINESS-DATE SERVICE COMMAREA (SEE BDTSVC1.CBL)
        01  BDS-COMM.
            02  BDS-DATE   PIC 9(7).
            02  BDS-SYS    PIC 9(7).
            02  BDS-PREV   PIC 9(7).
            02  BDS-RC     PIC 9(2).
        77  BDSCOMML  PIC 9(4)  COMP  VALUE 23.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LENGTH OF DPDONE TO DPDONEL.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
      * NOTFND CAN ONLY COME FROM A STARTBR (NOTHING AT OR PAST THE
      * KEY) - NO BROWSE IS ACTIVE THEN, SO IT SKIPS THE ENDBR
            EXEC CICS HANDLE CONDITION ENDFILE(DPEOF)
                 NOTFND(DPNONE) END-EXEC.
            EXEC CICS STARTBR FILE('DUNFILE') RIDFLD(DUNBKEY)
                 GTEQ END-EXEC.

      * DPLOOP   EQU   *
      * ONE CUSTOMER PER PASS, IN CUSTOMER-NUMBER ORDER
        DPLOOP.
            EXEC CICS READNEXT FILE('DUNFILE') INTO(DUN-REC)
                 LENGTH(DUNRECL) RIDFLD(DUNBKEY) END-EXEC.
            IF DUN-PRTDATE NOT = 0 THEN GO TO DPLOOP.
            PERFORM DPNOTE.
      * STAMP IT, THEN PICK THE BROWSE UP PAST IT
            EXEC CICS ENDBR FILE('DUNFILE') END-EXEC.
            MOVE DUN-CUSTNO TO DUNUKEY.
            EXEC CICS READ FILE('DUNFILE') INTO(DUN-REC)
                 LENGTH(DUNRECL) RIDFLD(DUNUKEY) UPDATE END-EXEC.
            MOVE BDS-DATE TO DUN-PRTDATE.
            EXEC CICS REWRITE FILE('DUNFILE') FROM(DUN-REC)
                 LENGTH(DUNRECL) END-EXEC.
            COMPUTE DUNBKEY = DUNUKEY + 1.
            EXEC CICS STARTBR FILE('DUNFILE') RIDFLD(DUNBKEY)
                 GTEQ END-EXEC.
            GO TO DPLOOP.

      * ONE NOTICE - ADDRESS BLOCK, WORDING, AMOUNTS
        DPNOTE.
            IF DP-OPEN NOT = 'Y' THEN
                MOVE 'O' TO RPS-FUNC
                PERFORM DPRPS
                MOVE 'Y' TO DP-OPEN.
            ADD 1 TO DP-COUNT.
            MOVE DUN-CUSTNO TO DP-H-CUST.
            MOVE BDS-DATE   TO DP-H-DATE.
            MOVE DP-HDR TO RPS-LINE.
            PERFORM DPPUT.
            PERFORM DPPUT.
            MOVE DUN-NAME TO RPS-LINE.
            PERFORM DPPUT.
            MOVE DUN-ADDR TO RPS-LINE.
            PERFORM DPPUT.
            MOVE DUN-ZIP TO DP-ZIP.
            MOVE DP-ZIPLINE TO RPS-LINE.
            PERFORM DPPUT.
            PERFORM DPPUT.
            COMPUTE DP-OVERDUE = DUN-AMT61 + DUN-AMT91.
            MOVE DP-OVERDUE TO DP-SUBAMT.
            MOVE DUN-OLDEST TO DP-SUBDAYS.
            IF DUN-LEVEL = 2 THEN
                MOVE 'ARDUN091' TO MCAT-ID
            ELSE
                MOVE 'ARDUN061' TO MCAT-ID.
            MOVE DP-SUBAMT  TO MCAT-SUB1.
            MOVE DP-SUBDAYS TO MCAT-SUB2.
            MOVE LENGTH OF MCAT-COMM TO MCATCOMML.
            EXEC CICS LINK PROGRAM('MSGGET1') COMMAREA(MCAT-COMM)
                 LENGTH(MCATCOMML) END-EXEC.
            IF MCAT-RC NOT = 0 THEN
                MOVE DP-DFLTMSG TO MCAT-TEXT.
            MOVE MCAT-TEXT TO RPS-LINE.
            PERFORM DPPUT.
            PERFORM DPPUT.
            MOVE '61-90 DAYS PAST DUE.......' TO DP-A-TEXT.
            MOVE DUN-AMT61 TO DP-A-AMT.
            MOVE DP-AMTLINE TO RPS-LINE.
            PERFORM DPPUT.
            MOVE 'OVER 90 DAYS PAST DUE.....' TO DP-A-TEXT.
            MOVE DUN-AMT91 TO DP-A-AMT.
            MOVE DP-AMTLINE TO RPS-LINE.
            PERFORM DPPUT.
            MOVE 'TOTAL BALANCE OPEN........' TO DP-A-TEXT.
            MOVE DUN-TOTAL TO DP-A-AMT.
            MOVE DP-AMTLINE TO RPS-LINE.
            PERFORM DPPUT.
            MOVE DP-SEP TO RPS-LINE.
            PERFORM DPPUT.

      * DPEOF    EQU   *
      * END OF DUNFILE - END THE BROWSE
        DPEOF.
            EXEC CICS ENDBR FILE('DUNFILE') END-EXEC.
      * DPNONE   EQU   *
      * NO BROWSE ACTIVE - EMPTY FILE, OR NOTHING PAST THE LAST STAMP
        DPNONE.
            IF DP-OPEN = 'Y' THEN
                MOVE DP-COUNT TO DP-TRL-NO
                MOVE DP-TRAILER TO RPS-LINE
                PERFORM DPPUT
                MOVE 'C' TO RPS-FUNC
                PERFORM DPRPS.
            MOVE DP-COUNT TO DPDONENO.
            MOVE DPDONE TO SCAP-DATA.
            MOVE DPDONEL TO SCAP-LEN.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * ONE REPORT LINE, PRESET IN RPS-LINE (SPACES FOR A BLANK LINE)
        DPPUT.
            MOVE 60 TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            PERFORM DPRPS.
            MOVE SPACES TO RPS-LINE.

      * ONE REPORT-SERVICE CALL, FUNCTION PRESET
        DPRPS.
            MOVE LENGTH OF RPS-COMM TO RPSCOMML.
            EXEC CICS LINK PROGRAM('RPTSVC1') COMMAREA(RPS-COMM)
                 LENGTH(RPSCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
