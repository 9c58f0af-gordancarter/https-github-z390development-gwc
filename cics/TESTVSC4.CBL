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
      * TEST VSAM CICS 4 - COMPOSITE-KEY KSDS REGRESSION OVER ORDFILE
      *
      * RPI 1442 - TESTVSC3 COVERS A NAME-KEYED KSDS, BUT ORDFILE IS
      * THE FIRST FILE KEYED ON TWO FIELDS (ORD-CUSTNO 8 + ORD-NUM 6),
      * AND THE GENERIC BROWSE ON THE CUSTOMER-NUMBER PREFIX THAT
      * TESTORD1'S PF5 LIST (AND ITS NEXT-ORDER-NUMBER READPREV)
      * DEPEND ON WAS TESTED BY NOTHING.  THIS BED DRIVES ORDFILE
      * THROUGH THOSE PATHS IN ITS OWN CUSTOMER-NUMBER RANGE,
      * 99999001-99999009, SO REAL ORDERS ARE NEVER TOUCHED:
      *
      *    1  WRITE 5 ORDERS - 99999001 ORDERS 1-3, 99999002
      *       ORDERS 1-2 (99999003 IS LEFT WITH NONE)
      *    2  READ BY THE FULL 14-BYTE KEY (99999001 ORDER 2)
      *    3  GENERIC STARTBR ON THE 8-BYTE CUSTOMER PREFIX 99999001,
      *       READNEXT STOPPING AT THE CUSTOMER BOUNDARY - 3 ORDERS,
      *       AND THE RECORD THAT STOPPED IT IS 99999002 ORDER 1
      *    4  STARTBR AT 99999002 ORDER 1, READPREV BACK ACROSS THE
      *       BOUNDARY - THE FIRST 99999001 RECORD MET IS ORDER 3
      *    5  READ UPDATE + REWRITE OF THE STATUS (OPN TO SHP),
      *       REREAD TO VERIFY
      *    6  WRITE OF A RE-USED ORDER NUMBER RAISES DUPREC
      *    7  GENERIC READ OF CUSTOMER 99999003 RAISES NOTFND
      *    8  DELETE 99999001 ORDER 1, NOTFND REREAD TO VERIFY, THEN
      *       THE WHOLE RANGE IS CLEANED OFF
      *
      * EACH STEP LOGS PASS/FAIL TO TS QUEUE VSC4CHKQ THE WAY
      * TESTVSC3 LOGS TO VSC3CHKQ, SO THE OVERNIGHT DRIVER GATES ON
      * THE RECORDS, NOT ON A SCREEN.
      *
        PROGRAM-ID. TESTVSC4.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

      * ORDER RECORD (SEE ORDMST.CPY)
        01  ORD-AREA.
        COPY ORDMST.
        77  ORDRECL   PIC 9(4)  COMP  VALUE 84.

        01  VSC4KEY.
            02  VSC4KCUS  PIC 9(8).
            02  VSC4KNUM  PIC 9(6).
        77  VSC4GKEY  PIC X(7)  VALUE '9999900'.
        77  VSC4BRCT  PIC 9(2)  COMP.
        77  VSC4RTRY  PIC X     VALUE 'N'.

        77  VSC4CHKQ  PIC X(8)  VALUE 'VSC4CHKQ'.
        01  CHK-REC.
            02  CHK-STEP   PIC X(8).
            02  FILLER     PIC X     VALUE SPACE.
            02  CHK-RESULT PIC X(4).
            02  FILLER     PIC X     VALUE SPACE.
            02  CHK-DETAIL PIC X(40).
        77  CHKRECL   PIC 9(4)  COMP.

        77  VSC4MSGL  PIC 9(4)  COMP.
        01  VSC4MSG.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  FILLER  PIC X(3)  VALUE X'11C16D'.
            02  FILLER  PIC X(30)
                 VALUE 'TESTVSC4 DONE - SEE VSC4CHKQ  '.

      * THE RESULT SCREEN IS MIRRORED TO THE CAPTURE QUEUE THROUGH
      * SCRNCAP1 LIKE EVERY OTHER BED
        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTVSC4'.
            02  SCAP-ERASE  PIC X     VALUE 'Y'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LENGTH OF CHK-REC TO CHKRECL.

      * STEP 1 - KEYED WRITES ACROSS TWO CUSTOMERS
        VSC4WRT.
            MOVE 'WRITE   ' TO CHK-STEP.
            EXEC CICS HANDLE CONDITION DUPREC(VSC4WDUP)
                 NOTOPEN(VSC4SICK) END-EXEC.
            MOVE SPACES TO ORD-REC.
            MOVE 'ZZTEST ORDER CUSTOMER' TO ORD-NAME.
            MOVE EIBDATE TO ORD-DATE.
            MOVE 'OPN' TO ORD-STAT.
            MOVE 0 TO ORD-TAX.
            MOVE 99999001 TO ORD-CUSTNO.
            MOVE 1 TO ORD-NUM.
            MOVE 1001 TO ORD-AMT.
            PERFORM VSC4PUT.
            MOVE 2 TO ORD-NUM.
            MOVE 1002 TO ORD-AMT.
            PERFORM VSC4PUT.
            MOVE 3 TO ORD-NUM.
            MOVE 1003 TO ORD-AMT.
            PERFORM VSC4PUT.
            MOVE 99999002 TO ORD-CUSTNO.
            MOVE 1 TO ORD-NUM.
            MOVE 2001 TO ORD-AMT.
            PERFORM VSC4PUT.
            MOVE 2 TO ORD-NUM.
            MOVE 2002 TO ORD-AMT.
            PERFORM VSC4PUT.
            MOVE 'PASS' TO CHK-RESULT.
            MOVE '5 ORDERS WRITTEN FOR 2 CUSTOMERS' TO CHK-DETAIL.
            PERFORM VSC4LOG.
            GO TO VSC4RD.
      * A RERUN FINDS ITS OWN ORDERS STILL THERE - CLEAN THEM OFF
      * AND START OVER, ONCE
        VSC4WDUP.
            IF VSC4RTRY = 'Y' THEN
               MOVE 'FAIL' TO CHK-RESULT
               MOVE 'DUPREC AFTER CLEANUP' TO CHK-DETAIL
               PERFORM VSC4LOG
               GO TO VSC4END.
            MOVE 'Y' TO VSC4RTRY.
            PERFORM VSC4CLN THRU VSC4CLNX.
            GO TO VSC4WRT.

      * STEP 2 - READ BY THE FULL COMPOSITE KEY
        VSC4RD.
            MOVE 'READ    ' TO CHK-STEP.
            EXEC CICS HANDLE CONDITION NOTFND(VSC4FAIL) END-EXEC.
            MOVE 99999001 TO VSC4KCUS.
            MOVE 2 TO VSC4KNUM.
            EXEC CICS READ FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(VSC4KEY) END-EXEC.
            IF ORD-AMT = 1002 THEN
               MOVE 'PASS' TO CHK-RESULT
               MOVE 'FULL-KEY READ RETURNED 99999001/2' TO CHK-DETAIL
            ELSE
               MOVE 'FAIL' TO CHK-RESULT
               MOVE ORD-KEY TO CHK-DETAIL.
            PERFORM VSC4LOG.

      * STEP 3 - GENERIC START ON THE CUSTOMER PREFIX + BROWSE TO THE
      * CUSTOMER BOUNDARY
        VSC4BRW.
            MOVE 'BROWSE  ' TO CHK-STEP.
            MOVE 0 TO VSC4BRCT.
            EXEC CICS HANDLE CONDITION NOTFND(VSC4FAIL)
                 ENDFILE(VSC4BRWE) END-EXEC.
            MOVE 99999001 TO VSC4KCUS.
            MOVE 0 TO VSC4KNUM.
            EXEC CICS STARTBR FILE('ORDFILE') RIDFLD(VSC4KEY)
                 KEYLENGTH(8) GENERIC GTEQ END-EXEC.
        VSC4BRWL.
            MOVE SPACES TO ORD-REC.
            EXEC CICS READNEXT FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(VSC4KEY) END-EXEC.
            IF ORD-CUSTNO = 99999001 THEN
               ADD 1 TO VSC4BRCT
               GO TO VSC4BRWL.
        VSC4BRWE.
            EXEC CICS ENDBR FILE('ORDFILE') END-EXEC.
            IF VSC4BRCT = 3 AND ORD-CUSTNO = 99999002
               AND ORD-NUM = 1 THEN
               MOVE 'PASS' TO CHK-RESULT
               MOVE '3 ORDERS, STOPPED AT 99999002/1' TO CHK-DETAIL
            ELSE
               MOVE 'FAIL' TO CHK-RESULT
               MOVE 'PREFIX BROWSE COUNT OR BOUNDARY WRONG'
                    TO CHK-DETAIL.
            PERFORM VSC4LOG.

      * STEP 4 - READPREV BACK ACROSS THE CUSTOMER BOUNDARY.  THE
      * FIRST READPREV MAY RETURN THE START RECORD ITSELF, SO READ
      * BACK UNTIL THE CUSTOMER CHANGES (AT MOST 3 READS)
        VSC4PRV.
            MOVE 'READPREV' TO CHK-STEP.
            MOVE 0 TO VSC4BRCT.
            EXEC CICS HANDLE CONDITION NOTFND(VSC4FAIL)
                 ENDFILE(VSC4PRVE) END-EXEC.
            MOVE 99999002 TO VSC4KCUS.
            MOVE 1 TO VSC4KNUM.
            EXEC CICS STARTBR FILE('ORDFILE') RIDFLD(VSC4KEY)
                 GTEQ END-EXEC.
        VSC4PRVL.
            MOVE SPACES TO ORD-REC.
            EXEC CICS READPREV FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(VSC4KEY) END-EXEC.
            ADD 1 TO VSC4BRCT.
            IF ORD-CUSTNO = 99999002 AND VSC4BRCT LESS THAN 3 THEN
               GO TO VSC4PRVL.
        VSC4PRVE.
            EXEC CICS ENDBR FILE('ORDFILE') END-EXEC.
            IF ORD-CUSTNO = 99999001 AND ORD-NUM = 3 THEN
               MOVE 'PASS' TO CHK-RESULT
               MOVE 'READPREV CROSSED TO 99999001/3' TO CHK-DETAIL
            ELSE
               MOVE 'FAIL' TO CHK-RESULT
               MOVE ORD-KEY TO CHK-DETAIL.
            PERFORM VSC4LOG.

      * STEP 5 - READ UPDATE / REWRITE OF THE STATUS / REREAD
        VSC4UPD.
            MOVE 'REWRITE ' TO CHK-STEP.
            EXEC CICS HANDLE CONDITION NOTFND(VSC4FAIL) END-EXEC.
            MOVE 99999001 TO VSC4KCUS.
            MOVE 2 TO VSC4KNUM.
            EXEC CICS READ FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(VSC4KEY) UPDATE END-EXEC.
            MOVE 'SHP' TO ORD-STAT.
            EXEC CICS REWRITE FILE('ORDFILE') FROM(ORD-REC)
                 LENGTH(ORDRECL) END-EXEC.
            MOVE SPACES TO ORD-STAT.
            EXEC CICS READ FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(VSC4KEY) END-EXEC.
            IF ORD-STAT = 'SHP' THEN
               MOVE 'PASS' TO CHK-RESULT
               MOVE 'STATUS REWRITE STUCK' TO CHK-DETAIL
            ELSE
               MOVE 'FAIL' TO CHK-RESULT
               MOVE ORD-STAT TO CHK-DETAIL.
            PERFORM VSC4LOG.

      * STEP 6 - A RE-USED ORDER NUMBER MUST BE REFUSED
        VSC4DUP.
            MOVE 'DUPREC  ' TO CHK-STEP.
            EXEC CICS HANDLE CONDITION DUPREC(VSC4DUPY) END-EXEC.
            MOVE 99999001 TO ORD-CUSTNO.
            MOVE 2 TO ORD-NUM.
            MOVE 9999 TO ORD-AMT.
            EXEC CICS WRITE FILE('ORDFILE') FROM(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORD-KEY) END-EXEC.
            MOVE 'FAIL' TO CHK-RESULT.
            MOVE 'RE-USED ORDER NUMBER WRITTEN' TO CHK-DETAIL.
            PERFORM VSC4LOG.
            GO TO VSC4NON.
        VSC4DUPY.
            MOVE 'PASS' TO CHK-RESULT.
            MOVE 'RE-USED ORDER NUMBER, DUPREC OK' TO CHK-DETAIL.
            PERFORM VSC4LOG.

      * STEP 7 - A CUSTOMER WITH NO ORDERS - GENERIC READ ON THE
      * 8-BYTE PREFIX
        VSC4NON.
            MOVE 'NOTFND  ' TO CHK-STEP.
            EXEC CICS HANDLE CONDITION NOTFND(VSC4NONY) END-EXEC.
            MOVE 99999003 TO VSC4KCUS.
            MOVE 0 TO VSC4KNUM.
            EXEC CICS READ FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(VSC4KEY)
                 KEYLENGTH(8) GENERIC END-EXEC.
            MOVE 'FAIL' TO CHK-RESULT.
            MOVE 'ORDER FOUND FOR 99999003' TO CHK-DETAIL.
            PERFORM VSC4LOG.
            GO TO VSC4DEL.
        VSC4NONY.
            MOVE 'PASS' TO CHK-RESULT.
            MOVE 'NO ORDERS FOR 99999003, NOTFND OK' TO CHK-DETAIL.
            PERFORM VSC4LOG.

      * STEP 8 - DELETE ONE ORDER AND VERIFY GONE, THEN CLEAN UP
        VSC4DEL.
            MOVE 'DELETE  ' TO CHK-STEP.
            EXEC CICS HANDLE CONDITION NOTFND(VSC4FAIL) END-EXEC.
            MOVE 99999001 TO VSC4KCUS.
            MOVE 1 TO VSC4KNUM.
            EXEC CICS DELETE FILE('ORDFILE') RIDFLD(VSC4KEY)
                 END-EXEC.
            EXEC CICS HANDLE CONDITION NOTFND(VSC4GONE) END-EXEC.
            EXEC CICS READ FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(VSC4KEY) END-EXEC.
            MOVE 'FAIL' TO CHK-RESULT.
            MOVE 'DELETED ORDER STILL READS' TO CHK-DETAIL.
            PERFORM VSC4LOG.
            GO TO VSC4FIN.
        VSC4GONE.
            MOVE 'PASS' TO CHK-RESULT.
            MOVE '99999001/1 DELETED, NOTFND OK' TO CHK-DETAIL.
            PERFORM VSC4LOG.
        VSC4FIN.
            PERFORM VSC4CLN THRU VSC4CLNX.
            GO TO VSC4END.

      * ONE ORDER WRITE, RECORD PRESET
        VSC4PUT.
            EXEC CICS WRITE FILE('ORDFILE') FROM(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORD-KEY) END-EXEC.

      * DELETE THE TEST RANGE - GENERIC DELETE ON THE 7-BYTE
      * PREFIX 9999900, WHICH IS EXACTLY 99999001-99999009
        VSC4CLN.
            EXEC CICS HANDLE CONDITION NOTFND(VSC4CLNX) END-EXEC.
            MOVE LOW-VALUES TO VSC4KEY.
            MOVE VSC4GKEY TO VSC4KEY (1:7).
            EXEC CICS DELETE FILE('ORDFILE') RIDFLD(VSC4KEY)
                 KEYLENGTH(7) GENERIC END-EXEC.
        VSC4CLNX.
            EXIT.

      * ONE SELF-CHECK RECORD PER STEP
        VSC4LOG.
            EXEC CICS WRITEQ TS QUEUE(VSC4CHKQ) FROM(CHK-REC)
                 LENGTH(CHKRECL) END-EXEC.

      * VSC4FAIL EQU   *
      * A CONDITION THE STEP DID NOT EXPECT - LOG THE FAILURE, THEN
      * RESUME AT THE NEXT STEP SO THE REST OF THE PATHS STILL GET
      * COVERED.  A FAILED DELETE STILL CLEANS THE RANGE OFF.
        VSC4FAIL.
            MOVE 'FAIL' TO CHK-RESULT.
            MOVE 'UNEXPECTED CONDITION RAISED' TO CHK-DETAIL.
            PERFORM VSC4LOG.
            IF CHK-STEP = 'READ    ' THEN GO TO VSC4BRW.
            IF CHK-STEP = 'BROWSE  ' THEN GO TO VSC4PRV.
            IF CHK-STEP = 'READPREV' THEN GO TO VSC4UPD.
            IF CHK-STEP = 'REWRITE ' THEN GO TO VSC4DUP.
            IF CHK-STEP = 'DELETE  ' THEN GO TO VSC4FIN.
            GO TO VSC4END.

      * VSC4SICK EQU   *
        VSC4SICK.
            MOVE 'NOTOPEN ' TO CHK-STEP.
            MOVE 'FAIL' TO CHK-RESULT.
            MOVE 'ORDFILE NOT AVAILABLE' TO CHK-DETAIL.
            PERFORM VSC4LOG.

      * VSC4END  EQU   *
        VSC4END.
            MOVE LENGTH OF VSC4MSG TO VSC4MSGL.
            MOVE VSC4MSG TO SCAP-DATA.
            MOVE VSC4MSGL TO SCAP-LEN.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
