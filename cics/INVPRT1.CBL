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
      * INVOICE PRINT RUN - INVFILE TO SPOOL THROUGH RPTSVC1
      *
      * RPI 1401 - THE NIGHTLY INVGEN1 STEP BILLS THE SHIPPED ORDERS
      * ONTO INVFILE (INVREC.CPY); THIS RUN PRINTS EVERY INVOICE NOT
      * YET PRINTED (HEADER INVH-PRTDATE = 0) THROUGH THE RPTSVC1
      * REPORT SERVICE AS REPORT ID 'INVOICES', SO A LOST INVOICE
      * RUN IS A TESTRPR1 REPRINT, NOT A RERUN.  EACH INVOICE IS
      * THE BILL-TO BLOCK, ONE LINE PER ORDER BILLED, AND THE TOTAL.
      * ONCE AN INVOICE IS SPOOLED ITS HEADER IS STAMPED WITH THE
      * PRINT DATE SO IT IS NEVER PRINTED TWICE.  THE REPORT IS ONLY
      * OPENED WHEN THERE IS AN INVOICE TO PRINT - A SECOND RUN ON
      * THE SAME DAY WITH NOTHING NEW LEAVES THE CATALOGED COPY OF
      * THE FIRST RUN ALONE.
      *
      * RPI 1407 - EACH ORDER LINE NOW SHOWS ITS SALES TAX AND TAXING
      * STATE BESIDE THE GOODS, AND THE INVOICE PRINTS ITS TAX TOTAL
      * ABOVE THE AMOUNT DUE (GOODS PLUS TAX).
      *
      * RPI 1425 - THE INVOICE'S PRINT DATE IS THE BUSINESS DATE FROM
      * THE BDTSVC1 SERVICE (THE BUSINESS DATE BDROLL1 ROLLS), NOT
      * EIBDATE; AUDIT STAMPS STAY ON THE CLOCK.
      *
        PROGRAM-ID. INVPRT1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  INV-AREA.
        COPY INVREC.
        77  INVRECL   PIC 9(4)  COMP  VALUE 150.
        01  INVBKEY.
            02  INVBKEY-NUM   PIC 9(8)  VALUE 0.
            02  INVBKEY-LINE  PIC 9(3)  VALUE 0.
        01  INVUKEY.
            02  INVUKEY-NUM   PIC 9(8).
            02  INVUKEY-LINE  PIC 9(3).

      * THE INVOICE BEING PRINTED (0 = NONE) AND ITS RUNNING DATA
        77  IP-CUR-INV PIC 9(8)  VALUE 0.
        77  IP-OPEN    PIC X     VALUE 'N'.
        77  IP-COUNT   PIC 9(7)  COMP-3 VALUE 0.

      * RPTSVC1 REPORT SERVICE (RPI 1384 LAYOUT)
        01  RPS-COMM.
            02  RPS-FUNC    PIC X.
            02  RPS-RC      PIC 9(2).
            02  RPS-ID      PIC X(8)  VALUE 'INVOICES'.
            02  RPS-TOKEN   PIC X(8).
            02  RPS-DATE    PIC 9(7).
            02  RPS-COUNT   PIC 9(5).
            02  RPS-LINEL   PIC 9(4)  COMP.
            02  RPS-LINE    PIC X(120).
        77  RPSCOMML  PIC 9(4)  COMP.

        01  IP-HDR1.
            02  FILLER     PIC X(8)  VALUE 'INVOICE '.
            02  IP-H-NUM   PIC 9(8).
            02  FILLER     PIC X(7)  VALUE '  DATE '.
            02  IP-H-DATE  PIC 9(7).
            02  FILLER     PIC X(11) VALUE '  CUSTOMER '.
            02  IP-H-CUST  PIC 9(8).
        01  IP-HDR2.
            02  FILLER     PIC X(21) VALUE 'ORDER   ORDER DATE   '.
            02  FILLER     PIC X(19) VALUE '             AMOUNT'.
            02  FILLER     PIC X(15) VALUE '        TAX ST'.
        01  IP-DTL.
            02  IP-D-ORD   PIC 9(6).
            02  FILLER     PIC X(2)  VALUE SPACES.
            02  IP-D-DATE  PIC 9(7).
            02  FILLER     PIC X(10) VALUE SPACES.
            02  IP-D-AMT   PIC ZZZ,ZZZ,ZZ9.
            02  FILLER     PIC X(2)  VALUE SPACES.
            02  IP-D-TAX   PIC ZZ,ZZZ,ZZ9.
            02  FILLER     PIC X     VALUE SPACE.
            02  IP-D-TAXST PIC X(2).
        01  IP-TAXTOT.
            02  FILLER     PIC X(26) VALUE 'SALES TAX'.
            02  IP-T-TAX   PIC ZZ,ZZZ,ZZZ,ZZ9.
        01  IP-TOT.
            02  FILLER     PIC X(21) VALUE 'INVOICE TOTAL'.
            02  IP-T-LINES PIC ZZ9.
            02  FILLER     PIC X(2)  VALUE SPACES.
            02  IP-T-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9.
        01  IP-ZIPLINE.
            02  IP-ZIP     PIC X(5).
            02  FILLER     PIC X(35) VALUE SPACES.
        01  IP-SEP         PIC X(40) VALUE ALL '-'.

        01  IP-TRAILER.
            02  FILLER     PIC X(17) VALUE 'INVOICES SPOOLED='.
            02  IP-TRL-NO  PIC ZZZZZZ9.

        77  IPDONEL    PIC 9(4)  COMP.
        01  IPDONE.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  FILLER  PIC X(3)  VALUE X'11C16D'.
            02  FILLER  PIC X(24) VALUE 'INVOICE RUN SPOOLED, NO='.
            02  IPDONENO PIC ZZZZZZ9.

      * RESULT SCREEN MIRRORED TO THE CAPTURE QUEUE (RPI 1355)
        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'INVPRT1 '.
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

            MOVE LENGTH OF IPDONE TO IPDONEL.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
      * NOTFND CAN ONLY COME FROM A STARTBR (NOTHING AT OR PAST THE
      * KEY) - NO BROWSE IS ACTIVE THEN, SO IT SKIPS THE ENDBR
            EXEC CICS HANDLE CONDITION ENDFILE(IPEOF)
                 NOTFND(IPNONE) END-EXEC.
            EXEC CICS STARTBR FILE('INVFILE') RIDFLD(INVBKEY)
                 GTEQ END-EXEC.

      * IPLOOP   EQU   *
      * ONE INVFILE RECORD PER PASS, IN INVOICE/LINE ORDER
        IPLOOP.
            EXEC CICS READNEXT FILE('INVFILE') INTO(INV-REC)
                 LENGTH(INVRECL) RIDFLD(INVBKEY) END-EXEC.
      * A NEW INVOICE NUMBER ENDS THE ONE BEING PRINTED: STAMP IT AND
      * PICK THE BROWSE UP AGAIN AT THE RECORD JUST READ
            IF IP-CUR-INV NOT = 0 AND INV-NUM NOT = IP-CUR-INV THEN
                EXEC CICS ENDBR FILE('INVFILE') END-EXEC
                PERFORM IPSTAMP
                EXEC CICS STARTBR FILE('INVFILE') RIDFLD(INVBKEY)
                     GTEQ END-EXEC
                GO TO IPLOOP.
            IF INV-LINE = 0 THEN
                PERFORM IPHEAD THRU IPHEADX
                GO TO IPLOOP.
            IF INV-NUM = IP-CUR-INV THEN
                PERFORM IPLINE.
            GO TO IPLOOP.

      * AN INVOICE HEADER - PRINT IT ONLY IF IT HAS NEVER PRINTED
        IPHEAD.
            IF INVH-PRTDATE NOT = 0 THEN GO TO IPHEADX.
            IF IP-OPEN NOT = 'Y' THEN
                MOVE 'O' TO RPS-FUNC
                PERFORM IPRPS
                MOVE 'Y' TO IP-OPEN.
            MOVE INV-NUM TO IP-CUR-INV.
            ADD 1 TO IP-COUNT.
            MOVE INV-NUM     TO IP-H-NUM.
            MOVE INVH-DATE   TO IP-H-DATE.
            MOVE INVH-CUSTNO TO IP-H-CUST.
            MOVE INVH-ZIP    TO IP-ZIP.
            MOVE INVH-LINES  TO IP-T-LINES.
            MOVE INVH-AMT    TO IP-T-AMT.
            MOVE INVH-TAX    TO IP-T-TAX.
            MOVE IP-HDR1 TO RPS-LINE.
            PERFORM IPPUT.
            MOVE INVH-NAME TO RPS-LINE.
            PERFORM IPPUT.
            MOVE INVH-ADDR TO RPS-LINE.
            PERFORM IPPUT.
            MOVE IP-ZIPLINE TO RPS-LINE.
            PERFORM IPPUT.
            MOVE IP-HDR2 TO RPS-LINE.
            PERFORM IPPUT.
        IPHEADX.
            EXIT.

      * ONE ORDER BILLED ON THE INVOICE BEING PRINTED
        IPLINE.
            MOVE INVL-ORDNUM  TO IP-D-ORD.
            MOVE INVL-ORDDATE TO IP-D-DATE.
            MOVE INVL-AMT     TO IP-D-AMT.
            MOVE INVL-TAX     TO IP-D-TAX.
            MOVE INVL-TAXST   TO IP-D-TAXST.
            MOVE IP-DTL TO RPS-LINE.
            PERFORM IPPUT.

      * IPSTAMP - TOTAL AND SEPARATOR, THEN THE HEADER'S PRINT DATE
        IPSTAMP.
            MOVE IP-TAXTOT TO RPS-LINE.
            PERFORM IPPUT.
            MOVE IP-TOT TO RPS-LINE.
            PERFORM IPPUT.
            MOVE IP-SEP TO RPS-LINE.
            PERFORM IPPUT.
            MOVE IP-CUR-INV TO INVUKEY-NUM.
            MOVE 0          TO INVUKEY-LINE.
            EXEC CICS READ FILE('INVFILE') INTO(INV-REC)
                 LENGTH(INVRECL) RIDFLD(INVUKEY) UPDATE END-EXEC.
            MOVE BDS-DATE TO INVH-PRTDATE.
            EXEC CICS REWRITE FILE('INVFILE') FROM(INV-REC)
                 LENGTH(INVRECL) END-EXEC.
            MOVE 0 TO IP-CUR-INV.

      * IPEOF    EQU   *
      * END OF INVFILE - END THE BROWSE, FINISH THE LAST INVOICE
        IPEOF.
            EXEC CICS ENDBR FILE('INVFILE') END-EXEC.
      * IPNONE   EQU   *
      * NO BROWSE ACTIVE - EMPTY FILE, OR NOTHING PAST THE LAST STAMP
        IPNONE.
            IF IP-CUR-INV NOT = 0 THEN
                PERFORM IPSTAMP.
            IF IP-OPEN = 'Y' THEN
                MOVE IP-COUNT TO IP-TRL-NO
                MOVE IP-TRAILER TO RPS-LINE
                PERFORM IPPUT
                MOVE 'C' TO RPS-FUNC
                PERFORM IPRPS.
            MOVE IP-COUNT TO IPDONENO.
            MOVE IPDONE TO SCAP-DATA.
            MOVE IPDONEL TO SCAP-LEN.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * ONE REPORT LINE, PRESET IN RPS-LINE
        IPPUT.
            MOVE 60 TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            PERFORM IPRPS.
            MOVE SPACES TO RPS-LINE.

      * ONE REPORT-SERVICE CALL, FUNCTION PRESET
        IPRPS.
            MOVE LENGTH OF RPS-COMM TO RPSCOMML.
            EXEC CICS LINK PROGRAM('RPTSVC1') COMMAREA(RPS-COMM)
                 LENGTH(RPSCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
