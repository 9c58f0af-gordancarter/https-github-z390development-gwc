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
      * MONTHLY CUSTOMER STATEMENT RUN - ARLEDGER TO SPOOL
      *
      * RPI 1404 - CYCGEN1 HAS LONG COMPUTED THE BILLING-CYCLE DATES
      * INTO CYCFILE BUT NOTHING BILLED ON THEM.  THIS TRANSACTION
      * (STM1) IS SCHEDULED THROUGH TESTSCH1 AS A CYCLE-DRIVEN
      * SCHDFILE ENTRY, SO IT RUNS ON EACH BILLING-CYCLE DATE; THE
      * SCHEDULER PASSES THE CYCLE ID AS START DATA (A MANUAL RUN
      * WITH NO START DATA USES CYCLE 'BILLING').  THE STATEMENT
      * PERIOD RUNS FROM THE DAY AFTER THE CYCLE'S PREVIOUS CYCFILE
      * DATE THROUGH TODAY.
      *
      * EVERY CUSTOMER WITH LEDGER ACTIVITY IN THE PERIOD OR A
      * BALANCE STILL OPEN GETS A STATEMENT: THE ADDRESS BLOCK LAID
      * OUT AS A CUSTLBL1 LABEL (NAME / ADDRESS / ZIP, FOR WINDOW
      * ENVELOPES), THE OPENING BALANCE, EACH INVOICE AND PAYMENT IN
      * THE PERIOD, AND THE CLOSING BALANCE.  BALANCE = INVOICES
      * LESS EVERY RECEIPT (APPLIED OR ON ACCOUNT), SO A CUSTOMER IN
      * CREDIT SHOWS A MINUS BALANCE.
      *
      * EACH STATEMENT IS ITS OWN RPTSVC1 REPORT WITH THE CUSTOMER
      * NUMBER AS THE REPORT ID, SO ONE CUSTOMER'S STATEMENT IS A
      * TESTRPR1 REPRINT OF 'CCCCCCCC DATE'.  THE RUN SUMMARY - ONE
      * LINE PER STATEMENT - IS REPORT ID 'STMTRUN'.
      *
      * RPI 1415 - ONE-PER-HOUSEHOLD MODE.  START DATA IS THE CYCLE ID
      * (COL 1-8) OPTIONALLY FOLLOWED BY 'HOUSEHLD' (COL 9-16).  IN
      * THAT MODE A CUSTOMER IN ONE OF CUSTHHD1'S HHLDFILE HOUSEHOLDS
      * OF MORE THAN ONE HAS THE ADDRESS BLOCK ADDRESSED TO THE
      * HOUSEHOLD, A 'MAILS WITH HOUSEHOLD' LINE UNDER IT, AND THE
      * HOUSEHOLD ID ON ITS RUN-SUMMARY LINE - THE MAIL ROOM PUTS
      * EVERY STATEMENT CARRYING ONE ID INTO ONE ENVELOPE.  EACH
      * STATEMENT STAYS ITS OWN REPORT (THE ACCOUNT'S DOCUMENT); THE
      * SUMMARY TRAILER COUNTS THE ENVELOPES AS WELL AS THE
      * STATEMENTS.
      *
      * RPI 1416 - A CUSTOMER WHOSE ADDRESS THE POST OFFICE HAS
      * RETURNED (ADRSTAT, ASKED THROUGH ADRSVC1) IS NOT SENT A
      * STATEMENT UNTIL THE ADDRESS IS CORRECTED.  THE RUN SUMMARY
      * STILL LISTS THE ACCOUNT, MARKED 'ADDRESS HELD', SO ITS
      * BALANCE IS NOT LOST SIGHT OF, AND THE TRAILER COUNTS THEM.
      *
      * RPI 1425 - THE STATEMENT PERIOD END IS THE BUSINESS DATE FROM
      * THE BDTSVC1 SERVICE (THE BUSINESS DATE BDROLL1 ROLLS), NOT
      * EIBDATE; AUDIT STAMPS STAY ON THE CLOCK.
      *
        PROGRAM-ID. STMPRT1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  AR-AREA.
        COPY ARLEDG.
        77  ARRECL    PIC 9(4)  COMP  VALUE 80.
        77  STMBKEY   PIC X(19).
        77  STMCKEY   PIC X(19).

        01  CMST-AREA.
        COPY CUSTMST.
        77  CMSTRECL  PIC 9(4)  COMP  VALUE 100.
        77  CMSTKEY   PIC 9(8).

      * CYCLE ID FROM THE SCHEDULER'S START DATA; RPI 1415 - A
      * MANUAL START MAY FOLLOW IT WITH THE RUN MODE
        01  STM-START.
            02  STM-CYCLE PIC X(8)  VALUE SPACES.
            02  STM-MODE  PIC X(8)  VALUE SPACES.
        77  STMCYCL   PIC 9(4)  COMP  VALUE 16.

      * RPI 1415 - THE CUSTOMER'S HOUSEHOLD, AND THE HOUSEHOLDS
      * ALREADY GIVEN AN ENVELOPE THIS RUN (PAST 2000, EACH FURTHER
      * HOUSEHOLD STATEMENT IS COUNTED AS AN ENVELOPE OF ITS OWN)
        01  HH-AREA.
        COPY HHLDREC.
        77  HHRECL    PIC 9(4)  COMP  VALUE 120.
        77  HHKEY     PIC 9(8).
        01  STM-HH-TABLE.
            02  STM-HH-SEEN PIC 9(8)  OCCURS 2000 TIMES.
        77  STM-HH-TOT   PIC 9(4)  COMP  VALUE 0.
        77  STM-HH-IX    PIC 9(4)  COMP.
        77  STM-PIECES   PIC 9(7)  COMP-3 VALUE 0.
      * RPI 1416 - RETURNED-MAIL STATUS SERVICE (SEE ADRSVC1.CBL)
        01  ADR-COMM.
            02  ADR-FUNC    PIC X     VALUE 'I'.
            02  ADR-RC      PIC 9(2).
            02  ADR-NUM     PIC 9(8).
            02  ADR-NAME    PIC X(40).
            02  ADR-ADDR    PIC X(40).
            02  ADR-ZIP     PIC X(5).
            02  ADR-REASON  PIC X(2).
            02  ADR-RTNDATE PIC 9(7).
        77  ADRCOMML  PIC 9(4)  COMP  VALUE 105.
        77  STM-HELD     PIC 9(7)  COMP-3 VALUE 0.
        01  STM-ADDRBLK.
            02  STM-ADR-NAME PIC X(40).
            02  STM-ADR-ADDR PIC X(40).
            02  STM-ADR-ZIP  PIC X(5).

      * CYCGEN1'S CYCFILE RECORD
        01  CYC-REC.
            02  CYC-ID      PIC X(8).
            02  CYC-JDATE   PIC 9(7).
            02  CYC-YMD     PIC 9(8).
            02  FILLER      PIC X.
        77  CYCRECL   PIC 9(4)  COMP  VALUE 24.
        77  CYCKEY    PIC X(15).

      * THE PERIOD - AFTER STM-FROM THROUGH STM-TO, JULIAN 0CYYDDD
        77  STM-FROM  PIC 9(7)  VALUE 0.
        77  STM-TO    PIC 9(7)  VALUE 0.

      * THE CUSTOMER BEING ACCUMULATED
        77  STM-CUR-CUST PIC 9(8)  VALUE 0.
        77  STM-OPENBAL  PIC S9(13) COMP-3 VALUE 0.
        77  STM-PERINV   PIC S9(13) COMP-3 VALUE 0.
        77  STM-PERRCV   PIC S9(13) COMP-3 VALUE 0.
        77  STM-CLOSEBAL PIC S9(13) COMP-3 VALUE 0.
        77  STM-ACTIVITY PIC 9(5)  COMP-3 VALUE 0.
        77  STM-COUNT    PIC 9(7)  COMP-3 VALUE 0.

      * RPTSVC1 REPORT SERVICE (RPI 1384 LAYOUT) - THE RUN SUMMARY
        01  RPS-COMM.
            02  RPS-FUNC    PIC X.
            02  RPS-RC      PIC 9(2).
            02  RPS-ID      PIC X(8)  VALUE 'STMTRUN '.
            02  RPS-TOKEN   PIC X(8).
            02  RPS-DATE    PIC 9(7).
            02  RPS-COUNT   PIC 9(5).
            02  RPS-LINEL   PIC 9(4)  COMP.
            02  RPS-LINE    PIC X(120).
        77  RPSCOMML  PIC 9(4)  COMP.
      * ... AND ONE CUSTOMER'S STATEMENT, REPORT ID = CUSTOMER NUMBER
        01  RPC-COMM.
            02  RPC-FUNC    PIC X.
            02  RPC-RC      PIC 9(2).
            02  RPC-ID      PIC X(8).
            02  RPC-TOKEN   PIC X(8).
            02  RPC-DATE    PIC 9(7).
            02  RPC-COUNT   PIC 9(5).
            02  RPC-LINEL   PIC 9(4)  COMP.
            02  RPC-LINE    PIC X(120).
        77  RPCCOMML  PIC 9(4)  COMP.

        01  ST-HDR1.
            02  FILLER     PIC X(30)
                VALUE 'STATEMENT OF ACCOUNT  CUSTOMER'.
            02  FILLER     PIC X     VALUE SPACE.
            02  ST-H-CUST  PIC 9(8).
        01  ST-HDR2.
            02  FILLER     PIC X(23) VALUE 'PERIOD ENDING 0CYYDDD '.
            02  ST-H-TO    PIC 9(7).
            02  FILLER     PIC X(12) VALUE '  PREVIOUS '.
            02  ST-H-FROM  PIC 9(7).
        01  ST-ZIPLINE.
            02  ST-ZIP     PIC X(5).
            02  FILLER     PIC X(35) VALUE SPACES.
        01  ST-BALLINE.
            02  ST-B-TEXT  PIC X(36).
            02  ST-B-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9-.
        01  ST-ACTLINE.
            02  ST-A-TEXT  PIC X(19).
            02  ST-A-INV   PIC 9(8).
            02  FILLER     PIC X(2)  VALUE SPACES.
            02  ST-A-DATE  PIC 9(7).
            02  ST-A-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9-.
        01  ST-SEP         PIC X(40) VALUE ALL '-'.
        01  ST-HHLINE.
            02  FILLER     PIC X(21) VALUE 'MAILS WITH HOUSEHOLD '.
            02  ST-HH-ID   PIC 9(8).

        01  SR-LINE.
            02  SR-CUST    PIC 9(8).
            02  FILLER     PIC X     VALUE SPACE.
            02  SR-NAME    PIC X(20).
            02  FILLER     PIC X(6)  VALUE ' OPEN '.
            02  SR-OPEN    PIC ZZ,ZZZ,ZZZ,ZZ9-.
            02  FILLER     PIC X(7)  VALUE ' CLOSE '.
            02  SR-CLOSE   PIC ZZ,ZZZ,ZZZ,ZZ9-.
            02  FILLER     PIC X     VALUE SPACE.
            02  SR-HHID    PIC X(8).
        01  SR-HDR.
            02  FILLER     PIC X(25) VALUE 'STATEMENT RUN - CYCLE '.
            02  SR-H-CYC   PIC X(8).
            02  FILLER     PIC X(15) VALUE ' PERIOD ENDING '.
            02  SR-H-TO    PIC 9(7).
        01  SR-HELDLINE.
            02  SR-H-CUST  PIC 9(8).
            02  FILLER     PIC X     VALUE SPACE.
            02  SR-H-NAME  PIC X(20).
            02  FILLER     PIC X(6)  VALUE ' OWES '.
            02  SR-H-BAL   PIC ZZ,ZZZ,ZZZ,ZZ9-.
            02  FILLER     PIC X(29)
                VALUE ' ADDRESS HELD - RETURNED MAIL'.
        01  SR-TRAILER.
            02  FILLER     PIC X(19) VALUE 'STATEMENTS SPOOLED='.
            02  SR-TRL-NO  PIC ZZZZZZ9.
            02  FILLER     PIC X(6)  VALUE ' HELD='.
            02  SR-TRL-HELD PIC ZZZZZZ9.
            02  SR-TRL-HH.
                03  FILLER    PIC X(11) VALUE ' ENVELOPES='.
                03  SR-TRL-PC PIC ZZZZZZ9.

        77  STDONEL    PIC 9(4)  COMP.
        01  STDONE.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  FILLER  PIC X(3)  VALUE X'11C16D'.
            02  FILLER  PIC X(26) VALUE 'STATEMENT RUN SPOOLED, NO='.
            02  STDONENO PIC ZZZZZZ9.

      * RESULT SCREEN MIRRORED TO THE CAPTURE QUEUE (RPI 1355); A
      * SCHEDULED START HAS NO TERMINAL, SO IT IS CAPTURED ONLY
        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'STMPRT1 '.
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

            MOVE LENGTH OF STDONE TO STDONEL.
            IF EIBTRMID = SPACES OR EIBTRMID = LOW-VALUES THEN
                MOVE 'N' TO SCAP-SENDSW.
      * WHICH CYCLE?  NO START DATA (OR NOT STARTED AT ALL) MEANS THE
      * DEFAULT BILLING CYCLE
            EXEC CICS HANDLE CONDITION ENDDATA(STMDFLT)
                 NOTFND(STMDFLT) INVREQ(STMDFLT) END-EXEC.
            EXEC CICS RETRIEVE INTO(STM-START) LENGTH(STMCYCL)
                 END-EXEC.
            IF STM-CYCLE NOT = SPACES THEN GO TO STMPER.
      * STMDFLT  EQU   *
        STMDFLT.
            MOVE 'BILLING ' TO STM-CYCLE.

      * STMPER   EQU   *
      * THE PERIOD: THE CYCLE'S LAST CYCFILE DATE BEFORE TODAY, OR
      * ALL HISTORY WHEN THIS IS THE CYCLE'S FIRST DATE
        STMPER.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO STM-TO.
            MOVE 0 TO STM-FROM.
            EXEC CICS HANDLE CONDITION ENDFILE(STMPERE)
                 NOTFND(STMPERX) NOTOPEN(STMPERX) END-EXEC.
            MOVE STM-CYCLE TO CYCKEY (1:8).
            MOVE '0000000' TO CYCKEY (9:7).
            EXEC CICS STARTBR FILE('CYCFILE') RIDFLD(CYCKEY)
                 GTEQ END-EXEC.
        STMPERL.
            EXEC CICS READNEXT FILE('CYCFILE') INTO(CYC-REC)
                 LENGTH(CYCRECL) RIDFLD(CYCKEY) END-EXEC.
            IF CYC-ID = STM-CYCLE AND CYC-JDATE LESS THAN STM-TO THEN
                MOVE CYC-JDATE TO STM-FROM
                GO TO STMPERL.
      * STMPERE  EQU   *
        STMPERE.
            EXEC CICS ENDBR FILE('CYCFILE') END-EXEC.
      * STMPERX  EQU   *
        STMPERX.
            MOVE 'O' TO RPS-FUNC.
            PERFORM STMRPS.
            MOVE STM-CYCLE TO SR-H-CYC.
            MOVE STM-TO    TO SR-H-TO.
            MOVE SR-HDR TO RPS-LINE.
            PERFORM STMPUTS.

            MOVE ZEROS TO STMBKEY.
      * STMSTART EQU   *
      * THE LEDGER BROWSE - (RE)ESTABLISHED AFTER EACH CUSTOMER
        STMSTART.
            EXEC CICS HANDLE CONDITION ENDFILE(STMEOF)
                 NOTFND(STMNONE) END-EXEC.
            EXEC CICS STARTBR FILE('ARLEDGER') RIDFLD(STMBKEY)
                 GTEQ END-EXEC.

      * STMLOOP  EQU   *
      * ONE LEDGER RECORD PER PASS.  A NEW CUSTOMER NUMBER FINISHES
      * THE PREVIOUS CUSTOMER, THEN THE BROWSE PICKS UP AGAIN AT THE
      * RECORD JUST READ.
        STMLOOP.
            EXEC CICS READNEXT FILE('ARLEDGER') INTO(AR-REC)
                 LENGTH(ARRECL) RIDFLD(STMBKEY) END-EXEC.
            IF STM-CUR-CUST NOT = 0
               AND AR-CUSTNO NOT = STM-CUR-CUST THEN
                EXEC CICS ENDBR FILE('ARLEDGER') END-EXEC
                PERFORM STMCUST THRU STMCUSTX
                MOVE 0 TO STM-CUR-CUST
                GO TO STMSTART.
            MOVE AR-CUSTNO TO STM-CUR-CUST.
            PERFORM STMACC.
            GO TO STMLOOP.

      * ONE LEDGER RECORD INTO THE OPENING BALANCE OR THE PERIOD
        STMACC.
            IF AR-TYPE = 'I' THEN
                IF AR-DATE NOT GREATER THAN STM-FROM THEN
                    ADD AR-AMT TO STM-OPENBAL
                ELSE
                IF AR-DATE NOT GREATER THAN STM-TO THEN
                    ADD AR-AMT TO STM-PERINV
                    ADD 1 TO STM-ACTIVITY.
            IF AR-TYPE = 'P' OR AR-TYPE = 'C' THEN
                IF AR-DATE NOT GREATER THAN STM-FROM THEN
                    SUBTRACT AR-AMT FROM STM-OPENBAL
                ELSE
                IF AR-DATE NOT GREATER THAN STM-TO THEN
                    ADD AR-AMT TO STM-PERRCV
                    ADD 1 TO STM-ACTIVITY.

      *****************************************************************
      * STMCUST - ONE CUSTOMER'S STATEMENT, WHEN THERE WAS ACTIVITY
      * OR A BALANCE IS STILL OPEN; THE ACTIVITY LINES COME FROM A
      * SECOND BROWSE OF THE CUSTOMER'S OWN LEDGER RECORDS
      *****************************************************************
        STMCUST.
            COMPUTE STM-CLOSEBAL = STM-OPENBAL + STM-PERINV
                                 - STM-PERRCV.
            IF STM-ACTIVITY = 0 AND STM-CLOSEBAL = 0 THEN
                GO TO STMCUSTC.
            MOVE SPACES TO CMST-REC.
            MOVE 'CUSTOMER NOT ON MYFILE09' TO CMST-NAME.
            EXEC CICS HANDLE CONDITION NOTFND(STMCNAME)
                 NOTOPEN(STMCNAME) END-EXEC.
            MOVE STM-CUR-CUST TO CMSTKEY.
            EXEC CICS READ FILE('MYFILE09') INTO(CMST-REC)
                 LENGTH(CMSTRECL) RIDFLD(CMSTKEY) END-EXEC.
        STMCNAME.
      * RPI 1416 - NO STATEMENT TO AN ADDRESS THAT CAME BACK
            MOVE STM-CUR-CUST TO ADR-NUM.
            EXEC CICS LINK PROGRAM('ADRSVC1') COMMAREA(ADR-COMM)
                 LENGTH(ADRCOMML) END-EXEC.
            IF ADR-RC = 4 THEN
                ADD 1 TO STM-HELD
                MOVE STM-CUR-CUST TO SR-H-CUST
                MOVE CMST-NAME    TO SR-H-NAME
                MOVE STM-CLOSEBAL TO SR-H-BAL
                MOVE SR-HELDLINE TO RPS-LINE
                PERFORM STMPUTS
                GO TO STMCUSTC.
            ADD 1 TO STM-COUNT.
            MOVE CMST-NAME TO STM-ADR-NAME.
            MOVE CMST-ADDR TO STM-ADR-ADDR.
            MOVE CMST-ZIP  TO STM-ADR-ZIP.
            MOVE SPACES TO SR-HHID.
            MOVE 0 TO HH-SIZE.
            IF STM-MODE = 'HOUSEHLD' THEN
                PERFORM STMHHLD THRU STMHHLDX
            ELSE
                ADD 1 TO STM-PIECES.
            MOVE STM-CUR-CUST TO RPC-ID.
            MOVE 'O' TO RPC-FUNC.
            PERFORM STMRPC.
            MOVE STM-CUR-CUST TO ST-H-CUST.
            MOVE ST-HDR1 TO RPC-LINE.
            PERFORM STMPUTC.
            MOVE STM-TO   TO ST-H-TO.
            MOVE STM-FROM TO ST-H-FROM.
            MOVE ST-HDR2 TO RPC-LINE.
            PERFORM STMPUTC.
            PERFORM STMPUTC.
      * THE ADDRESS BLOCK - CUSTLBL1'S THREE LABEL LINES
            MOVE STM-ADR-NAME TO RPC-LINE.
            PERFORM STMPUTC.
            MOVE STM-ADR-ADDR TO RPC-LINE.
            PERFORM STMPUTC.
            MOVE STM-ADR-ZIP TO ST-ZIP.
            MOVE ST-ZIPLINE TO RPC-LINE.
            PERFORM STMPUTC.
            IF HH-SIZE GREATER THAN 1 THEN
                MOVE HH-ID TO ST-HH-ID
                MOVE ST-HHLINE TO RPC-LINE
                PERFORM STMPUTC.
            PERFORM STMPUTC.
            MOVE 'OPENING BALANCE' TO ST-B-TEXT.
            MOVE STM-OPENBAL TO ST-B-AMT.
            MOVE ST-BALLINE TO RPC-LINE.
            PERFORM STMPUTC.
            IF STM-ACTIVITY = 0 THEN GO TO STMCCLS.
            EXEC CICS HANDLE CONDITION ENDFILE(STMCEOF)
                 NOTFND(STMCCLS) END-EXEC.
            MOVE SPACES TO STMCKEY.
            MOVE STM-CUR-CUST TO STMCKEY (1:8).
            MOVE '00000000000' TO STMCKEY (9:11).
            EXEC CICS STARTBR FILE('ARLEDGER') RIDFLD(STMCKEY)
                 GTEQ END-EXEC.
        STMCLOOP.
            EXEC CICS READNEXT FILE('ARLEDGER') INTO(AR-REC)
                 LENGTH(ARRECL) RIDFLD(STMCKEY) END-EXEC.
            IF AR-CUSTNO NOT = STM-CUR-CUST THEN GO TO STMCEOF.
            IF AR-DATE NOT GREATER THAN STM-FROM
               OR AR-DATE GREATER THAN STM-TO THEN
                GO TO STMCLOOP.
            IF AR-TYPE = 'I' THEN
                MOVE 'INVOICE' TO ST-A-TEXT
                MOVE AR-AMT TO ST-A-AMT
            ELSE
            IF AR-TYPE = 'P' THEN
                MOVE 'PAYMENT - INVOICE' TO ST-A-TEXT
                COMPUTE ST-A-AMT = 0 - AR-AMT
            ELSE
            IF AR-TYPE = 'C' THEN
                MOVE 'PAYMENT ON ACCOUNT' TO ST-A-TEXT
                COMPUTE ST-A-AMT = 0 - AR-AMT
            ELSE
                GO TO STMCLOOP.
            MOVE AR-INVNUM TO ST-A-INV.
            MOVE AR-DATE   TO ST-A-DATE.
            MOVE ST-ACTLINE TO RPC-LINE.
            PERFORM STMPUTC.
            GO TO STMCLOOP.
      * STMCEOF  EQU   *
        STMCEOF.
            EXEC CICS ENDBR FILE('ARLEDGER') END-EXEC.
      * STMCCLS  EQU   *
        STMCCLS.
            MOVE 'CLOSING BALANCE' TO ST-B-TEXT.
            MOVE STM-CLOSEBAL TO ST-B-AMT.
            MOVE ST-BALLINE TO RPC-LINE.
            PERFORM STMPUTC.
            MOVE ST-SEP TO RPC-LINE.
            PERFORM STMPUTC.
            MOVE 'C' TO RPC-FUNC.
            PERFORM STMRPC.
            MOVE STM-CUR-CUST TO SR-CUST.
            MOVE CMST-NAME    TO SR-NAME.
            MOVE STM-OPENBAL  TO SR-OPEN.
            MOVE STM-CLOSEBAL TO SR-CLOSE.
            MOVE SR-LINE TO RPS-LINE.
            PERFORM STMPUTS.
      * STMCUSTC EQU   *
        STMCUSTC.
            MOVE 0 TO STM-OPENBAL.
            MOVE 0 TO STM-PERINV.
            MOVE 0 TO STM-PERRCV.
            MOVE 0 TO STM-ACTIVITY.
        STMCUSTX.
            EXIT.

      *****************************************************************
      * STMHHLD - RPI 1415 HOUSEHOLD MODE: THE HOUSEHOLD'S ADDRESS
      * BLOCK, AND A NEW ENVELOPE ONLY FOR THE FIRST STATEMENT OF
      * EACH HOUSEHOLD.  NO HHLDFILE RECORD = THE CUSTOMER'S OWN.
      *****************************************************************
        STMHHLD.
            EXEC CICS HANDLE CONDITION NOTFND(STMHHLDN)
                 NOTOPEN(STMHHLDN) END-EXEC.
            MOVE STM-CUR-CUST TO HHKEY.
            EXEC CICS READ FILE('HHLDFILE') INTO(HH-REC)
                 LENGTH(HHRECL) RIDFLD(HHKEY) END-EXEC.
            IF HH-SIZE NOT GREATER THAN 1 THEN GO TO STMHHLDP.
            MOVE HH-NAME TO STM-ADR-NAME.
            MOVE HH-ADDR TO STM-ADR-ADDR.
            MOVE HH-ZIP  TO STM-ADR-ZIP.
            MOVE HH-ID   TO SR-HHID.
            MOVE 0 TO STM-HH-IX.
        STMHHLDL.
            ADD 1 TO STM-HH-IX.
            IF STM-HH-IX GREATER THAN STM-HH-TOT THEN
                GO TO STMHHLDA.
            IF STM-HH-SEEN (STM-HH-IX) = HH-ID THEN
                GO TO STMHHLDX.
            GO TO STMHHLDL.
      * FIRST STATEMENT FOR THIS HOUSEHOLD - REMEMBER IT
        STMHHLDA.
            IF STM-HH-TOT LESS THAN 2000 THEN
                ADD 1 TO STM-HH-TOT
                MOVE HH-ID TO STM-HH-SEEN (STM-HH-TOT).
            GO TO STMHHLDP.
      * STMHHLDN EQU   *
        STMHHLDN.
            MOVE 0 TO HH-SIZE.
        STMHHLDP.
            ADD 1 TO STM-PIECES.
        STMHHLDX.
            EXIT.

      * STMEOF   EQU   *
      * END OF THE LEDGER - END THE BROWSE, FINISH THE LAST CUSTOMER
        STMEOF.
            EXEC CICS ENDBR FILE('ARLEDGER') END-EXEC.
      * STMNONE  EQU   *
        STMNONE.
            IF STM-CUR-CUST NOT = 0 THEN
                PERFORM STMCUST THRU STMCUSTX.
            MOVE STM-COUNT TO SR-TRL-NO.
            MOVE STM-PIECES TO SR-TRL-PC.
            MOVE STM-HELD   TO SR-TRL-HELD.
            IF STM-MODE NOT = 'HOUSEHLD' THEN
                MOVE SPACES TO SR-TRL-HH.
            MOVE SR-TRAILER TO RPS-LINE.
            PERFORM STMPUTS.
            MOVE 'C' TO RPS-FUNC.
            PERFORM STMRPS.
            MOVE STM-COUNT TO STDONENO.
            MOVE STDONE TO SCAP-DATA.
            MOVE STDONEL TO SCAP-LEN.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * ONE STATEMENT LINE, PRESET IN RPC-LINE (SPACES = BLANK LINE)
        STMPUTC.
            MOVE 60 TO RPC-LINEL.
            MOVE 'W' TO RPC-FUNC.
            PERFORM STMRPC.
            MOVE SPACES TO RPC-LINE.

      * ONE RUN-SUMMARY LINE, PRESET IN RPS-LINE
        STMPUTS.
            MOVE 90 TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            PERFORM STMRPS.
            MOVE SPACES TO RPS-LINE.

      * ONE REPORT-SERVICE CALL PER REPORT, FUNCTION PRESET
        STMRPS.
            MOVE LENGTH OF RPS-COMM TO RPSCOMML.
            EXEC CICS LINK PROGRAM('RPTSVC1') COMMAREA(RPS-COMM)
                 LENGTH(RPSCOMML) END-EXEC.
        STMRPC.
            MOVE LENGTH OF RPC-COMM TO RPCCOMML.
            EXEC CICS LINK PROGRAM('RPTSVC1') COMMAREA(RPC-COMM)
                 LENGTH(RPCCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
