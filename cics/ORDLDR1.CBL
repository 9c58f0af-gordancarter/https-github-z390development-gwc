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
      * BATCH BRANCH ORDER LOADER - BRANCH ORDER FILE TO ORDFILE
      *
      * RPI 1411 - THE BRANCHES' ORDERS HAVE ONLY EVER REACHED
      * ORDFILE ONE AT A TIME THROUGH THE TESTORD1 SCREEN, KEYED BY
      * AN OPERATOR FROM THE BRANCH'S PRINTED DAY FILE.  THIS LOADER
      * READS THE ORDTXN TRANSACTION FILE THE BRANCH SYSTEM SENDS:
      *
      *   COL  1-4   BRANCH ID
      *   COL  5-16  BRANCH ORDER REFERENCE
      *   COL 17-56  CUSTOMER NAME (THE MYFILE08 KEY)
      *   COL 57-65  ORDER AMOUNT IN CENTS, 9 DIGITS
      *
      * (LINES STARTING '*' ARE COMMENTS.)  EACH CUSTOMER NAME IS
      * RESOLVED TO ITS NUMBER THROUGH CUSTXREF (RPI 1360) AND MUST
      * ALSO BE ON MYFILE08.  AN ACCEPTED ORDER IS POSTED THE WAY
      * TESTORD1 POSTS ONE - ORDFILE GETS THE NEXT ORDER NUMBER FOR
      * THE CUSTOMER, THE GOODS IN ORD-AMT, THE SALES TAX APART IN
      * ORD-TAX (RPI 1407), AND THE CUSTOMER'S CUST-LASTACT ON
      * MYFILE08 IS STAMPED WITH TODAY.  THE TAX FOLLOWS THE TAXSVC1
      * RULE WITH THE BATCH REFERENCES: THE CUST-ZIP'S STATE FROM THE
      * ZIPREF RANGES (LOADED INTO STORAGE AS CUSTLDR1 DOES), THE
      * STATE'S TAXRATE RATE IN FORCE TODAY, ROUNDED TO THE CENT.  A
      * ZIP WITH NO STATE OR A STATE WITH NO RATE IS NOT TAXED AT
      * ZERO - THE ORDER IS POSTED 'HLD' FOR TESTORD2 TO RELEASE,
      * EXACTLY AS ONLINE.  EVERY ORDER IS REMEMBERED ON THE ORDBREF
      * KSDS UNDER ITS BRANCH AND REFERENCE (SEE ORDBRF.CPY) SO A
      * FILE SENT TWICE CANNOT POST TWICE.  THE ORDFILE, ORDBREF AND
      * MYFILE08 UPDATES ARE JOURNALED TO VJRNOUT IN THE VSAMJRN.CPY
      * LAYOUT VSAMFRR1 REPLAYS.  REJECTS GO TO THE ORDREJ FILE - THE
      * ORIGINAL 65 COLUMNS UNTOUCHED FOR RESUBMISSION, REASON CODE IN
      * COL 67-68:
      *
      *   01 UNKNOWN CUSTOMER       02 AMOUNT NOT NUMERIC OR ZERO
      *   03 DUPLICATE BRANCH REF   04 BRANCH OR REFERENCE MISSING
      *   05 FILE I/O ERROR
      *
      * THE STEP REGISTERS WITH RUNCTL1 AND POSTS ITS CONTROL TOTALS
      * THROUGH CTLTOT1 (TRANSACTIONS IN = POSTED + REJECTED).
      * RETURN CODE 4 = AT LEAST ONE REJECT, 16 = BAD SETUP OR AN
      * UPDATE THAT FAILED PART WAY THROUGH AN ORDER.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.  THE
      * JOURNAL AND HISTORY STAMPS STAY ON THE CLOCK (WS-CLKDATE
      * WITH WS-NOW) SO THEY STILL SORT WITH THE ONLINE JOURNAL.
      *
      * RPI 1429 - WHEN ORDTXN IS ON THE FILE WATCH (FWCTL) THE STEP
      * ONLY LOADS A COMPLETE ARRIVAL FWARR1 HAS RECORDED AND NOT YET
      * LOADED (FWSVC1); WITH NONE IT ENDS RC 0 BEFORE REGISTERING
      * WITH RUNCTL1, SO THE LATER RUN THAT FINDS THE FILE IS NOT
      * SKIPPED AS ALREADY DONE.  A LOADED ARRIVAL IS MARKED SO NO
      * LATER RUN LOADS IT AGAIN.
      *
        PROGRAM-ID. ORDLDR1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDTXN ASSIGN TO ORDTXN
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ZIPREF ASSIGN TO ZIPREF
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CUSTXREF ASSIGN TO CUSTXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XRF-NAME
                FILE STATUS IS WS-FSXR.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUST-NAME
                ALTERNATE RECORD KEY IS CUST-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS08.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT ORDBREF ASSIGN TO ORDBREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BRF-KEY
                FILE STATUS IS WS-FSBR.
            SELECT TAXRATE ASSIGN TO TAXRATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TAX-KEY
                FILE STATUS IS WS-FSTX.
            SELECT VJRNOUT ASSIGN TO VJRNOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJR.
            SELECT ORDREJ ASSIGN TO ORDREJ
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDTXN
            RECORDING MODE IS F.
        01  TXN-REC.
            02  TXN-BRANCH        PIC X(4).
            02  TXN-REF           PIC X(12).
            02  TXN-NAME          PIC X(40).
            02  TXN-AMT-X         PIC X(9).
            02  TXN-AMT REDEFINES TXN-AMT-X
                                  PIC 9(9).

        FD  ZIPREF
            RECORDING MODE IS F.
        01  ZREF-REC.
            02  ZREF-LO           PIC X(5).
            02  ZREF-HI           PIC X(5).
            02  ZREF-STATE        PIC X(2).
            02  ZREF-CITY         PIC X(20).
            02  FILLER            PIC X(48).

        FD  CUSTXREF
            RECORDING MODE IS F.
        01  XRF-REC.
            02  XRF-NAME          PIC X(40).
            02  XRF-NUM           PIC 9(8).

        FD  MYFILE08
            RECORDING MODE IS F.
        01  CUST-REC.
            02  CUST-NAME         PIC X(40).
            02  CUST-ADDR         PIC X(40).
            02  CUST-ZIP          PIC X(5).
            02  CUST-LASTACT      PIC 9(7).

        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  ORDBREF
            RECORDING MODE IS F.
        01  BRF-FILE-REC.
        COPY ORDBRF.

        FD  TAXRATE
            RECORDING MODE IS F.
        01  TAX-FILE-REC.
        COPY TAXRATE.

        FD  VJRNOUT
            RECORDING MODE IS F.
        01  VJRN-FILE-REC.
        COPY VSAMJRN.

        FD  ORDREJ
            RECORDING MODE IS F.
        01  REJ-REC.
            02  REJ-TXN           PIC X(65).
            02  FILLER            PIC X.
            02  REJ-REASON        PIC X(2).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSXR               PIC X(2)   VALUE SPACES.
            88  WS-FSXR-OK                   VALUE '00'.
            88  WS-FSXR-NOTFND               VALUE '23'.
        77  WS-FS08               PIC X(2)   VALUE SPACES.
            88  WS-FS08-OK                   VALUE '00'.
            88  WS-FS08-NOTFND               VALUE '23'.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-FSBR               PIC X(2)   VALUE SPACES.
            88  WS-FSBR-OK                   VALUE '00'.
            88  WS-FSBR-NOTFND               VALUE '23'.
        77  WS-FSTX               PIC X(2)   VALUE SPACES.
            88  WS-FSTX-OK                   VALUE '00'.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.
        77  WS-TXN-EOF            PIC X      VALUE 'N'.
            88  NO-MORE-TXN                  VALUE 'Y'.
        77  WS-ZREF-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-ZREF                 VALUE 'Y'.
        77  WS-BROWSE-EOF         PIC X      VALUE 'N'.
            88  END-OF-BROWSE                VALUE 'Y'.

      * IN-STORAGE ZIPREF TABLE - SAME SHAPE AND LIMIT AS CUSTZIP1'S
        01  WS-ZREF-TABLE.
            02  WS-ZREF-ENTRY OCCURS 500 TIMES.
                03  WS-ZREF-LO    PIC X(5).
                03  WS-ZREF-HI    PIC X(5).
                03  WS-ZREF-STATE PIC X(2).
                03  WS-ZREF-CITY  PIC X(20).
        77  WS-ZREF-TOT           PIC 9(4)   COMP VALUE 0.
        77  WS-ZREF-IX            PIC 9(4)   COMP.
        77  WS-MATCH-SW           PIC X.
            88  ZIP-MATCHED                  VALUE 'Y'.

      * TODAY IN THE SAME JULIAN 0CYYDDD FORM AS ORD-DATE
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-CLK-JUL            PIC 9(5)   VALUE 0.
        77  WS-CLKDATE            PIC 9(7)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).
        77  WS-NOW                PIC 9(7)   VALUE 0.

      * THE ORDER BEING POSTED
        77  WS-CUSTNO             PIC 9(8)   VALUE 0.
        77  WS-NEXT-NUM           PIC 9(6)   VALUE 0.
        77  WS-TAX-STATE          PIC X(2)   VALUE SPACES.
        77  WS-TAX-RATE           PIC 9V9(5) VALUE 0.
        77  WS-TAX-AMT            PIC 9(9)   VALUE 0.
        77  WS-TAX-RC             PIC 9(2)   VALUE 0.

        77  WS-REJ-REASON         PIC X(2)   VALUE SPACES.

      * RPI 1429 - FWSVC1 FILE-WATCH PARAMETERS
        77  WS-FW-FUNC            PIC X.
        77  WS-FW-FILE            PIC X(8)   VALUE 'ORDTXN'.
        77  WS-FW-RC              PIC 9(2)   VALUE 0.

        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-POST-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-HELD-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-REJ-COUNT          PIC 9(7)   COMP-3 VALUE 0.

      * RUN-CONTROL REGISTRATION PARAMETERS (RUNCTL1)
        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'ORDLDR1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

      * WINDOW CONTROL TOTALS, REGISTERED THROUGH CTLTOT1 AT STEP END
        77  WS-CT-STEP            PIC X(8)   VALUE 'ORDLDR1 '.
        77  WS-CT-IN              PIC 9(8)   VALUE 0.
        77  WS-CT-OUT             PIC 9(8)   VALUE 0.
        77  WS-CT-REJ             PIC 9(8)   VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'ORDLDR1 - BRANCH ORDER LOAD'.
        01  RPT-ORDLINE.
            02  FILLER            PIC X(7)   VALUE 'BRANCH '.
            02  RPT-ORD-BRANCH    PIC X(4).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  RPT-ORD-REF       PIC X(12).
            02  FILLER            PIC X(6)   VALUE ' CUST '.
            02  RPT-ORD-CUST      PIC 9(8).
            02  FILLER            PIC X(7)   VALUE ' ORDER '.
            02  RPT-ORD-NUM       PIC 9(6).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  RPT-ORD-STAT      PIC X(3).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  RPT-ORD-AMT       PIC ZZZZZZZZ9.
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  RPT-ORD-TAX       PIC ZZZZZZZZ9.
        01  RPT-TRAILER1.
            02  FILLER            PIC X(16)  VALUE 'TRANS READ.....='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' REJECTED......='.
            02  RPT-TRL-REJ       PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'POSTED.........='.
            02  RPT-TRL-POST      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' OF WHICH HELD.='.
            02  RPT-TRL-HELD      PIC ZZZZZZ9.

        PROCEDURE DIVISION.

      * RPI 1429 - A WATCHED ORDTXN IS LOADED ONLY ONCE IT HAS
      * ARRIVED COMPLETE, AND ONLY ONCE
            MOVE 'C' TO WS-FW-FUNC.
            CALL 'FWSVC1' USING WS-FW-FUNC WS-FW-FILE WS-FW-RC.
            IF WS-FW-RC = 4 THEN
                DISPLAY 'ORDLDR1 NO NEW ORDTXN ARRIVAL - NOTHING '
                    'LOADED'
                MOVE 0 TO RETURN-CODE
                STOP RUN.
      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'ORDLDR1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM ORLINIT.
            PERFORM ORLLOOP THRU ORLNEXT UNTIL NO-MORE-TXN.
            PERFORM ORLTERM.
            IF WS-FW-RC = 0 THEN
                MOVE 'L' TO WS-FW-FUNC
                CALL 'FWSVC1' USING WS-FW-FUNC WS-FW-FILE WS-FW-RC.
            IF WS-REJ-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            MOVE RETURN-CODE TO WS-RC-CODE.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            STOP RUN.

      *****************************************************************
      * ORLINIT - LOAD THE ZIP REFERENCE, OPEN EVERYTHING; A FILE
      * THAT WILL NOT OPEN ENDS THE STEP BEFORE ANY ORDER IS POSTED
      *****************************************************************
        ORLINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-TIME-HMS TO WS-NOW.
            ACCEPT WS-CLK-JUL FROM DAY.
            COMPUTE WS-CLKDATE = 100000 + WS-CLK-JUL.
            OPEN INPUT ZIPREF.
            PERFORM ZREFREAD.
            PERFORM ZREFLOAD UNTIL NO-MORE-ZREF.
            CLOSE ZIPREF.
            IF WS-ZREF-TOT = 0 THEN
                DISPLAY 'ORDLDR1 ZIPREF IS EMPTY'
                PERFORM ORLABEND.
            OPEN INPUT CUSTXREF.
            IF NOT WS-FSXR-OK THEN
                DISPLAY 'ORDLDR1 CANNOT OPEN CUSTXREF, STATUS ' WS-FSXR
                PERFORM ORLABEND.
            OPEN I-O MYFILE08.
            IF NOT WS-FS08-OK THEN
                DISPLAY 'ORDLDR1 CANNOT OPEN MYFILE08, STATUS ' WS-FS08
                PERFORM ORLABEND.
            OPEN I-O ORDFILE.
            IF NOT WS-FSOR-OK THEN
                DISPLAY 'ORDLDR1 CANNOT OPEN ORDFILE, STATUS ' WS-FSOR
                PERFORM ORLABEND.
      * THE REFERENCE FILE STARTS EMPTY ON THE FIRST LOAD
            OPEN I-O ORDBREF.
            IF WS-FSBR = '35' THEN
                OPEN OUTPUT ORDBREF
                CLOSE ORDBREF
                OPEN I-O ORDBREF.
            IF NOT WS-FSBR-OK THEN
                DISPLAY 'ORDLDR1 CANNOT OPEN ORDBREF, STATUS ' WS-FSBR
                PERFORM ORLABEND.
            OPEN INPUT TAXRATE.
            IF NOT WS-FSTX-OK THEN
                DISPLAY 'ORDLDR1 CANNOT OPEN TAXRATE, STATUS ' WS-FSTX
                PERFORM ORLABEND.
      * THE JOURNAL DATASET IS EXTENDED, NOT REPLACED - THE DAY'S
      * ONLINE AFTER-IMAGES MUST SURVIVE A BRANCH LOAD
            OPEN EXTEND VJRNOUT.
            IF WS-FSJR = '35' THEN
                OPEN OUTPUT VJRNOUT.
            OPEN INPUT ORDTXN.
            OPEN OUTPUT ORDREJ.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            PERFORM TXNREAD.

        ZREFREAD.
            READ ZIPREF
                AT END MOVE 'Y' TO WS-ZREF-EOF.

        ZREFLOAD.
            IF WS-ZREF-TOT = 500 THEN
                DISPLAY 'ORDLDR1 ZIPREF TABLE OVERFLOW'
                PERFORM ORLABEND.
            ADD 1 TO WS-ZREF-TOT.
            MOVE ZREF-LO    TO WS-ZREF-LO    (WS-ZREF-TOT).
            MOVE ZREF-HI    TO WS-ZREF-HI    (WS-ZREF-TOT).
            MOVE ZREF-STATE TO WS-ZREF-STATE (WS-ZREF-TOT).
            MOVE ZREF-CITY  TO WS-ZREF-CITY  (WS-ZREF-TOT).
            PERFORM ZREFREAD.

        TXNREAD.
            READ ORDTXN
                AT END MOVE 'Y' TO WS-TXN-EOF.

      *****************************************************************
      * ORLLOOP - ONE BRANCH ORDER PER PASS: EDIT, THEN POST
      *****************************************************************
        ORLLOOP.
            IF TXN-BRANCH (1:1) = '*' THEN GO TO ORLNEXT.
            ADD 1 TO WS-READ-COUNT.
            PERFORM ORLEDITS THRU ORLEDITX.
            IF WS-REJ-REASON NOT = SPACES THEN
                PERFORM ORLREJ
                GO TO ORLNEXT.
            PERFORM ORLTAX THRU ORLTAXX.
            PERFORM ORLPOST THRU ORLPOSTX.
        ORLNEXT.
            PERFORM TXNREAD.

      *****************************************************************
      * ORLEDITS - REFERENCE, AMOUNT, DUPLICATE AND CUSTOMER CHECKS.
      * REJ-REASON COMES BACK SPACES WHEN THE ORDER IS CLEAN, WITH
      * THE CUSTOMER'S NUMBER IN WS-CUSTNO AND ITS MYFILE08 RECORD
      * IN CUST-REC.
      *****************************************************************
        ORLEDITS.
            MOVE SPACES TO WS-REJ-REASON.
            IF TXN-BRANCH = SPACES OR TXN-REF = SPACES THEN
                MOVE '04' TO WS-REJ-REASON
                GO TO ORLEDITX.
            IF TXN-AMT-X IS NOT NUMERIC THEN
                MOVE '02' TO WS-REJ-REASON
                GO TO ORLEDITX.
            IF TXN-AMT = 0 THEN
                MOVE '02' TO WS-REJ-REASON
                GO TO ORLEDITX.
            MOVE TXN-BRANCH TO BRF-BRANCH.
            MOVE TXN-REF    TO BRF-REF.
            READ ORDBREF.
            IF WS-FSBR-OK THEN
                MOVE '03' TO WS-REJ-REASON
                GO TO ORLEDITX.
            IF NOT WS-FSBR-NOTFND THEN
                MOVE '05' TO WS-REJ-REASON
                GO TO ORLEDITX.
            IF TXN-NAME = SPACES THEN
                MOVE '01' TO WS-REJ-REASON
                GO TO ORLEDITX.
            MOVE TXN-NAME TO XRF-NAME.
            READ CUSTXREF.
            IF WS-FSXR-NOTFND THEN
                MOVE '01' TO WS-REJ-REASON
                GO TO ORLEDITX.
            IF NOT WS-FSXR-OK THEN
                MOVE '05' TO WS-REJ-REASON
                GO TO ORLEDITX.
            MOVE XRF-NUM TO WS-CUSTNO.
            MOVE TXN-NAME TO CUST-NAME.
            READ MYFILE08.
            IF WS-FS08-NOTFND THEN
                MOVE '01' TO WS-REJ-REASON
                GO TO ORLEDITX.
            IF NOT WS-FS08-OK THEN
                MOVE '05' TO WS-REJ-REASON.
        ORLEDITX.
            EXIT.

      *****************************************************************
      * ORLTAX - THE TAXSVC1 RULE: CUST-ZIP TO STATE THROUGH THE
      * ZIPREF RANGES, THEN THE STATE'S LAST TAXRATE RECORD IN FORCE
      * TODAY.  WS-TAX-RC 0 = TAXED, 4 = NO STATE, 8 = NO RATE -
      * ANY NON-ZERO RC LEAVES THE TAX ZERO AND THE ORDER IS HELD.
      *****************************************************************
        ORLTAX.
            MOVE SPACES TO WS-TAX-STATE.
            MOVE 0 TO WS-TAX-RATE.
            MOVE 0 TO WS-TAX-AMT.
            MOVE 4 TO WS-TAX-RC.
            IF CUST-ZIP IS NOT NUMERIC THEN
                GO TO ORLTAXX.
            MOVE 'N' TO WS-MATCH-SW.
            MOVE 1 TO WS-ZREF-IX.
            PERFORM ZREFFIND
                UNTIL ZIP-MATCHED
                OR WS-ZREF-IX GREATER THAN WS-ZREF-TOT.
            IF NOT ZIP-MATCHED THEN
                GO TO ORLTAXX.
            IF WS-ZREF-STATE (WS-ZREF-IX) = SPACES THEN
                GO TO ORLTAXX.
            MOVE WS-ZREF-STATE (WS-ZREF-IX) TO WS-TAX-STATE.
      * THE STATE'S RATES RUN OLDEST FIRST - KEEP THE LAST ONE IN
      * FORCE TODAY
            MOVE 8 TO WS-TAX-RC.
            MOVE WS-TAX-STATE TO TAX-STATE.
            MOVE 0 TO TAX-EFFDATE.
            MOVE 'N' TO WS-BROWSE-EOF.
            START TAXRATE KEY IS NOT LESS THAN TAX-KEY
                INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF.
            PERFORM TAXREAD THRU TAXREADX UNTIL END-OF-BROWSE.
            IF WS-TAX-RC = 0 THEN
                COMPUTE WS-TAX-AMT ROUNDED = TXN-AMT * WS-TAX-RATE.
        ORLTAXX.
            EXIT.

        ZREFFIND.
            IF CUST-ZIP NOT LESS THAN WS-ZREF-LO (WS-ZREF-IX)
               AND CUST-ZIP NOT GREATER THAN WS-ZREF-HI (WS-ZREF-IX)
               THEN
                MOVE 'Y' TO WS-MATCH-SW
            ELSE
                ADD 1 TO WS-ZREF-IX.

        TAXREAD.
            READ TAXRATE NEXT
                AT END MOVE 'Y' TO WS-BROWSE-EOF.
            IF END-OF-BROWSE THEN GO TO TAXREADX.
            IF NOT WS-FSTX-OK
               OR TAX-STATE NOT = WS-TAX-STATE
               OR TAX-EFFDATE GREATER THAN WS-TODAY THEN
                MOVE 'Y' TO WS-BROWSE-EOF
                GO TO TAXREADX.
            MOVE 0 TO WS-TAX-RC.
            MOVE TAX-RATE TO WS-TAX-RATE.
        TAXREADX.
            EXIT.

      *****************************************************************
      * ORLPOST - WRITE THE ORDER, REMEMBER ITS BRANCH REFERENCE AND
      * STAMP THE CUSTOMER'S ACTIVITY DATE, EACH WITH ITS AFTER-IMAGE
      * JOURNAL RECORD.  ONCE THE ORDER IS ON FILE A FAILED UPDATE
      * WOULD LEAVE IT HALF-POSTED, SO IT ENDS THE STEP.
      *****************************************************************
        ORLPOST.
            PERFORM ORLNUMB THRU ORLNUMBX.
            MOVE SPACES       TO ORD-REC.
            MOVE WS-CUSTNO    TO ORD-CUSTNO.
            MOVE WS-NEXT-NUM  TO ORD-NUM.
            MOVE TXN-NAME     TO ORD-NAME.
            MOVE WS-TODAY     TO ORD-DATE.
            MOVE TXN-AMT      TO ORD-AMT.
            MOVE WS-TAX-AMT   TO ORD-TAX.
            MOVE WS-TAX-STATE TO ORD-TAXST.
            IF WS-TAX-RC = 0 THEN
                MOVE 'OPN' TO ORD-STAT
            ELSE
                MOVE 'HLD' TO ORD-STAT.
            WRITE ORD-FILE-REC.
            IF NOT WS-FSOR-OK THEN
                MOVE '05' TO WS-REJ-REASON
                PERFORM ORLREJ
                GO TO ORLPOSTX.
            MOVE 'WR'       TO JRN-FUNC.
            MOVE 'ORDFILE ' TO JRN-FILE.
            MOVE SPACES     TO JRN-KEY.
            MOVE ORD-KEY    TO JRN-KEY (1:14).
            MOVE 84         TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE ORD-REC    TO JRN-IMAGE (1:84).
            PERFORM ORLJRNL.
            ADD 1 TO WS-POST-COUNT.
            IF ORD-STAT = 'HLD' THEN
                ADD 1 TO WS-HELD-COUNT.
      * THE BRANCH REFERENCE - NEVER POSTED AGAIN
            MOVE SPACES      TO BRF-REC.
            MOVE TXN-BRANCH  TO BRF-BRANCH.
            MOVE TXN-REF     TO BRF-REF.
            MOVE ORD-CUSTNO  TO BRF-CUSTNO.
            MOVE ORD-NUM     TO BRF-NUM.
            MOVE WS-TODAY    TO BRF-DATE.
            WRITE BRF-FILE-REC.
            IF NOT WS-FSBR-OK THEN
                DISPLAY 'ORDLDR1 ORDBREF WRITE FAILED, STATUS ' WS-FSBR
                PERFORM ORLABEND.
            MOVE 'WR'       TO JRN-FUNC.
            MOVE 'ORDBREF ' TO JRN-FILE.
            MOVE SPACES     TO JRN-KEY.
            MOVE BRF-KEY    TO JRN-KEY (1:16).
            MOVE 40         TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE BRF-REC    TO JRN-IMAGE (1:40).
            PERFORM ORLJRNL.
      * STAMP THE REAL ACTIVITY DATE ON THE CUSTOMER RECORD, AS
      * TESTORD1 DOES FOR AN ORDER KEYED ONLINE
            MOVE WS-TODAY TO CUST-LASTACT.
            REWRITE CUST-REC.
            IF NOT WS-FS08-OK THEN
                DISPLAY 'ORDLDR1 MYFILE08 REWRITE FAILED, STATUS '
                    WS-FS08
                PERFORM ORLABEND.
            MOVE 'RW'       TO JRN-FUNC.
            MOVE 'MYFILE08' TO JRN-FILE.
            MOVE CUST-NAME  TO JRN-KEY.
            MOVE 92         TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE CUST-REC   TO JRN-IMAGE.
            PERFORM ORLJRNL.
            MOVE TXN-BRANCH TO RPT-ORD-BRANCH.
            MOVE TXN-REF    TO RPT-ORD-REF.
            MOVE ORD-CUSTNO TO RPT-ORD-CUST.
            MOVE ORD-NUM    TO RPT-ORD-NUM.
            MOVE ORD-STAT   TO RPT-ORD-STAT.
            MOVE ORD-AMT    TO RPT-ORD-AMT.
            MOVE ORD-TAX    TO RPT-ORD-TAX.
            MOVE RPT-ORDLINE TO RPT-REC.
            WRITE RPT-REC.
        ORLPOSTX.
            EXIT.

      * NEXT ORDER NUMBER - THE CUSTOMER'S ORDERS ARE CONTIGUOUS
      * UNDER ITS NUMBER, SO READ FORWARD FROM ITS FIRST KEY AND ONE
      * PAST THE LAST ONE FOUND IS NEXT; NONE FOUND MEANS ORDER 1
        ORLNUMB.
            MOVE 1 TO WS-NEXT-NUM.
            MOVE WS-CUSTNO TO ORD-CUSTNO.
            MOVE 0 TO ORD-NUM.
            MOVE 'N' TO WS-BROWSE-EOF.
            START ORDFILE KEY IS NOT LESS THAN ORD-KEY
                INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF.
            PERFORM ORDREAD THRU ORDREADX UNTIL END-OF-BROWSE.
        ORLNUMBX.
            EXIT.

        ORDREAD.
            READ ORDFILE NEXT
                AT END MOVE 'Y' TO WS-BROWSE-EOF.
            IF END-OF-BROWSE THEN GO TO ORDREADX.
            IF NOT WS-FSOR-OK OR ORD-CUSTNO NOT = WS-CUSTNO THEN
                MOVE 'Y' TO WS-BROWSE-EOF
                GO TO ORDREADX.
            COMPUTE WS-NEXT-NUM = ORD-NUM + 1.
        ORDREADX.
            EXIT.

      * ONE AFTER-IMAGE RECORD IN THE VSAMJRN.CPY LAYOUT - FILE, KEY
      * AND IMAGE PRESET BY THE CALLER, TASK NUMBER 0 FOR BATCH
        ORLJRNL.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE 0          TO JRN-RRN.
            MOVE WS-CLKDATE TO JRN-DATE.
            MOVE WS-NOW     TO JRN-TIME.
            MOVE 0          TO JRN-TASK.
            WRITE VJRN-FILE-REC.

      * REJECT - ORIGINAL COLUMNS UNTOUCHED FOR RESUBMISSION
        ORLREJ.
            ADD 1 TO WS-REJ-COUNT.
            MOVE SPACES TO REJ-REC.
            MOVE TXN-REC TO REJ-TXN.
            MOVE WS-REJ-REASON TO REJ-REASON.
            WRITE REJ-REC.

        ORLTERM.
            MOVE SPACES TO RPT-REC.
            MOVE WS-READ-COUNT TO RPT-TRL-READ.
            MOVE WS-REJ-COUNT  TO RPT-TRL-REJ.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE WS-POST-COUNT TO RPT-TRL-POST.
            MOVE WS-HELD-COUNT TO RPT-TRL-HELD.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE ORDTXN.
            CLOSE CUSTXREF.
            CLOSE MYFILE08.
            CLOSE ORDFILE.
            CLOSE ORDBREF.
            CLOSE TAXRATE.
            CLOSE VJRNOUT.
            CLOSE ORDREJ.
            CLOSE RPTOUT.
      * TRANSACTIONS IN = POSTED + REJECTED
            MOVE WS-READ-COUNT TO WS-CT-IN.
            MOVE WS-POST-COUNT TO WS-CT-OUT.
            MOVE WS-REJ-COUNT  TO WS-CT-REJ.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.

      * A BROKEN SETUP OR A FAILED UPDATE - THE STEP IS REGISTERED
      * FAILED SO THE WINDOW HOLDS WHATEVER DEPENDS ON IT
        ORLABEND.
            MOVE 16 TO RETURN-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            MOVE 16 TO WS-RC-CODE.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            STOP RUN.
