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
      * NIGHTLY INVOICING RUN - SHIPPED ORDFILE ORDERS TO INVFILE
      *
      * RPI 1401 - ONCE TESTORD2 CAN SHIP AN ORDER, SOMEBODY HAS TO
      * BILL IT.  THIS STEP READS ORDFILE IN KEY ORDER (CUSTOMER
      * NUMBER + ORDER NUMBER, SO A CUSTOMER'S ORDERS ARRIVE
      * TOGETHER) AND BILLS EVERY ORDER STILL AT 'SHP':
      *
      *  - EACH CUSTOMER WITH SHIPPED ORDERS GETS ONE INVOICE.  THE
      *    NUMBER COMES FROM THE INVCTL CONTROL FILE (COL 1-8, THE
      *    LAST NUMBER ISSUED, REWRITTEN AS EACH ONE IS TAKEN SO A
      *    NUMBER IS NEVER ISSUED TWICE - THE CUSTNUM1/CUSTNCTL RULE)
      *  - EVERY ORDER BILLED IS ONE INVFILE LINE; THE HEADER (LINE
      *    000, SEE INVREC.CPY) CARRIES THE BILL-TO NAME AND ADDRESS
      *    FROM THE MYFILE09 MASTER, THE TOTAL AND THE LINE COUNT
      *  - THE ORDER MOVES TO 'INV' SO IT IS NEVER BILLED AGAIN, WITH
      *    ITS ORDHIST RECORD (PROGRAM INVGEN1, NO OPERATOR), AND
      *    THE ORDFILE/ORDHIST UPDATES ARE JOURNALED TO VJRNOUT IN
      *    THE VSAMJRN.CPY LAYOUT (THE CUSTLDR1 RULE)
      *  - A CUSTOMER NUMBER WITH NO MYFILE09 MASTER CANNOT BE
      *    BILLED: ITS ORDERS ARE REJECTED (LISTED, LEFT AT 'SHP'
      *    FOR THE NEXT RUN) AND THE STEP ENDS WITH RETURN CODE 4
      *
      * THE PRINTED INVOICES ARE THE INVPRT1 TRANSACTION'S JOB
      * (THROUGH RPTSVC1, REPORT ID 'INVOICES'); THIS STEP'S RPTOUT
      * IS THE RUN LISTING.  THE STEP REGISTERS WITH RUNCTL1, AND
      * ITS CONTROL TOTALS (SHIPPED ORDERS READ = INVOICED +
      * REJECTED) GO THROUGH CTLTOT1 FOR THE CTLBAL1 CHECK RULE.
      *
      * RPI 1402 - EACH INVOICE ALSO OPENS ITS RECEIVABLE: A TYPE I
      * ARLEDGER RECORD (ARLEDG.CPY) FOR THE FULL AMOUNT, WHICH THE
      * CASHPST1 CASH-RECEIPTS STEP PAYS DOWN.  JOURNALED TO VJRNOUT
      * WITH THE ORDER UPDATES.
      *
      * RPI 1407 - ORDERS NOW CARRY SALES TAX APART FROM THE GOODS
      * (ORD-TAX).  EACH INVOICE LINE CARRIES THE ORDER'S TAX AND
      * STATE BESIDE ITS GOODS, THE HEADER THE TAX TOTAL, AND THE
      * INVOICE TOTAL (AND SO THE RECEIVABLE) IS GOODS PLUS TAX.  A
      * HELD ('HLD') ORDER IS NEVER SHIPPED, SO NEVER BILLED.
      *
      * RPI 1408 - THE RECEIVABLE CARRIES ITS POSTING DATE
      * (AR-POSTDATE) LIKE EVERY LEDGER ENTRY; THE GLEXT1 LEDGER
      * EXTRACT TAKES THE DAY'S INVOICES FROM INVFILE AND HANDS OFF
      * AGAINST THIS STEP'S INVOICED COUNT THROUGH CTLBAL1.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.  THE
      * JOURNAL AND HISTORY STAMPS STAY ON THE CLOCK (WS-CLKDATE
      * WITH WS-NOW) SO THEY STILL SORT WITH THE ONLINE JOURNAL.
      *
        PROGRAM-ID. INVGEN1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT ORDHIST ASSIGN TO ORDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ORDH-KEY
                FILE STATUS IS WS-FSOH.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMST-NUM
                FILE STATUS IS WS-FS09.
            SELECT INVFILE ASSIGN TO INVFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS INV-KEY
                FILE STATUS IS WS-FSIV.
            SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AR-KEY
                FILE STATUS IS WS-FSAR.
            SELECT INVCTL ASSIGN TO INVCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSIC.
            SELECT VJRNOUT ASSIGN TO VJRNOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJR.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  ORDHIST
            RECORDING MODE IS F.
        01  ORDH-FILE-REC.
        COPY ORDHST.

        FD  MYFILE09
            RECORDING MODE IS F.
        01  CMST-REC.
            02  CMST-NUM          PIC 9(8).
            02  CMST-NAME         PIC X(40).
            02  CMST-ADDR         PIC X(40).
            02  CMST-ZIP          PIC X(5).
            02  CMST-LASTACT      PIC 9(7).

        FD  INVFILE
            RECORDING MODE IS F.
        01  INV-FILE-REC.
        COPY INVREC.

        FD  ARLEDGER
            RECORDING MODE IS F.
        01  AR-FILE-REC.
        COPY ARLEDG.

        FD  INVCTL
            RECORDING MODE IS F.
        01  ICTL-REC              PIC X(80).

        FD  VJRNOUT
            RECORDING MODE IS F.
        01  VJRN-FILE-REC.
        COPY VSAMJRN.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-FSOH               PIC X(2)   VALUE SPACES.
            88  WS-FSOH-OK                   VALUE '00'.
            88  WS-FSOH-DUP                  VALUE '22'.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSIV               PIC X(2)   VALUE SPACES.
            88  WS-FSIV-OK                   VALUE '00'.
        77  WS-FSAR               PIC X(2)   VALUE SPACES.
            88  WS-FSAR-OK                   VALUE '00'.
        77  WS-FSIC               PIC X(2)   VALUE SPACES.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.
        77  WS-EOFOR              PIC X      VALUE 'N'.
            88  NO-MORE-ORD                  VALUE 'Y'.

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

      * THE CUSTOMER AND INVOICE BEING BUILT
        77  WS-CUR-CUST           PIC 9(8)   VALUE 0.
        77  WS-CUST-OK            PIC X      VALUE 'N'.
        77  WS-INV-OPEN           PIC X      VALUE 'N'.
        77  WS-INV-NUM            PIC 9(8)   VALUE 0.
        77  WS-INV-LINES          PIC 9(3)   VALUE 0.
        77  WS-INV-AMT            PIC 9(11)  VALUE 0.
        77  WS-INV-TAX            PIC 9(11)  VALUE 0.
        77  WS-NEXT-INV           PIC 9(8)   VALUE 0.

        77  WS-SHIP-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-BILL-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-REJ-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-INVS-COUNT         PIC 9(7)   COMP-3 VALUE 0.

      * RUN-CONTROL REGISTRATION PARAMETERS (RUNCTL1)
        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'INVGEN1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

      * WINDOW CONTROL TOTALS, REGISTERED THROUGH CTLTOT1 AT STEP END
        77  WS-CT-STEP            PIC X(8)   VALUE 'INVGEN1 '.
        77  WS-CT-IN              PIC 9(8)   VALUE 0.
        77  WS-CT-OUT             PIC 9(8)   VALUE 0.
        77  WS-CT-REJ             PIC 9(8)   VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'INVGEN1 - NIGHTLY INVOICING RUN'.
        01  RPT-INVLINE.
            02  FILLER            PIC X(8)   VALUE 'INVOICE '.
            02  RPT-INV-NUM       PIC 9(8).
            02  FILLER            PIC X(6)   VALUE ' CUST '.
            02  RPT-INV-CUST      PIC 9(8).
            02  FILLER            PIC X(8)   VALUE ' ORDERS '.
            02  RPT-INV-LINES     PIC ZZ9.
            02  FILLER            PIC X(8)   VALUE ' AMOUNT '.
            02  RPT-INV-AMT       PIC ZZZZZZZZZZ9.
        01  RPT-REJLINE.
            02  FILLER            PIC X(8)   VALUE 'REJECTED'.
            02  FILLER            PIC X(6)   VALUE ' CUST '.
            02  RPT-REJ-CUST      PIC 9(8).
            02  FILLER            PIC X(7)   VALUE ' ORDER '.
            02  RPT-REJ-ORD       PIC 9(6).
            02  FILLER            PIC X(20)
                                  VALUE ' - NO MYFILE09 ENTRY'.
        01  RPT-TRAILER1.
            02  FILLER            PIC X(16)  VALUE 'SHIPPED READ...='.
            02  RPT-TRL-SHIP      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' INVOICED......='.
            02  RPT-TRL-BILL      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' REJECTED......='.
            02  RPT-TRL-REJ       PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'INVOICES.......='.
            02  RPT-TRL-INVS      PIC ZZZZZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'INVGEN1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM INVINIT.
            PERFORM INVLOOP THRU INVNEXT UNTIL NO-MORE-ORD.
            PERFORM INVBREAK THRU INVBREAKX.
            PERFORM INVTERM.
            IF WS-REJ-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            MOVE RETURN-CODE TO WS-RC-CODE.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            STOP RUN.

      *****************************************************************
      * INVINIT - OPEN EVERYTHING; A FILE THAT WILL NOT OPEN ENDS
      * THE STEP BEFORE ANY ORDER IS TOUCHED
      *****************************************************************
        INVINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-TIME-HMS TO WS-NOW.
            ACCEPT WS-CLK-JUL FROM DAY.
            COMPUTE WS-CLKDATE = 100000 + WS-CLK-JUL.
            OPEN I-O ORDFILE.
            IF NOT WS-FSOR-OK THEN
                DISPLAY 'INVGEN1 CANNOT OPEN ORDFILE, STATUS ' WS-FSOR
                PERFORM INVABEND.
            OPEN I-O ORDHIST.
            IF NOT WS-FSOH-OK THEN
                DISPLAY 'INVGEN1 CANNOT OPEN ORDHIST, STATUS ' WS-FSOH
                PERFORM INVABEND.
            OPEN INPUT MYFILE09.
            IF NOT WS-FS09-OK THEN
                DISPLAY 'INVGEN1 CANNOT OPEN MYFILE09, STATUS ' WS-FS09
                PERFORM INVABEND.
            OPEN I-O INVFILE.
            IF NOT WS-FSIV-OK THEN
                DISPLAY 'INVGEN1 CANNOT OPEN INVFILE, STATUS ' WS-FSIV
                PERFORM INVABEND.
      * THE JOURNAL DATASET IS EXTENDED, NOT REPLACED - THE DAY'S
      * ONLINE AFTER-IMAGES MUST SURVIVE THE BILLING RUN
            OPEN I-O ARLEDGER.
            IF NOT WS-FSAR-OK THEN
                DISPLAY 'INVGEN1 CANNOT OPEN ARLEDGER, STATUS ' WS-FSAR
                PERFORM INVABEND.
            OPEN EXTEND VJRNOUT.
            IF WS-FSJR = '35' THEN
                OPEN OUTPUT VJRNOUT.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            PERFORM ORDREAD.

        ORDREAD.
            READ ORDFILE
                AT END MOVE 'Y' TO WS-EOFOR.
            IF NOT NO-MORE-ORD AND NOT WS-FSOR-OK THEN
                MOVE 'Y' TO WS-EOFOR.

      *****************************************************************
      * INVLOOP - ONE ORDER PER PASS.  ONLY 'SHP' ORDERS ARE BILLED;
      * A NEW CUSTOMER NUMBER FINISHES THE PREVIOUS INVOICE FIRST.
      *****************************************************************
        INVLOOP.
            IF ORD-STAT NOT = 'SHP' THEN GO TO INVNEXT.
            ADD 1 TO WS-SHIP-COUNT.
            IF ORD-CUSTNO NOT = WS-CUR-CUST THEN
                PERFORM INVBREAK THRU INVBREAKX
                PERFORM INVCUST.
            IF WS-CUST-OK NOT = 'Y' THEN
                PERFORM INVREJ
                GO TO INVNEXT.
            IF WS-INV-OPEN NOT = 'Y' THEN
                PERFORM INVNUMB THRU INVNUMBX.
            ADD 1 TO WS-INV-LINES.
            MOVE SPACES        TO INV-REC.
            MOVE WS-INV-NUM    TO INV-NUM.
            MOVE WS-INV-LINES  TO INV-LINE.
            MOVE ORD-NUM       TO INVL-ORDNUM.
            MOVE ORD-DATE      TO INVL-ORDDATE.
            MOVE ORD-AMT       TO INVL-AMT.
            MOVE ORD-TAX       TO INVL-TAX.
            MOVE ORD-TAXST     TO INVL-TAXST.
            WRITE INV-FILE-REC.
            IF NOT WS-FSIV-OK THEN
                DISPLAY 'INVGEN1 INVFILE WRITE FAILED, STATUS ' WS-FSIV
                PERFORM INVABEND.
            ADD ORD-AMT ORD-TAX TO WS-INV-AMT.
            ADD ORD-TAX TO WS-INV-TAX.
      * THE ORDER IS BILLED - NEVER AGAIN
            MOVE ORD-STAT TO ORDH-OLDSTAT.
            MOVE 'INV'    TO ORD-STAT.
            REWRITE ORD-FILE-REC.
            IF NOT WS-FSOR-OK THEN
                DISPLAY 'INVGEN1 ORDFILE REWRITE FAILED, STATUS '
                    WS-FSOR
                PERFORM INVABEND.
            MOVE 'RW'       TO JRN-FUNC.
            MOVE 'ORDFILE ' TO JRN-FILE.
            MOVE SPACES     TO JRN-KEY.
            MOVE ORD-KEY    TO JRN-KEY (1:14).
            MOVE 84         TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE ORD-REC    TO JRN-IMAGE (1:84).
            PERFORM INVJRNL.
            PERFORM INVHIST THRU INVHISTX.
            ADD 1 TO WS-BILL-COUNT.
        INVNEXT.
            PERFORM ORDREAD.

      *****************************************************************
      * INVCUST - A NEW CUSTOMER NUMBER: FETCH THE BILL-TO MASTER
      *****************************************************************
        INVCUST.
            MOVE ORD-CUSTNO TO WS-CUR-CUST.
            MOVE ORD-CUSTNO TO CMST-NUM.
            READ MYFILE09.
            IF WS-FS09-OK THEN
                MOVE 'Y' TO WS-CUST-OK
            ELSE
                MOVE 'N' TO WS-CUST-OK.

      *****************************************************************
      * INVNUMB - NEXT INVOICE NUMBER FROM INVCTL, REWRITTEN AT ONCE
      * SO A LATER FAILURE NEVER ISSUES THE SAME NUMBER TWICE
      *****************************************************************
        INVNUMB.
            OPEN I-O INVCTL.
            IF WS-FSIC NOT = '00' THEN
                DISPLAY 'INVGEN1 CANNOT OPEN INVCTL, STATUS ' WS-FSIC
                PERFORM INVABEND.
            READ INVCTL
                AT END MOVE SPACES TO ICTL-REC.
            IF ICTL-REC (1:8) IS NOT NUMERIC THEN
                CLOSE INVCTL
                DISPLAY 'INVGEN1 BAD OR MISSING NUMBER IN INVCTL'
                PERFORM INVABEND.
            MOVE ICTL-REC (1:8) TO WS-NEXT-INV.
            COMPUTE WS-INV-NUM = WS-NEXT-INV + 1.
            MOVE WS-INV-NUM TO ICTL-REC (1:8).
            REWRITE ICTL-REC.
            CLOSE INVCTL.
            MOVE 'Y' TO WS-INV-OPEN.
            MOVE 0 TO WS-INV-LINES.
            MOVE 0 TO WS-INV-AMT.
            MOVE 0 TO WS-INV-TAX.
        INVNUMBX.
            EXIT.

      *****************************************************************
      * INVBREAK - FINISH THE OPEN INVOICE: THE HEADER GOES OUT LAST,
      * WHEN THE TOTAL AND LINE COUNT ARE KNOWN
      *****************************************************************
        INVBREAK.
            IF WS-INV-OPEN NOT = 'Y' THEN GO TO INVBREAKX.
            MOVE SPACES        TO INV-REC.
            MOVE WS-INV-NUM    TO INV-NUM.
            MOVE 0             TO INV-LINE.
            MOVE CMST-NUM      TO INVH-CUSTNO.
            MOVE WS-TODAY      TO INVH-DATE.
            MOVE WS-INV-AMT    TO INVH-AMT.
            MOVE WS-INV-LINES  TO INVH-LINES.
            MOVE 0             TO INVH-PRTDATE.
            MOVE CMST-NAME     TO INVH-NAME.
            MOVE CMST-ADDR     TO INVH-ADDR.
            MOVE CMST-ZIP      TO INVH-ZIP.
            MOVE WS-INV-TAX    TO INVH-TAX.
            WRITE INV-FILE-REC.
            IF NOT WS-FSIV-OK THEN
                DISPLAY 'INVGEN1 INVFILE WRITE FAILED, STATUS ' WS-FSIV
                PERFORM INVABEND.
            ADD 1 TO WS-INVS-COUNT.
      * THE RECEIVABLE THE INVOICE OPENS
            MOVE SPACES        TO AR-REC.
            MOVE CMST-NUM      TO AR-CUSTNO.
            MOVE WS-INV-NUM    TO AR-INVNUM.
            MOVE 0             TO AR-SEQ.
            MOVE 'I'           TO AR-TYPE.
            MOVE WS-TODAY      TO AR-DATE.
            MOVE WS-INV-AMT    TO AR-AMT.
            MOVE WS-INV-AMT    TO AR-OPENAMT.
            MOVE 0             TO AR-LASTSEQ.
            MOVE 0             TO AR-LASTPAY.
            MOVE 'O'           TO AR-STAT.
            MOVE WS-TODAY      TO AR-POSTDATE.
            MOVE 'N'           TO AR-SPLIT.
            WRITE AR-FILE-REC.
            IF NOT WS-FSAR-OK THEN
                DISPLAY 'INVGEN1 ARLEDGER WRITE FAILED, STATUS '
                    WS-FSAR
                PERFORM INVABEND.
            MOVE 'WR'       TO JRN-FUNC.
            MOVE 'ARLEDGER' TO JRN-FILE.
            MOVE SPACES     TO JRN-KEY.
            MOVE AR-KEY     TO JRN-KEY (1:19).
            MOVE 80         TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE AR-REC     TO JRN-IMAGE (1:80).
            PERFORM INVJRNL.
            MOVE WS-INV-NUM    TO RPT-INV-NUM.
            MOVE CMST-NUM      TO RPT-INV-CUST.
            MOVE WS-INV-LINES  TO RPT-INV-LINES.
            MOVE WS-INV-AMT    TO RPT-INV-AMT.
            MOVE RPT-INVLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'N' TO WS-INV-OPEN.
        INVBREAKX.
            EXIT.

      *****************************************************************
      * INVHIST - THE ORDER'S ORDHIST RECORD; A CHANGE TO THE SAME
      * ORDER IN THE SAME SECOND STEPS THE TIME PAST THE DUPLICATE
      *****************************************************************
        INVHIST.
            MOVE ORD-CUSTNO TO ORDH-CUSTNO.
            MOVE ORD-NUM    TO ORDH-NUM.
            MOVE WS-CLKDATE TO ORDH-DATE.
            MOVE WS-NOW     TO ORDH-TIME.
            MOVE ORD-STAT   TO ORDH-NEWSTAT.
            MOVE SPACES     TO ORDH-OPER.
            MOVE SPACES     TO ORDH-TERM.
            MOVE 'INVGEN1 ' TO ORDH-PGM.
        INVHISTW.
            WRITE ORDH-FILE-REC.
            IF WS-FSOH-DUP THEN
                GO TO INVHISTD.
            IF NOT WS-FSOH-OK THEN
                DISPLAY 'INVGEN1 ORDHIST WRITE FAILED, STATUS ' WS-FSOH
                PERFORM INVABEND.
            MOVE 'WR'       TO JRN-FUNC.
            MOVE 'ORDHIST ' TO JRN-FILE.
            MOVE SPACES     TO JRN-KEY.
            MOVE ORDH-KEY   TO JRN-KEY (1:28).
            MOVE 54         TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE ORDH-REC   TO JRN-IMAGE (1:54).
            PERFORM INVJRNL.
            GO TO INVHISTX.
      * DUPLICATE KEY - STEP A SECOND, CARRYING INTO MINUTES AND
      * HOURS; THE LAST SECOND OF THE DAY HAS NOWHERE LEFT TO GO, SO
      * THE ORDER IS INVOICED WITHOUT ITS HISTORY RECORD
        INVHISTD.
            IF ORDH-TIME NOT LESS THAN 235959 THEN
                DISPLAY 'INVGEN1 ORDHIST KEY EXHAUSTED, ORDER '
                    ORDH-NUM ' HAS NO HISTORY RECORD'
                GO TO INVHISTX.
            ADD 1 TO ORDH-SS.
            IF ORDH-SS GREATER THAN 59 THEN
                MOVE 0 TO ORDH-SS
                ADD 1 TO ORDH-MM
                IF ORDH-MM GREATER THAN 59 THEN
                    MOVE 0 TO ORDH-MM
                    ADD 1 TO ORDH-HH.
            GO TO INVHISTW.
        INVHISTX.
            EXIT.

      * ONE AFTER-IMAGE RECORD IN THE VSAMJRN.CPY LAYOUT - FILE, KEY
      * AND IMAGE PRESET BY THE CALLER, TASK NUMBER 0 FOR BATCH
        INVJRNL.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE 0          TO JRN-RRN.
            MOVE WS-CLKDATE TO JRN-DATE.
            MOVE WS-NOW     TO JRN-TIME.
            MOVE 0          TO JRN-TASK.
            WRITE VJRN-FILE-REC.

      * REJECT - NO BILL-TO MASTER; THE ORDER STAYS 'SHP'
        INVREJ.
            ADD 1 TO WS-REJ-COUNT.
            MOVE ORD-CUSTNO TO RPT-REJ-CUST.
            MOVE ORD-NUM    TO RPT-REJ-ORD.
            MOVE RPT-REJLINE TO RPT-REC.
            WRITE RPT-REC.

        INVTERM.
            MOVE SPACES TO RPT-REC.
            MOVE WS-SHIP-COUNT TO RPT-TRL-SHIP.
            MOVE WS-BILL-COUNT TO RPT-TRL-BILL.
            MOVE WS-REJ-COUNT  TO RPT-TRL-REJ.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE WS-INVS-COUNT TO RPT-TRL-INVS.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE ORDFILE.
            CLOSE ORDHIST.
            CLOSE MYFILE09.
            CLOSE INVFILE.
            CLOSE ARLEDGER.
            CLOSE VJRNOUT.
            CLOSE RPTOUT.
      * SHIPPED ORDERS READ = INVOICED + REJECTED
            MOVE WS-SHIP-COUNT TO WS-CT-IN.
            MOVE WS-BILL-COUNT TO WS-CT-OUT.
            MOVE WS-REJ-COUNT  TO WS-CT-REJ.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.

      * A BROKEN SETUP OR A FAILED UPDATE - THE STEP IS REGISTERED
      * FAILED SO THE WINDOW HOLDS WHATEVER DEPENDS ON IT
        INVABEND.
            MOVE 16 TO RETURN-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            MOVE 16 TO WS-RC-CODE.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            STOP RUN.
