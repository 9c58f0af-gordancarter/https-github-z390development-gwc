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
      * NIGHTLY GENERAL-LEDGER EXTRACT - INVOICING, TAX AND RECEIPTS
      *
      * RPI 1408 - FINANCE REKEYED THE DAY'S BILLING AND CASH INTO THE
      * LEDGER FROM THE INVGEN1 AND CASHPST1 LISTINGS.  THIS STEP,
      * RUN AFTER BOTH, TURNS THE DAY'S ACTIVITY INTO THE GLOUT
      * JOURNAL FILE (GLREC.CPY):
      *
      *  - EVERY INVOICE BILLED TODAY (INVFILE HEADER, INVH-DATE):
      *      DEBIT  AR        THE AMOUNT DUE (INVH-AMT)
      *      CREDIT SALES     THE GOODS (INVH-AMT LESS INVH-TAX)
      *      CREDIT SALESTAX  THE TAX (INVH-TAX), WHEN THERE IS ANY
      *  - EVERY PAYMENT ENTRY POSTED TODAY (ARLEDGER TYPE P OR C,
      *    AR-POSTDATE):
      *      DEBIT  CASH      THE AMOUNT
      *      CREDIT AR        IF APPLIED TO AN INVOICE (TYPE P)
      *      CREDIT UNAPPLD   IF PUT ON ACCOUNT (TYPE C)
      *
      * THE ACCOUNT BEHIND EACH OF THE FIVE NAMES COMES FROM THE GLMAP
      * CONTROL TABLE (COL 1-8 NAME, COL 10-19 LEDGER ACCOUNT;
      * COMMENT LINES START '*').  A NAME MISSING FROM THE TABLE IS
      * BAD SETUP AND NOTHING IS EXTRACTED.
      *
      * THE ENTRIES ARE BUILT ON THE GLWORK DATASET AND COPIED TO
      * GLOUT, WITH THE TRAILER, ONLY WHEN THE DEBITS EQUAL THE
      * CREDITS; AN EXTRACT OUT OF BALANCE IS NEVER RELEASED.
      *
      * CONTROL TOTALS GO THROUGH CTLTOT1 UNDER THREE NAMES:
      *
      *   GLEXT1    DOCUMENTS READ = JOURNALED + REJECTED
      *   GLEXTINV  ORDERS ON THE INVOICES JOURNALED (INVH-LINES)
      *   GLEXTCSH  PAYMENTS JOURNALED (AN AR-SPLIT 'Y' EXCESS ENTRY
      *             IS PART OF THE PAYMENT BEFORE IT)
      *
      * SO THE BALCTL RULES
      *
      *   CHECK   GLEXT1
      *   HANDOFF INVGEN1  GLEXTINV
      *   HANDOFF CASHPST1 GLEXTCSH
      *
      * LET CTLBAL1 PROVE THE FEED AGREES WITH THE STEPS THAT POSTED
      * IT.  AN INVOICE WHOSE TAX EXCEEDS ITS AMOUNT CANNOT BE SPLIT
      * AND IS REJECTED (LISTED, NOT JOURNALED).
      *
      * RETURN CODE 4 = A DOCUMENT WAS REJECTED, 16 = BAD SETUP OR
      * THE EXTRACT DID NOT BALANCE (GLOUT NOT WRITTEN).
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. GLEXT1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GLMAP ASSIGN TO GLMAP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSGM.
            SELECT INVFILE ASSIGN TO INVFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS INV-KEY
                FILE STATUS IS WS-FSIV.
            SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AR-KEY
                FILE STATUS IS WS-FSAR.
            SELECT GLWORK ASSIGN TO GLWORK
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSGW.
            SELECT GLOUT ASSIGN TO GLOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSGL.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  GLMAP
            RECORDING MODE IS F.
        01  MAP-REC.
            02  MAP-NAME          PIC X(8).
            02  FILLER            PIC X.
            02  MAP-ACCT          PIC X(10).
            02  FILLER            PIC X(61).

        FD  INVFILE
            RECORDING MODE IS F.
        01  INV-FILE-REC.
        COPY INVREC.

        FD  ARLEDGER
            RECORDING MODE IS F.
        01  AR-FILE-REC.
        COPY ARLEDG.

        FD  GLWORK
            RECORDING MODE IS F.
        01  GLW-REC               PIC X(80).

        FD  GLOUT
            RECORDING MODE IS F.
        01  GL-FILE-REC.
        COPY GLREC.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSGM               PIC X(2)   VALUE SPACES.
        77  WS-FSIV               PIC X(2)   VALUE SPACES.
            88  WS-FSIV-OK                   VALUE '00'.
        77  WS-FSAR               PIC X(2)   VALUE SPACES.
            88  WS-FSAR-OK                   VALUE '00'.
        77  WS-FSGW               PIC X(2)   VALUE SPACES.
            88  WS-FSGW-OK                   VALUE '00'.
        77  WS-FSGL               PIC X(2)   VALUE SPACES.
            88  WS-FSGL-OK                   VALUE '00'.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  NO-MORE-RECS                 VALUE 'Y'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.

      * THE ACCOUNT NAMES THE EXTRACT POSTS TO, AND THE LEDGER ACCOUNT
      * GLMAP GIVES EACH (SPACES = NOT MAPPED)
        01  WS-MAP-NAMES.
            02  FILLER     PIC X(8)  VALUE 'AR      '.
            02  FILLER     PIC X(8)  VALUE 'SALES   '.
            02  FILLER     PIC X(8)  VALUE 'SALESTAX'.
            02  FILLER     PIC X(8)  VALUE 'CASH    '.
            02  FILLER     PIC X(8)  VALUE 'UNAPPLD '.
        01  FILLER REDEFINES WS-MAP-NAMES.
            02  WS-MAP-NAME PIC X(8) OCCURS 5 TIMES.
        01  WS-MAP-ACCTS.
            02  WS-MAP-ACCT PIC X(10) OCCURS 5 TIMES.
        77  WS-MAP-MAX            PIC 9(2)   COMP VALUE 5.
        77  WS-MAP-IX             PIC 9(2)   COMP.
        77  WS-MAP-BAD            PIC X      VALUE 'N'.
      * SUBSCRIPTS OF THE FIVE NAMES ABOVE
        77  WS-AC-AR              PIC 9(2)   COMP VALUE 1.
        77  WS-AC-SALES           PIC 9(2)   COMP VALUE 2.
        77  WS-AC-TAX             PIC 9(2)   COMP VALUE 3.
        77  WS-AC-CASH            PIC 9(2)   COMP VALUE 4.
        77  WS-AC-UNAPP           PIC 9(2)   COMP VALUE 5.

      * THE ENTRY BEING WRITTEN - ACCOUNT SUBSCRIPT, SIDE, AMOUNT
        77  WS-ENT-AC             PIC 9(2)   COMP.
        77  WS-ENT-DRCR           PIC X.
        77  WS-ENT-AMT            PIC 9(13).
        77  WS-GOODS              PIC 9(13).
        01  WS-ENT-REF.
            02  WS-REF-TYPE       PIC X.
            02  WS-REF-CUST       PIC 9(8).
            02  WS-REF-INV        PIC 9(8).
            02  WS-REF-SEQ        PIC 9(3).
        77  WS-ENT-SRC            PIC X(8).
        77  WS-ENT-SEQ            PIC 9(6)   VALUE 0.

        77  WS-DR-TOTAL           PIC 9(15)  COMP-3 VALUE 0.
        77  WS-CR-TOTAL           PIC 9(15)  COMP-3 VALUE 0.
        77  WS-INV-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-ORD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-PAYE-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-PAY-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-DOC-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-JRN-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-REJ-COUNT          PIC 9(7)   COMP-3 VALUE 0.

      * RUN-CONTROL REGISTRATION PARAMETERS (RUNCTL1)
        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'GLEXT1  '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

      * WINDOW CONTROL TOTALS, REGISTERED THROUGH CTLTOT1 AT STEP END
        77  WS-CT-STEP            PIC X(8)   VALUE 'GLEXT1  '.
        77  WS-CT-IN              PIC 9(8)   VALUE 0.
        77  WS-CT-OUT             PIC 9(8)   VALUE 0.
        77  WS-CT-REJ             PIC 9(8)   VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'GLEXT1 - GENERAL-LEDGER JOURNAL EXTRACT'.
        01  RPT-NOMAP.
            02  FILLER            PIC X(24)
                                  VALUE 'NO GLMAP ACCOUNT FOR    '.
            02  RPT-NOMAP-NAME    PIC X(8).
        01  RPT-REJLINE.
            02  FILLER            PIC X(17)  VALUE 'REJECTED INVOICE '.
            02  RPT-REJ-INV       PIC 9(8).
            02  FILLER            PIC X(25)
                                  VALUE ' - TAX EXCEEDS AMOUNT DUE'.
        01  RPT-AMTLINE.
            02  RPT-AMT-TEXT      PIC X(20).
            02  RPT-AMT-VAL       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
        01  RPT-TRAILER1.
            02  FILLER            PIC X(16)  VALUE 'INVOICES.......='.
            02  RPT-TRL-INV       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' ORDERS BILLED.='.
            02  RPT-TRL-ORD       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' PAYMENTS......='.
            02  RPT-TRL-PAY       PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'GL ENTRIES.....='.
            02  RPT-TRL-ENT       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' REJECTED......='.
            02  RPT-TRL-REJ       PIC ZZZZZZ9.
        01  RPT-RELEASED          PIC X(40)
            VALUE 'GLOUT RELEASED - DEBITS EQUAL CREDITS'.
        01  RPT-UNBAL             PIC X(52)
            VALUE '*** OUT OF BALANCE - GLOUT NOT RELEASED ***'.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'GLEXT1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM GLXINIT THRU GLXINITX.
            PERFORM GLXINV THRU GLXINVX UNTIL NO-MORE-RECS.
            MOVE 'N' TO WS-EOF.
            PERFORM ARREAD.
            PERFORM GLXPAY THRU GLXPAYX UNTIL NO-MORE-RECS.
            PERFORM GLXTERM THRU GLXTERMX.
            IF RETURN-CODE = 0 AND WS-REJ-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            MOVE RETURN-CODE TO WS-RC-CODE.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            STOP RUN.

      *****************************************************************
      * GLXINIT - THE ACCOUNT MAP FIRST: EVERY NAME MUST BE MAPPED
      * BEFORE ANY FILE IS READ
      *****************************************************************
        GLXINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO WS-MAP-ACCTS.
            OPEN INPUT GLMAP.
            IF WS-FSGM NOT = '00' THEN
                DISPLAY 'GLEXT1 CANNOT OPEN GLMAP, STATUS ' WS-FSGM
                PERFORM GLXABEND.
        GLXMAPL.
            READ GLMAP
                AT END GO TO GLXMAPE.
            IF MAP-NAME (1:1) = '*' THEN GO TO GLXMAPL.
            MOVE 0 TO WS-MAP-IX.
        GLXMAPF.
            ADD 1 TO WS-MAP-IX.
            IF WS-MAP-IX GREATER THAN WS-MAP-MAX THEN GO TO GLXMAPL.
            IF WS-MAP-NAME (WS-MAP-IX) NOT = MAP-NAME THEN
                GO TO GLXMAPF.
            MOVE MAP-ACCT TO WS-MAP-ACCT (WS-MAP-IX).
            GO TO GLXMAPL.
        GLXMAPE.
            CLOSE GLMAP.
            MOVE 0 TO WS-MAP-IX.
        GLXMAPC.
            ADD 1 TO WS-MAP-IX.
            IF WS-MAP-IX GREATER THAN WS-MAP-MAX THEN GO TO GLXMAPD.
            IF WS-MAP-ACCT (WS-MAP-IX) = SPACES THEN
                MOVE 'Y' TO WS-MAP-BAD
                MOVE WS-MAP-NAME (WS-MAP-IX) TO RPT-NOMAP-NAME
                MOVE RPT-NOMAP TO RPT-REC
                WRITE RPT-REC.
            GO TO GLXMAPC.
        GLXMAPD.
            IF WS-MAP-BAD = 'Y' THEN
                DISPLAY 'GLEXT1 GLMAP INCOMPLETE - NOTHING EXTRACTED'
                PERFORM GLXABEND.
            OPEN INPUT INVFILE.
            IF NOT WS-FSIV-OK THEN
                DISPLAY 'GLEXT1 CANNOT OPEN INVFILE, STATUS ' WS-FSIV
                PERFORM GLXABEND.
            OPEN INPUT ARLEDGER.
            IF NOT WS-FSAR-OK THEN
                DISPLAY 'GLEXT1 CANNOT OPEN ARLEDGER, STATUS ' WS-FSAR
                PERFORM GLXABEND.
            OPEN OUTPUT GLWORK.
            IF NOT WS-FSGW-OK THEN
                DISPLAY 'GLEXT1 CANNOT OPEN GLWORK, STATUS ' WS-FSGW
                PERFORM GLXABEND.
            PERFORM INVREAD.
        GLXINITX.
            EXIT.

        INVREAD.
            READ INVFILE
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT NO-MORE-RECS AND NOT WS-FSIV-OK THEN
                MOVE 'Y' TO WS-EOF.

        ARREAD.
            READ ARLEDGER
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT NO-MORE-RECS AND NOT WS-FSAR-OK THEN
                MOVE 'Y' TO WS-EOF.

      *****************************************************************
      * GLXINV - ONE INVFILE RECORD PER PASS; ONLY THE HEADERS OF
      * TODAY'S INVOICES ARE JOURNALED
      *****************************************************************
        GLXINV.
            IF INV-LINE NOT = 0 OR INVH-DATE NOT = WS-TODAY THEN
                GO TO GLXINVN.
            ADD 1 TO WS-DOC-COUNT.
            IF INVH-TAX IS NOT NUMERIC THEN
                MOVE 0 TO INVH-TAX.
            IF INVH-TAX GREATER THAN INVH-AMT THEN
                ADD 1 TO WS-REJ-COUNT
                MOVE INV-NUM TO RPT-REJ-INV
                MOVE RPT-REJLINE TO RPT-REC
                WRITE RPT-REC
                GO TO GLXINVN.
            ADD 1 TO WS-INV-COUNT.
            ADD 1 TO WS-JRN-COUNT.
            ADD INVH-LINES TO WS-ORD-COUNT.
            COMPUTE WS-GOODS = INVH-AMT - INVH-TAX.
            MOVE 'I'         TO WS-REF-TYPE.
            MOVE INVH-CUSTNO TO WS-REF-CUST.
            MOVE INV-NUM     TO WS-REF-INV.
            MOVE 0           TO WS-REF-SEQ.
            MOVE 'INVGEN1 '  TO WS-ENT-SRC.
            MOVE WS-AC-AR    TO WS-ENT-AC.
            MOVE 'D'         TO WS-ENT-DRCR.
            MOVE INVH-AMT    TO WS-ENT-AMT.
            PERFORM GLXENT.
            IF WS-GOODS GREATER THAN 0 THEN
                MOVE WS-AC-SALES TO WS-ENT-AC
                MOVE 'C'         TO WS-ENT-DRCR
                MOVE WS-GOODS    TO WS-ENT-AMT
                PERFORM GLXENT.
            IF INVH-TAX GREATER THAN 0 THEN
                MOVE WS-AC-TAX   TO WS-ENT-AC
                MOVE 'C'         TO WS-ENT-DRCR
                MOVE INVH-TAX    TO WS-ENT-AMT
                PERFORM GLXENT.
        GLXINVN.
            PERFORM INVREAD.
        GLXINVX.
            EXIT.

      *****************************************************************
      * GLXPAY - ONE LEDGER RECORD PER PASS; ONLY PAYMENT ENTRIES
      * POSTED TODAY ARE JOURNALED
      *****************************************************************
        GLXPAY.
            IF AR-TYPE NOT = 'P' AND AR-TYPE NOT = 'C' THEN
                GO TO GLXPAYN.
            IF AR-POSTDATE IS NOT NUMERIC THEN GO TO GLXPAYN.
            IF AR-POSTDATE NOT = WS-TODAY THEN GO TO GLXPAYN.
            ADD 1 TO WS-DOC-COUNT.
            ADD 1 TO WS-JRN-COUNT.
            ADD 1 TO WS-PAYE-COUNT.
            IF AR-TYPE = 'P' OR AR-SPLIT NOT = 'Y' THEN
                ADD 1 TO WS-PAY-COUNT.
            MOVE AR-TYPE     TO WS-REF-TYPE.
            MOVE AR-CUSTNO   TO WS-REF-CUST.
            MOVE AR-INVNUM   TO WS-REF-INV.
            MOVE AR-SEQ      TO WS-REF-SEQ.
            MOVE 'CASHPST1'  TO WS-ENT-SRC.
            MOVE WS-AC-CASH  TO WS-ENT-AC.
            MOVE 'D'         TO WS-ENT-DRCR.
            MOVE AR-AMT      TO WS-ENT-AMT.
            PERFORM GLXENT.
            IF AR-TYPE = 'P' THEN
                MOVE WS-AC-AR    TO WS-ENT-AC
            ELSE
                MOVE WS-AC-UNAPP TO WS-ENT-AC.
            MOVE 'C'         TO WS-ENT-DRCR.
            PERFORM GLXENT.
        GLXPAYN.
            PERFORM ARREAD.
        GLXPAYX.
            EXIT.

      * ONE JOURNAL ENTRY TO GLWORK - ACCOUNT, SIDE, AMOUNT, REFERENCE
      * AND SOURCE PRESET BY THE CALLER
        GLXENT.
            ADD 1 TO WS-ENT-SEQ.
            MOVE SPACES          TO GL-REC.
            MOVE 'D'             TO GL-TYPE.
            MOVE WS-TODAY        TO GL-DATE.
            MOVE WS-ENT-SEQ      TO GL-SEQ.
            MOVE WS-MAP-ACCT (WS-ENT-AC) TO GL-ACCT.
            MOVE WS-ENT-DRCR     TO GL-DRCR.
            MOVE WS-ENT-AMT      TO GL-AMT.
            MOVE WS-ENT-REF      TO GL-REF.
            MOVE WS-ENT-SRC      TO GL-SRC.
            IF WS-ENT-DRCR = 'D' THEN
                ADD WS-ENT-AMT TO WS-DR-TOTAL
            ELSE
                ADD WS-ENT-AMT TO WS-CR-TOTAL.
            WRITE GLW-REC FROM GL-REC.
            IF NOT WS-FSGW-OK THEN
                DISPLAY 'GLEXT1 GLWORK WRITE FAILED, STATUS ' WS-FSGW
                PERFORM GLXABEND.

      *****************************************************************
      * GLXTERM - PROVE DEBITS = CREDITS, THEN RELEASE: COPY GLWORK TO
      * GLOUT BEHIND NOTHING AND AHEAD OF THE TRAILER
      *****************************************************************
        GLXTERM.
            CLOSE INVFILE.
            CLOSE ARLEDGER.
            CLOSE GLWORK.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-INV-COUNT  TO RPT-TRL-INV.
            MOVE WS-ORD-COUNT  TO RPT-TRL-ORD.
            MOVE WS-PAY-COUNT  TO RPT-TRL-PAY.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-ENT-SEQ    TO RPT-TRL-ENT.
            MOVE WS-REJ-COUNT  TO RPT-TRL-REJ.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'TOTAL DEBITS.......=' TO RPT-AMT-TEXT.
            MOVE WS-DR-TOTAL TO RPT-AMT-VAL.
            MOVE RPT-AMTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'TOTAL CREDITS......=' TO RPT-AMT-TEXT.
            MOVE WS-CR-TOTAL TO RPT-AMT-VAL.
            MOVE RPT-AMTLINE TO RPT-REC.
            WRITE RPT-REC.
            IF WS-DR-TOTAL NOT = WS-CR-TOTAL THEN
                MOVE RPT-UNBAL TO RPT-REC
                WRITE RPT-REC
                DISPLAY 'GLEXT1 EXTRACT OUT OF BALANCE - NOT RELEASED'
                MOVE 16 TO RETURN-CODE
                GO TO GLXTERMC.
            OPEN INPUT GLWORK.
            OPEN OUTPUT GLOUT.
            IF NOT WS-FSGW-OK OR NOT WS-FSGL-OK THEN
                DISPLAY 'GLEXT1 CANNOT RELEASE GLOUT, STATUS '
                    WS-FSGW ' ' WS-FSGL
                PERFORM GLXABEND.
        GLXTERML.
            READ GLWORK INTO GL-REC
                AT END GO TO GLXTERMT.
            WRITE GL-FILE-REC.
            GO TO GLXTERML.
        GLXTERMT.
            MOVE SPACES      TO GL-REC.
            MOVE 'T'         TO GL-TYPE.
            MOVE WS-TODAY    TO GLT-DATE.
            MOVE WS-ENT-SEQ  TO GLT-COUNT.
            MOVE WS-DR-TOTAL TO GLT-DRTOT.
            MOVE WS-CR-TOTAL TO GLT-CRTOT.
            WRITE GL-FILE-REC.
            CLOSE GLWORK.
            CLOSE GLOUT.
            MOVE RPT-RELEASED TO RPT-REC.
            WRITE RPT-REC.
        GLXTERMC.
            CLOSE RPTOUT.
      * DOCUMENTS READ = JOURNALED + REJECTED, THEN THE TWO HANDOFFS
            MOVE WS-DOC-COUNT TO WS-CT-IN.
            MOVE WS-JRN-COUNT TO WS-CT-OUT.
            MOVE WS-REJ-COUNT TO WS-CT-REJ.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.
            MOVE 'GLEXTINV'   TO WS-CT-STEP.
            MOVE WS-ORD-COUNT TO WS-CT-IN.
            MOVE WS-ORD-COUNT TO WS-CT-OUT.
            MOVE 0            TO WS-CT-REJ.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.
            MOVE 'GLEXTCSH'   TO WS-CT-STEP.
            MOVE WS-PAY-COUNT TO WS-CT-IN.
            MOVE WS-PAY-COUNT TO WS-CT-OUT.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.
        GLXTERMX.
            EXIT.

      * A BROKEN SETUP OR A FAILED WRITE - THE STEP IS REGISTERED
      * FAILED SO THE WINDOW HOLDS WHATEVER DEPENDS ON IT
        GLXABEND.
            MOVE 16 TO RETURN-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            MOVE 16 TO WS-RC-CODE.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            STOP RUN.
