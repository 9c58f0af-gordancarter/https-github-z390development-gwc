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
      * DAILY CASH-RECEIPTS POSTING - CASHIN PAYMENTS TO ARLEDGER
      *
      * RPI 1402 - INVGEN1 BILLS, BUT NOTHING RECORDED WHAT WAS PAID,
      * SO NOBODY COULD SAY WHAT A CUSTOMER OWES.  THIS STEP READS
      * THE DAY'S CASHIN PAYMENTS FILE:
      *
      *   COL  1-8   CUSTOMER NUMBER
      *   COL  9-16  INVOICE NUMBER (ZEROS = PAYMENT ON ACCOUNT)
      *   COL 17-27  AMOUNT (SAME UNITS AS ORD-AMT)
      *   COL 28-34  PAYMENT DATE, JULIAN 0CYYDDD
      *
      * AND APPLIES EACH PAYMENT TO THE OPEN INVOICE ON THE
      * CUSTOMER'S RECEIVABLES LEDGER (ARLEDG.CPY):
      *
      *  - UP TO THE OPEN BALANCE IS APPLIED TO THE INVOICE (A TYPE P
      *    ENTRY; A PARTIAL PAYMENT LEAVES THE REST OPEN, A FULL ONE
      *    MARKS THE INVOICE P(AID))
      *  - AN OVERPAYMENT, A PAYMENT AGAINST AN INVOICE ALREADY PAID,
      *    OR A PAYMENT ON ACCOUNT GOES TO THE CUSTOMER'S UNAPPLIED
      *    CASH (A TYPE C ENTRY PLUS THE TYPE U BALANCE RECORD)
      *
      * A PAYMENT THAT CANNOT BE POSTED IS NEVER DROPPED: IT GOES TO
      * THE CASHSUSP SUSPENSE FILE - THE ORIGINAL 34 COLUMNS
      * UNTOUCHED FOR RESUBMISSION, REASON CODE IN COL 88-89 (THE
      * CUSTLDR1 CUSTREJ RULE) - AND ONTO THE SUSPENSE REPORT:
      *
      *   01 FIELDS NOT NUMERIC     02 ZERO AMOUNT
      *   03 UNKNOWN CUSTOMER       04 UNKNOWN INVOICE
      *   05 FILE I/O ERROR
      *
      * EVERY LEDGER UPDATE IS JOURNALED TO VJRNOUT IN THE
      * VSAMJRN.CPY LAYOUT.  THE RECEIPTS TOTAL IS PROVED AT STEP END
      * (RECEIVED = APPLIED + ON ACCOUNT + SUSPENSE) AND THE PAYMENT
      * COUNTS GO THROUGH CTLTOT1 (READ = POSTED + SUSPENSE).
      *
      * RPI 1408 - EVERY PAYMENT ENTRY IS STAMPED WITH THE DAY IT WAS
      * POSTED (AR-POSTDATE) FOR THE GLEXT1 LEDGER EXTRACT, AND THE
      * ON-ACCOUNT EXCESS OF A PAYMENT ALREADY APPLIED TO AN INVOICE
      * IS MARKED AR-SPLIT 'Y' SO THE EXTRACT COUNTS THE PAYMENT ONCE.
      *
      * RETURN CODE 4 = AT LEAST ONE PAYMENT IN SUSPENSE,
      * 16 = BAD SETUP OR THE RECEIPTS TOTAL DOES NOT PROVE.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.  THE
      * JOURNAL AND HISTORY STAMPS STAY ON THE CLOCK (WS-CLKDATE
      * WITH WS-NOW) SO THEY STILL SORT WITH THE ONLINE JOURNAL.
      *
        PROGRAM-ID. CASHPST1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASHIN ASSIGN TO CASHIN
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AR-KEY
                FILE STATUS IS WS-FSAR.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMST-NUM
                FILE STATUS IS WS-FS09.
            SELECT VJRNOUT ASSIGN TO VJRNOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJR.
            SELECT CASHSUSP ASSIGN TO CASHSUSP
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CASHIN
            RECORDING MODE IS F.
        01  PAY-REC.
            02  PAY-CUSTNO        PIC 9(8).
            02  PAY-INVNUM        PIC 9(8).
            02  PAY-AMT           PIC 9(11).
            02  PAY-DATE          PIC 9(7).
        01  PAY-REC-X REDEFINES PAY-REC.
            02  PAY-CUSTNO-X      PIC X(8).
            02  PAY-INVNUM-X      PIC X(8).
            02  PAY-AMT-X         PIC X(11).
            02  PAY-DATE-X        PIC X(7).

        FD  ARLEDGER
            RECORDING MODE IS F.
        01  AR-FILE-REC.
        COPY ARLEDG.

        FD  MYFILE09
            RECORDING MODE IS F.
        01  CMST-REC.
            02  CMST-NUM          PIC 9(8).
            02  CMST-NAME         PIC X(40).
            02  CMST-ADDR         PIC X(40).
            02  CMST-ZIP          PIC X(5).
            02  CMST-LASTACT      PIC 9(7).

        FD  VJRNOUT
            RECORDING MODE IS F.
        01  VJRN-FILE-REC.
        COPY VSAMJRN.

        FD  CASHSUSP
            RECORDING MODE IS F.
        01  SUSP-REC.
            02  SUSP-PAY          PIC X(34).
            02  FILLER            PIC X(53).
            02  SUSP-REASON       PIC X(2).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSAR               PIC X(2)   VALUE SPACES.
            88  WS-FSAR-OK                   VALUE '00'.
            88  WS-FSAR-NOTFND               VALUE '23'.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.
        77  WS-PAY-EOF            PIC X      VALUE 'N'.
            88  NO-MORE-PAY                  VALUE 'Y'.
        77  WS-SUSP-REASON        PIC X(2)   VALUE SPACES.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-CLK-JUL            PIC 9(5)   VALUE 0.
        77  WS-CLKDATE            PIC 9(7)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).
        77  WS-NOW                PIC 9(7)   VALUE 0.

      * THE PAYMENT BEING POSTED - WHAT IS LEFT TO PLACE, AND THE
      * PART THAT GOES TO THE INVOICE
        77  WS-REMAIN             PIC 9(11)  VALUE 0.
        77  WS-APPLY              PIC 9(11)  VALUE 0.
        77  WS-ENTRY-SEQ          PIC 9(3)   VALUE 0.

        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-POST-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-SUSP-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-PAID-COUNT         PIC 9(7)   COMP-3 VALUE 0.

      * RECEIPTS PROOF - RECEIVED = APPLIED + ON ACCOUNT + SUSPENSE
        77  WS-AMT-RECEIVED       PIC 9(13)  COMP-3 VALUE 0.
        77  WS-AMT-APPLIED        PIC 9(13)  COMP-3 VALUE 0.
        77  WS-AMT-ONACCT         PIC 9(13)  COMP-3 VALUE 0.
        77  WS-AMT-SUSP           PIC 9(13)  COMP-3 VALUE 0.
        77  WS-AMT-PROOF          PIC 9(13)  COMP-3 VALUE 0.

      * RUN-CONTROL REGISTRATION PARAMETERS (RUNCTL1)
        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'CASHPST1'.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

      * WINDOW CONTROL TOTALS, REGISTERED THROUGH CTLTOT1 AT STEP END
        77  WS-CT-STEP            PIC X(8)   VALUE 'CASHPST1'.
        77  WS-CT-IN              PIC 9(8)   VALUE 0.
        77  WS-CT-OUT             PIC 9(8)   VALUE 0.
        77  WS-CT-REJ             PIC 9(8)   VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'CASHPST1 - CASH RECEIPTS POSTING'.
        01  RPT-SUSPHDR           PIC X(52)
            VALUE 'SUSPENSE - PAYMENTS NOT POSTED'.
        01  RPT-SUSPLINE.
            02  FILLER            PIC X(5)   VALUE 'CUST '.
            02  RPT-S-CUST        PIC X(8).
            02  FILLER            PIC X(5)   VALUE ' INV '.
            02  RPT-S-INV         PIC X(8).
            02  FILLER            PIC X(5)   VALUE ' AMT '.
            02  RPT-S-AMT         PIC X(11).
            02  FILLER            PIC X(8)   VALUE ' REASON '.
            02  RPT-S-REASON      PIC X(2).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  RPT-S-TEXT        PIC X(20).
        01  RPT-TRAILER1.
            02  FILLER            PIC X(16)  VALUE 'PAYMENTS READ..='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' POSTED........='.
            02  RPT-TRL-POST      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' SUSPENSE......='.
            02  RPT-TRL-SUSP      PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'INVOICES PAID..='.
            02  RPT-TRL-PAID      PIC ZZZZZZ9.
        01  RPT-AMTLINE.
            02  RPT-AMT-TEXT      PIC X(20).
            02  RPT-AMT-VAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
        01  RPT-PROOFBAD          PIC X(52)
            VALUE '*** RECEIPTS TOTAL DOES NOT PROVE ***'.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'CASHPST1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM CSHINIT.
            PERFORM CSHLOOP THRU CSHNEXT UNTIL NO-MORE-PAY.
            PERFORM CSHTERM.
            IF RETURN-CODE = 0 AND WS-SUSP-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            MOVE RETURN-CODE TO WS-RC-CODE.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            STOP RUN.

        CSHINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-TIME-HMS TO WS-NOW.
            ACCEPT WS-CLK-JUL FROM DAY.
            COMPUTE WS-CLKDATE = 100000 + WS-CLK-JUL.
            OPEN INPUT CASHIN.
            OPEN I-O ARLEDGER.
            IF NOT WS-FSAR-OK THEN
                DISPLAY 'CASHPST1 CANNOT OPEN ARLEDGER, STATUS '
                    WS-FSAR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT MYFILE09.
            IF NOT WS-FS09-OK THEN
                DISPLAY 'CASHPST1 CANNOT OPEN MYFILE09, STATUS '
                    WS-FS09
                MOVE 16 TO RETURN-CODE
                STOP RUN.
      * THE JOURNAL DATASET IS EXTENDED, NOT REPLACED - THE DAY'S
      * ONLINE AFTER-IMAGES MUST SURVIVE THE POSTING RUN
            OPEN EXTEND VJRNOUT.
            IF WS-FSJR = '35' THEN
                OPEN OUTPUT VJRNOUT.
            OPEN OUTPUT CASHSUSP.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-SUSPHDR TO RPT-REC.
            WRITE RPT-REC.
            PERFORM PAYREAD.

        PAYREAD.
            READ CASHIN
                AT END MOVE 'Y' TO WS-PAY-EOF.

      *****************************************************************
      * CSHLOOP - ONE PAYMENT PER PASS: EDIT, THEN POST
      *****************************************************************
        CSHLOOP.
            IF PAY-CUSTNO-X (1:1) = '*' THEN GO TO CSHNEXT.
            ADD 1 TO WS-READ-COUNT.
            IF PAY-CUSTNO-X IS NOT NUMERIC
               OR PAY-INVNUM-X IS NOT NUMERIC
               OR PAY-AMT-X IS NOT NUMERIC
               OR PAY-DATE-X IS NOT NUMERIC THEN
                MOVE '01' TO WS-SUSP-REASON
                PERFORM CSHSUSP
                GO TO CSHNEXT.
            ADD PAY-AMT TO WS-AMT-RECEIVED.
            IF PAY-AMT = 0 THEN
                MOVE '02' TO WS-SUSP-REASON
                PERFORM CSHSUSP
                GO TO CSHNEXT.
            MOVE PAY-CUSTNO TO CMST-NUM.
            READ MYFILE09.
            IF NOT WS-FS09-OK THEN
                MOVE '03' TO WS-SUSP-REASON
                PERFORM CSHSUSP
                GO TO CSHNEXT.
            MOVE PAY-AMT TO WS-REMAIN.
            MOVE 0 TO WS-APPLY.
            IF PAY-INVNUM NOT = 0 THEN
                PERFORM CSHAPPL THRU CSHAPPLX
                IF WS-SUSP-REASON NOT = SPACES THEN
                    PERFORM CSHSUSP
                    GO TO CSHNEXT
                END-IF.
            IF WS-REMAIN GREATER THAN 0 THEN
                PERFORM CSHACCT THRU CSHACCTX
                IF WS-SUSP-REASON NOT = SPACES THEN
                    PERFORM CSHSUSP
                    GO TO CSHNEXT
                END-IF.
            ADD 1 TO WS-POST-COUNT.
        CSHNEXT.
            MOVE SPACES TO WS-SUSP-REASON.
            PERFORM PAYREAD.

      *****************************************************************
      * CSHAPPL - APPLY UP TO THE OPEN BALANCE TO THE NAMED INVOICE.
      * WHAT THE INVOICE DOES NOT ABSORB IS LEFT IN WS-REMAIN.
      *****************************************************************
        CSHAPPL.
            MOVE SPACES     TO WS-SUSP-REASON.
            MOVE PAY-CUSTNO TO AR-CUSTNO.
            MOVE PAY-INVNUM TO AR-INVNUM.
            MOVE 0          TO AR-SEQ.
            READ ARLEDGER.
            IF WS-FSAR-NOTFND THEN
                MOVE '04' TO WS-SUSP-REASON
                GO TO CSHAPPLX.
            IF NOT WS-FSAR-OK OR AR-TYPE NOT = 'I' THEN
                MOVE '05' TO WS-SUSP-REASON
                GO TO CSHAPPLX.
      * AN INVOICE ALREADY PAID ABSORBS NOTHING - IT ALL GOES ON
      * ACCOUNT
            IF AR-OPENAMT = 0 THEN GO TO CSHAPPLX.
            IF WS-REMAIN GREATER THAN AR-OPENAMT THEN
                MOVE AR-OPENAMT TO WS-APPLY
            ELSE
                MOVE WS-REMAIN  TO WS-APPLY.
            SUBTRACT WS-APPLY FROM AR-OPENAMT.
            SUBTRACT WS-APPLY FROM WS-REMAIN.
            ADD 1 TO AR-LASTSEQ.
            MOVE AR-LASTSEQ TO WS-ENTRY-SEQ.
            MOVE PAY-DATE   TO AR-LASTPAY.
            IF AR-OPENAMT = 0 THEN
                MOVE 'P' TO AR-STAT
                ADD 1 TO WS-PAID-COUNT.
            REWRITE AR-FILE-REC.
            IF NOT WS-FSAR-OK THEN
                MOVE '05' TO WS-SUSP-REASON
                GO TO CSHAPPLX.
            ADD WS-APPLY TO WS-AMT-APPLIED.
            MOVE 'RW' TO JRN-FUNC.
            PERFORM CSHJRNL.
      * THE PAYMENT ENTRY UNDER THE INVOICE
            MOVE SPACES       TO AR-REC.
            MOVE PAY-CUSTNO   TO AR-CUSTNO.
            MOVE PAY-INVNUM   TO AR-INVNUM.
            MOVE WS-ENTRY-SEQ TO AR-SEQ.
            MOVE 'P'          TO AR-TYPE.
            MOVE PAY-DATE     TO AR-DATE.
            MOVE WS-APPLY     TO AR-AMT.
            MOVE 0            TO AR-OPENAMT.
            MOVE 0            TO AR-LASTSEQ.
            MOVE 0            TO AR-LASTPAY.
            MOVE SPACE        TO AR-STAT.
            MOVE WS-TODAY     TO AR-POSTDATE.
            MOVE 'N'          TO AR-SPLIT.
            WRITE AR-FILE-REC.
            IF NOT WS-FSAR-OK THEN
                MOVE '05' TO WS-SUSP-REASON
                GO TO CSHAPPLX.
            MOVE 'WR' TO JRN-FUNC.
            PERFORM CSHJRNL.
        CSHAPPLX.
            EXIT.

      *****************************************************************
      * CSHACCT - PUT WS-REMAIN ON ACCOUNT: THE TYPE U BALANCE RECORD
      * (CREATED ON THE CUSTOMER'S FIRST UNAPPLIED CASH) AND ONE
      * TYPE C ENTRY
      *****************************************************************
        CSHACCT.
            MOVE SPACES     TO WS-SUSP-REASON.
            MOVE PAY-CUSTNO TO AR-CUSTNO.
            MOVE 0          TO AR-INVNUM.
            MOVE 0          TO AR-SEQ.
            READ ARLEDGER.
            IF WS-FSAR-NOTFND THEN
                MOVE SPACES     TO AR-REC
                MOVE PAY-CUSTNO TO AR-CUSTNO
                MOVE 0          TO AR-INVNUM
                MOVE 0          TO AR-SEQ
                MOVE 'U'        TO AR-TYPE
                MOVE 0          TO AR-AMT
                MOVE 0          TO AR-OPENAMT
                MOVE 0          TO AR-LASTSEQ
                MOVE 'O'        TO AR-STAT
                MOVE 'WR'       TO JRN-FUNC
            ELSE
                MOVE 'RW'       TO JRN-FUNC.
            IF NOT WS-FSAR-OK AND NOT WS-FSAR-NOTFND THEN
                MOVE '05' TO WS-SUSP-REASON
                GO TO CSHACCTX.
            ADD WS-REMAIN TO AR-OPENAMT.
            ADD 1 TO AR-LASTSEQ.
            MOVE AR-LASTSEQ TO WS-ENTRY-SEQ.
            MOVE PAY-DATE   TO AR-DATE.
            MOVE PAY-DATE   TO AR-LASTPAY.
            IF JRN-FUNC = 'WR' THEN
                WRITE AR-FILE-REC
            ELSE
                REWRITE AR-FILE-REC.
            IF NOT WS-FSAR-OK THEN
                MOVE '05' TO WS-SUSP-REASON
                GO TO CSHACCTX.
            PERFORM CSHJRNL.
            MOVE SPACES       TO AR-REC.
            MOVE PAY-CUSTNO   TO AR-CUSTNO.
            MOVE 0            TO AR-INVNUM.
            MOVE WS-ENTRY-SEQ TO AR-SEQ.
            MOVE 'C'          TO AR-TYPE.
            MOVE PAY-DATE     TO AR-DATE.
            MOVE WS-REMAIN    TO AR-AMT.
            MOVE 0            TO AR-OPENAMT.
            MOVE 0            TO AR-LASTSEQ.
            MOVE 0            TO AR-LASTPAY.
            MOVE SPACE        TO AR-STAT.
            MOVE WS-TODAY     TO AR-POSTDATE.
            IF WS-APPLY GREATER THAN 0 THEN
                MOVE 'Y' TO AR-SPLIT
            ELSE
                MOVE 'N' TO AR-SPLIT.
            WRITE AR-FILE-REC.
            IF NOT WS-FSAR-OK THEN
                MOVE '05' TO WS-SUSP-REASON
                GO TO CSHACCTX.
            MOVE 'WR' TO JRN-FUNC.
            PERFORM CSHJRNL.
            ADD WS-REMAIN TO WS-AMT-ONACCT.
            MOVE 0 TO WS-REMAIN.
        CSHACCTX.
            EXIT.

      * ONE AFTER-IMAGE RECORD IN THE VSAMJRN.CPY LAYOUT FOR THE
      * LEDGER RECORD JUST WRITTEN, FUNCTION PRESET
        CSHJRNL.
            MOVE 'ARLEDGER' TO JRN-FILE.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE AR-KEY     TO JRN-KEY (1:19).
            MOVE 0          TO JRN-RRN.
            MOVE 80         TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE AR-REC     TO JRN-IMAGE (1:80).
            MOVE WS-CLKDATE TO JRN-DATE.
            MOVE WS-NOW     TO JRN-TIME.
            MOVE 0          TO JRN-TASK.
            WRITE VJRN-FILE-REC.

      *****************************************************************
      * CSHSUSP - TO SUSPENSE: THE FILE FOR RESUBMISSION AND A REPORT
      * LINE.  AN I/O FAILURE PART-WAY THROUGH A PAYMENT SUSPENDS
      * ONLY WHAT WAS NOT YET POSTED.
      *****************************************************************
        CSHSUSP.
            ADD 1 TO WS-SUSP-COUNT.
            IF WS-SUSP-REASON NOT = '01' THEN
                IF WS-SUSP-REASON = '05' THEN
                    ADD WS-REMAIN TO WS-AMT-SUSP
                ELSE
                    ADD PAY-AMT TO WS-AMT-SUSP.
            MOVE SPACES TO SUSP-REC.
            MOVE PAY-REC TO SUSP-PAY.
            MOVE WS-SUSP-REASON TO SUSP-REASON.
            WRITE SUSP-REC.
            MOVE PAY-CUSTNO-X TO RPT-S-CUST.
            MOVE PAY-INVNUM-X TO RPT-S-INV.
            MOVE PAY-AMT-X    TO RPT-S-AMT.
            MOVE WS-SUSP-REASON TO RPT-S-REASON.
            IF WS-SUSP-REASON = '01' THEN
                MOVE 'FIELDS NOT NUMERIC' TO RPT-S-TEXT.
            IF WS-SUSP-REASON = '02' THEN
                MOVE 'ZERO AMOUNT' TO RPT-S-TEXT.
            IF WS-SUSP-REASON = '03' THEN
                MOVE 'UNKNOWN CUSTOMER' TO RPT-S-TEXT.
            IF WS-SUSP-REASON = '04' THEN
                MOVE 'UNKNOWN INVOICE' TO RPT-S-TEXT.
            IF WS-SUSP-REASON = '05' THEN
                MOVE 'FILE I/O ERROR' TO RPT-S-TEXT.
            MOVE RPT-SUSPLINE TO RPT-REC.
            WRITE RPT-REC.

        CSHTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-READ-COUNT TO RPT-TRL-READ.
            MOVE WS-POST-COUNT TO RPT-TRL-POST.
            MOVE WS-SUSP-COUNT TO RPT-TRL-SUSP.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-PAID-COUNT TO RPT-TRL-PAID.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'RECEIPTS TOTAL.....=' TO RPT-AMT-TEXT.
            MOVE WS-AMT-RECEIVED TO RPT-AMT-VAL.
            MOVE RPT-AMTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'APPLIED TO INVOICES=' TO RPT-AMT-TEXT.
            MOVE WS-AMT-APPLIED TO RPT-AMT-VAL.
            MOVE RPT-AMTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'UNAPPLIED ON ACCT..=' TO RPT-AMT-TEXT.
            MOVE WS-AMT-ONACCT TO RPT-AMT-VAL.
            MOVE RPT-AMTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'SUSPENSE...........=' TO RPT-AMT-TEXT.
            MOVE WS-AMT-SUSP TO RPT-AMT-VAL.
            MOVE RPT-AMTLINE TO RPT-REC.
            WRITE RPT-REC.
            COMPUTE WS-AMT-PROOF = WS-AMT-APPLIED + WS-AMT-ONACCT
                                 + WS-AMT-SUSP.
            IF WS-AMT-PROOF NOT = WS-AMT-RECEIVED THEN
                MOVE RPT-PROOFBAD TO RPT-REC
                WRITE RPT-REC
                DISPLAY 'CASHPST1 RECEIPTS TOTAL DOES NOT PROVE'
                MOVE 16 TO RETURN-CODE.
            CLOSE CASHIN.
            CLOSE ARLEDGER.
            CLOSE MYFILE09.
            CLOSE VJRNOUT.
            CLOSE CASHSUSP.
            CLOSE RPTOUT.
      * PAYMENTS READ = POSTED + SUSPENSE
            MOVE WS-READ-COUNT TO WS-CT-IN.
            MOVE WS-POST-COUNT TO WS-CT-OUT.
            MOVE WS-SUSP-COUNT TO WS-CT-REJ.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.
