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
      * ACCOUNTS-RECEIVABLE AGING REPORT AND DUNNING SELECTION
      *
      * RPI 1403 - WITH THE ARLEDGER RECEIVABLES LEDGER IN PLACE
      * (CASHPST1) FINANCE CAN FINALLY SEE WHO IS BEHIND.  THIS RUN
      * READS THE WHOLE LEDGER IN CUSTOMER ORDER AND BUCKETS EVERY
      * OPEN INVOICE BY DAYS PAST DUE, IN THE CUSTAGE1 BUCKET STYLE:
      *
      *   CURRENT / 1-30 / 31-60 / 61-90 / OVER 90
      *
      * WITH ONE LINE PER OPEN INVOICE, A TOTAL LINE PER CUSTOMER
      * (UNAPPLIED CASH ON ACCOUNT SHOWN AGAINST IT) AND GRAND
      * TOTALS.  THE DUE DATE IS THE INVOICE DATE PLUS WS-TERMS
      * DAYS AND DAYS PAST DUE ARE DATECALC 'DF' FROM THE DUE DATE
      * TO TODAY, SO THE ARITHMETIC IS THE SHOP'S ONE CALENDAR; THE
      * LEDGER'S JULIAN 0CYYDDD DATES ARE TURNED INTO DATECALC'S
      * YYYYMMDD WITH DATECALC ITSELF ('AD' FROM JANUARY 1, THE
      * HOLLOAD1 RULE IN REVERSE).
      *
      * EVERY CUSTOMER WITH ANYTHING OVER 60 DAYS GETS A DUNFILE
      * RECORD (DUNREC.CPY, REBUILT EACH RUN) CARRYING THE WORST
      * BUCKET REACHED AND THE MYFILE09 BILL-TO; THE DUNPRT1
      * TRANSACTION PRINTS THE NOTICES THROUGH RPTSVC1 WITH THE
      * ESCALATING WORDING FROM MSGCAT.
      *
      * RETURN CODE 4 = AN INVOICE DATE DATECALC REFUSED (AGED AS
      * CURRENT AND FLAGGED ON ITS LINE), 16 = BAD SETUP.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. ARAGE1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ARLEDGER ASSIGN TO ARLEDGER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AR-KEY
                FILE STATUS IS WS-FSAR.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMST-NUM
                FILE STATUS IS WS-FS09.
            SELECT DUNFILE ASSIGN TO DUNFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DUN-CUSTNO
                FILE STATUS IS WS-FSDN.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
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

        FD  DUNFILE
            RECORDING MODE IS F.
        01  DUN-FILE-REC.
        COPY DUNREC.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSAR               PIC X(2)   VALUE SPACES.
            88  WS-FSAR-OK                   VALUE '00'.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSDN               PIC X(2)   VALUE SPACES.
            88  WS-FSDN-OK                   VALUE '00'.
        77  WS-EOFAR              PIC X      VALUE 'N'.
            88  NO-MORE-AR                   VALUE 'Y'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-TODAY-YMD          PIC 9(8)   VALUE 0.

      * PAYMENT TERMS - DAYS FROM INVOICE DATE TO DUE DATE
        77  WS-TERMS              PIC S9(5)  VALUE 30.

      * JULIAN 0CYYDDD TO YYYYMMDD WORK FIELDS
        77  WS-JUL                PIC 9(7).
        77  WS-CYY                PIC 9(3).
        77  WS-DDD                PIC 9(3).
        77  WS-YYYY               PIC 9(4).
        77  WS-YMD                PIC 9(8).
        77  WS-DUE-YMD            PIC 9(8).
        77  WS-PASTDUE            PIC S9(5).
        77  WS-BAD-DATE           PIC X      VALUE 'N'.

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

      * THE AGE BUCKETS - UPPER BOUND IN DAYS PAST DUE, 99999 = OPEN
      * TOP (CURRENT IS ANYTHING NOT YET PAST DUE)
        01  WS-BKT-BOUNDS.
            02  FILLER     PIC S9(5) VALUE +00000.
            02  FILLER     PIC S9(5) VALUE +00030.
            02  FILLER     PIC S9(5) VALUE +00060.
            02  FILLER     PIC S9(5) VALUE +00090.
            02  FILLER     PIC S9(5) VALUE +99999.
        01  FILLER REDEFINES WS-BKT-BOUNDS.
            02  WS-BKT-HI  PIC S9(5) OCCURS 5 TIMES.
        01  WS-BKT-NAMES.
            02  FILLER     PIC X(8)  VALUE 'CURRENT '.
            02  FILLER     PIC X(8)  VALUE '1-30    '.
            02  FILLER     PIC X(8)  VALUE '31-60   '.
            02  FILLER     PIC X(8)  VALUE '61-90   '.
            02  FILLER     PIC X(8)  VALUE 'OVER 90 '.
        01  FILLER REDEFINES WS-BKT-NAMES.
            02  WS-BKT-NAME PIC X(8) OCCURS 5 TIMES.
      * PER-CUSTOMER AND GRAND BUCKET AMOUNTS
        01  WS-CUS-AMTS.
            02  WS-CUS-AMT PIC 9(13) COMP-3 OCCURS 5 TIMES.
        01  WS-GRD-AMTS.
            02  WS-GRD-AMT PIC 9(13) COMP-3 OCCURS 5 TIMES.
        77  WS-BKT-IX             PIC 9(1)   COMP.

      * THE CUSTOMER BEING AGED
        77  WS-CUR-CUST           PIC 9(8)   VALUE 0.
        77  WS-CUS-OPEN           PIC 9(13)  COMP-3 VALUE 0.
        77  WS-CUS-UNAPP          PIC 9(13)  COMP-3 VALUE 0.
        77  WS-CUS-INVS           PIC 9(5)   COMP-3 VALUE 0.
        77  WS-CUS-OLDEST         PIC S9(5)  VALUE 0.
        77  WS-GRD-OPEN           PIC 9(13)  COMP-3 VALUE 0.
        77  WS-GRD-UNAPP          PIC 9(13)  COMP-3 VALUE 0.

        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-OPEN-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CUST-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-DUN-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-BADDT-COUNT        PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'ARAGE1 - ACCOUNTS RECEIVABLE AGING'.
        01  RPT-COLHDR.
            02  FILLER            PIC X(40)
                VALUE 'CUSTOMER INVOICE  DUE DATE DAYS BUCKET  '.
            02  FILLER            PIC X(14)
                VALUE '   OPEN AMOUNT'.
        01  RPT-INVLINE.
            02  RPT-I-CUST        PIC 9(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-I-INV         PIC 9(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-I-DUE         PIC 9(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-I-DAYS        PIC -ZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-I-BKT         PIC X(8).
            02  RPT-I-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-I-FLAG        PIC X(8).
        01  RPT-BKTLINE.
            02  FILLER            PIC X(10)  VALUE SPACES.
            02  RPT-B-TEXT        PIC X(16).
            02  RPT-B-NAME        PIC X(8).
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-B-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
        01  RPT-CUSLINE.
            02  FILLER            PIC X(10)  VALUE SPACES.
            02  RPT-C-TEXT        PIC X(26).
            02  RPT-C-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'LEDGER RECORDS.='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' OPEN INVOICES.='.
            02  RPT-TRL-OPEN      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' CUSTOMERS.....='.
            02  RPT-TRL-CUST      PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'DUNNING NOTICES='.
            02  RPT-TRL-DUN       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' BAD DATES.....='.
            02  RPT-TRL-BAD       PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM AGEINIT.
            PERFORM AGELOOP THRU AGENEXT UNTIL NO-MORE-AR.
            PERFORM AGEBRK THRU AGEBRKX.
            PERFORM AGETERM THRU AGETERMX.
            STOP RUN.

        AGEINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            MOVE WS-TODAY TO WS-JUL.
            PERFORM AGEYMD THRU AGEYMDX.
            IF WS-BAD-DATE = 'Y' THEN
                DISPLAY 'ARAGE1 CANNOT CONVERT TODAY THROUGH DATECALC'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE WS-YMD TO WS-TODAY-YMD.
            OPEN INPUT ARLEDGER.
            IF NOT WS-FSAR-OK THEN
                DISPLAY 'ARAGE1 CANNOT OPEN ARLEDGER, STATUS ' WS-FSAR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT MYFILE09.
            IF NOT WS-FS09-OK THEN
                DISPLAY 'ARAGE1 CANNOT OPEN MYFILE09, STATUS ' WS-FS09
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT DUNFILE.
            IF NOT WS-FSDN-OK THEN
                DISPLAY 'ARAGE1 CANNOT OPEN DUNFILE, STATUS ' WS-FSDN
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-BKT-IX.
        AGEINITL.
            ADD 1 TO WS-BKT-IX.
            IF WS-BKT-IX NOT GREATER THAN 5 THEN
                MOVE 0 TO WS-GRD-AMT (WS-BKT-IX)
                GO TO AGEINITL.
            PERFORM AGECLR THRU AGECLRX.
            PERFORM AGEREAD.

        AGEREAD.
            READ ARLEDGER
                AT END MOVE 'Y' TO WS-EOFAR.
            IF NOT NO-MORE-AR AND NOT WS-FSAR-OK THEN
                MOVE 'Y' TO WS-EOFAR.

      * CLEAR THE PER-CUSTOMER ACCUMULATORS
        AGECLR.
            MOVE 0 TO WS-CUS-OPEN.
            MOVE 0 TO WS-CUS-UNAPP.
            MOVE 0 TO WS-CUS-INVS.
            MOVE 0 TO WS-CUS-OLDEST.
            MOVE 0 TO WS-BKT-IX.
        AGECLRL.
            ADD 1 TO WS-BKT-IX.
            IF WS-BKT-IX NOT GREATER THAN 5 THEN
                MOVE 0 TO WS-CUS-AMT (WS-BKT-IX)
                GO TO AGECLRL.
        AGECLRX.
            EXIT.

      *****************************************************************
      * AGEYMD - JULIAN 0CYYDDD IN WS-JUL TO YYYYMMDD IN WS-YMD
      * THROUGH DATECALC ('AD' DDD-1 DAYS FROM JANUARY 1).  CENTURY
      * DIGIT 1 FOR 20XX, 0 FOR 19XX - EIBDATE'S CONVENTION.
      *****************************************************************
        AGEYMD.
            MOVE 'N' TO WS-BAD-DATE.
            DIVIDE WS-JUL BY 1000 GIVING WS-CYY REMAINDER WS-DDD.
            IF WS-DDD = 0 THEN
                MOVE 'Y' TO WS-BAD-DATE
                GO TO AGEYMDX.
            COMPUTE WS-YYYY = 1900 + WS-CYY.
            MOVE 'AD' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE 0 TO WS-DC-DATE2.
            COMPUTE WS-DC-DAYS = WS-DDD - 1.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                MOVE 'Y' TO WS-BAD-DATE
                GO TO AGEYMDX.
            MOVE WS-DC-RESULT TO WS-YMD.
        AGEYMDX.
            EXIT.

      *****************************************************************
      * AGELOOP - ONE LEDGER RECORD PER PASS.  OPEN INVOICES ARE AGED;
      * THE UNAPPLIED-CASH BALANCE IS CARRIED AGAINST THE CUSTOMER;
      * PAYMENT ENTRIES AND PAID INVOICES ARE PASSED OVER.
      *****************************************************************
        AGELOOP.
            ADD 1 TO WS-READ-COUNT.
            IF AR-CUSTNO NOT = WS-CUR-CUST THEN
                PERFORM AGEBRK THRU AGEBRKX
                MOVE AR-CUSTNO TO WS-CUR-CUST.
            IF AR-TYPE = 'U' THEN
                ADD AR-OPENAMT TO WS-CUS-UNAPP
                GO TO AGENEXT.
            IF AR-TYPE NOT = 'I' OR AR-OPENAMT = 0 THEN
                GO TO AGENEXT.
            ADD 1 TO WS-OPEN-COUNT.
            ADD 1 TO WS-CUS-INVS.
            MOVE SPACES TO RPT-I-FLAG.
      * DUE DATE = INVOICE DATE + TERMS; DAYS PAST DUE = DUE TO TODAY
            MOVE AR-DATE TO WS-JUL.
            PERFORM AGEYMD THRU AGEYMDX.
            IF WS-BAD-DATE = 'N' THEN
                MOVE 'AD' TO WS-DC-FUNC
                MOVE WS-YMD TO WS-DC-DATE1
                MOVE 0 TO WS-DC-DATE2
                MOVE WS-TERMS TO WS-DC-DAYS
                CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1
                    WS-DC-DATE2 WS-DC-DAYS WS-DC-RESULT WS-DC-DOW
                    WS-DC-RC
                MOVE WS-DC-RESULT TO WS-DUE-YMD
                MOVE 'DF' TO WS-DC-FUNC
                MOVE WS-DUE-YMD TO WS-DC-DATE1
                MOVE WS-TODAY-YMD TO WS-DC-DATE2
                MOVE 0 TO WS-DC-DAYS
                CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1
                    WS-DC-DATE2 WS-DC-DAYS WS-DC-RESULT WS-DC-DOW
                    WS-DC-RC
                MOVE WS-DC-DAYS TO WS-PASTDUE
                IF WS-DC-RC NOT = 0 THEN
                    MOVE 'Y' TO WS-BAD-DATE
                END-IF
            END-IF.
            IF WS-BAD-DATE = 'Y' THEN
                ADD 1 TO WS-BADDT-COUNT
                MOVE 0 TO WS-DUE-YMD
                MOVE 0 TO WS-PASTDUE
                MOVE 'BAD DATE' TO RPT-I-FLAG.
            MOVE 0 TO WS-BKT-IX.
        AGEFIND.
            ADD 1 TO WS-BKT-IX.
            IF WS-PASTDUE GREATER THAN WS-BKT-HI (WS-BKT-IX)
               AND WS-BKT-IX LESS THAN 5 THEN
                GO TO AGEFIND.
            ADD AR-OPENAMT TO WS-CUS-AMT (WS-BKT-IX).
            ADD AR-OPENAMT TO WS-CUS-OPEN.
            IF WS-PASTDUE GREATER THAN WS-CUS-OLDEST THEN
                MOVE WS-PASTDUE TO WS-CUS-OLDEST.
            MOVE AR-CUSTNO  TO RPT-I-CUST.
            MOVE AR-INVNUM  TO RPT-I-INV.
            MOVE WS-DUE-YMD TO RPT-I-DUE.
            MOVE WS-PASTDUE TO RPT-I-DAYS.
            MOVE WS-BKT-NAME (WS-BKT-IX) TO RPT-I-BKT.
            MOVE AR-OPENAMT TO RPT-I-AMT.
            MOVE RPT-INVLINE TO RPT-REC.
            WRITE RPT-REC.
        AGENEXT.
            PERFORM AGEREAD.

      *****************************************************************
      * AGEBRK - FINISH ONE CUSTOMER: BUCKET TOTALS, UNAPPLIED CASH,
      * NET, INTO THE GRAND TOTALS, AND THE DUNNING RECORD WHEN
      * ANYTHING IS OVER 60 DAYS
      *****************************************************************
        AGEBRK.
            IF WS-CUS-INVS = 0 AND WS-CUS-UNAPP = 0 THEN
                GO TO AGEBRKC.
            ADD 1 TO WS-CUST-COUNT.
            MOVE 0 TO WS-BKT-IX.
        AGEBRKL.
            ADD 1 TO WS-BKT-IX.
            IF WS-BKT-IX GREATER THAN 5 THEN GO TO AGEBRKT.
            ADD WS-CUS-AMT (WS-BKT-IX) TO WS-GRD-AMT (WS-BKT-IX).
            IF WS-CUS-AMT (WS-BKT-IX) = 0 THEN GO TO AGEBRKL.
            MOVE 'CUSTOMER BUCKET ' TO RPT-B-TEXT.
            MOVE WS-BKT-NAME (WS-BKT-IX) TO RPT-B-NAME.
            MOVE WS-CUS-AMT (WS-BKT-IX) TO RPT-B-AMT.
            MOVE RPT-BKTLINE TO RPT-REC.
            WRITE RPT-REC.
            GO TO AGEBRKL.
        AGEBRKT.
            ADD WS-CUS-OPEN  TO WS-GRD-OPEN.
            ADD WS-CUS-UNAPP TO WS-GRD-UNAPP.
            MOVE 'CUSTOMER OPEN TOTAL.......' TO RPT-C-TEXT.
            MOVE WS-CUS-OPEN TO RPT-C-AMT.
            MOVE RPT-CUSLINE TO RPT-REC.
            WRITE RPT-REC.
            IF WS-CUS-UNAPP GREATER THAN 0 THEN
                MOVE 'LESS UNAPPLIED CASH.......' TO RPT-C-TEXT
                MOVE WS-CUS-UNAPP TO RPT-C-AMT
                MOVE RPT-CUSLINE TO RPT-REC
                WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            IF WS-CUS-AMT (4) GREATER THAN 0
               OR WS-CUS-AMT (5) GREATER THAN 0 THEN
                PERFORM AGEDUN THRU AGEDUNX.
        AGEBRKC.
            PERFORM AGECLR THRU AGECLRX.
        AGEBRKX.
            EXIT.

      * THE CUSTOMER'S DUNNING RECORD - WORST BUCKET DECIDES THE LEVEL
        AGEDUN.
            MOVE SPACES TO DUN-REC.
            MOVE WS-CUR-CUST TO DUN-CUSTNO.
            IF WS-CUS-AMT (5) GREATER THAN 0 THEN
                MOVE 2 TO DUN-LEVEL
            ELSE
                MOVE 1 TO DUN-LEVEL.
            MOVE WS-TODAY         TO DUN-DATE.
            MOVE WS-CUS-AMT (4)   TO DUN-AMT61.
            MOVE WS-CUS-AMT (5)   TO DUN-AMT91.
            MOVE WS-CUS-OPEN      TO DUN-TOTAL.
            MOVE WS-CUS-OLDEST    TO DUN-OLDEST.
            MOVE 0                TO DUN-PRTDATE.
            MOVE WS-CUR-CUST TO CMST-NUM.
            READ MYFILE09.
            IF WS-FS09-OK THEN
                MOVE CMST-NAME TO DUN-NAME
                MOVE CMST-ADDR TO DUN-ADDR
                MOVE CMST-ZIP  TO DUN-ZIP
            ELSE
                MOVE 'CUSTOMER NOT ON MYFILE09' TO DUN-NAME.
            WRITE DUN-FILE-REC.
            IF WS-FSDN-OK THEN
                ADD 1 TO WS-DUN-COUNT.
        AGEDUNX.
            EXIT.

        AGETERM.
            MOVE 'ALL CUSTOMERS' TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-BKT-IX.
        AGETERML.
            ADD 1 TO WS-BKT-IX.
            IF WS-BKT-IX GREATER THAN 5 THEN GO TO AGETERMC.
            MOVE 'GRAND BUCKET    ' TO RPT-B-TEXT.
            MOVE WS-BKT-NAME (WS-BKT-IX) TO RPT-B-NAME.
            MOVE WS-GRD-AMT (WS-BKT-IX) TO RPT-B-AMT.
            MOVE RPT-BKTLINE TO RPT-REC.
            WRITE RPT-REC.
            GO TO AGETERML.
        AGETERMC.
            MOVE 'GRAND OPEN TOTAL..........' TO RPT-C-TEXT.
            MOVE WS-GRD-OPEN TO RPT-C-AMT.
            MOVE RPT-CUSLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'GRAND UNAPPLIED CASH......' TO RPT-C-TEXT.
            MOVE WS-GRD-UNAPP TO RPT-C-AMT.
            MOVE RPT-CUSLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-READ-COUNT TO RPT-TRL-READ.
            MOVE WS-OPEN-COUNT TO RPT-TRL-OPEN.
            MOVE WS-CUST-COUNT TO RPT-TRL-CUST.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-DUN-COUNT   TO RPT-TRL-DUN.
            MOVE WS-BADDT-COUNT TO RPT-TRL-BAD.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE ARLEDGER.
            CLOSE MYFILE09.
            CLOSE DUNFILE.
            CLOSE RPTOUT.
            IF WS-BADDT-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
        AGETERMX.
            EXIT.
