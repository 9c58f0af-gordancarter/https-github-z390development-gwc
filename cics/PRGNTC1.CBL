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
      * PRE-PURGE NOTICE SELECTION - MYFILE08 TO PRGNOTC
      *
      * RPI 1417 - CUSTOMERS ARE TOLD BEFORE CUSTPRG1 ARCHIVES THEM.
      * THIS RUN READS MYFILE08 AND WORKS OUT, FOR EVERY CUSTOMER,
      * THE DATE THE CUSTOMER WILL BE DUE FOR ARCHIVING - THE LAST
      * ACTIVITY DATE PLUS THE RETENTION PERIOD (DATECALC 'AD', THE
      * ARAGE1 CONVERSION OF JULIAN DATES).  A CUSTOMER DUE WITHIN
      * THE NOTICE WINDOW IS PUT ON THE PRGNOTC FILE (PRGNOTC.CPY)
      * FOR THE PRGLTR1 LETTER RUN, WHICH PRINTS THE LETTERS IN ZIP
      * ORDER AND STAMPS THE DATE EACH ONE WENT OUT.  A CUSTOMER
      * ALREADY ON PRGNOTC FOR THE SAME LAST ACTIVITY DATE IS NOT
      * SELECTED AGAIN; ONE ACTIVE SINCE GETS A FRESH NOTICE WHEN
      * THE NEW DATE COMES DUE.  A DUE DATE ALREADY PAST (THE PURGE
      * HAS NOT RUN SINCE) IS LETTERED AS TODAY.
      *
      * THE SAME RUN RELOADS THE LTRFILE KSDS FROM THE LTRTMPL TEXT
      * FILE (LTRREC.CPY), SO A WORDING CHANGE IS AN EDIT OF LTRTMPL
      * AND TAKES EFFECT WITH THE NEXT LETTER RUN.
      *
      * NTCCTL RECORD: COL 1-5 RETENTION PERIOD IN DAYS (THE SPAN
      * OF INACTIVITY THE PURGE CUTOFF ALLOWS), COL 7-9 NOTICE
      * WINDOW IN DAYS.  RETURN CODE 4 = A CUSTOMER'S LAST ACTIVITY
      * DATE WOULD NOT CONVERT AND THE CUSTOMER WAS SKIPPED.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. PRGNTC1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NTCCTL ASSIGN TO NTCCTL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LTRTMPL ASSIGN TO LTRTMPL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSTM.
            SELECT LTRFILE ASSIGN TO LTRFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LTR-KEY
                FILE STATUS IS WS-FSLT.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CUST-NAME
                ALTERNATE RECORD KEY IS CUST-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS08.
            SELECT PRGNOTC ASSIGN TO PRGNOTC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS NTC-NAME
                FILE STATUS IS WS-FSNT.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  NTCCTL
            RECORDING MODE IS F.
        01  CTL-REC               PIC X(80).

        FD  LTRTMPL
            RECORDING MODE IS F.
        01  TMPL-REC              PIC X(80).

        FD  LTRFILE
            RECORDING MODE IS F.
        01  LTR-FILE-REC.
        COPY LTRREC.

        FD  MYFILE08
            RECORDING MODE IS F.
        01  CUST-REC.
            02  CUST-NAME         PIC X(40).
            02  CUST-ADDR         PIC X(40).
            02  CUST-ZIP          PIC X(5).
            02  CUST-LASTACT      PIC 9(7).

        FD  PRGNOTC
            RECORDING MODE IS F.
        01  NTC-FILE-REC.
        COPY PRGNOTC.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSTM               PIC X(2)   VALUE SPACES.
        77  WS-FSLT               PIC X(2)   VALUE SPACES.
            88  WS-FSLT-OK                   VALUE '00'.
        77  WS-FS08               PIC X(2)   VALUE SPACES.
            88  WS-FS08-OK                   VALUE '00'.
        77  WS-FSNT               PIC X(2)   VALUE SPACES.
            88  WS-FSNT-OK                   VALUE '00'.
        77  WS-EOF08              PIC X      VALUE 'N'.
            88  NO-MORE-08                   VALUE 'Y'.
        77  WS-TM-EOF             PIC X      VALUE 'N'.

        77  WS-RETAIN             PIC 9(5)   VALUE 0.
        77  WS-WINDOW             PIC 9(3)   VALUE 0.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-TODAY-YMD          PIC 9(8)   VALUE 0.
        77  WS-LIMIT-YMD          PIC 9(8)   VALUE 0.
        77  WS-ARC-YMD            PIC 9(8)   VALUE 0.
        77  WS-ARC-JUL            PIC 9(7)   VALUE 0.

      * JULIAN 0CYYDDD TO YYYYMMDD WORK FIELDS
        77  WS-JUL                PIC 9(7).
        77  WS-CYY                PIC 9(3).
        77  WS-DDD                PIC 9(3).
        77  WS-YYYY               PIC 9(4).
        77  WS-YMD                PIC 9(8).
        77  WS-BAD-DATE           PIC X      VALUE 'N'.

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

        77  WS-TMPL-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-SEL-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-DUP-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-BAD-COUNT          PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'PRGNTC1 - PRE-PURGE NOTICES SELECTED 0CYYDDD'.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-HDR-DATE      PIC 9(7).
        01  RPT-DETAIL.
            02  RPT-DTL-NAME      PIC X(40).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-ZIP       PIC X(5).
            02  FILLER            PIC X(9)   VALUE ' LASTACT='.
            02  RPT-DTL-LACT      PIC 9(7).
            02  FILLER            PIC X(9)   VALUE ' ARCHIVE='.
            02  RPT-DTL-ARC       PIC 9(7).
        01  RPT-TRAILER1.
            02  FILLER            PIC X(16)  VALUE 'TEMPLATE LINES.='.
            02  RPT-TRL-TMPL      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' RETENTION DAYS='.
            02  RPT-TRL-RET       PIC ZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' WINDOW DAYS...='.
            02  RPT-TRL-WIN       PIC ZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'RECORDS READ...='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' SELECTED......='.
            02  RPT-TRL-SEL       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' ALREADY NOTED.='.
            02  RPT-TRL-DUP       PIC ZZZZZZ9.
        01  RPT-TRAILER3.
            02  FILLER            PIC X(16)  VALUE 'BAD LASTACT....='.
            02  RPT-TRL-BAD       PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM NTCINIT.
            PERFORM NTCTMPL THRU NTCTMPLX.
            PERFORM NTCLOOP THRU NTCLOOPX UNTIL NO-MORE-08.
            PERFORM NTCTERM.
            STOP RUN.

      *****************************************************************
      * NTCINIT - READ THE CONTROL CARD, SET TODAY AND THE LAST DUE
      * DATE INSIDE THE WINDOW, OPEN THE FILES
      *****************************************************************
        NTCINIT.
            OPEN INPUT NTCCTL.
            READ NTCCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE NTCCTL.
            IF CTL-REC (1:5) IS NUMERIC
               AND CTL-REC (7:3) IS NUMERIC THEN
                MOVE CTL-REC (1:5) TO WS-RETAIN
                MOVE CTL-REC (7:3) TO WS-WINDOW
            ELSE
                DISPLAY 'PRGNTC1 BAD OR MISSING PERIODS IN NTCCTL'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            MOVE WS-TODAY TO WS-JUL.
            PERFORM NTCYMD THRU NTCYMDX.
            IF WS-BAD-DATE = 'Y' THEN
                DISPLAY 'PRGNTC1 CANNOT CONVERT TODAY THROUGH DATECALC'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE WS-YMD TO WS-TODAY-YMD.
            MOVE 'AD' TO WS-DC-FUNC.
            MOVE WS-TODAY-YMD TO WS-DC-DATE1.
            MOVE 0 TO WS-DC-DATE2.
            MOVE WS-WINDOW TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            MOVE WS-DC-RESULT TO WS-LIMIT-YMD.
            OPEN INPUT MYFILE08.
            IF NOT WS-FS08-OK THEN
                DISPLAY 'PRGNTC1 CANNOT OPEN MYFILE08, STATUS ' WS-FS08
                MOVE 16 TO RETURN-CODE
                STOP RUN.
      * FIRST RUN - PRGNOTC IS CREATED EMPTY AND REOPENED FOR UPDATE
            OPEN I-O PRGNOTC.
            IF WS-FSNT = '35' THEN
                OPEN OUTPUT PRGNOTC
                CLOSE PRGNOTC
                OPEN I-O PRGNOTC.
            IF NOT WS-FSNT-OK THEN
                DISPLAY 'PRGNTC1 CANNOT OPEN PRGNOTC, STATUS ' WS-FSNT
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE WS-TODAY TO RPT-HDR-DATE.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            PERFORM NTCREAD.

        NTCREAD.
            READ MYFILE08
                AT END MOVE 'Y' TO WS-EOF08.
            IF NOT NO-MORE-08 AND NOT WS-FS08-OK THEN
                MOVE 'Y' TO WS-EOF08.

      *****************************************************************
      * NTCTMPL - RELOAD LTRFILE FROM THE LTRTMPL TEXT, ONE RECORD
      * PER LINE NUMBERED IN FILE ORDER
      *****************************************************************
        NTCTMPL.
            OPEN INPUT LTRTMPL.
            IF WS-FSTM NOT = '00' THEN
                DISPLAY 'PRGNTC1 CANNOT OPEN LTRTMPL, STATUS ' WS-FSTM
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT LTRFILE.
            IF NOT WS-FSLT-OK THEN
                DISPLAY 'PRGNTC1 CANNOT OPEN LTRFILE, STATUS ' WS-FSLT
                MOVE 16 TO RETURN-CODE
                STOP RUN.
        NTCTMPLR.
            READ LTRTMPL
                AT END MOVE 'Y' TO WS-TM-EOF.
            IF WS-TM-EOF = 'Y' THEN GO TO NTCTMPLE.
            ADD 1 TO WS-TMPL-COUNT.
            MOVE WS-TMPL-COUNT TO LTR-LINENO.
            MOVE TMPL-REC (1:76) TO LTR-TEXT.
            WRITE LTR-FILE-REC.
            GO TO NTCTMPLR.
        NTCTMPLE.
            CLOSE LTRTMPL.
            CLOSE LTRFILE.
            IF WS-TMPL-COUNT = 0 THEN
                DISPLAY 'PRGNTC1 LTRTMPL IS EMPTY - NO LETTER TEXT'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
        NTCTMPLX.
            EXIT.

      *****************************************************************
      * NTCLOOP - ONE CUSTOMER PER PASS: DUE DATE, THEN ON TO PRGNOTC
      * IF IT FALLS INSIDE THE WINDOW AND IS NOT NOTED ALREADY
      *****************************************************************
        NTCLOOP.
            ADD 1 TO WS-READ-COUNT.
            MOVE CUST-LASTACT TO WS-JUL.
            PERFORM NTCYMD THRU NTCYMDX.
            IF WS-BAD-DATE = 'Y' THEN
                ADD 1 TO WS-BAD-COUNT
                GO TO NTCNEXT.
            MOVE 'AD' TO WS-DC-FUNC.
            MOVE WS-YMD TO WS-DC-DATE1.
            MOVE 0 TO WS-DC-DATE2.
            MOVE WS-RETAIN TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                ADD 1 TO WS-BAD-COUNT
                GO TO NTCNEXT.
            MOVE WS-DC-RESULT TO WS-ARC-YMD.
            IF WS-ARC-YMD GREATER THAN WS-LIMIT-YMD THEN
                GO TO NTCNEXT.
            IF WS-ARC-YMD LESS THAN WS-TODAY-YMD THEN
                MOVE WS-TODAY-YMD TO WS-ARC-YMD.
            MOVE CUST-NAME TO NTC-NAME.
            READ PRGNOTC.
            IF WS-FSNT-OK AND NTC-LASTACT = CUST-LASTACT THEN
                ADD 1 TO WS-DUP-COUNT
                GO TO NTCNEXT.
            PERFORM NTCJUL THRU NTCJULX.
            MOVE CUST-NAME    TO NTC-NAME.
            MOVE CUST-LASTACT TO NTC-LASTACT.
            MOVE WS-ARC-JUL   TO NTC-ARCDATE.
            MOVE WS-ARC-YMD   TO NTC-ARCYMD.
            MOVE WS-TODAY     TO NTC-SELDATE.
            MOVE 0            TO NTC-SENTDATE.
            IF WS-FSNT-OK THEN
                REWRITE NTC-FILE-REC
            ELSE
                WRITE NTC-FILE-REC.
            ADD 1 TO WS-SEL-COUNT.
            MOVE SPACES TO RPT-REC.
            MOVE CUST-NAME    TO RPT-DTL-NAME.
            MOVE CUST-ZIP     TO RPT-DTL-ZIP.
            MOVE CUST-LASTACT TO RPT-DTL-LACT.
            MOVE WS-ARC-JUL   TO RPT-DTL-ARC.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
        NTCNEXT.
            PERFORM NTCREAD.
        NTCLOOPX.
            EXIT.

      *****************************************************************
      * NTCYMD - JULIAN 0CYYDDD IN WS-JUL TO YYYYMMDD IN WS-YMD
      * THROUGH DATECALC ('AD' DDD-1 DAYS FROM JANUARY 1), AS ARAGE1
      *****************************************************************
        NTCYMD.
            MOVE 'N' TO WS-BAD-DATE.
            DIVIDE WS-JUL BY 1000 GIVING WS-CYY REMAINDER WS-DDD.
            IF WS-DDD = 0 THEN
                MOVE 'Y' TO WS-BAD-DATE
                GO TO NTCYMDX.
            COMPUTE WS-YYYY = 1900 + WS-CYY.
            MOVE 'AD' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE 0 TO WS-DC-DATE2.
            COMPUTE WS-DC-DAYS = WS-DDD - 1.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                MOVE 'Y' TO WS-BAD-DATE
                GO TO NTCYMDX.
            MOVE WS-DC-RESULT TO WS-YMD.
        NTCYMDX.
            EXIT.

      *****************************************************************
      * NTCJUL - YYYYMMDD IN WS-ARC-YMD BACK TO JULIAN 0CYYDDD IN
      * WS-ARC-JUL ('DF' FROM JANUARY 1, AS HOLLOAD1)
      *****************************************************************
        NTCJUL.
            DIVIDE WS-ARC-YMD BY 10000 GIVING WS-YYYY.
            MOVE 'DF' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE WS-ARC-YMD TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            COMPUTE WS-ARC-JUL = (WS-YYYY - 1900) * 1000
                + WS-DC-DAYS + 1.
        NTCJULX.
            EXIT.

        NTCTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-TMPL-COUNT TO RPT-TRL-TMPL.
            MOVE WS-RETAIN     TO RPT-TRL-RET.
            MOVE WS-WINDOW     TO RPT-TRL-WIN.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-READ-COUNT TO RPT-TRL-READ.
            MOVE WS-SEL-COUNT  TO RPT-TRL-SEL.
            MOVE WS-DUP-COUNT  TO RPT-TRL-DUP.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-BAD-COUNT  TO RPT-TRL-BAD.
            MOVE RPT-TRAILER3 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE MYFILE08.
            CLOSE PRGNOTC.
            CLOSE RPTOUT.
            IF WS-BAD-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
