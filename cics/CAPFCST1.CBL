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
      * DATASET CAPACITY FORECAST - VCDT ATTRIBUTES, COUNT HISTORY
      *
      * RPI 1427 - A FILE OUTGROWING ITS ALLOCATION WAS ONLY EVER
      * FOUND WHEN A WRITE FAILED.  THIS IS THE PLANNING VIEW: FOR
      * EACH GROWING CLUSTER (MYFILE08, MYFILE09, ORDFILE, ORDLINE,
      * ORDHIST, RPTSTORE) THE CURRENT RECORD COUNT IS TAKEN BY
      * READING THE FILE THROUGH, AND SIZED WITH THE CLUSTER'S
      * DEFINE ATTRIBUTES FROM THE ZCATRPT CATALOG LISTING (CATRPT -
      * THE VCDT GLOBALS ARE ASSEMBLY-TIME ONLY, SO THE LISTING IS
      * HOW A BATCH PROGRAM SEES THEM).  THE CLUSTER LINE CARRIES
      * FS= (DATA FREESPACE %), LA=/LM= (CLR_LAVG/CLR_LMAX) AND CI=:
      *
      *   RECORD LENGTH   LA=, OR LM= WHEN NO AVERAGE WAS GIVEN
      *   CI SIZE         CI=, OR 4096 WHEN THE DEFINE LEFT IT 0
      *   RECORDS PER CI  (CI - 10 BYTES OF CONTROL INFORMATION)
      *                   LESS THE FREESPACE %, OVER THE LENGTH
      *   SPACE USED      THE CIS THE COUNT NEEDS, IN KB
      *
      * EACH RUN'S COUNTS ARE KEPT IN THE CAPHIST HISTORY (ONE LINE
      * PER FILE PER BUSINESS DATE, A RERUN REPLACING THE DAY'S
      * LINE, LINES OVER A YEAR OLD DROPPED).  THE GROWTH RATE IS
      * RECORDS PER DAY SINCE THE OLDEST COUNT INSIDE THE LOOKBACK
      * WINDOW, AND THE FILL DATE IS WHEN THAT RATE REACHES THE
      * ALLOCATION.  A FILE ALREADY AT ITS ALLOCATION, OR PROJECTED
      * TO FILL WITHIN THE HORIZON, IS FLAGGED '***'.
      *
      * CAPCTL CONTROL (OPTIONAL), ONE CARD PER LINE:
      *   COL 1-8 'ALLOC   ', COL 10-17 FILE, COL 19-27 ALLOCATION
      *           IN KB (A FILE WITH NO ALLOC CARD IS SIZED BUT NOT
      *           FORECAST)
      *   COL 1-8 'HORIZON ', COL 19-27 DAYS (DEFAULT 60)
      *   COL 1-8 'WINDOW  ', COL 19-27 LOOKBACK DAYS (DEFAULT 30)
      *   '*' IN COLUMN 1 IS A COMMENT.
      *
      * RETURN CODE 0 = NOTHING FLAGGED, 4 = A FILE IS FLAGGED,
      * 16 = BAD CAPCTL CARD OR HISTORY OVERFLOW.
      *
        PROGRAM-ID. CAPFCST1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CAPCTL ASSIGN TO CAPCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCT.
            SELECT CATRPT ASSIGN TO CATRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCR.
            SELECT CAPHIST ASSIGN TO CAPHIST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSHS.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CUST-NAME
                ALTERNATE RECORD KEY IS CUST-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FSFL.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CMST-NUM
                ALTERNATE RECORD KEY IS CMST-NAME
                FILE STATUS IS WS-FSFL.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSFL.
            SELECT ORDLINE ASSIGN TO ORDLINE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORDL-KEY
                FILE STATUS IS WS-FSFL.
            SELECT ORDHIST ASSIGN TO ORDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORDH-KEY
                FILE STATUS IS WS-FSFL.
            SELECT RPTSTORE ASSIGN TO RPTSTORE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RS-KEY
                FILE STATUS IS WS-FSFL.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CAPCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-KEY           PIC X(8).
            02  FILLER            PIC X.
            02  CTL-FILE          PIC X(8).
            02  FILLER            PIC X.
            02  CTL-NUM           PIC 9(9).
            02  FILLER            PIC X(53).

      * THE ZCATRPT LISTING - BYTE 1 IS CARRIAGE CONTROL
        FD  CATRPT
            RECORDING MODE IS F.
        01  CAT-REC               PIC X(121).

        FD  CAPHIST
            RECORDING MODE IS F.
        01  HST-REC.
            02  HST-FILE          PIC X(8).
            02  FILLER            PIC X.
            02  HST-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  HST-COUNT         PIC 9(9).
            02  FILLER            PIC X(54).

      * ONLY THE KEYS MATTER - THE FILES ARE JUST COUNTED
        FD  MYFILE08
            RECORDING MODE IS F.
        01  CUST-REC.
            02  CUST-NAME         PIC X(40).
            02  CUST-ADDR         PIC X(40).
            02  CUST-ZIP          PIC X(5).
            02  CUST-LASTACT      PIC 9(7).

        FD  MYFILE09
            RECORDING MODE IS F.
        01  CMST-REC.
            02  CMST-NUM          PIC 9(8).
            02  CMST-NAME         PIC X(40).
            02  CMST-ADDR         PIC X(40).
            02  CMST-ZIP          PIC X(5).
            02  CMST-LASTACT      PIC 9(7).

        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  ORDLINE
            RECORDING MODE IS F.
        01  ORDL-FILE-REC.
        COPY ORDLIN.

        FD  ORDHIST
            RECORDING MODE IS F.
        01  ORDH-FILE-REC.
        COPY ORDHST.

      * RPTSVC1'S STORE RECORD (SEE RPTSVC1.CBL)
        FD  RPTSTORE
            RECORDING MODE IS F.
        01  RS-REC.
            02  RS-KEY.
                03  RS-ID         PIC X(8).
                03  RS-DATE       PIC 9(7).
                03  RS-LINENO     PIC 9(5).
            02  RS-TEXT           PIC X(120).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(110).

        WORKING-STORAGE SECTION.
        77  WS-FSCT               PIC X(2)   VALUE SPACES.
        77  WS-FSCR               PIC X(2)   VALUE SPACES.
        77  WS-FSHS               PIC X(2)   VALUE SPACES.
        77  WS-FSFL               PIC X(2)   VALUE SPACES.
            88  WS-FSFL-OK                   VALUE '00'.

        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'CAPFCST1'.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-TODAY-YMD          PIC 9(8)   VALUE 0.
        77  WS-YEAR-AGO           PIC 9(7)   VALUE 0.
        77  WS-WIN-START          PIC 9(7)   VALUE 0.
        77  WS-YYYY               PIC 9(4).
        77  WS-DDD                PIC 9(3).
        77  WS-WORK-YMD           PIC 9(8).
        77  WS-WORK-JUL           PIC 9(7).

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

        77  WS-HORIZON            PIC 9(5)   VALUE 60.
        77  WS-WINDOW             PIC 9(5)   VALUE 30.
        77  WS-FLAGGED            PIC 9(3)   COMP VALUE 0.

      * THE FILES FORECAST, IN COUNTING ORDER
        01  WS-FILE-NAMES.
            02  FILLER            PIC X(8)   VALUE 'MYFILE08'.
            02  FILLER            PIC X(8)   VALUE 'MYFILE09'.
            02  FILLER            PIC X(8)   VALUE 'ORDFILE '.
            02  FILLER            PIC X(8)   VALUE 'ORDLINE '.
            02  FILLER            PIC X(8)   VALUE 'ORDHIST '.
            02  FILLER            PIC X(8)   VALUE 'RPTSTORE'.
        01  FILLER REDEFINES WS-FILE-NAMES.
            02  WS-FILE-NAME      PIC X(8)   OCCURS 6 TIMES.

      * PER FILE: COUNT, CATALOG ATTRIBUTES, ALLOCATION, AND THE
      * OLDEST HISTORY COUNT INSIDE THE WINDOW
        01  WS-FL-TABLE.
            02  WS-FL-ENTRY OCCURS 6 TIMES.
                03  WS-FL-CNT     PIC 9(9).
                03  WS-FL-STAT    PIC X(2).
                03  WS-FL-INCAT   PIC X.
                03  WS-FL-FS      PIC 9(3).
                03  WS-FL-LA      PIC 9(5).
                03  WS-FL-LM      PIC 9(5).
                03  WS-FL-CI      PIC 9(5).
                03  WS-FL-ALLOC   PIC 9(9).
                03  WS-FL-OLDDATE PIC 9(7).
                03  WS-FL-OLDCNT  PIC 9(9).
        77  WS-FX                 PIC 9      COMP.

      * CAPHIST IN STORAGE - EVERYTHING KEPT FOR THE REWRITE
        01  WS-HS-TABLE.
            02  WS-HS-ENTRY OCCURS 3000 TIMES.
                03  WS-HS-FILE    PIC X(8).
                03  WS-HS-DATE    PIC 9(7).
                03  WS-HS-COUNT   PIC 9(9).
        77  WS-HS-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-HS-IX              PIC 9(4)   COMP.

      * CATRPT TOKENIZER WORK
        01  WS-TOK-TABLE.
            02  WS-TOK            PIC X(20)  OCCURS 9 TIMES.
        77  WS-TX                 PIC 9(2)   COMP.
        77  WS-TOK-VAL            PIC X(17).
        77  WS-TOK-LEN            PIC 9(2)   COMP.
        77  WS-TOK-NUM            PIC 9(9).

      * ONE FILE'S SPACE ARITHMETIC
        77  WS-CI                 PIC 9(5).
        77  WS-RECLEN             PIC 9(5).
        77  WS-RPC                PIC 9(5).
        77  WS-CIS                PIC 9(11)  COMP-3.
        77  WS-USED-KB            PIC 9(11)  COMP-3.
        77  WS-CAP-CIS            PIC 9(11)  COMP-3.
        77  WS-CAP-RECS           PIC 9(13)  COMP-3.
        77  WS-PCT                PIC 9(5)   COMP-3.
        77  WS-DAYS               PIC S9(5)  COMP-3.
        77  WS-RATE               PIC S9(9)V9 COMP-3.
        77  WS-TO-FILL            PIC 9(13)  COMP-3.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'CAPFCST1 - DATASET CAPACITY FORECAST'.
        01  RPT-DATELINE.
            02  FILLER            PIC X(16)  VALUE 'BUSINESS DATE..='.
            02  RPT-BUS-DATE      PIC 9(7).
            02  FILLER            PIC X(2)   VALUE ' ('.
            02  RPT-BUS-YMD       PIC 9(8).
            02  FILLER            PIC X(1)   VALUE ')'.
            02  FILLER            PIC X(11)  VALUE ' HORIZON..='.
            02  RPT-HORIZON       PIC ZZZZ9.
            02  FILLER            PIC X(10)  VALUE ' WINDOW..='.
            02  RPT-WINDOW        PIC ZZZZ9.
        01  RPT-COLHDR1.
            02  FILLER            PIC X(9)   VALUE 'FILE'.
            02  FILLER            PIC X(10)  VALUE '  RECORDS'.
            02  FILLER            PIC X(6)   VALUE ' RLEN'.
            02  FILLER            PIC X(6)   VALUE '   CI'.
            02  FILLER            PIC X(4)   VALUE ' FS'.
            02  FILLER            PIC X(10)  VALUE '  USED-KB'.
            02  FILLER            PIC X(10)  VALUE ' ALLOC-KB'.
            02  FILLER            PIC X(4)   VALUE 'PCT'.
            02  FILLER            PIC X(10)  VALUE '  PER-DAY'.
            02  FILLER            PIC X(9)   VALUE 'FILLDATE'.
            02  FILLER            PIC X(6)   VALUE ' DAYS'.
            02  FILLER            PIC X(4)   VALUE 'NOTE'.
        01  RPT-DETAIL.
            02  RPT-DT-FILE       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-CNT        PIC Z(8)9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-RLEN       PIC ZZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-CI         PIC ZZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-FS         PIC ZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-USED       PIC Z(8)9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-ALLOC      PIC Z(8)9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-PCT        PIC ZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-RATE       PIC -ZZZZZ9.9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-FILL       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-DAYS       PIC X(5).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DT-NOTE       PIC X(26).
        77  RPT-DT-DAYSN          PIC ZZZZ9.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'FILES FLAGGED..='.
            02  RPT-TR-FLAGGED    PIC ZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'CAPFCST1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM CAPINIT THRU CAPINITX.
            PERFORM CAPCAT THRU CAPCATX.
            PERFORM CAPHLD THRU CAPHLDX.
            PERFORM CAPC08 THRU CAPC08X.
            PERFORM CAPC09 THRU CAPC09X.
            PERFORM CAPCOR THRU CAPCORX.
            PERFORM CAPCOL THRU CAPCOLX.
            PERFORM CAPCOH THRU CAPCOHX.
            PERFORM CAPCRS THRU CAPCRSX.
            PERFORM CAPHWR.
            MOVE 1 TO WS-FX.
            PERFORM CAPFILE THRU CAPFILEX 6 TIMES.
            PERFORM CAPTERM.
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * CAPINIT - THE BUSINESS DATE, THE CONTROL CARDS, THE WINDOW
      *****************************************************************
        CAPINIT.
            MOVE ZEROS TO WS-FL-TABLE.
            MOVE 1 TO WS-FX.
            PERFORM CAPFCLR 6 TIMES.
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            MOVE WS-TODAY TO WS-WORK-JUL.
            PERFORM CAPYMD THRU CAPYMDX.
            IF WS-DC-RC NOT = 0 THEN
                DISPLAY 'CAPFCST1 BAD BUSINESS DATE ' WS-TODAY
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE WS-WORK-YMD TO WS-TODAY-YMD.
            COMPUTE WS-YEAR-AGO = WS-TODAY - 1000.
            OPEN INPUT CAPCTL.
            IF WS-FSCT NOT = '00' THEN
                GO TO CAPINITW.
        CAPCTLL.
            READ CAPCTL
                AT END GO TO CAPCTLE.
            IF CTL-REC (1:1) = '*' OR CTL-REC = SPACES THEN
                GO TO CAPCTLL.
            IF CTL-NUM IS NOT NUMERIC THEN
                DISPLAY 'CAPFCST1 CAPCTL VALUE NOT NUMERIC ' CTL-REC
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF CTL-KEY = 'HORIZON ' THEN
                MOVE CTL-NUM TO WS-HORIZON
                GO TO CAPCTLL.
            IF CTL-KEY = 'WINDOW  ' THEN
                MOVE CTL-NUM TO WS-WINDOW
                GO TO CAPCTLL.
            IF CTL-KEY NOT = 'ALLOC   ' THEN
                DISPLAY 'CAPFCST1 UNKNOWN CAPCTL CARD ' CTL-REC
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 1 TO WS-FX.
        CAPCTLF.
            IF WS-FILE-NAME (WS-FX) = CTL-FILE THEN
                MOVE CTL-NUM TO WS-FL-ALLOC (WS-FX)
                GO TO CAPCTLL.
            IF WS-FX LESS THAN 6 THEN
                ADD 1 TO WS-FX
                GO TO CAPCTLF.
            DISPLAY 'CAPFCST1 ALLOC FOR A FILE NOT FORECAST ' CTL-FILE.
            GO TO CAPCTLL.
        CAPCTLE.
            CLOSE CAPCTL.
        CAPINITW.
      * THE WINDOW START: THE BUSINESS DATE LESS THE LOOKBACK DAYS
            MOVE 'SD' TO WS-DC-FUNC.
            MOVE WS-TODAY-YMD TO WS-DC-DATE1.
            MOVE 0 TO WS-DC-DATE2.
            MOVE WS-WINDOW TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            MOVE WS-DC-RESULT TO WS-WORK-YMD.
            PERFORM CAPJUL THRU CAPJULX.
            MOVE WS-WORK-JUL TO WS-WIN-START.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-TODAY     TO RPT-BUS-DATE.
            MOVE WS-TODAY-YMD TO RPT-BUS-YMD.
            MOVE WS-HORIZON   TO RPT-HORIZON.
            MOVE WS-WINDOW    TO RPT-WINDOW.
            MOVE RPT-DATELINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR1 TO RPT-REC.
            WRITE RPT-REC.
        CAPINITX.
            EXIT.

        CAPFCLR.
            MOVE 'N' TO WS-FL-INCAT (WS-FX).
            MOVE SPACES TO WS-FL-STAT (WS-FX).
            ADD 1 TO WS-FX.

      *****************************************************************
      * CAPYMD - JULIAN 0CYYDDD WS-WORK-JUL TO YYYYMMDD WS-WORK-YMD
      * CAPJUL - YYYYMMDD WS-WORK-YMD TO JULIAN 0CYYDDD WS-WORK-JUL
      *****************************************************************
        CAPYMD.
            DIVIDE WS-WORK-JUL BY 1000 GIVING WS-YYYY
                REMAINDER WS-DDD.
            ADD 1900 TO WS-YYYY.
            MOVE 'AD' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE 0 TO WS-DC-DATE2.
            COMPUTE WS-DC-DAYS = WS-DDD - 1.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            MOVE WS-DC-RESULT TO WS-WORK-YMD.
        CAPYMDX.
            EXIT.

        CAPJUL.
            DIVIDE WS-WORK-YMD BY 10000 GIVING WS-YYYY.
            MOVE 'DF' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE WS-WORK-YMD TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            COMPUTE WS-WORK-JUL = (WS-YYYY - 1900) * 1000
                + WS-DC-DAYS + 1.
        CAPJULX.
            EXIT.

      *****************************************************************
      * CAPCAT - THE FORECAST FILES' CLUSTER LINES FROM THE ZCATRPT
      * LISTING: 'CLUSTER name type KL=n KO=n FS=n LA=n LM=n CI=n'.
      * THE LINE IS SPLIT ON BLANKS THE SAME WAY CATDIF1 SPLITS IT.
      *****************************************************************
        CAPCAT.
            OPEN INPUT CATRPT.
            IF WS-FSCR NOT = '00' THEN
                DISPLAY 'CAPFCST1 NO CATRPT CATALOG LISTING, STATUS '
                    WS-FSCR
                GO TO CAPCATX.
        CAPCATL.
            READ CATRPT
                AT END GO TO CAPCATE.
            MOVE SPACES TO WS-TOK-TABLE.
            UNSTRING CAT-REC (2:120) DELIMITED BY ALL SPACES
                INTO WS-TOK (1) WS-TOK (2) WS-TOK (3) WS-TOK (4)
                     WS-TOK (5) WS-TOK (6) WS-TOK (7) WS-TOK (8)
                     WS-TOK (9).
            IF WS-TOK (1) NOT = 'CLUSTER' THEN
                GO TO CAPCATL.
            MOVE 1 TO WS-FX.
        CAPCATF.
            IF WS-FILE-NAME (WS-FX) = WS-TOK (2) THEN
                GO TO CAPCATA.
            IF WS-FX LESS THAN 6 THEN
                ADD 1 TO WS-FX
                GO TO CAPCATF.
            GO TO CAPCATL.
        CAPCATA.
            MOVE 'Y' TO WS-FL-INCAT (WS-FX).
            MOVE 4 TO WS-TX.
        CAPCATT.
            MOVE WS-TOK (WS-TX) (4:17) TO WS-TOK-VAL.
            MOVE 0 TO WS-TOK-LEN.
            INSPECT WS-TOK-VAL TALLYING WS-TOK-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            MOVE 0 TO WS-TOK-NUM.
            IF WS-TOK-LEN GREATER THAN 0 AND WS-TOK-LEN LESS THAN 10
               AND WS-TOK-VAL (1:WS-TOK-LEN) IS NUMERIC THEN
                MOVE WS-TOK-VAL (1:WS-TOK-LEN) TO WS-TOK-NUM.
            IF WS-TOK (WS-TX) (1:3) = 'FS=' THEN
                MOVE WS-TOK-NUM TO WS-FL-FS (WS-FX).
            IF WS-TOK (WS-TX) (1:3) = 'LA=' THEN
                MOVE WS-TOK-NUM TO WS-FL-LA (WS-FX).
            IF WS-TOK (WS-TX) (1:3) = 'LM=' THEN
                MOVE WS-TOK-NUM TO WS-FL-LM (WS-FX).
            IF WS-TOK (WS-TX) (1:3) = 'CI=' THEN
                MOVE WS-TOK-NUM TO WS-FL-CI (WS-FX).
            IF WS-TX LESS THAN 9 THEN
                ADD 1 TO WS-TX
                GO TO CAPCATT.
            GO TO CAPCATL.
        CAPCATE.
            CLOSE CATRPT.
        CAPCATX.
            EXIT.

      *****************************************************************
      * CAPHLD - THE COUNT HISTORY.  LINES OVER A YEAR OLD AND ANY
      * LINE ALREADY WRITTEN FOR TODAY (A RERUN) ARE DROPPED; THE
      * OLDEST COUNT OF EACH FILE INSIDE THE WINDOW IS THE GROWTH
      * BASE.
      *****************************************************************
        CAPHLD.
            OPEN INPUT CAPHIST.
            IF WS-FSHS NOT = '00' THEN
                GO TO CAPHLDX.
        CAPHLDL.
            READ CAPHIST
                AT END GO TO CAPHLDE.
            IF HST-DATE IS NOT NUMERIC OR HST-COUNT IS NOT NUMERIC
               OR HST-DATE LESS THAN WS-YEAR-AGO
               OR HST-DATE = WS-TODAY THEN
                GO TO CAPHLDL.
            IF WS-HS-TOT NOT LESS THAN 3000 THEN
                DISPLAY 'CAPFCST1 MORE THAN 3000 CAPHIST LINES'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO WS-HS-TOT.
            MOVE HST-FILE  TO WS-HS-FILE  (WS-HS-TOT).
            MOVE HST-DATE  TO WS-HS-DATE  (WS-HS-TOT).
            MOVE HST-COUNT TO WS-HS-COUNT (WS-HS-TOT).
            IF HST-DATE LESS THAN WS-WIN-START
               OR HST-DATE GREATER THAN WS-TODAY THEN
                GO TO CAPHLDL.
            MOVE 1 TO WS-FX.
        CAPHLDF.
            IF WS-FILE-NAME (WS-FX) = HST-FILE THEN
                GO TO CAPHLDB.
            IF WS-FX LESS THAN 6 THEN
                ADD 1 TO WS-FX
                GO TO CAPHLDF.
            GO TO CAPHLDL.
        CAPHLDB.
            IF WS-FL-OLDDATE (WS-FX) = 0
               OR HST-DATE LESS THAN WS-FL-OLDDATE (WS-FX) THEN
                MOVE HST-DATE  TO WS-FL-OLDDATE (WS-FX)
                MOVE HST-COUNT TO WS-FL-OLDCNT  (WS-FX).
            GO TO CAPHLDL.
        CAPHLDE.
            CLOSE CAPHIST.
        CAPHLDX.
            EXIT.

      *****************************************************************
      * CAPC08 ... CAPCRS - TODAY'S RECORD COUNTS.  A FILE THAT WILL
      * NOT OPEN KEEPS ITS STATUS FOR THE LISTING AND IS NOT COUNTED.
      *****************************************************************
        CAPC08.
            MOVE 1 TO WS-FX.
            OPEN INPUT MYFILE08.
            MOVE WS-FSFL TO WS-FL-STAT (WS-FX).
            IF NOT WS-FSFL-OK THEN
                GO TO CAPC08X.
        CAPC08L.
            READ MYFILE08 NEXT RECORD
                AT END GO TO CAPC08E.
            ADD 1 TO WS-FL-CNT (WS-FX).
            GO TO CAPC08L.
        CAPC08E.
            CLOSE MYFILE08.
        CAPC08X.
            EXIT.

        CAPC09.
            MOVE 2 TO WS-FX.
            OPEN INPUT MYFILE09.
            MOVE WS-FSFL TO WS-FL-STAT (WS-FX).
            IF NOT WS-FSFL-OK THEN
                GO TO CAPC09X.
        CAPC09L.
            READ MYFILE09 NEXT RECORD
                AT END GO TO CAPC09E.
            ADD 1 TO WS-FL-CNT (WS-FX).
            GO TO CAPC09L.
        CAPC09E.
            CLOSE MYFILE09.
        CAPC09X.
            EXIT.

        CAPCOR.
            MOVE 3 TO WS-FX.
            OPEN INPUT ORDFILE.
            MOVE WS-FSFL TO WS-FL-STAT (WS-FX).
            IF NOT WS-FSFL-OK THEN
                GO TO CAPCORX.
        CAPCORL.
            READ ORDFILE NEXT RECORD
                AT END GO TO CAPCORE.
            ADD 1 TO WS-FL-CNT (WS-FX).
            GO TO CAPCORL.
        CAPCORE.
            CLOSE ORDFILE.
        CAPCORX.
            EXIT.

        CAPCOL.
            MOVE 4 TO WS-FX.
            OPEN INPUT ORDLINE.
            MOVE WS-FSFL TO WS-FL-STAT (WS-FX).
            IF NOT WS-FSFL-OK THEN
                GO TO CAPCOLX.
        CAPCOLL.
            READ ORDLINE NEXT RECORD
                AT END GO TO CAPCOLE.
            ADD 1 TO WS-FL-CNT (WS-FX).
            GO TO CAPCOLL.
        CAPCOLE.
            CLOSE ORDLINE.
        CAPCOLX.
            EXIT.

        CAPCOH.
            MOVE 5 TO WS-FX.
            OPEN INPUT ORDHIST.
            MOVE WS-FSFL TO WS-FL-STAT (WS-FX).
            IF NOT WS-FSFL-OK THEN
                GO TO CAPCOHX.
        CAPCOHL.
            READ ORDHIST NEXT RECORD
                AT END GO TO CAPCOHE.
            ADD 1 TO WS-FL-CNT (WS-FX).
            GO TO CAPCOHL.
        CAPCOHE.
            CLOSE ORDHIST.
        CAPCOHX.
            EXIT.

        CAPCRS.
            MOVE 6 TO WS-FX.
            OPEN INPUT RPTSTORE.
            MOVE WS-FSFL TO WS-FL-STAT (WS-FX).
            IF NOT WS-FSFL-OK THEN
                GO TO CAPCRSX.
        CAPCRSL.
            READ RPTSTORE NEXT RECORD
                AT END GO TO CAPCRSE.
            ADD 1 TO WS-FL-CNT (WS-FX).
            GO TO CAPCRSL.
        CAPCRSE.
            CLOSE RPTSTORE.
        CAPCRSX.
            EXIT.

      *****************************************************************
      * CAPHWR - REWRITE THE HISTORY: THE LINES KEPT, THEN TODAY'S
      * COUNT OF EACH FILE THAT COULD BE COUNTED
      *****************************************************************
        CAPHWR.
            OPEN OUTPUT CAPHIST.
            MOVE 1 TO WS-HS-IX.
            PERFORM CAPHWRH WS-HS-TOT TIMES.
            MOVE 1 TO WS-FX.
            PERFORM CAPHWRT 6 TIMES.
            CLOSE CAPHIST.

        CAPHWRH.
            MOVE SPACES TO HST-REC.
            MOVE WS-HS-FILE  (WS-HS-IX) TO HST-FILE.
            MOVE WS-HS-DATE  (WS-HS-IX) TO HST-DATE.
            MOVE WS-HS-COUNT (WS-HS-IX) TO HST-COUNT.
            WRITE HST-REC.
            ADD 1 TO WS-HS-IX.

        CAPHWRT.
            IF WS-FL-STAT (WS-FX) = '00' THEN
                MOVE SPACES TO HST-REC
                MOVE WS-FILE-NAME (WS-FX) TO HST-FILE
                MOVE WS-TODAY TO HST-DATE
                MOVE WS-FL-CNT (WS-FX) TO HST-COUNT
                WRITE HST-REC.
            ADD 1 TO WS-FX.

      *****************************************************************
      * CAPFILE - ONE FILE'S SIZING, GROWTH AND FILL DATE
      *****************************************************************
        CAPFILE.
            MOVE SPACES TO RPT-DETAIL.
            MOVE WS-FILE-NAME (WS-FX) TO RPT-DT-FILE.
            IF WS-FL-STAT (WS-FX) NOT = '00' THEN
                MOVE 'NOT COUNTED, STATUS' TO RPT-DT-NOTE
                MOVE WS-FL-STAT (WS-FX) TO RPT-DT-NOTE (21:2)
                GO TO CAPFILEP.
            MOVE WS-FL-CNT (WS-FX) TO RPT-DT-CNT.
            IF WS-FL-INCAT (WS-FX) NOT = 'Y' THEN
                MOVE 'NOT IN VCDT LISTING' TO RPT-DT-NOTE
                GO TO CAPFILEP.
            MOVE WS-FL-LA (WS-FX) TO WS-RECLEN.
            IF WS-RECLEN = 0 THEN
                MOVE WS-FL-LM (WS-FX) TO WS-RECLEN.
            IF WS-RECLEN = 0 THEN
                MOVE 'NO RECORD LENGTH IN VCDT' TO RPT-DT-NOTE
                GO TO CAPFILEP.
            MOVE WS-FL-CI (WS-FX) TO WS-CI.
            IF WS-CI = 0 THEN
                MOVE 4096 TO WS-CI.
            COMPUTE WS-RPC = (WS-CI - 10) * (100 - WS-FL-FS (WS-FX))
                / 100 / WS-RECLEN.
            IF WS-RPC = 0 THEN
                MOVE 1 TO WS-RPC.
            COMPUTE WS-CIS = (WS-FL-CNT (WS-FX) + WS-RPC - 1) / WS-RPC.
            COMPUTE WS-USED-KB = (WS-CIS * WS-CI + 1023) / 1024.
            MOVE WS-RECLEN TO RPT-DT-RLEN.
            MOVE WS-CI TO RPT-DT-CI.
            MOVE WS-FL-FS (WS-FX) TO RPT-DT-FS.
            MOVE WS-USED-KB TO RPT-DT-USED.
            IF WS-FL-ALLOC (WS-FX) = 0 THEN
                MOVE 'NO ALLOC CARD IN CAPCTL' TO RPT-DT-NOTE
                GO TO CAPFILEP.
            MOVE WS-FL-ALLOC (WS-FX) TO RPT-DT-ALLOC.
            COMPUTE WS-PCT = WS-USED-KB * 100 / WS-FL-ALLOC (WS-FX).
            IF WS-PCT GREATER THAN 999 THEN
                MOVE 999 TO WS-PCT.
            MOVE WS-PCT TO RPT-DT-PCT.
            COMPUTE WS-CAP-CIS = WS-FL-ALLOC (WS-FX) * 1024 / WS-CI.
            COMPUTE WS-CAP-RECS = WS-CAP-CIS * WS-RPC.
            IF WS-FL-CNT (WS-FX) NOT LESS THAN WS-CAP-RECS THEN
                MOVE '*** AT ALLOCATION' TO RPT-DT-NOTE
                ADD 1 TO WS-FLAGGED
                GO TO CAPFILEP.
      * THE GROWTH RATE SINCE THE OLDEST COUNT INSIDE THE WINDOW
            IF WS-FL-OLDDATE (WS-FX) = 0 THEN
                MOVE 'NO HISTORY IN WINDOW' TO RPT-DT-NOTE
                GO TO CAPFILEP.
            MOVE WS-FL-OLDDATE (WS-FX) TO WS-WORK-JUL.
            PERFORM CAPYMD THRU CAPYMDX.
            MOVE 'DF' TO WS-DC-FUNC.
            MOVE WS-WORK-YMD TO WS-DC-DATE1.
            MOVE WS-TODAY-YMD TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            MOVE WS-DC-DAYS TO WS-DAYS.
            IF WS-DC-RC NOT = 0 OR WS-DAYS NOT GREATER THAN 0 THEN
                MOVE 'NO HISTORY IN WINDOW' TO RPT-DT-NOTE
                GO TO CAPFILEP.
            COMPUTE WS-RATE ROUNDED = (WS-FL-CNT (WS-FX)
                - WS-FL-OLDCNT (WS-FX)) / WS-DAYS.
            MOVE WS-RATE TO RPT-DT-RATE.
            IF WS-RATE NOT GREATER THAN 0 THEN
                MOVE 'NOT GROWING' TO RPT-DT-NOTE
                GO TO CAPFILEP.
            COMPUTE WS-TO-FILL = (WS-CAP-RECS - WS-FL-CNT (WS-FX))
                / WS-RATE.
            IF WS-TO-FILL GREATER THAN 99999 THEN
                MOVE 'BEYOND 99999 DAYS' TO RPT-DT-NOTE
                GO TO CAPFILEP.
            MOVE WS-TO-FILL TO RPT-DT-DAYSN.
            MOVE RPT-DT-DAYSN TO RPT-DT-DAYS.
            MOVE 'AD' TO WS-DC-FUNC.
            MOVE WS-TODAY-YMD TO WS-DC-DATE1.
            MOVE 0 TO WS-DC-DATE2.
            MOVE WS-TO-FILL TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC = 0 THEN
                MOVE WS-DC-RESULT TO RPT-DT-FILL.
            IF WS-TO-FILL NOT GREATER THAN WS-HORIZON THEN
                MOVE '*** FILLS WITHIN HORIZON' TO RPT-DT-NOTE
                ADD 1 TO WS-FLAGGED.
        CAPFILEP.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            ADD 1 TO WS-FX.
        CAPFILEX.
            EXIT.

      *****************************************************************
      * CAPTERM - THE TRAILER AND THE RETURN CODE
      *****************************************************************
        CAPTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-FLAGGED TO RPT-TR-FLAGGED.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            IF WS-FLAGGED GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE.
