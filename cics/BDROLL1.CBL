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
      * END-OF-DAY BUSINESS DATE ROLL - BUSDATE CONTROL RECORD
      *
      * RPI 1425 - THE ONLY STEP THAT CHANGES THE BUSINESS DATE
      * (BUSDATE.CPY) THAT BUSDT1 AND BDTSVC1 HAND OUT.  IT RUNS AS
      * THE LAST STEP OF THE NIGHT'S WINDOW:
      *
      *   - EVERY RUNCTL STEP STARTED SINCE THE LAST ROLL IS THE
      *     WINDOW BEING CLOSED.  EACH MUST BE 'DONE' - A STEP STILL
      *     'RUN ' OR 'FAIL' MEANS THE DAY'S WORK IS NOT FINISHED
      *     AND THE DATE IS NOT ROLLED (RC 8).  A WINDOW WITH NO
      *     STEPS AT ALL IS NOT ROLLED EITHER.
      *   - A CLEAN WINDOW MOVES THE BUSINESS DATE TO THE NEXT
      *     BUSINESS DAY (DATECALC 'NB' - WEEKENDS AND THE HOLIDAYS
      *     CALENDAR SKIPPED), KEEPS THE DAY CLOSED AS BDT-PREV AND
      *     STAMPS THE ROLL WITH THE SYSTEM DATE/TIME, WHICH OPENS
      *     THE NEXT WINDOW.
      *
      * ROLLCTL CONTROL (OPTIONAL):
      *   COL 1-5 'FORCE' - ROLL EVEN THOUGH THE WINDOW IS NOT
      *       CLEAN (THE OPERATOR HAS DECIDED THE FAILED STEP CAN
      *       WAIT); THE RECORD IS FLAGGED FORCED, RC 4.
      *   COL 1-4 'INIT', COL 7-14 YYYYMMDD - SET THE BUSINESS DATE
      *       OUTRIGHT (FIRST INSTALLATION, OR A CORRECTION); NO
      *       WINDOW CHECK.
      *
      * THE STEP REGISTERS WITH RUNCTL1 LIKE EVERY WINDOW STEP AND
      * LEAVES ITS OWN RECORD OUT OF THE CHECK.  RETURN CODES: 0
      * ROLLED OR INITIALIZED, 4 FORCED, 8 NOT ROLLED, 16 NO
      * BUSINESS DATE ON FILE, A BAD CONTROL CARD OR A DATE
      * DATECALC CANNOT STEP.
      *
        PROGRAM-ID. BDROLL1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ROLLCTL ASSIGN TO ROLLCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCT.
            SELECT BUSDATE ASSIGN TO BUSDATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BDT-KEY
                FILE STATUS IS WS-FSBD.
            SELECT RUNCTL ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RUN-STEP
                FILE STATUS IS WS-FSRC.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  ROLLCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-FUNC          PIC X(5).
            02  FILLER            PIC X.
            02  CTL-YMD           PIC X(8).
            02  FILLER            PIC X(66).

        FD  BUSDATE
            RECORDING MODE IS F.
        01  BDT-FILE-REC.
        COPY BUSDATE.

        FD  RUNCTL
            RECORDING MODE IS F.
        01  RUN-REC.
            02  RUN-STEP          PIC X(8).
            02  RUN-STATUS        PIC X(4).
            02  RUN-START-DATE    PIC 9(5).
            02  RUN-START-TIME    PIC 9(8).
            02  RUN-END-TIME      PIC 9(8).
            02  RUN-CODE          PIC 9(4).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSCT               PIC X(2)   VALUE SPACES.
        77  WS-FSBD               PIC X(2)   VALUE SPACES.
            88  WS-FSBD-OK                   VALUE '00'.
        77  WS-FSRC               PIC X(2)   VALUE SPACES.
            88  WS-FSRC-OK                   VALUE '00'.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  NO-MORE-RUNS                 VALUE 'Y'.
        77  WS-FUNC               PIC X(5)   VALUE SPACES.
            88  FORCE-ROLL                   VALUE 'FORCE'.
            88  INIT-DATE                    VALUE 'INIT '.
        77  WS-EXISTS             PIC X      VALUE 'N'.

        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'BDROLL1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-TODAY-JUL          PIC 9(5)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).

      * THE WINDOW: STEPS STARTED AFTER THE LAST ROLL'S STAMP
      * (0CYYDDD * 1000000 + HHMMSS)
        77  WS-ROLL-STAMP         PIC 9(13)  VALUE 0.
        77  WS-STEP-STAMP         PIC 9(13)  VALUE 0.
        77  WS-STEP-COUNT         PIC 9(5)   COMP-3 VALUE 0.
        77  WS-DONE-COUNT         PIC 9(5)   COMP-3 VALUE 0.
        77  WS-BAD-COUNT          PIC 9(5)   COMP-3 VALUE 0.

      * JULIAN 0CYYDDD / YYYYMMDD WORK FIELDS
        77  WS-NEW-DATE           PIC 9(7)   VALUE 0.
        77  WS-NEW-YMD            PIC 9(8)   VALUE 0.
        77  WS-YYYY               PIC 9(4).

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'BDROLL1 - END-OF-DAY BUSINESS DATE ROLL'.
        01  RPT-DATES.
            02  FILLER            PIC X(16)  VALUE 'BUSINESS DATE..='.
            02  RPT-BUS-DATE      PIC 9(7).
            02  FILLER            PIC X(2)   VALUE ' ('.
            02  RPT-BUS-YMD       PIC 9(8).
            02  FILLER            PIC X(1)   VALUE ')'.
            02  FILLER            PIC X(16)  VALUE ' SYSTEM DATE...='.
            02  RPT-SYS-DATE      PIC 9(7).
        01  RPT-STEP.
            02  FILLER            PIC X(16)  VALUE 'NOT CLEAN: STEP '.
            02  RPT-STP-NAME      PIC X(8).
            02  FILLER            PIC X(8)   VALUE ' STATUS '.
            02  RPT-STP-STAT      PIC X(4).
            02  FILLER            PIC X(4)   VALUE ' RC '.
            02  RPT-STP-RC        PIC 9(4).
        01  RPT-COUNTS.
            02  FILLER            PIC X(16)  VALUE 'WINDOW STEPS...='.
            02  RPT-CNT-STEP      PIC ZZZZ9.
            02  FILLER            PIC X(7)   VALUE ' DONE='.
            02  RPT-CNT-DONE      PIC ZZZZ9.
            02  FILLER            PIC X(12)  VALUE ' NOT CLEAN='.
            02  RPT-CNT-BAD       PIC ZZZZ9.
        01  RPT-ROLLED.
            02  RPT-RLD-TEXT      PIC X(30).
            02  RPT-RLD-DATE      PIC 9(7).
            02  FILLER            PIC X(2)   VALUE ' ('.
            02  RPT-RLD-YMD       PIC 9(8).
            02  FILLER            PIC X(1)   VALUE ')'.
        01  RPT-NOTROLL           PIC X(52)
            VALUE 'NOT ROLLED - WINDOW NOT CLEAN (FORCE TO OVERRIDE)'.
        01  RPT-NOSTEPS           PIC X(52)
            VALUE 'NOT ROLLED - NO WINDOW STEPS SINCE THE LAST ROLL'.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'BDROLL1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM ROLINIT THRU ROLINITX.
            IF INIT-DATE THEN
                PERFORM ROLSET THRU ROLSETX
            ELSE
                PERFORM ROLWIN THRU ROLWINX
                PERFORM ROLNEXT THRU ROLNEXTX.
            CLOSE BUSDATE.
            CLOSE RPTOUT.
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * ROLINIT - THE CONTROL CARD, THE BUSINESS DATE RECORD, THE
      * REPORT HEADING
      *****************************************************************
        ROLINIT.
            ACCEPT WS-TODAY-JUL FROM DAY.
            COMPUTE WS-TODAY = 100000 + WS-TODAY-JUL.
            ACCEPT WS-TIME8 FROM TIME.
            OPEN INPUT ROLLCTL.
            IF WS-FSCT = '00' THEN
                READ ROLLCTL
                    AT END MOVE SPACES TO CTL-REC
                END-READ
                MOVE CTL-FUNC TO WS-FUNC
                CLOSE ROLLCTL.
            IF WS-FUNC NOT = SPACES
               AND NOT FORCE-ROLL AND NOT INIT-DATE THEN
                DISPLAY 'BDROLL1 UNKNOWN ROLLCTL FUNCTION ' WS-FUNC
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN I-O BUSDATE.
            IF WS-FSBD = '35' THEN
                OPEN OUTPUT BUSDATE
                CLOSE BUSDATE
                OPEN I-O BUSDATE.
            IF NOT WS-FSBD-OK THEN
                DISPLAY 'BDROLL1 CANNOT OPEN BUSDATE, STATUS ' WS-FSBD
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 'BUSDATE ' TO BDT-KEY.
            READ BUSDATE
                INVALID KEY MOVE 'N' TO WS-EXISTS
                NOT INVALID KEY MOVE 'Y' TO WS-EXISTS
            END-READ.
            IF WS-EXISTS = 'N' AND NOT INIT-DATE THEN
                DISPLAY 'BDROLL1 NO BUSINESS DATE ON FILE - RUN WITH '
                    'AN INIT CARD FIRST'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            IF WS-EXISTS = 'N' THEN GO TO ROLINITX.
            MOVE BDT-DATE TO RPT-BUS-DATE.
            MOVE BDT-YMD  TO RPT-BUS-YMD.
            MOVE WS-TODAY TO RPT-SYS-DATE.
            MOVE RPT-DATES TO RPT-REC.
            WRITE RPT-REC.
        ROLINITX.
            EXIT.

      *****************************************************************
      * ROLSET - AN INIT CARD: THE DATE AS GIVEN, NO WINDOW CHECK
      *****************************************************************
        ROLSET.
            IF CTL-YMD IS NOT NUMERIC THEN
                DISPLAY 'BDROLL1 INIT CARD NEEDS YYYYMMDD IN COL 7-14'
                MOVE 16 TO RETURN-CODE
                GO TO ROLSETX.
            MOVE CTL-YMD TO WS-NEW-YMD.
            PERFORM ROLJUL THRU ROLJULX.
            IF WS-DC-RC NOT = 0 THEN GO TO ROLSETX.
            IF WS-EXISTS = 'N' THEN
                MOVE SPACES TO BDT-REC
                MOVE 'BUSDATE ' TO BDT-KEY
                MOVE 0 TO BDT-PREV
            ELSE
                MOVE BDT-DATE TO BDT-PREV.
            MOVE 'N' TO BDT-FORCED.
            MOVE 'INITIALIZED TO               ' TO RPT-RLD-TEXT.
            PERFORM ROLSTORE.
        ROLSETX.
            EXIT.

      *****************************************************************
      * ROLWIN - THE WINDOW SINCE THE LAST ROLL: EVERY STEP STARTED
      * AFTER IT MUST BE 'DONE'
      *****************************************************************
        ROLWIN.
            COMPUTE WS-ROLL-STAMP = BDT-ROLL-DATE * 1000000
                + BDT-ROLL-TIME.
            OPEN INPUT RUNCTL.
            IF NOT WS-FSRC-OK THEN
                DISPLAY 'BDROLL1 CANNOT OPEN RUNCTL, STATUS ' WS-FSRC
                GO TO ROLWINX.
        ROLWINL.
            READ RUNCTL
                AT END GO TO ROLWINE.
            IF RUN-STEP = WS-RC-STEP OR RUN-START-DATE = 0 THEN
                GO TO ROLWINL.
            COMPUTE WS-STEP-STAMP = (100000 + RUN-START-DATE)
                * 1000000 + RUN-START-TIME / 100.
            IF WS-STEP-STAMP NOT GREATER THAN WS-ROLL-STAMP THEN
                GO TO ROLWINL.
            ADD 1 TO WS-STEP-COUNT.
            IF RUN-STATUS = 'DONE' THEN
                ADD 1 TO WS-DONE-COUNT
                GO TO ROLWINL.
            ADD 1 TO WS-BAD-COUNT.
            MOVE RUN-STEP   TO RPT-STP-NAME.
            MOVE RUN-STATUS TO RPT-STP-STAT.
            MOVE RUN-CODE   TO RPT-STP-RC.
            MOVE RPT-STEP TO RPT-REC.
            WRITE RPT-REC.
            GO TO ROLWINL.
        ROLWINE.
            CLOSE RUNCTL.
        ROLWINX.
            EXIT.

      *****************************************************************
      * ROLNEXT - A CLEAN (OR FORCED) WINDOW MOVES THE DATE TO THE
      * NEXT BUSINESS DAY ON THE DATECALC CALENDAR
      *****************************************************************
        ROLNEXT.
            MOVE WS-STEP-COUNT TO RPT-CNT-STEP.
            MOVE WS-DONE-COUNT TO RPT-CNT-DONE.
            MOVE WS-BAD-COUNT  TO RPT-CNT-BAD.
            MOVE RPT-COUNTS TO RPT-REC.
            WRITE RPT-REC.
            IF WS-STEP-COUNT = 0 AND NOT FORCE-ROLL THEN
                MOVE RPT-NOSTEPS TO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                GO TO ROLNEXTX.
            IF WS-BAD-COUNT GREATER THAN 0 AND NOT FORCE-ROLL THEN
                MOVE RPT-NOTROLL TO RPT-REC
                WRITE RPT-REC
                MOVE 8 TO RETURN-CODE
                GO TO ROLNEXTX.
            MOVE 'NB' TO WS-DC-FUNC.
            MOVE BDT-YMD TO WS-DC-DATE1.
            MOVE 0 TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                DISPLAY 'BDROLL1 DATECALC CANNOT STEP ' BDT-YMD
                MOVE 16 TO RETURN-CODE
                GO TO ROLNEXTX.
            MOVE WS-DC-RESULT TO WS-NEW-YMD.
            PERFORM ROLJUL THRU ROLJULX.
            IF WS-DC-RC NOT = 0 THEN GO TO ROLNEXTX.
            MOVE BDT-DATE TO BDT-PREV.
            MOVE 'ROLLED TO                     ' TO RPT-RLD-TEXT.
            MOVE 'N' TO BDT-FORCED.
            IF WS-BAD-COUNT GREATER THAN 0
               OR WS-STEP-COUNT = 0 THEN
                MOVE 'Y' TO BDT-FORCED
                MOVE 'FORCED PAST AN UNCLEAN WINDOW:' TO RPT-RLD-TEXT
                MOVE 4 TO RETURN-CODE.
            PERFORM ROLSTORE.
        ROLNEXTX.
            EXIT.

      * ROLSTORE - THE NEW DATE ON FILE, STAMPED WITH THE SYSTEM
      * DATE/TIME THAT OPENS THE NEXT WINDOW, AND ON THE REPORT
        ROLSTORE.
            MOVE WS-NEW-DATE TO BDT-DATE.
            MOVE WS-NEW-YMD  TO BDT-YMD.
            MOVE WS-TODAY    TO BDT-ROLL-DATE.
            MOVE WS-TIME-HMS TO BDT-ROLL-TIME.
            IF WS-EXISTS = 'Y' THEN
                REWRITE BDT-FILE-REC
            ELSE
                WRITE BDT-FILE-REC.
            IF NOT WS-FSBD-OK THEN
                DISPLAY 'BDROLL1 BUSDATE NOT UPDATED, STATUS ' WS-FSBD
                MOVE 16 TO RETURN-CODE.
            MOVE WS-NEW-DATE TO RPT-RLD-DATE.
            MOVE WS-NEW-YMD  TO RPT-RLD-YMD.
            MOVE RPT-ROLLED TO RPT-REC.
            WRITE RPT-REC.

      *****************************************************************
      * ROLJUL - WS-NEW-YMD TO JULIAN 0CYYDDD IN WS-NEW-DATE: THE
      * DAY OF THE YEAR IS DATECALC 'DF' FROM JANUARY 1
      *****************************************************************
        ROLJUL.
            DIVIDE WS-NEW-YMD BY 10000 GIVING WS-YYYY.
            MOVE 'DF' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE WS-NEW-YMD TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                DISPLAY 'BDROLL1 BAD DATE ' WS-NEW-YMD
                MOVE 16 TO RETURN-CODE
                GO TO ROLJULX.
            COMPUTE WS-NEW-DATE = (WS-YYYY - 1900) * 1000
                + WS-DC-DAYS + 1.
        ROLJULX.
            EXIT.
