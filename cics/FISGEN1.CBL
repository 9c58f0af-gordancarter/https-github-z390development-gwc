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
      * FISCAL CALENDAR GENERATOR - FISCAL PERIOD FILE FOR DATECALC
      *
      * RPI 1449 - FINANCE CLOSES ON A 4-4-5 CALENDAR THAT STARTS IN
      * FEBRUARY, BUT DATECALC ONLY KNEW CALENDAR MONTHS, SO MONTH-
      * END REPORTS, STATEMENTS AND THE CYCGEN1 CYCLES ALL RAN ON
      * THE WRONG PERIOD BOUNDARIES.  THIS RUN BUILDS THE FISCAL
      * FILE DATECALC'S FP/FS/FE/FR FUNCTIONS READ - ONE LINE PER
      * PERIOD: FISCAL YEAR, PERIOD, START AND END YYYYMMDD - FROM
      * ONE CONTROL CARD IN FISCTL:
      *
      *   COL  1- 3  WEEKS IN THE THREE PERIODS OF EACH QUARTER,
      *              445, 454 OR 544 (ANY THREE DIGITS ADDING TO 13)
      *   COL  5     YEAR-START RULE, RELATIVE TO THE START DATE:
      *              N = THE START WEEKDAY NEAREST IT (DEFAULT)
      *              F = THE FIRST START WEEKDAY ON OR AFTER IT
      *              L = THE LAST START WEEKDAY ON OR BEFORE IT
      *   COL  7- 8  START MONTH MM
      *   COL 10-11  START DAY DD (01-28)
      *   COL 13     START WEEKDAY 1-7 (1=SUNDAY, THE DATECALC
      *              CONVENTION)
      *   COL 15-18  FIRST FISCAL YEAR YYYY
      *   COL 20-21  NUMBER OF YEARS (BLANK = 1)
      *   COL 23     YEAR NAMING: S = A FISCAL YEAR IS NAMED FOR THE
      *              CALENDAR YEAR IT STARTS IN (DEFAULT), E = FOR
      *              THE ONE IT ENDS IN
      *
      * E.G. '445 N 02 01 1 2026 05' IS FIVE 4-4-5 YEARS, EACH
      * STARTING ON THE SUNDAY NEAREST 1 FEBRUARY.  A FISCAL YEAR
      * RUNS TO THE DAY BEFORE THE NEXT ONE STARTS, SO IT IS 52 OR
      * 53 WEEKS; THE 53RD WEEK GOES INTO PERIOD 12, AS FINANCE
      * BOOKS IT.  ALL DAY ARITHMETIC GOES THROUGH DATECALC.  THE
      * FILE IS REBUILT FROM SCRATCH EACH RUN - GENERATE EVERY YEAR
      * STILL NEEDED, NOT JUST THE NEW ONE.  RETURN CODE 8 = A YEAR
      * COULD NOT BE BUILT AND WAS SKIPPED, 16 = BAD CONTROL CARD.
      *
        PROGRAM-ID. FISGEN1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FISCTL ASSIGN TO FISCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCT.
            SELECT FISCAL ASSIGN TO FISCAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSFI.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  FISCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-PATTERN.
                03  CTL-WEEKS     PIC X      OCCURS 3 TIMES.
            02  FILLER            PIC X.
            02  CTL-RULE          PIC X.
            02  FILLER            PIC X.
            02  CTL-MONTH         PIC X(2).
            02  FILLER            PIC X.
            02  CTL-DAY           PIC X(2).
            02  FILLER            PIC X.
            02  CTL-WDAY          PIC X.
            02  FILLER            PIC X.
            02  CTL-YEAR          PIC X(4).
            02  FILLER            PIC X.
            02  CTL-YEARS         PIC X(2).
            02  FILLER            PIC X.
            02  CTL-NAMING        PIC X.
            02  FILLER            PIC X(57).

        FD  FISCAL
            RECORDING MODE IS F.
        01  FIS-REC.
            02  FIS-YEAR          PIC 9(4).
            02  FILLER            PIC X.
            02  FIS-PER           PIC 9(2).
            02  FILLER            PIC X.
            02  FIS-START         PIC 9(8).
            02  FILLER            PIC X.
            02  FIS-END           PIC 9(8).
            02  FILLER            PIC X(55).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSCT               PIC X(2)   VALUE SPACES.
        77  WS-FSFI               PIC X(2)   VALUE SPACES.
            88  WS-FSFI-OK                   VALUE '00'.

      * THE CONTROL CARD, EDITED
        01  WS-PATTERN.
            02  WS-WEEKS          PIC 9      OCCURS 3 TIMES.
        77  WS-RULE               PIC X.
        77  WS-MONTH              PIC 9(2).
        77  WS-DAY                PIC 9(2).
        77  WS-WDAY               PIC 9.
        77  WS-FIRST-FY           PIC 9(4).
        77  WS-YEARS              PIC 9(2).
        77  WS-NAMING             PIC X.
        77  WS-WK-SUM             PIC 9(2).
        77  WS-WX                 PIC 9.
        77  WS-QUO                PIC 9.

      * ONE FISCAL YEAR
        77  WS-YEAR-NO            PIC 9(2).
        77  WS-FY                 PIC 9(4).
        77  WS-CALYR              PIC 9(4).
        77  WS-START              PIC 9(8).
        77  WS-YEAR-START         PIC 9(8).
        77  WS-NEXT-START         PIC 9(8).
        77  WS-YEAR-END           PIC 9(8).
        77  WS-YEAR-DAYS          PIC S9(5).
        77  WS-PER                PIC 9(2).
        77  WS-PER-START          PIC 9(8).
        77  WS-PER-END            PIC 9(8).
        77  WS-FWD                PIC 9.
        77  WS-YEAR-OK            PIC X.

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

        77  WS-YEAR-COUNT         PIC 9(5)   COMP-3 VALUE 0.
        77  WS-PER-COUNT          PIC 9(5)   COMP-3 VALUE 0.
        77  WS-BAD-COUNT          PIC 9(5)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(48)
            VALUE 'FISGEN1 - FISCAL CALENDAR GENERATION'.
        01  RPT-YEARLINE.
            02  FILLER            PIC X(3)   VALUE 'FY '.
            02  RPT-YR-FY         PIC 9(4).
            02  FILLER            PIC X(8)   VALUE '  START '.
            02  RPT-YR-START      PIC 9(8).
            02  FILLER            PIC X(6)   VALUE '  END '.
            02  RPT-YR-END        PIC 9(8).
            02  FILLER            PIC X(8)   VALUE '  WEEKS '.
            02  RPT-YR-WEEKS      PIC Z9.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-YR-NOTE       PIC X(24).
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'FISCAL YEARS...='.
            02  RPT-TRL-YEAR      PIC ZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' PERIODS.......='.
            02  RPT-TRL-PER       PIC ZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' BAD YEARS.....='.
            02  RPT-TRL-BAD       PIC ZZZZ9.

        PROCEDURE DIVISION.

            PERFORM FGNINIT.
            MOVE 0 TO WS-YEAR-NO.
            PERFORM FGNYEAR THRU FGNYEARX WS-YEARS TIMES.
            PERFORM FGNTERM.
            STOP RUN.

      *****************************************************************
      * FGNINIT - READ AND EDIT THE ONE CONTROL CARD
      *****************************************************************
        FGNINIT.
            OPEN INPUT FISCTL.
            IF WS-FSCT NOT = '00' THEN
                DISPLAY 'FISGEN1 CANNOT OPEN FISCTL, STATUS ' WS-FSCT
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            READ FISCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE FISCTL.
            IF CTL-PATTERN IS NOT NUMERIC
               OR CTL-MONTH IS NOT NUMERIC OR CTL-DAY IS NOT NUMERIC
               OR CTL-WDAY IS NOT NUMERIC OR CTL-YEAR IS NOT NUMERIC
                THEN PERFORM FGNBADC.
            MOVE CTL-PATTERN TO WS-PATTERN.
            COMPUTE WS-WK-SUM = WS-WEEKS (1) + WS-WEEKS (2)
                + WS-WEEKS (3).
            MOVE CTL-MONTH TO WS-MONTH.
            MOVE CTL-DAY   TO WS-DAY.
            MOVE CTL-WDAY  TO WS-WDAY.
            MOVE CTL-YEAR  TO WS-FIRST-FY.
            IF WS-WK-SUM NOT = 13
               OR WS-MONTH LESS THAN 1 OR WS-MONTH GREATER THAN 12
               OR WS-DAY LESS THAN 1 OR WS-DAY GREATER THAN 28
               OR WS-WDAY LESS THAN 1 OR WS-WDAY GREATER THAN 7
               OR WS-FIRST-FY LESS THAN 1602 THEN
                PERFORM FGNBADC.
            MOVE 'N' TO WS-RULE.
            IF CTL-RULE = 'F' OR CTL-RULE = 'L' THEN
                MOVE CTL-RULE TO WS-RULE
            ELSE
            IF CTL-RULE NOT = 'N' AND CTL-RULE NOT = SPACE THEN
                PERFORM FGNBADC.
            MOVE 1 TO WS-YEARS.
            IF CTL-YEARS IS NUMERIC THEN
                MOVE CTL-YEARS TO WS-YEARS.
            IF WS-YEARS = 0 THEN
                PERFORM FGNBADC.
            MOVE 'S' TO WS-NAMING.
            IF CTL-NAMING = 'E' THEN
                MOVE 'E' TO WS-NAMING.
            OPEN OUTPUT FISCAL.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE CTL-REC TO RPT-REC.
            WRITE RPT-REC.

        FGNBADC.
            DISPLAY 'FISGEN1 BAD FISCTL CARD: ' CTL-REC.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * FGNYEAR - ONE FISCAL YEAR: ITS START AND THE NEXT YEAR'S
      * START FIX ITS LENGTH, THEN TWELVE PERIODS FROM THE PATTERN
      *****************************************************************
        FGNYEAR.
            COMPUTE WS-FY = WS-FIRST-FY + WS-YEAR-NO.
            ADD 1 TO WS-YEAR-NO.
            MOVE WS-FY TO WS-CALYR.
            IF WS-NAMING = 'E' THEN
                SUBTRACT 1 FROM WS-CALYR.
            MOVE 'Y' TO WS-YEAR-OK.
            PERFORM FGNSTART THRU FGNSTARX.
            MOVE WS-START TO WS-YEAR-START.
            ADD 1 TO WS-CALYR.
            PERFORM FGNSTART THRU FGNSTARX.
            MOVE WS-START TO WS-NEXT-START.
            MOVE 'DF' TO WS-DC-FUNC.
            MOVE WS-YEAR-START TO WS-DC-DATE1.
            MOVE WS-NEXT-START TO WS-DC-DATE2.
            PERFORM FGNCALL.
            MOVE WS-DC-DAYS TO WS-YEAR-DAYS.
      * A WEEK-BASED YEAR IS 52 OR 53 WEEKS - ANYTHING ELSE MEANS
      * THE RULE DID NOT RESOLVE
            IF WS-YEAR-OK NOT = 'Y'
               OR (WS-YEAR-DAYS NOT = 364 AND WS-YEAR-DAYS NOT = 371)
                THEN
                ADD 1 TO WS-BAD-COUNT
                MOVE 'NOT BUILT' TO RPT-YR-NOTE
                MOVE 0 TO WS-YEAR-END
                GO TO FGNYEARR.
            MOVE 'SD' TO WS-DC-FUNC.
            MOVE WS-NEXT-START TO WS-DC-DATE1.
            MOVE 1 TO WS-DC-DAYS.
            PERFORM FGNCALL.
            MOVE WS-DC-RESULT TO WS-YEAR-END.
            MOVE SPACES TO RPT-YR-NOTE.
            IF WS-YEAR-DAYS = 371 THEN
                MOVE '53RD WEEK IN PERIOD 12' TO RPT-YR-NOTE.
            ADD 1 TO WS-YEAR-COUNT.
            MOVE WS-YEAR-START TO WS-PER-START.
            MOVE 0 TO WS-PER.
            PERFORM FGNPER THRU FGNPERX 12 TIMES.
        FGNYEARR.
            MOVE WS-FY TO RPT-YR-FY.
            MOVE WS-YEAR-START TO RPT-YR-START.
            MOVE WS-YEAR-END TO RPT-YR-END.
            DIVIDE WS-YEAR-DAYS BY 7 GIVING RPT-YR-WEEKS.
            MOVE RPT-YEARLINE TO RPT-REC.
            WRITE RPT-REC.
        FGNYEARX.
            EXIT.

      * FGNSTART - FISCAL YEAR START FOR CALENDAR YEAR WS-CALYR:
      * THE START WEEKDAY NEAREST / ON OR AFTER / ON OR BEFORE THE
      * CARD'S START DATE (WS-FWD = DAYS FORWARD TO THAT WEEKDAY)
        FGNSTART.
            COMPUTE WS-START = WS-CALYR * 10000 + WS-MONTH * 100
                + WS-DAY.
            MOVE 'DW' TO WS-DC-FUNC.
            MOVE WS-START TO WS-DC-DATE1.
            PERFORM FGNCALL.
            IF WS-DC-RC NOT = 0 THEN
                MOVE 'N' TO WS-YEAR-OK
                GO TO FGNSTARX.
            IF WS-WDAY LESS THAN WS-DC-DOW THEN
                COMPUTE WS-FWD = WS-WDAY - WS-DC-DOW + 7
            ELSE
                COMPUTE WS-FWD = WS-WDAY - WS-DC-DOW.
            IF WS-FWD = 0 THEN GO TO FGNSTARX.
            IF WS-RULE = 'F'
               OR (WS-RULE = 'N' AND WS-FWD NOT GREATER THAN 3) THEN
                MOVE 'AD' TO WS-DC-FUNC
                MOVE WS-FWD TO WS-DC-DAYS
            ELSE
                MOVE 'SD' TO WS-DC-FUNC
                COMPUTE WS-DC-DAYS = 7 - WS-FWD.
            MOVE WS-START TO WS-DC-DATE1.
            PERFORM FGNCALL.
            MOVE WS-DC-RESULT TO WS-START.
        FGNSTARX.
            EXIT.

      * FGNPER - ONE PERIOD LINE; PERIOD 12 RUNS TO THE YEAR END SO
      * IT TAKES THE 53RD WEEK WHEN THERE IS ONE
        FGNPER.
            ADD 1 TO WS-PER.
            DIVIDE WS-PER BY 3 GIVING WS-QUO REMAINDER WS-WX.
            IF WS-WX = 0 THEN MOVE 3 TO WS-WX.
            IF WS-PER = 12 THEN
                MOVE WS-YEAR-END TO WS-PER-END
            ELSE
                MOVE 'AD' TO WS-DC-FUNC
                MOVE WS-PER-START TO WS-DC-DATE1
                COMPUTE WS-DC-DAYS = WS-WEEKS (WS-WX) * 7 - 1
                PERFORM FGNCALL
                MOVE WS-DC-RESULT TO WS-PER-END.
            MOVE SPACES TO FIS-REC.
            MOVE WS-FY TO FIS-YEAR.
            MOVE WS-PER TO FIS-PER.
            MOVE WS-PER-START TO FIS-START.
            MOVE WS-PER-END TO FIS-END.
            WRITE FIS-REC.
            IF WS-FSFI-OK THEN
                ADD 1 TO WS-PER-COUNT
            ELSE
                ADD 1 TO WS-BAD-COUNT.
            MOVE 'AD' TO WS-DC-FUNC.
            MOVE WS-PER-END TO WS-DC-DATE1.
            MOVE 1 TO WS-DC-DAYS.
            PERFORM FGNCALL.
            MOVE WS-DC-RESULT TO WS-PER-START.
        FGNPERX.
            EXIT.

        FGNCALL.
            MOVE 0 TO WS-DC-RC.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.

        FGNTERM.
            MOVE SPACES TO RPT-REC.
            MOVE WS-YEAR-COUNT TO RPT-TRL-YEAR.
            MOVE WS-PER-COUNT  TO RPT-TRL-PER.
            MOVE WS-BAD-COUNT  TO RPT-TRL-BAD.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE FISCAL.
            CLOSE RPTOUT.
            IF WS-BAD-COUNT GREATER THAN 0 THEN
                MOVE 8 TO RETURN-CODE.
