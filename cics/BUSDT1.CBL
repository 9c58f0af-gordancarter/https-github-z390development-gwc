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
      * BUSINESS-DATE SUBPROGRAM - BUSDATE CONTROL RECORD
      *
      * RPI 1425 - EVERY BATCH STEP TOOK 'TODAY' FROM ACCEPT FROM
      * DAY, SO A WINDOW RUNNING PAST MIDNIGHT DATED HALF ITS WORK
      * WITH TOMORROW AND CUSTPRG1, CUSTAGE1 AND THE CYCLE RUNS
      * DISAGREED ABOUT WHAT DAY IT WAS.  A STEP THAT DATES BUSINESS
      * (POSTING, AGING, PURGE CUTOFFS, LAST-ACTIVITY STAMPS, REPORT
      * DATES) NOW ASKS HERE INSTEAD:
      *
      *   CALL 'BUSDT1' USING BD-DATE BD-RC
      *
      *   BD-DATE - THE BUSINESS DATE, JULIAN 0CYYDDD, FROM THE
      *       BUSDATE RECORD (BUSDATE.CPY).
      *   BD-RC 0 = FROM THE RECORD, 4 = NO BUSINESS DATE ON FILE
      *       (BDROLL1 NEVER INITIALIZED) - BD-DATE IS THE SYSTEM
      *       DATE SO THE STEP STILL RUNS, AND THE CONSOLE SAYS SO.
      *
      * THE RECORD IS READ ONCE PER JOB STEP AND THE SAME DATE
      * ANSWERED ON EVERY LATER CALL, SO A ROLL THAT LANDS WHILE A
      * STEP IS RUNNING CANNOT SPLIT THE STEP ACROSS TWO DAYS.
      * AUDIT STAMPS - JOURNALS, RUN CONTROL, CONTROL TOTALS,
      * CHECKPOINTS, BACKUP CATALOG - RECORD WHEN SOMETHING HAPPENED
      * AND STAY ON THE CLOCK.
      *
        PROGRAM-ID. BUSDT1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUSDATE ASSIGN TO BUSDATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BDT-KEY
                FILE STATUS IS WS-FSBD.

        DATA DIVISION.
        FILE SECTION.
        FD  BUSDATE
            RECORDING MODE IS F.
        01  BDT-FILE-REC.
        COPY BUSDATE.

        WORKING-STORAGE SECTION.
        77  WS-FSBD               PIC X(2)   VALUE SPACES.
            88  WS-FSBD-OK                   VALUE '00'.
        77  WS-DONE               PIC X      VALUE 'N'.
        77  WS-DATE               PIC 9(7)   VALUE 0.
        77  WS-RC                 PIC 9(2)   VALUE 0.
        77  WS-TODAY-JUL          PIC 9(5)   VALUE 0.

        LINKAGE SECTION.
        01  BD-DATE      PIC 9(7).
        01  BD-RC        PIC 9(2).

        PROCEDURE DIVISION USING BD-DATE BD-RC.

            IF WS-DONE = 'N' THEN
                PERFORM BDREAD THRU BDREADX.
            MOVE WS-DATE TO BD-DATE.
            MOVE WS-RC TO BD-RC.
            GOBACK.

      * ONCE PER JOB STEP - THE RECORD, OR THE CLOCK WHEN THERE IS
      * NO BUSINESS DATE ON FILE
        BDREAD.
            MOVE 'Y' TO WS-DONE.
            OPEN INPUT BUSDATE.
            IF NOT WS-FSBD-OK THEN GO TO BDCLOCK.
            MOVE 'BUSDATE ' TO BDT-KEY.
            READ BUSDATE.
            IF NOT WS-FSBD-OK OR BDT-DATE = 0 THEN
                CLOSE BUSDATE
                GO TO BDCLOCK.
            MOVE BDT-DATE TO WS-DATE.
            MOVE 0 TO WS-RC.
            CLOSE BUSDATE.
            GO TO BDREADX.
        BDCLOCK.
            ACCEPT WS-TODAY-JUL FROM DAY.
            COMPUTE WS-DATE = 100000 + WS-TODAY-JUL.
            MOVE 4 TO WS-RC.
            DISPLAY 'BUSDT1 NO BUSINESS DATE ON FILE - SYSTEM DATE '
                WS-DATE ' USED'.
        BDREADX.
            EXIT.
