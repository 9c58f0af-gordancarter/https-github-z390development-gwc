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
      * STEP ELAPSED-TIME AVERAGES - RUNHIST ROLLUP TO STEPAVG
      *
      * RPI 1433 - RUNCTL1 APPENDS EVERY ENDED STEP TO THE RUNHIST
      * HISTORY (STEP, END DATE, START/END TIME, ELAPSED SECONDS,
      * RETURN CODE).  THIS ROLLUP KEEPS EACH STEP'S LAST 10 CLEAN
      * RUNS (RETURN CODE UNDER 8 - A FAILED RUN SAYS NOTHING ABOUT
      * HOW LONG THE STEP TAKES) AND REBUILDS THE STEPAVG KSDS (SEE
      * STPAVG.CPY) WITH THEIR AVERAGE AND LONGEST, WHICH THE
      * WINFCST1 BATCH-WINDOW FORECAST READS ONLINE.  IT RUNS AFTER
      * THE WINDOW, SO THE NIGHT JUST ENDED IS IN THE NEXT FORECAST.
      * EVERY STEP IS LISTED WITH ITS FIGURES AND LATEST RUN.
      *
      * RETURN CODE 0 = REBUILT, 4 = NO HISTORY YET (STEPAVG LEFT AS
      * IT WAS), 16 = TABLE OVERFLOW OR STEPAVG NOT WRITABLE.
      *
        PROGRAM-ID. STPAVG1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNHIST ASSIGN TO RUNHIST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRH.
            SELECT STEPAVG ASSIGN TO STEPAVG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SAV-STEP
                FILE STATUS IS WS-FSSA.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
      * RUNCTL1'S HISTORY LINE (SEE RUNCTL1.CBL)
        FD  RUNHIST
            RECORDING MODE IS F.
        01  RHS-REC.
            02  RHS-STEP          PIC X(8).
            02  FILLER            PIC X.
            02  RHS-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  RHS-START         PIC 9(6).
            02  FILLER            PIC X.
            02  RHS-END           PIC 9(6).
            02  FILLER            PIC X.
            02  RHS-SECS          PIC 9(6).
            02  FILLER            PIC X.
            02  RHS-CODE          PIC 9(4).
            02  FILLER            PIC X(38).

        FD  STEPAVG
            RECORDING MODE IS F.
        01  SAV-FILE-REC.
        COPY STPAVG.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSRH               PIC X(2)   VALUE SPACES.
        77  WS-FSSA               PIC X(2)   VALUE SPACES.
            88  WS-FSSA-OK                   VALUE '00'.
        77  WS-RH-EOF             PIC X      VALUE 'N'.
            88  NO-MORE-HIST                 VALUE 'Y'.

        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'STPAVG1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

      * PER-STEP HISTORY - UP TO 100 STEPS, 10 CLEAN RUNS KEPT PER
      * STEP (OLDEST DROPPED WHEN THE WINDOW FILLS, A ROLLING HISTORY)
        01  WS-STEP-TABLE.
            02  WS-STEP-ENTRY OCCURS 100 TIMES.
                03  WS-STP-NAME   PIC X(8).
                03  WS-STP-RUNS   PIC 9(3)   COMP.
                03  WS-STP-RUN OCCURS 10 TIMES.
                    04  WS-STP-DATE PIC 9(7).
                    04  WS-STP-SECS PIC 9(6)  COMP.
        77  WS-STEP-TOT           PIC 9(3)   COMP VALUE 0.
        77  WS-STEP-IX            PIC 9(3)   COMP.
        77  WS-RUN-IX             PIC 9(3)   COMP.
        77  WS-FOUND              PIC X.

        77  WS-SUM                PIC 9(9)   COMP.
        77  WS-MAX                PIC 9(6)   COMP.
        77  WS-READ               PIC 9(7)   COMP-3 VALUE 0.
        77  WS-USED               PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(56)
            VALUE 'STPAVG1 - STEP ELAPSED-TIME AVERAGES'.
        01  RPT-DETAIL.
            02  RPT-DTL-STEP      PIC X(8).
            02  FILLER            PIC X(7)   VALUE ' RUNS.='.
            02  RPT-DTL-RUNS      PIC Z9.
            02  FILLER            PIC X(9)   VALUE ' AVG-SEC='.
            02  RPT-DTL-AVG       PIC ZZZZZ9.
            02  FILLER            PIC X(9)   VALUE ' MAX-SEC='.
            02  RPT-DTL-MAX       PIC ZZZZZ9.
            02  FILLER            PIC X(12)  VALUE ' LATEST-SEC='.
            02  RPT-DTL-LATEST    PIC ZZZZZ9.
            02  FILLER            PIC X(6)   VALUE ' DATE='.
            02  RPT-DTL-DATE      PIC 9(7).
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'HISTORY LINES..='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' CLEAN RUNS....='.
            02  RPT-TRL-USED      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' STEPS.........='.
            02  RPT-TRL-STEPS     PIC ZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'STPAVG1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM SAVINIT THRU SAVINITX.
            PERFORM SAVLOAD THRU SAVLOADX UNTIL NO-MORE-HIST.
            CLOSE RUNHIST.
            IF WS-STEP-TOT = 0 THEN
                DISPLAY 'STPAVG1 NO CLEAN RUNS IN RUNHIST'
                MOVE 4 TO RETURN-CODE
                GO TO SAVEND.
            OPEN OUTPUT STEPAVG.
            IF NOT WS-FSSA-OK THEN
                DISPLAY 'STPAVG1 CANNOT OPEN STEPAVG, STATUS ' WS-FSSA
                MOVE 16 TO RETURN-CODE
                GO TO SAVEND.
            PERFORM SAVSTEP THRU SAVSTEPX
                VARYING WS-STEP-IX FROM 1 BY 1
                UNTIL WS-STEP-IX GREATER THAN WS-STEP-TOT.
            CLOSE STEPAVG.
        SAVEND.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-READ     TO RPT-TRL-READ.
            MOVE WS-USED     TO RPT-TRL-USED.
            MOVE WS-STEP-TOT TO RPT-TRL-STEPS.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

        SAVINIT.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            OPEN INPUT RUNHIST.
            IF WS-FSRH NOT = '00' THEN
                MOVE 'Y' TO WS-RH-EOF
                GO TO SAVINITX.
            PERFORM SAVREAD.
        SAVINITX.
            EXIT.

        SAVREAD.
            READ RUNHIST
                AT END MOVE 'Y' TO WS-RH-EOF.

      *****************************************************************
      * SAVLOAD - ONE CLEAN RUN INTO ITS STEP'S ROLLING WINDOW
      *****************************************************************
        SAVLOAD.
            ADD 1 TO WS-READ.
            IF RHS-CODE NOT LESS THAN 8 OR RHS-STEP = SPACES THEN
                GO TO SAVLOADN.
            ADD 1 TO WS-USED.
            MOVE 'N' TO WS-FOUND.
            MOVE 0 TO WS-STEP-IX.
        SAVFIND.
            ADD 1 TO WS-STEP-IX.
            IF WS-STEP-IX NOT GREATER THAN WS-STEP-TOT
                IF WS-STP-NAME (WS-STEP-IX) = RHS-STEP
                    MOVE 'Y' TO WS-FOUND
                ELSE
                    GO TO SAVFIND.
            IF WS-FOUND = 'N'
                IF WS-STEP-TOT = 100
                    DISPLAY 'STPAVG1 STEP TABLE OVERFLOW'
                    MOVE 16 TO RETURN-CODE
                    CLOSE RUNHIST
                    GO TO SAVEND
                END-IF
                ADD 1 TO WS-STEP-TOT
                MOVE WS-STEP-TOT TO WS-STEP-IX
                MOVE RHS-STEP TO WS-STP-NAME (WS-STEP-IX)
                MOVE 0 TO WS-STP-RUNS (WS-STEP-IX).
            IF WS-STP-RUNS (WS-STEP-IX) = 10
                PERFORM SAVSHIFT
            ELSE
                ADD 1 TO WS-STP-RUNS (WS-STEP-IX).
            MOVE WS-STP-RUNS (WS-STEP-IX) TO WS-RUN-IX.
            MOVE RHS-DATE TO WS-STP-DATE (WS-STEP-IX, WS-RUN-IX).
            MOVE RHS-SECS TO WS-STP-SECS (WS-STEP-IX, WS-RUN-IX).
        SAVLOADN.
            PERFORM SAVREAD.
        SAVLOADX.
            EXIT.

      * DROP THE OLDEST RUN WHEN THE 10-RUN WINDOW IS FULL
        SAVSHIFT.
            PERFORM SAVSHFT1
                VARYING WS-RUN-IX FROM 1 BY 1
                UNTIL WS-RUN-IX GREATER THAN 9.

        SAVSHFT1.
            MOVE WS-STP-DATE (WS-STEP-IX, WS-RUN-IX + 1)
              TO WS-STP-DATE (WS-STEP-IX, WS-RUN-IX).
            MOVE WS-STP-SECS (WS-STEP-IX, WS-RUN-IX + 1)
              TO WS-STP-SECS (WS-STEP-IX, WS-RUN-IX).

      *****************************************************************
      * SAVSTEP - ONE STEP'S AVERAGE AND LONGEST TO STEPAVG AND THE
      * LISTING
      *****************************************************************
        SAVSTEP.
            MOVE 0 TO WS-SUM.
            MOVE 0 TO WS-MAX.
            PERFORM SAVSUM
                VARYING WS-RUN-IX FROM 1 BY 1
                UNTIL WS-RUN-IX GREATER THAN
                      WS-STP-RUNS (WS-STEP-IX).
            MOVE SPACES TO SAV-REC.
            MOVE WS-STP-NAME (WS-STEP-IX) TO SAV-STEP.
            COMPUTE SAV-AVG ROUNDED =
                    WS-SUM / WS-STP-RUNS (WS-STEP-IX).
            MOVE WS-MAX TO SAV-MAX.
            MOVE WS-STP-RUNS (WS-STEP-IX) TO SAV-RUNS.
            MOVE WS-STP-DATE (WS-STEP-IX, WS-STP-RUNS (WS-STEP-IX))
              TO SAV-LAST.
            WRITE SAV-REC
                INVALID KEY
                    DISPLAY 'STPAVG1 STEPAVG WRITE FAILED ' SAV-STEP
                    MOVE 16 TO RETURN-CODE.
            MOVE SPACES TO RPT-REC.
            MOVE SAV-STEP TO RPT-DTL-STEP.
            MOVE SAV-RUNS TO RPT-DTL-RUNS.
            MOVE SAV-AVG  TO RPT-DTL-AVG.
            MOVE SAV-MAX  TO RPT-DTL-MAX.
            MOVE WS-STP-SECS (WS-STEP-IX, WS-STP-RUNS (WS-STEP-IX))
              TO RPT-DTL-LATEST.
            MOVE SAV-LAST TO RPT-DTL-DATE.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
        SAVSTEPX.
            EXIT.

        SAVSUM.
            ADD WS-STP-SECS (WS-STEP-IX, WS-RUN-IX) TO WS-SUM.
            IF WS-STP-SECS (WS-STEP-IX, WS-RUN-IX) GREATER THAN WS-MAX
                MOVE WS-STP-SECS (WS-STEP-IX, WS-RUN-IX) TO WS-MAX.
