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
      * BATCH-WINDOW COMPLETION FORECAST - CRITICAL PATH
      *
      * RPI 1433 - TESTSLA1 SAYS A STEP HAS ALREADY MISSED ITS PLANNED
      * TIME.  THE SHIFT LEAD'S QUESTION AT 02:00 IS WHETHER, AT THIS
      * RATE, THE WINDOW WILL FINISH BEFORE THE DEADLINE.  THIS
      * PROGRAM PROJECTS IT:
      *
      *   THE STEPS   EVERY ENABLED SCHDFILE ENTRY THAT NAMES A
      *               RUNCTL STEP (SCH-STEP), WITH ITS SCHEDULED TIME
      *               AND ITS PREDECESSOR STEP (SCH-PRED)
      *   THE STATE   EACH STEP'S LIVE RUNCTL RECORD - A RECORD
      *               STARTED BEFORE THE WINDOW OPENED IS LAST
      *               NIGHT'S AND COUNTS AS NOT STARTED
      *   THE PACE    EACH STEP'S AVERAGE ELAPSED TIME OVER ITS
      *               RECENT CLEAN RUNS (STEPAVG, BUILT BY STPAVG1
      *               FROM RUNCTL1'S RUNHIST HISTORY)
      *
      * A DONE STEP KEEPS ITS ACTUAL TIMES.  A RUNNING STEP ENDS AT
      * ITS START PLUS ITS AVERAGE, OR NOW IF IT IS ALREADY OVER
      * THAT.  A WAITING (OR FAILED, SO TO BE RERUN) STEP STARTS AT
      * THE LATEST OF NOW, ITS SCHEDULED TIME AND ITS PREDECESSOR'S
      * PROJECTED END, AND RUNS FOR ITS AVERAGE.  THE LATEST END IS
      * THE WINDOW'S END, AND THE CHAIN OF PREDECESSORS THAT SET IT
      * IS THE CRITICAL PATH.  THE WINDOW OPENING TIME AND DEADLINE
      * ARE THE SLAPLAN '*WINDOW ' RECORD'S START AND END (18:00 AND
      * 06:00 WITHOUT ONE); ALL TIMES ARE RECKONED FROM THE OPENING,
      * SO THE WINDOW MAY CROSS MIDNIGHT.
      *
      * STARTED FROM A TESTSCH1 SCHEDULE ENTRY EACH CYCLE (NO
      * COMMAREA), A WINDOW PROJECTED TO END PAST THE DEADLINE SENDS
      * A 'FORECAST  ' ALERT TO THE ALRT QUEUE FOR TESTALR1 TO ROUTE
      * - WHILE THERE IS STILL TIME TO ACT.  LINKED WITH THE WFCCOMM
      * COMMAREA (THE TESTWFS1 SCREEN, ON DEMAND) IT FILLS THAT IN
      * INSTEAD AND SENDS NO ALERT.
      *
        PROGRAM-ID. WINFCST1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  WFC-AREA.
        COPY WFCCOMM.

      * SCHEDULE RECORD (TESTSCH1'S LAYOUT)
        01  SCH-REC.
            02  SCH-KEY.
                03  SCH-TRANID  PIC X(4).
                03  SCH-TIME    PIC 9(6).
            02  SCH-DOW.
                03  SCH-DOW-DAY PIC X  OCCURS 7 TIMES.
            02  SCH-ENABLED PIC X.
            02  SCH-PRED    PIC X(8).
            02  SCH-HOL     PIC X.
            02  SCH-CYCLE   PIC X(8).
            02  SCH-STEP    PIC X(8).
        77  SCHRECL   PIC 9(4)  COMP  VALUE 43.
        77  SCHKEY    PIC X(10).

      * PLANNED-TIMES RECORD (TESTSLA1'S LAYOUT) - '*WINDOW ' ONLY
        01  SLA-REC.
            02  SLA-STEP    PIC X(8).
            02  SLA-START   PIC 9(6).
            02  SLA-END     PIC 9(6).
        77  SLARECL   PIC 9(4)  COMP  VALUE 20.
        77  SLAKEY    PIC X(8)  VALUE '*WINDOW '.

      * LIVE RUN-CONTROL RECORD (RUNCTL1'S LAYOUT)
        01  RUN-REC.
            02  RUN-STEP        PIC X(8).
            02  RUN-STATUS      PIC X(4).
            02  RUN-START-DATE  PIC 9(5).
            02  RUN-START-TIME  PIC 9(8).
            02  RUN-END-TIME    PIC 9(8).
            02  RUN-CODE        PIC 9(4).
        77  RUNRECL   PIC 9(4)  COMP  VALUE 37.
        77  RUNKEY    PIC X(8).

        01  SAV-AREA.
        COPY STPAVG.
        77  SAVRECL   PIC 9(4)  COMP  VALUE 40.
        77  SAVKEY    PIC X(8).

      * TIME ARITHMETIC IN SECONDS - CLOCK TIMES AS SECONDS SINCE
      * MIDNIGHT, WINDOW TIMES AS SECONDS SINCE THE WINDOW OPENED
        01  WFHMS.
            02  WFHMS-HH  PIC 99.
            02  WFHMS-MM  PIC 99.
            02  WFHMS-SS  PIC 99.
        01  WFHMS8.
            02  WFHMS8-HMS PIC 9(6).
            02  FILLER     PIC 99.
        77  WFSECS    PIC S9(8)  COMP.
        77  WFREL     PIC S9(8)  COMP.
        77  WFOPENS   PIC S9(8)  COMP.
        77  WFNOWR    PIC S9(8)  COMP.
        77  WFDEADR   PIC S9(8)  COMP.
        77  WFENDR    PIC S9(8)  COMP.
        77  WFDAY     PIC S9(8)  COMP.
        77  EIBTIMEW  PIC 9(7).

      * THE DAY THE WINDOW OPENED, YYDDD LIKE RUN-START-DATE
        77  WFTODAY   PIC 9(5).
        77  WFODATE   PIC 9(5).
        77  WFYY      PIC 9(2).
        77  WFDDD     PIC 9(3).

      * WINDOW SECONDS PER STEP, IN STEP (WFC-STEP) ORDER
        01  WF-TAB.
            02  WF-ENT    OCCURS 40 TIMES.
                03  WF-SCHED    PIC S9(8)  COMP.
                03  WF-ASTART   PIC S9(8)  COMP.
                03  WF-AEND     PIC S9(8)  COMP.
                03  WF-PSTART   PIC S9(8)  COMP.
                03  WF-PEND     PIC S9(8)  COMP.
                03  WF-PIX      PIC 9(2)   COMP.
                03  WF-FIXED    PIC X.
        77  WFIX      PIC 9(2)  COMP.
        77  WFJX      PIC 9(2)  COMP.
        77  WFPASS    PIC 9(2)  COMP.
        77  WFCHG     PIC X.
        77  WFSTART   PIC S9(8)  COMP.
        77  WFENDIX   PIC 9(2)  COMP.

      * OPERATOR ALERT - TO THE ALRT TDQ.  THE LEADING TOKEN IS THE
      * ALRTRTE ROUTING KEY.
        01  ALERT-REC.
            02  ALERT-KIND  PIC X(10) VALUE 'FORECAST  '.
            02  ALERT-STEP  PIC X(8).
            02  FILLER      PIC X(11) VALUE ' PROJECTED='.
            02  ALERT-END   PIC 9(6).
            02  FILLER      PIC X(10) VALUE ' DEADLINE='.
            02  ALERT-DEAD  PIC 9(6).
            02  FILLER      PIC X(6)  VALUE ' DATE='.
            02  ALERT-DATE  PIC 9(7).
        77  ALERTRECL PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA PIC X(1636).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 0
               AND EIBCALEN NOT = LENGTH OF WFC-AREA THEN
               EXEC CICS RETURN END-EXEC.
            MOVE SPACES TO WFC-AREA.
            MOVE 0 TO WFC-RC WFC-COUNT WFC-END.
            MOVE EIBTIME TO EIBTIMEW.
            MOVE EIBTIMEW (2:6) TO WFC-NOW.
            PERFORM WFPLAN THRU WFPLANX.
            PERFORM WFLOAD THRU WFLOADX.
            IF WFC-COUNT = 0 THEN
               MOVE 8 TO WFC-RC
               GO TO WFRET.
            PERFORM WFPREDS THRU WFPREDSX.
            PERFORM WFSTATE THRU WFSTATEX.
            PERFORM WFPROJ THRU WFPROJX.
            PERFORM WFCRIT THRU WFCRITX.
            PERFORM WFOUT THRU WFOUTX.
            IF WFENDR GREATER THAN WFDEADR THEN
               MOVE 4 TO WFC-RC.
            IF WFC-RC = 4 AND EIBCALEN = 0 THEN
               PERFORM WFALERT.

        WFRET.
            IF EIBCALEN NOT = 0 THEN
               MOVE WFC-AREA TO DFHCOMMAREA.
            EXEC CICS RETURN END-EXEC.

      * WFPLAN   EQU   *
      * THE WINDOW'S OPENING AND DEADLINE FROM SLAPLAN, NOW AND THE
      * DEADLINE AS WINDOW SECONDS, AND THE DAY THE WINDOW OPENED
        WFPLAN.
            MOVE 180000 TO SLA-START.
            MOVE 060000 TO SLA-END.
            EXEC CICS HANDLE CONDITION NOTFND(WFPLAND)
                 NOTOPEN(WFPLAND) END-EXEC.
            EXEC CICS READ FILE('SLAPLAN') INTO(SLA-REC)
                 LENGTH(SLARECL) RIDFLD(SLAKEY) END-EXEC.
        WFPLAND.
            MOVE SLA-START TO WFC-OPEN.
            MOVE SLA-END TO WFC-DEADLINE.
            MOVE SLA-START TO WFHMS.
            PERFORM WFTOSEC.
            MOVE WFSECS TO WFOPENS.
            MOVE WFC-DEADLINE TO WFHMS.
            PERFORM WFTOREL.
            MOVE WFREL TO WFDEADR.
            MOVE WFC-NOW TO WFHMS.
            PERFORM WFTOREL.
            MOVE WFREL TO WFNOWR.
      * OPENED TODAY IF THE CLOCK IS PAST THE OPENING, ELSE YESTERDAY
            DIVIDE EIBDATE BY 100000 GIVING WFDAY REMAINDER WFTODAY.
            MOVE WFTODAY TO WFODATE.
            MOVE WFC-NOW TO WFHMS.
            PERFORM WFTOSEC.
            IF WFSECS NOT LESS THAN WFOPENS THEN GO TO WFPLANX.
            DIVIDE WFTODAY BY 1000 GIVING WFYY REMAINDER WFDDD.
            IF WFDDD GREATER THAN 1 THEN
               SUBTRACT 1 FROM WFODATE
               GO TO WFPLANX.
            IF WFYY = 0 THEN
               MOVE 99 TO WFYY
            ELSE
               SUBTRACT 1 FROM WFYY.
            DIVIDE WFYY BY 4 GIVING WFDAY REMAINDER WFDDD.
            IF WFDDD = 0 THEN
               COMPUTE WFODATE = WFYY * 1000 + 366
            ELSE
               COMPUTE WFODATE = WFYY * 1000 + 365.
        WFPLANX.
            EXIT.

      * WFLOAD   EQU   *
      * THE WINDOW STEPS - ENABLED SCHDFILE ENTRIES NAMING A STEP,
      * FIRST ENTRY PER STEP, UP TO 40
        WFLOAD.
            EXEC CICS HANDLE CONDITION NOTFND(WFLOADX)
                 NOTOPEN(WFLOADX) ENDFILE(WFLOADE) END-EXEC.
            MOVE LOW-VALUES TO SCHKEY.
            EXEC CICS STARTBR FILE('SCHDFILE') RIDFLD(SCHKEY)
                 GTEQ END-EXEC.
        WFLOADL.
            MOVE SPACES TO SCH-STEP.
            EXEC CICS READNEXT FILE('SCHDFILE') INTO(SCH-REC)
                 LENGTH(SCHRECL) RIDFLD(SCHKEY) END-EXEC.
            IF SCH-ENABLED NOT = 'Y' OR SCH-STEP = SPACES
               OR SCH-STEP = LOW-VALUES THEN GO TO WFLOADL.
            MOVE 0 TO WFIX.
        WFLOADF.
            ADD 1 TO WFIX.
            IF WFIX NOT GREATER THAN WFC-COUNT THEN
               IF WFC-S-NAME (WFIX) = SCH-STEP THEN
                  GO TO WFLOADL
               ELSE
                  GO TO WFLOADF.
            IF WFC-COUNT = 40 THEN GO TO WFLOADL.
            ADD 1 TO WFC-COUNT.
            MOVE SCH-STEP TO WFC-S-NAME (WFC-COUNT).
            MOVE SCH-PRED TO WFC-S-PRED (WFC-COUNT).
            MOVE SCH-TIME TO WFHMS.
            PERFORM WFTOREL.
            MOVE WFREL TO WF-SCHED (WFC-COUNT).
            GO TO WFLOADL.
        WFLOADE.
            EXEC CICS ENDBR FILE('SCHDFILE') END-EXEC.
        WFLOADX.
            EXIT.

      * EACH STEP'S PREDECESSOR AS A TABLE INDEX - 0 WHEN IT HAS NONE
      * OR IT IS NOT A WINDOW STEP (TESTSCH1 GATES ON THAT ONE)
        WFPREDS.
            MOVE 0 TO WFIX.
        WFPREDSL.
            ADD 1 TO WFIX.
            IF WFIX GREATER THAN WFC-COUNT THEN GO TO WFPREDSX.
            MOVE 0 TO WF-PIX (WFIX).
            MOVE 0 TO WFJX.
        WFPREDSF.
            ADD 1 TO WFJX.
            IF WFJX GREATER THAN WFC-COUNT THEN GO TO WFPREDSL.
            IF WFC-S-NAME (WFJX) NOT = WFC-S-PRED (WFIX) OR WFJX = WFIX
               THEN GO TO WFPREDSF.
            MOVE WFJX TO WF-PIX (WFIX).
            GO TO WFPREDSL.
        WFPREDSX.
            EXIT.

      * WFSTATE  EQU   *
      * EACH STEP'S RUNCTL STATE THIS WINDOW AND ITS AVERAGE
        WFSTATE.
            MOVE 0 TO WFIX.
        WFSTATEL.
            ADD 1 TO WFIX.
            IF WFIX GREATER THAN WFC-COUNT THEN GO TO WFSTATEX.
            MOVE 'WAIT' TO WFC-S-STAT (WFIX).
            MOVE 'N' TO WF-FIXED (WFIX).
            MOVE 0 TO WF-ASTART (WFIX) WF-AEND (WFIX).
            PERFORM WFRUNRD THRU WFRUNRX.
            PERFORM WFAVGRD THRU WFAVGRX.
            GO TO WFSTATEL.
        WFSTATEX.
            EXIT.

      * THE RUNCTL RECORD - MISSING, UNSTAMPED, OR STARTED BEFORE THE
      * WINDOW OPENED LEAVES THE STEP WAITING
        WFRUNRD.
            EXEC CICS HANDLE CONDITION NOTFND(WFRUNRX)
                 NOTOPEN(WFRUNRX) END-EXEC.
            MOVE WFC-S-NAME (WFIX) TO RUNKEY.
            EXEC CICS READ FILE('RUNCTL') INTO(RUN-REC)
                 LENGTH(RUNRECL) RIDFLD(RUNKEY) END-EXEC.
            IF RUN-STATUS = SPACES OR RUN-START-DATE = 0 THEN
               GO TO WFRUNRX.
            IF RUN-START-DATE LESS THAN WFODATE THEN GO TO WFRUNRX.
            MOVE RUN-START-TIME TO WFHMS8.
            MOVE WFHMS8-HMS TO WFHMS.
            PERFORM WFTOSEC.
            IF RUN-START-DATE = WFODATE AND WFSECS LESS THAN WFOPENS
               THEN GO TO WFRUNRX.
            PERFORM WFTOREL.
            MOVE WFREL TO WF-ASTART (WFIX).
            MOVE RUN-STATUS TO WFC-S-STAT (WFIX).
            IF RUN-STATUS NOT = 'DONE' THEN GO TO WFRUNRX.
            MOVE RUN-END-TIME TO WFHMS8.
            MOVE WFHMS8-HMS TO WFHMS.
            PERFORM WFTOREL.
            IF WFREL LESS THAN WF-ASTART (WFIX) THEN
               MOVE WF-ASTART (WFIX) TO WFREL.
            MOVE WFREL TO WF-AEND (WFIX).
        WFRUNRX.
            EXIT.

      * THE STEP'S AVERAGE - NO STEPAVG RECORD COUNTS AS NO TIME, AND
      * IS MARKED SO THE SCREEN SAYS THE PROJECTION IS SHORT
        WFAVGRD.
            MOVE 0 TO WFC-S-AVG (WFIX).
            MOVE 'N' TO WFC-S-HIST (WFIX).
            EXEC CICS HANDLE CONDITION NOTFND(WFAVGRX)
                 NOTOPEN(WFAVGRX) END-EXEC.
            MOVE WFC-S-NAME (WFIX) TO SAVKEY.
            EXEC CICS READ FILE('STEPAVG') INTO(SAV-AREA)
                 LENGTH(SAVRECL) RIDFLD(SAVKEY) END-EXEC.
            MOVE SAV-AVG TO WFC-S-AVG (WFIX).
            MOVE SPACE TO WFC-S-HIST (WFIX).
        WFAVGRX.
            EXIT.

      * WFPROJ   EQU   *
      * DONE AND RUNNING STEPS ARE FIXED; THE REST ARE PROJECTED
      * AGAIN UNTIL A PASS CHANGES NOTHING (A PREDECESSOR LATER IN
      * THE TABLE SETTLES ON A LATER PASS)
        WFPROJ.
            MOVE 0 TO WFIX.
        WFPROJF.
            ADD 1 TO WFIX.
            IF WFIX GREATER THAN WFC-COUNT THEN GO TO WFPROJP.
            IF WFC-S-STAT (WFIX) = 'DONE' THEN
               MOVE 'Y' TO WF-FIXED (WFIX)
               MOVE WF-ASTART (WFIX) TO WF-PSTART (WFIX)
               MOVE WF-AEND (WFIX) TO WF-PEND (WFIX)
               GO TO WFPROJF.
            IF WFC-S-STAT (WFIX) = 'RUN ' THEN
               MOVE 'Y' TO WF-FIXED (WFIX)
               MOVE WF-ASTART (WFIX) TO WF-PSTART (WFIX)
               COMPUTE WF-PEND (WFIX) = WF-ASTART (WFIX)
                                      + WFC-S-AVG (WFIX)
               IF WF-PEND (WFIX) LESS THAN WFNOWR THEN
                  MOVE WFNOWR TO WF-PEND (WFIX)
               END-IF
               GO TO WFPROJF.
            MOVE WFNOWR TO WF-PSTART (WFIX).
            COMPUTE WF-PEND (WFIX) = WFNOWR + WFC-S-AVG (WFIX).
            GO TO WFPROJF.
        WFPROJP.
            MOVE 0 TO WFPASS.
        WFPROJL.
            ADD 1 TO WFPASS.
            IF WFPASS GREATER THAN WFC-COUNT THEN GO TO WFPROJX.
            MOVE 'N' TO WFCHG.
            MOVE 0 TO WFIX.
        WFPROJS.
            ADD 1 TO WFIX.
            IF WFIX GREATER THAN WFC-COUNT THEN
               IF WFCHG = 'Y' THEN
                  GO TO WFPROJL
               ELSE
                  GO TO WFPROJX.
            IF WF-FIXED (WFIX) = 'Y' THEN GO TO WFPROJS.
            MOVE WFNOWR TO WFSTART.
            IF WF-SCHED (WFIX) GREATER THAN WFSTART THEN
               MOVE WF-SCHED (WFIX) TO WFSTART.
            IF WF-PIX (WFIX) NOT = 0 THEN
               IF WF-PEND (WF-PIX (WFIX)) GREATER THAN WFSTART THEN
                  MOVE WF-PEND (WF-PIX (WFIX)) TO WFSTART.
            IF WFSTART = WF-PSTART (WFIX) THEN GO TO WFPROJS.
            MOVE 'Y' TO WFCHG.
            MOVE WFSTART TO WF-PSTART (WFIX).
            COMPUTE WF-PEND (WFIX) = WFSTART + WFC-S-AVG (WFIX).
            GO TO WFPROJS.
        WFPROJX.
            EXIT.

      * WFCRIT   EQU   *
      * THE WINDOW ENDS WITH THE LATEST-ENDING STEP; ITS CRITICAL PATH
      * RUNS BACK THROUGH EACH PREDECESSOR WHOSE END SET THE NEXT
      * STEP'S START
        WFCRIT.
            MOVE 0 TO WFENDR.
            MOVE 1 TO WFENDIX.
            MOVE 0 TO WFIX.
        WFCRITM.
            ADD 1 TO WFIX.
            IF WFIX GREATER THAN WFC-COUNT THEN GO TO WFCRITP.
            IF WF-PEND (WFIX) GREATER THAN WFENDR THEN
               MOVE WF-PEND (WFIX) TO WFENDR
               MOVE WFIX TO WFENDIX.
            GO TO WFCRITM.
        WFCRITP.
            MOVE WFENDIX TO WFIX.
            MOVE WFC-S-NAME (WFIX) TO WFC-ENDSTEP.
            MOVE 0 TO WFPASS.
        WFCRITL.
            MOVE 'C' TO WFC-S-CRIT (WFIX).
            ADD 1 TO WFPASS.
            IF WF-PIX (WFIX) = 0 OR WFPASS NOT LESS THAN WFC-COUNT
               THEN GO TO WFCRITX.
            MOVE WF-PIX (WFIX) TO WFJX.
            IF WF-PEND (WFJX) NOT = WF-PSTART (WFIX) THEN
               GO TO WFCRITX.
            MOVE WFJX TO WFIX.
            GO TO WFCRITL.
        WFCRITX.
            EXIT.

      * WINDOW SECONDS BACK TO CLOCK TIMES FOR THE COMMAREA
        WFOUT.
            MOVE WFENDR TO WFREL.
            PERFORM WFTOHMS.
            MOVE WFHMS TO WFC-END.
            MOVE 0 TO WFIX.
        WFOUTL.
            ADD 1 TO WFIX.
            IF WFIX GREATER THAN WFC-COUNT THEN GO TO WFOUTX.
            MOVE WF-PSTART (WFIX) TO WFREL.
            PERFORM WFTOHMS.
            MOVE WFHMS TO WFC-S-START (WFIX).
            MOVE WF-PEND (WFIX) TO WFREL.
            PERFORM WFTOHMS.
            MOVE WFHMS TO WFC-S-END (WFIX).
            GO TO WFOUTL.
        WFOUTX.
            EXIT.

      * HHMMSS IN WFHMS TO SECONDS SINCE MIDNIGHT IN WFSECS
        WFTOSEC.
            COMPUTE WFSECS = WFHMS-HH * 3600
                           + WFHMS-MM * 60
                           + WFHMS-SS.

      * HHMMSS IN WFHMS TO SECONDS SINCE THE WINDOW OPENED IN WFREL
        WFTOREL.
            PERFORM WFTOSEC.
            COMPUTE WFREL = WFSECS - WFOPENS.
            IF WFREL LESS THAN 0 THEN ADD 86400 TO WFREL.

      * WINDOW SECONDS IN WFREL TO A CLOCK HHMMSS IN WFHMS
        WFTOHMS.
            COMPUTE WFSECS = WFREL + WFOPENS.
            DIVIDE WFSECS BY 86400 GIVING WFDAY REMAINDER WFSECS.
            DIVIDE WFSECS BY 3600 GIVING WFHMS-HH REMAINDER WFSECS.
            DIVIDE WFSECS BY 60 GIVING WFHMS-MM REMAINDER WFHMS-SS.

      * ONE ALERT TO THE ROUTER'S QUEUE
        WFALERT.
            MOVE WFC-ENDSTEP TO ALERT-STEP.
            MOVE WFC-END TO ALERT-END.
            MOVE WFC-DEADLINE TO ALERT-DEAD.
            MOVE EIBDATE TO ALERT-DATE.
            MOVE LENGTH OF ALERT-REC TO ALERTRECL.
            EXEC CICS WRITEQ TD QUEUE('ALRT') FROM(ALERT-REC)
                 LENGTH(ALERTRECL) END-EXEC.
