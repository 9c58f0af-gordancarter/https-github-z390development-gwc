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
      * INBOUND FILE WATCH - FWCTL VS FWLOG
      *
      * RPI 1429 - THE INBOUND LOADERS USED TO RUN ONLY WHEN TESTSCH1
      * REACHED THEIR FIXED SLOT, SO A FILE THAT CAME IN EARLY SAT
      * FOR HOURS AND ONE THAT CAME IN LATE MISSED ITS SLOT.  THIS
      * TRANSACTION (FWT1) WATCHES THE FWCTL LIST OF EXPECTED
      * INBOUND FILES (FWCTL.CPY) AGAINST THE ARRIVALS FWARR1 HAS
      * RECORDED ON FWLOG (FWLOG.CPY) AND RE-ARMS ITSELF EVERY FIVE
      * MINUTES, AS SCH1 DOES EVERY THIRTY.  FOR EACH ENABLED ENTRY:
      *
      *   - THE OLDEST ARRIVAL STILL 'ARRV' STARTS THE ENTRY'S LOADER
      *     TRANSACTION, WITH THE ARRIVAL'S FWLOG KEY AS THE START
      *     DATA, AND BECOMES 'STRT' - IT IS NEVER STARTED AGAIN.  THE
      *     START IS LOGGED TO SCHEDLOG BESIDE TESTSCH1'S.  AN ENTRY
      *     WITH NO TRANSACTION IS A BATCH LOADER STEP; THE STEP
      *     FINDS THE ARRIVAL ITSELF THROUGH FWSVC1 WHEN IT RUNS.
      *   - NOTHING ON FWLOG FOR TODAY PAST THE ENTRY'S DEADLINE
      *     RAISES A 'FILE LATE ' ALERT ON THE ALRT TD QUEUE FOR THE
      *     TESTALR1 ROUTER (ALRTRTE CARRIES 'FILE LATE ' AT HIGH),
      *     AND A 'LATE' MARKER ON FWLOG KEEPS IT TO ONE A DAY.
      *
        PROGRAM-ID. TESTFWT1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  FWC-AREA.
        COPY FWCTL.
        77  FWCRECL   PIC 9(4)  COMP  VALUE 40.
        77  FWCKEY    PIC X(8).

        01  FWL-AREA.
        COPY FWLOG.
        77  FWLRECL   PIC 9(4)  COMP  VALUE 60.
        77  FWLKEY    PIC X(21).
      * THE ARRIVAL TO START (SPACES = NONE) AND THE START DATA LENGTH
        77  FWTARRKEY PIC X(21).
        77  FWTKEYL   PIC 9(4)  COMP  VALUE 21.
        77  FWTSEEN   PIC X.

      * TIME ARITHMETIC IN SECONDS SINCE MIDNIGHT
        01  FWTHMS.
            02  FWTHMS-HH  PIC 99.
            02  FWTHMS-MM  PIC 99.
            02  FWTHMS-SS  PIC 99.
        77  FWTSECS   PIC S9(8)  COMP.
        77  NOWSECS   PIC S9(8)  COMP.
        77  EIBTIMEW  PIC 9(7).
        77  FWTTODAY  PIC 9(7).

        77  FWTSTARTS PIC 9(4)  COMP VALUE 0.
        77  FWTLATES  PIC 9(4)  COMP VALUE 0.

      * START LOG LINE - SCHEDLOG, THE TS QUEUE TESTSCH1 LOGS TO
        77  SCHEDLOG  PIC X(8)  VALUE 'SCHEDLOG'.
        01  FLOG-REC.
            02  FLOG-TRANID PIC X(4).
            02  FILLER      PIC X     VALUE SPACE.
            02  FLOG-TIME   PIC 9(6).
            02  FILLER      PIC X(6)  VALUE ' FILE '.
            02  FLOG-FILE   PIC X(8).
            02  FILLER      PIC X     VALUE SPACE.
            02  FLOG-DATE   PIC 9(7).
        77  FLOGRECL  PIC 9(4)  COMP.

      * OPERATOR ALERT - ONE PER LATE FILE PER DAY, TO THE ALRT TDQ.
      * THE LEADING TOKEN IS THE ALRTRTE ROUTING KEY.
        01  ALERT-REC.
            02  ALERT-KIND  PIC X(10) VALUE 'FILE LATE '.
            02  ALERT-FILE  PIC X(8).
            02  FILLER      PIC X(6)  VALUE ' STEP='.
            02  ALERT-STEP  PIC X(8).
            02  FILLER      PIC X(10) VALUE ' DEADLINE='.
            02  ALERT-PLAN  PIC 9(6).
            02  FILLER      PIC X(6)  VALUE ' TIME='.
            02  ALERT-NOW   PIC 9(6).
            02  FILLER      PIC X(6)  VALUE ' DATE='.
            02  ALERT-DATE  PIC 9(7).
        77  ALERTRECL PIC 9(4)  COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE EIBTIME TO EIBTIMEW.
            MOVE EIBTIMEW (2:6) TO FWTHMS.
            PERFORM FWTTOSEC.
            MOVE FWTSECS TO NOWSECS.
            MOVE EIBDATE TO FWTTODAY.

            PERFORM FWTHAND.
            MOVE LOW-VALUES TO FWCKEY.
            EXEC CICS STARTBR FILE('FWCTL') RIDFLD(FWCKEY)
                 GTEQ END-EXEC.

      * FWTLOOP  EQU   *
      * ONE WATCHED FILE PER PASS
        FWTLOOP.
            EXEC CICS READNEXT FILE('FWCTL') INTO(FWC-AREA)
                 LENGTH(FWCRECL) RIDFLD(FWCKEY) END-EXEC.
            IF FWC-ENABLED NOT = 'Y' THEN GO TO FWTLOOP.
            PERFORM FWTSCAN THRU FWTSCANX.
            IF FWTARRKEY NOT = SPACES THEN
               IF FWC-TRANID NOT = SPACES THEN
                  PERFORM FWTSTART THRU FWTSTARX
               END-IF
               GO TO FWTLOOP.
            IF FWTSEEN = 'Y' OR FWC-DEADLINE = 0 THEN
               GO TO FWTLOOP.
            MOVE FWC-DEADLINE TO FWTHMS.
            PERFORM FWTTOSEC.
            IF NOWSECS GREATER THAN FWTSECS THEN
               PERFORM FWTLATE THRU FWTLATEX.
            GO TO FWTLOOP.

      * HHMMSS IN FWTHMS TO SECONDS SINCE MIDNIGHT IN FWTSECS
        FWTTOSEC.
            COMPUTE FWTSECS = FWTHMS-HH * 3600
                            + FWTHMS-MM * 60
                            + FWTHMS-SS.

      * THE FWCTL BROWSE'S CONDITIONS, RE-ARMED AFTER EVERY INNER
      * COMMAND THAT REPLACED THEM
        FWTHAND.
            EXEC CICS HANDLE CONDITION NOTFND(FWTREARM)
                 NOTOPEN(FWTREARM) ENDFILE(FWTEOF) END-EXEC.

      * FWTSCAN  EQU   *
      * THE FILE'S FWLOG RECORDS: THE OLDEST STILL 'ARRV' (FWTARRKEY)
      * AND WHETHER ANY IS DATED TODAY (FWTSEEN)
        FWTSCAN.
            MOVE SPACES TO FWTARRKEY.
            MOVE 'N' TO FWTSEEN.
            EXEC CICS HANDLE CONDITION NOTFND(FWTSCANX)
                 NOTOPEN(FWTSCANX) ENDFILE(FWTSCANE) END-EXEC.
            MOVE LOW-VALUES TO FWLKEY.
            MOVE FWC-FILE TO FWLKEY (1:8).
            EXEC CICS STARTBR FILE('FWLOG') RIDFLD(FWLKEY)
                 GTEQ END-EXEC.
        FWTSCANL.
            EXEC CICS READNEXT FILE('FWLOG') INTO(FWL-AREA)
                 LENGTH(FWLRECL) RIDFLD(FWLKEY) END-EXEC.
            IF FWL-FILE NOT = FWC-FILE THEN GO TO FWTSCANE.
            IF FWL-DATE = FWTTODAY THEN
               MOVE 'Y' TO FWTSEEN.
            IF FWL-STATUS = 'ARRV' AND FWTARRKEY = SPACES THEN
               MOVE FWL-KEY TO FWTARRKEY.
            GO TO FWTSCANL.
        FWTSCANE.
            EXEC CICS ENDBR FILE('FWLOG') END-EXEC.
        FWTSCANX.
            PERFORM FWTHAND.

      * FWTSTART EQU   *
      * START THE LOADER ON THE ARRIVAL, MARK IT STARTED, LOG IT.  THE
      * MARK IS MADE UNDER UPDATE FIRST, SO A SECOND FWT1 CANNOT ALSO
      * START IT
        FWTSTART.
            EXEC CICS HANDLE CONDITION NOTFND(FWTSTARX)
                 NOTOPEN(FWTSTARX) END-EXEC.
            MOVE FWTARRKEY TO FWLKEY.
            EXEC CICS READ FILE('FWLOG') INTO(FWL-AREA)
                 LENGTH(FWLRECL) RIDFLD(FWLKEY) UPDATE END-EXEC.
            IF FWL-STATUS NOT = 'ARRV' THEN
               EXEC CICS UNLOCK FILE('FWLOG') END-EXEC
               GO TO FWTSTARX.
            MOVE 'STRT' TO FWL-STATUS.
            MOVE EIBTIMEW (2:6) TO FWL-STIME.
            EXEC CICS REWRITE FILE('FWLOG') FROM(FWL-AREA)
                 LENGTH(FWLRECL) END-EXEC.
            EXEC CICS START TRANSID(FWC-TRANID) FROM(FWTARRKEY)
                 LENGTH(FWTKEYL) END-EXEC.
            ADD 1 TO FWTSTARTS.
            MOVE FWC-TRANID TO FLOG-TRANID.
            MOVE EIBTIMEW (2:6) TO FLOG-TIME.
            MOVE FWC-FILE TO FLOG-FILE.
            MOVE EIBDATE TO FLOG-DATE.
            MOVE LENGTH OF FLOG-REC TO FLOGRECL.
            EXEC CICS WRITEQ TS QUEUE(SCHEDLOG) FROM(FLOG-REC)
                 LENGTH(FLOGRECL) END-EXEC.
        FWTSTARX.
            PERFORM FWTHAND.

      * FWTLATE  EQU   *
      * ONE ALERT TO THE ROUTER'S QUEUE AND THE DAY'S 'LATE' MARKER
        FWTLATE.
            ADD 1 TO FWTLATES.
            MOVE FWC-FILE TO ALERT-FILE.
            MOVE FWC-STEP TO ALERT-STEP.
            MOVE FWC-DEADLINE TO ALERT-PLAN.
            MOVE EIBTIMEW (2:6) TO ALERT-NOW.
            MOVE EIBDATE TO ALERT-DATE.
            MOVE LENGTH OF ALERT-REC TO ALERTRECL.
            EXEC CICS WRITEQ TD QUEUE('ALRT') FROM(ALERT-REC)
                 LENGTH(ALERTRECL) END-EXEC.
            EXEC CICS HANDLE CONDITION DUPREC(FWTLATEX)
                 NOTOPEN(FWTLATEX) END-EXEC.
            MOVE SPACES TO FWL-REC.
            MOVE FWC-FILE TO FWL-FILE.
            MOVE FWTTODAY TO FWL-DATE.
            MOVE EIBTIMEW (2:6) TO FWL-TIME.
            MOVE 'LATE' TO FWL-STATUS.
            MOVE 0 TO FWL-COUNT.
            MOVE 0 TO FWL-SUM.
            MOVE 0 TO FWL-STIME.
            MOVE FWL-KEY TO FWLKEY.
            EXEC CICS WRITE FILE('FWLOG') FROM(FWL-AREA)
                 LENGTH(FWLRECL) RIDFLD(FWLKEY) END-EXEC.
        FWTLATEX.
            PERFORM FWTHAND.

      * FWTEOF   EQU   *
        FWTEOF.
            EXEC CICS ENDBR FILE('FWCTL') END-EXEC.

      * FWTREARM EQU   *
      * RE-ARM THE NEXT LOOK AND END THIS ONE.  NOTFND/NOTOPEN FROM
      * THE STARTBR LAND HERE TOO - THE WATCH KEEPS ITS HEARTBEAT
      * EVEN WHEN FWCTL IS EMPTY OR CLOSED.
        FWTREARM.
            EXEC CICS START TRANSID('FWT1') INTERVAL(000500)
                 END-EXEC.
            EXEC CICS RETURN END-EXEC.
