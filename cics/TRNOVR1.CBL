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
      * SHIFT-TURNOVER REPORT BUILD - THE OVERNIGHT WINDOW ON ONE PAGE
      *
      * RPI 1430 - THE MORNING SHIFT USED TO PIECE THE NIGHT TOGETHER
      * FROM RUNCTLR1, CTLBAL1, SECRPT1, SOADLR1, TESTABM1 AND THE
      * ROUTED ALERTS.  THIS STEP RUNS AFTER CTLBAL1 AND BEFORE THE
      * BDROLL1 DATE ROLL, WHILE THE BUSDATE ROLL STAMP STILL MARKS
      * THE START OF THE WINDOW BEING CLOSED, AND BUILDS THE TURNOVER
      * REPORT ON THE TRNFILE KSDS (TRNREC.CPY, REBUILT EACH RUN) ONE
      * SECTION PER QUESTION, IN THIS ORDER:
      *
      *   1 FAILED AND RESTARTED STEPS - RUNCTL STEPS STARTED IN THE
      *     WINDOW STILL 'RUN ' OR ENDED 'FAIL', WITH THEIR RETURN
      *     CODES, AND EVERY RESTART RUNCTL1 LOGGED TO RSTLOG IN THE
      *     WINDOW WITH THE CODE OF THE RUN IT REPLACED
      *   2 CONTROL-TOTAL IMBALANCES - THE BROKEN-RULE LINES OF THE
      *     CTLBAL1 REPORT (ITS RPTOUT, SUPPLIED AS BALRPT)
      *   3 SLA MISSES           } HEADINGS ONLY - THE TRNPRT1
      *   4 UNEXPECTED ABENDS    } TRANSACTION FILLS THESE IN FROM
      *                          } THE CICS SIDE AS IT PRINTS
      *   5 SECURITY VIOLATIONS - SECJIN EVENTS IN THE WINDOW, ONE
      *     LINE PER USER AND EVENT TYPE WITH THE COUNT, FLAGGED
      *     'REPEAT' AT SECRPT1'S THRESHOLD
      *   6 SOA DEAD-LETTER ENTRIES - SOADLQIN ENTRIES PARKED IN THE
      *     WINDOW, PLUS A COUNT OF OLDER ONES STILL PARKED
      *   7 QUEUES OVER HOUSEKEEPING THRESHOLDS - HEADING ONLY, AS 3
      *
      * A SECTION WITH NOTHING TO REPORT SAYS 'NONE'; ONE WHOSE INPUT
      * WAS NOT SUPPLIED SAYS SO INSTEAD, SO NEITHER CAN BE MISTAKEN
      * FOR A MISSING SECTION.  EVENT DATES ARE JULIAN 0CYYDDD, TIMES
      * HHMMSS; THE WINDOW IS EVERYTHING STAMPED AFTER THE LAST ROLL
      * (BDROLL1'S RULE).  THE TRNPRT1 TRANSACTION, STARTED BY A
      * TESTSCH1 ENTRY WHOSE PREDECESSOR IS THIS STEP, SPOOLS THE
      * REPORT THROUGH RPTSVC1 AS REPORT ID 'TURNOVER'.  RPTOUT IS
      * THE RUN LISTING.
      *
      * RETURN CODE 4 = SOMETHING TO REPORT IN SECTIONS 1, 2, 5 OR 6,
      * 16 = TRNFILE CANNOT BE BUILT.
      *
      * RPI 1437 - THE SECJ RECORD CARRIES JRNCHN1'S SEQUENCE AND
      * PREVIOUS-RECORD HASH AFTER SEC-TIME; JRNVFY1 CHECKS THEM.
      *
        PROGRAM-ID. TRNOVR1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT RSTLOG ASSIGN TO RSTLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRS.
            SELECT BALRPT ASSIGN TO BALRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSBL.
            SELECT SECJIN ASSIGN TO SECJIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSSJ.
            SELECT SOADLQIN ASSIGN TO SOADLQIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSDQ.
            SELECT TRNFILE ASSIGN TO TRNFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TRN-KEY
                FILE STATUS IS WS-FSTR.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
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

      * RUNCTL1'S RESTART LOG
        FD  RSTLOG
            RECORDING MODE IS F.
        01  RST-REC.
            02  RST-STEP          PIC X(8).
            02  FILLER            PIC X.
            02  RST-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  RST-TIME          PIC 9(6).
            02  FILLER            PIC X.
            02  RST-PSTAT         PIC X(4).
            02  FILLER            PIC X.
            02  RST-PCODE         PIC 9(4).
            02  FILLER            PIC X(47).

      * THE CTLBAL1 REPORT - VERDICT IN COLUMNS 1-8 OF A RULE LINE
        FD  BALRPT
            RECORDING MODE IS F.
        01  BAL-REC.
            02  BAL-VERD          PIC X(8).
            02  FILLER            PIC X(8).
            02  FILLER            PIC X(74).

      * SECEVT1'S EVENT RECORD (SECRPT1'S LAYOUT)
        FD  SECJIN
            RECORDING MODE IS F.
        01  SEC-REC.
            02  SEC-USER          PIC X(8).
            02  SEC-TERM          PIC X(4).
            02  SEC-TYPE          PIC X(8).
            02  SEC-DATE          PIC 9(7).
            02  SEC-TIME          PIC 9(7).
            02  SEC-SEQ           PIC 9(9).
            02  SEC-PREVH         PIC 9(18).
            02  FILLER            PIC X(19).

      * DEMOCMGR'S DEAD-LETTER RECORD (SOADLR1'S LAYOUT)
        FD  SOADLQIN
            RECORDING MODE IS F.
        01  DLQ-REC.
            02  DLQ-DATE          PIC 9(7).
            02  DLQ-TIME          PIC 9(6).
            02  DLQ-SVC           PIC X(8).
            02  DLQ-CORR          PIC 9(8).
            02  DLQ-HOST          PIC X(24).
            02  DLQ-RC            PIC 9(4).
            02  DLQ-MSGLEN        PIC 9(5).
            02  DLQ-MSG           PIC X(175).

        FD  TRNFILE
            RECORDING MODE IS F.
        01  TRN-FILE-REC.
        COPY TRNREC.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSBD               PIC X(2)   VALUE SPACES.
            88  WS-FSBD-OK                   VALUE '00'.
        77  WS-FSRC               PIC X(2)   VALUE SPACES.
            88  WS-FSRC-OK                   VALUE '00'.
        77  WS-FSRS               PIC X(2)   VALUE SPACES.
        77  WS-FSBL               PIC X(2)   VALUE SPACES.
        77  WS-FSSJ               PIC X(2)   VALUE SPACES.
        77  WS-FSDQ               PIC X(2)   VALUE SPACES.
        77  WS-FSTR               PIC X(2)   VALUE SPACES.
            88  WS-FSTR-OK                   VALUE '00'.

        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'TRNOVR1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-NOW-JUL            PIC 9(5)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).

      * THE WINDOW: EVENTS STAMPED AFTER THE LAST ROLL'S STAMP
      * (0CYYDDD * 1000000 + HHMMSS).  NO ROLL ON FILE = ZERO, SO
      * EVERYTHING ON THE INPUTS IS REPORTED.
        77  WS-FROM-DATE          PIC 9(7)   VALUE 0.
        77  WS-FROM-TIME          PIC 9(6)   VALUE 0.
        77  WS-ROLL-STAMP         PIC 9(13)  VALUE 0.
        77  WS-EVT-STAMP          PIC 9(13)  VALUE 0.

      * ONE REPORT LINE AND ITS SECTION BOOKKEEPING
        77  WS-LINE               PIC X(120) VALUE SPACES.
        77  WS-LINENO             PIC 9(6)   VALUE 0.
        77  WS-FILL               PIC X      VALUE SPACE.
        77  WS-SECT-NO            PIC 9      VALUE 0.
        77  WS-SECT-HITS          PIC 9(6)   COMP-3 VALUE 0.
        77  WS-SECT-NA            PIC X      VALUE 'N'.
        77  WS-TOTAL-HITS         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-BAL-TRAILER        PIC X      VALUE 'N'.
        77  WS-DLQ-OLDER          PIC 9(6)   COMP-3 VALUE 0.

      * SECURITY EVENTS ROLLED UP PER USER AND TYPE - 50 PAIRS IN A
      * NIGHT IS ALREADY A STORY; ANY MORE ARE COUNTED, NOT LISTED
        01  WS-SEC-TABLE.
            02  WS-SC-ENTRY OCCURS 50 TIMES.
                03  WS-SC-USER    PIC X(8).
                03  WS-SC-TYPE    PIC X(8).
                03  WS-SC-COUNT   PIC 9(5)   COMP.
                03  WS-SC-DATE    PIC 9(7).
                03  WS-SC-TIME    PIC 9(7).
        77  WS-SC-TOT             PIC 9(2)   COMP VALUE 0.
        77  WS-SC-IX              PIC 9(2)   COMP.
        77  WS-SC-OVER            PIC 9(5)   COMP VALUE 0.
      * A USER/TYPE GROUP AT OR ABOVE THIS COUNT IS A REPEAT OFFENDER
        77  WS-REPEAT-LIM         PIC 9(3)   VALUE 3.

        01  TRN-TITLELINE.
            02  FILLER            PIC X(36)
                VALUE 'SHIFT TURNOVER REPORT - WINDOW FROM '.
            02  TRN-T-FDATE       PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  TRN-T-FTIME       PIC 9(6).
            02  FILLER            PIC X(17)  VALUE '   BUSINESS DATE '.
            02  TRN-T-BDATE       PIC 9(7).
            02  FILLER            PIC X(7)   VALUE '   RUN '.
            02  TRN-T-RDATE       PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  TRN-T-RTIME       PIC 9(6).
        01  TRN-SECTLINE.
            02  FILLER            PIC X(8)   VALUE 'SECTION '.
            02  TRN-H-NO          PIC 9.
            02  FILLER            PIC X(3)   VALUE ' - '.
            02  TRN-H-TITLE       PIC X(40).
        01  TRN-NONELINE          PIC X(6)   VALUE '  NONE'.
        01  TRN-NALINE.
            02  FILLER            PIC X(18)
                VALUE '  NOT AVAILABLE - '.
            02  TRN-NA-DD         PIC X(8).
            02  FILLER            PIC X(14)  VALUE ' NOT SUPPLIED'.
        01  TRN-STEPLINE.
            02  FILLER            PIC X(7)   VALUE '  STEP '.
            02  TRN-P-STEP        PIC X(8).
            02  FILLER            PIC X(9)   VALUE '  STATUS '.
            02  TRN-P-STAT        PIC X(4).
            02  FILLER            PIC X(5)   VALUE '  RC '.
            02  TRN-P-RC          PIC 9(4).
            02  FILLER            PIC X(10)  VALUE '  STARTED '.
            02  TRN-P-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  TRN-P-TIME        PIC 9(6).
        01  TRN-RSTLINE.
            02  FILLER            PIC X(7)   VALUE '  STEP '.
            02  TRN-R-STEP        PIC X(8).
            02  FILLER            PIC X(12)  VALUE '  RESTARTED '.
            02  TRN-R-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  TRN-R-TIME        PIC 9(6).
            02  FILLER            PIC X(18)
                VALUE '  REPLACING STATUS'.
            02  FILLER            PIC X      VALUE SPACE.
            02  TRN-R-STAT        PIC X(4).
            02  FILLER            PIC X(5)   VALUE '  RC '.
            02  TRN-R-RC          PIC 9(4).
        01  TRN-BALLINE.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  TRN-B-TEXT        PIC X(90).
        01  TRN-SECLINE.
            02  FILLER            PIC X(7)   VALUE '  USER '.
            02  TRN-S-USER        PIC X(8).
            02  FILLER            PIC X(8)   VALUE '  EVENT '.
            02  TRN-S-TYPE        PIC X(8).
            02  FILLER            PIC X(8)   VALUE '  COUNT '.
            02  TRN-S-COUNT       PIC ZZZZ9.
            02  FILLER            PIC X(8)   VALUE '  FIRST '.
            02  TRN-S-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  TRN-S-TIME        PIC 9(6).
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  TRN-S-FLAG        PIC X(6).
        01  TRN-SECOVER.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  TRN-SO-COUNT      PIC ZZZZ9.
            02  FILLER            PIC X(42)
                VALUE ' FURTHER EVENTS NOT ITEMIZED - SEE SECRPT1'.
        01  TRN-DLQLINE.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  TRN-D-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  TRN-D-TIME        PIC 9(6).
            02  FILLER            PIC X(10)  VALUE '  SERVICE '.
            02  TRN-D-SVC         PIC X(8).
            02  FILLER            PIC X(7)   VALUE '  CORR '.
            02  TRN-D-CORR        PIC 9(8).
            02  FILLER            PIC X(7)   VALUE '  HOST '.
            02  TRN-D-HOST        PIC X(24).
            02  FILLER            PIC X(5)   VALUE '  RC '.
            02  TRN-D-RC          PIC 9(4).
        01  TRN-DLQOLD.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  TRN-DO-COUNT      PIC ZZZZZ9.
            02  FILLER            PIC X(41)
                VALUE ' OLDER ENTRIES STILL PARKED - SEE SOADLR1'.
        01  TRN-ENDLINE           PIC X(28)
            VALUE 'END OF SHIFT TURNOVER REPORT'.

        01  RPT-HDRLINE           PIC X(48)
            VALUE 'TRNOVR1 - SHIFT-TURNOVER REPORT BUILD'.
        01  RPT-SECT.
            02  FILLER            PIC X(8)   VALUE 'SECTION '.
            02  RPT-S-NO          PIC 9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-S-TITLE       PIC X(40).
            02  FILLER            PIC X(7)   VALUE ' LINES='.
            02  RPT-S-HITS        PIC ZZZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-S-NOTE        PIC X(13).
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'REPORT LINES...='.
            02  RPT-TRL-LINES     PIC ZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' FINDINGS......='.
            02  RPT-TRL-HITS      PIC ZZZZZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'TRNOVR1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM TRNINIT THRU TRNINITX.
            PERFORM TRNSTEP THRU TRNSTEPX.
            PERFORM TRNBAL THRU TRNBALX.
            MOVE 'SLA MISSES' TO TRN-H-TITLE.
            MOVE 'S' TO WS-FILL.
            PERFORM TRNCICS.
            MOVE 'UNEXPECTED ABENDS' TO TRN-H-TITLE.
            MOVE 'A' TO WS-FILL.
            PERFORM TRNCICS.
            PERFORM TRNSEC THRU TRNSECX.
            PERFORM TRNDLQ THRU TRNDLQX.
            MOVE 'QUEUES OVER HOUSEKEEPING THRESHOLDS' TO TRN-H-TITLE.
            MOVE 'Q' TO WS-FILL.
            PERFORM TRNCICS.
            PERFORM TRNTERM.
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * TRNINIT - THE WINDOW START, THE REPORT FILE AND THE TITLE
      *****************************************************************
        TRNINIT.
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            OPEN INPUT BUSDATE.
            IF NOT WS-FSBD-OK THEN GO TO TRNINITN.
            MOVE 'BUSDATE ' TO BDT-KEY.
            READ BUSDATE.
            IF NOT WS-FSBD-OK THEN
                CLOSE BUSDATE
                GO TO TRNINITN.
            MOVE BDT-ROLL-DATE TO WS-FROM-DATE.
            MOVE BDT-ROLL-TIME TO WS-FROM-TIME.
            CLOSE BUSDATE.
            GO TO TRNINITO.
        TRNINITN.
            DISPLAY 'TRNOVR1 NO ROLL STAMP ON BUSDATE - INPUTS '
                    'REPORTED IN FULL'.
        TRNINITO.
            COMPUTE WS-ROLL-STAMP = WS-FROM-DATE * 1000000
                + WS-FROM-TIME.
            OPEN OUTPUT TRNFILE.
            IF NOT WS-FSTR-OK THEN
                DISPLAY 'TRNOVR1 CANNOT OPEN TRNFILE, STATUS ' WS-FSTR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-FROM-DATE TO TRN-T-FDATE.
            MOVE WS-FROM-TIME TO TRN-T-FTIME.
            MOVE WS-TODAY     TO TRN-T-BDATE.
            ACCEPT WS-NOW-JUL FROM DAY.
            COMPUTE TRN-T-RDATE = 100000 + WS-NOW-JUL.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-TIME-HMS  TO TRN-T-RTIME.
            MOVE TRN-TITLELINE TO WS-LINE.
            PERFORM TRNPUT.
            PERFORM TRNPUT.
        TRNINITX.
            EXIT.

      *****************************************************************
      * TRNSTEP - SECTION 1: WINDOW STEPS NOT 'DONE', THEN RESTARTS
      *****************************************************************
        TRNSTEP.
            MOVE 'FAILED AND RESTARTED STEPS' TO TRN-H-TITLE.
            PERFORM TRNSECT.
            OPEN INPUT RUNCTL.
            IF NOT WS-FSRC-OK THEN
                MOVE 'RUNCTL  ' TO TRN-NA-DD
                PERFORM TRNNA
                GO TO TRNSTEPR.
        TRNSTEPL.
            READ RUNCTL
                AT END GO TO TRNSTEPE.
            IF RUN-STEP = WS-RC-STEP OR RUN-START-DATE = 0 THEN
                GO TO TRNSTEPL.
            COMPUTE WS-EVT-STAMP = (100000 + RUN-START-DATE)
                * 1000000 + RUN-START-TIME / 100.
            IF WS-EVT-STAMP NOT GREATER THAN WS-ROLL-STAMP THEN
                GO TO TRNSTEPL.
            IF RUN-STATUS = 'DONE' THEN GO TO TRNSTEPL.
            MOVE RUN-STEP   TO TRN-P-STEP.
            MOVE RUN-STATUS TO TRN-P-STAT.
            MOVE RUN-CODE   TO TRN-P-RC.
            COMPUTE TRN-P-DATE = 100000 + RUN-START-DATE.
            COMPUTE TRN-P-TIME = RUN-START-TIME / 100.
            MOVE TRN-STEPLINE TO WS-LINE.
            PERFORM TRNHIT.
            GO TO TRNSTEPL.
        TRNSTEPE.
            CLOSE RUNCTL.
      * RESTARTS - A WINDOW THAT NEVER RESTARTED HAS NO RSTLOG
        TRNSTEPR.
            OPEN INPUT RSTLOG.
            IF WS-FSRS NOT = '00' THEN GO TO TRNSTEPD.
        TRNSTEPQ.
            READ RSTLOG
                AT END GO TO TRNSTEPC.
            COMPUTE WS-EVT-STAMP = RST-DATE * 1000000 + RST-TIME.
            IF WS-EVT-STAMP NOT GREATER THAN WS-ROLL-STAMP THEN
                GO TO TRNSTEPQ.
            MOVE RST-STEP  TO TRN-R-STEP.
            MOVE RST-DATE  TO TRN-R-DATE.
            MOVE RST-TIME  TO TRN-R-TIME.
            MOVE RST-PSTAT TO TRN-R-STAT.
            MOVE RST-PCODE TO TRN-R-RC.
            MOVE TRN-RSTLINE TO WS-LINE.
            PERFORM TRNHIT.
            GO TO TRNSTEPQ.
        TRNSTEPC.
            CLOSE RSTLOG.
        TRNSTEPD.
            PERFORM TRNSEND.
        TRNSTEPX.
            EXIT.

      *****************************************************************
      * TRNBAL - SECTION 2: THE BROKEN RULES CTLBAL1 REPORTED.  A
      * REPORT WITHOUT ITS TRAILER STOPPED SHORT (NO CTLTOTS), SO ITS
      * SILENCE IS NOT A BALANCED WINDOW.
      *****************************************************************
        TRNBAL.
            MOVE 'CONTROL-TOTAL IMBALANCES' TO TRN-H-TITLE.
            PERFORM TRNSECT.
            MOVE 'N' TO WS-BAL-TRAILER.
            OPEN INPUT BALRPT.
            IF WS-FSBL NOT = '00' THEN
                MOVE 'BALRPT  ' TO TRN-NA-DD
                PERFORM TRNNA
                GO TO TRNBALD.
        TRNBALL.
            READ BALRPT
                AT END GO TO TRNBALE.
            IF BAL-REC (1:16) = 'BROKEN RULES...=' THEN
                MOVE 'Y' TO WS-BAL-TRAILER
                GO TO TRNBALL.
            IF BAL-VERD NOT = 'BROKEN  ' THEN GO TO TRNBALL.
            MOVE BAL-REC TO TRN-B-TEXT.
            MOVE TRN-BALLINE TO WS-LINE.
            PERFORM TRNHIT.
            GO TO TRNBALL.
        TRNBALE.
            CLOSE BALRPT.
            IF WS-BAL-TRAILER = 'N' THEN
                MOVE '  CTLBAL1 REPORT INCOMPLETE - RULES NOT CHECKED'
                    TO WS-LINE
                PERFORM TRNHIT.
        TRNBALD.
            PERFORM TRNSEND.
        TRNBALX.
            EXIT.

      *****************************************************************
      * TRNCICS - SECTIONS 3, 4 AND 7: THE HEADING ALONE, MARKED FOR
      * TRNPRT1 TO FILL (TITLE AND WS-FILL PRESET)
      *****************************************************************
        TRNCICS.
            ADD 1 TO WS-SECT-NO.
            MOVE WS-SECT-NO TO TRN-H-NO.
            MOVE TRN-SECTLINE TO WS-LINE.
            PERFORM TRNPUT.
            MOVE SPACE TO WS-FILL.
            MOVE WS-SECT-NO TO RPT-S-NO.
            MOVE TRN-H-TITLE TO RPT-S-TITLE.
            MOVE 0 TO RPT-S-HITS.
            MOVE 'CICS SECTION' TO RPT-S-NOTE.
            MOVE RPT-SECT TO RPT-REC.
            WRITE RPT-REC.
            PERFORM TRNPUT.

      *****************************************************************
      * TRNSEC - SECTION 5: SECURITY EVENTS IN THE WINDOW, ROLLED UP
      *****************************************************************
        TRNSEC.
            MOVE 'SECURITY VIOLATIONS' TO TRN-H-TITLE.
            PERFORM TRNSECT.
            OPEN INPUT SECJIN.
            IF WS-FSSJ NOT = '00' THEN
                MOVE 'SECJIN  ' TO TRN-NA-DD
                PERFORM TRNNA
                GO TO TRNSECD.
        TRNSECL.
            READ SECJIN
                AT END GO TO TRNSECE.
            COMPUTE WS-EVT-STAMP = SEC-DATE * 1000000 + SEC-TIME.
            IF WS-EVT-STAMP NOT GREATER THAN WS-ROLL-STAMP THEN
                GO TO TRNSECL.
            PERFORM TRNSSLOT THRU TRNSSLOX.
            GO TO TRNSECL.
        TRNSECE.
            CLOSE SECJIN.
            MOVE 0 TO WS-SC-IX.
        TRNSECP.
            ADD 1 TO WS-SC-IX.
            IF WS-SC-IX GREATER THAN WS-SC-TOT THEN GO TO TRNSECO.
            MOVE WS-SC-USER (WS-SC-IX)  TO TRN-S-USER.
            MOVE WS-SC-TYPE (WS-SC-IX)  TO TRN-S-TYPE.
            MOVE WS-SC-COUNT (WS-SC-IX) TO TRN-S-COUNT.
            MOVE WS-SC-DATE (WS-SC-IX)  TO TRN-S-DATE.
            MOVE WS-SC-TIME (WS-SC-IX)  TO TRN-S-TIME.
            IF WS-SC-COUNT (WS-SC-IX) NOT LESS THAN WS-REPEAT-LIM THEN
                MOVE 'REPEAT' TO TRN-S-FLAG
            ELSE
                MOVE SPACES TO TRN-S-FLAG.
            MOVE TRN-SECLINE TO WS-LINE.
            PERFORM TRNHIT.
            GO TO TRNSECP.
        TRNSECO.
            IF WS-SC-OVER GREATER THAN 0 THEN
                MOVE WS-SC-OVER TO TRN-SO-COUNT
                MOVE TRN-SECOVER TO WS-LINE
                PERFORM TRNHIT.
        TRNSECD.
            PERFORM TRNSEND.
        TRNSECX.
            EXIT.

      * THE EVENT'S USER/TYPE SLOT, CREATED ON FIRST SIGHT (WHICH
      * KEEPS THE FIRST DATE/TIME - SECJ IS WRITTEN IN TIME ORDER)
        TRNSSLOT.
            MOVE 0 TO WS-SC-IX.
        TRNSSLOL.
            ADD 1 TO WS-SC-IX.
            IF WS-SC-IX GREATER THAN WS-SC-TOT THEN
                GO TO TRNSSLON.
            IF WS-SC-USER (WS-SC-IX) = SEC-USER
                AND WS-SC-TYPE (WS-SC-IX) = SEC-TYPE THEN
                ADD 1 TO WS-SC-COUNT (WS-SC-IX)
                GO TO TRNSSLOX.
            GO TO TRNSSLOL.
        TRNSSLON.
            IF WS-SC-TOT NOT LESS THAN 50 THEN
                ADD 1 TO WS-SC-OVER
                GO TO TRNSSLOX.
            ADD 1 TO WS-SC-TOT.
            MOVE SEC-USER TO WS-SC-USER (WS-SC-TOT).
            MOVE SEC-TYPE TO WS-SC-TYPE (WS-SC-TOT).
            MOVE 1        TO WS-SC-COUNT (WS-SC-TOT).
            MOVE SEC-DATE TO WS-SC-DATE (WS-SC-TOT).
            MOVE SEC-TIME TO WS-SC-TIME (WS-SC-TOT).
        TRNSSLOX.
            EXIT.

      *****************************************************************
      * TRNDLQ - SECTION 6: SOA REQUESTS PARKED IN THE WINDOW
      *****************************************************************
        TRNDLQ.
            MOVE 'SOA DEAD-LETTER ENTRIES' TO TRN-H-TITLE.
            PERFORM TRNSECT.
            MOVE 0 TO WS-DLQ-OLDER.
            OPEN INPUT SOADLQIN.
            IF WS-FSDQ NOT = '00' THEN
                MOVE 'SOADLQIN' TO TRN-NA-DD
                PERFORM TRNNA
                GO TO TRNDLQD.
        TRNDLQL.
            READ SOADLQIN
                AT END GO TO TRNDLQE.
            COMPUTE WS-EVT-STAMP = DLQ-DATE * 1000000 + DLQ-TIME.
            IF WS-EVT-STAMP NOT GREATER THAN WS-ROLL-STAMP THEN
                ADD 1 TO WS-DLQ-OLDER
                GO TO TRNDLQL.
            MOVE DLQ-DATE TO TRN-D-DATE.
            MOVE DLQ-TIME TO TRN-D-TIME.
            MOVE DLQ-SVC  TO TRN-D-SVC.
            MOVE DLQ-CORR TO TRN-D-CORR.
            MOVE DLQ-HOST TO TRN-D-HOST.
            MOVE DLQ-RC   TO TRN-D-RC.
            MOVE TRN-DLQLINE TO WS-LINE.
            PERFORM TRNHIT.
            GO TO TRNDLQL.
        TRNDLQE.
            CLOSE SOADLQIN.
            IF WS-DLQ-OLDER GREATER THAN 0 THEN
                MOVE WS-DLQ-OLDER TO TRN-DO-COUNT
                MOVE TRN-DLQOLD TO WS-LINE
                PERFORM TRNHIT.
        TRNDLQD.
            PERFORM TRNSEND.
        TRNDLQX.
            EXIT.

      *****************************************************************
      * SECTION BOOKKEEPING AND LINE OUTPUT
      *****************************************************************
      * A SECTION HEADING (TITLE PRESET)
        TRNSECT.
            ADD 1 TO WS-SECT-NO.
            MOVE 0 TO WS-SECT-HITS.
            MOVE 'N' TO WS-SECT-NA.
            MOVE WS-SECT-NO TO TRN-H-NO.
            MOVE TRN-SECTLINE TO WS-LINE.
            PERFORM TRNPUT.

      * AN INPUT NOT SUPPLIED (DDNAME PRESET)
        TRNNA.
            MOVE 'Y' TO WS-SECT-NA.
            MOVE TRN-NALINE TO WS-LINE.
            PERFORM TRNPUT.

      * A FINDING LINE FROM WS-LINE
        TRNHIT.
            ADD 1 TO WS-SECT-HITS.
            PERFORM TRNPUT.

      * SECTION END - 'NONE' WHEN CLEAN, A BLANK LINE, THE LISTING
        TRNSEND.
            IF WS-SECT-HITS = 0 AND WS-SECT-NA = 'N' THEN
                MOVE TRN-NONELINE TO WS-LINE
                PERFORM TRNPUT.
            PERFORM TRNPUT.
            ADD WS-SECT-HITS TO WS-TOTAL-HITS.
            MOVE WS-SECT-NO TO RPT-S-NO.
            MOVE TRN-H-TITLE TO RPT-S-TITLE.
            MOVE WS-SECT-HITS TO RPT-S-HITS.
            IF WS-SECT-NA = 'Y' THEN
                MOVE 'NOT SUPPLIED' TO RPT-S-NOTE
            ELSE
                MOVE SPACES TO RPT-S-NOTE.
            MOVE RPT-SECT TO RPT-REC.
            WRITE RPT-REC.

      * ONE REPORT LINE FROM WS-LINE (SPACES FOR A BLANK LINE); THE
      * FILL CODE GOES ON A CICS SECTION'S HEADING ONLY
        TRNPUT.
            ADD 1 TO WS-LINENO.
            MOVE WS-LINENO    TO TRN-LINENO.
            MOVE WS-FROM-DATE TO TRN-FROM-DATE.
            MOVE WS-FROM-TIME TO TRN-FROM-TIME.
            MOVE WS-FILL      TO TRN-FILL.
            MOVE WS-LINE      TO TRN-TEXT.
            WRITE TRN-FILE-REC.
            MOVE SPACES TO WS-LINE.

        TRNTERM.
            MOVE TRN-ENDLINE TO WS-LINE.
            PERFORM TRNPUT.
            MOVE SPACES TO RPT-REC.
            MOVE WS-LINENO TO RPT-TRL-LINES.
            MOVE WS-TOTAL-HITS TO RPT-TRL-HITS.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE TRNFILE.
            CLOSE RPTOUT.
            IF WS-TOTAL-HITS GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
