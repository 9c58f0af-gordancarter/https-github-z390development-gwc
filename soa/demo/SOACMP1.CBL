      ************************************************************
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
       IDENTIFICATION DIVISION.
      *
      * SOA CANARY COMPARISON REPORT - SOAJRNL ROLLUP
      *
      * WHILE A SERVICE HAS A CANARY (SEE SOA-CAN-REG IN DEMOCMGR.CBL)
      * ITS REPLIES ARE JOURNALED WITH SOA-JRN-BUILD 'C'.  THIS RUN
      * SETS THE CANARY BESIDE THE MAIN BUILD FOR THE SAME PERIOD,
      * IN SOARPT1'S TERMS: CALLS, ERRORS AND ERROR RATE, AND THE
      * AVERAGE, 95TH PERCENTILE AND MAXIMUM ELAPSED TIME, ONE LINE
      * PER BUILD.  THE PERIOD IS TIMED BY THE '*CANARY ' MARKERS
      * THE MANAGER JOURNALS: A MAIN-BUILD CALL COUNTS ONLY BETWEEN
      * AN 'S' (SET, OR LOADED AT START-UP) FOR ITS SERVICE AND THE
      * 'P' OR 'W' THAT ENDED IT, SO THE MAIN FIGURES COME FROM THE
      * TRAFFIC THE CANARY RAN ALONGSIDE, NOT THE WHOLE DAY.  THE
      * LAST MARKER SEEN GIVES THE OUTCOME LINE.  REPEATS ANSWERED
      * FROM THE IDEMPOTENCY POOL, AND REQUESTS REFUSED FOR A
      * PLANNED MAINTENANCE WINDOW, NEVER REACHED EITHER BUILD AND
      * ARE LEFT OUT.  SERVICES WITH NO CANARY ARE NOT REPORTED.
      *
       PROGRAM-ID. SOACMP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOAJRNL ASSIGN TO SOAJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOAJRNL
           RECORDING MODE IS F.
       01  JRN-REC.
           05  JRN-SVC     PIC X(8).
           05  JRN-CORR    PIC 9(8).
           05  JRN-RC      PIC 9(4).
           05  JRN-HOST    PIC X(24).
           05  JRN-REQL    PIC 9(5).
           05  JRN-RSPL    PIC 9(5).
           05  JRN-ELAPMS  PIC 9(7).
           05  JRN-CRED    PIC X(8).
           05  JRN-REPEAT  PIC X.
           05  JRN-BUILD   PIC X.

       FD  RPTOUT
           RECORDING MODE IS F.
       01  RPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       77  JRN-EOF        PIC X       VALUE 'N'.
           88  NO-MORE-JRN            VALUE 'Y'.

      * PER-SERVICE, PER-BUILD ACCUMULATORS (BUILD 1 = MAIN, 2 =
      * CANARY) - 8 SERVICES, THE REGISTRY'S SIZE, AND SOARPT1'S
      * 1000 10MS BUCKETS
       01  SVC-STATS.
           05  SVC-ENTRY OCCURS 8 TIMES.
               10  SVC-NAME    PIC X(8).
               10  SVC-ACTIVE  PIC X.
               10  SVC-LAST    PIC X.
               10  SVC-PCT     PIC 9(3).
               10  SVC-BLD OCCURS 2 TIMES.
                   15  BLD-CALLS   PIC 9(8)  COMP.
                   15  BLD-ERRORS  PIC 9(8)  COMP.
                   15  BLD-ELAPSUM PIC 9(12) COMP.
                   15  BLD-ELAPMAX PIC 9(8)  COMP.
                   15  BLD-BUCKET  PIC 9(6)  COMP OCCURS 1000 TIMES.
       77  SVC-USED       PIC 9(2)    COMP VALUE 0.
       77  SVC-IX         PIC 9(2)    COMP.
       77  SVC-FOUND      PIC X.
       77  SVC-WANT       PIC X(8).
       77  BLD-IX         PIC 9       COMP.
       77  BKT-IX         PIC 9(4)    COMP.
       77  BKT-TARGET     PIC 9(8)    COMP.
       77  BKT-RUNNING    PIC 9(8)    COMP.
       77  WRK-AVG        PIC 9(8)    COMP.
       77  WRK-P95        PIC 9(8)    COMP.
       77  WRK-RATE       PIC 9(3)    COMP.
       77  DROPPED-RECS   PIC 9(7)    COMP-3 VALUE 0.
       77  RC-MAINT       PIC 9(4)    VALUE 4083.

       01  RPT-HDRLINE    PIC X(60)
           VALUE 'SOACMP1 - SOA CANARY AGAINST MAIN BUILD'.
       01  RPT-COLHDR     PIC X(76) VALUE
           'SERVICE  BUILD   CALLS    ERRORS   ERR-PCT AVG-MS   P95-MS
      -    '   MAX-MS'.
       01  RPT-DETAIL.
           05  RPT-SVC     PIC X(8).
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-BUILD   PIC X(6).
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-CALLS   PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-ERRORS  PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-RATE    PIC ZZ9.
           05  FILLER      PIC X(4)  VALUE ' PCT'.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-AVG     PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-P95     PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-MAX     PIC ZZZZZZZ9.
       01  RPT-OUTCOME.
           05  FILLER      PIC X(16) VALUE SPACES.
           05  FILLER      PIC X(13) VALUE 'CANARY SHARE '.
           05  RPT-PCT     PIC ZZ9.
           05  FILLER      PIC X(6)  VALUE ' PCT, '.
           05  RPT-OUTTX   PIC X(20).
       01  RPT-TRAILER.
           05  FILLER      PIC X(24)
               VALUE 'RECORDS NOT ATTRIBUTED ='.
           05  RPT-TRL-DROP PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN INPUT SOAJRNL.
           OPEN OUTPUT RPTOUT.
           MOVE RPT-HDRLINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE RPT-COLHDR TO RPT-REC.
           WRITE RPT-REC.
           PERFORM JRNREAD.
           PERFORM JRNPOST THRU JRNPOSTX UNTIL NO-MORE-JRN.
           PERFORM SVCRPT THRU SVCRPTX
               VARYING SVC-IX FROM 1 BY 1
               UNTIL SVC-IX GREATER THAN SVC-USED.
           MOVE SPACES TO RPT-REC.
           MOVE DROPPED-RECS TO RPT-TRL-DROP.
           MOVE RPT-TRAILER TO RPT-REC.
           WRITE RPT-REC.
           CLOSE SOAJRNL.
           CLOSE RPTOUT.
           STOP RUN.

       JRNREAD.
           READ SOAJRNL
               AT END MOVE 'Y' TO JRN-EOF.

      * ONE JOURNAL RECORD - A '*CANARY ' MARKER OPENS OR CLOSES ITS
      * SERVICE'S PERIOD, A CANARY REPLY ALWAYS COUNTS, A MAIN-BUILD
      * REPLY COUNTS ONLY INSIDE THE PERIOD.  OTHER CONTROL RECORDS,
      * REPEATS AND MAINTENANCE REFUSALS ARE PASSED OVER
       JRNPOST.
           IF JRN-SVC = '*CANARY '
               MOVE JRN-HOST (1:8) TO SVC-WANT
               PERFORM SVCFIND THRU SVCFINDX
               IF SVC-FOUND = 'Y'
                   MOVE JRN-BUILD TO SVC-LAST (SVC-IX)
                   IF JRN-BUILD = 'S'
                       MOVE 'Y' TO SVC-ACTIVE (SVC-IX)
                       MOVE JRN-RC TO SVC-PCT (SVC-IX)
                   ELSE
                       MOVE 'N' TO SVC-ACTIVE (SVC-IX)
                   END-IF
               END-IF
               GO TO JRNPOSTN.
           IF JRN-SVC (1:1) = '*' OR JRN-REPEAT = 'R'
              OR JRN-RC = RC-MAINT
               GO TO JRNPOSTN.
           MOVE JRN-SVC TO SVC-WANT.
           IF JRN-BUILD = 'C'
               PERFORM SVCFIND THRU SVCFINDX
               MOVE 2 TO BLD-IX
           ELSE
               PERFORM SVCLOOK THRU SVCLOOKX
               MOVE 1 TO BLD-IX
               IF SVC-FOUND = 'Y' AND SVC-ACTIVE (SVC-IX) NOT = 'Y'
                   GO TO JRNPOSTN.
           IF SVC-FOUND = 'Y'
               PERFORM JRNACCUM.
       JRNPOSTN.
           PERFORM JRNREAD.
       JRNPOSTX.
           EXIT.

      * FIND SVC-WANT, ADDING IT IF NEW - A NINTH SERVICE IS COUNTED
      * AS NOT ATTRIBUTED, THE WAY SOARPT1 DOES
       SVCFIND.
           PERFORM SVCLOOK THRU SVCLOOKX.
           IF SVC-FOUND = 'Y'
               GO TO SVCFINDX.
           IF SVC-USED NOT LESS THAN 8
               ADD 1 TO DROPPED-RECS
               GO TO SVCFINDX.
           ADD 1 TO SVC-USED.
           MOVE SVC-USED TO SVC-IX.
           PERFORM SVCINIT THRU SVCINITX.
           MOVE SVC-WANT TO SVC-NAME (SVC-IX).
           MOVE 'Y' TO SVC-FOUND.
       SVCFINDX.
           EXIT.

      * FIND SVC-WANT AMONG THE SERVICES SEEN - A MAIN-BUILD CALL FOR
      * A SERVICE THAT NEVER HAD A CANARY IS SIMPLY NOT FOUND
       SVCLOOK.
           MOVE 'N' TO SVC-FOUND.
           MOVE 0 TO SVC-IX.
       SVCLOOKL.
           ADD 1 TO SVC-IX.
           IF SVC-IX GREATER THAN SVC-USED
               GO TO SVCLOOKX.
           IF SVC-NAME (SVC-IX) = SVC-WANT
               MOVE 'Y' TO SVC-FOUND
               GO TO SVCLOOKX.
           GO TO SVCLOOKL.
       SVCLOOKX.
           EXIT.

      * ZERO BOTH BUILDS OF THE NEW ENTRY, BUCKETS INCLUDED
       SVCINIT.
           MOVE 'N' TO SVC-ACTIVE (SVC-IX).
           MOVE SPACE TO SVC-LAST (SVC-IX).
           MOVE 0 TO SVC-PCT (SVC-IX).
           MOVE 0 TO BLD-IX.
       SVCINITB.
           ADD 1 TO BLD-IX.
           IF BLD-IX GREATER THAN 2 THEN GO TO SVCINITX.
           MOVE 0 TO BLD-CALLS (SVC-IX, BLD-IX).
           MOVE 0 TO BLD-ERRORS (SVC-IX, BLD-IX).
           MOVE 0 TO BLD-ELAPSUM (SVC-IX, BLD-IX).
           MOVE 0 TO BLD-ELAPMAX (SVC-IX, BLD-IX).
           MOVE 0 TO BKT-IX.
       SVCINITL.
           ADD 1 TO BKT-IX.
           IF BKT-IX GREATER THAN 1000 THEN GO TO SVCINITB.
           MOVE 0 TO BLD-BUCKET (SVC-IX, BLD-IX, BKT-IX).
           GO TO SVCINITL.
       SVCINITX.
           EXIT.

       JRNACCUM.
           ADD 1 TO BLD-CALLS (SVC-IX, BLD-IX).
           IF JRN-RC NOT = 0
               ADD 1 TO BLD-ERRORS (SVC-IX, BLD-IX).
           ADD JRN-ELAPMS TO BLD-ELAPSUM (SVC-IX, BLD-IX).
           IF JRN-ELAPMS GREATER THAN BLD-ELAPMAX (SVC-IX, BLD-IX)
               MOVE JRN-ELAPMS TO BLD-ELAPMAX (SVC-IX, BLD-IX).
           COMPUTE BKT-IX = JRN-ELAPMS / 10 + 1.
           IF BKT-IX GREATER THAN 1000
               MOVE 1000 TO BKT-IX.
           ADD 1 TO BLD-BUCKET (SVC-IX, BLD-IX, BKT-IX).

      * ONE SERVICE - THE MAIN LINE, THE CANARY LINE, THE OUTCOME
       SVCRPT.
           MOVE 1 TO BLD-IX.
           MOVE 'MAIN' TO RPT-BUILD.
           PERFORM BLDRPT THRU BLDP95.
           MOVE 2 TO BLD-IX.
           MOVE 'CANARY' TO RPT-BUILD.
           PERFORM BLDRPT THRU BLDP95.
           MOVE SVC-PCT (SVC-IX) TO RPT-PCT.
           IF SVC-LAST (SVC-IX) = 'P'
               MOVE 'PROMOTED' TO RPT-OUTTX
           ELSE
           IF SVC-LAST (SVC-IX) = 'W'
               MOVE 'WITHDRAWN' TO RPT-OUTTX
           ELSE
               MOVE 'STILL RUNNING' TO RPT-OUTTX.
           MOVE SPACES TO RPT-REC.
           MOVE RPT-OUTCOME TO RPT-REC.
           WRITE RPT-REC.
       SVCRPTX.
           EXIT.

      * ONE BUILD'S LINE - P95 FROM THE BUCKET WALK, AS SOARPT1
       BLDRPT.
           MOVE SPACES TO RPT-REC.
           MOVE SVC-NAME (SVC-IX)             TO RPT-SVC.
           MOVE BLD-CALLS (SVC-IX, BLD-IX)    TO RPT-CALLS.
           MOVE BLD-ERRORS (SVC-IX, BLD-IX)   TO RPT-ERRORS.
           MOVE BLD-ELAPMAX (SVC-IX, BLD-IX)  TO RPT-MAX.
           MOVE 0 TO RPT-RATE RPT-AVG RPT-P95.
           IF BLD-CALLS (SVC-IX, BLD-IX) = 0
               MOVE RPT-DETAIL TO RPT-REC
               WRITE RPT-REC
               GO TO BLDP95X.
           COMPUTE WRK-RATE = BLD-ERRORS (SVC-IX, BLD-IX) * 100
               / BLD-CALLS (SVC-IX, BLD-IX).
           MOVE WRK-RATE TO RPT-RATE.
           COMPUTE WRK-AVG = BLD-ELAPSUM (SVC-IX, BLD-IX)
               / BLD-CALLS (SVC-IX, BLD-IX).
           MOVE WRK-AVG TO RPT-AVG.
           COMPUTE BKT-TARGET =
               (BLD-CALLS (SVC-IX, BLD-IX) * 95 + 99) / 100.
           MOVE 0 TO BKT-RUNNING.
           MOVE 0 TO BKT-IX.
       BLDP95L.
           ADD 1 TO BKT-IX.
           ADD BLD-BUCKET (SVC-IX, BLD-IX, BKT-IX) TO BKT-RUNNING.
           IF BKT-RUNNING LESS THAN BKT-TARGET
              AND BKT-IX LESS THAN 1000
               GO TO BLDP95L.
           COMPUTE WRK-P95 = BKT-IX * 10 - 5.
           MOVE WRK-P95 TO RPT-P95.
           MOVE RPT-DETAIL TO RPT-REC.
           WRITE RPT-REC.
       BLDP95X.
           EXIT.
       BLDP95.
           EXIT.
