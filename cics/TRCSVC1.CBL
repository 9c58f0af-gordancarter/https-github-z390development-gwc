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
      * SOA REQUEST TRACE STAMP SERVICE - TRCJ TD QUEUE
      *
      * RPI 1447 - KEEPS THE SOA CORR-ID AND CREDENTIAL A TASK IS
      * WORKING FOR, AND LINKS THE TASK'S JOURNAL WRITES TO THEM ON
      * THE TRCJ QUEUE (SEE TRCREC.CPY FOR THE WHOLE SCHEME):
      *
      *   TRS-FUNC 'S' - SET: THE TASK NOW WORKS FOR TRS-CORR/TRS-CRED
      *                  (KEPT ON TS QUEUE 'TR' + TASK NUMBER, ITEM
      *                  1) - A 'B' RECORD GOES TO TRCJ
      *   TRS-FUNC 'L' - LINK: ONE JOURNAL RECORD (TRS-JRNL, TRS-SEQ,
      *                  TRS-INFO) WAS JUST WRITTEN - AN 'L' RECORD
      *                  GOES TO TRCJ IF THE TASK HAS A STAMP
      *   TRS-FUNC 'E' - END: AN 'E' RECORD, AND THE STAMP IS DROPPED
      *   TRS-FUNC 'G' - GET: THE TASK'S STAMP INTO TRS-CORR/TRS-CRED,
      *                  TO PASS ON TO WORK IT STARTS
      *
      * JRNCHN1 AND RPTSVC1 LINK 'L' ON EVERY WRITE, SO A TASK WITH
      * NO STAMP COSTS ONE TS READ THAT FINDS NO QUEUE.  TRS-RC 0 =
      * DONE, 4 = THE TASK HAS NO STAMP (NOTHING WRITTEN), 16 = BAD
      * FUNCTION CODE.
      *
        PROGRAM-ID. TRCSVC1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  TRC-AREA.
        COPY TRCREC.
        77  TRCRECL   PIC 9(4)  COMP  VALUE 80.

      * THE TASK'S STAMP QUEUE AND ITS ONE ITEM
        01  TRSQ.
            02  FILLER    PIC X(2)  VALUE 'TR'.
            02  TRSQTASK  PIC 9(6).
        01  TRSQ-ITEM.
            02  TRSQ-CORR PIC 9(8).
            02  TRSQ-CRED PIC X(8).
        77  TRSQL     PIC 9(4)  COMP.
        77  TRSEVT    PIC X.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  TRS-FUNC    PIC X.
            02  TRS-RC      PIC 9(2).
            02  TRS-CORR    PIC 9(8).
            02  TRS-CRED    PIC X(8).
            02  TRS-JRNL    PIC X(8).
            02  TRS-SEQ     PIC 9(9).
            02  TRS-INFO    PIC X(20).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 56 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 0 TO TRS-RC.
            MOVE EIBTASKN TO TRSQTASK.
            MOVE 16 TO TRSQL.
            IF TRS-FUNC = 'S' THEN GO TO TRSSET.
            IF TRS-FUNC = 'L' THEN GO TO TRSLINK.
            IF TRS-FUNC = 'E' THEN GO TO TRSEND.
            IF TRS-FUNC = 'G' THEN GO TO TRSGET.
            MOVE 16 TO TRS-RC.
            GO TO TRSRET.

      * TRSSET   EQU   *
      * A STALE STAMP LEFT BY AN EARLIER TASK OF THE SAME NUMBER IS
      * REPLACED, NOT ADDED TO
        TRSSET.
            EXEC CICS HANDLE CONDITION QIDERR(TRSSET1) END-EXEC.
            EXEC CICS DELETEQ TS QUEUE(TRSQ) END-EXEC.
      * TRSSET1  EQU   *
        TRSSET1.
            MOVE TRS-CORR TO TRSQ-CORR.
            MOVE TRS-CRED TO TRSQ-CRED.
            EXEC CICS WRITEQ TS QUEUE(TRSQ) FROM(TRSQ-ITEM)
                 LENGTH(TRSQL) END-EXEC.
            MOVE 'B' TO TRSEVT.
            MOVE SPACES TO TRS-JRNL.
            MOVE 0 TO TRS-SEQ.
            MOVE SPACES TO TRS-INFO.
            PERFORM TRSPUT.
            GO TO TRSRET.

      * TRSLINK  EQU   *
        TRSLINK.
            PERFORM TRSREAD.
            MOVE 'L' TO TRSEVT.
            PERFORM TRSPUT.
            GO TO TRSRET.

      * TRSEND   EQU   *
        TRSEND.
            PERFORM TRSREAD.
            MOVE 'E' TO TRSEVT.
            MOVE SPACES TO TRS-JRNL.
            MOVE 0 TO TRS-SEQ.
            MOVE SPACES TO TRS-INFO.
            PERFORM TRSPUT.
            EXEC CICS DELETEQ TS QUEUE(TRSQ) END-EXEC.
            GO TO TRSRET.

      * TRSGET   EQU   *
        TRSGET.
            PERFORM TRSREAD.
            MOVE TRSQ-CORR TO TRS-CORR.
            MOVE TRSQ-CRED TO TRS-CRED.
            GO TO TRSRET.

      * THE TASK'S STAMP - NO QUEUE MEANS THE TASK IS NOT TRACED
        TRSREAD.
            EXEC CICS HANDLE CONDITION QIDERR(TRSNONE)
                 ITEMERR(TRSNONE) END-EXEC.
            EXEC CICS READQ TS QUEUE(TRSQ) INTO(TRSQ-ITEM)
                 LENGTH(TRSQL) ITEM(1) END-EXEC.

      * ONE TRCJ RECORD FOR THE TASK'S STAMP
        TRSPUT.
            MOVE SPACES TO TRC-REC.
            MOVE TRSQ-CORR TO TRC-CORR.
            MOVE TRSQ-CRED TO TRC-CRED.
            MOVE TRSEVT    TO TRC-EVENT.
            MOVE TRS-JRNL  TO TRC-JRNL.
            MOVE TRS-SEQ   TO TRC-SEQ.
            MOVE EIBTASKN  TO TRC-TASK.
            MOVE EIBDATE   TO TRC-DATE.
            MOVE EIBTIME   TO TRC-TIME.
            MOVE EIBTRMID  TO TRC-TERM.
            MOVE TRS-INFO  TO TRC-INFO.
            EXEC CICS WRITEQ TD QUEUE('TRCJ') FROM(TRC-REC)
                 LENGTH(TRCRECL) END-EXEC.

      * TRSNONE  EQU   *
        TRSNONE.
            MOVE 4 TO TRS-RC.

      * TRSRET   EQU   *
        TRSRET.
            EXEC CICS RETURN END-EXEC.
