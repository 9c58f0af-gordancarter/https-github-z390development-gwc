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
      * FAULT-INJECTION CHECK - FLTCTL SWITCHBOARD
      *
      * RPI 1440 - EVERY BED CALLS THE SHARED SERVICES AS IF THEY
      * COULD NEVER FAIL, SO NOBODY HAD SEEN WHAT A CALLER DOES WHEN
      * ONE DOES.  VSAMJRN1, STATPOST, RPTSVC1, MSGGET1, SCRNCAP1 AND
      * ZIPSVC1 LINK HERE ON ENTRY WITH THEIR OWN NAME AND THEIR
      * CALLER'S; THE FLTCTL SWITCHBOARD (SEE FLTCTL.CPY) SAYS
      * WHETHER THIS CALL FAILS:
      *
      *   FLC-ACTION ' ' - CARRY ON AS NORMAL
      *              'R' - RETURN THE SERVICE'S FAILURE CODE
      *   A 'C' LINE NEVER COMES BACK: THE NAMED CONDITION IS RAISED
      *   HERE AS THE ABEND IT WOULD CAUSE UNHANDLED, WHICH IS
      *   EXACTLY WHAT THE CALLER WOULD SEE FROM THE SERVICE.
      *
      * THE SWITCHBOARD IS ONLY LIVE WHEN ITS '*SWITCH' LINE IS ON
      * AND NAMES THIS REGION'S APPLID; WITH THE FILE CLOSED OR
      * MISSING NOTHING EVER FIRES.  EACH MATCHING CALL IS COUNTED
      * ON ITS LINE UNDER UPDATE, AND EACH FAULT INJECTED IS LOGGED
      * TO TS QUEUE FLTLOGQ (DATE, TIME, TASK, TRANSACTION, SERVICE,
      * CALLER, ACTION, CONDITION AND THE CALL NUMBER) BEFORE IT IS
      * DELIVERED, SO THE OVERNIGHT RUN CAN TIE EACH CALLER'S
      * BEHAVIOUR TO THE FAULT IT WAS GIVEN.  NOTHING HERE CALLS A
      * SHARED SERVICE - THE CHECK CAN NEVER INJECT INTO ITSELF.
      *
        PROGRAM-ID. FLTCHK1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  FLT-AREA.
        COPY FLTCTL.
        77  FLTRECL   PIC 9(4)  COMP  VALUE 80.
        77  FLTKEY    PIC X(16).
        77  FLTAPPL   PIC X(8).

      * CONDITION NAME TO THE ABEND CODE IT GIVES UNHANDLED
        01  FLTCOND-TAB.
            02  FILLER  PIC X(12) VALUE 'NOTFND  AEIM'.
            02  FILLER  PIC X(12) VALUE 'DUPREC  AEIN'.
            02  FILLER  PIC X(12) VALUE 'INVREQ  AEIP'.
            02  FILLER  PIC X(12) VALUE 'IOERR   AEIQ'.
            02  FILLER  PIC X(12) VALUE 'NOSPACE AEIR'.
            02  FILLER  PIC X(12) VALUE 'NOTOPEN AEIS'.
            02  FILLER  PIC X(12) VALUE 'ENDFILE AEIT'.
            02  FILLER  PIC X(12) VALUE 'LENGERR AEIV'.
            02  FILLER  PIC X(12) VALUE 'ITEMERR AEIZ'.
            02  FILLER  PIC X(12) VALUE 'PGMIDERRAEI0'.
            02  FILLER  PIC X(12) VALUE 'QIDERR  AEYH'.
            02  FILLER  PIC X(12) VALUE 'DISABLEDAEXL'.
        01  FILLER REDEFINES FLTCOND-TAB.
            02  FLTC-ENT  OCCURS 12 TIMES.
                03  FLTC-NAME  PIC X(8).
                03  FLTC-CODE  PIC X(4).
        77  FLTCX     PIC 9(2)  COMP.
        77  FLTABCD   PIC X(4).

      * FAULT LOG - FLTLOGQ
        77  FLTLOGQ   PIC X(8)  VALUE 'FLTLOGQ '.
        01  FLTL-REC.
            02  FLTL-DATE    PIC 9(7).
            02  FILLER       PIC X     VALUE SPACE.
            02  FLTL-TIME    PIC 9(6).
            02  FILLER       PIC X     VALUE SPACE.
            02  FLTL-TASK    PIC 9(7).
            02  FILLER       PIC X     VALUE SPACE.
            02  FLTL-TRAN    PIC X(4).
            02  FILLER       PIC X     VALUE SPACE.
            02  FLTL-SERVICE PIC X(8).
            02  FILLER       PIC X     VALUE SPACE.
            02  FLTL-CALLER  PIC X(8).
            02  FILLER       PIC X     VALUE SPACE.
            02  FLTL-ACTION  PIC X.
            02  FILLER       PIC X     VALUE SPACE.
            02  FLTL-COND    PIC X(8).
            02  FILLER       PIC X     VALUE SPACE.
            02  FLTL-ABCODE  PIC X(4).
            02  FILLER       PIC X(6)  VALUE ' CALL '.
            02  FLTL-CALLN   PIC 9(5).
        77  FLTLRECL  PIC 9(4)  COMP.
        77  FLTLITEM  PIC S9(4) COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  FLC-SERVICE  PIC X(8).
            02  FLC-CALLER   PIC X(8).
            02  FLC-ACTION   PIC X.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 17 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE SPACE TO FLC-ACTION.
            EXEC CICS HANDLE CONDITION NOTFND(FLTRET) NOTOPEN(FLTRET)
                 DISABLED(FLTRET) FILENOTFOUND(FLTRET) END-EXEC.
            MOVE '*SWITCH ' TO FLTKEY (1:8).
            MOVE SPACES TO FLTKEY (9:8).
            EXEC CICS READ FILE('FLTCTL') INTO(FLT-REC)
                 LENGTH(FLTRECL) RIDFLD(FLTKEY) END-EXEC.
            IF FLT-SW-ON NOT = 'Y' OR FLT-SW-APPLID = SPACES THEN
               GO TO FLTRET.
            EXEC CICS ASSIGN APPLID(FLTAPPL) END-EXEC.
            IF FLTAPPL NOT = FLT-SW-APPLID THEN GO TO FLTRET.

      * A LINE FOR THIS CALLER BY NAME, ELSE THE ANY-CALLER LINE
            EXEC CICS HANDLE CONDITION NOTFND(FLTANY) END-EXEC.
            MOVE FLC-SERVICE TO FLTKEY (1:8).
            MOVE FLC-CALLER  TO FLTKEY (9:8).
            EXEC CICS READ FILE('FLTCTL') INTO(FLT-REC)
                 LENGTH(FLTRECL) RIDFLD(FLTKEY) UPDATE END-EXEC.
            GO TO FLTCOUNT.
      * FLTANY   EQU   *
        FLTANY.
            EXEC CICS HANDLE CONDITION NOTFND(FLTRET) END-EXEC.
            MOVE '*       ' TO FLTKEY (9:8).
            EXEC CICS READ FILE('FLTCTL') INTO(FLT-REC)
                 LENGTH(FLTRECL) RIDFLD(FLTKEY) UPDATE END-EXEC.

      * FLTCOUNT EQU   *
      * COUNT THE CALL; DOES THIS ONE FIRE?
        FLTCOUNT.
            IF FLT-COUNT IS NOT NUMERIC THEN MOVE 0 TO FLT-COUNT.
            IF FLT-FIRED IS NOT NUMERIC THEN MOVE 0 TO FLT-FIRED.
            IF FLT-NTH IS NOT NUMERIC THEN MOVE 0 TO FLT-NTH.
            ADD 1 TO FLT-COUNT.
            IF (FLT-NTH = 0 OR FLT-NTH = FLT-COUNT)
               AND (FLT-ACTION = 'R' OR FLT-ACTION = 'C') THEN
               ADD 1 TO FLT-FIRED
               MOVE FLT-ACTION TO FLC-ACTION.
            EXEC CICS REWRITE FILE('FLTCTL') FROM(FLT-REC)
                 LENGTH(FLTRECL) END-EXEC.
            IF FLC-ACTION = SPACE THEN GO TO FLTRET.

      * INJECTED - LOG IT, THEN DELIVER IT
            MOVE SPACES TO FLTABCD.
            IF FLC-ACTION = 'C' THEN
               MOVE 'AEIP' TO FLTABCD
               PERFORM FLTCODE VARYING FLTCX FROM 1 BY 1
                  UNTIL FLTCX GREATER THAN 12.
            MOVE EIBDATE     TO FLTL-DATE.
            MOVE EIBTIME     TO FLTL-TIME.
            MOVE EIBTASKN    TO FLTL-TASK.
            MOVE EIBTRNID    TO FLTL-TRAN.
            MOVE FLC-SERVICE TO FLTL-SERVICE.
            MOVE FLC-CALLER  TO FLTL-CALLER.
            MOVE FLC-ACTION  TO FLTL-ACTION.
            MOVE FLT-COND    TO FLTL-COND.
            MOVE FLTABCD     TO FLTL-ABCODE.
            MOVE FLT-COUNT   TO FLTL-CALLN.
            MOVE LENGTH OF FLTL-REC TO FLTLRECL.
            EXEC CICS WRITEQ TS QUEUE(FLTLOGQ) FROM(FLTL-REC)
                 LENGTH(FLTLRECL) ITEM(FLTLITEM) END-EXEC.
            IF FLC-ACTION = 'C' THEN
               EXEC CICS ABEND ABCODE(FLTABCD) END-EXEC.

      * FLTRET   EQU   *
        FLTRET.
            EXEC CICS RETURN END-EXEC.

        FLTCODE.
            IF FLTC-NAME (FLTCX) = FLT-COND THEN
               MOVE FLTC-CODE (FLTCX) TO FLTABCD.
