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
      * OPERATOR INPUT RECORDING CONTROL AND UNATTENDED REPLAY - RPLY
      *
      * RPI 1439 - THE OTHER HALF OF INPSVC1.  STARTED WITH START
      * DATA 'VERB     TTTT SSSSSSSS' (VERB COL 1-8, TERMINAL ID
      * COL 10-13, SUBSTITUTION SET COL 15-22):
      *
      *   RECORD   START RECORDING TERMINAL TTTT - ANY EARLIER
      *            RECORDING OF IT IS DISCARDED, AND EVERY STREAM A
      *            WIRED TRANSACTION RECEIVES THERE GOES TO QUEUE
      *            INPRTTTT FROM NOW ON (SEE INPREC.CPY)
      *   STOP     STOP RECORDING TERMINAL TTTT; THE RECORDING STAYS
      *   REPLAY   FEED TTTT'S RECORDING BACK THROUGH THE SAME
      *            TRANSACTIONS WITH NO TERMINAL: EACH 'S' MARKER
      *            LINKS THE PROGRAM AFRESH, EACH RECORDED STREAM IS
      *            QUEUED FOR INPSVC1 AND THE PROGRAM LINKED WITH THE
      *            COMMAREA THE PREVIOUS STEP HANDED BACK.  SCRNCAP1
      *            MIRRORS EVERY RESPONSE TO SCRNCAPQ WITHOUT SENDING
      *            IT, READY FOR SCRNCMP1.  WITH A SET NAMED, THE
      *            INPSUB LINES OF THAT SET (SEE INPSUB.CPY) CHANGE
      *            WHAT WAS TYPED, FIELD BY FIELD, ON THE WAY IN.
      *
      * A REPLAY REQUESTED AT A TERMINAL RESTARTS ITSELF WITHOUT
      * ONE.  EVERY STEP IS LOGGED TO TS QUEUE RPLYCHKQ (TERMINAL,
      * STEP, KIND, PROGRAM, DONE/SKIP AND THE STREAM LENGTH AND
      * FIELDS SUBSTITUTED), THEN A TOTALS LINE.  A STREAM WHOSE
      * CONVERSATION HANDED BACK NO COMMAREA IS SKIPPED.
      *
        PROGRAM-ID. INPRPL1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  RPL-START.
            02  RPL-VERB  PIC X(8).
            02  FILLER    PIC X.
            02  RPL-TERM  PIC X(4).
            02  FILLER    PIC X.
            02  RPL-SET   PIC X(8).
        77  RPLSTL    PIC 9(4)  COMP.

        01  IRC-AREA.
        COPY INPREC.
        77  IRCRECL   PIC 9(4)  COMP  VALUE 560.
        01  INS-AREA.
        COPY INPSUB.
        77  INSRECL   PIC 9(4)  COMP  VALUE 120.
        77  INSKEY    PIC X(11).

      * RECORDING CONTROL, RECORDING AND FEED QUEUE NAMES
        01  RPLCTLQ.
            02  FILLER    PIC X(4)  VALUE 'INPC'.
            02  RPLCTERM  PIC X(4).
        01  RPLRECQ.
            02  FILLER    PIC X(4)  VALUE 'INPR'.
            02  RPLRTERM  PIC X(4).
        01  RPLFEEDQ.
            02  FILLER    PIC X(2)  VALUE 'IR'.
            02  RPLFTASK  PIC 9(6).
        77  RPLITEM   PIC S9(4) COMP.
        77  RPLSTEP   PIC 9(4)  COMP.

      * THE STEP BEING REPLAYED AND THE COMMAREA IT IS LINKED WITH
        77  RPLPGM    PIC X(8).
        77  RPLKIND   PIC X.
        77  RPLCA     PIC X(512).
        77  RPLCAL    PIC 9(4)  COMP.

      * THE SUBSTITUTION SET, LOADED UP FRONT
        01  RPLSUBT.
            02  RPLS-ENT  OCCURS 50 TIMES.
                03  RPLS-STEP  PIC 9(4)  COMP.
                03  RPLS-ROW   PIC 9(2)  COMP.
                03  RPLS-COL   PIC 9(2)  COMP.
                03  RPLS-OLD   PIC X(40).
                03  RPLS-NEW   PIC X(40).
                03  RPLS-NEWL  PIC 9(2)  COMP.
        77  RPLSUBN   PIC 9(2)  COMP.
        77  RPLSX     PIC 9(2)  COMP.
        77  RPLHIT    PIC 9(2)  COMP.

      * STREAM REBUILD - FIELD BY FIELD FROM RPLIN TO RPLOUT
        77  RPLIN     PIC X(512).
        77  RPLINL    PIC 9(4)  COMP.
        77  RPLOUT    PIC X(512).
        77  RPLOUTL   PIC 9(4)  COMP.
        77  RPLIX     PIC 9(4)  COMP.
        77  RPLDX     PIC 9(4)  COMP.
        77  RPLDLEN   PIC 9(4)  COMP.
        77  RPLVLEN   PIC 9(4)  COMP.
        77  RPLFVAL   PIC X(40).
        77  RPLNSUB   PIC 9(2)  COMP.
        77  RPLADDR   PIC 9(4)  COMP.
        77  RPLAROW   PIC 9(4)  COMP.
        77  RPLACOL   PIC 9(4)  COMP.
        77  RPLB1     PIC 9(4)  COMP.
        77  RPLB2     PIC 9(4)  COMP.
        77  RPLQ      PIC 9(4)  COMP.
        01  RPLBYTE.
            02  RPLBYTEN  PIC 9(4)  COMP.
        01  RPLBYTEX REDEFINES RPLBYTE.
            02  RPLBYTEHI PIC X.
            02  RPLBYTELO PIC X.

      * STEP LOG - RPLYCHKQ
        77  RPLYCHKQ  PIC X(8)  VALUE 'RPLYCHKQ'.
        01  RPLL-REC.
            02  RPLL-TERM   PIC X(4).
            02  FILLER      PIC X     VALUE SPACE.
            02  RPLL-STEP   PIC 9(4).
            02  FILLER      PIC X     VALUE SPACE.
            02  RPLL-KIND   PIC X.
            02  FILLER      PIC X     VALUE SPACE.
            02  RPLL-PGM    PIC X(8).
            02  FILLER      PIC X     VALUE SPACE.
            02  RPLL-RESULT PIC X(4).
            02  FILLER      PIC X     VALUE SPACE.
            02  RPLL-DETAIL PIC X(40).
        77  RPLLRECL  PIC 9(4)  COMP.
        77  RPLLITEM  PIC S9(4) COMP.
        01  RPLL-LEN.
            02  FILLER      PIC X(4)  VALUE 'LEN '.
            02  RPLL-SLEN   PIC 9(4).
            02  FILLER      PIC X(6)  VALUE ' SUBS '.
            02  RPLL-NSUB   PIC 9(2).
            02  FILLER      PIC X(24) VALUE SPACES.
        01  RPLL-TOT.
            02  FILLER      PIC X(6)  VALUE 'STEPS '.
            02  RPLL-TSTEP  PIC 9(4).
            02  FILLER      PIC X(6)  VALUE ' SKIP '.
            02  RPLL-TSKIP  PIC 9(4).
            02  FILLER      PIC X(6)  VALUE ' SUBS '.
            02  RPLL-TSUB   PIC 9(4).
            02  FILLER      PIC X(5)  VALUE ' SET '.
            02  RPLL-TSET   PIC X(8).
        77  RPLTSTEP  PIC 9(4)  COMP.
        77  RPLTSKIP  PIC 9(4)  COMP.
        77  RPLTSUB   PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  FILLER   PIC X.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LENGTH OF RPLL-REC TO RPLLRECL.
            MOVE SPACES TO RPL-START.
            MOVE LENGTH OF RPL-START TO RPLSTL.
            EXEC CICS HANDLE CONDITION ENDDATA(RPLNOST)
                 NOTFND(RPLNOST) INVREQ(RPLNOST) END-EXEC.
            EXEC CICS RETRIEVE INTO(RPL-START) LENGTH(RPLSTL)
                 END-EXEC.
            MOVE RPL-TERM TO RPLCTERM.
            MOVE RPL-TERM TO RPLRTERM.
            MOVE RPL-TERM TO RPLL-TERM.
            MOVE 0 TO RPLL-STEP.
            MOVE SPACE TO RPLL-KIND.
            MOVE 'INPRPL1 ' TO RPLL-PGM.
            IF RPL-TERM = SPACES THEN GO TO RPLNOST.
            IF RPL-VERB = 'RECORD  ' THEN GO TO RPLRON.
            IF RPL-VERB = 'STOP    ' THEN GO TO RPLROFF.
            IF RPL-VERB = 'REPLAY  ' THEN GO TO RPLGO.

      * RPLNOST  EQU   *
        RPLNOST.
            MOVE 'FAIL' TO RPLL-RESULT.
            MOVE 'NO VALID START DATA' TO RPLL-DETAIL.
            PERFORM RPLLOG.
            GO TO RPLRET.

      * RPLRON   EQU   *
      * RECORDING ON - A FRESH RECORDING QUEUE, THEN THE CONTROL
      * QUEUE INPSVC1 LOOKS FOR
        RPLRON.
            EXEC CICS HANDLE CONDITION QIDERR(RPLRON1) END-EXEC.
            EXEC CICS DELETEQ TS QUEUE(RPLRECQ) END-EXEC.
        RPLRON1.
            EXEC CICS HANDLE CONDITION QIDERR(RPLRON2) END-EXEC.
            EXEC CICS DELETEQ TS QUEUE(RPLCTLQ) END-EXEC.
        RPLRON2.
            EXEC CICS WRITEQ TS QUEUE(RPLCTLQ) FROM(RPL-START)
                 LENGTH(RPLSTL) ITEM(RPLITEM) END-EXEC.
            MOVE 'DONE' TO RPLL-RESULT.
            MOVE 'RECORDING STARTED' TO RPLL-DETAIL.
            PERFORM RPLLOG.
            GO TO RPLRET.

      * RPLROFF  EQU   *
        RPLROFF.
            EXEC CICS HANDLE CONDITION QIDERR(RPLROF1) END-EXEC.
            EXEC CICS DELETEQ TS QUEUE(RPLCTLQ) END-EXEC.
        RPLROF1.
            MOVE 'DONE' TO RPLL-RESULT.
            MOVE 'RECORDING STOPPED' TO RPLL-DETAIL.
            PERFORM RPLLOG.
            GO TO RPLRET.

      * RPLGO    EQU   *
      * REPLAY - NEVER AT A TERMINAL, SO EVERY PROGRAM DRIVEN SEES
      * A TASK WITHOUT ONE
        RPLGO.
            IF EIBTRMID NOT = SPACES AND EIBTRMID NOT = LOW-VALUES
               THEN
               EXEC CICS START TRANSID(EIBTRNID) FROM(RPL-START)
                    LENGTH(RPLSTL) END-EXEC
               GO TO RPLRET.
            MOVE EIBTASKN TO RPLFTASK.
            MOVE 0 TO RPLTSTEP.
            MOVE 0 TO RPLTSKIP.
            MOVE 0 TO RPLTSUB.
            MOVE 0 TO RPLSUBN.
            IF RPL-SET = SPACES THEN GO TO RPLFEED.
            EXEC CICS HANDLE CONDITION NOTFND(RPLFEED)
                 NOTOPEN(RPLFEED) ENDFILE(RPLSEOF) END-EXEC.
            MOVE RPL-SET TO INSKEY (1:8).
            MOVE '000' TO INSKEY (9:3).
            EXEC CICS STARTBR FILE('INPSUB') RIDFLD(INSKEY) GTEQ
                 END-EXEC.
        RPLSLOAD.
            EXEC CICS READNEXT FILE('INPSUB') INTO(INS-REC)
                 LENGTH(INSRECL) RIDFLD(INSKEY) END-EXEC.
            IF INS-SET NOT = RPL-SET OR RPLSUBN = 50 THEN
               GO TO RPLSEOF.
            IF INS-ROW = 0 AND INS-OLD = SPACES THEN GO TO RPLSLOAD.
            ADD 1 TO RPLSUBN.
            MOVE INS-STEP TO RPLS-STEP (RPLSUBN).
            MOVE INS-ROW  TO RPLS-ROW (RPLSUBN).
            MOVE INS-COL  TO RPLS-COL (RPLSUBN).
            MOVE INS-OLD  TO RPLS-OLD (RPLSUBN).
            MOVE INS-NEW  TO RPLS-NEW (RPLSUBN).
            MOVE 40 TO RPLS-NEWL (RPLSUBN).
        RPLSTRIM.
            IF RPLS-NEWL (RPLSUBN) = 0 THEN GO TO RPLSLOAD.
            IF RPLS-NEW (RPLSUBN) (RPLS-NEWL (RPLSUBN):1) = SPACE THEN
               SUBTRACT 1 FROM RPLS-NEWL (RPLSUBN)
               GO TO RPLSTRIM.
            GO TO RPLSLOAD.
      * RPLSEOF  EQU   *
        RPLSEOF.
            EXEC CICS ENDBR FILE('INPSUB') END-EXEC.

      * RPLFEED  EQU   *
      * A CLEAN FEED QUEUE, ITEM 1 IN PLACE FOR THE STEPS TO REWRITE
        RPLFEED.
            EXEC CICS HANDLE CONDITION QIDERR(RPLFEED1) END-EXEC.
            EXEC CICS DELETEQ TS QUEUE(RPLFEEDQ) END-EXEC.
        RPLFEED1.
            MOVE SPACES TO IRC-REC.
            MOVE 0 TO IRC-LEN.
            EXEC CICS WRITEQ TS QUEUE(RPLFEEDQ) FROM(IRC-REC)
                 LENGTH(IRCRECL) ITEM(RPLITEM) END-EXEC.
            MOVE 0 TO RPLSTEP.

      * RPLNEXT  EQU   *
      * ONE RECORDED STEP PER PASS, IN THE ORDER RECEIVED
        RPLNEXT.
            ADD 1 TO RPLSTEP.
            MOVE RPLSTEP TO RPLITEM.
            EXEC CICS HANDLE CONDITION QIDERR(RPLNOREC)
                 ITEMERR(RPLEND) END-EXEC.
            EXEC CICS READQ TS QUEUE(RPLRECQ) INTO(IRC-REC)
                 LENGTH(IRCRECL) ITEM(RPLITEM) END-EXEC.
            MOVE IRC-PGM  TO RPLPGM.
            MOVE IRC-KIND TO RPLKIND.
            MOVE 0 TO RPLNSUB.
            IF IRC-KIND = 'I' THEN PERFORM RPLSUBS THRU RPLSUBSX.
            MOVE IRC-LEN TO RPLL-SLEN.
            MOVE RPLNSUB TO RPLL-NSUB.
            ADD RPLNSUB TO RPLTSUB.
            MOVE 1 TO RPLITEM.
            EXEC CICS WRITEQ TS QUEUE(RPLFEEDQ) FROM(IRC-REC)
                 LENGTH(IRCRECL) ITEM(RPLITEM) REWRITE END-EXEC.
            MOVE RPLSTEP TO RPLL-STEP.
            MOVE RPLKIND TO RPLL-KIND.
            MOVE RPLPGM  TO RPLL-PGM.
            MOVE RPLL-LEN TO RPLL-DETAIL.
            ADD 1 TO RPLTSTEP.
            IF RPLKIND = 'S' THEN
               EXEC CICS LINK PROGRAM(RPLPGM) END-EXEC
               GO TO RPLSTEPD.
            IF RPLKIND NOT = 'I' THEN GO TO RPLSKIP.
      * THE COMMAREA THE LAST STEP HANDED BACK
            EXEC CICS HANDLE CONDITION ITEMERR(RPLSKIP) END-EXEC.
            MOVE 2 TO RPLITEM.
            EXEC CICS READQ TS QUEUE(RPLFEEDQ) INTO(IRC-REC)
                 LENGTH(IRCRECL) ITEM(RPLITEM) END-EXEC.
            IF IRC-LEN = 0 THEN GO TO RPLSKIP.
            MOVE IRC-LEN TO RPLCAL.
            MOVE SPACES TO RPLCA.
            MOVE IRC-DATA (1:RPLCAL) TO RPLCA (1:RPLCAL).
            EXEC CICS LINK PROGRAM(RPLPGM) COMMAREA(RPLCA)
                 LENGTH(RPLCAL) END-EXEC.
      * RPLSTEPD EQU   *
        RPLSTEPD.
            MOVE 'DONE' TO RPLL-RESULT.
            PERFORM RPLLOG.
            GO TO RPLNEXT.
      * RPLSKIP  EQU   *
        RPLSKIP.
            ADD 1 TO RPLTSKIP.
            MOVE 'SKIP' TO RPLL-RESULT.
            PERFORM RPLLOG.
            GO TO RPLNEXT.

      * RPLNOREC EQU   *
        RPLNOREC.
            MOVE 'FAIL' TO RPLL-RESULT.
            MOVE 'NO RECORDING FOR THE TERMINAL' TO RPLL-DETAIL.
            PERFORM RPLLOG.

      * RPLEND   EQU   *
        RPLEND.
            EXEC CICS HANDLE CONDITION QIDERR(RPLEND1) END-EXEC.
            EXEC CICS DELETEQ TS QUEUE(RPLFEEDQ) END-EXEC.
        RPLEND1.
            MOVE 0 TO RPLL-STEP.
            MOVE SPACE TO RPLL-KIND.
            MOVE 'INPRPL1 ' TO RPLL-PGM.
            MOVE 'END ' TO RPLL-RESULT.
            MOVE RPLTSTEP TO RPLL-TSTEP.
            MOVE RPLTSKIP TO RPLL-TSKIP.
            MOVE RPLTSUB  TO RPLL-TSUB.
            MOVE RPL-SET  TO RPLL-TSET.
            MOVE RPLL-TOT TO RPLL-DETAIL.
            PERFORM RPLLOG.

      * RPLRET   EQU   *
        RPLRET.
            EXEC CICS RETURN END-EXEC.

      * RPLSUBS  EQU   *
      * APPLY THE SET TO ONE STREAM: AID AND CURSOR AS RECORDED, THEN
      * EACH SBA + FIELD, ITS DATA REPLACED BY THE FIRST LINE THAT
      * MATCHES IT
        RPLSUBS.
            IF RPLSUBN = 0 OR IRC-LEN LESS THAN 4 THEN
               GO TO RPLSUBSX.
            MOVE IRC-DATA TO RPLIN.
            MOVE IRC-LEN TO RPLINL.
            MOVE SPACES TO RPLOUT.
            MOVE RPLIN (1:3) TO RPLOUT (1:3).
            MOVE 3 TO RPLOUTL.
            MOVE 4 TO RPLIX.
        RPLSCAN.
            IF RPLIX GREATER THAN RPLINL THEN GO TO RPLSDONE.
            IF RPLIN (RPLIX:1) NOT = X'11'
               OR RPLIX + 2 GREATER THAN RPLINL THEN
               IF RPLOUTL LESS THAN 512 THEN
                  ADD 1 TO RPLOUTL
                  MOVE RPLIN (RPLIX:1) TO RPLOUT (RPLOUTL:1)
                  ADD 1 TO RPLIX
                  GO TO RPLSCAN
               ELSE
                  GO TO RPLSDONE.
            MOVE LOW-VALUE TO RPLBYTEHI.
            MOVE RPLIN (RPLIX + 1:1) TO RPLBYTELO.
            DIVIDE RPLBYTEN BY 64 GIVING RPLQ REMAINDER RPLB1.
            MOVE RPLIN (RPLIX + 2:1) TO RPLBYTELO.
            DIVIDE RPLBYTEN BY 64 GIVING RPLQ REMAINDER RPLB2.
            COMPUTE RPLADDR = RPLB1 * 64 + RPLB2.
            DIVIDE RPLADDR BY 80 GIVING RPLAROW REMAINDER RPLACOL.
            ADD 1 TO RPLAROW.
            ADD 1 TO RPLACOL.
            IF RPLOUTL + 3 GREATER THAN 512 THEN GO TO RPLSDONE.
            MOVE RPLIN (RPLIX:3) TO RPLOUT (RPLOUTL + 1:3).
            ADD 3 TO RPLOUTL.
            COMPUTE RPLDX = RPLIX + 3.
            MOVE RPLDX TO RPLIX.
        RPLSDATA.
            IF RPLIX NOT GREATER THAN RPLINL
               AND RPLIN (RPLIX:1) NOT = X'11' THEN
               ADD 1 TO RPLIX
               GO TO RPLSDATA.
            COMPUTE RPLDLEN = RPLIX - RPLDX.
            MOVE SPACES TO RPLFVAL.
            MOVE RPLDLEN TO RPLVLEN.
            IF RPLVLEN GREATER THAN 40 THEN MOVE 40 TO RPLVLEN.
            IF RPLVLEN GREATER THAN 0 THEN
               MOVE RPLIN (RPLDX:RPLVLEN) TO RPLFVAL (1:RPLVLEN).
            MOVE 0 TO RPLHIT.
            PERFORM RPLMATCH THRU RPLMATCHX VARYING RPLSX FROM 1 BY 1
               UNTIL RPLSX GREATER THAN RPLSUBN OR RPLHIT NOT = 0.
      * THE FIELD'S DATA - AS TYPED, OR AS THE MATCHING LINE SAYS
            IF RPLHIT NOT = 0 THEN
               ADD 1 TO RPLNSUB
               MOVE RPLS-NEWL (RPLHIT) TO RPLDLEN.
            IF RPLOUTL + RPLDLEN GREATER THAN 512 THEN
               GO TO RPLSDONE.
            IF RPLDLEN = 0 THEN GO TO RPLSCAN.
            IF RPLHIT NOT = 0 THEN
               MOVE RPLS-NEW (RPLHIT) (1:RPLDLEN)
                 TO RPLOUT (RPLOUTL + 1:RPLDLEN)
            ELSE
               MOVE RPLIN (RPLDX:RPLDLEN)
                 TO RPLOUT (RPLOUTL + 1:RPLDLEN).
            ADD RPLDLEN TO RPLOUTL.
            GO TO RPLSCAN.
        RPLSDONE.
            MOVE RPLOUT TO IRC-DATA.
            MOVE RPLOUTL TO IRC-LEN.
        RPLSUBSX.
            EXIT.

      * DOES SUBSTITUTION LINE RPLSX APPLY TO THIS FIELD?
        RPLMATCH.
            IF RPLS-STEP (RPLSX) NOT = 0
               AND RPLS-STEP (RPLSX) NOT = RPLSTEP THEN
               GO TO RPLMATCHX.
            IF RPLS-ROW (RPLSX) NOT = 0
               AND (RPLS-ROW (RPLSX) NOT = RPLAROW
                    OR RPLS-COL (RPLSX) NOT = RPLACOL) THEN
               GO TO RPLMATCHX.
            IF RPLS-OLD (RPLSX) NOT = SPACES
               AND RPLS-OLD (RPLSX) NOT = RPLFVAL THEN
               GO TO RPLMATCHX.
            MOVE RPLSX TO RPLHIT.
        RPLMATCHX.
            EXIT.

        RPLLOG.
            EXEC CICS WRITEQ TS QUEUE(RPLYCHKQ) FROM(RPLL-REC)
                 LENGTH(RPLLRECL) ITEM(RPLLITEM) END-EXEC.
