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
      * OPERATOR INPUT RECEIVE, RECORD AND REPLAY-FEED SERVICE
      *
      * RPI 1439 - SCRNCAP1 KEEPS WHAT A TRANSACTION SENDS, BUT THE
      * OPERATOR'S SIDE OF THE CONVERSATION (AID, CURSOR, FIELDS
      * TYPED) WAS NEVER KEPT, SO A SCENARIO COULD ONLY BE RETESTED
      * AT A 3270.  A WIRED TRANSACTION (TESTCMN1, TESTORD1) LINKS
      * HERE INSTEAD OF ISSUING ITS OWN RECEIVE, AND TESTS THE AID
      * HANDED BACK INSTEAD OF EIBAID:
      *
      *   IPS-FUNC 'S' - FIRST ENTRY OF A CONVERSATION (NO COMMAREA)
      *   IPS-FUNC 'R' - RECEIVE: THE INBOUND DATASTREAM IN IPS-DATA
      *                  (IPS-LEN BYTES) AND ITS AID IN IPS-AID
      *   IPS-FUNC 'C' - END OF A REPLAYED STEP: IPS-DATA HOLDS THE
      *                  COMMAREA (IPS-LEN BYTES) THE TRANSACTION
      *                  WOULD HAVE RETURNED WITH
      *
      * AT A TERMINAL BEING RECORDED (CONTROL QUEUE 'INPC' + TERMINAL
      * ID PRESENT - SET BY INPRPL1 'RECORD') THE 'S' MARKER AND EVERY
      * STREAM RECEIVED ARE ALSO WRITTEN TO QUEUE 'INPR' + TERMINAL
      * ID (SEE INPREC.CPY).  A TASK WITH NO TERMINAL IS BEING DRIVEN
      * BY THE INPRPL1 REPLAY: IPS-REPLAY COMES BACK 'Y', 'R' HANDS
      * BACK THE STREAM THE DRIVER HAS PUT ON ITS FEED QUEUE ('IR' +
      * TASK NUMBER, ITEM 1), AND 'C' KEEPS THE COMMAREA AS ITEM 2 -
      * THE TRANSACTION THEN RETURNS WITHOUT A TRANSID.
      *
      * IPS-RC: 0 = DONE, 8 = REPLAYING BUT NO FEED (NO DATA, AID
      * LOW-VALUE), 16 = BAD FUNCTION CODE.
      *
        PROGRAM-ID. INPSVC1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  IRC-AREA.
        COPY INPREC.
        77  IRCRECL   PIC 9(4)  COMP  VALUE 560.

      * RECORDING CONTROL, RECORDING AND REPLAY FEED QUEUE NAMES
        01  IPSCTLQ.
            02  FILLER    PIC X(4)  VALUE 'INPC'.
            02  IPSCTERM  PIC X(4).
        01  IPSRECQ.
            02  FILLER    PIC X(4)  VALUE 'INPR'.
            02  IPSRTERM  PIC X(4).
        01  IPSFEEDQ.
            02  FILLER    PIC X(2)  VALUE 'IR'.
            02  IPSFTASK  PIC 9(6).
        77  IPSCTL    PIC X(22).
        77  IPSCTLL   PIC 9(4)  COMP.
        77  IPSDLEN   PIC 9(4)  COMP.
        77  IPSITEM   PIC S9(4) COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  IPS-FUNC    PIC X.
            02  IPS-RC      PIC 9(2).
            02  IPS-PGM     PIC X(8).
            02  IPS-REPLAY  PIC X.
            02  IPS-AID     PIC X.
            02  IPS-LEN     PIC 9(4)  COMP.
            02  IPS-DATA    PIC X(1536).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 1551 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 0 TO IPS-RC.
            MOVE 'N' TO IPS-REPLAY.
            IF EIBTRMID = SPACES OR EIBTRMID = LOW-VALUES THEN
               MOVE 'Y' TO IPS-REPLAY.
            MOVE EIBTRMID TO IPSCTERM.
            MOVE EIBTRMID TO IPSRTERM.
            MOVE EIBTASKN TO IPSFTASK.
            MOVE SPACES TO IRC-REC.
            MOVE EIBTRNID TO IRC-TRAN.
            MOVE IPS-PGM  TO IRC-PGM.
            MOVE EIBTASKN TO IRC-TASKN.
            MOVE EIBDATE  TO IRC-DATE.
            MOVE EIBTIME  TO IRC-TIME.
            MOVE EIBCALEN TO IRC-CALEN.
            MOVE 0 TO IRC-LEN.
            IF IPS-FUNC = 'S' THEN GO TO IPSTART.
            IF IPS-FUNC = 'R' THEN GO TO IPRECV.
            IF IPS-FUNC = 'C' THEN GO TO IPKEEP.
            MOVE 16 TO IPS-RC.
            GO TO IPSRET.

      * IPSTART  EQU   *
      * A NEW CONVERSATION - MARKED ON THE RECORDING SO THE REPLAY
      * STARTS THE TRANSACTION AFRESH AT THIS POINT
        IPSTART.
            IF IPS-REPLAY = 'Y' THEN GO TO IPSRET.
            MOVE 'S' TO IRC-KIND.
            MOVE LOW-VALUE TO IRC-AID.
            GO TO IPSLOG.

      * IPRECV   EQU   *
        IPRECV.
            IF IPS-REPLAY = 'Y' THEN GO TO IPFEED.
            MOVE LENGTH OF IPS-DATA TO IPS-LEN.
            MOVE SPACES TO IPS-DATA.
            EXEC CICS HANDLE CONDITION LENGERR(IPRCVD) END-EXEC.
            EXEC CICS RECEIVE INTO(IPS-DATA) LENGTH(IPS-LEN)
                 END-EXEC.
      * IPRCVD   EQU   *
        IPRCVD.
            MOVE EIBAID TO IPS-AID.
            MOVE 'I' TO IRC-KIND.
            MOVE EIBAID TO IRC-AID.
            MOVE IPS-LEN TO IPSDLEN.
            IF IPSDLEN GREATER THAN 512 THEN MOVE 512 TO IPSDLEN.
            MOVE IPSDLEN TO IRC-LEN.
            IF IPSDLEN GREATER THAN 0 THEN
               MOVE IPS-DATA (1:IPSDLEN) TO IRC-DATA (1:IPSDLEN).

      * IPSLOG   EQU   *
      * ONTO THE TERMINAL'S RECORDING, IF IT IS BEING RECORDED
        IPSLOG.
            EXEC CICS HANDLE CONDITION QIDERR(IPSRET)
                 ITEMERR(IPSRET) END-EXEC.
            MOVE LENGTH OF IPSCTL TO IPSCTLL.
            EXEC CICS READQ TS QUEUE(IPSCTLQ) INTO(IPSCTL)
                 LENGTH(IPSCTLL) ITEM(1) END-EXEC.
            EXEC CICS WRITEQ TS QUEUE(IPSRECQ) FROM(IRC-REC)
                 LENGTH(IRCRECL) ITEM(IPSITEM) END-EXEC.
            GO TO IPSRET.

      * IPFEED   EQU   *
      * REPLAYING - THE STREAM THE DRIVER QUEUED FOR THIS STEP
        IPFEED.
            EXEC CICS HANDLE CONDITION QIDERR(IPNOFEED)
                 ITEMERR(IPNOFEED) END-EXEC.
            EXEC CICS READQ TS QUEUE(IPSFEEDQ) INTO(IRC-REC)
                 LENGTH(IRCRECL) ITEM(1) END-EXEC.
            MOVE IRC-AID TO IPS-AID.
            MOVE IRC-LEN TO IPS-LEN.
            MOVE SPACES TO IPS-DATA.
            IF IPS-LEN GREATER THAN 0 THEN
               MOVE IRC-DATA (1:IPS-LEN) TO IPS-DATA (1:IPS-LEN).
            GO TO IPSRET.
      * IPNOFEED EQU   *
        IPNOFEED.
            MOVE 8 TO IPS-RC.
            MOVE LOW-VALUE TO IPS-AID.
            MOVE 0 TO IPS-LEN.
            MOVE SPACES TO IPS-DATA.
            GO TO IPSRET.

      * IPKEEP   EQU   *
      * REPLAYING - THE COMMAREA FOR THE NEXT STEP, FEED ITEM 2
        IPKEEP.
            IF IPS-REPLAY NOT = 'Y' THEN GO TO IPSRET.
            MOVE 'C' TO IRC-KIND.
            MOVE IPS-LEN TO IPSDLEN.
            IF IPSDLEN GREATER THAN 512 THEN MOVE 512 TO IPSDLEN.
            MOVE IPSDLEN TO IRC-LEN.
            IF IPSDLEN GREATER THAN 0 THEN
               MOVE IPS-DATA (1:IPSDLEN) TO IRC-DATA (1:IPSDLEN).
            EXEC CICS HANDLE CONDITION QIDERR(IPNOFEED)
                 ITEMERR(IPKEEPW) END-EXEC.
            MOVE 2 TO IPSITEM.
            EXEC CICS WRITEQ TS QUEUE(IPSFEEDQ) FROM(IRC-REC)
                 LENGTH(IRCRECL) ITEM(IPSITEM) REWRITE END-EXEC.
            GO TO IPSRET.
      * IPKEEPW  EQU   *
        IPKEEPW.
            EXEC CICS WRITEQ TS QUEUE(IPSFEEDQ) FROM(IRC-REC)
                 LENGTH(IRCRECL) ITEM(IPSITEM) END-EXEC.

      * IPSRET   EQU   *
        IPSRET.
            EXEC CICS RETURN END-EXEC.
