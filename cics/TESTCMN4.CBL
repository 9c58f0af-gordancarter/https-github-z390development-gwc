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
      * CUSTOMER MASTER CHANGE APPROVAL - CUSTPND KSDS
      *
      * RPI 1414 - THE CHECKER SIDE OF TESTCMN3'S MAKER-CHECKER.  A
      * NAME OR ADDRESS CHANGE KEYED BY AN OPERATOR BELOW THE CMNCTL
      * AUTHORITY LEVEL IS HELD ON CUSTPND (SEE CUSTPND.CPY).  THIS
      * TRANSACTION, BEHIND AN OPERATOR SIGN-ON AGAINST USRPROF
      * REQUIRING THAT LEVEL OR HIGHER (A REFUSED SIGN-ON IS A
      * 'CM4FAIL' SECURITY EVENT), STEPS THROUGH THE PENDING CHANGES
      * ONE AT A TIME, SHOWING WHO KEYED IT AND THE RECORD BEFORE AND
      * AFTER:
      *
      *    ENTER  NEXT PENDING CHANGE (OLDEST CUSTOMER NUMBER FIRST)
      *    PF5    APPROVE - APPLY THE CHANGE TO MYFILE09 (AND RE-KEY
      *           CUSTXREF FOR A RENAME) AND JOURNAL IT TO CUSTJRNQ
      *           AND VSAMJRN1 EXACTLY AS TESTCMN3 DOES
      *    PF4    REJECT - THE MASTER IS LEFT AS IT IS
      *    PF3    END THE TRANSACTION, CLEAR REFRESHES THE SCREEN
      *
      * NOBODY APPROVES THEIR OWN CHANGE: THE OPERATOR WHO KEYED IT IS
      * REFUSED (A 'CHKSELF' SECURITY EVENT), AS IS ANY CHECKER WHOSE
      * AUTHORITY IS NOT ABOVE THE MAKER'S.  A CHANGE WHOSE CUSTOMER
      * HAS BEEN CHANGED OR DELETED SINCE IT WAS KEYED, OR A RENAME
      * TO A NAME NOW TAKEN, IS NOT APPLIED - THE CHECKER REJECTS IT
      * AND THE MAKER KEYS IT AGAIN.  EVERY DECISION STAMPS THE
      * CHECKER AND THE DATE/TIME ON THE CUSTPND RECORD, WHICH THE
      * DAILY CUSTPND1 REPORT READS.  SAME RAW-DATASTREAM SCREEN
      * HANDLING AS TESTCMN3.
      *
      * RPI 1416 - AN APPROVED ADDRESS CHANGE IS HANDED TO ADRSVC1 AS
      * TESTCMN3 HANDS ITS OWN, SO IT CLEARS A RETURNED-MAIL FLAG.
      *
      * RPI 1425 - AN APPROVED CHANGE STAMPS CMST-LASTACT WITH THE
      * BUSINESS DATE FROM THE BDTSVC1 SERVICE, NOT EIBDATE.
      *
      * RPI 1437 - CUSTJRNQ RECORDS GO OUT THROUGH THE JRNCHN1 HASH
      * CHAIN SERVICE INSTEAD OF A DIRECT WRITEQ; JRNL-REC CARRIES
      * THE 27 CHAIN BYTES IT APPENDS.
      *
      * RPI 1438 - THE SCREENS ARE NO LONGER LAID OUT HERE: BOTH ARE
      * PAINTED BY THE SCRPNT1 SERVICE FROM THEIR SCRDEF LINES (SEE
      * SCRDEF.CPY), AND THE SIGN-ON FIELDS COME BACK FROM IT BY
      * NAME.  THE LINES AS SHIPPED:
      *
      *   SCREEN   SEQ RW CL LN A T NAME     TEXT
      *   CMN4SIGN 010 02 30 00   L          CUSTOMER CHANGE APPROVAL
      *   CMN4SIGN 020 04 10 00   L          USERID..:
      *   CMN4SIGN 030 04 19 08 U I USERID
      *   CMN4SIGN 040 05 10 00   L          PASSWORD:
      *   CMN4SIGN 050 05 19 08 D I PASSWD
      *   CMN4SIGN 060 07 10 00   L          ENTER=SIGN ON  CLEAR=
      *                                      GIVE UP
      *   CMN4SIGN 070 19 01 40   F MSG
      *   CMN4MAIN 010 02 30 00   L          CUSTOMER CHANGE APPROVAL
      *   CMN4MAIN 020 06 10 00   L          ENTER=NEXT PF5=APPROVE PF4=
      *                                      REJECT
      *   CMN4MAIN 030 07 10 00   L          PF3=END CLEAR=REFRESH
      *   CMN4MAIN 100 09 10 00   L          CUSTOMER:
      *   CMN4MAIN 110 09 20 08   F NUM
      *   CMN4MAIN 120 09 30 00   L          CHANGE:
      *   CMN4MAIN 130 09 38 03   F FUNC
      *   CMN4MAIN 140 09 43 00   L          STATUS:
      *   CMN4MAIN 150 09 51 01   F STAT
      *   CMN4MAIN 200 10 10 00   L          KEYED BY:
      *   CMN4MAIN 210 10 20 08   F MAKER
      *   CMN4MAIN 220 10 30 00   L          TERM:
      *   CMN4MAIN 230 10 36 04   F TERM
      *   CMN4MAIN 240 10 42 00   L          ON:
      *   CMN4MAIN 250 10 46 07   F DATE
      *   CMN4MAIN 260 10 54 07   F TIME
      *   CMN4MAIN 300 12 10 00   L          BEFORE NAME:
      *   CMN4MAIN 310 12 23 40   F BNAME
      *   CMN4MAIN 320 13 17 00   L          ADDR:
      *   CMN4MAIN 330 13 23 40   F BADDR
      *   CMN4MAIN 340 13 64 05   F BZIP
      *   CMN4MAIN 400 14 10 00   L          AFTER  NAME:
      *   CMN4MAIN 410 14 23 40   F ANAME
      *   CMN4MAIN 420 15 17 00   L          ADDR:
      *   CMN4MAIN 430 15 23 40   F AADDR
      *   CMN4MAIN 440 15 64 05   F AZIP
      *   CMN4MAIN 500 19 01 40   F MSG
      *
        PROGRAM-ID. TESTCMN4.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.

      * PSEUDO-CONVERSATIONAL COMMAREA - SIGNED-ON CHECKER (SPACES =
      * NOT YET) AND ITS AUTHORITY, AND THE KEY OF THE PENDING CHANGE
      * ON DISPLAY (LOW-VALUES = NONE)
        01  CM4COMM-REC.
            COPY CAHDR.
            02  CM4COMM.
                03  CM4OPER   PIC X(8).
                03  CM4AUTH   PIC X.
                03  CM4KEY    PIC X(22).
        77  CM4COMMLEN  PIC 9(4)  COMP VALUE 34.

      * PENDING CHANGE (SEE CUSTPND.CPY) AND THE HOLD LEVEL
        01  PND-AREA.
        COPY CUSTPND.
        77  PNDRECL   PIC 9(4)  COMP  VALUE 250.
        77  PNDKEY    PIC X(22).
        01  CMC-AREA.
        COPY CMNCTL.
        77  CMCRECL   PIC 9(4)  COMP  VALUE 40.
        77  CMCKEY    PIC X(8)  VALUE 'DEFAULT '.

      * NUMBER-KEYED MASTER AND CROSS-REFERENCE (SEE CUSTMST.CPY)
        01  CMST-AREA.
        COPY CUSTMST.
        77  CMSTRECL  PIC 9(4)  COMP  VALUE 100.
      * RPI 1425 - BUSINESS-DATE SERVICE COMMAREA (SEE BDTSVC1.CBL)
        01  BDS-COMM.
            02  BDS-DATE   PIC 9(7).
            02  BDS-SYS    PIC 9(7).
            02  BDS-PREV   PIC 9(7).
            02  BDS-RC     PIC 9(2).
        77  BDSCOMML  PIC 9(4)  COMP  VALUE 23.
        77  XRFRECL   PIC 9(4)  COMP  VALUE 48.
        77  CM4NUM    PIC 9(8).
        77  CM4XKEY   PIC X(40).

      * THE 92-BYTE NAME-SHAPED IMAGE CUSTPND AND CUSTJRNQ CARRY
        01  CM4IMG.
            02  CM4IMG-NAME   PIC X(40).
            02  CM4IMG-ADDR   PIC X(40).
            02  CM4IMG-ZIP    PIC X(5).
            02  CM4IMG-LACT   PIC 9(7).

      * SAME BEFORE/AFTER AUDIT RECORD TESTCMN3 WRITES
        77  CUSTJRNQ  PIC X(8)  VALUE 'CUSTJRNQ'.
        01  JRNL-REC.
            02  JRNL-NAME   PIC X(40).
            02  JRNL-FUNC   PIC X(3).
            02  JRNL-TERM   PIC X(4).
            02  JRNL-DATE   PIC 9(7).
            02  JRNL-TIME   PIC 9(7).
            02  JRNL-BEFORE PIC X(92).
            02  JRNL-AFTER  PIC X(92).
      * RPI 1437 - CHAIN FIELDS STAMPED BY JRNCHN1 (SEE JRNCHN.CPY)
            02  JRNL-SEQ    PIC 9(9).
            02  JRNL-PREVH  PIC 9(18).
        77  JRNLRECL  PIC 9(4)  COMP.
      * RPI 1437 - JOURNAL RECORDS GO OUT THROUGH THE JRNCHN1 CHAIN
        01  JCH-COMM.
            02  JCH-JRNL    PIC X(8)   VALUE 'CUSTJRNQ'.
            02  JCH-QTYPE   PIC X      VALUE 'T'.
            02  JCH-RC      PIC 9(2).
            02  JCH-LEN     PIC 9(4)   COMP VALUE 245.
            02  JCH-DATA    PIC X(300).
        77  JCHCOMML  PIC 9(4)  COMP  VALUE 313.

      * AFTER-IMAGE JOURNAL AREA PASSED TO VSAMJRN1
        01  VJRN-AREA.
        COPY VSAMJRN.
        77  VJRNL     PIC 9(4)  COMP  VALUE 176.

      * PROFILE RECORD - TESTGUIC'S LAYOUT
        01  PROF-REC.
            02  PROF-USERID PIC X(8).
            02  PROF-PASSWD PIC X(8).
            02  PROF-AUTH   PIC X(1).
            02  PROF-OPTS.
                03  PROF-OPT  PIC X  OCCURS 24 TIMES.
            02  PROF-PWDATE  PIC 9(7).
            02  PROF-PRVPWD  PIC X(8).
            02  PROF-DISABLE PIC X(1).
            02  PROF-LANG    PIC X(2).
      * RPI 1435 - LAST SUCCESSFUL SIGN-ON AND REVIEWING MANAGER
            02  PROF-LASTSGN PIC 9(7).
            02  PROF-MGR     PIC X(8).
        77  PROFRECL  PIC 9(4)  COMP  VALUE 74.
        77  PROFKEY   PIC X(8).

      * OPERATOR SIGN-ON INPUT - RPI 1438: MAPPED BY NAME FROM THE
      * CMN4SIGN SCREEN
        01  AUT-IN.
            02  AUT-USERID  PIC X(8).
            02  AUT-PASSWD  PIC X(8).

      * MAIN-SCREEN INPUT - ONLY THE AID IS USED
        01  CM4-IN          PIC X(6).
        77  CM4-INL   PIC 9(4)  COMP.

      * MESSAGE LINE TEXT - THE MSG FIELD OF EITHER SCREEN
        77  CM4MSGTX  PIC X(40).

        77  MSGBADSGN PIC X(40)
                      VALUE 'OPERATOR SIGN-ON REJECTED               '.
        77  MSGNOTAUT PIC X(40)
                      VALUE 'NOT AUTHORIZED TO APPROVE CHANGES       '.
        77  MSGNONE   PIC X(40)
                      VALUE 'NO MORE PENDING CHANGES - ENTER RESTARTS'.
        77  MSGNOCUR  PIC X(40)
                      VALUE 'PRESS ENTER FOR A PENDING CHANGE FIRST  '.
        77  MSGNOPND  PIC X(40)
                      VALUE 'CUSTPND NOT AVAILABLE                   '.
        77  MSGGONE   PIC X(40)
                      VALUE 'CHANGE NO LONGER ON FILE                '.
        77  MSGDONE   PIC X(40)
                      VALUE 'CHANGE ALREADY APPROVED OR REJECTED     '.
        77  MSGSELF   PIC X(40)
                      VALUE 'YOU CANNOT APPROVE YOUR OWN CHANGE      '.
        77  MSGLOWAUT PIC X(40)
                      VALUE 'CHECKER MUST OUTRANK THE MAKER          '.
        77  MSGNOCUST PIC X(40)
                      VALUE 'CUSTOMER NO LONGER ON FILE - REJECT IT  '.
        77  MSGSTALE  PIC X(40)
                      VALUE 'CUSTOMER CHANGED SINCE - REJECT IT      '.
        77  MSGRENDUP PIC X(40)
                      VALUE 'NEW NAME NOW ON FILE - REJECT IT        '.
        77  MSGAPPOK  PIC X(40)
                      VALUE 'CHANGE APPROVED AND APPLIED             '.
        77  MSGREJOK  PIC X(40)
                      VALUE 'CHANGE REJECTED                         '.
        77  MSGEND    PIC X(40)
                      VALUE 'APPROVAL ENDED - PRESS CLEAR            '.

      * RPI 1438 - SCREEN PAINT AND MAP SERVICE (SEE SCRPNT1.CBL)
        01  SCP-COMM.
            02  SCP-FUNC    PIC X.
            02  SCP-RC      PIC 9(2).
            02  SCP-SCREEN  PIC X(8).
            02  SCP-LANG    PIC X(2)  VALUE SPACES.
            02  SCP-FLDN    PIC 9(2)  COMP VALUE 0.
            02  SCP-FLD     OCCURS 20 TIMES.
                03  SCP-FNAME  PIC X(8).
                03  SCP-FVAL   PIC X(60).
            02  SCP-BUFL    PIC 9(4)  COMP.
            02  SCP-BUFFER  PIC X(1536).
        77  SCPCOMML  PIC 9(4)  COMP  VALUE 2913.
        77  CM4FNAM   PIC X(8).
        77  CM4FVAL   PIC X(60).
        77  CM4FX     PIC 9(2)  COMP.

      * SECURITY EVENT COMMAREA (SEE SECEVT1.CBL)
        01  SEC-COMM.
            02  SEC-USER   PIC X(8).
            02  SEC-TYPE   PIC X(8).

      * RPI 1416 - RETURNED-MAIL STATUS SERVICE (SEE ADRSVC1.CBL)
        01  ADR-COMM.
            02  ADR-FUNC    PIC X.
            02  ADR-RC      PIC 9(2).
            02  ADR-NUM     PIC 9(8).
            02  ADR-NAME    PIC X(40).
            02  ADR-ADDR    PIC X(40).
            02  ADR-ZIP     PIC X(5).
            02  ADR-REASON  PIC X(2).
            02  ADR-RTNDATE PIC 9(7).
        77  ADRCOMML  PIC 9(4)  COMP  VALUE 105.

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTCMN4'.
            02  SCAP-ERASE  PIC X     VALUE 'N'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(31).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LOW-VALUES TO CM4COMM.
            IF EIBCALEN NOT = 0 THEN GO TO CM4RENT.

      * FIRST ENTRY - OPERATOR SIGN-ON SCREEN
        CM4SIGN.
            MOVE 'P' TO SCP-FUNC.
            MOVE 'CMN4SIGN' TO SCP-SCREEN.
            PERFORM CM4PAINT.
            MOVE SPACES TO CM4OPER.
            MOVE SPACE TO CM4AUTH.
            MOVE LOW-VALUES TO CM4KEY.
            GO TO CM4RET.

        CM4RENT.
            IF EIBCALEN NOT = CM4COMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = CM4COMMLEN THEN
               GO TO CM4ABEND.
            MOVE CA-DATA TO CM4COMM.
            IF EIBAID = DFHCLEAR AND CM4OPER NOT = SPACES THEN
               GO TO CM4SHOWS.
            IF EIBAID = DFHCLEAR THEN GO TO CM4SIGN.
            IF CM4OPER = SPACES THEN GO TO CM4CHKSG.
            MOVE LENGTH OF CM4-IN TO CM4-INL.
            EXEC CICS RECEIVE INTO(CM4-IN) LENGTH(CM4-INL) END-EXEC.
            IF EIBAID = DFHPF3   THEN GO TO CM4DONE.
            IF EIBAID = DFHENTER THEN GO TO CM4NEXT.
            IF EIBAID = DFHPF5   THEN GO TO CM4APPR.
            IF EIBAID = DFHPF4   THEN GO TO CM4REJ.
            GO TO CM4RET.

      * CM4CHKSG EQU   *
      * CHECKER SIGN-ON: VALID, ENABLED PROFILE, THE RIGHT PASSWORD
      * AND AT LEAST THE CMNCTL AUTHORITY LEVEL ('7' WITHOUT A
      * CONTROL RECORD)
        CM4CHKSG.
            MOVE LENGTH OF SCP-BUFFER TO SCP-BUFL.
            MOVE SPACES TO SCP-BUFFER.
            EXEC CICS RECEIVE INTO(SCP-BUFFER) LENGTH(SCP-BUFL)
                 END-EXEC.
            IF EIBAID NOT = DFHENTER THEN GO TO CM4SIGN.
            MOVE 'M' TO SCP-FUNC.
            MOVE 'CMN4SIGN' TO SCP-SCREEN.
            EXEC CICS LINK PROGRAM('SCRPNT1') COMMAREA(SCP-COMM)
                 LENGTH(SCPCOMML) END-EXEC.
            MOVE 'USERID' TO CM4FNAM.
            PERFORM CM4GETF.
            MOVE CM4FVAL TO AUT-USERID.
            MOVE 'PASSWD' TO CM4FNAM.
            PERFORM CM4GETF.
            MOVE CM4FVAL TO AUT-PASSWD.
            MOVE 0 TO SCP-FLDN.
            EXEC CICS HANDLE CONDITION NOTFND(CM4BADSG)
                 NOTOPEN(CM4BADSG) END-EXEC.
            MOVE AUT-USERID TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF AUT-PASSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y' THEN GO TO CM4BADSG.
            MOVE '7' TO CMC-DIRAUTH.
            EXEC CICS HANDLE CONDITION NOTFND(CM4CHKS2)
                 NOTOPEN(CM4CHKS2) END-EXEC.
            EXEC CICS READ FILE('CMNCTL') INTO(CMC-REC)
                 LENGTH(CMCRECL) RIDFLD(CMCKEY) END-EXEC.
        CM4CHKS2.
            IF PROF-AUTH LESS THAN CMC-DIRAUTH THEN
               MOVE MSGNOTAUT TO CM4MSGTX
               GO TO CM4SECEV.
            MOVE AUT-USERID TO CM4OPER.
            MOVE PROF-AUTH TO CM4AUTH.
            MOVE LOW-VALUES TO CM4KEY.
            GO TO CM4SHOWS.

        CM4BADSG.
            MOVE MSGBADSGN TO CM4MSGTX.
        CM4SECEV.
            MOVE AUT-USERID TO SEC-USER.
            MOVE 'CM4FAIL ' TO SEC-TYPE.
            PERFORM CM4SEC.
            GO TO CM4PUTMS.

      * CM4SHOWS EQU   *
      * PAINT THE MAIN SCREEN
        CM4SHOWS.
            MOVE 'P' TO SCP-FUNC.
            MOVE 'CMN4MAIN' TO SCP-SCREEN.
            PERFORM CM4PAINT.
            GO TO CM4RET.

      * CM4NEXT  EQU   *
      * THE NEXT STILL-PENDING CHANGE PAST THE ONE ON DISPLAY.  NOTFND
      * CAN ONLY COME FROM THE STARTBR - NO BROWSE IS ACTIVE THEN, SO
      * IT SKIPS THE ENDBR
        CM4NEXT.
            EXEC CICS HANDLE CONDITION ENDFILE(CM4EOF)
                 NOTFND(CM4NONE) NOTOPEN(CM4NOPN) END-EXEC.
            MOVE CM4KEY TO PNDKEY.
            EXEC CICS STARTBR FILE('CUSTPND') RIDFLD(PNDKEY)
                 GTEQ END-EXEC.
        CM4NEXTL.
            EXEC CICS READNEXT FILE('CUSTPND') INTO(PND-REC)
                 LENGTH(PNDRECL) RIDFLD(PNDKEY) END-EXEC.
            IF PND-KEY = CM4KEY OR PND-STAT NOT = 'P' THEN
               GO TO CM4NEXTL.
            EXEC CICS ENDBR FILE('CUSTPND') END-EXEC.
            MOVE PND-KEY TO CM4KEY.
            PERFORM CM4PUTO.
            GO TO CM4RET.
      * CM4EOF   EQU   *
        CM4EOF.
            EXEC CICS ENDBR FILE('CUSTPND') END-EXEC.
      * CM4NONE  EQU   *
      * NOTHING LEFT PAST THE ONE ON DISPLAY - ENTER STARTS OVER
        CM4NONE.
            MOVE LOW-VALUES TO CM4KEY.
            MOVE MSGNONE TO CM4MSGTX.
            GO TO CM4PUTMS.

      * CM4APPR  EQU   *
      * APPROVE - THE CHECKER MAY NOT BE THE MAKER AND MUST OUTRANK
      * THEM; THE MASTER MUST STILL BE AS IT WAS WHEN THE CHANGE WAS
      * KEYED.  THEN APPLY, JOURNAL AND STAMP THE DECISION.
        CM4APPR.
            PERFORM CM4GETP THRU CM4GETPX.
            IF PND-MAKER = CM4OPER THEN
               EXEC CICS UNLOCK FILE('CUSTPND') END-EXEC
               MOVE CM4OPER TO SEC-USER
               MOVE 'CHKSELF ' TO SEC-TYPE
               PERFORM CM4SEC
               MOVE MSGSELF TO CM4MSGTX
               GO TO CM4PUTMS.
            IF CM4AUTH NOT GREATER THAN PND-MKAUTH THEN
               EXEC CICS UNLOCK FILE('CUSTPND') END-EXEC
               MOVE MSGLOWAUT TO CM4MSGTX
               GO TO CM4PUTMS.
            EXEC CICS HANDLE CONDITION NOTFND(CM4NOCUS)
                 NOTOPEN(CM4NOCUS) END-EXEC.
            MOVE PND-NUM TO CM4NUM.
            EXEC CICS READ FILE('MYFILE09') INTO(CMST-REC)
                 LENGTH(CMSTRECL) RIDFLD(CM4NUM) UPDATE END-EXEC.
            MOVE CMST-NAME    TO CM4IMG-NAME.
            MOVE CMST-ADDR    TO CM4IMG-ADDR.
            MOVE CMST-ZIP     TO CM4IMG-ZIP.
            MOVE CMST-LASTACT TO CM4IMG-LACT.
            MOVE CM4IMG       TO JRNL-BEFORE.
            IF CM4IMG (1:85) NOT = PND-BEFORE (1:85) THEN
               EXEC CICS UNLOCK FILE('MYFILE09') END-EXEC
               EXEC CICS UNLOCK FILE('CUSTPND') END-EXEC
               MOVE MSGSTALE TO CM4MSGTX
               GO TO CM4PUTMS.
      * A RENAME TO A NAME ANOTHER CUSTOMER HAS TAKEN MEANWHILE WOULD
      * BE A MERGE (SEE CUSTMRG1), NOT A RENAME
            MOVE PND-AFTER TO CM4IMG.
            IF PND-FUNC NOT = 'REN' THEN GO TO CM4APP2.
            EXEC CICS HANDLE CONDITION NOTFND(CM4APP2) END-EXEC.
            MOVE CM4IMG-NAME TO CM4XKEY.
            EXEC CICS READ FILE('CUSTXREF') INTO(XRF-REC)
                 LENGTH(XRFRECL) RIDFLD(CM4XKEY) END-EXEC.
            EXEC CICS UNLOCK FILE('MYFILE09') END-EXEC.
            EXEC CICS UNLOCK FILE('CUSTPND') END-EXEC.
            MOVE MSGRENDUP TO CM4MSGTX.
            GO TO CM4PUTMS.
        CM4APP2.
            MOVE CM4IMG-NAME TO CMST-NAME.
            MOVE CM4IMG-ADDR TO CMST-ADDR.
            MOVE CM4IMG-ZIP  TO CMST-ZIP.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO CMST-LASTACT.
            EXEC CICS REWRITE FILE('MYFILE09') FROM(CMST-REC)
                 LENGTH(CMSTRECL) END-EXEC.
            IF PND-FUNC NOT = 'REN' THEN GO TO CM4APPJ.
      * RE-KEY THE CROSS-REFERENCE AS TESTCMN3'S RENAME DOES
            EXEC CICS HANDLE CONDITION NOTFND(CM4APPW) END-EXEC.
            MOVE PND-BEFORE (1:40) TO CM4XKEY.
            EXEC CICS DELETE FILE('CUSTXREF') RIDFLD(CM4XKEY)
                 END-EXEC.
        CM4APPW.
            MOVE CMST-NAME TO XRF-NAME.
            MOVE CM4NUM    TO XRF-NUM.
            EXEC CICS WRITE FILE('CUSTXREF') FROM(XRF-REC)
                 LENGTH(XRFRECL) RIDFLD(XRF-NAME) END-EXEC.
      * THE SAME CUSTJRNQ AND AFTER-IMAGE RECORDS TESTCMN3 WRITES -
      * UNDER THE NAME BEFORE THE CHANGE, THE CHECKER'S TERMINAL
        CM4APPJ.
            MOVE PND-FUNC          TO JRNL-FUNC.
            MOVE PND-BEFORE (1:40) TO JRNL-NAME.
            MOVE CMST-NAME    TO CM4IMG-NAME.
            MOVE CMST-ADDR    TO CM4IMG-ADDR.
            MOVE CMST-ZIP     TO CM4IMG-ZIP.
            MOVE CMST-LASTACT TO CM4IMG-LACT.
            MOVE CM4IMG       TO JRNL-AFTER.
            MOVE EIBTRMID     TO JRNL-TERM.
            MOVE EIBDATE      TO JRNL-DATE.
            MOVE EIBTIME      TO JRNL-TIME.
            MOVE JRNL-REC TO JCH-DATA.
            EXEC CICS LINK PROGRAM('JRNCHN1') COMMAREA(JCH-COMM)
                 LENGTH(JCHCOMML) END-EXEC.
            MOVE 'MYFILE09' TO JRN-FILE.
            MOVE 'RW'       TO JRN-FUNC.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE CM4NUM     TO JRN-KEY (1:8).
            MOVE 0          TO JRN-RRN.
            MOVE CMSTRECL   TO JRN-IMGLEN.
            MOVE CMST-REC   TO JRN-IMAGE.
            EXEC CICS LINK PROGRAM('VSAMJRN1') COMMAREA(VJRN-AREA)
                 LENGTH(VJRNL) END-EXEC.
      * RPI 1416 - THE NEW ADDRESS CLEARS A RETURNED-MAIL FLAG
            IF PND-FUNC = 'UPD' THEN
               MOVE 'C'       TO ADR-FUNC
               MOVE CM4NUM    TO ADR-NUM
               MOVE CMST-NAME TO ADR-NAME
               MOVE CMST-ADDR TO ADR-ADDR
               MOVE CMST-ZIP  TO ADR-ZIP
               EXEC CICS LINK PROGRAM('ADRSVC1') COMMAREA(ADR-COMM)
                    LENGTH(ADRCOMML) END-EXEC.
            MOVE 'A' TO PND-STAT.
            PERFORM CM4STMP.
            MOVE MSGAPPOK TO CM4MSGTX.
            GO TO CM4PUTMS.

        CM4NOCUS.
            EXEC CICS UNLOCK FILE('CUSTPND') END-EXEC.
            MOVE MSGNOCUST TO CM4MSGTX.
            GO TO CM4PUTMS.

      * CM4REJ   EQU   *
      * REJECT - THE MASTER IS NOT TOUCHED; THE DECISION IS STAMPED
        CM4REJ.
            PERFORM CM4GETP THRU CM4GETPX.
            MOVE 'R' TO PND-STAT.
            PERFORM CM4STMP.
            MOVE MSGREJOK TO CM4MSGTX.
            GO TO CM4PUTMS.

      * THE PENDING CHANGE ON DISPLAY, READ FOR UPDATE - IT MUST STILL
      * BE ON FILE AND STILL UNDECIDED
        CM4GETP.
            IF CM4KEY = LOW-VALUES THEN
               MOVE MSGNOCUR TO CM4MSGTX
               GO TO CM4PUTMS.
            EXEC CICS HANDLE CONDITION NOTFND(CM4GONE)
                 NOTOPEN(CM4NOPN) END-EXEC.
            MOVE CM4KEY TO PNDKEY.
            EXEC CICS READ FILE('CUSTPND') INTO(PND-REC)
                 LENGTH(PNDRECL) RIDFLD(PNDKEY) UPDATE END-EXEC.
            IF PND-STAT NOT = 'P' THEN
               EXEC CICS UNLOCK FILE('CUSTPND') END-EXEC
               MOVE MSGDONE TO CM4MSGTX
               GO TO CM4PUTMS.
        CM4GETPX.
            EXIT.

      * STAMP THE DECISION (PRESET IN PND-STAT) AND THE CHECKER, THEN
      * SHOW THE RECORD AS DECIDED
        CM4STMP.
            MOVE CM4OPER TO PND-CHECKER.
            MOVE EIBDATE TO PND-CHKDATE.
            MOVE EIBTIME TO PND-CHKTIME.
            EXEC CICS REWRITE FILE('CUSTPND') FROM(PND-REC)
                 LENGTH(PNDRECL) END-EXEC.
            PERFORM CM4PUTO.

      * SEND THE PENDING-CHANGE DISPLAY LINES
        CM4PUTO.
            MOVE 0 TO SCP-FLDN.
            MOVE 'NUM'   TO CM4FNAM.
            MOVE PND-NUM TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'FUNC'   TO CM4FNAM.
            MOVE PND-FUNC TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'STAT'   TO CM4FNAM.
            MOVE PND-STAT TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'MAKER'   TO CM4FNAM.
            MOVE PND-MAKER TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'TERM'   TO CM4FNAM.
            MOVE PND-TERM TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'DATE'   TO CM4FNAM.
            MOVE PND-DATE TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'TIME'   TO CM4FNAM.
            MOVE PND-TIME TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'BNAME'           TO CM4FNAM.
            MOVE PND-BEFORE (1:40)  TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'BADDR'           TO CM4FNAM.
            MOVE PND-BEFORE (41:40) TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'BZIP'            TO CM4FNAM.
            MOVE PND-BEFORE (81:5)  TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'ANAME'           TO CM4FNAM.
            MOVE PND-AFTER (1:40)   TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'AADDR'           TO CM4FNAM.
            MOVE PND-AFTER (41:40)  TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'AZIP'            TO CM4FNAM.
            MOVE PND-AFTER (81:5)   TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'U' TO SCP-FUNC.
            MOVE 'CMN4MAIN' TO SCP-SCREEN.
            PERFORM CM4PAINT.

      * CM4GONE  EQU   *
        CM4GONE.
            MOVE LOW-VALUES TO CM4KEY.
            MOVE MSGGONE TO CM4MSGTX.
            GO TO CM4PUTMS.
      * CM4NOPN  EQU   *
        CM4NOPN.
            MOVE MSGNOPND TO CM4MSGTX.
        CM4PUTMS.
            PERFORM CM4MSG.
            GO TO CM4RET.

      * CM4RET   EQU   *
        CM4RET.
            MOVE CM4COMMLEN TO CA-HDR-LEN IN CM4COMM-REC.
            EXEC CICS RETURN TRANSID('CMN4') COMMAREA(CM4COMM-REC)
                 LENGTH(CM4COMMLEN) END-EXEC.

      * CM4DONE  EQU   *
        CM4DONE.
            MOVE MSGEND TO CM4MSGTX.
            PERFORM CM4MSG.
            EXEC CICS RETURN END-EXEC.

        CM4ABEND.
            EXEC CICS ABEND ABCODE('CMN4') END-EXEC.

      * ONE SECURITY EVENT (USER AND TYPE PRESET)
        CM4SEC.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.

      * THE MESSAGE LINE OF WHICHEVER SCREEN IS UP - SIGN-ON UNTIL
      * A CHECKER IS SIGNED ON
        CM4MSG.
            MOVE 0 TO SCP-FLDN.
            MOVE 'MSG' TO CM4FNAM.
            MOVE CM4MSGTX TO CM4FVAL.
            PERFORM CM4SETF.
            MOVE 'U' TO SCP-FUNC.
            MOVE 'CMN4MAIN' TO SCP-SCREEN.
            IF CM4OPER = SPACES THEN
               MOVE 'CMN4SIGN' TO SCP-SCREEN.
            PERFORM CM4PAINT.

      * RPI 1438 - PAINT ('P') OR UPDATE ('U') SCREEN SCP-SCREEN FROM
      * ITS SCRDEF LINES WITH THE FIELDS SET, AND SEND IT
        CM4PAINT.
            EXEC CICS LINK PROGRAM('SCRPNT1') COMMAREA(SCP-COMM)
                 LENGTH(SCPCOMML) END-EXEC.
            MOVE SCP-BUFFER TO SCAP-DATA.
            MOVE SCP-BUFL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            IF SCP-FUNC = 'P' THEN MOVE 'Y' TO SCAP-ERASE.
            IF SCP-BUFL GREATER THAN 0 THEN PERFORM SENDCAP.
            MOVE 0 TO SCP-FLDN.

      * ONE NAMED VALUE FOR THE NEXT PAINT
        CM4SETF.
            IF SCP-FLDN LESS THAN 20 THEN
               ADD 1 TO SCP-FLDN
               MOVE CM4FNAM TO SCP-FNAME (SCP-FLDN)
               MOVE CM4FVAL TO SCP-FVAL (SCP-FLDN).

      * ONE NAMED VALUE FROM THE LAST MAP - SPACES WHEN NOT THERE
        CM4GETF.
            MOVE SPACES TO CM4FVAL.
            PERFORM CM4GETF1 VARYING CM4FX FROM 1 BY 1
               UNTIL CM4FX GREATER THAN SCP-FLDN.
        CM4GETF1.
            IF SCP-FNAME (CM4FX) = CM4FNAM THEN
               MOVE SCP-FVAL (CM4FX) TO CM4FVAL.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
