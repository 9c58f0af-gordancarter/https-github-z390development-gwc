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
      * SIGNED-ON SESSIONS - SESSREG REGISTRY ADMINISTRATION
      *
      * RPI 1434 - WHO IS SIGNED ON THROUGH TESTGUIC, WHERE, AND FOR
      * HOW LONG, FROM THE SESSREG REGISTRY (SESREG.CPY), WITH THE
      * MEANS TO PUT SOMEONE OFF.  GATED BY A SIGN-ON REQUIRING
      * AUTHORITY LEVEL '9', AS TESTUSR1 IS:
      *
      *    ENTER  LIST SESSIONS, A PAGE OF 10 FROM THE USERID KEYED
      *           ON ROW 3 (OR THE TOP): USER, TERMINAL, SIGNED ON,
      *           LAST ACTIVITY, MINUTES IDLE, AND 'IDLE' ONCE PAST
      *           THE '*SESSION' TIMEOUT OR 'FORCED' WHEN ALREADY PUT
      *           OFF BUT NOT YET BACK AT ITS TERMINAL
      *    PF8    NEXT PAGE
      *    PF4    FORCE SIGN-OFF OF THE USERID KEYED ON ROW 3 - THE
      *           SESSION IS MARKED AND TESTGUIC SENDS IT BACK TO THE
      *           SIGN-ON SCREEN AT ITS NEXT INTERACTION.  JOURNALED
      *           TO SECEVT1 AS FORCEOFF.
      *    PF3    END, CLEAR REFRESHES
      *
        PROGRAM-ID. TESTSES1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.

      * PSEUDO-CONVERSATIONAL COMMAREA - 'A' = ADMIN AUTHENTICATED,
      * SSNEXT = FIRST USERID OF THE NEXT PAGE
        01  SESCOMM-REC.
            COPY CAHDR.
            02  SESCOMM.
                03  SSMODE    PIC X.
                03  SSADMIN   PIC X(8).
                03  SSNEXT    PIC X(8).
        77  SESCOMMLEN  PIC 9(4)  COMP VALUE 20.

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

        01  SES-AREA.
        COPY SESREG.
        77  SESRECL   PIC 9(4)  COMP  VALUE 48.
        77  SESKEY    PIC X(8).

      * IDLE TIMEOUT FROM THE '*SESSION' PROFILE RECORD, AS TESTGUIC
        77  SESCTLKEY PIC X(8)  VALUE '*SESSION'.
        01  SESCTL-REC.
            02  FILLER       PIC X(8).
            02  SESCTL-MINS  PIC X(3).
            02  SESCTL-POL   PIC X.
            02  FILLER       PIC X(62).
        77  SESTMOUT  PIC 9(3)  COMP VALUE 15.

      * IDLE ARITHMETIC - JULIAN DATES FLATTENED AS TESTGUIC DOES
        77  SSWORKD   PIC 9(7).
        77  SSCYY     PIC 9(3)  COMP.
        77  SSDDD     PIC 9(3)  COMP.
        77  SSDAYS    PIC S9(8) COMP.
        77  SSDAYS1   PIC S9(8) COMP.
        01  SSHMS.
            02  FILLER     PIC 9.
            02  SSHMS-HH   PIC 99.
            02  SSHMS-MM   PIC 99.
            02  SSHMS-SS   PIC 99.
        77  SSSECS1   PIC S9(8) COMP.
        77  SSSECS2   PIC S9(8) COMP.
        77  SSIDLE    PIC S9(8) COMP.

      * ADMIN SIGN-ON INPUT - AID/CURSOR/SBA/USERID/SBA/PASSWORD
        01  AUT-IN.
            02  FILLER      PIC X(6).
            02  AUT-USERID  PIC X(8).
            02  FILLER      PIC X(3).
            02  AUT-PASSWD  PIC X(8).
        77  AUT-INL   PIC 9(4)  COMP.

      * MAIN-SCREEN INPUT - AID/CURSOR/SBA THEN THE USERID FIELD
        01  SES-IN.
            02  FILLER      PIC X(6).
            02  SES-ARG-ID  PIC X(8).
        77  SES-INL   PIC 9(4)  COMP.

      * ADMIN SIGN-ON SCREEN
        77  AUTSCRNL  PIC 9(4)  COMP.
        01  AUTSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  AUSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'SIGNED-ON SESSIONS            '.
            02  AUSBA2  PIC X(3).
            02  FILLER  PIC X(9)  VALUE 'USERID..:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  FILLER  PIC X(8)  VALUE SPACES.
            02  AUSBA3  PIC X(3).
            02  FILLER  PIC X(9)  VALUE 'PASSWORD:'.
            02  FILLER  PIC X(1)  VALUE X'4D'.
            02  FILLER  PIC X(8)  VALUE SPACES.
            02  AUSBA4  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'ENTER=SIGN ON  CLEAR=GIVE UP  '.

      * MAIN SCREEN
        77  SESSCRNL  PIC 9(4)  COMP.
        01  SESSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  SSSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'SIGNED-ON SESSIONS            '.
            02  SSSBA2  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'USERID:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  FILLER  PIC X(8)  VALUE SPACES.
            02  SSSBA3  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'ENTER=LIST PF8=NEXT PF4=FORCE OFF   '.
            02  SSSBA4  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'PF3=END CLEAR=REFRESH               '.
            02  SSSBA5  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'USER     TERM SIGNED ON       '.
            02  FILLER  PIC X(30)
                     VALUE 'LAST ACTIVITY    IDLE         '.

      * LIST PAGE - 10 LINES, ROWS 10-19
        77  SESLINEL  PIC 9(4)  COMP.
        01  SESLINE.
            02  SLSBA     PIC X(3).
            02  SLUSER    PIC X(8).
            02  FILLER    PIC X     VALUE SPACE.
            02  SLTERM    PIC X(4).
            02  FILLER    PIC X     VALUE SPACE.
            02  SLONDATE  PIC 9(7).
            02  FILLER    PIC X     VALUE SPACE.
            02  SLONTIME  PIC 9(6).
            02  FILLER    PIC X(2)  VALUE SPACES.
            02  SLLDATE   PIC 9(7).
            02  FILLER    PIC X     VALUE SPACE.
            02  SLLTIME   PIC 9(6).
            02  FILLER    PIC X     VALUE SPACE.
            02  SLIDLE    PIC ZZZZ9.
            02  FILLER    PIC X     VALUE SPACE.
            02  SLSTAT    PIC X(6).
        01  SLSBA-TAB.
            02  SLSBAE    PIC X(3)  OCCURS 10 TIMES.
        77  SLIX      PIC 9(2)  COMP.
        01  SLTIME7.
            02  FILLER     PIC 9.
            02  SLTIME6    PIC 9(6).

      * MESSAGE LINE - ROW 21
        77  SESMSGOL  PIC 9(4)  COMP.
        01  SESMSGO.
            02  SMSBA     PIC X(3).
            02  SESMSGTX  PIC X(40).

        77  MSGBADSGN PIC X(40)
                      VALUE 'ADMIN SIGN-ON REJECTED                  '.
        77  MSGNOTAUT PIC X(40)
                      VALUE 'AUTHORITY LEVEL 9 REQUIRED              '.
        77  MSGNOSESS PIC X(40)
                      VALUE 'USER IS NOT SIGNED ON                   '.
        77  MSGNOKEY  PIC X(40)
                      VALUE 'KEY A USERID FIRST                      '.
        77  MSGFRCOK  PIC X(40)
                      VALUE 'SIGN-OFF FORCED AT NEXT INTERACTION     '.
        77  MSGNOREG  PIC X(40)
                      VALUE 'SESSION REGISTRY NOT AVAILABLE          '.
        77  MSGENDLST PIC X(40)
                      VALUE 'END OF SESSION LIST                     '.
        77  MSGEND    PIC X(40)
                      VALUE 'SESSION ADMINISTRATION ENDED - CLEAR    '.

        01  SBAB-COMM.
            02  SBAB-FUNC   PIC X.
            02  SBAB-RC     PIC 9(2).
            02  SBAB-ROW    PIC 9(2)  COMP.
            02  SBAB-COL    PIC 9(2)  COMP.
            02  SBAB-ATTR   PIC X.
            02  SBAB-SBA    PIC X(3).
            02  SBAB-TEXTL  PIC 9(4)  COMP.
            02  SBAB-TEXT   PIC X(60).
            02  SBAB-BUFL   PIC 9(4)  COMP.
            02  SBAB-BUFFER PIC X(1536).
        77  SBABCOMML PIC 9(4)  COMP.

      * SECURITY EVENT COMMAREA (SEE SECEVT1.CBL)
        01  SEC-COMM.
            02  SEC-USER   PIC X(8).
            02  SEC-TYPE   PIC X(8).

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTSES1'.
            02  SCAP-ERASE  PIC X     VALUE 'N'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(17).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM SESSBAS THRU SESSBASX.
            MOVE LENGTH OF AUTSCRN TO AUTSCRNL.
            MOVE LENGTH OF SESSCRN TO SESSCRNL.
            MOVE LENGTH OF SESLINE TO SESLINEL.
            MOVE LENGTH OF SESMSGO TO SESMSGOL.
            MOVE LOW-VALUES TO SESCOMM.
            IF EIBCALEN NOT = 0 THEN GO TO SESRENT.

      * FIRST ENTRY - ADMIN SIGN-ON SCREEN
        SESAUTH.
            MOVE AUTSCRN TO SCAP-DATA.
            MOVE AUTSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE SPACE TO SSMODE.
            MOVE SPACES TO SSADMIN.
            GO TO SESRET.

        SESRENT.
            IF EIBCALEN NOT = SESCOMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = SESCOMMLEN THEN
               GO TO SESABEND.
            MOVE CA-DATA TO SESCOMM.
            IF EIBAID = DFHCLEAR AND SSMODE = 'A' THEN
               GO TO SESSHOW.
            IF EIBAID = DFHCLEAR THEN GO TO SESAUTH.
            IF SSMODE NOT = 'A' THEN GO TO SESCHKSG.
            MOVE LENGTH OF SES-IN TO SES-INL.
            MOVE SPACES TO SES-IN.
            EXEC CICS RECEIVE INTO(SES-IN) LENGTH(SES-INL) END-EXEC.
            IF EIBAID = DFHPF3   THEN GO TO SESDONE.
            IF EIBAID = DFHENTER THEN GO TO SESLIST.
            IF EIBAID = DFHPF8   THEN GO TO SESLNEXT.
            IF EIBAID = DFHPF4   THEN GO TO SESFORCE.
            GO TO SESRET.

      * SESCHKSG EQU   *
      * ADMIN SIGN-ON: VALID PROFILE, RIGHT PASSWORD, AUTHORITY '9'
        SESCHKSG.
            MOVE LENGTH OF AUT-IN TO AUT-INL.
            MOVE SPACES TO AUT-IN.
            EXEC CICS RECEIVE INTO(AUT-IN) LENGTH(AUT-INL) END-EXEC.
            IF EIBAID NOT = DFHENTER THEN GO TO SESAUTH.
            EXEC CICS HANDLE CONDITION NOTFND(SESBADSG)
                 NOTOPEN(SESBADSG) END-EXEC.
            MOVE AUT-USERID TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF AUT-PASSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y' THEN GO TO SESBADSG.
            IF PROF-AUTH NOT = '9' THEN
               MOVE MSGNOTAUT TO SESMSGTX
               GO TO SESPUTMS.
            MOVE 'A' TO SSMODE.
            MOVE AUT-USERID TO SSADMIN.
            GO TO SESSHOW.

        SESBADSG.
            MOVE AUT-USERID TO SEC-USER.
            MOVE 'SESFAIL ' TO SEC-TYPE.
            PERFORM SECPOST.
            MOVE MSGBADSGN TO SESMSGTX.
            GO TO SESPUTMS.

      * SESSHOW  EQU   *
      * PAINT THE MAIN SCREEN
        SESSHOW.
            MOVE SESSCRN TO SCAP-DATA.
            MOVE SESSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO SESRET.

      * SESFORCE EQU   *
      * MARK THE KEYED USER'S SESSION FOR SIGN-OFF
        SESFORCE.
            IF SES-ARG-ID = SPACES THEN
               MOVE MSGNOKEY TO SESMSGTX
               GO TO SESPUTMS.
            EXEC CICS HANDLE CONDITION NOTFND(SESNOSS)
                 NOTOPEN(SESNOREG) END-EXEC.
            MOVE SES-ARG-ID TO SESKEY.
            EXEC CICS READ FILE('SESSREG') INTO(SES-AREA)
                 LENGTH(SESRECL) RIDFLD(SESKEY) UPDATE END-EXEC.
            MOVE 'Y' TO SES-FORCE.
            EXEC CICS REWRITE FILE('SESSREG') FROM(SES-AREA)
                 LENGTH(SESRECL) END-EXEC.
            MOVE SES-USER TO SEC-USER.
            MOVE 'FORCEOFF' TO SEC-TYPE.
            PERFORM SECPOST.
            MOVE MSGFRCOK TO SESMSGTX.
            GO TO SESPUTMS.

      * SESLIST  EQU   *
      * PAGE OF SESSIONS FROM THE KEYED USERID (OR THE TOP); PF8
      * CARRIES ON FROM WHERE THE LAST PAGE STOPPED
        SESLIST.
            IF SES-ARG-ID = SPACES THEN
               MOVE LOW-VALUES TO SESKEY
            ELSE
               MOVE SES-ARG-ID TO SESKEY.
            GO TO SESLSTRT.
        SESLNEXT.
            MOVE SSNEXT TO SESKEY.
        SESLSTRT.
            PERFORM SESCTLGT THRU SESCTLGX.
            EXEC CICS ASKTIME END-EXEC.
            MOVE SESSCRN TO SCAP-DATA.
            MOVE SESSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            EXEC CICS HANDLE CONDITION NOTFND(SESLEOF)
                 ENDFILE(SESLEOF) NOTOPEN(SESNOREG) END-EXEC.
            EXEC CICS STARTBR FILE('SESSREG') RIDFLD(SESKEY)
                 GTEQ END-EXEC.
            MOVE 1 TO SLIX.
        SESLISTL.
            EXEC CICS READNEXT FILE('SESSREG') INTO(SES-AREA)
                 LENGTH(SESRECL) RIDFLD(SESKEY) END-EXEC.
            IF SLIX GREATER THAN 10 THEN GO TO SESLDONE.
            PERFORM SESLFMT.
            MOVE SESLINE TO SCAP-DATA.
            MOVE SESLINEL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            ADD 1 TO SLIX.
            GO TO SESLISTL.
        SESLDONE.
            EXEC CICS ENDBR FILE('SESSREG') END-EXEC.
            MOVE SES-USER TO SSNEXT.
            GO TO SESRET.
        SESLEOF.
            IF SLIX GREATER THAN 1 THEN
               EXEC CICS ENDBR FILE('SESSREG') END-EXEC.
            MOVE LOW-VALUES TO SSNEXT.
            MOVE MSGENDLST TO SESMSGTX.
            GO TO SESPUTMS.

      * ONE LIST LINE, WITH MINUTES IDLE AND THE SESSION'S STATE
        SESLFMT.
            MOVE SLSBAE (SLIX) TO SLSBA.
            MOVE SES-USER   TO SLUSER.
            MOVE SES-TERM   TO SLTERM.
            MOVE SES-ONDATE TO SLONDATE.
            MOVE SES-ONTIME TO SLTIME7.
            MOVE SLTIME6    TO SLONTIME.
            MOVE SES-LDATE  TO SLLDATE.
            MOVE SES-LTIME  TO SLTIME7.
            MOVE SLTIME6    TO SLLTIME.
            PERFORM SESIDLEC.
            COMPUTE SLIDLE = SSIDLE / 60.
            MOVE SPACES TO SLSTAT.
            IF SESTMOUT GREATER THAN 0
               AND SSIDLE GREATER THAN SESTMOUT * 60 THEN
               MOVE 'IDLE' TO SLSTAT.
            IF SES-FORCE = 'Y' THEN
               MOVE 'FORCED' TO SLSTAT.

      * SECONDS SINCE THE RECORD'S LAST ACTIVITY INTO SSIDLE
        SESIDLEC.
            MOVE SES-LDATE TO SSWORKD.
            PERFORM SESFLAT.
            MOVE SSDAYS TO SSDAYS1.
            MOVE EIBDATE TO SSWORKD.
            PERFORM SESFLAT.
            MOVE SES-LTIME TO SSHMS.
            COMPUTE SSSECS1 = SSHMS-HH * 3600 + SSHMS-MM * 60
                            + SSHMS-SS.
            MOVE EIBTIME TO SSHMS.
            COMPUTE SSSECS2 = SSHMS-HH * 3600 + SSHMS-MM * 60
                            + SSHMS-SS.
            COMPUTE SSIDLE = (SSDAYS - SSDAYS1) * 86400
                           + SSSECS2 - SSSECS1.
            IF SSIDLE LESS THAN 0 THEN MOVE 0 TO SSIDLE.

      * 0CYYDDD TO AN APPROXIMATE DAY COUNT IN SSDAYS
        SESFLAT.
            DIVIDE SSWORKD BY 1000 GIVING SSCYY REMAINDER SSDDD.
            COMPUTE SSDAYS = SSCYY * 365 + SSDDD.

      * TIMEOUT FROM THE '*SESSION' PROFILE RECORD (DEFAULT 15)
        SESCTLGT.
            EXEC CICS HANDLE CONDITION NOTFND(SESCTLGX)
                 NOTOPEN(SESCTLGX) END-EXEC.
            EXEC CICS READ FILE('USRPROF') INTO(SESCTL-REC)
                 LENGTH(PROFRECL) RIDFLD(SESCTLKEY) END-EXEC.
            IF SESCTL-MINS IS NUMERIC THEN
               MOVE SESCTL-MINS TO SESTMOUT.
        SESCTLGX.
            EXIT.

        SECPOST.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.

      * SESNOSS  EQU   *
        SESNOSS.
            MOVE MSGNOSESS TO SESMSGTX.
            GO TO SESPUTMS.
        SESNOREG.
            MOVE MSGNOREG TO SESMSGTX.
        SESPUTMS.
            MOVE SESMSGO TO SCAP-DATA.
            MOVE SESMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.

      * SESRET   EQU   *
        SESRET.
            MOVE SESCOMMLEN TO CA-HDR-LEN IN SESCOMM-REC.
            EXEC CICS RETURN TRANSID('SES1') COMMAREA(SESCOMM-REC)
                 LENGTH(SESCOMMLEN) END-EXEC.

      * SESDONE  EQU   *
        SESDONE.
            MOVE MSGEND TO SESMSGTX.
            MOVE SESMSGO TO SCAP-DATA.
            MOVE SESMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

        SESABEND.
            EXEC CICS ABEND ABCODE('SES1') END-EXEC.

      * COMPOSE EVERY SCREEN ADDRESS THROUGH SBABUILD
        SESSBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 2 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO AUSBA1.
            MOVE SBAB-SBA TO SSSBA1.
            MOVE 4 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO AUSBA2.
            MOVE 5 TO SBAB-ROW.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO AUSBA3.
            MOVE 7 TO SBAB-ROW.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO AUSBA4.
            MOVE 3 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO SSSBA2.
            MOVE 5 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO SSSBA3.
            MOVE 6 TO SBAB-ROW.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO SSSBA4.
            MOVE 8 TO SBAB-ROW.
            MOVE 2 TO SBAB-COL.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO SSSBA5.
            MOVE 21 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO SMSBA.
            MOVE 0 TO SLIX.
        SESSBASL.
            ADD 1 TO SLIX.
            IF SLIX GREATER THAN 10 THEN GO TO SESSBASX.
            COMPUTE SBAB-ROW = SLIX + 9.
            MOVE 2 TO SBAB-COL.
            PERFORM SESSBA1.
            MOVE SBAB-SBA TO SLSBAE (SLIX).
            GO TO SESSBASL.
        SESSBASX.
            EXIT.

        SESSBA1.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
