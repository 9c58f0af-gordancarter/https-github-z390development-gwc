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
      * CUSTOMER CREDIT-PROFILE MAINTENANCE - CRDPROF KSDS
      *
      * RPI 1405 - TESTORD1 NOW CHECKS EVERY ORDER AGAINST THE
      * CUSTOMER'S CREDIT LIMIT AND HOLD FLAG (SEE CRDPROF.CPY).
      * THIS TRANSACTION MAINTAINS THOSE PROFILES, BEHIND AN OPERATOR
      * SIGN-ON AGAINST USRPROF REQUIRING AUTHORITY '7' OR HIGHER (A
      * REFUSED SIGN-ON IS A 'CRDFAIL' SECURITY EVENT):
      *
      *    ENTER  SHOW THE PROFILE - CUSTOMER NUMBER ON ROW 3
      *    PF2    SET THE LIMIT - 'CCCCCCCC LLLLLLLLLLL', THE LIMIT
      *           IN CENTS (UP TO 11 DIGITS).  A CUSTOMER ON THE
      *           MYFILE09 MASTER WITH NO PROFILE YET GETS ONE, NOT
      *           ON HOLD
      *    PF4    PUT THE CUSTOMER ON CREDIT HOLD
      *    PF5    RELEASE THE CREDIT HOLD
      *    PF3    END THE TRANSACTION, CLEAR REFRESHES THE SCREEN
      *
      * EVERY CHANGE STAMPS THE DATE AND THE SIGNED-ON OPERATOR ON
      * THE PROFILE AND IS JOURNALED THROUGH VSAMJRN1 FOR FORWARD
      * RECOVERY.  SAME RAW-DATASTREAM SCREEN HANDLING AS TESTORD2.
      *
        PROGRAM-ID. TESTCRD1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.

      * PSEUDO-CONVERSATIONAL COMMAREA - 'A' = OPERATOR SIGNED ON
        01  CRCOMM-REC.
            COPY CAHDR.
            02  CRCOMM.
                03  CRMODE    PIC X.
                03  CROPER    PIC X(8).
        77  CRCOMMLEN   PIC 9(4)  COMP VALUE 12.

      * CREDIT PROFILE (SEE CRDPROF.CPY)
        01  CRD-AREA.
        COPY CRDPROF.
        77  CRDRECL   PIC 9(4)  COMP  VALUE 40.
        77  CRDKEY    PIC 9(8).

      * CUSTOMER MASTER (SEE CUSTMST.CPY) - PROVES THE NUMBER
        01  CMST-AREA.
        COPY CUSTMST.
        77  CMSTRECL  PIC 9(4)  COMP  VALUE 100.
        77  CMSTKEY   PIC 9(8).

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

      * AFTER-IMAGE JOURNAL AREA PASSED TO VSAMJRN1
        01  VJRN-AREA.
        COPY VSAMJRN.
        77  VJRNL     PIC 9(4)  COMP  VALUE 176.

      * OPERATOR SIGN-ON INPUT - AID/CURSOR/SBA/USERID/SBA/PASSWORD
        01  AUT-IN.
            02  FILLER      PIC X(6).
            02  AUT-USERID  PIC X(8).
            02  FILLER      PIC X(3).
            02  AUT-PASSWD  PIC X(8).
        77  AUT-INL   PIC 9(4)  COMP.

      * MAIN-SCREEN INPUT - AID/CURSOR/SBA THEN 'CCCCCCCC LLLL...'
        01  CR-IN.
            02  FILLER      PIC X(6).
            02  CR-IN-ARG.
                03  CR-ARG-CUST  PIC X(8).
                03  FILLER       PIC X.
                03  CR-ARG-LIM   PIC X(31).
        77  CR-INL    PIC 9(4)  COMP.

      * LIMIT EDIT WORK - THE DIGIT STRING AFTER THE CUSTOMER NUMBER
        77  CRLIMW     PIC 9(11).
        77  CRLIMIX    PIC 9(2)  COMP.
        77  CRLIML     PIC 9(2)  COMP.
        77  CRDIGIT    PIC 9.
        77  CRFUNC     PIC X.

      * OPERATOR SIGN-ON SCREEN
        77  AUTSCRNL  PIC 9(4)  COMP.
        01  AUTSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  AUSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'CUSTOMER CREDIT PROFILES      '.
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
        77  CRSCRNL   PIC 9(4)  COMP.
        01  CRSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  CRSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'CUSTOMER CREDIT PROFILES      '.
            02  CRSBA2  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'CUST LIMIT....:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  FILLER  PIC X(40) VALUE SPACES.
            02  CRSBA3  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'ENTER=SHOW PF2=SET LIMIT PF4=HOLD   '.
            02  CRSBA4  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'PF5=RELEASE HOLD PF3=END            '.

      * PROFILE DISPLAY - ROWS 9-10
        77  CRRECOL   PIC 9(4)  COMP.
        01  CRRECO.
            02  CDSBA1    PIC X(3).
            02  FILLER    PIC X(10) VALUE 'CUSTOMER: '.
            02  CROCUST   PIC 9(8).
            02  FILLER    PIC X(8)  VALUE ' LIMIT: '.
            02  CROLIM    PIC ZZZZZZZZZZ9.
            02  FILLER    PIC X(7)  VALUE ' HOLD: '.
            02  CROHOLD   PIC X.
            02  CDSBA2    PIC X(3).
            02  FILLER    PIC X(10) VALUE 'CHANGED:  '.
            02  CRODATE   PIC 9(7).
            02  FILLER    PIC X     VALUE SPACE.
            02  CROOPER   PIC X(8).
            02  FILLER    PIC X     VALUE SPACE.
            02  CRONAME   PIC X(40).

      * MESSAGE LINE - ROW 19
        77  CRMSGOL   PIC 9(4)  COMP.
        01  CRMSGO.
            02  CMSBA     PIC X(3).
            02  CRMSGTX   PIC X(40).

        77  MSGBADSGN PIC X(40)
                      VALUE 'OPERATOR SIGN-ON REJECTED               '.
        77  MSGNOTAUT PIC X(40)
                      VALUE 'NOT AUTHORIZED FOR CREDIT MAINTENANCE   '.
        77  MSGBADKEY PIC X(40)
                      VALUE 'KEY THE 8-DIGIT CUSTOMER NUMBER         '.
        77  MSGBADLIM PIC X(40)
                      VALUE 'KEY CUSTOMER NUMBER AND LIMIT IN CENTS  '.
        77  MSGNOTFND PIC X(40)
                      VALUE 'NO CREDIT PROFILE - PF2 SETS A LIMIT    '.
        77  MSGNOCUST PIC X(40)
                      VALUE 'CUSTOMER NOT ON MYFILE09                '.
        77  MSGSETLIM PIC X(40)
                      VALUE 'CREDIT LIMIT SET                        '.
        77  MSGSETHLD PIC X(40)
                      VALUE 'CUSTOMER NOW ON CREDIT HOLD             '.
        77  MSGRELHLD PIC X(40)
                      VALUE 'CREDIT HOLD RELEASED                    '.
        77  MSGEND    PIC X(40)
                      VALUE 'CREDIT MAINTENANCE ENDED - PRESS CLEAR  '.

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
            02  SEC-TYPE   PIC X(8)  VALUE 'CRDFAIL '.

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTCRD1'.
            02  SCAP-ERASE  PIC X     VALUE 'N'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(9).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM CRSBAS THRU CRSBASX.
            MOVE LENGTH OF AUTSCRN TO AUTSCRNL.
            MOVE LENGTH OF CRSCRN  TO CRSCRNL.
            MOVE LENGTH OF CRRECO  TO CRRECOL.
            MOVE LENGTH OF CRMSGO  TO CRMSGOL.
            MOVE LOW-VALUES TO CRCOMM.
            IF EIBCALEN NOT = 0 THEN GO TO CRRENT.

      * FIRST ENTRY - OPERATOR SIGN-ON SCREEN
        CRAUTH.
            MOVE AUTSCRN TO SCAP-DATA.
            MOVE AUTSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE SPACE TO CRMODE.
            MOVE SPACES TO CROPER.
            GO TO CRRET.

        CRRENT.
            IF EIBCALEN NOT = CRCOMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = CRCOMMLEN THEN
               GO TO CRABEND.
            MOVE CA-DATA TO CRCOMM.
            IF EIBAID = DFHCLEAR AND CRMODE = 'A' THEN
               GO TO CRSHOWS.
            IF EIBAID = DFHCLEAR THEN GO TO CRAUTH.
            IF CRMODE NOT = 'A' THEN GO TO CRCHKSG.
            MOVE LENGTH OF CR-IN TO CR-INL.
            MOVE SPACES TO CR-IN.
            EXEC CICS RECEIVE INTO(CR-IN) LENGTH(CR-INL) END-EXEC.
            IF EIBAID = DFHPF3   THEN GO TO CRDONE.
            IF EIBAID = DFHENTER THEN GO TO CRSHOW.
            IF EIBAID = DFHPF2   THEN GO TO CRSETL.
            IF EIBAID = DFHPF4   THEN
               MOVE 'Y' TO CRFUNC
               GO TO CRHOLD.
            IF EIBAID = DFHPF5   THEN
               MOVE 'N' TO CRFUNC
               GO TO CRHOLD.
            GO TO CRRET.

      * CRCHKSG  EQU   *
      * OPERATOR SIGN-ON: VALID, ENABLED PROFILE, THE RIGHT PASSWORD
      * AND SUPERVISOR AUTHORITY
        CRCHKSG.
            MOVE LENGTH OF AUT-IN TO AUT-INL.
            MOVE SPACES TO AUT-IN.
            EXEC CICS RECEIVE INTO(AUT-IN) LENGTH(AUT-INL) END-EXEC.
            IF EIBAID NOT = DFHENTER THEN GO TO CRAUTH.
            EXEC CICS HANDLE CONDITION NOTFND(CRBADSG)
                 NOTOPEN(CRBADSG) END-EXEC.
            MOVE AUT-USERID TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF AUT-PASSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y' THEN GO TO CRBADSG.
            IF PROF-AUTH LESS THAN '7' THEN
               MOVE MSGNOTAUT TO CRMSGTX
               GO TO CRSECEV.
            MOVE 'A' TO CRMODE.
            MOVE AUT-USERID TO CROPER.
            GO TO CRSHOWS.

        CRBADSG.
            MOVE MSGBADSGN TO CRMSGTX.
        CRSECEV.
            MOVE AUT-USERID TO SEC-USER.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.
            GO TO CRPUTMS.

      * CRSHOWS  EQU   *
      * PAINT THE MAIN SCREEN
        CRSHOWS.
            MOVE CRSCRN TO SCAP-DATA.
            MOVE CRSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO CRRET.

      * CRSHOW   EQU   *
      * DISPLAY ONE PROFILE
        CRSHOW.
            PERFORM CRGETK THRU CRGETKX.
            EXEC CICS HANDLE CONDITION NOTFND(CRNF)
                 NOTOPEN(CRNF) END-EXEC.
            EXEC CICS READ FILE('CRDPROF') INTO(CRD-REC)
                 LENGTH(CRDRECL) RIDFLD(CRDKEY) END-EXEC.
            PERFORM CRPUTO THRU CRPUTOX.
            GO TO CRRET.

      * CRSETL   EQU   *
      * SET THE LIMIT - REWRITE THE PROFILE, OR ADD ONE FOR A
      * CUSTOMER ON THE MASTER THAT HAS NONE YET
        CRSETL.
            PERFORM CRGETK THRU CRGETKX.
            PERFORM CRLIMED THRU CRLIMEX.
            IF CRLIML = 0 THEN
               MOVE MSGBADLIM TO CRMSGTX
               GO TO CRPUTMS.
            EXEC CICS HANDLE CONDITION NOTFND(CRSETA) END-EXEC.
            EXEC CICS READ FILE('CRDPROF') INTO(CRD-REC)
                 LENGTH(CRDRECL) RIDFLD(CRDKEY) UPDATE END-EXEC.
            MOVE CRLIMW   TO CRD-LIMIT.
            MOVE EIBDATE  TO CRD-CHGDATE.
            MOVE CROPER   TO CRD-CHGOPER.
            EXEC CICS REWRITE FILE('CRDPROF') FROM(CRD-REC)
                 LENGTH(CRDRECL) END-EXEC.
            MOVE 'RW' TO JRN-FUNC.
            GO TO CRSETJ.
      * CRSETA   EQU   *
        CRSETA.
            EXEC CICS HANDLE CONDITION NOTFND(CRNOCUST)
                 NOTOPEN(CRNOCUST) END-EXEC.
            MOVE CRDKEY TO CMSTKEY.
            EXEC CICS READ FILE('MYFILE09') INTO(CMST-REC)
                 LENGTH(CMSTRECL) RIDFLD(CMSTKEY) END-EXEC.
            MOVE SPACES   TO CRD-REC.
            MOVE CRDKEY   TO CRD-CUSTNO.
            MOVE CRLIMW   TO CRD-LIMIT.
            MOVE 'N'      TO CRD-HOLD.
            MOVE EIBDATE  TO CRD-CHGDATE.
            MOVE CROPER   TO CRD-CHGOPER.
            EXEC CICS WRITE FILE('CRDPROF') FROM(CRD-REC)
                 LENGTH(CRDRECL) RIDFLD(CRDKEY) END-EXEC.
            MOVE 'WR' TO JRN-FUNC.
        CRSETJ.
            PERFORM CRJRN.
            PERFORM CRPUTO THRU CRPUTOX.
            MOVE MSGSETLIM TO CRMSGTX.
            GO TO CRPUTMS.

      * CRHOLD   EQU   *
      * SET OR RELEASE THE HOLD - THE NEW FLAG IS IN CRFUNC
        CRHOLD.
            PERFORM CRGETK THRU CRGETKX.
            EXEC CICS HANDLE CONDITION NOTFND(CRNF)
                 NOTOPEN(CRNF) END-EXEC.
            EXEC CICS READ FILE('CRDPROF') INTO(CRD-REC)
                 LENGTH(CRDRECL) RIDFLD(CRDKEY) UPDATE END-EXEC.
            MOVE CRFUNC   TO CRD-HOLD.
            MOVE EIBDATE  TO CRD-CHGDATE.
            MOVE CROPER   TO CRD-CHGOPER.
            EXEC CICS REWRITE FILE('CRDPROF') FROM(CRD-REC)
                 LENGTH(CRDRECL) END-EXEC.
            MOVE 'RW' TO JRN-FUNC.
            PERFORM CRJRN.
            PERFORM CRPUTO THRU CRPUTOX.
            IF CRFUNC = 'Y' THEN
               MOVE MSGSETHLD TO CRMSGTX
            ELSE
               MOVE MSGRELHLD TO CRMSGTX.
            GO TO CRPUTMS.

      * CUSTOMER NUMBER FROM THE ROW-3 FIELD INTO THE PROFILE KEY
        CRGETK.
            IF CR-INL NOT GREATER THAN 6
               OR CR-ARG-CUST IS NOT NUMERIC THEN
               MOVE MSGBADKEY TO CRMSGTX
               GO TO CRPUTMS.
            MOVE CR-ARG-CUST TO CRDKEY.
        CRGETKX.
            EXIT.

      * PULL THE DIGIT STRING AFTER THE CUSTOMER NUMBER AS THE LIMIT
      * IN CENTS - UP TO 11 DIGITS, LEADING BLANKS IGNORED
        CRLIMED.
            MOVE 0 TO CRLIMW.
            MOVE 0 TO CRLIML.
            MOVE 0 TO CRLIMIX.
        CRLIMEL.
            ADD 1 TO CRLIMIX.
            IF CRLIMIX GREATER THAN 31 THEN GO TO CRLIMEX.
            IF CR-ARG-LIM (CRLIMIX:1) = SPACE THEN
               IF CRLIML = 0 THEN
                  GO TO CRLIMEL
               ELSE
                  GO TO CRLIMEX.
            IF CR-ARG-LIM (CRLIMIX:1) LESS THAN '0'
               OR CR-ARG-LIM (CRLIMIX:1) GREATER THAN '9' THEN
               MOVE 0 TO CRLIML
               GO TO CRLIMEX.
            IF CRLIML GREATER THAN 10 THEN
               MOVE 0 TO CRLIML
               GO TO CRLIMEX.
            MOVE CR-ARG-LIM (CRLIMIX:1) TO CRDIGIT.
            COMPUTE CRLIMW = CRLIMW * 10 + CRDIGIT.
            ADD 1 TO CRLIML.
            GO TO CRLIMEL.
        CRLIMEX.
            EXIT.

      * ONE AFTER-IMAGE OF THE PROFILE THROUGH VSAMJRN1 (FUNCTION
      * PRESET BY THE CALLER)
        CRJRN.
            MOVE 'CRDPROF ' TO JRN-FILE.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE CRDKEY     TO JRN-KEY (1:8).
            MOVE 0          TO JRN-RRN.
            MOVE CRDRECL    TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE CRD-REC    TO JRN-IMAGE (1:40).
            EXEC CICS LINK PROGRAM('VSAMJRN1') COMMAREA(VJRN-AREA)
                 LENGTH(VJRNL) END-EXEC.

      * SEND THE PROFILE DISPLAY LINES, WITH THE MASTER'S NAME
        CRPUTO.
            MOVE SPACES TO CMST-NAME.
            EXEC CICS HANDLE CONDITION NOTFND(CRPUTON)
                 NOTOPEN(CRPUTON) END-EXEC.
            MOVE CRD-CUSTNO TO CMSTKEY.
            EXEC CICS READ FILE('MYFILE09') INTO(CMST-REC)
                 LENGTH(CMSTRECL) RIDFLD(CMSTKEY) END-EXEC.
        CRPUTON.
            MOVE CRD-CUSTNO  TO CROCUST.
            MOVE CRD-LIMIT   TO CROLIM.
            MOVE CRD-HOLD    TO CROHOLD.
            MOVE CRD-CHGDATE TO CRODATE.
            MOVE CRD-CHGOPER TO CROOPER.
            MOVE CMST-NAME   TO CRONAME.
            MOVE CRRECO TO SCAP-DATA.
            MOVE CRRECOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
        CRPUTOX.
            EXIT.

      * CRNF     EQU   *
        CRNF.
            MOVE MSGNOTFND TO CRMSGTX.
            GO TO CRPUTMS.
        CRNOCUST.
            MOVE MSGNOCUST TO CRMSGTX.
        CRPUTMS.
            MOVE CRMSGO TO SCAP-DATA.
            MOVE CRMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO CRRET.

      * CRRET    EQU   *
        CRRET.
            MOVE CRCOMMLEN TO CA-HDR-LEN IN CRCOMM-REC.
            EXEC CICS RETURN TRANSID('CRD1') COMMAREA(CRCOMM-REC)
                 LENGTH(CRCOMMLEN) END-EXEC.

      * CRDONE   EQU   *
        CRDONE.
            MOVE MSGEND TO CRMSGTX.
            MOVE CRMSGO TO SCAP-DATA.
            MOVE CRMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

        CRABEND.
            EXEC CICS ABEND ABCODE('CRD1') END-EXEC.

      * COMPOSE EVERY SCREEN ADDRESS THROUGH SBABUILD: TITLE ROW 2,
      * SIGN-ON FIELDS ROWS 4-5, ENTRY LINE ROW 3, LEGEND ROWS 6-7,
      * PROFILE DISPLAY ROWS 9-10, MESSAGE LINE ROW 19
        CRSBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 2 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO AUSBA1.
            MOVE SBAB-SBA TO CRSBA1.
            MOVE 4 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO AUSBA2.
            MOVE 5 TO SBAB-ROW.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO AUSBA3.
            MOVE 7 TO SBAB-ROW.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO AUSBA4.
            MOVE SBAB-SBA TO CRSBA4.
            MOVE 3 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO CRSBA2.
            MOVE 6 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO CRSBA3.
            MOVE 9 TO SBAB-ROW.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO CDSBA1.
            MOVE 10 TO SBAB-ROW.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO CDSBA2.
            MOVE 19 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM CRSBAP.
            MOVE SBAB-SBA TO CMSBA.
        CRSBASX.
            EXIT.

        CRSBAP.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
