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
      * PRODUCT MASTER MAINTENANCE - PRDMAST KSDS
      *
      * RPI 1406 - TESTORD1 NOW TAKES ORDER LINES (ITEM CODE AND
      * QUANTITY) PRICED FROM THE PRODUCT MASTER (SEE PRDMST.CPY).
      * THIS TRANSACTION MAINTAINS THAT MASTER, BEHIND AN OPERATOR
      * SIGN-ON AGAINST USRPROF (ANY AUTHORITY; A REFUSED SIGN-ON IS
      * A 'PRDFAIL' SECURITY EVENT):
      *
      *    ENTER  SHOW AN ITEM - ITEM CODE ON ROW 3
      *    PF2    ADD OR RE-PRICE - 'IIIIIIII PRICE DESCRIPTION', THE
      *           UNIT PRICE IN CENTS (UP TO 9 DIGITS).  A NEW ITEM
      *           NEEDS THE DESCRIPTION AND STARTS ACTIVE; FOR AN
      *           ITEM ON FILE A BLANK DESCRIPTION KEEPS THE OLD ONE
      *    PF4    MAKE THE ITEM INACTIVE - NO NEW ORDER LINES
      *    PF5    MAKE THE ITEM ACTIVE AGAIN
      *    PF6    LIST ITEMS FROM THE CODE ON ROW 3, A PAGE OF 10
      *    PF3    END THE TRANSACTION, CLEAR REFRESHES THE SCREEN
      *
      * ITEMS ARE NEVER DELETED.  EVERY CHANGE STAMPS THE DATE AND
      * THE SIGNED-ON OPERATOR ON THE ITEM AND IS JOURNALED THROUGH
      * VSAMJRN1 FOR FORWARD RECOVERY.  SAME RAW-DATASTREAM SCREEN
      * HANDLING AS TESTORD2.
      *
        PROGRAM-ID. TESTPRD1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.

      * PSEUDO-CONVERSATIONAL COMMAREA - 'A' = OPERATOR SIGNED ON
        01  PRCOMM-REC.
            COPY CAHDR.
            02  PRCOMM.
                03  PRMODE    PIC X.
                03  PROPER    PIC X(8).
        77  PRCOMMLEN   PIC 9(4)  COMP VALUE 12.

      * PRODUCT RECORD (SEE PRDMST.CPY)
        01  PRD-AREA.
        COPY PRDMST.
        77  PRDRECL   PIC 9(4)  COMP  VALUE 70.
        77  PRDKEY    PIC X(8).

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

      * MAIN-SCREEN INPUT - AID/CURSOR/SBA THEN 'IIIIIIII ...'
        01  PR-IN.
            02  FILLER      PIC X(6).
            02  PR-IN-ARG.
                03  PR-ARG-ITEM  PIC X(8).
                03  FILLER       PIC X.
                03  PR-ARG-REST  PIC X(51).
        77  PR-INL    PIC 9(4)  COMP.

      * PRICE/DESCRIPTION EDIT WORK - THE DIGIT STRING AFTER THE
      * ITEM CODE, THEN WHATEVER FOLLOWS IT
        77  PRPRCW     PIC 9(9).
        77  PRPRCIX    PIC 9(2)  COMP.
        77  PRPRCL     PIC 9(2)  COMP.
        77  PRDIGIT    PIC 9.
        77  PRDESCW    PIC X(30).
        77  PRFUNC     PIC X.

      * OPERATOR SIGN-ON SCREEN
        77  AUTSCRNL  PIC 9(4)  COMP.
        01  AUTSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  AUSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'PRODUCT MASTER MAINTENANCE    '.
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
        77  PRSCRNL   PIC 9(4)  COMP.
        01  PRSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  PRSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'PRODUCT MASTER MAINTENANCE    '.
            02  PRSBA2  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'ITEM PRICE DESC'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  FILLER  PIC X(60) VALUE SPACES.
            02  PRSBA3  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'ENTER=SHOW PF2=ADD/PRICE PF6=LIST   '.
            02  PRSBA4  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'PF4=INACTIVE PF5=ACTIVE PF3=END     '.

      * ITEM DISPLAY - ROWS 9-10
        77  PRRECOL   PIC 9(4)  COMP.
        01  PRRECO.
            02  PDSBA1    PIC X(3).
            02  FILLER    PIC X(6)  VALUE 'ITEM: '.
            02  PROCODE   PIC X(8).
            02  FILLER    PIC X(8)  VALUE ' PRICE: '.
            02  PROPRICE  PIC ZZZZZZZZ9.
            02  FILLER    PIC X(9)  VALUE ' ACTIVE: '.
            02  PROACT    PIC X.
            02  PDSBA2    PIC X(3).
            02  FILLER    PIC X(6)  VALUE 'DESC: '.
            02  PRODESC   PIC X(30).
            02  FILLER    PIC X     VALUE SPACE.
            02  PRODATE   PIC 9(7).
            02  FILLER    PIC X     VALUE SPACE.
            02  PROOPR    PIC X(8).

      * ITEM LIST PAGE - 10 LINES, ROWS 8-17
        77  PRLINEL   PIC 9(4)  COMP.
        01  PRLINE.
            02  PLSBA     PIC X(3).
            02  PLCODE    PIC X(8).
            02  FILLER    PIC X     VALUE SPACE.
            02  PLDESC    PIC X(30).
            02  FILLER    PIC X     VALUE SPACE.
            02  PLPRICE   PIC ZZZZZZZZ9.
            02  FILLER    PIC X     VALUE SPACE.
            02  PLACT     PIC X.
        01  PLSBA-TAB.
            02  PLSBAE    PIC X(3)  OCCURS 10 TIMES.
        77  PLIX      PIC 9(2)  COMP.

      * MESSAGE LINE - ROW 19
        77  PRMSGOL   PIC 9(4)  COMP.
        01  PRMSGO.
            02  PMSBA     PIC X(3).
            02  PRMSGTX   PIC X(40).

        77  MSGBADSGN PIC X(40)
                      VALUE 'OPERATOR SIGN-ON REJECTED               '.
        77  MSGBADKEY PIC X(40)
                      VALUE 'KEY THE ITEM CODE                       '.
        77  MSGBADPRC PIC X(40)
                      VALUE 'KEY ITEM CODE, PRICE IN CENTS, DESC     '.
        77  MSGNODESC PIC X(40)
                      VALUE 'A NEW ITEM NEEDS A DESCRIPTION          '.
        77  MSGNOTFND PIC X(40)
                      VALUE 'ITEM NOT ON FILE                        '.
        77  MSGADDED  PIC X(40)
                      VALUE 'ITEM ADDED - ACTIVE                     '.
        77  MSGPRICED PIC X(40)
                      VALUE 'ITEM PRICE/DESCRIPTION CHANGED          '.
        77  MSGINACT  PIC X(40)
                      VALUE 'ITEM NOW INACTIVE                       '.
        77  MSGACT    PIC X(40)
                      VALUE 'ITEM NOW ACTIVE                         '.
        77  MSGENDLST PIC X(40)
                      VALUE 'END OF ITEM LIST                        '.
        77  MSGEND    PIC X(40)
                      VALUE 'PRODUCT MAINTENANCE ENDED - PRESS CLEAR '.

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
            02  SEC-TYPE   PIC X(8)  VALUE 'PRDFAIL '.

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTPRD1'.
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

            PERFORM PRSBAS THRU PRSBASX.
            MOVE LENGTH OF AUTSCRN TO AUTSCRNL.
            MOVE LENGTH OF PRSCRN  TO PRSCRNL.
            MOVE LENGTH OF PRRECO  TO PRRECOL.
            MOVE LENGTH OF PRLINE  TO PRLINEL.
            MOVE LENGTH OF PRMSGO  TO PRMSGOL.
            MOVE LOW-VALUES TO PRCOMM.
            IF EIBCALEN NOT = 0 THEN GO TO PRRENT.

      * FIRST ENTRY - OPERATOR SIGN-ON SCREEN
        PRAUTH.
            MOVE AUTSCRN TO SCAP-DATA.
            MOVE AUTSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE SPACE TO PRMODE.
            MOVE SPACES TO PROPER.
            GO TO PRRET.

        PRRENT.
            IF EIBCALEN NOT = PRCOMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = PRCOMMLEN THEN
               GO TO PRABEND.
            MOVE CA-DATA TO PRCOMM.
            IF EIBAID = DFHCLEAR AND PRMODE = 'A' THEN
               GO TO PRSHOWS.
            IF EIBAID = DFHCLEAR THEN GO TO PRAUTH.
            IF PRMODE NOT = 'A' THEN GO TO PRCHKSG.
            MOVE LENGTH OF PR-IN TO PR-INL.
            MOVE SPACES TO PR-IN.
            EXEC CICS RECEIVE INTO(PR-IN) LENGTH(PR-INL) END-EXEC.
            IF EIBAID = DFHPF3   THEN GO TO PRDONE.
            IF EIBAID = DFHENTER THEN GO TO PRSHOW.
            IF EIBAID = DFHPF2   THEN GO TO PRSETP.
            IF EIBAID = DFHPF4   THEN
               MOVE 'N' TO PRFUNC
               GO TO PRSTAT.
            IF EIBAID = DFHPF5   THEN
               MOVE 'Y' TO PRFUNC
               GO TO PRSTAT.
            IF EIBAID = DFHPF6   THEN GO TO PRLIST.
            GO TO PRRET.

      * PRCHKSG  EQU   *
      * OPERATOR SIGN-ON: VALID, ENABLED PROFILE AND THE RIGHT
      * PASSWORD - THE USERID IS WHAT THE ITEM RECORDS
        PRCHKSG.
            MOVE LENGTH OF AUT-IN TO AUT-INL.
            MOVE SPACES TO AUT-IN.
            EXEC CICS RECEIVE INTO(AUT-IN) LENGTH(AUT-INL) END-EXEC.
            IF EIBAID NOT = DFHENTER THEN GO TO PRAUTH.
            EXEC CICS HANDLE CONDITION NOTFND(PRBADSG)
                 NOTOPEN(PRBADSG) END-EXEC.
            MOVE AUT-USERID TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF AUT-PASSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y' THEN GO TO PRBADSG.
            MOVE 'A' TO PRMODE.
            MOVE AUT-USERID TO PROPER.
            GO TO PRSHOWS.

        PRBADSG.
            MOVE AUT-USERID TO SEC-USER.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.
            MOVE MSGBADSGN TO PRMSGTX.
            GO TO PRPUTMS.

      * PRSHOWS  EQU   *
      * PAINT THE MAIN SCREEN
        PRSHOWS.
            MOVE PRSCRN TO SCAP-DATA.
            MOVE PRSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO PRRET.

      * PRSHOW   EQU   *
      * DISPLAY ONE ITEM
        PRSHOW.
            PERFORM PRGETK THRU PRGETKX.
            EXEC CICS HANDLE CONDITION NOTFND(PRNF)
                 NOTOPEN(PRNF) END-EXEC.
            EXEC CICS READ FILE('PRDMAST') INTO(PRD-REC)
                 LENGTH(PRDRECL) RIDFLD(PRDKEY) END-EXEC.
            PERFORM PRPUTO.
            GO TO PRRET.

      * PRSETP   EQU   *
      * ADD AN ITEM OR RE-PRICE ONE ON FILE
        PRSETP.
            PERFORM PRGETK THRU PRGETKX.
            PERFORM PRPRCED THRU PRPRCEX.
            IF PRPRCL = 0 THEN
               MOVE MSGBADPRC TO PRMSGTX
               GO TO PRPUTMS.
            EXEC CICS HANDLE CONDITION NOTFND(PRSETA) END-EXEC.
            EXEC CICS READ FILE('PRDMAST') INTO(PRD-REC)
                 LENGTH(PRDRECL) RIDFLD(PRDKEY) UPDATE END-EXEC.
            MOVE PRPRCW   TO PRD-PRICE.
            IF PRDESCW NOT = SPACES THEN
               MOVE PRDESCW TO PRD-DESC.
            MOVE EIBDATE  TO PRD-CHGDATE.
            MOVE PROPER   TO PRD-CHGOPER.
            EXEC CICS REWRITE FILE('PRDMAST') FROM(PRD-REC)
                 LENGTH(PRDRECL) END-EXEC.
            MOVE 'RW' TO JRN-FUNC.
            PERFORM PRJRN.
            PERFORM PRPUTO.
            MOVE MSGPRICED TO PRMSGTX.
            GO TO PRPUTMS.
      * PRSETA   EQU   *
        PRSETA.
            IF PRDESCW = SPACES THEN
               MOVE MSGNODESC TO PRMSGTX
               GO TO PRPUTMS.
            MOVE SPACES   TO PRD-REC.
            MOVE PRDKEY   TO PRD-CODE.
            MOVE PRDESCW  TO PRD-DESC.
            MOVE PRPRCW   TO PRD-PRICE.
            MOVE 'Y'      TO PRD-ACTIVE.
            MOVE EIBDATE  TO PRD-CHGDATE.
            MOVE PROPER   TO PRD-CHGOPER.
            EXEC CICS WRITE FILE('PRDMAST') FROM(PRD-REC)
                 LENGTH(PRDRECL) RIDFLD(PRDKEY) END-EXEC.
            MOVE 'WR' TO JRN-FUNC.
            PERFORM PRJRN.
            PERFORM PRPUTO.
            MOVE MSGADDED TO PRMSGTX.
            GO TO PRPUTMS.

      * PRSTAT   EQU   *
      * ACTIVE FLAG ON OR OFF - THE NEW FLAG IS IN PRFUNC
        PRSTAT.
            PERFORM PRGETK THRU PRGETKX.
            EXEC CICS HANDLE CONDITION NOTFND(PRNF)
                 NOTOPEN(PRNF) END-EXEC.
            EXEC CICS READ FILE('PRDMAST') INTO(PRD-REC)
                 LENGTH(PRDRECL) RIDFLD(PRDKEY) UPDATE END-EXEC.
            MOVE PRFUNC   TO PRD-ACTIVE.
            MOVE EIBDATE  TO PRD-CHGDATE.
            MOVE PROPER   TO PRD-CHGOPER.
            EXEC CICS REWRITE FILE('PRDMAST') FROM(PRD-REC)
                 LENGTH(PRDRECL) END-EXEC.
            MOVE 'RW' TO JRN-FUNC.
            PERFORM PRJRN.
            PERFORM PRPUTO.
            IF PRFUNC = 'Y' THEN
               MOVE MSGACT TO PRMSGTX
            ELSE
               MOVE MSGINACT TO PRMSGTX.
            GO TO PRPUTMS.

      * PRLIST   EQU   *
      * PAGE OF ITEMS IN CODE ORDER FROM THE CODE KEYED (OR THE TOP)
        PRLIST.
            EXEC CICS HANDLE CONDITION NOTFND(PRLEOF)
                 ENDFILE(PRLEOF) END-EXEC.
            IF PR-ARG-ITEM = SPACES THEN
               MOVE LOW-VALUES TO PRDKEY
            ELSE
               MOVE PR-ARG-ITEM TO PRDKEY.
            EXEC CICS STARTBR FILE('PRDMAST') RIDFLD(PRDKEY)
                 GTEQ END-EXEC.
            MOVE 1 TO PLIX.
        PRLISTL.
            EXEC CICS READNEXT FILE('PRDMAST') INTO(PRD-REC)
                 LENGTH(PRDRECL) RIDFLD(PRDKEY) END-EXEC.
            IF PLIX GREATER THAN 10 THEN GO TO PRLDONE.
            MOVE PLSBAE (PLIX) TO PLSBA.
            MOVE PRD-CODE   TO PLCODE.
            MOVE PRD-DESC   TO PLDESC.
            MOVE PRD-PRICE  TO PLPRICE.
            MOVE PRD-ACTIVE TO PLACT.
            MOVE PRLINE TO SCAP-DATA.
            MOVE PRLINEL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            ADD 1 TO PLIX.
            GO TO PRLISTL.
        PRLDONE.
            EXEC CICS ENDBR FILE('PRDMAST') END-EXEC.
            GO TO PRRET.
        PRLEOF.
            IF PLIX GREATER THAN 1 THEN
               EXEC CICS ENDBR FILE('PRDMAST') END-EXEC.
            MOVE MSGENDLST TO PRMSGTX.
            GO TO PRPUTMS.

      * ITEM CODE FROM THE ROW-3 FIELD INTO THE PRODUCT KEY
        PRGETK.
            IF PR-INL NOT GREATER THAN 6
               OR PR-ARG-ITEM = SPACES THEN
               MOVE MSGBADKEY TO PRMSGTX
               GO TO PRPUTMS.
            MOVE PR-ARG-ITEM TO PRDKEY.
        PRGETKX.
            EXIT.

      * PULL THE DIGIT STRING AFTER THE ITEM CODE AS THE UNIT PRICE
      * IN CENTS (UP TO 9 DIGITS, LEADING BLANKS IGNORED); WHATEVER
      * FOLLOWS THE BLANK AFTER IT IS THE DESCRIPTION
        PRPRCED.
            MOVE 0 TO PRPRCW.
            MOVE 0 TO PRPRCL.
            MOVE SPACES TO PRDESCW.
            MOVE 0 TO PRPRCIX.
        PRPRCEL.
            ADD 1 TO PRPRCIX.
            IF PRPRCIX GREATER THAN 51 THEN GO TO PRPRCEX.
            IF PR-ARG-REST (PRPRCIX:1) = SPACE THEN
               IF PRPRCL = 0 THEN
                  GO TO PRPRCEL
               ELSE
                  GO TO PRPRCDS.
            IF PR-ARG-REST (PRPRCIX:1) LESS THAN '0'
               OR PR-ARG-REST (PRPRCIX:1) GREATER THAN '9' THEN
               MOVE 0 TO PRPRCL
               GO TO PRPRCEX.
            IF PRPRCL GREATER THAN 8 THEN
               MOVE 0 TO PRPRCL
               GO TO PRPRCEX.
            MOVE PR-ARG-REST (PRPRCIX:1) TO PRDIGIT.
            COMPUTE PRPRCW = PRPRCW * 10 + PRDIGIT.
            ADD 1 TO PRPRCL.
            GO TO PRPRCEL.
        PRPRCDS.
            IF PRPRCIX LESS THAN 51 THEN
               ADD 1 TO PRPRCIX
               MOVE PR-ARG-REST (PRPRCIX:) TO PRDESCW.
        PRPRCEX.
            EXIT.

      * ONE AFTER-IMAGE OF THE ITEM THROUGH VSAMJRN1 (FUNCTION
      * PRESET BY THE CALLER)
        PRJRN.
            MOVE 'PRDMAST ' TO JRN-FILE.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE PRDKEY     TO JRN-KEY (1:8).
            MOVE 0          TO JRN-RRN.
            MOVE PRDRECL    TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE PRD-REC    TO JRN-IMAGE (1:70).
            EXEC CICS LINK PROGRAM('VSAMJRN1') COMMAREA(VJRN-AREA)
                 LENGTH(VJRNL) END-EXEC.

      * SEND THE ITEM DISPLAY LINES
        PRPUTO.
            MOVE PRD-CODE    TO PROCODE.
            MOVE PRD-PRICE   TO PROPRICE.
            MOVE PRD-ACTIVE  TO PROACT.
            MOVE PRD-DESC    TO PRODESC.
            MOVE PRD-CHGDATE TO PRODATE.
            MOVE PRD-CHGOPER TO PROOPR.
            MOVE PRRECO TO SCAP-DATA.
            MOVE PRRECOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.

      * PRNF     EQU   *
        PRNF.
            MOVE MSGNOTFND TO PRMSGTX.
        PRPUTMS.
            MOVE PRMSGO TO SCAP-DATA.
            MOVE PRMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO PRRET.

      * PRRET    EQU   *
        PRRET.
            MOVE PRCOMMLEN TO CA-HDR-LEN IN PRCOMM-REC.
            EXEC CICS RETURN TRANSID('PRD1') COMMAREA(PRCOMM-REC)
                 LENGTH(PRCOMMLEN) END-EXEC.

      * PRDONE   EQU   *
        PRDONE.
            MOVE MSGEND TO PRMSGTX.
            MOVE PRMSGO TO SCAP-DATA.
            MOVE PRMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

        PRABEND.
            EXEC CICS ABEND ABCODE('PRD1') END-EXEC.

      * COMPOSE EVERY SCREEN ADDRESS THROUGH SBABUILD: TITLE ROW 2,
      * SIGN-ON FIELDS ROWS 4-5, ENTRY LINE ROW 3, LEGEND ROWS 6-7,
      * ITEM DISPLAY ROWS 9-10, LIST PAGE ROWS 8-17, MESSAGE LINE
      * ROW 19
        PRSBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 2 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO AUSBA1.
            MOVE SBAB-SBA TO PRSBA1.
            MOVE 4 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO AUSBA2.
            MOVE 5 TO SBAB-ROW.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO AUSBA3.
            MOVE 7 TO SBAB-ROW.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO AUSBA4.
            MOVE SBAB-SBA TO PRSBA4.
            MOVE 3 TO SBAB-ROW.
            MOVE 2 TO SBAB-COL.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO PRSBA2.
            MOVE 6 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO PRSBA3.
            MOVE 9 TO SBAB-ROW.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO PDSBA1.
            MOVE 10 TO SBAB-ROW.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO PDSBA2.
            MOVE 19 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO PMSBA.
            MOVE 0 TO PLIX.
        PRSBASL.
            ADD 1 TO PLIX.
            IF PLIX GREATER THAN 10 THEN GO TO PRSBASX.
            COMPUTE SBAB-ROW = PLIX + 7.
            MOVE 2 TO SBAB-COL.
            PERFORM PRSBAP.
            MOVE SBAB-SBA TO PLSBAE (PLIX).
            GO TO PRSBASL.
        PRSBASX.
            EXIT.

        PRSBAP.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
