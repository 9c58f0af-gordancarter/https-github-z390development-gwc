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
      * ORDER LIFECYCLE MAINTENANCE - ORDFILE KSDS, ORDHIST KSDS
      *
      * RPI 1400 - TESTORD1 POSTS ORDERS AS 'OPN' AND NOTHING EVER
      * MOVED THEM ON, SO EVERY ORDER EVER TAKEN LOOKED OPEN.  THIS
      * TRANSACTION WALKS AN ORDER THROUGH ITS LIFECYCLE, BEHIND AN
      * OPERATOR SIGN-ON AGAINST USRPROF (ANY AUTHORITY; A REFUSED
      * SIGN-ON IS AN 'ORDFAIL' SECURITY EVENT):
      *
      *    ENTER  SHOW THE ORDER - 'CCCCCCCC NNNNNN' ON ROW 3 IS THE
      *           CUSTOMER NUMBER AND THE ORDER NUMBER
      *    PF4    SHIP    OPN -> SHP
      *    PF5    CANCEL  OPN -> CAN
      *    PF6    CLOSE   INV -> CLS
      *    PF7    LIST THE ORDER'S STATUS HISTORY, A PAGE OF 10
      *    PF3    END THE TRANSACTION, CLEAR REFRESHES THE SCREEN
      *
      * THE LEGAL MOVES ARE THE ORDTRN TABLE BELOW; ANYTHING ELSE
      * (SHIPPING A CANCELLED ORDER, CLOSING AN OPEN ONE, ...) IS
      * REFUSED WITH THE ORDER LEFT UNTOUCHED.  A LEGAL MOVE
      * REWRITES THE ORDER, WRITES ONE ORDHIST RECORD (OLD AND NEW
      * STATUS, OPERATOR, TERMINAL, DATE AND TIME - SEE ORDHST.CPY),
      * AND JOURNALS BOTH THROUGH VSAMJRN1 FOR FORWARD RECOVERY.
      *
      * RPI 1401 - SHP -> INV IS THE NIGHTLY INVGEN1 BILLING RUN'S
      * MOVE, NOT AN OPERATOR'S.  CLOSE NOW TAKES AN INVOICED ORDER
      * ONLY, SO A SHIPPED ORDER CANNOT BE CLOSED BEFORE IT IS BILLED.
      *
      * RPI 1407 - TESTORD1 POSTS AN ORDER WHOSE CUSTOMER ZIP
      * RESOLVES TO NO TAXING STATE AS 'HLD' RATHER THAN TAX IT AT
      * ZERO.  ONCE THE ZIP (OR THE TAXRATE TABLE) IS PUT RIGHT:
      *
      *    PF8    RELEASE HLD -> OPN - THE CUSTOMER'S ZIP IS RUN
      *           THROUGH TAXSVC1 AGAIN AT THE RATE IN FORCE ON THE
      *           ORDER DATE; THE TAX AND STATE ARE STORED ON THE
      *           ORDER, OR THE RELEASE IS REFUSED AND IT STAYS HELD
      *    PF5    CANCEL NOW ALSO TAKES A HELD ORDER, HLD -> CAN
      *
      * THE ORDER DISPLAY SHOWS THE TAX AND ITS STATE.
      *
      * SAME RAW-DATASTREAM SCREEN HANDLING AS TESTORD1 - SBAS
      * COMPOSED AT ENTRY THROUGH SBABUILD, SENDS MIRRORED THROUGH
      * SCRNCAP1.
      *
      * RPI 1438 - THE SCREENS ARE NO LONGER LAID OUT HERE: BOTH ARE
      * PAINTED BY THE SCRPNT1 SERVICE FROM THEIR SCRDEF LINES (SEE
      * SCRDEF.CPY), AND THE SIGN-ON AND ROW-3 FIELDS COME BACK FROM
      * IT BY NAME.  THE LINES AS SHIPPED:
      *
      *   SCREEN   SEQ RW CL LN A T NAME     TEXT
      *   ORD2SIGN 010 02 25 00   L          ORDER LIFECYCLE MAINTENANCE
      *   ORD2SIGN 020 04 10 00   L          USERID..:
      *   ORD2SIGN 030 04 19 08 U I USERID
      *   ORD2SIGN 040 05 10 00   L          PASSWORD:
      *   ORD2SIGN 050 05 19 08 D I PASSWD
      *   ORD2SIGN 060 07 10 00   L          ENTER=SIGN ON  CLEAR=
      *                                      GIVE UP
      *   ORD2SIGN 070 19 01 40   F MSG
      *   ORD2MAIN 010 02 25 00   L          ORDER LIFECYCLE MAINTENANCE
      *   ORD2MAIN 020 03 25 00   L          CUST ORDER...:
      *   ORD2MAIN 030 03 40 40 U I ARG
      *   ORD2MAIN 040 06 10 00   L          ENTER=SHOW PF4=SHIP PF5=
      *                                      CANCEL
      *   ORD2MAIN 050 07 10 00   L          PF6=CLOSE PF7=HIST PF8=
      *                                      RELEASE PF3=END
      *   ORD2MAIN 100 09 10 00   L          ORDER:
      *   ORD2MAIN 110 09 17 08   F CUST
      *   ORD2MAIN 120 09 25 00   L          /
      *   ORD2MAIN 130 09 26 06   F NUM
      *   ORD2MAIN 140 09 33 00   L          STAT:
      *   ORD2MAIN 150 09 39 03   F STAT
      *   ORD2MAIN 160 09 43 00   L          DATE:
      *   ORD2MAIN 170 09 49 07   F DATE
      *   ORD2MAIN 180 09 57 00   L          AMT:
      *   ORD2MAIN 190 09 62 09   F AMT
      *   ORD2MAIN 200 10 10 00   L          NAME:
      *   ORD2MAIN 210 10 17 40   F NAME
      *   ORD2MAIN 220 10 58 00   L          TAX:
      *   ORD2MAIN 230 10 63 09   F TAX
      *   ORD2MAIN 240 10 73 00   L          ST:
      *   ORD2MAIN 250 10 77 02   F TAXST
      *   ORD2MAIN 300 08 02 49   F H01      (HISTORY LINES H01-H10,
      *   ...                                 ROWS 8-17, SEQ 300-390)
      *   ORD2MAIN 390 17 02 49   F H10
      *   ORD2MAIN 500 19 01 40   F MSG
      *
        PROGRAM-ID. TESTORD2.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.

      * PSEUDO-CONVERSATIONAL COMMAREA - 'A' = OPERATOR SIGNED ON
        01  O2COMM-REC.
            COPY CAHDR.
            02  O2COMM.
                03  O2MODE    PIC X.
                03  O2OPER    PIC X(8).
        77  O2COMMLEN   PIC 9(4)  COMP VALUE 12.

      * ORDER RECORD (SEE ORDMST.CPY) AND ITS HISTORY (ORDHST.CPY)
        01  ORD-AREA.
        COPY ORDMST.
        77  ORDRECL   PIC 9(4)  COMP  VALUE 84.
        77  ORDKEY    PIC X(14).
        01  ORDH-AREA.
        COPY ORDHST.
        77  ORDHRECL  PIC 9(4)  COMP  VALUE 54.
        77  ORDHKEY   PIC X(28).

      * LEGAL STATUS MOVES - FROM(3) + TO(3)
        01  ORDTRN-VALUES.
            02  FILLER    PIC X(6)  VALUE 'OPNSHP'.
            02  FILLER    PIC X(6)  VALUE 'OPNCAN'.
            02  FILLER    PIC X(6)  VALUE 'INVCLS'.
            02  FILLER    PIC X(6)  VALUE 'HLDOPN'.
            02  FILLER    PIC X(6)  VALUE 'HLDCAN'.
        01  ORDTRN-TAB REDEFINES ORDTRN-VALUES.
            02  ORDTRN-ENT  OCCURS 5 TIMES.
                03  ORDTRN-FROM  PIC X(3).
                03  ORDTRN-TO    PIC X(3).
        77  ORDTRNMAX PIC 9(2)  COMP  VALUE 5.
        77  ORDTRNIX  PIC 9(2)  COMP.
        77  O2NEWST   PIC X(3).

      * RPI 1407 - CUSTOMER RECORD (TESTBMC1'S LAYOUT) FOR THE ZIP,
      * AND THE SALES-TAX COMMAREA (SEE TAXSVC1.CBL)
        01  CUST-REC.
            02  CUST-NAME  PIC X(40).
            02  CUST-ADDR  PIC X(40).
            02  CUST-ZIP   PIC X(5).
            02  CUST-LASTACT PIC 9(7).
        77  CUSTRECL  PIC 9(4)  COMP  VALUE 92.
        77  CUSTKEY   PIC X(40).
      * THE NUMBER-KEYED MASTER, FOR THE CUSTOMER'S CURRENT NAME
        01  CMST-AREA.
        COPY CUSTMST.
        77  CMSTRECL  PIC 9(4)  COMP  VALUE 100.
        77  CMSTKEY   PIC 9(8).
        01  TXS-COMM.
            02  TXS-ZIP     PIC X(5).
            02  TXS-AMT     PIC 9(9).
            02  TXS-DATE    PIC 9(7).
            02  TXS-RC      PIC 9(2).
            02  TXS-STATE   PIC X(2).
            02  TXS-RATE    PIC 9V9(5).
            02  TXS-TAX     PIC 9(9).

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

      * OPERATOR SIGN-ON INPUT - RPI 1438: MAPPED BY NAME FROM THE
      * ORD2SIGN SCREEN
        01  AUT-IN.
            02  AUT-USERID  PIC X(8).
            02  AUT-PASSWD  PIC X(8).

      * MAIN-SCREEN INPUT - THE ARG FIELD, 'CCCCCCCC NNNNNN'
        01  O2-IN-ARG.
            02  O2-ARG-CUST  PIC X(8).
            02  FILLER       PIC X.
            02  O2-ARG-ORD   PIC X(6).
            02  FILLER       PIC X(25).

      * ORDER DISPLAY - EDITED AMOUNTS FOR THE AMT AND TAX FIELDS
        77  O2OAMT    PIC ZZZZZZZZ9.
        77  O2OTAX    PIC ZZZZZZZZ9.

      * HISTORY PAGE - 10 LINES, FIELDS H01-H10
        01  O2HNAME.
            02  FILLER    PIC X     VALUE 'H'.
            02  O2HNAMEN  PIC 9(2).
            02  FILLER    PIC X(5)  VALUE SPACES.
        01  O2HLINE.
            02  OHLDATE   PIC 9(7).
            02  FILLER    PIC X     VALUE SPACE.
            02  OHLTIME   PIC 9(7).
            02  FILLER    PIC X     VALUE SPACE.
            02  OHLOLD    PIC X(3).
            02  FILLER    PIC X(4)  VALUE ' -> '.
            02  OHLNEW    PIC X(3).
            02  FILLER    PIC X     VALUE SPACE.
            02  OHLOPER   PIC X(8).
            02  FILLER    PIC X     VALUE SPACE.
            02  OHLTERM   PIC X(4).
            02  FILLER    PIC X     VALUE SPACE.
            02  OHLPGM    PIC X(8).
        77  OHLIX     PIC 9(2)  COMP.

      * MESSAGE LINE TEXT - THE MSG FIELD OF EITHER SCREEN
        77  O2MSGTX   PIC X(40).

        77  MSGBADSGN PIC X(40)
                      VALUE 'OPERATOR SIGN-ON REJECTED               '.
        77  MSGBADKEY PIC X(40)
                      VALUE 'KEY CUSTOMER NUMBER AND ORDER NUMBER    '.
        77  MSGNOTFND PIC X(40)
                      VALUE 'ORDER NOT FOUND                         '.
        01  MSGBADMV.
            02  FILLER    PIC X(13) VALUE 'ILLEGAL MOVE '.
            02  MSGBMFROM PIC X(3).
            02  FILLER    PIC X(4)  VALUE ' -> '.
            02  MSGBMTO   PIC X(3).
            02  FILLER    PIC X(17) VALUE ' REFUSED         '.
        01  MSGMOVED.
            02  FILLER    PIC X(6)  VALUE 'ORDER '.
            02  MSGMVNO   PIC 9(6).
            02  FILLER    PIC X(5)  VALUE ' NOW '.
            02  MSGMVST   PIC X(3).
            02  FILLER    PIC X(20) VALUE SPACES.
        77  MSGNOTAX  PIC X(40)
                      VALUE 'NO TAX STATE FOR ZIP - ORDER STILL HELD '.
        77  MSGNOHIST PIC X(40)
                      VALUE 'NO STATUS HISTORY FOR THIS ORDER        '.
        77  MSGENDLST PIC X(40)
                      VALUE 'END OF ORDER HISTORY                    '.
        77  MSGEND    PIC X(40)
                      VALUE 'ORDER MAINTENANCE ENDED - PRESS CLEAR   '.

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
        77  O2FNAM    PIC X(8).
        77  O2FVAL    PIC X(60).
        77  O2FX      PIC 9(2)  COMP.

      * SECURITY EVENT COMMAREA (SEE SECEVT1.CBL)
        01  SEC-COMM.
            02  SEC-USER   PIC X(8).
            02  SEC-TYPE   PIC X(8)  VALUE 'ORDFAIL '.

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTORD2'.
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

            MOVE LOW-VALUES TO O2COMM.
            IF EIBCALEN NOT = 0 THEN GO TO O2RENT.

      * FIRST ENTRY - OPERATOR SIGN-ON SCREEN
        O2AUTH.
            MOVE 'P' TO SCP-FUNC.
            MOVE 'ORD2SIGN' TO SCP-SCREEN.
            PERFORM O2PAINT.
            MOVE SPACE TO O2MODE.
            MOVE SPACES TO O2OPER.
            GO TO O2RET.

        O2RENT.
            IF EIBCALEN NOT = O2COMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = O2COMMLEN THEN
               GO TO O2ABEND.
            MOVE CA-DATA TO O2COMM.
            IF EIBAID = DFHCLEAR AND O2MODE = 'A' THEN
               GO TO O2SHOWS.
            IF EIBAID = DFHCLEAR THEN GO TO O2AUTH.
            IF O2MODE NOT = 'A' THEN GO TO O2CHKSG.
            MOVE 'ORD2MAIN' TO SCP-SCREEN.
            PERFORM O2MAP.
            MOVE 'ARG' TO O2FNAM.
            PERFORM O2GETF.
            MOVE O2FVAL TO O2-IN-ARG.
            IF EIBAID = DFHPF3   THEN GO TO O2DONE.
            IF EIBAID = DFHENTER THEN GO TO O2SHOW.
            IF EIBAID = DFHPF4   THEN
               MOVE 'SHP' TO O2NEWST
               GO TO O2MOVE.
            IF EIBAID = DFHPF5   THEN
               MOVE 'CAN' TO O2NEWST
               GO TO O2MOVE.
            IF EIBAID = DFHPF6   THEN
               MOVE 'CLS' TO O2NEWST
               GO TO O2MOVE.
            IF EIBAID = DFHPF7   THEN GO TO O2HIST.
            IF EIBAID = DFHPF8   THEN
               MOVE 'OPN' TO O2NEWST
               GO TO O2MOVE.
            GO TO O2RET.

      * O2CHKSG  EQU   *
      * OPERATOR SIGN-ON: VALID, ENABLED PROFILE AND THE RIGHT
      * PASSWORD - THE USERID IS WHAT THE HISTORY RECORDS
        O2CHKSG.
            MOVE 'ORD2SIGN' TO SCP-SCREEN.
            PERFORM O2MAP.
            IF EIBAID NOT = DFHENTER THEN GO TO O2AUTH.
            MOVE 'USERID' TO O2FNAM.
            PERFORM O2GETF.
            MOVE O2FVAL TO AUT-USERID.
            MOVE 'PASSWD' TO O2FNAM.
            PERFORM O2GETF.
            MOVE O2FVAL TO AUT-PASSWD.
            EXEC CICS HANDLE CONDITION NOTFND(O2BADSG)
                 NOTOPEN(O2BADSG) END-EXEC.
            MOVE AUT-USERID TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF AUT-PASSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y' THEN GO TO O2BADSG.
            MOVE 'A' TO O2MODE.
            MOVE AUT-USERID TO O2OPER.
            GO TO O2SHOWS.

        O2BADSG.
            MOVE AUT-USERID TO SEC-USER.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.
            MOVE MSGBADSGN TO O2MSGTX.
            GO TO O2PUTMS.

      * O2SHOWS  EQU   *
      * PAINT THE MAIN SCREEN
        O2SHOWS.
            MOVE 'P' TO SCP-FUNC.
            MOVE 'ORD2MAIN' TO SCP-SCREEN.
            PERFORM O2PAINT.
            GO TO O2RET.

      * O2SHOW   EQU   *
      * DISPLAY ONE ORDER
        O2SHOW.
            PERFORM O2GETK THRU O2GETKX.
            EXEC CICS HANDLE CONDITION NOTFND(O2NF) END-EXEC.
            EXEC CICS READ FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORDKEY) END-EXEC.
            PERFORM O2PUTO.
            GO TO O2RET.

      * O2MOVE   EQU   *
      * ONE STATUS MOVE - THE REQUESTED STATUS IS IN O2NEWST.  AN
      * ILLEGAL MOVE RELEASES THE UPDATE AND LEAVES THE ORDER ALONE.
        O2MOVE.
            PERFORM O2GETK THRU O2GETKX.
            EXEC CICS HANDLE CONDITION NOTFND(O2NF) END-EXEC.
            EXEC CICS READ FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORDKEY) UPDATE END-EXEC.
            MOVE 0 TO ORDTRNIX.
        O2MOVEL.
            ADD 1 TO ORDTRNIX.
            IF ORDTRNIX GREATER THAN ORDTRNMAX THEN GO TO O2MOVEN.
            IF ORDTRN-FROM (ORDTRNIX) NOT = ORD-STAT
               OR ORDTRN-TO (ORDTRNIX) NOT = O2NEWST THEN
               GO TO O2MOVEL.
      * RPI 1407 - A RELEASE MUST BE ABLE TO TAX THE ORDER NOW
            IF ORD-STAT = 'HLD' AND O2NEWST = 'OPN' THEN
               PERFORM O2TAX THRU O2TAXX
               IF TXS-RC NOT = 0 THEN GO TO O2MOVET.
            MOVE ORD-STAT TO ORDH-OLDSTAT.
            MOVE O2NEWST  TO ORD-STAT.
            EXEC CICS REWRITE FILE('ORDFILE') FROM(ORD-REC)
                 LENGTH(ORDRECL) END-EXEC.
            MOVE 'ORDFILE ' TO JRN-FILE.
            MOVE 'RW'       TO JRN-FUNC.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE ORDKEY     TO JRN-KEY (1:14).
            MOVE 0          TO JRN-RRN.
            MOVE ORDRECL    TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE ORD-REC    TO JRN-IMAGE (1:84).
            PERFORM O2VJRN.
            PERFORM O2HWRT THRU O2HWRTX.
            PERFORM O2PUTO.
            MOVE ORD-NUM  TO MSGMVNO.
            MOVE ORD-STAT TO MSGMVST.
            MOVE MSGMOVED TO O2MSGTX.
            GO TO O2PUTMS.
        O2MOVEN.
            EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC.
            MOVE ORD-STAT TO MSGBMFROM.
            MOVE O2NEWST  TO MSGBMTO.
            MOVE MSGBADMV TO O2MSGTX.
            GO TO O2PUTMS.
        O2MOVET.
            EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC.
            MOVE MSGNOTAX TO O2MSGTX.
            GO TO O2PUTMS.

      * RPI 1407 - TAX THE HELD ORDER THROUGH TAXSVC1 FROM THE
      * CUSTOMER'S CURRENT ZIP AT THE RATE IN FORCE ON THE ORDER
      * DATE; TXS-RC NOT ZERO LEAVES THE ORDER AS IT WAS.  THE
      * CUSTOMER IS FOUND BY ORD-CUSTNO THROUGH MYFILE09, SINCE
      * ORD-NAME IS THE NAME AS IT WAS WHEN THE ORDER WAS TAKEN AND
      * A RENAME SINCE THEN WOULD LEAVE THE ORDER UNRELEASABLE; AN
      * ORDER WITH NO MASTER RECORD FALLS BACK TO ORD-NAME
        O2TAX.
            MOVE ORD-NAME TO CUSTKEY.
            EXEC CICS HANDLE CONDITION NOTFND(O2TAXNM)
                 NOTOPEN(O2TAXNM) END-EXEC.
            MOVE ORD-CUSTNO TO CMSTKEY.
            EXEC CICS READ FILE('MYFILE09') INTO(CMST-REC)
                 LENGTH(CMSTRECL) RIDFLD(CMSTKEY) END-EXEC.
            MOVE CMST-NAME TO CUSTKEY.
        O2TAXNM.
            EXEC CICS HANDLE CONDITION NOTFND(O2TAXNC)
                 NOTOPEN(O2TAXNC) END-EXEC.
            EXEC CICS READ FILE('MYFILE08') INTO(CUST-REC)
                 LENGTH(CUSTRECL) RIDFLD(CUSTKEY) END-EXEC.
            MOVE CUST-ZIP TO TXS-ZIP.
            GO TO O2TAXL.
        O2TAXNC.
            MOVE SPACES TO TXS-ZIP.
        O2TAXL.
            MOVE ORD-AMT  TO TXS-AMT.
            MOVE ORD-DATE TO TXS-DATE.
            EXEC CICS LINK PROGRAM('TAXSVC1') COMMAREA(TXS-COMM)
                 LENGTH(40) END-EXEC.
            IF TXS-RC = 0 THEN
               MOVE TXS-TAX   TO ORD-TAX
               MOVE TXS-STATE TO ORD-TAXST.
        O2TAXX.
            EXIT.

      * ONE ORDHIST RECORD FOR THE MOVE JUST MADE (OLD STATUS PRESET
      * BY THE CALLER); A SECOND CHANGE TO THE ORDER IN THE SAME
      * SECOND STEPS THE TIME PAST THE DUPLICATE KEY
        O2HWRT.
            MOVE ORD-CUSTNO TO ORDH-CUSTNO.
            MOVE ORD-NUM    TO ORDH-NUM.
            MOVE EIBDATE    TO ORDH-DATE.
            MOVE EIBTIME    TO ORDH-TIME.
            MOVE ORD-STAT   TO ORDH-NEWSTAT.
            MOVE O2OPER     TO ORDH-OPER.
            MOVE EIBTRMID   TO ORDH-TERM.
            MOVE 'TESTORD2' TO ORDH-PGM.
            EXEC CICS HANDLE CONDITION DUPREC(O2HDUP) END-EXEC.
        O2HWRTW.
            MOVE ORDH-KEY TO ORDHKEY.
            EXEC CICS WRITE FILE('ORDHIST') FROM(ORDH-REC)
                 LENGTH(ORDHRECL) RIDFLD(ORDHKEY) END-EXEC.
            MOVE 'ORDHIST ' TO JRN-FILE.
            MOVE 'WR'       TO JRN-FUNC.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE ORDHKEY    TO JRN-KEY (1:28).
            MOVE 0          TO JRN-RRN.
            MOVE ORDHRECL   TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE ORDH-REC   TO JRN-IMAGE (1:54).
            PERFORM O2VJRN.
            GO TO O2HWRTX.
      * THE LAST SECOND OF THE DAY HAS NO SECOND LEFT TO STEP TO -
      * THE CHANGE STANDS WITHOUT ITS HISTORY RECORD
        O2HDUP.
            IF ORDH-TIME NOT LESS THAN 235959 THEN GO TO O2HWRTX.
            ADD 1 TO ORDH-SS.
            IF ORDH-SS GREATER THAN 59 THEN
                MOVE 0 TO ORDH-SS
                ADD 1 TO ORDH-MM
                IF ORDH-MM GREATER THAN 59 THEN
                    MOVE 0 TO ORDH-MM
                    ADD 1 TO ORDH-HH.
            GO TO O2HWRTW.
        O2HWRTX.
            EXIT.

      * O2HIST   EQU   *
      * PAGE OF THE ORDER'S STATUS HISTORY, OLDEST FIRST
        O2HIST.
            PERFORM O2GETK THRU O2GETKX.
            EXEC CICS HANDLE CONDITION NOTFND(O2HNONE)
                 ENDFILE(O2HEOF) END-EXEC.
            MOVE LOW-VALUES TO ORDHKEY.
            MOVE ORDKEY TO ORDHKEY (1:14).
            EXEC CICS STARTBR FILE('ORDHIST') RIDFLD(ORDHKEY)
                 GTEQ END-EXEC.
            MOVE 1 TO OHLIX.
            MOVE 0 TO SCP-FLDN.
        O2HISTL.
            EXEC CICS READNEXT FILE('ORDHIST') INTO(ORDH-REC)
                 LENGTH(ORDHRECL) RIDFLD(ORDHKEY) END-EXEC.
            IF ORDHKEY (1:14) NOT = ORDKEY THEN GO TO O2HEOF.
            IF OHLIX GREATER THAN 10 THEN GO TO O2HDONE.
            MOVE ORDH-DATE    TO OHLDATE.
            MOVE ORDH-TIME    TO OHLTIME.
            MOVE ORDH-OLDSTAT TO OHLOLD.
            MOVE ORDH-NEWSTAT TO OHLNEW.
            MOVE ORDH-OPER    TO OHLOPER.
            MOVE ORDH-TERM    TO OHLTERM.
            MOVE ORDH-PGM     TO OHLPGM.
            MOVE OHLIX TO O2HNAMEN.
            MOVE O2HNAME TO O2FNAM.
            MOVE O2HLINE TO O2FVAL.
            PERFORM O2SETF.
            ADD 1 TO OHLIX.
            GO TO O2HISTL.
        O2HEOF.
            IF OHLIX = 1 THEN
               EXEC CICS ENDBR FILE('ORDHIST') END-EXEC
               MOVE MSGNOHIST TO O2MSGTX
               GO TO O2PUTMS.
        O2HDONE.
            EXEC CICS ENDBR FILE('ORDHIST') END-EXEC.
            MOVE 'U' TO SCP-FUNC.
            MOVE 'ORD2MAIN' TO SCP-SCREEN.
            PERFORM O2PAINT.
            MOVE MSGENDLST TO O2MSGTX.
            GO TO O2PUTMS.
        O2HNONE.
            MOVE MSGNOHIST TO O2MSGTX.
            GO TO O2PUTMS.

      * CUSTOMER NUMBER AND ORDER NUMBER FROM THE ROW-3 FIELD INTO
      * THE ORDER KEY
        O2GETK.
            IF O2-ARG-CUST IS NOT NUMERIC
               OR O2-ARG-ORD IS NOT NUMERIC THEN
               MOVE MSGBADKEY TO O2MSGTX
               GO TO O2PUTMS.
            MOVE O2-ARG-CUST TO ORD-CUSTNO.
            MOVE O2-ARG-ORD  TO ORD-NUM.
            MOVE ORD-KEY TO ORDKEY.
        O2GETKX.
            EXIT.

      * SEND THE ORDER DISPLAY LINES
        O2PUTO.
            MOVE 0 TO SCP-FLDN.
            MOVE 'CUST'     TO O2FNAM.
            MOVE ORD-CUSTNO TO O2FVAL.
            PERFORM O2SETF.
            MOVE 'NUM'      TO O2FNAM.
            MOVE ORD-NUM    TO O2FVAL.
            PERFORM O2SETF.
            MOVE 'STAT'     TO O2FNAM.
            MOVE ORD-STAT   TO O2FVAL.
            PERFORM O2SETF.
            MOVE 'DATE'     TO O2FNAM.
            MOVE ORD-DATE   TO O2FVAL.
            PERFORM O2SETF.
            MOVE ORD-AMT    TO O2OAMT.
            MOVE 'AMT'      TO O2FNAM.
            MOVE O2OAMT     TO O2FVAL.
            PERFORM O2SETF.
            MOVE 'NAME'     TO O2FNAM.
            MOVE ORD-NAME   TO O2FVAL.
            PERFORM O2SETF.
            MOVE ORD-TAX    TO O2OTAX.
            MOVE 'TAX'      TO O2FNAM.
            MOVE O2OTAX     TO O2FVAL.
            PERFORM O2SETF.
            MOVE 'TAXST'    TO O2FNAM.
            MOVE ORD-TAXST  TO O2FVAL.
            PERFORM O2SETF.
            MOVE 'U' TO SCP-FUNC.
            MOVE 'ORD2MAIN' TO SCP-SCREEN.
            PERFORM O2PAINT.

      * ONE AFTER-IMAGE RECORD THROUGH VSAMJRN1
        O2VJRN.
            EXEC CICS LINK PROGRAM('VSAMJRN1') COMMAREA(VJRN-AREA)
                 LENGTH(VJRNL) END-EXEC.

      * O2NF     EQU   *
        O2NF.
            MOVE MSGNOTFND TO O2MSGTX.
        O2PUTMS.
            PERFORM O2MSG.
            GO TO O2RET.

      * O2RET    EQU   *
        O2RET.
            MOVE O2COMMLEN TO CA-HDR-LEN IN O2COMM-REC.
            EXEC CICS RETURN TRANSID('ORD2') COMMAREA(O2COMM-REC)
                 LENGTH(O2COMMLEN) END-EXEC.

      * O2DONE   EQU   *
        O2DONE.
            MOVE MSGEND TO O2MSGTX.
            PERFORM O2MSG.
            EXEC CICS RETURN END-EXEC.

        O2ABEND.
            EXEC CICS ABEND ABCODE('ORD2') END-EXEC.

      * THE MESSAGE LINE OF WHICHEVER SCREEN IS UP - SIGN-ON UNTIL
      * AN OPERATOR IS SIGNED ON
        O2MSG.
            MOVE 0 TO SCP-FLDN.
            MOVE 'MSG' TO O2FNAM.
            MOVE O2MSGTX TO O2FVAL.
            PERFORM O2SETF.
            MOVE 'U' TO SCP-FUNC.
            MOVE 'ORD2MAIN' TO SCP-SCREEN.
            IF O2MODE NOT = 'A' THEN
               MOVE 'ORD2SIGN' TO SCP-SCREEN.
            PERFORM O2PAINT.

      * RPI 1438 - PAINT ('P') OR UPDATE ('U') SCREEN SCP-SCREEN FROM
      * ITS SCRDEF LINES WITH THE FIELDS SET, AND SEND IT
        O2PAINT.
            EXEC CICS LINK PROGRAM('SCRPNT1') COMMAREA(SCP-COMM)
                 LENGTH(SCPCOMML) END-EXEC.
            MOVE SCP-BUFFER TO SCAP-DATA.
            MOVE SCP-BUFL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            IF SCP-FUNC = 'P' THEN MOVE 'Y' TO SCAP-ERASE.
            IF SCP-BUFL GREATER THAN 0 THEN PERFORM SENDCAP.
            MOVE 0 TO SCP-FLDN.

      * RECEIVE THE SCREEN SCP-SCREEN AND MAP ITS INPUT FIELDS
        O2MAP.
            MOVE LENGTH OF SCP-BUFFER TO SCP-BUFL.
            MOVE SPACES TO SCP-BUFFER.
            EXEC CICS RECEIVE INTO(SCP-BUFFER) LENGTH(SCP-BUFL)
                 END-EXEC.
            MOVE 'M' TO SCP-FUNC.
            EXEC CICS LINK PROGRAM('SCRPNT1') COMMAREA(SCP-COMM)
                 LENGTH(SCPCOMML) END-EXEC.

      * ONE NAMED VALUE FOR THE NEXT PAINT
        O2SETF.
            IF SCP-FLDN LESS THAN 20 THEN
               ADD 1 TO SCP-FLDN
               MOVE O2FNAM TO SCP-FNAME (SCP-FLDN)
               MOVE O2FVAL TO SCP-FVAL (SCP-FLDN).

      * ONE NAMED VALUE FROM THE LAST MAP - SPACES WHEN NOT THERE
        O2GETF.
            MOVE SPACES TO O2FVAL.
            PERFORM O2GETF1 VARYING O2FX FROM 1 BY 1
               UNTIL O2FX GREATER THAN SCP-FLDN.
        O2GETF1.
            IF SCP-FNAME (O2FX) = O2FNAM THEN
               MOVE SCP-FVAL (O2FX) TO O2FVAL.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
