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
      * CROSS-CUSTOMER ORDER INQUIRY - ORDFILE KSDS, ORDHIST KSDS
      *
      * RPI 1410 - TESTORD1'S PF5 LISTS ONE CUSTOMER'S ORDERS, AND
      * ONLY ONCE THE CALLER'S NAME IS KNOWN; "I PLACED AN ORDER LAST
      * TUESDAY" HAD NO WAY IN.  THIS READ-ONLY TRANSACTION SEARCHES
      * ORDFILE ACROSS ALL CUSTOMERS.  THE ROW-3 FIELD CARRIES THE
      * CRITERIA, EACH IN ITS OWN COLUMNS AND BLANK WHEN NOT WANTED
      * (AT LEAST ONE IS NEEDED):
      *
      *    COL  1-7   FROM ORD-DATE  } JULIAN 0CYYDDD, BOTH OR
      *    COL  9-15  TO ORD-DATE    } NEITHER, AT MOST 31 DAYS
      *    COL 17-19  ORD-STAT (OPN SHP INV CLS CAN HLD)
      *    COL 21-29  MINIMUM ORD-AMT } CENTS, 9 DIGITS; MISSING MIN
      *    COL 31-39  MAXIMUM ORD-AMT } IS 0, MISSING MAX NO LIMIT
      *
      *    ENTER  START A SEARCH - THE FIRST PAGE OF 10 MATCHES, EACH
      *           WITH CUSTOMER NUMBER AND CURRENT NAME (MYFILE09,
      *           OR ORD-NAME FOR A CUSTOMER NO LONGER THERE)
      *    PF8    THE NEXT PAGE
      *    PF2    SELECT - THE LINE NUMBER (1-10) ON ROW 3 SHOWS THAT
      *           ORDER'S DETAIL AND ITS ORDHIST STATUS HISTORY
      *    PF7    FROM THE DETAIL, BACK TO THE SAME PAGE OF RESULTS
      *    PF3    END THE TRANSACTION, CLEAR STARTS AGAIN
      *
      * ORDFILE IS KEYED BY CUSTOMER, SO ANY SEARCH IS A BROWSE OF
      * THE WHOLE FILE.  TO KEEP A WIDE SEARCH FROM TYING UP THE
      * REGION, ONE SCREEN READS AT MOST O3SCANMAX (500) ORDERS - A
      * PAGE NOT FILLED BY THEN STOPS WITH 'SEARCH LIMIT REACHED',
      * AND PF8 PICKS UP FROM THE NEXT ORDER IN A NEW TASK - AND THE
      * DATE RANGE IS HELD TO O3MAXDAYS (31) DAYS.  STATUS CHANGES
      * STAY WITH TESTORD2 (ORD2).
      *
      * SAME RAW-DATASTREAM SCREEN HANDLING AS TESTORD2 - SBAS
      * COMPOSED AT ENTRY THROUGH SBABUILD, SENDS MIRRORED THROUGH
      * SCRNCAP1.
      *
        PROGRAM-ID. TESTORD3.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.

      * PSEUDO-CONVERSATIONAL COMMAREA - THE SEARCH, WHERE THE PAGE
      * ON SHOW STARTED AND WHERE THE NEXT ONE STARTS, AND THE KEYS
      * OF THE ORDERS ON SHOW.  MODE 'L' = RESULT LIST ON SHOW,
      * 'D' = AN ORDER'S DETAIL.
        01  O3COMM-REC.
            COPY CAHDR.
            02  O3COMM.
                03  O3MODE    PIC X.
                03  O3FROM    PIC 9(7).
                03  O3TO      PIC 9(7).
                03  O3STAT    PIC X(3).
                03  O3MINAMT  PIC 9(9).
                03  O3MAXAMT  PIC 9(9).
                03  O3PAGEKEY PIC X(14).
                03  O3NEXTKEY PIC X(14).
                03  O3MOREF   PIC X.
                03  O3NSEL    PIC 9(2).
                03  O3SELKEY  PIC X(14)  OCCURS 10 TIMES.
        77  O3COMMLEN   PIC 9(4)  COMP VALUE 210.

      * THE SEARCH BOUNDS
        77  O3SCANMAX PIC 9(4)  COMP  VALUE 500.
        77  O3MAXDAYS PIC 9(4)  COMP  VALUE 31.
        77  O3SCANN   PIC 9(4)  COMP.
        77  O3HIT     PIC X.

      * ORDER RECORD (SEE ORDMST.CPY) AND ITS HISTORY (ORDHST.CPY)
        01  ORD-AREA.
        COPY ORDMST.
        77  ORDRECL   PIC 9(4)  COMP  VALUE 84.
        77  ORDKEY    PIC X(14).
        01  ORDH-AREA.
        COPY ORDHST.
        77  ORDHRECL  PIC 9(4)  COMP  VALUE 54.
        77  ORDHKEY   PIC X(28).

      * CUSTOMER MASTER (SEE CUSTMST.CPY) - THE CURRENT NAME
        01  CMST-AREA.
        COPY CUSTMST.
        77  CMSTRECL  PIC 9(4)  COMP  VALUE 100.
        77  CMSTKEY   PIC 9(8).

      * DAY-COUNT CONVERSION FOR THE DATE-RANGE BOUND (THE TESTQHK1
      * ARITHMETIC - RIGHT ACROSS A YEAR END)
        01  O3JUL     PIC 9(7).
        01  FILLER REDEFINES O3JUL.
            02  FILLER     PIC 9.
            02  O3JUL-C    PIC 9.
            02  O3JUL-YY   PIC 99.
            02  O3JUL-DDD  PIC 999.
        77  O3YEAR    PIC S9(5) COMP.
        77  O3LEAP    PIC S9(5) COMP.
        77  O3DAYN    PIC S9(9) COMP.
        77  O3DAYN1   PIC S9(9) COMP.

      * INBOUND DATASTREAM - AID/CURSOR/SBA PREFIX THEN THE FIELD
        01  O3-IN.
            02  FILLER      PIC X(6).
            02  O3-IN-ARG.
                03  O3-ARG-FROM  PIC X(7).
                03  FILLER       PIC X.
                03  O3-ARG-TO    PIC X(7).
                03  FILLER       PIC X.
                03  O3-ARG-STAT  PIC X(3).
                03  FILLER       PIC X.
                03  O3-ARG-MIN   PIC X(9).
                03  FILLER       PIC X.
                03  O3-ARG-MAX   PIC X(9).
                03  FILLER       PIC X.
        77  O3-INL    PIC 9(4)  COMP.
        77  O3SELN    PIC 9(2).

      * BASE SCREEN - TITLE, CRITERIA FIELD ON ROW 3 AND ITS COLUMN
      * GUIDE ON ROW 4, PF LEGEND
        77  O3SCRNL   PIC 9(4)  COMP.
        01  O3SCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  O3SBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'CROSS-CUSTOMER ORDER INQUIRY  '.
            02  O3SBA2  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'SEARCH/LINE..:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  FILLER  PIC X(40) VALUE SPACES.
            02  O3SBA5  PIC X(3).
            02  FILLER  PIC X(16) VALUE 'COLUMNS......:  '.
            02  FILLER  PIC X(40)
                     VALUE 'FROMDTE TODATE  STA MIN-AMT   MAX-AMT   '.
            02  O3SBA3  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'ENTER=SEARCH PF8=MORE PF2=SELECT    '.
            02  O3SBA4  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'PF7=BACK TO LIST PF3=END CLEAR=NEW  '.

      * RESULT PAGE - 10 LINES, ROWS 8-17
        77  O3LINEL   PIC 9(4)  COMP.
        01  O3LINE.
            02  O3LSBA    PIC X(3).
            02  O3LNO     PIC Z9.
            02  FILLER    PIC X     VALUE SPACE.
            02  O3LCUST   PIC 9(8).
            02  FILLER    PIC X     VALUE '/'.
            02  O3LNUM    PIC 9(6).
            02  FILLER    PIC X     VALUE SPACE.
            02  O3LDATE   PIC 9(7).
            02  FILLER    PIC X     VALUE SPACE.
            02  O3LAMT    PIC ZZZZZZZZ9.
            02  FILLER    PIC X     VALUE SPACE.
            02  O3LSTAT   PIC X(3).
            02  FILLER    PIC X     VALUE SPACE.
            02  O3LNAME   PIC X(30).
        01  O3LSBA-TAB.
            02  O3LSBAE   PIC X(3)  OCCURS 10 TIMES.
        77  O3LIX     PIC 9(2)  COMP.

      * ORDER DETAIL - ROWS 8-9 (TESTORD2'S DISPLAY), THEN UP TO 7
      * HISTORY LINES ON ROWS 11-17
        77  O3RECOL   PIC 9(4)  COMP.
        01  O3RECO.
            02  ODSBA1    PIC X(3).
            02  FILLER    PIC X(7)  VALUE 'ORDER: '.
            02  O3OCUST   PIC 9(8).
            02  FILLER    PIC X     VALUE '/'.
            02  O3ONUM    PIC 9(6).
            02  FILLER    PIC X(7)  VALUE ' STAT: '.
            02  O3OSTAT   PIC X(3).
            02  FILLER    PIC X(7)  VALUE ' DATE: '.
            02  O3ODATE   PIC 9(7).
            02  FILLER    PIC X(6)  VALUE ' AMT: '.
            02  O3OAMT    PIC ZZZZZZZZ9.
            02  ODSBA2    PIC X(3).
            02  FILLER    PIC X(7)  VALUE 'NAME:  '.
            02  O3ONAME   PIC X(40).
            02  FILLER    PIC X(6)  VALUE ' TAX: '.
            02  O3OTAX    PIC ZZZZZZZZ9.
            02  FILLER    PIC X(5)  VALUE ' ST: '.
            02  O3OTAXST  PIC X(2).
        77  O3HLINEL  PIC 9(4)  COMP.
        01  O3HLINE.
            02  OHLSBA    PIC X(3).
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

      * MESSAGE LINE - ROW 19
        77  O3MSGOL   PIC 9(4)  COMP.
        01  O3MSGO.
            02  OMSBA     PIC X(3).
            02  O3MSGTX   PIC X(40).

        77  MSGNOCRIT PIC X(40)
                      VALUE 'KEY A DATE RANGE, STATUS OR AMOUNT RANGE'.
        77  MSGBADDT  PIC X(40)
                      VALUE 'DATES ARE 0CYYDDD, FROM NOT AFTER TO    '.
        77  MSGWIDE   PIC X(40)
                      VALUE 'DATE RANGE OVER 31 DAYS - NARROW IT     '.
        77  MSGBADST  PIC X(40)
                      VALUE 'STATUS IS OPN SHP INV CLS CAN OR HLD    '.
        77  MSGBADAMT PIC X(40)
                      VALUE 'AMOUNTS ARE 9 DIGITS, MIN NOT OVER MAX  '.
        77  MSGMORE   PIC X(40)
                      VALUE 'PF8=NEXT PAGE  PF2 + LINE NN=SELECT     '.
        77  MSGPAUSE  PIC X(40)
                      VALUE 'SEARCH LIMIT REACHED - PF8 CONTINUES    '.
        77  MSGENDRES PIC X(40)
                      VALUE 'END OF RESULTS - PF2 + LINE NN=SELECT   '.
        77  MSGNONE   PIC X(40)
                      VALUE 'NO MATCHING ORDERS                      '.
        77  MSGNOMORE PIC X(40)
                      VALUE 'NO MORE RESULTS - ENTER A NEW SEARCH    '.
        77  MSGBADSEL PIC X(40)
                      VALUE 'KEY A LINE NUMBER FROM THE LIST FOR PF2 '.
        77  MSGNOLIST PIC X(40)
                      VALUE 'NO RESULT LIST - ENTER A SEARCH FIRST   '.
        77  MSGGONE   PIC X(40)
                      VALUE 'ORDER NO LONGER ON FILE                 '.
        77  MSGDTL    PIC X(40)
                      VALUE 'PF7=BACK TO LIST  ORD2 TO MAINTAIN      '.
        77  MSGDTLMOR PIC X(40)
                      VALUE 'MORE HISTORY IN ORD2 PF7 - PF7=BACK     '.
        77  MSGNOFILE PIC X(40)
                      VALUE 'ORDER FILE NOT AVAILABLE                '.
        77  MSGEND    PIC X(40)
                      VALUE 'ORDER INQUIRY ENDED - PRESS CLEAR       '.

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

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTORD3'.
            02  SCAP-ERASE  PIC X     VALUE 'N'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(207).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM O3SBAS THRU O3SBASX.
            MOVE LENGTH OF O3SCRN  TO O3SCRNL.
            MOVE LENGTH OF O3LINE  TO O3LINEL.
            MOVE LENGTH OF O3RECO  TO O3RECOL.
            MOVE LENGTH OF O3HLINE TO O3HLINEL.
            MOVE LENGTH OF O3MSGO  TO O3MSGOL.
            MOVE LOW-VALUES TO O3COMM.
            IF EIBCALEN NOT = 0 THEN GO TO O3RENT.

      * FIRST ENTRY - PAINT THE BASE SCREEN AND WAIT FOR A SEARCH
        O3SHOW.
            PERFORM O3BASE.
            MOVE SPACE TO O3MODE.
            MOVE 0 TO O3NSEL.
            MOVE 'N' TO O3MOREF.
            GO TO O3RET.

        O3RENT.
            IF EIBCALEN NOT = O3COMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = O3COMMLEN THEN
               GO TO O3ABEND.
            MOVE CA-DATA TO O3COMM.
            MOVE LENGTH OF O3-IN TO O3-INL.
            MOVE SPACES TO O3-IN.
            EXEC CICS RECEIVE INTO(O3-IN) LENGTH(O3-INL) END-EXEC.
            IF EIBAID = DFHCLEAR THEN GO TO O3SHOW.
            IF EIBAID = DFHPF3   THEN GO TO O3DONE.
            IF EIBAID = DFHENTER THEN GO TO O3SRCH.
            IF EIBAID = DFHPF8   THEN GO TO O3MORE.
            IF EIBAID = DFHPF2   THEN GO TO O3SEL.
            IF EIBAID = DFHPF7   THEN GO TO O3BACK.
            GO TO O3RET.

      * O3SRCH   EQU   *
      * A NEW SEARCH FROM THE TOP OF THE FILE
        O3SRCH.
            PERFORM O3CRIT THRU O3CRITX.
            MOVE LOW-VALUES TO O3NEXTKEY.
            GO TO O3PAGE.

      * O3MORE   EQU   *
        O3MORE.
            IF O3MODE NOT = 'L' OR O3MOREF NOT = 'Y' THEN
               MOVE MSGNOMORE TO O3MSGTX
               GO TO O3PUTMS.
            GO TO O3PAGE.

      * O3BACK   EQU   *
      * FROM AN ORDER'S DETAIL BACK TO THE PAGE IT WAS PICKED FROM
        O3BACK.
            IF O3MODE NOT = 'D' THEN
               MOVE MSGNOLIST TO O3MSGTX
               GO TO O3PUTMS.
            MOVE O3PAGEKEY TO O3NEXTKEY.
            GO TO O3PAGE.

      * O3PAGE   EQU   *
      * ONE PAGE OF MATCHES FROM O3NEXTKEY ON - AT MOST 10 SHOWN AND
      * O3SCANMAX ORDERS READ; WHERE IT STOPPED IS KEPT FOR PF8
        O3PAGE.
            PERFORM O3BASE.
            MOVE O3NEXTKEY TO O3PAGEKEY.
            MOVE 0 TO O3NSEL.
            MOVE 0 TO O3SCANN.
            MOVE 'N' TO O3MOREF.
            MOVE 'L' TO O3MODE.
            EXEC CICS HANDLE CONDITION NOTFND(O3PEND)
                 ENDFILE(O3PEOF) NOTOPEN(O3PNOP) END-EXEC.
            MOVE O3NEXTKEY TO ORDKEY.
            EXEC CICS STARTBR FILE('ORDFILE') RIDFLD(ORDKEY)
                 GTEQ END-EXEC.
        O3PAGEL.
            EXEC CICS READNEXT FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORDKEY) END-EXEC.
            IF O3NSEL NOT LESS THAN 10
               OR O3SCANN NOT LESS THAN O3SCANMAX THEN
               MOVE ORDKEY TO O3NEXTKEY
               MOVE 'Y' TO O3MOREF
               GO TO O3PEOF.
            ADD 1 TO O3SCANN.
            PERFORM O3MATCH THRU O3MATCHX.
            IF O3HIT NOT = 'Y' THEN GO TO O3PAGEL.
            ADD 1 TO O3NSEL.
            MOVE ORD-KEY TO O3SELKEY (O3NSEL).
            PERFORM O3PUTL THRU O3PUTLX.
            GO TO O3PAGEL.
        O3PEOF.
            EXEC CICS ENDBR FILE('ORDFILE') END-EXEC.
      * O3PEND   EQU   *
        O3PEND.
            IF O3MOREF = 'Y' AND O3NSEL LESS THAN 10 THEN
               MOVE MSGPAUSE TO O3MSGTX
            ELSE
            IF O3MOREF = 'Y' THEN
               MOVE MSGMORE TO O3MSGTX
            ELSE
            IF O3NSEL = 0 THEN
               MOVE MSGNONE TO O3MSGTX
            ELSE
               MOVE MSGENDRES TO O3MSGTX.
            GO TO O3PUTMS.
        O3PNOP.
            MOVE SPACE TO O3MODE.
            MOVE MSGNOFILE TO O3MSGTX.
            GO TO O3PUTMS.

      * DOES THE ORDER JUST READ MEET THE SEARCH?
        O3MATCH.
            MOVE 'N' TO O3HIT.
            IF ORD-DATE LESS THAN O3FROM
               OR ORD-DATE GREATER THAN O3TO THEN GO TO O3MATCHX.
            IF O3STAT NOT = SPACES AND ORD-STAT NOT = O3STAT THEN
               GO TO O3MATCHX.
            IF ORD-AMT LESS THAN O3MINAMT
               OR ORD-AMT GREATER THAN O3MAXAMT THEN GO TO O3MATCHX.
            MOVE 'Y' TO O3HIT.
        O3MATCHX.
            EXIT.

      * ONE RESULT LINE WITH THE CUSTOMER'S CURRENT NAME
        O3PUTL.
            EXEC CICS HANDLE CONDITION NOTFND(O3PUTLN)
                 NOTOPEN(O3PUTLN) END-EXEC.
            MOVE ORD-CUSTNO TO CMSTKEY.
            EXEC CICS READ FILE('MYFILE09') INTO(CMST-REC)
                 LENGTH(CMSTRECL) RIDFLD(CMSTKEY) END-EXEC.
            MOVE CMST-NAME TO O3LNAME.
            GO TO O3PUTLS.
        O3PUTLN.
            MOVE ORD-NAME TO O3LNAME.
        O3PUTLS.
            MOVE O3LSBAE (O3NSEL) TO O3LSBA.
            MOVE O3NSEL     TO O3LNO.
            MOVE ORD-CUSTNO TO O3LCUST.
            MOVE ORD-NUM    TO O3LNUM.
            MOVE ORD-DATE   TO O3LDATE.
            MOVE ORD-AMT    TO O3LAMT.
            MOVE ORD-STAT   TO O3LSTAT.
            MOVE O3LINE TO SCAP-DATA.
            MOVE O3LINEL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
        O3PUTLX.
      * RE-ARM THE BROWSE-SIDE CONDITIONS THE NAME READ REPLACED
            EXEC CICS HANDLE CONDITION NOTFND(O3PEND)
                 ENDFILE(O3PEOF) NOTOPEN(O3PNOP) END-EXEC.

      * O3SEL    EQU   *
      * PF2 - THE ROW-3 LINE NUMBER PICKS AN ORDER FROM THE PAGE
        O3SEL.
            IF O3MODE NOT = 'L' OR O3NSEL = 0 THEN
               MOVE MSGNOLIST TO O3MSGTX
               GO TO O3PUTMS.
            MOVE 0 TO O3SELN.
            IF O3-INL NOT GREATER THAN 6 THEN GO TO O3SELBAD.
            IF O3-IN-ARG (1:1) IS NUMERIC
               AND O3-IN-ARG (2:1) = SPACE THEN
               MOVE O3-IN-ARG (1:1) TO O3SELN
            ELSE
            IF O3-IN-ARG (1:2) IS NUMERIC THEN
               MOVE O3-IN-ARG (1:2) TO O3SELN.
            IF O3SELN = 0 OR O3SELN GREATER THAN O3NSEL THEN
               GO TO O3SELBAD.
            MOVE O3SELKEY (O3SELN) TO ORDKEY.
            GO TO O3DTL.
        O3SELBAD.
            MOVE MSGBADSEL TO O3MSGTX.
            GO TO O3PUTMS.

      * O3DTL    EQU   *
      * THE PICKED ORDER AND THE START OF ITS STATUS HISTORY
        O3DTL.
            EXEC CICS HANDLE CONDITION NOTFND(O3GONE)
                 NOTOPEN(O3PNOP) END-EXEC.
            EXEC CICS READ FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORDKEY) END-EXEC.
            PERFORM O3BASE.
            MOVE 'D' TO O3MODE.
            MOVE ORD-CUSTNO TO O3OCUST.
            MOVE ORD-NUM    TO O3ONUM.
            MOVE ORD-STAT   TO O3OSTAT.
            MOVE ORD-DATE   TO O3ODATE.
            MOVE ORD-AMT    TO O3OAMT.
            MOVE ORD-NAME   TO O3ONAME.
            MOVE ORD-TAX    TO O3OTAX.
            MOVE ORD-TAXST  TO O3OTAXST.
            MOVE O3RECO TO SCAP-DATA.
            MOVE O3RECOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE MSGDTL TO O3MSGTX.
            EXEC CICS HANDLE CONDITION NOTFND(O3PUTMS)
                 ENDFILE(O3DTLE) NOTOPEN(O3PUTMS) END-EXEC.
            MOVE LOW-VALUES TO ORDHKEY.
            MOVE ORDKEY TO ORDHKEY (1:14).
            EXEC CICS STARTBR FILE('ORDHIST') RIDFLD(ORDHKEY)
                 GTEQ END-EXEC.
            MOVE 0 TO OHLIX.
        O3DTLL.
            EXEC CICS READNEXT FILE('ORDHIST') INTO(ORDH-REC)
                 LENGTH(ORDHRECL) RIDFLD(ORDHKEY) END-EXEC.
            IF ORDHKEY (1:14) NOT = ORDKEY THEN GO TO O3DTLE.
            IF OHLIX NOT LESS THAN 7 THEN
               MOVE MSGDTLMOR TO O3MSGTX
               GO TO O3DTLE.
            ADD 1 TO OHLIX.
            COMPUTE O3LIX = OHLIX + 3.
            MOVE O3LSBAE (O3LIX) TO OHLSBA.
            MOVE ORDH-DATE    TO OHLDATE.
            MOVE ORDH-TIME    TO OHLTIME.
            MOVE ORDH-OLDSTAT TO OHLOLD.
            MOVE ORDH-NEWSTAT TO OHLNEW.
            MOVE ORDH-OPER    TO OHLOPER.
            MOVE ORDH-TERM    TO OHLTERM.
            MOVE ORDH-PGM     TO OHLPGM.
            MOVE O3HLINE TO SCAP-DATA.
            MOVE O3HLINEL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO O3DTLL.
        O3DTLE.
            EXEC CICS ENDBR FILE('ORDHIST') END-EXEC.
            GO TO O3PUTMS.
        O3GONE.
            MOVE MSGGONE TO O3MSGTX.
            GO TO O3PUTMS.

      * O3CRIT   EQU   *
      * EDIT THE ROW-3 CRITERIA INTO THE COMMAREA; A BAD ONE SAYS SO
      * AND DROPS THE LAST SEARCH, SO PF8 CANNOT RUN A HALF-EDITED ONE
        O3CRIT.
            IF O3-INL NOT GREATER THAN 6 OR O3-IN-ARG = SPACES THEN
               MOVE MSGNOCRIT TO O3MSGTX
               GO TO O3CRITB.
            IF O3-ARG-FROM = SPACES AND O3-ARG-TO = SPACES THEN
               MOVE 0 TO O3FROM
               MOVE 9999999 TO O3TO
               GO TO O3CRITS.
            IF O3-ARG-FROM IS NOT NUMERIC
               OR O3-ARG-TO IS NOT NUMERIC
               OR O3-ARG-FROM GREATER THAN O3-ARG-TO THEN
               MOVE MSGBADDT TO O3MSGTX
               GO TO O3CRITB.
            MOVE O3-ARG-FROM TO O3JUL.
            PERFORM O3DAYNM.
            MOVE O3DAYN TO O3DAYN1.
            MOVE O3-ARG-TO TO O3JUL.
            PERFORM O3DAYNM.
            IF O3DAYN - O3DAYN1 + 1 GREATER THAN O3MAXDAYS THEN
               MOVE MSGWIDE TO O3MSGTX
               GO TO O3CRITB.
            MOVE O3-ARG-FROM TO O3FROM.
            MOVE O3-ARG-TO TO O3TO.
        O3CRITS.
            IF O3-ARG-STAT NOT = SPACES
               AND O3-ARG-STAT NOT = 'OPN' AND O3-ARG-STAT NOT = 'SHP'
               AND O3-ARG-STAT NOT = 'INV' AND O3-ARG-STAT NOT = 'CLS'
               AND O3-ARG-STAT NOT = 'CAN' AND O3-ARG-STAT NOT = 'HLD'
               THEN
               MOVE MSGBADST TO O3MSGTX
               GO TO O3CRITB.
            MOVE O3-ARG-STAT TO O3STAT.
            IF O3-ARG-MIN = SPACES THEN
               MOVE 0 TO O3MINAMT
            ELSE
            IF O3-ARG-MIN IS NUMERIC THEN
               MOVE O3-ARG-MIN TO O3MINAMT
            ELSE
               MOVE MSGBADAMT TO O3MSGTX
               GO TO O3CRITB.
            IF O3-ARG-MAX = SPACES THEN
               MOVE 999999999 TO O3MAXAMT
            ELSE
            IF O3-ARG-MAX IS NUMERIC THEN
               MOVE O3-ARG-MAX TO O3MAXAMT
            ELSE
               MOVE MSGBADAMT TO O3MSGTX
               GO TO O3CRITB.
            IF O3MINAMT GREATER THAN O3MAXAMT THEN
               MOVE MSGBADAMT TO O3MSGTX
               GO TO O3CRITB.
        O3CRITX.
            EXIT.
        O3CRITB.
            MOVE SPACE TO O3MODE.
            MOVE 'N' TO O3MOREF.
            MOVE 0 TO O3NSEL.
            GO TO O3PUTMS.

      * O3DAYNM - 0CYYDDD IN O3JUL TO AN ABSOLUTE DAY NUMBER
        O3DAYNM.
            COMPUTE O3YEAR = 1900 + O3JUL-C * 100 + O3JUL-YY.
            COMPUTE O3LEAP = O3YEAR / 4 - O3YEAR / 100
                           + O3YEAR / 400.
            COMPUTE O3DAYN = O3YEAR * 365 + O3LEAP + O3JUL-DDD.

      * PAINT THE BASE SCREEN, ERASING WHAT WAS THERE
        O3BASE.
            MOVE O3SCRN TO SCAP-DATA.
            MOVE O3SCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.

        O3PUTMS.
            MOVE O3MSGO TO SCAP-DATA.
            MOVE O3MSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO O3RET.

      * O3RET    EQU   *
        O3RET.
            MOVE O3COMMLEN TO CA-HDR-LEN IN O3COMM-REC.
            EXEC CICS RETURN TRANSID('ORD3') COMMAREA(O3COMM-REC)
                 LENGTH(O3COMMLEN) END-EXEC.

      * O3DONE   EQU   *
        O3DONE.
            MOVE MSGEND TO O3MSGTX.
            MOVE O3MSGO TO SCAP-DATA.
            MOVE O3MSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

        O3ABEND.
            EXEC CICS ABEND ABCODE('ORD3') END-EXEC.

      * COMPOSE EVERY SCREEN ADDRESS THROUGH SBABUILD: TITLE ROW 2,
      * CRITERIA ROW 3, COLUMN GUIDE ROW 4, LEGEND ROWS 6-7, RESULT
      * PAGE ROWS 8-17 (THE DETAIL'S HISTORY REUSES ROWS 11-17),
      * ORDER DETAIL ROWS 8-9, MESSAGE LINE ROW 19
        O3SBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 2 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO O3SBA1.
            MOVE 3 TO SBAB-ROW.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO O3SBA2.
            MOVE 4 TO SBAB-ROW.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO O3SBA5.
            MOVE 6 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO O3SBA3.
            MOVE 7 TO SBAB-ROW.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO O3SBA4.
            MOVE 8 TO SBAB-ROW.
            MOVE 2 TO SBAB-COL.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO ODSBA1.
            MOVE 9 TO SBAB-ROW.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO ODSBA2.
            MOVE 19 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO OMSBA.
            MOVE 0 TO O3LIX.
        O3SBASL.
            ADD 1 TO O3LIX.
            IF O3LIX GREATER THAN 10 THEN GO TO O3SBASX.
            COMPUTE SBAB-ROW = O3LIX + 7.
            MOVE 2 TO SBAB-COL.
            PERFORM O3SBAP.
            MOVE SBAB-SBA TO O3LSBAE (O3LIX).
            GO TO O3SBASL.
        O3SBASX.
            EXIT.

        O3SBAP.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
