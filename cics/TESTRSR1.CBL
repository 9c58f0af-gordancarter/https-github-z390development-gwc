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
      * STORED REPORT TEXT SEARCH - ONLINE
      *
      * RPI 1432 - THE ONLINE FORM OF THE RPTSRC1 SEARCH: FIND WHICH
      * CATALOGED REPORT RUN HAD A GIVEN LINE ON IT WITHOUT KNOWING
      * ITS ID OR DATE, THEN REPRINT THAT RUN.  THE OPERATOR KEYS A
      * SEARCH STRING ON ROW 3, AND OPTIONALLY 'REPORTID FROMDTE
      * TODATE' ON ROW 4 (JULIAN 0CYYDDD; BLANK = ANY), AND:
      *
      *    ENTER  SEARCH FROM THE TOP - A PAGE OF UP TO 10 HITS, EACH
      *           WITH REPORT ID, RUN DATE, PAGE, LINE AND THE TEXT
      *           AROUND THE MATCH.  WITH A HIT NUMBER ON ROW 5,
      *           SHOW THAT HIT BETWEEN THE THREE STORED LINES
      *           BEFORE AND AFTER IT INSTEAD
      *    PF8    NEXT PAGE OF HITS
      *    PF7    BACK TO THE HIT PAGE FROM A HIT'S CONTEXT
      *    PF5    REPRINT THE WHOLE REPORT RUN THE HIT (ROW 5, OR THE
      *           ONE SHOWN) IS IN, AS TESTRPR1 DOES
      *    PF3    END, CLEAR REFRESHES
      *
      * THE MATCH IGNORES CASE; PAGES ARE COUNTED AT 60 STORED LINES
      * AS IN RPTSTORE'S PRINTED COPIES.  ONE SCREEN SCANS AT MOST
      * 2000 STORED LINES; A PAGE CUT SHORT BY THAT SAYS SO AND PF8
      * CARRIES ON WHERE IT STOPPED.
      *
        PROGRAM-ID. TESTRSR1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY  DFHAID.

      * THE SEARCH, WHERE THE NEXT PAGE STARTS, WHERE THE PAGE ON
      * SCREEN STARTED, AND THE KEYS OF THE HITS ON IT
        01  RSRCOMM-REC.
            COPY CAHDR.
            02  RSRCOMM.
                03  RSRMODE   PIC X.
      *            ' ' NO SEARCH, 'L' HIT PAGE, 'C' HIT CONTEXT
                03  RSRSTR    PIC X(40).
                03  RSRARGS.
                    04  RSRAID    PIC X(8).
                    04  FILLER    PIC X.
                    04  RSRAFROM  PIC X(7).
                    04  FILLER    PIC X.
                    04  RSRATO    PIC X(7).
                03  RSRNEXT   PIC X(20).
                03  RSRPGKEY  PIC X(20).
                03  RSREND    PIC X.
                03  RSRSEL    PIC 9(2).
                03  RSRHCNT   PIC 9(2).
                03  RSRHIT    OCCURS 10 TIMES.
                    04  RSRH-ID     PIC X(8).
                    04  RSRH-DATE   PIC 9(7).
                    04  RSRH-LINENO PIC 9(5).
        77  RSRCOMMLEN  PIC 9(4)  COMP VALUE 313.

      * AID/CURSOR/SBA THEN THE STRING, ARGUMENT AND HIT-NUMBER FIELDS
        01  RSR-IN.
            02  FILLER       PIC X(6).
            02  RSR-IN-STR   PIC X(40).
            02  FILLER       PIC X(3).
            02  RSR-IN-ARGS  PIC X(24).
            02  FILLER       PIC X(3).
            02  RSR-IN-SEL   PIC X(2).
        77  RSR-INL   PIC 9(4)  COMP.

      * CATALOG AND STORE RECORDS (RPTSVC1'S LAYOUTS)
        01  RC-REC.
            02  RC-KEY.
                03  RC-ID       PIC X(8).
                03  RC-DATE     PIC 9(7).
            02  RC-TIME     PIC 9(6).
            02  RC-COUNT    PIC 9(5).
            02  RC-CLASS    PIC X(8).
        77  RCRECL    PIC 9(4)  COMP  VALUE 34.
        77  RCKEY     PIC X(15).

        01  RS-REC.
            02  RS-KEY.
                03  RS-ID       PIC X(8).
                03  RS-DATE     PIC 9(7).
                03  RS-LINENO   PIC 9(5).
            02  RS-TEXT     PIC X(120).
        77  RSRECL    PIC 9(4)  COMP  VALUE 140.
        77  RSKEY     PIC X(20).
        01  RSKEYW.
            02  RSKW-ID     PIC X(8).
            02  RSKW-DATE   PIC 9(7).
            02  RSKW-LINENO PIC 9(5).

      * SEARCH WORK - THE STRING FOLDED TO UPPER CASE AND ITS LENGTH
        77  RSRSTRU   PIC X(40).
        77  RSRSLEN   PIC 9(2)  COMP.
        77  RSRLPOS   PIC 9(3)  COMP.
        77  RSRPOS    PIC 9(3)  COMP.
        77  RSRHITSW  PIC X.
        77  RSRTEXTU  PIC X(120).
        77  RSRFROM   PIC 9(7).
        77  RSRTO     PIC 9(7).
        77  RSRBUDG   PIC 9(5)  COMP.
        77  RSRIX     PIC 9(2)  COMP.
        77  RSROFF    PIC 9(3)  COMP.
        77  RSRPAGE   PIC 9(5)  COMP.
        77  RSRPLINE  PIC 9(3)  COMP.
        77  RSRFIRST  PIC 9(5).
        77  RSRLAST   PIC 9(5).
        77  RSR-TOKEN PIC X(8).
        77  RSR-LINEL PIC 9(4)  COMP.
        77  RSRLINES  PIC 9(5)  COMP.

        77  RSRSCRNL  PIC 9(4)  COMP.
      * RPI 1355 - SCREEN ADDRESSES COMPOSED AT ENTRY THROUGH THE
      * SHARED SBABUILD SERVICE (RSRSBAS); DATASTREAMS MIRRORED
      * THROUGH SCRNCAP1 (SENDCAP)
        01  RSRSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  RSSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'STORED REPORT TEXT SEARCH     '.
            02  RSSBA2  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'SEARCH FOR....:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  RSSTRF  PIC X(40).
            02  RSSBA3  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'ID FROM TO....:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  RSARGF  PIC X(24).
            02  RSSBA4  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'HIT NUMBER....:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  RSSELF  PIC X(2).
            02  RSSBA5  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'ENTER=SEARCH/SHOW HIT PF8=MORE'.
            02  FILLER  PIC X(30)
                     VALUE ' PF7=HITS PF5=REPRINT PF3=END '.
            02  RSSBA6  PIC X(3).
            02  RSHEAD  PIC X(76).

      * LIST AND CONTEXT ROWS 9-18 COLUMN 2, COMPOSED AT ENTRY
        77  RLINEL    PIC 9(4)  COMP.
        01  RLINE.
            02  RLSBA     PIC X(3).
            02  RLTEXT    PIC X(76).
        01  RSBA-TAB.
            02  RSBAE     PIC X(3)  OCCURS 10 TIMES.
        01  RSRROWS.
            02  RSRROW    PIC X(76) OCCURS 10 TIMES.
      * CONTEXT LINES IN FULL UNTIL THE HIT LINE FIXES THE WINDOW
        01  RSRCTXTS.
            02  RSRCTXT   PIC X(120) OCCURS 7 TIMES.
        77  RSRROWN   PIC 9(2)  COMP.

        01  RLHIT.
            02  RLH-NO      PIC 99.
            02  FILLER      PIC X     VALUE SPACE.
            02  RLH-ID      PIC X(8).
            02  FILLER      PIC X     VALUE SPACE.
            02  RLH-DATE    PIC 9(7).
            02  FILLER      PIC X(2)  VALUE ' P'.
            02  RLH-PAGE    PIC ZZZ9.
            02  FILLER      PIC X(2)  VALUE ' L'.
            02  RLH-LINE    PIC Z9.
            02  FILLER      PIC X     VALUE SPACE.
            02  RLH-TEXT    PIC X(46).
        01  RLCTX.
            02  RLC-MARK    PIC X.
            02  RLC-LINENO  PIC ZZZZ9.
            02  FILLER      PIC X     VALUE SPACE.
            02  RLC-TEXT    PIC X(69).
        01  RHLIST.
            02  FILLER      PIC X(3)  VALUE 'NO '.
            02  FILLER      PIC X(9)  VALUE 'REPORT   '.
            02  FILLER      PIC X(7)  VALUE 'RUNDATE'.
            02  FILLER      PIC X(6)  VALUE '  PAGE'.
            02  FILLER      PIC X(4)  VALUE '  LN'.
            02  FILLER      PIC X(5)  VALUE ' TEXT'.
        01  RHCTX.
            02  FILLER      PIC X(7)  VALUE 'REPORT '.
            02  RHC-ID      PIC X(8).
            02  FILLER      PIC X(6)  VALUE ' DATE '.
            02  RHC-DATE    PIC 9(7).
            02  FILLER      PIC X(6)  VALUE ' PAGE '.
            02  RHC-PAGE    PIC ZZZZ9.
            02  FILLER      PIC X(6)  VALUE ' LINE '.
            02  RHC-LINE    PIC Z9.
            02  FILLER      PIC X(6)  VALUE ' COLS '.
            02  RHC-FROM    PIC ZZ9.
            02  FILLER      PIC X     VALUE '-'.
            02  RHC-TO      PIC ZZ9.

        77  RSRMSGOL  PIC 9(4)  COMP.
        01  RSRMSGO.
            02  RSMSBA    PIC X(3).
            02  RSRMSGTX  PIC X(50).
        77  MSGNOSTR  PIC X(50)
            VALUE 'KEY A SEARCH STRING FIRST                         '.
        77  MSGBADDT  PIC X(50)
            VALUE 'DATES ARE JULIAN 0CYYDDD OR BLANK                 '.
        77  MSGBADSEL PIC X(50)
            VALUE 'NO SUCH HIT ON THIS PAGE                          '.
        77  MSGNOST   PIC X(50)
            VALUE 'REPORT STORE NOT AVAILABLE                        '.
        77  MSGNOCAT  PIC X(50)
            VALUE 'THAT RUN IS NO LONGER IN THE REPORT CATALOG       '.
        77  MSGSEND   PIC X(50)
            VALUE 'END OF SEARCH                                     '.
        77  MSGSMORE  PIC X(50)
            VALUE 'PF8 FOR MORE HITS                                 '.
        77  MSGSPAUS  PIC X(50)
            VALUE '2000 LINES SCANNED - PF8 CARRIES ON               '.
        77  MSGSCTX   PIC X(50)
            VALUE 'PF5 REPRINTS THIS REPORT RUN, PF7 BACK TO HITS    '.
        01  MSGDONE.
            02  FILLER    PIC X(10) VALUE 'RESPOOLED '.
            02  MSGDONCNT PIC ZZZZ9.
            02  FILLER    PIC X(17) VALUE ' LINES - ROUTE TO'.
            02  FILLER    PIC X     VALUE SPACE.
            02  MSGDONCLS PIC X(8).
            02  FILLER    PIC X(9)  VALUE SPACES.
        77  MSGEND    PIC X(50)
            VALUE 'REPORT SEARCH ENDED - PRESS CLEAR                 '.

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
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTRSR1'.
            02  SCAP-ERASE  PIC X     VALUE 'N'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(310).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM RSRSBAS THRU RSRSBASX.
            MOVE LENGTH OF RSRSCRN TO RSRSCRNL.
            MOVE LENGTH OF RLINE   TO RLINEL.
            MOVE LENGTH OF RSRMSGO TO RSRMSGOL.
            MOVE SPACES TO RSRCOMM.
            MOVE 0 TO RSRSEL RSRHCNT.
            IF EIBCALEN NOT = 0 THEN GO TO RSRRENT.

      * RSRSHOW  EQU   *
      * AN EMPTY SEARCH SCREEN
        RSRSHOW.
            MOVE SPACES TO RSRCOMM.
            MOVE 0 TO RSRSEL RSRHCNT.
            MOVE SPACES TO RSSTRF RSARGF RSSELF RSHEAD.
            MOVE RSRSCRN TO SCAP-DATA.
            MOVE RSRSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO RSRRET.

        RSRRENT.
            IF EIBCALEN NOT = RSRCOMMLEN
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = RSRCOMMLEN THEN
               EXEC CICS ABEND ABCODE('RSR1') END-EXEC.
            MOVE CA-DATA TO RSRCOMM.
            MOVE LENGTH OF RSR-IN TO RSR-INL.
            MOVE SPACES TO RSR-IN.
            EXEC CICS RECEIVE INTO(RSR-IN) LENGTH(RSR-INL) END-EXEC.
            IF EIBAID = DFHCLEAR THEN GO TO RSRSHOW.
            IF EIBAID = DFHPF3   THEN GO TO RSRDONE.
            IF EIBAID = DFHENTER THEN GO TO RSRENTER.
            IF EIBAID = DFHPF8   THEN GO TO RSRMORE.
            IF EIBAID = DFHPF7   THEN GO TO RSRBACK.
            IF EIBAID = DFHPF5   THEN GO TO RSRREPR.
            GO TO RSRRET.

      * RSRENTER EQU   *
      * A HIT NUMBER AGAINST THE SAME SEARCH SHOWS THAT HIT; ANYTHING
      * ELSE IS A NEW SEARCH FROM THE TOP
        RSRENTER.
            IF RSR-IN-SEL IS NUMERIC AND RSRMODE NOT = SPACE
               AND RSR-IN-STR = RSRSTR AND RSR-IN-ARGS = RSRARGS THEN
               GO TO RSRPICK.
            IF RSR-IN-STR = SPACES OR RSR-IN-STR = LOW-VALUES THEN
               MOVE SPACES TO RSRCOMM
               MOVE 0 TO RSRSEL RSRHCNT
               MOVE MSGNOSTR TO RSRMSGTX
               GO TO RSRPUTMS.
            MOVE RSR-IN-STR  TO RSRSTR.
            MOVE RSR-IN-ARGS TO RSRARGS.
            PERFORM RSRLIMS THRU RSRLIMSX.
            IF RSRFROM = 0 AND RSRAFROM NOT = SPACES
               OR RSRTO = 9999999 AND RSRATO NOT = SPACES THEN
               MOVE SPACE TO RSRMODE
               MOVE MSGBADDT TO RSRMSGTX
               GO TO RSRPUTMS.
            MOVE LOW-VALUES TO RSKEYW.
            IF RSRAID NOT = SPACES THEN
               MOVE RSRAID TO RSKW-ID
               MOVE 0 TO RSKW-DATE RSKW-LINENO.
            MOVE RSKEYW TO RSRNEXT.
            MOVE 'N' TO RSREND.
            GO TO RSRSCAN.

      * RSRMORE  EQU   *
        RSRMORE.
            IF RSRMODE = SPACE THEN
               MOVE MSGNOSTR TO RSRMSGTX
               GO TO RSRPUTMS.
            IF RSREND = 'Y' THEN
               MOVE MSGSEND TO RSRMSGTX
               GO TO RSRPUTMS.
            PERFORM RSRLIMS THRU RSRLIMSX.
            GO TO RSRSCAN.

      * RSRBACK  EQU   *
      * THE HIT PAGE AGAIN - RESCANNED FROM WHERE IT STARTED
        RSRBACK.
            IF RSRMODE = SPACE THEN
               MOVE MSGNOSTR TO RSRMSGTX
               GO TO RSRPUTMS.
            PERFORM RSRLIMS THRU RSRLIMSX.
            MOVE RSRPGKEY TO RSRNEXT.
            MOVE 'N' TO RSREND.

      * RSRSCAN  EQU   *
      * BROWSE RPTSTORE FROM RSRNEXT UNTIL 10 HITS, THE END OF THE
      * WANTED REPORT (OR THE STORE), OR 2000 LINES SCANNED
        RSRSCAN.
            MOVE RSRNEXT TO RSRPGKEY.
            MOVE 0 TO RSRHCNT RSRBUDG RSRSEL.
            MOVE SPACES TO RSRROWS.
            EXEC CICS HANDLE CONDITION NOTFND(RSREOF)
                 ENDFILE(RSREOFB) NOTOPEN(RSRNOST) END-EXEC.
            MOVE RSRNEXT TO RSKEY.
            EXEC CICS STARTBR FILE('RPTSTORE') RIDFLD(RSKEY)
                 GTEQ END-EXEC.
        RSRSCANL.
            IF RSRBUDG NOT LESS THAN 2000 THEN GO TO RSRPAUSE.
            EXEC CICS READNEXT FILE('RPTSTORE') INTO(RS-REC)
                 LENGTH(RSRECL) RIDFLD(RSKEY) END-EXEC.
            ADD 1 TO RSRBUDG.
            IF RSRAID NOT = SPACES AND RS-ID NOT = RSRAID THEN
               GO TO RSREOFB.
            IF RS-DATE LESS THAN RSRFROM
               OR RS-DATE GREATER THAN RSRTO THEN GO TO RSRSCANL.
            PERFORM RSRMATCH THRU RSRMATCX.
            IF RSRHITSW NOT = 'Y' THEN GO TO RSRSCANL.
            PERFORM RSRADD THRU RSRADDX.
            IF RSRHCNT LESS THAN 10 THEN GO TO RSRSCANL.
            PERFORM RSRNXKEY.
            EXEC CICS ENDBR FILE('RPTSTORE') END-EXEC.
            MOVE MSGSMORE TO RSRMSGTX.
            GO TO RSRLIST.
        RSRPAUSE.
            PERFORM RSRNXKEY.
            EXEC CICS ENDBR FILE('RPTSTORE') END-EXEC.
            MOVE MSGSPAUS TO RSRMSGTX.
            GO TO RSRLIST.
        RSREOFB.
            EXEC CICS ENDBR FILE('RPTSTORE') END-EXEC.
        RSREOF.
            MOVE 'Y' TO RSREND.
            MOVE MSGSEND TO RSRMSGTX.

      * RSRLIST  EQU   *
      * THE HIT PAGE - BASE SCREEN, COLUMN HEADINGS, ONE ROW PER HIT
        RSRLIST.
            MOVE 'L' TO RSRMODE.
            MOVE RHLIST TO RSHEAD.
            MOVE RSRHCNT TO RSRROWN.
            GO TO RSRSEND.

      * RSRPICK  EQU   *
      * ONE HIT BETWEEN THE THREE STORED LINES EITHER SIDE OF IT
        RSRPICK.
            MOVE RSR-IN-SEL TO RSRSEL.
            IF RSRSEL = 0 OR RSRSEL GREATER THAN RSRHCNT THEN
               MOVE 0 TO RSRSEL
               MOVE MSGBADSEL TO RSRMSGTX
               GO TO RSRPUTMS.
            PERFORM RSRLIMS THRU RSRLIMSX.
            MOVE RSRH-ID (RSRSEL)   TO RSKW-ID RHC-ID.
            MOVE RSRH-DATE (RSRSEL) TO RSKW-DATE RHC-DATE.
            MOVE RSRH-LINENO (RSRSEL) TO RSRFIRST RSRLAST.
            IF RSRFIRST GREATER THAN 3 THEN
               SUBTRACT 3 FROM RSRFIRST
            ELSE
               MOVE 1 TO RSRFIRST.
            ADD 3 TO RSRLAST.
            COMPUTE RSRPAGE = (RSRH-LINENO (RSRSEL) - 1) / 60 + 1.
            COMPUTE RSRPLINE = RSRH-LINENO (RSRSEL)
                             - (RSRPAGE - 1) * 60.
            MOVE RSRPAGE  TO RHC-PAGE.
            MOVE RSRPLINE TO RHC-LINE.
            MOVE 1 TO RSROFF.
            MOVE 0 TO RSRROWN.
            MOVE SPACES TO RSRROWS.
            EXEC CICS HANDLE CONDITION NOTFND(RSRCTXE)
                 ENDFILE(RSRCTXB) NOTOPEN(RSRNOST) END-EXEC.
            MOVE RSRFIRST TO RSKW-LINENO.
            MOVE RSKEYW TO RSKEY.
            EXEC CICS STARTBR FILE('RPTSTORE') RIDFLD(RSKEY)
                 GTEQ END-EXEC.
        RSRCTXL.
            EXEC CICS READNEXT FILE('RPTSTORE') INTO(RS-REC)
                 LENGTH(RSRECL) RIDFLD(RSKEY) END-EXEC.
            IF RS-ID NOT = RSKW-ID OR RS-DATE NOT = RSKW-DATE
               OR RS-LINENO GREATER THAN RSRLAST THEN GO TO RSRCTXB.
            ADD 1 TO RSRROWN.
            MOVE SPACE TO RLC-MARK.
            IF RS-LINENO = RSRH-LINENO (RSRSEL) THEN
               MOVE '>' TO RLC-MARK
               PERFORM RSRWIN THRU RSRWINX.
            MOVE RS-LINENO TO RLC-LINENO.
            MOVE RS-TEXT TO RSRCTXT (RSRROWN).
            MOVE RLCTX TO RSRROW (RSRROWN).
            GO TO RSRCTXL.
        RSRCTXB.
            EXEC CICS ENDBR FILE('RPTSTORE') END-EXEC.
        RSRCTXE.
            PERFORM RSRCTXW THRU RSRCTXWX.
            MOVE RSROFF TO RHC-FROM.
            COMPUTE RHC-TO = RSROFF + 68.
            MOVE 'C' TO RSRMODE.
            MOVE RHCTX TO RSHEAD.
            MOVE MSGSCTX TO RSRMSGTX.

      * RSRSEND  EQU   *
      * SEND THE BASE SCREEN WITH THE SEARCH ECHOED, THE ROWS BUILT,
      * AND THE MESSAGE
        RSRSEND.
            MOVE RSRSTR  TO RSSTRF.
            MOVE RSRARGS TO RSARGF.
            MOVE SPACES TO RSSELF.
            IF RSRSEL GREATER THAN 0 THEN MOVE RSRSEL TO RSSELF.
            MOVE RSRSCRN TO SCAP-DATA.
            MOVE RSRSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE 0 TO RSRIX.
        RSRSENDL.
            ADD 1 TO RSRIX.
            IF RSRIX GREATER THAN RSRROWN THEN GO TO RSRPUTMS.
            MOVE RSBAE (RSRIX) TO RLSBA.
            MOVE RSRROW (RSRIX) TO RLTEXT.
            MOVE RLINE TO SCAP-DATA.
            MOVE RLINEL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO RSRSENDL.

      * RSRREPR  EQU   *
      * RE-SPOOL THE WHOLE RUN THE CHOSEN HIT IS IN
        RSRREPR.
            IF RSR-IN-SEL IS NUMERIC AND RSRMODE NOT = SPACE THEN
               MOVE RSR-IN-SEL TO RSRSEL.
            IF RSRSEL = 0 OR RSRSEL GREATER THAN RSRHCNT THEN
               MOVE 0 TO RSRSEL
               MOVE MSGBADSEL TO RSRMSGTX
               GO TO RSRPUTMS.
            MOVE RSRH-ID (RSRSEL)   TO RC-ID.
            MOVE RSRH-DATE (RSRSEL) TO RC-DATE.
            EXEC CICS HANDLE CONDITION NOTFND(RSRNOCAT)
                 NOTOPEN(RSRNOCAT) END-EXEC.
            MOVE RC-KEY TO RCKEY.
            EXEC CICS READ FILE('RPTCAT') INTO(RC-REC)
                 LENGTH(RCRECL) RIDFLD(RCKEY) END-EXEC.
            EXEC CICS SPOOLOPEN OUTPUT CLASS('A') TOKEN(RSR-TOKEN)
                 END-EXEC.
            MOVE 0 TO RSRLINES.
            EXEC CICS HANDLE CONDITION NOTFND(RSRREPE)
                 ENDFILE(RSRREPE) END-EXEC.
            MOVE SPACES TO RSKEY.
            MOVE RC-ID   TO RSKEY (1:8).
            MOVE RC-DATE TO RSKEY (9:7).
            MOVE '00000' TO RSKEY (16:5).
            EXEC CICS STARTBR FILE('RPTSTORE') RIDFLD(RSKEY)
                 GTEQ END-EXEC.
        RSRREPL.
            EXEC CICS READNEXT FILE('RPTSTORE') INTO(RS-REC)
                 LENGTH(RSRECL) RIDFLD(RSKEY) END-EXEC.
            IF RS-ID NOT = RC-ID OR RS-DATE NOT = RC-DATE THEN
               GO TO RSRREPB.
            MOVE 120 TO RSR-LINEL.
            EXEC CICS SPOOLWRITE TOKEN(RSR-TOKEN) FROM(RS-TEXT)
                 FLENGTH(RSR-LINEL) END-EXEC.
            ADD 1 TO RSRLINES.
            GO TO RSRREPL.
        RSRREPB.
            EXEC CICS ENDBR FILE('RPTSTORE') END-EXEC.
        RSRREPE.
            EXEC CICS SPOOLCLOSE TOKEN(RSR-TOKEN) END-EXEC.
            MOVE RSRLINES TO MSGDONCNT.
            MOVE RC-CLASS TO MSGDONCLS.
            MOVE MSGDONE TO RSRMSGTX.
            GO TO RSRPUTMS.

        RSRNOCAT.
            MOVE MSGNOCAT TO RSRMSGTX.
            GO TO RSRPUTMS.
        RSRNOST.
            MOVE SPACE TO RSRMODE.
            MOVE MSGNOST TO RSRMSGTX.
        RSRPUTMS.
            MOVE RSRMSGO TO SCAP-DATA.
            MOVE RSRMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO RSRRET.

        RSRRET.
            MOVE RSRCOMMLEN TO CA-HDR-LEN IN RSRCOMM-REC.
            EXEC CICS RETURN TRANSID('RSR1') COMMAREA(RSRCOMM-REC)
                 LENGTH(RSRCOMMLEN) END-EXEC.

        RSRDONE.
            MOVE MSGEND TO RSRMSGTX.
            MOVE RSRMSGO TO SCAP-DATA.
            MOVE RSRMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * RSRLIMS  EQU   *
      * THE STRING FOLDED TO UPPER CASE AND ITS LENGTH, AND THE DATE
      * LIMITS (A BAD DATE LEAVES ITS LIMIT OPEN - RSRENTER REJECTS
      * IT BEFORE A SEARCH STARTS)
        RSRLIMS.
            MOVE RSRSTR TO RSRSTRU.
            INSPECT RSRSTRU CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE 40 TO RSRSLEN.
        RSRLIMSL.
            IF RSRSTRU (RSRSLEN:1) = SPACE AND RSRSLEN GREATER THAN 1
               THEN SUBTRACT 1 FROM RSRSLEN
                    GO TO RSRLIMSL.
            COMPUTE RSRLPOS = 121 - RSRSLEN.
            MOVE 0 TO RSRFROM.
            MOVE 9999999 TO RSRTO.
            IF RSRAFROM IS NUMERIC THEN MOVE RSRAFROM TO RSRFROM.
            IF RSRATO IS NUMERIC THEN MOVE RSRATO TO RSRTO.
        RSRLIMSX.
            EXIT.

      * CASE-BLIND SUBSTRING TEST OF RS-TEXT; RSRPOS IS WHERE IT HIT
        RSRMATCH.
            MOVE 'N' TO RSRHITSW.
            MOVE RS-TEXT TO RSRTEXTU.
            INSPECT RSRTEXTU CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE 0 TO RSRPOS.
        RSRMATCL.
            ADD 1 TO RSRPOS.
            IF RSRPOS GREATER THAN RSRLPOS THEN GO TO RSRMATCX.
            IF RSRTEXTU (RSRPOS:RSRSLEN) NOT =
               RSRSTRU (1:RSRSLEN) THEN GO TO RSRMATCL.
            MOVE 'Y' TO RSRHITSW.
        RSRMATCX.
            EXIT.

      * ONE HIT - ITS KEY TO THE COMMAREA, ITS ROW TO THE PAGE, WITH
      * 46 COLUMNS OF TEXT STARTING A LITTLE BEFORE THE MATCH
        RSRADD.
            ADD 1 TO RSRHCNT.
            MOVE RS-ID     TO RSRH-ID (RSRHCNT) RLH-ID.
            MOVE RS-DATE   TO RSRH-DATE (RSRHCNT) RLH-DATE.
            MOVE RS-LINENO TO RSRH-LINENO (RSRHCNT).
            MOVE RSRHCNT   TO RLH-NO.
            COMPUTE RSRPAGE = (RS-LINENO - 1) / 60 + 1.
            COMPUTE RSRPLINE = RS-LINENO - (RSRPAGE - 1) * 60.
            MOVE RSRPAGE  TO RLH-PAGE.
            MOVE RSRPLINE TO RLH-LINE.
            MOVE 1 TO RSROFF.
            IF RSRPOS GREATER THAN 10 THEN
               COMPUTE RSROFF = RSRPOS - 10.
            IF RSROFF GREATER THAN 75 THEN MOVE 75 TO RSROFF.
            MOVE RS-TEXT (RSROFF:46) TO RLH-TEXT.
            MOVE RLHIT TO RSRROW (RSRHCNT).
        RSRADDX.
            EXIT.

      * THE KEY AFTER THE LAST LINE READ - WHERE PF8 CARRIES ON
        RSRNXKEY.
            MOVE RS-ID   TO RSKW-ID.
            MOVE RS-DATE TO RSKW-DATE.
            COMPUTE RSKW-LINENO = RS-LINENO + 1.
            MOVE RSKEYW TO RSRNEXT.

      * THE CONTEXT WINDOW - 69 COLUMNS, SHIFTED RIGHT WHEN THE
      * MATCH ON THE HIT LINE WOULD FALL OUTSIDE THE FIRST 69
        RSRWIN.
            PERFORM RSRMATCH THRU RSRMATCX.
            IF RSRHITSW NOT = 'Y' THEN GO TO RSRWINX.
            IF RSRPOS + RSRSLEN GREATER THAN 70 THEN
               COMPUTE RSROFF = RSRPOS - 10.
            IF RSROFF GREATER THAN 52 THEN MOVE 52 TO RSROFF.
        RSRWINX.
            EXIT.

      * CUT EACH CONTEXT LINE TO THE WINDOW NOW THAT THE HIT LINE
      * HAS FIXED IT
        RSRCTXW.
            MOVE 0 TO RSRIX.
        RSRCTXWL.
            ADD 1 TO RSRIX.
            IF RSRIX GREATER THAN RSRROWN THEN GO TO RSRCTXWX.
            MOVE RSRROW (RSRIX) TO RLCTX.
            MOVE RSRCTXT (RSRIX) (RSROFF:69) TO RLC-TEXT.
            MOVE RLCTX TO RSRROW (RSRIX).
            GO TO RSRCTXWL.
        RSRCTXWX.
            EXIT.

      * RPI 1355 - COMPOSE THE SCREEN ADDRESSES: TITLE ROW 2 COL 25,
      * INPUT ROWS 3-5 COL 2, KEY LINE ROW 6 COL 2, HEADINGS ROW 8
      * COL 2, ROWS 9-18 COL 2, MESSAGE LINE ROW 20 COL 1
        RSRSBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 2 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM RSRSBA1.
            MOVE SBAB-SBA TO RSSBA1.
            MOVE 2 TO SBAB-COL.
            MOVE 3 TO SBAB-ROW.
            PERFORM RSRSBA1.
            MOVE SBAB-SBA TO RSSBA2.
            MOVE 4 TO SBAB-ROW.
            PERFORM RSRSBA1.
            MOVE SBAB-SBA TO RSSBA3.
            MOVE 5 TO SBAB-ROW.
            PERFORM RSRSBA1.
            MOVE SBAB-SBA TO RSSBA4.
            MOVE 6 TO SBAB-ROW.
            PERFORM RSRSBA1.
            MOVE SBAB-SBA TO RSSBA5.
            MOVE 8 TO SBAB-ROW.
            PERFORM RSRSBA1.
            MOVE SBAB-SBA TO RSSBA6.
            MOVE 20 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM RSRSBA1.
            MOVE SBAB-SBA TO RSMSBA.
            MOVE 0 TO RSRIX.
        RSRSBASL.
            ADD 1 TO RSRIX.
            IF RSRIX GREATER THAN 10 THEN GO TO RSRSBASX.
            COMPUTE SBAB-ROW = RSRIX + 8.
            MOVE 2 TO SBAB-COL.
            PERFORM RSRSBA1.
            MOVE SBAB-SBA TO RSBAE (RSRIX).
            GO TO RSRSBASL.
        RSRSBASX.
            EXIT.

        RSRSBA1.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * RPI 1355 - MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
