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
      * SHIFT-TURNOVER REPORT PRINT - TRNFILE TO SPOOL THROUGH RPTSVC1
      *
      * RPI 1430 - THE TRNOVR1 BATCH STEP BUILDS THE TURNOVER REPORT
      * OF THE OVERNIGHT WINDOW ON TRNFILE (TRNREC.CPY).  THIS RUN IS
      * THE WINDOW'S LAST WORD: A TESTSCH1 SCHEDULE ENTRY WHOSE
      * PREDECESSOR IS TRNOVR1 STARTS IT ONCE THAT STEP IS DONE (NOT
      * AFTER BDROLL1, WHICH REFUSES TO ROLL AN UNCLEAN WINDOW - THE
      * NIGHT THE REPORT MATTERS MOST).  IT SPOOLS THE LINES IN LINE-
      * NUMBER ORDER THROUGH THE RPTSVC1 REPORT SERVICE AS REPORT ID
      * 'TURNOVER', SO EACH MORNING'S COPY IS CATALOGED AND CAN BE
      * REPRINTED THROUGH TESTRPR1, AND FILLS IN THE SECTIONS ONLY
      * THE REGION CAN ANSWER UNDER THEIR MARKED HEADINGS:
      *
      *   S  SLA MISSES - TESTSLA1'S SLAMISSQ BREACH LOG, THE ENTRIES
      *      STAMPED AFTER THE WINDOW START ON THE TRNFILE LINES
      *   A  UNEXPECTED ABENDS - ABNDLOG RECORDS WITH NO ABNDEXP
      *      EXPECTED-PAIR ENTRY (TESTABM1'S TEST).  ABNDLOG CARRIES
      *      NO DATE, SO THIS IS THE QUEUE AS IT STANDS
      *   Q  QUEUES OVER THEIR HOUSEKEEPING THRESHOLDS - QHKPOL TS
      *      QUEUES WITH A DAY LIMIT WHOSE DATA IS OLDER THAN IT BY
      *      THE TESTQHK1 QHKSTAMP AGE (READ HERE, NEVER RESET).  TD
      *      QUEUES CANNOT BE COUNTED FROM A TRANSACTION AND ARE LEFT
      *      TO TESTQHK1
      *
      * A FILLED SECTION WITH NOTHING TO REPORT SAYS 'NONE', LIKE THE
      * BATCH-BUILT ONES.  THE REPORT IS ONLY OPENED WHEN THERE IS A
      * LINE TO PRINT.
      *
        PROGRAM-ID. TRNPRT1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  TRN-AREA.
        COPY TRNREC.
        77  TRNRECL   PIC 9(4)  COMP  VALUE 140.
        77  TRNBKEY   PIC 9(6)  VALUE 0.

        77  TP-OPEN    PIC X     VALUE 'N'.
        77  TP-COUNT   PIC 9(7)  COMP-3 VALUE 0.
        77  TP-HITS    PIC 9(5)  COMP-3 VALUE 0.
        77  TP-TEXT    PIC X(120).

      * THE WINDOW START AND AN EVENT'S STAMP, 0CYYDDD * 1000000 +
      * HHMMSS (TRNOVR1'S RULE)
        77  TPFROM     PIC 9(13) VALUE 0.
        77  TPSTAMP    PIC 9(13) VALUE 0.

      * TESTSLA1'S BREACH RECORD, AS LOGGED TO SLAMISSQ
        77  SLAMISSQ  PIC X(8)  VALUE 'SLAMISSQ'.
        01  MISS-REC.
            02  MISS-KIND   PIC X(10).
            02  MISS-STEP   PIC X(8).
            02  FILLER      PIC X(9).
            02  MISS-PLAN   PIC 9(6).
            02  FILLER      PIC X(6).
            02  MISS-NOW    PIC 9(6).
            02  FILLER      PIC X(6).
            02  MISS-DATE   PIC 9(7).
        77  MISSRECL  PIC 9(4)  COMP.
        77  MISSITEM  PIC 9(4)  COMP.
        01  TP-MISSLINE.
            02  FILLER      PIC X(2)  VALUE SPACES.
            02  TP-M-REC    PIC X(58).

      * ABEND AUDIT RECORD AND THE EXPECTED-PAIR FILE (TESTABM1'S)
        COPY ABNDAUD.
        77  ABNDITEM  PIC 9(4)  COMP.
        77  ABNDRECL  PIC 9(4)  COMP.
        01  AEXP-REC.
            02  AEXP-KEY.
                03  AEXP-CODE  PIC X(4).
                03  AEXP-PGM   PIC X(8).
            02  AEXP-DESC  PIC X(28).
        77  AEXPRECL  PIC 9(4)  COMP  VALUE 40.
        77  AEXPKEY   PIC X(12).
        01  TP-ABNDLINE.
            02  FILLER      PIC X(8)  VALUE '  ABEND '.
            02  TP-A-CODE   PIC X(4).
            02  FILLER      PIC X(10) VALUE '  PROGRAM '.
            02  TP-A-PGM    PIC X(8).
            02  FILLER      PIC X(10) VALUE '  HANDLER '.
            02  TP-A-LABEL  PIC X(8).

      * HOUSEKEEPING POLICY AND AGE STAMP (TESTQHK1'S)
        01  QHKP-REC.
            02  QHKP-QNAME  PIC X(16).
            02  QHKP-TYPE   PIC X.
            02  QHKP-POLICY PIC X.
            02  QHKP-DAYS   PIC 9(3).
        77  QHKPRECL  PIC 9(4)  COMP  VALUE 21.
        77  QHKPKEY   PIC X(16).
        77  QHKSTAMPQ PIC X(8)  VALUE 'QHKSTAMP'.
        01  STAMP-REC.
            02  STAMP-QNAME PIC X(16).
            02  STAMP-DATE  PIC 9(7).
        77  STAMPRECL PIC 9(4)  COMP.
        77  STAMPITEM PIC S9(4) COMP.
        77  STAMPAGE  PIC S9(5) COMP.
        77  QHKTODAY  PIC 9(7).
        77  QDATA     PIC X(512).
        77  QDATAL    PIC 9(4)  COMP.
        77  QITEM     PIC 9(4)  COMP.
        77  QCOUNT    PIC 9(5)  COMP.

      * DAY-COUNT CONVERSION FOR THE AGE ARITHMETIC (TESTQHK1'S)
        01  QHKJUL    PIC 9(7).
        01  FILLER REDEFINES QHKJUL.
            02  FILLER    PIC 9.
            02  QHKJUL-C  PIC 9.
            02  QHKJUL-YY PIC 99.
            02  QHKJUL-DDD PIC 999.
        77  QHKYEAR   PIC S9(5) COMP.
        77  QHKLEAP   PIC S9(5) COMP.
        77  QHKDAYN   PIC S9(9) COMP.
        77  QHKDAYN1  PIC S9(9) COMP.
        77  QHKDAYN2  PIC S9(9) COMP.
        01  TP-QUELINE.
            02  FILLER      PIC X(8)  VALUE '  QUEUE '.
            02  TP-Q-QNAME  PIC X(16).
            02  FILLER      PIC X(8)  VALUE '  ITEMS '.
            02  TP-Q-ITEMS  PIC ZZZZ9.
            02  FILLER      PIC X(6)  VALUE '  AGE '.
            02  TP-Q-AGE    PIC ZZZZ9.
            02  FILLER      PIC X(13) VALUE ' DAYS  LIMIT '.
            02  TP-Q-DAYS   PIC ZZ9.
            02  FILLER      PIC X(9)  VALUE '  POLICY '.
            02  TP-Q-POL    PIC X.

      * RPTSVC1 REPORT SERVICE (RPI 1384 LAYOUT)
        01  RPS-COMM.
            02  RPS-FUNC    PIC X.
            02  RPS-RC      PIC 9(2).
            02  RPS-ID      PIC X(8)  VALUE 'TURNOVER'.
            02  RPS-TOKEN   PIC X(8).
            02  RPS-DATE    PIC 9(7).
            02  RPS-COUNT   PIC 9(5).
            02  RPS-LINEL   PIC 9(4)  COMP.
            02  RPS-LINE    PIC X(120).
        77  RPSCOMML  PIC 9(4)  COMP.

        77  TPDONEL    PIC 9(4)  COMP.
        01  TPDONE.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  FILLER  PIC X(3)  VALUE X'11C16D'.
            02  FILLER  PIC X(40)
                 VALUE 'SHIFT TURNOVER REPORT SPOOLED, LINES='.
            02  TPDONENO PIC ZZZZZZ9.

      * RESULT SCREEN MIRRORED TO THE CAPTURE QUEUE (RPI 1355)
        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TRNPRT1 '.
            02  SCAP-ERASE  PIC X     VALUE 'Y'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LENGTH OF TPDONE TO TPDONEL.
            MOVE EIBDATE TO QHKTODAY.
      * NOTFND/NOTOPEN CAN ONLY COME FROM THE STARTBR (AN EMPTY OR
      * UNAVAILABLE TRNFILE) - NO BROWSE IS ACTIVE THEN, SO THEY
      * SKIP THE ENDBR
            EXEC CICS HANDLE CONDITION ENDFILE(TPEOF)
                 NOTFND(TPNONE) NOTOPEN(TPNONE) END-EXEC.
            EXEC CICS STARTBR FILE('TRNFILE') RIDFLD(TRNBKEY)
                 GTEQ END-EXEC.

      * TPLOOP   EQU   *
      * ONE REPORT LINE PER PASS, IN LINE-NUMBER ORDER; A MARKED
      * HEADING IS FOLLOWED BY ITS SECTION
        TPLOOP.
            EXEC CICS READNEXT FILE('TRNFILE') INTO(TRN-REC)
                 LENGTH(TRNRECL) RIDFLD(TRNBKEY) END-EXEC.
            IF TP-OPEN NOT = 'Y' THEN
                COMPUTE TPFROM = TRN-FROM-DATE * 1000000
                    + TRN-FROM-TIME
                MOVE 'O' TO RPS-FUNC
                PERFORM TPRPS
                MOVE 'Y' TO TP-OPEN.
            MOVE TRN-TEXT TO TP-TEXT.
            PERFORM TPLINE.
            IF TRN-FILL = 'S' THEN
                PERFORM TPSLA THRU TPSLAX.
            IF TRN-FILL = 'A' THEN
                PERFORM TPABND THRU TPABNDX.
            IF TRN-FILL = 'Q' THEN
                PERFORM TPQUE THRU TPQUEX.
      * RE-ARM THE BROWSE-SIDE CONDITIONS A SECTION REPLACED
            EXEC CICS HANDLE CONDITION ENDFILE(TPEOF)
                 NOTFND(TPNONE) NOTOPEN(TPNONE) END-EXEC.
            GO TO TPLOOP.

      * TPEOF    EQU   *
      * END OF TRNFILE - END THE BROWSE
        TPEOF.
            EXEC CICS ENDBR FILE('TRNFILE') END-EXEC.
      * TPNONE   EQU   *
      * NO BROWSE ACTIVE - CLOSE THE REPORT IF ONE WAS OPENED
        TPNONE.
            IF TP-OPEN = 'Y' THEN
                MOVE 'C' TO RPS-FUNC
                PERFORM TPRPS.
            MOVE TP-COUNT TO TPDONENO.
            MOVE TPDONE TO SCAP-DATA.
            MOVE TPDONEL TO SCAP-LEN.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * TPSLA    EQU   *
      * SLA MISSES LOGGED IN THE WINDOW
        TPSLA.
            MOVE 0 TO TP-HITS.
            EXEC CICS HANDLE CONDITION ITEMERR(TPSLAE)
                 QIDERR(TPSLAE) END-EXEC.
            MOVE 0 TO MISSITEM.
        TPSLAL.
            ADD 1 TO MISSITEM.
            MOVE LENGTH OF MISS-REC TO MISSRECL.
            EXEC CICS READQ TS QUEUE(SLAMISSQ) INTO(MISS-REC)
                 LENGTH(MISSRECL) ITEM(MISSITEM) END-EXEC.
            COMPUTE TPSTAMP = MISS-DATE * 1000000 + MISS-NOW.
            IF TPSTAMP NOT GREATER THAN TPFROM THEN GO TO TPSLAL.
            MOVE MISS-REC TO TP-M-REC.
            MOVE TP-MISSLINE TO TP-TEXT.
            PERFORM TPHIT.
            GO TO TPSLAL.
        TPSLAE.
            PERFORM TPCLEAN.
        TPSLAX.
            EXIT.

      * TPABND   EQU   *
      * ABNDLOG RECORDS WITH NO EXPECTED-PAIR ENTRY.  AN ABNDEXP THAT
      * IS NOT OPEN EXPECTS NOTHING, AS IN TESTABM1.
        TPABND.
            MOVE 0 TO TP-HITS.
            EXEC CICS HANDLE CONDITION ITEMERR(TPABNDE)
                 QIDERR(TPABNDE) NOTFND(TPABNDB)
                 NOTOPEN(TPABNDB) END-EXEC.
            MOVE 0 TO ABNDITEM.
        TPABNDL.
            ADD 1 TO ABNDITEM.
            MOVE LENGTH OF ABND-REC TO ABNDRECL.
            EXEC CICS READQ TS QUEUE(ABNDLOGQ) INTO(ABND-REC)
                 LENGTH(ABNDRECL) ITEM(ABNDITEM) END-EXEC.
            MOVE ABND-CODE TO AEXPKEY (1:4).
            MOVE ABND-PGM  TO AEXPKEY (5:8).
            EXEC CICS READ FILE('ABNDEXP') INTO(AEXP-REC)
                 LENGTH(AEXPRECL) RIDFLD(AEXPKEY) END-EXEC.
            GO TO TPABNDL.
        TPABNDB.
            MOVE ABND-CODE  TO TP-A-CODE.
            MOVE ABND-PGM   TO TP-A-PGM.
            MOVE ABND-LABEL TO TP-A-LABEL.
            MOVE TP-ABNDLINE TO TP-TEXT.
            PERFORM TPHIT.
            GO TO TPABNDL.
        TPABNDE.
            PERFORM TPCLEAN.
        TPABNDX.
            EXIT.

      * TPQUE    EQU   *
      * MANAGED TS QUEUES HOLDING DATA OLDER THAN THEIR DAY LIMIT
        TPQUE.
            MOVE 0 TO TP-HITS.
            EXEC CICS HANDLE CONDITION ENDFILE(TPQUEE)
                 NOTFND(TPQUEN) NOTOPEN(TPQUEN) END-EXEC.
            MOVE LOW-VALUES TO QHKPKEY.
            EXEC CICS STARTBR FILE('QHKPOL') RIDFLD(QHKPKEY)
                 GTEQ END-EXEC.
        TPQUEL.
            EXEC CICS READNEXT FILE('QHKPOL') INTO(QHKP-REC)
                 LENGTH(QHKPRECL) RIDFLD(QHKPKEY) END-EXEC.
            IF QHKP-TYPE NOT = 'T' OR QHKP-DAYS = 0 THEN
                GO TO TPQUEL.
            PERFORM TPQCNT THRU TPQCNTX.
            IF QCOUNT = 0 THEN GO TO TPQUEL.
            PERFORM TPQAGE THRU TPQAGEX.
            IF STAMPAGE NOT GREATER THAN QHKP-DAYS THEN
                GO TO TPQUEL.
            MOVE QHKP-QNAME  TO TP-Q-QNAME.
            MOVE QCOUNT      TO TP-Q-ITEMS.
            MOVE STAMPAGE    TO TP-Q-AGE.
            MOVE QHKP-DAYS   TO TP-Q-DAYS.
            MOVE QHKP-POLICY TO TP-Q-POL.
            MOVE TP-QUELINE TO TP-TEXT.
            PERFORM TPHIT.
            GO TO TPQUEL.
        TPQUEE.
            EXEC CICS ENDBR FILE('QHKPOL') END-EXEC.
        TPQUEN.
            PERFORM TPCLEAN.
        TPQUEX.
            EXIT.

      * TPQCNT   EQU   *
      * ITEM COUNT - READQ BY ITEM UNTIL ITEMERR
        TPQCNT.
            MOVE 0 TO QCOUNT.
            EXEC CICS HANDLE CONDITION ITEMERR(TPQCNTX)
                 QIDERR(TPQCNTX) END-EXEC.
            MOVE 0 TO QITEM.
        TPQCNTL.
            ADD 1 TO QITEM.
            MOVE LENGTH OF QDATA TO QDATAL.
            EXEC CICS READQ TS QUEUE(QHKP-QNAME) INTO(QDATA)
                 LENGTH(QDATAL) ITEM(QITEM) END-EXEC.
            ADD 1 TO QCOUNT.
            GO TO TPQCNTL.
        TPQCNTX.
            EXIT.

      * TPQAGE   EQU   *
      * AGE IN DAYS FROM THE QUEUE'S QHKSTAMP FIRST-SEEN DATE; NO
      * STAMP YET = AGE 0
        TPQAGE.
            MOVE 0 TO STAMPAGE.
            EXEC CICS HANDLE CONDITION ITEMERR(TPQAGEX)
                 QIDERR(TPQAGEX) END-EXEC.
            MOVE 0 TO STAMPITEM.
        TPQAGEL.
            ADD 1 TO STAMPITEM.
            MOVE LENGTH OF STAMP-REC TO STAMPRECL.
            EXEC CICS READQ TS QUEUE(QHKSTAMPQ) INTO(STAMP-REC)
                 LENGTH(STAMPRECL) ITEM(STAMPITEM) END-EXEC.
            IF STAMP-QNAME NOT = QHKP-QNAME THEN GO TO TPQAGEL.
            MOVE QHKTODAY TO QHKJUL.
            PERFORM TPDAYNUM.
            MOVE QHKDAYN TO QHKDAYN1.
            MOVE STAMP-DATE TO QHKJUL.
            PERFORM TPDAYNUM.
            MOVE QHKDAYN TO QHKDAYN2.
            COMPUTE STAMPAGE = QHKDAYN1 - QHKDAYN2.
        TPQAGEX.
            EXIT.

      * TPDAYNUM - 0CYYDDD IN QHKJUL TO AN ABSOLUTE DAY NUMBER
        TPDAYNUM.
            COMPUTE QHKYEAR = 1900 + QHKJUL-C * 100 + QHKJUL-YY.
            COMPUTE QHKLEAP = QHKYEAR / 4 - QHKYEAR / 100
                            + QHKYEAR / 400.
            COMPUTE QHKDAYN = QHKYEAR * 365 + QHKLEAP + QHKJUL-DDD.

      * A SECTION LINE FROM TP-TEXT
        TPHIT.
            ADD 1 TO TP-HITS.
            PERFORM TPLINE.

      * SECTION END - 'NONE' WHEN IT FOUND NOTHING
        TPCLEAN.
            IF TP-HITS = 0 THEN
                MOVE '  NONE' TO TP-TEXT
                PERFORM TPLINE.

      * ONE REPORT LINE FROM TP-TEXT
        TPLINE.
            ADD 1 TO TP-COUNT.
            MOVE TP-TEXT TO RPS-LINE.
            MOVE 120 TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            PERFORM TPRPS.

      * ONE REPORT-SERVICE CALL, FUNCTION PRESET
        TPRPS.
            MOVE LENGTH OF RPS-COMM TO RPSCOMML.
            EXEC CICS LINK PROGRAM('RPTSVC1') COMMAREA(RPS-COMM)
                 LENGTH(RPSCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
