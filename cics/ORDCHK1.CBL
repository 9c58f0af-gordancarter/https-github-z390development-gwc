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
      * UNUSUAL-ORDER CHECK - THE ORDER AGAINST THE CUSTOMER'S OWN
      * ORDFILE HISTORY, ALERTS TO THE ALRT TD QUEUE
      *
      * RPI 1409 - NOBODY NOTICED AN ORDER WILDLY OUT OF LINE FOR ITS
      * CUSTOMER - A NINE-DIGIT AMOUNT KEYED WITH EXTRA ZEROS, OR A
      * CUSTOMER SILENT FOR YEARS SUDDENLY ORDERING BIG.  TESTORD1
      * LINKS HERE WITH EVERY ORDER IT POSTS (THE 42-BYTE COMMAREA
      * BELOW, UNU-LASTACT BEING CUST-LASTACT AS IT WAS BEFORE THIS
      * ORDER STAMPED IT).  THE CUSTOMER'S EARLIER ORDERS ON ORDFILE
      * (CANCELLED ONES LEFT OUT) GIVE THE AVERAGE ORDER AND THE
      * USUAL ORDERING RATE, AND THE ORDER IS FLAGGED WHEN
      *
      *   A  ITS AMOUNT IS OVER UCT-AMTMULT TIMES THE AVERAGE - OR,
      *      WITH FEWER THAN UCT-MINHIST EARLIER ORDERS, OVER THE
      *      FLAT UCT-AMTMAX
      *   F  THE ORDERS IN THE LAST UCT-FREQDAYS DAYS, THIS ONE
      *      INCLUDED, NUMBER AT LEAST UCT-FREQMIN AND ARE OVER
      *      UCT-FREQMULT TIMES THE CUSTOMER'S USUAL COUNT FOR SUCH
      *      A WINDOW (EARLIER ORDERS SPREAD OVER THE DAYS SINCE THE
      *      FIRST ONE) - ONLY WITH UCT-MINHIST EARLIER ORDERS
      *   D  THE CUSTOMER HAS BEEN IDLE UCT-DORMDAYS DAYS OR MORE
      *      AND THE ORDER IS UCT-DORMAMT OR MORE
      *
      * THE THRESHOLDS ARE THE ORDUCTL 'DEFAULT ' RECORD (SEE
      * ORDUCTL.CPY), OR THE DEFAULTS BELOW WHEN THERE IS NONE.  A
      * FLAGGED ORDER IS STILL POSTED - THE ORDER DESK CONFIRMS OR
      * CANCELS IT - BUT IT IS WRITTEN TO THE ORDEXC KSDS (JOURNALED
      * THROUGH VSAMJRN1) FOR THE ORDEXC1 DAILY EXCEPTION REPORT, AND
      * AN 'ORDER FLAG' ALERT GOES TO THE ALRT TD QUEUE FOR TESTALR1
      * TO ROUTE TO THE OPERATOR (ALRTRTE CARRIES 'ORDER FLAG' AT
      * SEVERITY H, SO IT REACHES THE OPERATOR'S NEXT SCREEN RATHER
      * THAN ONLY THE ALERT LOG).
      *
      *   UNU-RC 0 = IN LINE, 4 = FLAGGED (UNU-FLAGS SAYS WHY),
      *   12 = ORDFILE UNAVAILABLE, NOT CHECKED.
      *
        PROGRAM-ID. ORDCHK1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  ORD-AREA.
        COPY ORDMST.
        77  ORDRECL   PIC 9(4)  COMP  VALUE 84.
        77  ORDKEY    PIC X(14).

        01  UCT-AREA.
        COPY ORDUCTL.
        77  UCTRECL   PIC 9(4)  COMP  VALUE 50.
        77  UCTKEY    PIC X(8)  VALUE 'DEFAULT '.
      * THE THRESHOLDS WHEN ORDUCTL HAS NO 'DEFAULT ' RECORD
        01  UNUDFLT.
            02  FILLER    PIC X(8)  VALUE 'DEFAULT '.
            02  FILLER    PIC 9(3)  VALUE 3.
            02  FILLER    PIC 9(3)  VALUE 5.
            02  FILLER    PIC 9(9)  VALUE 10000000.
            02  FILLER    PIC 9(3)  VALUE 7.
            02  FILLER    PIC 9(3)  VALUE 3.
            02  FILLER    PIC 9(3)  VALUE 3.
            02  FILLER    PIC 9(4)  VALUE 365.
            02  FILLER    PIC 9(9)  VALUE 500000.
            02  FILLER    PIC X(5)  VALUE SPACES.

        01  EXC-AREA.
        COPY ORDEXC.
        77  EXCRECL   PIC 9(4)  COMP  VALUE 80.
        77  EXCKEY    PIC X(21).

      * RPI 1335 - AFTER-IMAGE JOURNAL AREA PASSED TO VSAMJRN1
        01  VJRN-AREA.
        COPY VSAMJRN.
        77  VJRNL     PIC 9(4)  COMP  VALUE 176.

      * THE CUSTOMER'S EARLIER ORDERS
        77  UNUHISTN  PIC 9(5)  COMP-3.
        77  UNUHISTA  PIC 9(13) COMP-3.
        77  UNURECENT PIC 9(5)  COMP-3.
        77  UNUAVG    PIC 9(9).
        77  UNUFIRST  PIC S9(9) COMP.
        77  UNUTODAY  PIC S9(9) COMP.
        77  UNUWINDOW PIC S9(9) COMP.
        77  UNUSPAN   PIC S9(9) COMP.
        77  UNUIDLE   PIC S9(9) COMP.
        77  UNULIMIT  PIC 9(13) COMP-3.
        77  UNUWORK1  PIC 9(13) COMP-3.
        77  UNUWORK2  PIC 9(13) COMP-3.

      * DAY-COUNT CONVERSION - A 0CYYDDD DATE IN UNUJUL TO AN
      * ABSOLUTE DAY NUMBER IN UNUDAYN (THE TESTQHK1 ARITHMETIC), SO
      * DIFFERENCES ARE RIGHT ACROSS A YEAR END
        01  UNUJUL    PIC 9(7).
        01  FILLER REDEFINES UNUJUL.
            02  FILLER     PIC 9.
            02  UNUJUL-C   PIC 9.
            02  UNUJUL-YY  PIC 99.
            02  UNUJUL-DDD PIC 999.
        77  UNUYEAR   PIC S9(5) COMP.
        77  UNULEAP   PIC S9(5) COMP.
        77  UNUDAYN   PIC S9(9) COMP.

      * OPERATOR ALERT - ONE PER FLAGGED ORDER, TO THE ALRT TDQ.  THE
      * LEADING TOKEN IS THE ALRTRTE ROUTING KEY.
        01  ALERT-REC.
            02  FILLER      PIC X(10) VALUE 'ORDER FLAG'.
            02  FILLER      PIC X(6)  VALUE ' CUST='.
            02  ALERT-CUST  PIC 9(8).
            02  FILLER      PIC X(7)  VALUE ' ORDER='.
            02  ALERT-ORD   PIC 9(6).
            02  FILLER      PIC X(5)  VALUE ' AMT='.
            02  ALERT-AMT   PIC 9(9).
            02  FILLER      PIC X(5)  VALUE ' WHY='.
            02  ALERT-WHY   PIC X(3).
            02  FILLER      PIC X(6)  VALUE ' DATE='.
            02  ALERT-DATE  PIC 9(7).
        77  ALERTRECL PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  UNU-CUSTNO   PIC 9(8).
            02  UNU-ORDNUM   PIC 9(6).
            02  UNU-AMT      PIC 9(9).
            02  UNU-DATE     PIC 9(7).
            02  UNU-LASTACT  PIC 9(7).
            02  UNU-RC       PIC 9(2).
            02  UNU-FLAGS.
                03  UNU-FL-AMT   PIC X.
                03  UNU-FL-FREQ  PIC X.
                03  UNU-FL-DORM  PIC X.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 42 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 0 TO UNU-RC.
            MOVE SPACES TO UNU-FLAGS.
            PERFORM UNUCTL THRU UNUCTLX.
            PERFORM UNUHIST THRU UNUHISTX.
            IF UNU-RC NOT = 0 THEN
               EXEC CICS RETURN END-EXEC.
            PERFORM UNUTEST THRU UNUTESTX.
            IF UNU-FLAGS = SPACES THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 4 TO UNU-RC.
            PERFORM UNUEXC THRU UNUEXCX.
            PERFORM UNUALRT.
            EXEC CICS RETURN END-EXEC.

      * UNUCTL   EQU   *
      * THE THRESHOLDS - ORDUCTL 'DEFAULT ', ELSE THE BUILT-IN ONES
        UNUCTL.
            EXEC CICS HANDLE CONDITION NOTFND(UNUCTLD)
                 NOTOPEN(UNUCTLD) END-EXEC.
            EXEC CICS READ FILE('ORDUCTL') INTO(UCT-REC)
                 LENGTH(UCTRECL) RIDFLD(UCTKEY) END-EXEC.
            IF UCT-REC (9:37) IS NUMERIC THEN GO TO UNUCTLX.
        UNUCTLD.
            MOVE UNUDFLT TO UCT-REC.
        UNUCTLX.
            EXIT.

      * UNUHIST  EQU   *
      * BROWSE THE CUSTOMER'S ORDERS - EVERY ONE BUT THIS ORDER AND
      * THE CANCELLED ONES COUNTS TOWARD THE AVERAGE, THE FIRST
      * ORDER DATE AND THE COUNT INSIDE THE FREQUENCY WINDOW
        UNUHIST.
            MOVE 0 TO UNUHISTN.
            MOVE 0 TO UNUHISTA.
            MOVE 0 TO UNURECENT.
            MOVE UNU-DATE TO UNUJUL.
            PERFORM UNUDAYNM.
            MOVE UNUDAYN TO UNUTODAY.
            MOVE UNUTODAY TO UNUFIRST.
            COMPUTE UNUWINDOW = UNUTODAY - UCT-FREQDAYS + 1.
            EXEC CICS HANDLE CONDITION NOTFND(UNUHISTX)
                 ENDFILE(UNUHISTE) NOTOPEN(UNUHISTU) END-EXEC.
            MOVE UNU-CUSTNO TO ORDKEY (1:8).
            MOVE '000000' TO ORDKEY (9:6).
            EXEC CICS STARTBR FILE('ORDFILE') RIDFLD(ORDKEY)
                 GTEQ END-EXEC.
        UNUHISTL.
            EXEC CICS READNEXT FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORDKEY) END-EXEC.
            IF ORD-CUSTNO NOT = UNU-CUSTNO THEN GO TO UNUHISTE.
            IF ORD-NUM = UNU-ORDNUM OR ORD-STAT = 'CAN' THEN
               GO TO UNUHISTL.
            ADD 1 TO UNUHISTN.
            ADD ORD-AMT TO UNUHISTA.
            MOVE ORD-DATE TO UNUJUL.
            PERFORM UNUDAYNM.
            IF UNUDAYN LESS THAN UNUFIRST THEN
               MOVE UNUDAYN TO UNUFIRST.
            IF UNUDAYN NOT LESS THAN UNUWINDOW THEN
               ADD 1 TO UNURECENT.
            GO TO UNUHISTL.
      * UNUHISTE EQU   *
        UNUHISTE.
            EXEC CICS ENDBR FILE('ORDFILE') END-EXEC.
            GO TO UNUHISTX.
      * UNUHISTU EQU   *
        UNUHISTU.
            MOVE 12 TO UNU-RC.
        UNUHISTX.
            EXIT.

      * UNUTEST  EQU   *
      * THE THREE TESTS - ANY OF THEM SETS ITS FLAG
        UNUTEST.
            MOVE 0 TO UNUAVG.
            IF UNUHISTN GREATER THAN 0 THEN
               COMPUTE UNUAVG = UNUHISTA / UNUHISTN.
      * A - AMOUNT AGAINST THE AVERAGE, OR THE FLAT LIMIT
            IF UNUHISTN LESS THAN UCT-MINHIST THEN
               MOVE UCT-AMTMAX TO UNULIMIT
            ELSE
               COMPUTE UNULIMIT = UNUAVG * UCT-AMTMULT.
            IF UNU-AMT GREATER THAN UNULIMIT THEN
               MOVE 'A' TO UNU-FL-AMT.
      * F - (RECENT + 1) OVER FREQMULT X THE USUAL COUNT FOR THE
      *     WINDOW, I.E. (RECENT + 1) X SPAN OVER FREQMULT X HISTN X
      *     FREQDAYS, SPAN BEING THE DAYS SINCE THE FIRST ORDER (AT
      *     LEAST ONE WINDOW)
            IF UNUHISTN LESS THAN UCT-MINHIST THEN GO TO UNUTESTD.
            IF UNURECENT + 1 LESS THAN UCT-FREQMIN THEN
               GO TO UNUTESTD.
            COMPUTE UNUSPAN = UNUTODAY - UNUFIRST + 1.
            IF UNUSPAN LESS THAN UCT-FREQDAYS THEN
               MOVE UCT-FREQDAYS TO UNUSPAN.
            COMPUTE UNUWORK1 = (UNURECENT + 1) * UNUSPAN.
            COMPUTE UNUWORK2 = UCT-FREQMULT * UNUHISTN * UCT-FREQDAYS.
            IF UNUWORK1 GREATER THAN UNUWORK2 THEN
               MOVE 'F' TO UNU-FL-FREQ.
      * D - DORMANT CUSTOMER, LARGE ORDER.  NO ACTIVITY EVER STAMPED
      *     IS A NEW CUSTOMER, WHICH THE FLAT LIMIT ALREADY COVERS.
        UNUTESTD.
            MOVE 0 TO UNUIDLE.
            IF UNU-LASTACT IS NOT NUMERIC OR UNU-LASTACT = 0 THEN
               GO TO UNUTESTX.
            MOVE UNU-LASTACT TO UNUJUL.
            PERFORM UNUDAYNM.
            COMPUTE UNUIDLE = UNUTODAY - UNUDAYN.
            IF UNUIDLE NOT LESS THAN UCT-DORMDAYS
               AND UNU-AMT NOT LESS THAN UCT-DORMAMT THEN
               MOVE 'D' TO UNU-FL-DORM.
        UNUTESTX.
            EXIT.

      * UNUDAYNM - 0CYYDDD IN UNUJUL TO AN ABSOLUTE DAY NUMBER
        UNUDAYNM.
            COMPUTE UNUYEAR = 1900 + UNUJUL-C * 100 + UNUJUL-YY.
            COMPUTE UNULEAP = UNUYEAR / 4 - UNUYEAR / 100
                            + UNUYEAR / 400.
            COMPUTE UNUDAYN = UNUYEAR * 365 + UNULEAP + UNUJUL-DDD.

      * UNUEXC   EQU   *
      * THE EXCEPTION RECORD FOR ORDEXC1, JOURNALED; A SECOND FLAG OF
      * THE SAME ORDER THE SAME DAY (OR THE FILE CLOSED) WRITES NONE
        UNUEXC.
            EXEC CICS HANDLE CONDITION DUPREC(UNUEXCX)
                 NOTOPEN(UNUEXCX) END-EXEC.
            MOVE SPACES      TO EXC-REC.
            MOVE UNU-DATE    TO EXC-DATE.
            MOVE UNU-CUSTNO  TO EXC-CUSTNO.
            MOVE UNU-ORDNUM  TO EXC-NUM.
            MOVE EIBTIME     TO EXC-TIME.
            MOVE EIBTRMID    TO EXC-TERM.
            MOVE UNU-AMT     TO EXC-AMT.
            MOVE UNUAVG      TO EXC-AVG.
            MOVE UNUHISTN    TO EXC-HISTN.
            MOVE UNURECENT   TO EXC-RECENT.
            IF UNUIDLE GREATER THAN 99999 THEN
               MOVE 99999 TO EXC-IDLE
            ELSE
               MOVE UNUIDLE TO EXC-IDLE.
            MOVE UNU-FLAGS   TO EXC-FLAGS.
            MOVE EXC-KEY TO EXCKEY.
            EXEC CICS WRITE FILE('ORDEXC') FROM(EXC-REC)
                 LENGTH(EXCRECL) RIDFLD(EXCKEY) END-EXEC.
            MOVE 'ORDEXC  ' TO JRN-FILE.
            MOVE 'WR'       TO JRN-FUNC.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE EXCKEY     TO JRN-KEY (1:21).
            MOVE 0          TO JRN-RRN.
            MOVE EXCRECL    TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE EXC-REC    TO JRN-IMAGE (1:80).
            EXEC CICS LINK PROGRAM('VSAMJRN1') COMMAREA(VJRN-AREA)
                 LENGTH(VJRNL) END-EXEC.
        UNUEXCX.
            EXIT.

      * ONE ALERT TO THE ROUTER'S QUEUE
        UNUALRT.
            MOVE UNU-CUSTNO TO ALERT-CUST.
            MOVE UNU-ORDNUM TO ALERT-ORD.
            MOVE UNU-AMT    TO ALERT-AMT.
            MOVE UNU-FLAGS  TO ALERT-WHY.
            MOVE UNU-DATE   TO ALERT-DATE.
            MOVE LENGTH OF ALERT-REC TO ALERTRECL.
            EXEC CICS WRITEQ TD QUEUE('ALRT') FROM(ALERT-REC)
                 LENGTH(ALERTRECL) END-EXEC.
