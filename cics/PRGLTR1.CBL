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
      * PRE-PURGE LETTER RUN - PRGNOTC TO SPOOL THROUGH RPTSVC1
      *
      * RPI 1417 - PRINTS ONE LETTER PER CUSTOMER THE PRGNTC1 RUN PUT
      * ON PRGNOTC (PRGNOTC.CPY) AND NOT YET WRITTEN TO, TELLING THE
      * CUSTOMER THE DATE THE ACCOUNT WILL BE ARCHIVED.  THE RUN
      * BROWSES THE CUSTOMER FILE THROUGH THE MYFILE8P ZIP PATH, AS
      * CUSTLBL1 DOES, SO THE LETTERS COME OUT IN ZIP ORDER FOR THE
      * POSTAL PRESORT, AND SPOOLS THEM THROUGH THE RPTSVC1 REPORT
      * SERVICE AS REPORT ID 'PRGLTRS', SO A LOST RUN IS A TESTRPR1
      * REPRINT.  THE WORDING IS THE LTRFILE TEMPLATE (LTRREC.CPY)
      * WITH THE CUSTOMER MERGED IN AT THE &N/&A/&Z/&D MARKERS.
      *
      * EACH NOTICE IS STAMPED WITH THE DATE ITS LETTER WAS SPOOLED;
      * THAT STAMP IS WHAT CUSTPRG1 REPORTS AS NOTICE GIVEN.  A
      * NOTICE WHOSE LAST ACTIVITY DATE NO LONGER MATCHES THE
      * CUSTOMER (ACTIVE SINCE SELECTION) IS NOT PRINTED.  A CUSTOMER
      * WHOSE ADDRESS THE POST OFFICE HAS RETURNED (ADRSVC1) GETS NO
      * LETTER AND STAYS UNSTAMPED; THE TRAILER COUNTS THEM.  THE
      * REPORT IS ONLY OPENED WHEN THERE IS A LETTER TO PRINT.
      *
        PROGRAM-ID. PRGLTR1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  CUST-REC.
            02  CUST-NAME  PIC X(40).
            02  CUST-ADDR  PIC X(40).
            02  CUST-ZIP   PIC X(5).
            02  CUST-LASTACT PIC 9(7).
        77  CUSTRECL  PIC 9(4)  COMP  VALUE 92.
        77  PLZKEY    PIC X(5)  VALUE LOW-VALUES.

        01  NTC-AREA.
        COPY PRGNOTC.
        77  NTCRECL   PIC 9(4)  COMP  VALUE 80.
        77  NTCKEY    PIC X(40).

      * THE LETTER TEXT, READ ONCE FROM LTRFILE AT THE START
        01  LTR-AREA.
        COPY LTRREC.
        77  LTRRECL   PIC 9(4)  COMP  VALUE 80.
        77  LTRBKEY   PIC 9(4)  VALUE 0.
        01  PL-TMPL.
            02  PL-TLINE   PIC X(76) OCCURS 60 TIMES.
        77  PL-TCOUNT  PIC 9(2)  COMP VALUE 0.
        77  PL-TIX     PIC 9(2)  COMP.

      * MERGE WORK - ONE TEMPLATE LINE BUILT LEFT TO RIGHT INTO
      * PL-OUT, MARKERS EXPANDED (THE MSGGET1 SUBSTITUTION)
        77  PL-IN      PIC X(76).
        77  PL-OUT     PIC X(120).
        77  PL-INIX    PIC 9(3)  COMP.
        77  PL-OUTIX   PIC 9(3)  COMP.
        77  SUB-LEN    PIC 9(2)  COMP.
        77  SUB-IX     PIC 9(2)  COMP.
        77  SUB-FLD    PIC X(40).
        01  PL-ARCYMD  PIC 9(8).
        01  FILLER REDEFINES PL-ARCYMD.
            02  PL-ARC-YYYY PIC 9(4).
            02  PL-ARC-MM   PIC 9(2).
            02  PL-ARC-DD   PIC 9(2).
        01  PL-ARCDATE.
            02  PL-D-MM    PIC 9(2).
            02  FILLER     PIC X     VALUE '/'.
            02  PL-D-DD    PIC 9(2).
            02  FILLER     PIC X     VALUE '/'.
            02  PL-D-YYYY  PIC 9(4).

        77  PL-OPEN    PIC X     VALUE 'N'.
        77  PL-COUNT   PIC 9(7)  COMP-3 VALUE 0.
        77  PL-HELD    PIC 9(7)  COMP-3 VALUE 0.

      * RETURNED-MAIL STATUS SERVICE (SEE ADRSVC1.CBL)
        01  ADR-COMM.
            02  ADR-FUNC    PIC X     VALUE 'I'.
            02  ADR-RC      PIC 9(2).
            02  ADR-NUM     PIC 9(8).
            02  ADR-NAME    PIC X(40).
            02  ADR-ADDR    PIC X(40).
            02  ADR-ZIP     PIC X(5).
            02  ADR-REASON  PIC X(2).
            02  ADR-RTNDATE PIC 9(7).
        77  ADRCOMML  PIC 9(4)  COMP  VALUE 105.

      * RPTSVC1 REPORT SERVICE (RPI 1384 LAYOUT)
        01  RPS-COMM.
            02  RPS-FUNC    PIC X.
            02  RPS-RC      PIC 9(2).
            02  RPS-ID      PIC X(8)  VALUE 'PRGLTRS '.
            02  RPS-TOKEN   PIC X(8).
            02  RPS-DATE    PIC 9(7).
            02  RPS-COUNT   PIC 9(5).
            02  RPS-LINEL   PIC 9(4)  COMP.
            02  RPS-LINE    PIC X(120).
        77  RPSCOMML  PIC 9(4)  COMP.

        01  PL-SEP         PIC X(76) VALUE ALL '-'.

        01  PL-TRAILER.
            02  FILLER     PIC X(16) VALUE 'LETTERS SPOOLED='.
            02  PL-TRL-NO  PIC ZZZZZZ9.
            02  FILLER     PIC X(21) VALUE ' HELD, RETURNED MAIL='.
            02  PL-TRL-HELD PIC ZZZZZZ9.

        77  PLDONEL    PIC 9(4)  COMP.
        01  PLDONE.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  FILLER  PIC X(3)  VALUE X'11C16D'.
            02  PLDONEMSG PIC X(28) VALUE 'PURGE LETTERS SPOOLED, NO='.
            02  PLDONENO PIC ZZZZZZ9.

      * RESULT SCREEN MIRRORED TO THE CAPTURE QUEUE (RPI 1355)
        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'PRGLTR1 '.
            02  SCAP-ERASE  PIC X     VALUE 'Y'.
            02  SCAP-SENDSW PIC X     VALUE 'Y'.
            02  SCAP-LEN    PIC 9(4)  COMP.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LENGTH OF PLDONE TO PLDONEL.
      * LOAD THE LETTER TEXT - NO TEXT, NO RUN
            EXEC CICS HANDLE CONDITION ENDFILE(PLTEOF)
                 NOTFND(PLNOTXT) NOTOPEN(PLNOTXT) END-EXEC.
            EXEC CICS STARTBR FILE('LTRFILE') RIDFLD(LTRBKEY)
                 GTEQ END-EXEC.
      * PLTLOOP  EQU   *
        PLTLOOP.
            EXEC CICS READNEXT FILE('LTRFILE') INTO(LTR-REC)
                 LENGTH(LTRRECL) RIDFLD(LTRBKEY) END-EXEC.
            IF PL-TCOUNT LESS THAN 60 THEN
                ADD 1 TO PL-TCOUNT
                MOVE LTR-TEXT TO PL-TLINE (PL-TCOUNT).
            GO TO PLTLOOP.
      * PLTEOF   EQU   *
        PLTEOF.
            EXEC CICS ENDBR FILE('LTRFILE') END-EXEC.
            IF PL-TCOUNT = 0 THEN GO TO PLNOTXT.

      * NOTFND CAN ONLY COME FROM THE STARTBR (EMPTY FILE) - NO BROWSE
      * IS ACTIVE THEN, SO IT GETS ITS OWN EXIT THAT SKIPS THE ENDBR
            EXEC CICS HANDLE CONDITION ENDFILE(PLEOF)
                 NOTFND(PLNONE) END-EXEC.
            EXEC CICS STARTBR FILE('MYFILE8P') RIDFLD(PLZKEY)
                 GTEQ END-EXEC.

      * PLLOOP   EQU   *
      * ONE CUSTOMER PER PASS, IN AIX (ZIP) ORDER
        PLLOOP.
            EXEC CICS READNEXT FILE('MYFILE8P') INTO(CUST-REC)
                 LENGTH(CUSTRECL) RIDFLD(PLZKEY) END-EXEC.
            PERFORM PLCUST THRU PLCUSTX.
            GO TO PLLOOP.

      * ONE CUSTOMER - A NOTICE STILL TO SEND GETS ITS LETTER, THEN
      * THE NOTICE IS STAMPED
        PLCUST.
            EXEC CICS HANDLE CONDITION NOTFND(PLCUSTX)
                 NOTOPEN(PLCUSTX) END-EXEC.
            MOVE CUST-NAME TO NTCKEY.
            EXEC CICS READ FILE('PRGNOTC') INTO(NTC-REC)
                 LENGTH(NTCRECL) RIDFLD(NTCKEY) END-EXEC.
            IF NTC-SENTDATE NOT = 0
               OR NTC-LASTACT NOT = CUST-LASTACT THEN
                GO TO PLCUSTX.
            MOVE 0 TO ADR-NUM.
            MOVE CUST-NAME TO ADR-NAME.
            EXEC CICS LINK PROGRAM('ADRSVC1') COMMAREA(ADR-COMM)
                 LENGTH(ADRCOMML) END-EXEC.
            IF ADR-RC = 4 THEN
                ADD 1 TO PL-HELD
                GO TO PLCUSTX.
            PERFORM PLLTR.
            EXEC CICS READ FILE('PRGNOTC') INTO(NTC-REC)
                 LENGTH(NTCRECL) RIDFLD(NTCKEY) UPDATE END-EXEC.
            MOVE EIBDATE TO NTC-SENTDATE.
            EXEC CICS REWRITE FILE('PRGNOTC') FROM(NTC-REC)
                 LENGTH(NTCRECL) END-EXEC.
        PLCUSTX.
            EXIT.

      * ONE LETTER - EVERY TEMPLATE LINE MERGED, THEN THE SEPARATOR
        PLLTR.
            IF PL-OPEN NOT = 'Y' THEN
                MOVE 'O' TO RPS-FUNC
                PERFORM PLRPS
                MOVE 'Y' TO PL-OPEN.
            ADD 1 TO PL-COUNT.
            MOVE NTC-ARCYMD  TO PL-ARCYMD.
            MOVE PL-ARC-MM   TO PL-D-MM.
            MOVE PL-ARC-DD   TO PL-D-DD.
            MOVE PL-ARC-YYYY TO PL-D-YYYY.
            MOVE 1 TO PL-TIX.
            PERFORM PLMERGE THRU PLMERGEX
                UNTIL PL-TIX GREATER THAN PL-TCOUNT.
            MOVE PL-SEP TO RPS-LINE.
            PERFORM PLPUT.

      *****************************************************************
      * PLMERGE - ONE TEMPLATE LINE: COPY IT TO PL-OUT, EXPANDING
      * EACH &N/&A/&Z/&D MARKER TO THE FIELD, TRAILING BLANKS DROPPED
      *****************************************************************
        PLMERGE.
            MOVE PL-TLINE (PL-TIX) TO PL-IN.
            MOVE SPACES TO PL-OUT.
            MOVE 0 TO PL-INIX.
            MOVE 0 TO PL-OUTIX.
        PLMRGL.
            ADD 1 TO PL-INIX.
            IF PL-INIX GREATER THAN 76 THEN GO TO PLMRGD.
            IF PL-OUTIX NOT LESS THAN 120 THEN GO TO PLMRGD.
            IF PL-INIX LESS THAN 76
               AND PL-IN (PL-INIX:1) = '&'
               AND (PL-IN (PL-INIX + 1:1) = 'N'
                 OR PL-IN (PL-INIX + 1:1) = 'A'
                 OR PL-IN (PL-INIX + 1:1) = 'Z'
                 OR PL-IN (PL-INIX + 1:1) = 'D') THEN
               GO TO PLMRGX.
            ADD 1 TO PL-OUTIX.
            MOVE PL-IN (PL-INIX:1) TO PL-OUT (PL-OUTIX:1).
            GO TO PLMRGL.

      * EXPAND ONE MARKER - PICK THE FIELD, FIND ITS TRIMMED LENGTH,
      * COPY IT IN, SKIP THE TWO MARKER BYTES
        PLMRGX.
            MOVE SPACES TO SUB-FLD.
            IF PL-IN (PL-INIX + 1:1) = 'N' THEN
               MOVE CUST-NAME TO SUB-FLD.
            IF PL-IN (PL-INIX + 1:1) = 'A' THEN
               MOVE CUST-ADDR TO SUB-FLD.
            IF PL-IN (PL-INIX + 1:1) = 'Z' THEN
               MOVE CUST-ZIP TO SUB-FLD.
            IF PL-IN (PL-INIX + 1:1) = 'D' THEN
               MOVE PL-ARCDATE TO SUB-FLD.
            MOVE 40 TO SUB-LEN.
        PLMRGT.
            IF SUB-LEN GREATER THAN 0
               AND SUB-FLD (SUB-LEN:1) = SPACE THEN
               SUBTRACT 1 FROM SUB-LEN
               GO TO PLMRGT.
            MOVE 0 TO SUB-IX.
        PLMRGC.
            ADD 1 TO SUB-IX.
            IF SUB-IX GREATER THAN SUB-LEN THEN GO TO PLMRGN.
            IF PL-OUTIX NOT LESS THAN 120 THEN GO TO PLMRGN.
            ADD 1 TO PL-OUTIX.
            MOVE SUB-FLD (SUB-IX:1) TO PL-OUT (PL-OUTIX:1).
            GO TO PLMRGC.
        PLMRGN.
            ADD 1 TO PL-INIX.
            GO TO PLMRGL.
      * PLMRGD   EQU   *
        PLMRGD.
            MOVE PL-OUT TO RPS-LINE.
            PERFORM PLPUT.
            ADD 1 TO PL-TIX.
        PLMERGEX.
            EXIT.

      * PLEOF    EQU   *
      * END OF THE AIX BROWSE - TRAILER, CLOSE THE SPOOL, REPORT
        PLEOF.
            EXEC CICS ENDBR FILE('MYFILE8P') END-EXEC.
      * PLNONE   EQU   *
      * NO BROWSE ACTIVE - EMPTY FILE, OR THE END OF IT
        PLNONE.
            IF PL-OPEN = 'Y' THEN
                MOVE PL-COUNT TO PL-TRL-NO
                MOVE PL-HELD  TO PL-TRL-HELD
                MOVE PL-TRAILER TO RPS-LINE
                PERFORM PLPUT
                MOVE 'C' TO RPS-FUNC
                PERFORM PLRPS.
            MOVE PL-COUNT TO PLDONENO.
            GO TO PLSEND.

      * PLNOTXT  EQU   *
      * LTRFILE EMPTY OR CLOSED - NOTHING CAN BE PRINTED
        PLNOTXT.
            MOVE 'NO LETTER TEXT - RUN PRGNTC1' TO PLDONEMSG.
            MOVE 0 TO PLDONENO.
      * PLSEND   EQU   *
        PLSEND.
            MOVE PLDONE TO SCAP-DATA.
            MOVE PLDONEL TO SCAP-LEN.
            PERFORM SENDCAP.
            EXEC CICS RETURN END-EXEC.

      * ONE REPORT LINE, PRESET IN RPS-LINE (SPACES FOR A BLANK LINE)
        PLPUT.
            MOVE 120 TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            PERFORM PLRPS.
            MOVE SPACES TO RPS-LINE.

      * ONE REPORT-SERVICE CALL, FUNCTION PRESET
        PLRPS.
            MOVE LENGTH OF RPS-COMM TO RPSCOMML.
            EXEC CICS LINK PROGRAM('RPTSVC1') COMMAREA(RPS-COMM)
                 LENGTH(RPSCOMML) END-EXEC.

      * MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
            EXEC CICS LINK PROGRAM('SCRNCAP1') COMMAREA(SCAP-COMM)
                 LENGTH(SCAPCOMML) END-EXEC.
