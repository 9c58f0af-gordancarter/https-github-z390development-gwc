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
      * DATA-SUBJECT ACCESS REPORT - EVERYTHING HELD ON ONE CUSTOMER
      *
      * RPI 1413 - WHEN A CUSTOMER ASKS WHAT WE HOLD ABOUT THEM THE
      * ANSWER USED TO BE A HAND SEARCH THROUGH HALF THE SYSTEM.
      * THIS RUN TAKES ONE DSRCTL CONTROL CARD:
      *
      *   COL  1-8   CUSTOMER NUMBER, OR
      *   COL 10-49  CUSTOMER NAME (EXACT)
      *   COL 51-54  PRIVACY CASE NUMBER (4 DIGITS, REQUIRED)
      *
      * A NUMBER IS RESOLVED TO ITS NAME ON MYFILE09, A NAME TO ITS
      * NUMBER THROUGH CUSTXREF (RPI 1360).  A CUSTOMER KNOWN ONLY BY
      * NAME - PURGED, OR NEVER CARRIED TO THE NUMBER MASTER - IS
      * STILL SEARCHED FOR BY NAME WHEREVER THE NAME IS THE KEY.
      * THE REPORT GATHERS ONE SECTION PER SOURCE, EACH HEADED WITH
      * ITS SOURCE DATASET AND DATE AND CLOSED WITH ITS RECORD COUNT:
      *
      *   1 MYFILE09  THE CUSTOMER NUMBER MASTER RECORD
      *   2 CUSTXREF  THE NAME-TO-NUMBER CROSS-REFERENCE ENTRY
      *   3 MYFILE08  THE LIVE CUSTOMER RECORD
      *   4 ORDFILE   EVERY ORDER ON FILE FOR THE CUSTOMER NUMBER
      *   5 CUSTJRNQ  THE BEFORE/AFTER CHANGE HISTORY - THE RETAINED
      *               CUSTJRNQ DATASETS CONCATENATED AS JRNLIN
      *   6 VJRN      AFTER-IMAGE JOURNAL RECORDS - THE RETAINED
      *               VSAMJSW1 GENERATIONS CONCATENATED AS VJRNIN,
      *               SHOWN UNDER EACH '*JRNLGEN' HEADER'S NUMBER AND
      *               DATE RANGE (RECORDS AHEAD OF ANY HEADER ARE THE
      *               LIVE JOURNAL).  A RECORD BELONGS TO THE CUSTOMER
      *               WHEN ITS KEY IS THE NAME (MYFILE08) OR CARRIES
      *               THE CUSTOMER NUMBER (MYFILE09, ORDFILE, ORDHIST,
      *               ORDLINE, ARLEDGER, CRDPROF, ORDEXC, ORDBREF)
      *   7 ARCHREG   EVERY ARCHIVED COPY - THE ARCHIVES THE ARCHREG
      *               REGISTRY NAMES, CONCATENATED IN ID ORDER AS
      *               ARCHIN (THE ARCHSRC1 SCAN, KEY-RANGE PREFILTER
      *               INCLUDED), EACH HIT WITH ITS PURGE DATE.
      *               ORDARC1 ORDER ARCHIVES (RPI 1419) ARE NUMBERED
      *               BUT NOT SEARCHED FOR CUSTOMER COPIES; ARCHIVES
      *               RETEXP1 EXPIRED (RPI 1426) ARE NOT NUMBERED
      *
      * THE DATES ARE JULIAN 0CYYDDD THROUGHOUT.  A HISTORY DATASET
      * THAT IS NOT SUPPLIED IS SAID SO IN ITS SECTION RATHER THAN
      * SILENTLY EMPTY.  THE LINES ARE BUILT ON THE DSRFILE KSDS
      * (DSRREC.CPY, REBUILT EACH RUN); THE DSRPRT1 TRANSACTION
      * SPOOLS THEM THROUGH RPTSVC1 AS REPORT ID 'DSAR' + CASE
      * NUMBER, SO THE ANSWER SENT IS CATALOGED AND CAN BE REPRINTED
      * THROUGH TESTRPR1.  RPTOUT IS THE RUN LISTING.
      *
      * RETURN CODE 4 = THE CUSTOMER WAS FOUND NOWHERE, 16 = BAD
      * CONTROL CARD OR SETUP.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
      * RPI 1437 - THE CUSTJRNQ RECORD CARRIES JRNCHN1'S 27 CHAIN
      * BYTES AFTER THE AFTER-IMAGE (272 BYTES); JRNVFY1 CHECKS THEM.
      *
        PROGRAM-ID. CUSTDSR1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DSRCTL ASSIGN TO DSRCTL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMST-NUM
                ALTERNATE RECORD KEY IS CMST-NAME
                FILE STATUS IS WS-FS09.
            SELECT CUSTXREF ASSIGN TO CUSTXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XRF-NAME
                FILE STATUS IS WS-FSXR.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUST-NAME
                ALTERNATE RECORD KEY IS CUST-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS08.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT JRNLIN ASSIGN TO JRNLIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJQ.
            SELECT VJRNIN ASSIGN TO VJRNIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJR.
            SELECT ARCHREG ASSIGN TO ARCHREG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRG.
            SELECT ARCHIN ASSIGN TO ARCHIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSAI.
            SELECT DSRFILE ASSIGN TO DSRFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DSR-KEY
                FILE STATUS IS WS-FSDS.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  DSRCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-NUM           PIC X(8).
            02  FILLER            PIC X.
            02  CTL-NAME          PIC X(40).
            02  FILLER            PIC X.
            02  CTL-CASE          PIC X(4).
            02  FILLER            PIC X(26).

        FD  MYFILE09
            RECORDING MODE IS F.
        01  CMST-REC.
            02  CMST-NUM          PIC 9(8).
            02  CMST-NAME         PIC X(40).
            02  CMST-ADDR         PIC X(40).
            02  CMST-ZIP          PIC X(5).
            02  CMST-LASTACT      PIC 9(7).

        FD  CUSTXREF
            RECORDING MODE IS F.
        01  XRF-REC.
            02  XRF-NAME          PIC X(40).
            02  XRF-NUM           PIC 9(8).

        FD  MYFILE08
            RECORDING MODE IS F.
        01  CUST-REC.
            02  CUST-NAME         PIC X(40).
            02  CUST-ADDR         PIC X(40).
            02  CUST-ZIP          PIC X(5).
            02  CUST-LASTACT      PIC 9(7).

        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

      * THE CUSTJRNQ BEFORE/AFTER RECORD (TESTCMN1'S LAYOUT)
        FD  JRNLIN
            RECORDING MODE IS F.
        01  JRNL-REC.
            02  JRNL-NAME         PIC X(40).
            02  JRNL-FUNC         PIC X(3).
            02  JRNL-TERM         PIC X(4).
            02  JRNL-DATE         PIC 9(7).
            02  JRNL-TIME         PIC 9(7).
            02  JRNL-BEFORE       PIC X(92).
            02  JRNL-AFTER        PIC X(92).
            02  JRNL-SEQ          PIC 9(9).
            02  JRNL-PREVH        PIC 9(18).

        FD  VJRNIN
            RECORDING MODE IS F.
        01  VJRN-FILE-REC.
        COPY VSAMJRN.

        FD  ARCHREG
            RECORDING MODE IS F.
        01  REG-REC.
            02  REG-ID            PIC 9(4).
            02  FILLER            PIC X.
            02  REG-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  REG-TIME          PIC 9(6).
            02  FILLER            PIC X.
            02  REG-CUTOFF        PIC 9(7).
            02  FILLER            PIC X.
            02  REG-COUNT         PIC 9(7).
            02  FILLER            PIC X.
            02  REG-KEYLO         PIC X(30).
            02  FILLER            PIC X.
            02  REG-KEYHI         PIC X(30).
            02  FILLER            PIC X.
            02  REG-EXPIRED       PIC X(7).
            02  FILLER            PIC X(14).

        FD  ARCHIN
            RECORDING MODE IS F.
        01  ARCH-REC.
            02  ARCH-NAME         PIC X(40).
            02  ARCH-ADDR         PIC X(40).
            02  ARCH-ZIP          PIC X(5).
            02  ARCH-LASTACT      PIC 9(7).

        FD  DSRFILE
            RECORDING MODE IS F.
        01  DSR-FILE-REC.
        COPY DSRREC.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSXR               PIC X(2)   VALUE SPACES.
            88  WS-FSXR-OK                   VALUE '00'.
        77  WS-FS08               PIC X(2)   VALUE SPACES.
            88  WS-FS08-OK                   VALUE '00'.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-FSJQ               PIC X(2)   VALUE SPACES.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.
        77  WS-FSRG               PIC X(2)   VALUE SPACES.
        77  WS-FSAI               PIC X(2)   VALUE SPACES.
        77  WS-FSDS               PIC X(2)   VALUE SPACES.
            88  WS-FSDS-OK                   VALUE '00'.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  AT-EOF                       VALUE 'Y'.

      * TODAY IN THE SAME JULIAN 0CYYDDD FORM AS EVERY FILE DATE
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.

      * THE SUBJECT - NAME AND NUMBER AS RESOLVED (NUMBER ZERO WHEN
      * THE CUSTOMER IS KNOWN BY NAME ONLY)
        77  WS-CASE               PIC 9(4)   VALUE 0.
        77  WS-WANT-NAME          PIC X(40)  VALUE SPACES.
        01  WS-WANT-NUM           PIC 9(8)   VALUE 0.
        01  WS-WANT-NUMX REDEFINES WS-WANT-NUM
                                  PIC X(8).

      * ONE REPORT LINE AND ITS SECTION BOOKKEEPING
        77  WS-LINE               PIC X(120) VALUE SPACES.
        77  WS-LINENO             PIC 9(6)   VALUE 0.
        77  WS-SECT-NO            PIC 9      VALUE 0.
        77  WS-SECT-HITS          PIC 9(6)   COMP-3 VALUE 0.
        77  WS-TOTAL-HITS         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-IMAGE              PIC X(92).

      * VJRN GENERATION IN PROGRESS - NUMBER AND DATES FROM ITS
      * '*JRNLGEN' HEADER (JRN-RRN / JRN-DATE / JRN-TIME CARRY THE
      * NUMBER AND THE FIRST/LAST JOURNAL DATES), AND WHETHER ITS
      * SUBHEADING HAS BEEN PRINTED YET
        77  WS-GEN-NUM            PIC 9(8)   VALUE 0.
        77  WS-GEN-LO             PIC 9(7)   VALUE 0.
        77  WS-GEN-HI             PIC 9(7)   VALUE 0.
        77  WS-GEN-SHOWN          PIC X      VALUE 'N'.
        77  WS-MATCH-SW           PIC X.
            88  JRN-MATCHED                  VALUE 'Y'.

      * THE ARCHIVE REGISTRY IN STORAGE - ARCHSRC1'S SHAPE AND LIMIT
        01  WS-REG-TABLE.
            02  WS-REG-ENTRY OCCURS 200 TIMES.
                03  WS-RG-ID      PIC 9(4).
                03  WS-RG-DATE    PIC 9(7).
                03  WS-RG-CUTOFF  PIC 9(7).
                03  WS-RG-KEYLO   PIC X(30).
                03  WS-RG-KEYHI   PIC X(30).
                03  WS-RG-EXP     PIC X.
        77  WS-REG-TOT            PIC 9(3)   COMP VALUE 0.
        77  WS-REG-IX             PIC 9(3)   COMP.
        77  WS-CUR-ARCH           PIC 9(4)   COMP VALUE 0.
        77  WS-SKIP-ARCH          PIC X      VALUE 'N'.

        01  DSR-TITLELINE.
            02  FILLER            PIC X(34)
                VALUE 'DATA-SUBJECT ACCESS REPORT - CASE '.
            02  DSR-T-CASE        PIC 9(4).
            02  FILLER            PIC X(12)  VALUE '   RUN DATE '.
            02  DSR-T-DATE        PIC 9(7).
        01  DSR-SUBJLINE.
            02  FILLER            PIC X(17)  VALUE 'CUSTOMER NUMBER  '.
            02  DSR-S-NUM         PIC X(8).
            02  FILLER            PIC X(8)   VALUE '   NAME '.
            02  DSR-S-NAME        PIC X(40).
        01  DSR-SECTLINE.
            02  FILLER            PIC X(8)   VALUE 'SECTION '.
            02  DSR-H-NO          PIC 9.
            02  FILLER            PIC X(3)   VALUE ' - '.
            02  DSR-H-TITLE       PIC X(32).
            02  FILLER            PIC X(8)   VALUE ' SOURCE '.
            02  DSR-H-SRC         PIC X(8).
            02  FILLER            PIC X(6)   VALUE '  DATE'.
            02  DSR-H-DATELBL     PIC X(8).
            02  DSR-H-DATE        PIC 9(7).
        01  DSR-ENDLINE.
            02  FILLER            PIC X(4)   VALUE SPACES.
            02  DSR-E-HITS        PIC ZZZZZ9.
            02  FILLER            PIC X(11)  VALUE ' RECORD(S) '.
            02  FILLER            PIC X(15)  VALUE 'IN THIS SECTION'.
        01  DSR-NOTELINE.
            02  FILLER            PIC X(4)   VALUE SPACES.
            02  DSR-N-TEXT        PIC X(60).
            02  DSR-N-STAT        PIC X(2).
        01  DSR-FLDLINE.
            02  FILLER            PIC X(4)   VALUE SPACES.
            02  DSR-F-LABEL       PIC X(16).
            02  DSR-F-VALUE       PIC X(92).
        01  DSR-ORDLINE.
            02  FILLER            PIC X(10)  VALUE '    ORDER '.
            02  DSR-O-NUM         PIC 9(6).
            02  FILLER            PIC X(6)   VALUE ' DATE '.
            02  DSR-O-DATE        PIC 9(7).
            02  FILLER            PIC X(7)   VALUE ' GOODS '.
            02  DSR-O-AMT         PIC ZZZZZZZZ9.
            02  FILLER            PIC X(5)   VALUE ' TAX '.
            02  DSR-O-TAX         PIC ZZZZZZZZ9.
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  DSR-O-TAXST       PIC X(2).
            02  FILLER            PIC X(8)   VALUE ' STATUS '.
            02  DSR-O-STAT        PIC X(3).
        01  DSR-CHGLINE.
            02  FILLER            PIC X(4)   VALUE SPACES.
            02  DSR-C-DATE        PIC 9(7).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  DSR-C-TIME        PIC 9(7).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  DSR-C-FUNC        PIC X(3).
            02  FILLER            PIC X(10)  VALUE ' TERMINAL '.
            02  DSR-C-TERM        PIC X(4).
        01  DSR-GENLINE.
            02  FILLER            PIC X(15)  VALUE '  GENERATION   '.
            02  DSR-G-NUM         PIC 9(8).
            02  FILLER            PIC X(6)   VALUE ' FROM '.
            02  DSR-G-LO          PIC 9(7).
            02  FILLER            PIC X(4)   VALUE ' TO '.
            02  DSR-G-HI          PIC 9(7).
        01  DSR-JRNLINE.
            02  FILLER            PIC X(4)   VALUE SPACES.
            02  DSR-J-DATE        PIC 9(7).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  DSR-J-TIME        PIC 9(7).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  DSR-J-FILE        PIC X(8).
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  DSR-J-FUNC        PIC X(2).
            02  FILLER            PIC X(5)   VALUE ' KEY '.
            02  DSR-J-KEY         PIC X(40).
        01  DSR-ARCLINE.
            02  FILLER            PIC X(12)  VALUE '    ARCHIVE '.
            02  DSR-A-ID          PIC 9(4).
            02  FILLER            PIC X(8)   VALUE ' PURGED '.
            02  DSR-A-DATE        PIC 9(7).
            02  FILLER            PIC X(16)  VALUE ' LASTACT BEFORE '.
            02  DSR-A-CUTOFF      PIC 9(7).

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'CUSTDSR1 - DATA-SUBJECT ACCESS REPORT'.
        01  RPT-SECTLINE.
            02  FILLER            PIC X(8)   VALUE 'SECTION '.
            02  RPT-S-NO          PIC 9.
            02  FILLER            PIC X(1)   VALUE SPACE.
            02  RPT-S-SRC         PIC X(8).
            02  FILLER            PIC X(9)   VALUE ' RECORDS='.
            02  RPT-S-HITS        PIC ZZZZZ9.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'CASE...........='.
            02  RPT-TRL-CASE      PIC 9(4).
            02  FILLER            PIC X(16)  VALUE ' REPORT LINES..='.
            02  RPT-TRL-LINES     PIC ZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM DSRINIT THRU DSRINITX.
            PERFORM DSRMAST THRU DSRMASTX.
            PERFORM DSRXREF THRU DSRXREFX.
            PERFORM DSRLIVE THRU DSRLIVEX.
            PERFORM DSRORDS THRU DSRORDSX.
            PERFORM DSRCHGS THRU DSRCHGSX.
            PERFORM DSRVJRN THRU DSRVJRNX.
            PERFORM DSRARCH THRU DSRARCHX.
            PERFORM DSRTERM.
            STOP RUN.

      *****************************************************************
      * DSRINIT - THE CONTROL CARD, THE SUBJECT'S NAME AND NUMBER,
      * AND THE REPORT TITLE
      *****************************************************************
        DSRINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            OPEN INPUT DSRCTL.
            READ DSRCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE DSRCTL.
            IF CTL-CASE IS NOT NUMERIC THEN
                DISPLAY 'CUSTDSR1 NO CASE NUMBER IN DSRCTL COL 51-54'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE CTL-CASE TO WS-CASE.
            IF CTL-NUM = SPACES AND CTL-NAME = SPACES THEN
                DISPLAY 'CUSTDSR1 NO CUSTOMER NUMBER OR NAME IN DSRCTL'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF CTL-NUM NOT = SPACES AND CTL-NUM IS NOT NUMERIC THEN
                DISPLAY 'CUSTDSR1 CUSTOMER NUMBER NOT NUMERIC'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT MYFILE09.
            OPEN INPUT CUSTXREF.
            OPEN INPUT MYFILE08.
            IF NOT WS-FS08-OK THEN
                DISPLAY 'CUSTDSR1 CANNOT OPEN MYFILE08, STATUS ' WS-FS08
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT DSRFILE.
            IF NOT WS-FSDS-OK THEN
                DISPLAY 'CUSTDSR1 CANNOT OPEN DSRFILE, STATUS ' WS-FSDS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            IF CTL-NUM = SPACES THEN GO TO DSRINITN.
      * BY NUMBER - THE MASTER GIVES THE NAME
            MOVE CTL-NUM TO WS-WANT-NUMX.
            IF WS-FS09-OK THEN
                MOVE WS-WANT-NUM TO CMST-NUM
                READ MYFILE09
                IF WS-FS09-OK THEN
                    MOVE CMST-NAME TO WS-WANT-NAME
                END-IF
                MOVE '00' TO WS-FS09.
            GO TO DSRINITT.
      * BY NAME - THE CROSS-REFERENCE GIVES THE NUMBER
        DSRINITN.
            MOVE CTL-NAME TO WS-WANT-NAME.
            IF WS-FSXR-OK THEN
                MOVE CTL-NAME TO XRF-NAME
                READ CUSTXREF
                IF WS-FSXR-OK THEN
                    MOVE XRF-NUM TO WS-WANT-NUM
                END-IF
                MOVE '00' TO WS-FSXR.
        DSRINITT.
            MOVE WS-CASE  TO DSR-T-CASE.
            MOVE WS-TODAY TO DSR-T-DATE.
            MOVE DSR-TITLELINE TO WS-LINE.
            PERFORM DSRPUT.
            IF WS-WANT-NUM = 0 THEN
                MOVE 'UNKNOWN ' TO DSR-S-NUM
            ELSE
                MOVE WS-WANT-NUMX TO DSR-S-NUM.
            MOVE WS-WANT-NAME TO DSR-S-NAME.
            MOVE DSR-SUBJLINE TO WS-LINE.
            PERFORM DSRPUT.
            PERFORM DSRPUT.
        DSRINITX.
            EXIT.

      *****************************************************************
      * SECTION 1 - MYFILE09 NUMBER MASTER
      *****************************************************************
        DSRMAST.
            MOVE 'CUSTOMER NUMBER MASTER' TO DSR-H-TITLE.
            MOVE 'MYFILE09' TO DSR-H-SRC.
            PERFORM DSRSECT.
            IF NOT WS-FS09-OK THEN
                MOVE 'DATASET NOT AVAILABLE, STATUS ' TO DSR-N-TEXT
                MOVE WS-FS09 TO DSR-N-STAT
                PERFORM DSRNOTE
                GO TO DSRMASTE.
            IF WS-WANT-NUM = 0 THEN GO TO DSRMASTE.
            MOVE WS-WANT-NUM TO CMST-NUM.
            READ MYFILE09.
            IF NOT WS-FS09-OK THEN GO TO DSRMASTE.
            ADD 1 TO WS-SECT-HITS.
            MOVE 'NUMBER'   TO DSR-F-LABEL.
            MOVE CMST-NUM   TO DSR-F-VALUE.
            PERFORM DSRFLD.
            MOVE CMST-NAME    TO WS-IMAGE (1:40).
            MOVE CMST-ADDR    TO WS-IMAGE (41:40).
            MOVE CMST-ZIP     TO WS-IMAGE (81:5).
            MOVE CMST-LASTACT TO WS-IMAGE (86:7).
            PERFORM DSRCUST.
        DSRMASTE.
            PERFORM DSRSEND.
        DSRMASTX.
            EXIT.

      *****************************************************************
      * SECTION 2 - CUSTXREF NAME-TO-NUMBER ENTRY
      *****************************************************************
        DSRXREF.
            MOVE 'NAME CROSS-REFERENCE' TO DSR-H-TITLE.
            MOVE 'CUSTXREF' TO DSR-H-SRC.
            PERFORM DSRSECT.
            IF NOT WS-FSXR-OK THEN
                MOVE 'DATASET NOT AVAILABLE, STATUS ' TO DSR-N-TEXT
                MOVE WS-FSXR TO DSR-N-STAT
                PERFORM DSRNOTE
                GO TO DSRXREFE.
            IF WS-WANT-NAME = SPACES THEN GO TO DSRXREFE.
            MOVE WS-WANT-NAME TO XRF-NAME.
            READ CUSTXREF.
            IF NOT WS-FSXR-OK THEN GO TO DSRXREFE.
            ADD 1 TO WS-SECT-HITS.
            MOVE 'NAME'     TO DSR-F-LABEL.
            MOVE XRF-NAME   TO DSR-F-VALUE.
            PERFORM DSRFLD.
            MOVE 'NUMBER'   TO DSR-F-LABEL.
            MOVE XRF-NUM    TO DSR-F-VALUE.
            PERFORM DSRFLD.
        DSRXREFE.
            PERFORM DSRSEND.
        DSRXREFX.
            EXIT.

      *****************************************************************
      * SECTION 3 - THE LIVE MYFILE08 RECORD
      *****************************************************************
        DSRLIVE.
            MOVE 'LIVE CUSTOMER RECORD' TO DSR-H-TITLE.
            MOVE 'MYFILE08' TO DSR-H-SRC.
            PERFORM DSRSECT.
            IF WS-WANT-NAME = SPACES THEN GO TO DSRLIVEE.
            MOVE WS-WANT-NAME TO CUST-NAME.
            READ MYFILE08.
            IF NOT WS-FS08-OK THEN GO TO DSRLIVEE.
            ADD 1 TO WS-SECT-HITS.
            MOVE CUST-REC TO WS-IMAGE.
            PERFORM DSRCUST.
        DSRLIVEE.
            PERFORM DSRSEND.
        DSRLIVEX.
            EXIT.

      *****************************************************************
      * SECTION 4 - EVERY ORDFILE ORDER UNDER THE CUSTOMER NUMBER
      *****************************************************************
        DSRORDS.
            MOVE 'ORDERS' TO DSR-H-TITLE.
            MOVE 'ORDFILE ' TO DSR-H-SRC.
            PERFORM DSRSECT.
            OPEN INPUT ORDFILE.
            IF NOT WS-FSOR-OK THEN
                MOVE 'DATASET NOT AVAILABLE, STATUS ' TO DSR-N-TEXT
                MOVE WS-FSOR TO DSR-N-STAT
                PERFORM DSRNOTE
                GO TO DSRORDSE.
            IF WS-WANT-NUM = 0 THEN GO TO DSRORDSC.
            MOVE WS-WANT-NUM TO ORD-CUSTNO.
            MOVE 0 TO ORD-NUM.
            MOVE 'N' TO WS-EOF.
            START ORDFILE KEY IS NOT LESS THAN ORD-KEY
                INVALID KEY MOVE 'Y' TO WS-EOF.
        DSRORDSL.
            IF AT-EOF THEN GO TO DSRORDSC.
            READ ORDFILE NEXT
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO DSRORDSC.
            IF NOT WS-FSOR-OK OR ORD-CUSTNO NOT = WS-WANT-NUM THEN
                GO TO DSRORDSC.
            ADD 1 TO WS-SECT-HITS.
            MOVE ORD-NUM   TO DSR-O-NUM.
            MOVE ORD-DATE  TO DSR-O-DATE.
            MOVE ORD-AMT   TO DSR-O-AMT.
            MOVE ORD-TAX   TO DSR-O-TAX.
            MOVE ORD-TAXST TO DSR-O-TAXST.
            MOVE ORD-STAT  TO DSR-O-STAT.
            MOVE DSR-ORDLINE TO WS-LINE.
            PERFORM DSRPUT.
            GO TO DSRORDSL.
        DSRORDSC.
            CLOSE ORDFILE.
        DSRORDSE.
            PERFORM DSRSEND.
        DSRORDSX.
            EXIT.

      *****************************************************************
      * SECTION 5 - CUSTJRNQ BEFORE/AFTER HISTORY UNDER THE NAME
      *****************************************************************
        DSRCHGS.
            MOVE 'CHANGE HISTORY' TO DSR-H-TITLE.
            MOVE 'CUSTJRNQ' TO DSR-H-SRC.
            PERFORM DSRSECT.
            OPEN INPUT JRNLIN.
            IF WS-FSJQ NOT = '00' THEN
                MOVE 'NO RETAINED JOURNAL DATASETS SUPPLIED, STATUS '
                    TO DSR-N-TEXT
                MOVE WS-FSJQ TO DSR-N-STAT
                PERFORM DSRNOTE
                GO TO DSRCHGSE.
            MOVE 'N' TO WS-EOF.
        DSRCHGSL.
            READ JRNLIN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO DSRCHGSC.
            IF JRNL-NAME NOT = WS-WANT-NAME THEN GO TO DSRCHGSL.
            ADD 1 TO WS-SECT-HITS.
            MOVE JRNL-DATE TO DSR-C-DATE.
            MOVE JRNL-TIME TO DSR-C-TIME.
            MOVE JRNL-FUNC TO DSR-C-FUNC.
            MOVE JRNL-TERM TO DSR-C-TERM.
            MOVE DSR-CHGLINE TO WS-LINE.
            PERFORM DSRPUT.
            MOVE '  BEFORE' TO DSR-F-LABEL.
            MOVE JRNL-BEFORE TO DSR-F-VALUE.
            PERFORM DSRIMG.
            MOVE '  AFTER' TO DSR-F-LABEL.
            MOVE JRNL-AFTER TO DSR-F-VALUE.
            PERFORM DSRIMG.
            GO TO DSRCHGSL.
        DSRCHGSC.
            CLOSE JRNLIN.
        DSRCHGSE.
            PERFORM DSRSEND.
        DSRCHGSX.
            EXIT.

      *****************************************************************
      * SECTION 6 - VJRN AFTER-IMAGES ACROSS THE RETAINED GENERATIONS
      *****************************************************************
        DSRVJRN.
            MOVE 'VSAM AFTER-IMAGE JOURNAL' TO DSR-H-TITLE.
            MOVE 'VJRN    ' TO DSR-H-SRC.
            PERFORM DSRSECT.
            OPEN INPUT VJRNIN.
            IF WS-FSJR NOT = '00' THEN
                MOVE 'NO RETAINED JOURNAL GENERATIONS SUPPLIED, STATUS '
                    TO DSR-N-TEXT
                MOVE WS-FSJR TO DSR-N-STAT
                PERFORM DSRNOTE
                GO TO DSRVJRNE.
            MOVE 0 TO WS-GEN-NUM.
            MOVE 0 TO WS-GEN-LO.
            MOVE 0 TO WS-GEN-HI.
            MOVE 'N' TO WS-GEN-SHOWN.
            MOVE 'N' TO WS-EOF.
        DSRVJRNL.
            READ VJRNIN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO DSRVJRNC.
            IF JRN-FILE = '*JRNLGEN' THEN
                MOVE JRN-RRN  TO WS-GEN-NUM
                MOVE JRN-DATE TO WS-GEN-LO
                MOVE JRN-TIME TO WS-GEN-HI
                MOVE 'N' TO WS-GEN-SHOWN
                GO TO DSRVJRNL.
            PERFORM DSRJMAT THRU DSRJMATX.
            IF NOT JRN-MATCHED THEN GO TO DSRVJRNL.
            IF WS-GEN-SHOWN NOT = 'Y' THEN
                PERFORM DSRGEN.
            ADD 1 TO WS-SECT-HITS.
            MOVE JRN-DATE TO DSR-J-DATE.
            MOVE JRN-TIME TO DSR-J-TIME.
            MOVE JRN-FILE TO DSR-J-FILE.
            MOVE JRN-FUNC TO DSR-J-FUNC.
            MOVE JRN-KEY  TO DSR-J-KEY.
            MOVE DSR-JRNLINE TO WS-LINE.
            PERFORM DSRPUT.
            IF JRN-IMGLEN GREATER THAN 0 THEN
                MOVE '  IMAGE' TO DSR-F-LABEL
                MOVE JRN-IMAGE TO DSR-F-VALUE
                PERFORM DSRIMG.
            GO TO DSRVJRNL.
        DSRVJRNC.
            CLOSE VJRNIN.
        DSRVJRNE.
            PERFORM DSRSEND.
        DSRVJRNX.
            EXIT.

      * DOES THIS JOURNAL RECORD BELONG TO THE SUBJECT?  BY NAME
      * FOR THE NAME-KEYED CUSTOMER FILE, BY NUMBER FOR THE FILES
      * KEYED OR CARRYING THE CUSTOMER NUMBER
        DSRJMAT.
            MOVE 'N' TO WS-MATCH-SW.
            IF JRN-FILE = 'MYFILE08' THEN
                IF WS-WANT-NAME NOT = SPACES
                   AND JRN-KEY = WS-WANT-NAME THEN
                    MOVE 'Y' TO WS-MATCH-SW
                END-IF
                GO TO DSRJMATX.
            IF WS-WANT-NUM = 0 THEN GO TO DSRJMATX.
            IF JRN-FILE = 'MYFILE09' OR JRN-FILE = 'ORDFILE '
               OR JRN-FILE = 'ORDHIST ' OR JRN-FILE = 'ORDLINE '
               OR JRN-FILE = 'ARLEDGER' OR JRN-FILE = 'CRDPROF ' THEN
                IF JRN-KEY (1:8) = WS-WANT-NUMX THEN
                    MOVE 'Y' TO WS-MATCH-SW
                END-IF
                GO TO DSRJMATX.
            IF JRN-FILE = 'ORDEXC  ' THEN
                IF JRN-KEY (8:8) = WS-WANT-NUMX THEN
                    MOVE 'Y' TO WS-MATCH-SW
                END-IF
                GO TO DSRJMATX.
            IF JRN-FILE = 'ORDBREF ' THEN
                IF JRN-IMAGE (17:8) = WS-WANT-NUMX THEN
                    MOVE 'Y' TO WS-MATCH-SW.
        DSRJMATX.
            EXIT.

      * THE GENERATION SUBHEADING, ONCE, AHEAD OF ITS FIRST HIT
        DSRGEN.
            IF WS-GEN-NUM = 0 THEN
                MOVE '  LIVE JOURNAL (NO GENERATION HEADER)' TO WS-LINE
            ELSE
                MOVE WS-GEN-NUM TO DSR-G-NUM
                MOVE WS-GEN-LO  TO DSR-G-LO
                MOVE WS-GEN-HI  TO DSR-G-HI
                MOVE DSR-GENLINE TO WS-LINE.
            PERFORM DSRPUT.
            MOVE 'Y' TO WS-GEN-SHOWN.

      *****************************************************************
      * SECTION 7 - ARCHIVED COPIES THROUGH THE ARCHREG REGISTRY
      *****************************************************************
        DSRARCH.
            MOVE 'ARCHIVED COPIES' TO DSR-H-TITLE.
            MOVE 'ARCHREG ' TO DSR-H-SRC.
            PERFORM DSRSECT.
            OPEN INPUT ARCHREG.
            IF WS-FSRG NOT = '00' THEN
                MOVE 'NO ARCHREG REGISTRY, STATUS ' TO DSR-N-TEXT
                MOVE WS-FSRG TO DSR-N-STAT
                PERFORM DSRNOTE
                GO TO DSRARCHE.
            MOVE 'N' TO WS-EOF.
        DSRARCHR.
            READ ARCHREG
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO DSRARCHD.
            IF WS-REG-TOT LESS THAN 200 THEN
                ADD 1 TO WS-REG-TOT
                MOVE REG-ID     TO WS-RG-ID     (WS-REG-TOT)
                MOVE REG-DATE   TO WS-RG-DATE   (WS-REG-TOT)
                MOVE REG-CUTOFF TO WS-RG-CUTOFF (WS-REG-TOT)
                MOVE REG-KEYLO  TO WS-RG-KEYLO  (WS-REG-TOT)
                MOVE REG-KEYHI  TO WS-RG-KEYHI  (WS-REG-TOT)
                MOVE 'N'        TO WS-RG-EXP    (WS-REG-TOT)
                IF REG-EXPIRED = 'EXPIRED' THEN
                    MOVE 'Y' TO WS-RG-EXP (WS-REG-TOT).
            GO TO DSRARCHR.
        DSRARCHD.
            CLOSE ARCHREG.
            IF WS-WANT-NAME = SPACES THEN GO TO DSRARCHE.
            OPEN INPUT ARCHIN.
            IF WS-FSAI NOT = '00' THEN
                MOVE 'REGISTERED ARCHIVES NOT SUPPLIED, STATUS '
                    TO DSR-N-TEXT
                MOVE WS-FSAI TO DSR-N-STAT
                PERFORM DSRNOTE
                GO TO DSRARCHE.
            MOVE 0 TO WS-CUR-ARCH.
            MOVE 0 TO WS-REG-IX.
            MOVE 'N' TO WS-SKIP-ARCH.
            MOVE 'N' TO WS-EOF.
        DSRARCHL.
            READ ARCHIN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO DSRARCHC.
            IF ARCH-REC (1:8) = '*ARCHIVE' THEN
                ADD 1 TO WS-CUR-ARCH
                PERFORM DSREXPS THRU DSREXPSX
                PERFORM DSRREGF THRU DSRREGFX
                GO TO DSRARCHL.
            IF WS-SKIP-ARCH = 'Y' THEN GO TO DSRARCHL.
            IF ARCH-NAME NOT = WS-WANT-NAME THEN GO TO DSRARCHL.
            ADD 1 TO WS-SECT-HITS.
            MOVE WS-CUR-ARCH TO DSR-A-ID.
            MOVE 0 TO DSR-A-DATE.
            MOVE 0 TO DSR-A-CUTOFF.
            IF WS-REG-IX NOT GREATER THAN WS-REG-TOT
               AND WS-REG-IX GREATER THAN 0 THEN
                MOVE WS-RG-DATE   (WS-REG-IX) TO DSR-A-DATE
                MOVE WS-RG-CUTOFF (WS-REG-IX) TO DSR-A-CUTOFF.
            MOVE DSR-ARCLINE TO WS-LINE.
            PERFORM DSRPUT.
            MOVE ARCH-REC TO WS-IMAGE.
            PERFORM DSRCUST.
            GO TO DSRARCHL.
        DSRARCHC.
            CLOSE ARCHIN.
        DSRARCHE.
            PERFORM DSRSEND.
        DSRARCHX.
            EXIT.

      * RPI 1426 - AN EXPIRED ARCHIVE IS NOT IN THE CONCATENATION -
      * PASS OVER ITS ID (THE REGISTRY LINE NUMBER, SO IT SUBSCRIPTS
      * THE TABLE DIRECTLY)
        DSREXPS.
            IF WS-CUR-ARCH GREATER THAN WS-REG-TOT THEN
                GO TO DSREXPSX.
            IF WS-RG-EXP (WS-CUR-ARCH) NOT = 'Y' THEN
                GO TO DSREXPSX.
            ADD 1 TO WS-CUR-ARCH.
            GO TO DSREXPS.
        DSREXPSX.
            EXIT.

      * THE REGISTRY ENTRY FOR THE CURRENT ARCHIVE ORDINAL - A KEY
      * RANGE THAT CANNOT HOLD THE NAME SKIPS THE WHOLE ARCHIVE
      * (THE ARCHSRC1 PREFILTER)
        DSRREGF.
            MOVE 'N' TO WS-SKIP-ARCH.
            MOVE 0 TO WS-REG-IX.
            IF ARCH-REC (9:8) = ' ORDERS=' THEN
                MOVE 'Y' TO WS-SKIP-ARCH
                GO TO DSRREGFX.
        DSRREGFL.
            ADD 1 TO WS-REG-IX.
            IF WS-REG-IX GREATER THAN WS-REG-TOT THEN
                GO TO DSRREGFX.
            IF WS-RG-ID (WS-REG-IX) NOT = WS-CUR-ARCH THEN
                GO TO DSRREGFL.
            IF WS-RG-KEYLO (WS-REG-IX) = SPACES THEN
                MOVE 'Y' TO WS-SKIP-ARCH
                GO TO DSRREGFX.
            IF WS-WANT-NAME (1:30) LESS THAN WS-RG-KEYLO (WS-REG-IX)
               OR WS-WANT-NAME (1:30) GREATER THAN
                  WS-RG-KEYHI (WS-REG-IX) THEN
                MOVE 'Y' TO WS-SKIP-ARCH.
        DSRREGFX.
            EXIT.

      *****************************************************************
      * SECTION FRAME - HEADING WITH SOURCE AND DATE, RECORD COUNT
      * AT THE END, ONE RUN-LISTING LINE PER SECTION
      *****************************************************************
        DSRSECT.
            ADD 1 TO WS-SECT-NO.
            MOVE 0 TO WS-SECT-HITS.
            MOVE WS-SECT-NO TO DSR-H-NO.
            MOVE ' AS OF ' TO DSR-H-DATELBL.
            MOVE WS-TODAY TO DSR-H-DATE.
            MOVE DSR-SECTLINE TO WS-LINE.
            PERFORM DSRPUT.

        DSRSEND.
            MOVE WS-SECT-HITS TO DSR-E-HITS.
            MOVE DSR-ENDLINE TO WS-LINE.
            PERFORM DSRPUT.
            PERFORM DSRPUT.
            ADD WS-SECT-HITS TO WS-TOTAL-HITS.
            MOVE SPACES TO RPT-REC.
            MOVE WS-SECT-NO   TO RPT-S-NO.
            MOVE DSR-H-SRC    TO RPT-S-SRC.
            MOVE WS-SECT-HITS TO RPT-S-HITS.
            MOVE RPT-SECTLINE TO RPT-REC.
            WRITE RPT-REC.

        DSRNOTE.
            MOVE DSR-NOTELINE TO WS-LINE.
            PERFORM DSRPUT.

      * A CUSTOMER IMAGE (NAME/ADDRESS/ZIP/LAST ACTIVITY) IN WS-IMAGE
        DSRCUST.
            MOVE 'NAME'          TO DSR-F-LABEL.
            MOVE WS-IMAGE (1:40) TO DSR-F-VALUE.
            PERFORM DSRFLD.
            MOVE 'ADDRESS'       TO DSR-F-LABEL.
            MOVE WS-IMAGE (41:40) TO DSR-F-VALUE.
            PERFORM DSRFLD.
            MOVE 'ZIP'           TO DSR-F-LABEL.
            MOVE WS-IMAGE (81:5) TO DSR-F-VALUE.
            PERFORM DSRFLD.
            MOVE 'LAST ACTIVITY' TO DSR-F-LABEL.
            MOVE WS-IMAGE (86:7) TO DSR-F-VALUE.
            PERFORM DSRFLD.

      * A RAW RECORD IMAGE - A DELETED ONE (LOW-VALUES) SAYS SO
        DSRIMG.
            IF DSR-F-VALUE = LOW-VALUES THEN
                MOVE '(NONE)' TO DSR-F-VALUE.
            PERFORM DSRFLD.

        DSRFLD.
            MOVE DSR-FLDLINE TO WS-LINE.
            PERFORM DSRPUT.

      * ONE REPORT LINE FROM WS-LINE (SPACES FOR A BLANK LINE)
        DSRPUT.
            ADD 1 TO WS-LINENO.
            MOVE WS-LINENO TO DSR-LINENO.
            MOVE WS-CASE   TO DSR-CASE.
            MOVE WS-LINE   TO DSR-TEXT.
            WRITE DSR-FILE-REC.
            MOVE SPACES TO WS-LINE.

        DSRTERM.
            MOVE SPACES TO RPT-REC.
            MOVE WS-CASE   TO RPT-TRL-CASE.
            MOVE WS-LINENO TO RPT-TRL-LINES.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE MYFILE09.
            CLOSE CUSTXREF.
            CLOSE MYFILE08.
            CLOSE DSRFILE.
            CLOSE RPTOUT.
            IF WS-TOTAL-HITS = 0 THEN
                MOVE 4 TO RETURN-CODE.
