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
      * PROGRAM/DATASET CROSS-REFERENCE AND RECORD-LENGTH CHECK
      *
      * RPI 1428 - THE SAME RECORD LAYOUTS ARE HAND-CODED IN MANY
      * PROGRAMS (THE CUST-REC, ORD-REC, JRN-REC AND XRF-REC
      * FAMILIES), AND A LENGTH CONSTANT SUCH AS CUSTRECL OR ORDRECL
      * THAT NO LONGER AGREES WITH THE CATALOG WAS ONLY EVER FOUND BY
      * A LENGERR IN PRODUCTION.  THIS UTILITY READS THE PROGRAM
      * SOURCES AND THE ZCATRPT CATALOG LISTING AND REPORTS:
      *
      *   EXCEPTIONS   EVERY DECLARED RECORD LENGTH THAT DIFFERS
      *                FROM THE CLUSTER'S LM= (CLR_LMAX), AND EVERY
      *                KEY LENGTH/OFFSET THAT DIFFERS FROM ITS KL=/
      *                KO= (CLR_KLEN/CLR_KOFF), PER PROGRAM
      *   CROSS-REF    EACH CATALOG ENTRY WITH THE PROGRAMS THAT
      *                READ IT AND THE PROGRAMS THAT UPDATE IT, AND
      *                THE CLUSTERS AND PATHS NO PROGRAM USES
      *   UNCATALOGED  DATASETS A PROGRAM USES THAT THE CATALOG DOES
      *                NOT HOLD
      *
      * ONLINE PROGRAMS: EVERY EXEC CICS FILE COMMAND NAMING A
      * FILE('...') OR DATASET('...').  WRITE, REWRITE AND DELETE
      * ARE UPDATES, THE REST READS.  THE DECLARED LENGTH IS THE
      * LENGTH() OPERAND - A VALUE CONSTANT (CUSTRECL), A LITERAL OR
      * LENGTH OF AN ITEM - OR, WITH NO LENGTH(), THE SIZE OF THE
      * INTO/FROM AREA; A LENGTH ITEM WITH NO VALUE IS SET AT RUN
      * TIME AND NOT CHECKED.  THE KEY IS KEYLENGTH() OR THE SIZE OF
      * THE RIDFLD ITEM, ITS OFFSET THE RIDFLD'S POSITION IN THE
      * INTO/FROM RECORD; GENERIC, RBA AND RRN COMMANDS ARE NOT KEY
      * CHECKED, NOR IS ACCESS THROUGH A PATH.
      *
      * BATCH PROGRAMS: EVERY INDEXED OR RELATIVE SELECT (THE ASSIGN
      * NAME IS THE DATASET), READ OR UPDATE BY ITS OPEN MODE.  THE
      * DECLARED LENGTH IS THE LONGEST 01 UNDER ITS FD, THE KEY THE
      * RECORD KEY ITEM.  A SEQUENTIAL SELECT APPEARS ONLY WHEN THE
      * CATALOG HOLDS IT AS NONVSAM.
      *
      * SIZES COME FROM THE PROGRAM'S OWN DATA DIVISION: PIC, USAGE
      * (DISPLAY, COMP, COMP-3, COMP-1/2, INDEX, POINTER), OCCURS AND
      * REDEFINES.  A COPY MEMBER IS EXPANDED FROM SRCLIB, THE
      * COPYBOOKS UNLOADED IN IEBUPDTE FORM ('./ ADD NAME=MEMBER'
      * BEFORE EACH); A MEMBER NOT IN SRCLIB ADDS NOTHING, SO THE
      * LENGTHS BUILT ON IT SHOW AS EXCEPTIONS.  SRCIN IS ANY NUMBER
      * OF PROGRAM SOURCES CONCATENATED - EACH PROGRAM-ID STARTS A
      * NEW PROGRAM.
      *
      * XREFOUT GETS ONE LINE PER PROGRAM AND DATASET: DATASET(8)
      * PROGRAM(8) READ(1) UPDATE(1) CATALOGED(1) STATUS(8).  RETURN
      * CODE 0 = CLEAN, 4 = EXCEPTIONS OR UNCATALOGED REFERENCES,
      * 16 = A TABLE OVERFLOWED.
      *
        PROGRAM-ID. DSXREF1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SRCIN ASSIGN TO SRCIN
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SRCLIB ASSIGN TO SRCLIB
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSLB.
            SELECT CATRPT ASSIGN TO CATRPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCR.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT XREFOUT ASSIGN TO XREFOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  SRCIN
            RECORDING MODE IS F.
        01  SRC-REC               PIC X(80).

        FD  SRCLIB
            RECORDING MODE IS F.
        01  LIB-REC               PIC X(80).

      * THE ZCATRPT LISTING - BYTE 1 IS CARRIAGE CONTROL
        FD  CATRPT
            RECORDING MODE IS F.
        01  CAT-REC               PIC X(121).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(110).

        FD  XREFOUT
            RECORDING MODE IS F.
        01  XO-REC.
            02  XO-DS             PIC X(8).
            02  XO-PGM            PIC X(8).
            02  XO-READ           PIC X.
            02  XO-UPD            PIC X.
            02  XO-CAT            PIC X.
            02  XO-STAT           PIC X(8).
            02  FILLER            PIC X(53).

        WORKING-STORAGE SECTION.
        77  WS-FSLB               PIC X(2)   VALUE SPACES.
        77  WS-FSCR               PIC X(2)   VALUE SPACES.
        77  WS-SRC-EOF            PIC X      VALUE 'N'.
            88  NO-MORE-SRC                  VALUE 'Y'.
        77  WS-APOST              PIC X      VALUE "'".
      * THE COMMAND DELIMITERS, SPLIT SO THE TRANSLATOR LEAVES THEM
        01  WS-EXEC-WORD.
            02  FILLER            PIC X(5)   VALUE 'EXEC '.
            02  FILLER            PIC X(4)   VALUE 'CICS'.
        01  WS-END-WORD.
            02  FILLER            PIC X(4)   VALUE 'END-'.
            02  FILLER            PIC X(4)   VALUE 'EXEC'.

      * SRCLIB IN STORAGE - THE CODE LINES OF EACH MEMBER
        01  WS-CL-TABLE.
            02  WS-CL-LINE        PIC X(65)  OCCURS 3000 TIMES.
        77  WS-CL-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-CL-IX              PIC 9(4)   COMP.
        01  WS-CM-TABLE.
            02  WS-CM-ENTRY OCCURS 200 TIMES.
                03  WS-CM-NAME    PIC X(8).
                03  WS-CM-FIRST   PIC 9(4)   COMP.
                03  WS-CM-LAST    PIC 9(4)   COMP.
        77  WS-CM-TOT             PIC 9(3)   COMP VALUE 0.
        77  WS-CM-IX              PIC 9(3)   COMP.

      * THE CATALOG, FROM THE ZCATRPT LISTING
        01  WS-CT-TABLE.
            02  WS-CT-ENTRY OCCURS 300 TIMES.
                03  WS-CT-TYPE    PIC X(8).
                03  WS-CT-NAME    PIC X(16).
                03  WS-CT-REL     PIC X(16).
                03  WS-CT-ORG     PIC X(8).
                03  WS-CT-KL      PIC 9(5).
                03  WS-CT-KO      PIC 9(5).
                03  WS-CT-LM      PIC 9(5).
                03  WS-CT-USED    PIC X.
        77  WS-CT-TOT             PIC 9(3)   COMP VALUE 0.
        77  WS-CT-IX              PIC 9(3)   COMP.
        77  WS-CT-BX              PIC 9(3)   COMP.
        77  WS-CS-IX              PIC 9(3)   COMP.
        77  WS-FIND-DS            PIC X(16).

      * THE PROGRAM BEING SCANNED
        77  WS-PGM                PIC X(8)   VALUE SPACES.
        77  WS-PGM-TOT            PIC 9(4)   COMP VALUE 0.
        77  WS-STATE              PIC X      VALUE 'N'.
            88  IN-ENV                       VALUE 'E'.
            88  IN-DATA                      VALUE 'D'.
            88  IN-PROC                      VALUE 'P'.
        77  WS-ACC                PIC X      VALUE SPACE.
            88  ACC-NONE                     VALUE SPACE.
            88  ACC-SELECT                   VALUE 'S'.
            88  ACC-DATA                     VALUE 'D'.
            88  ACC-EXEC                     VALUE 'X'.
        77  WS-IN-FILE            PIC X      VALUE 'N'.
        77  WS-CUR-FD             PIC X(30)  VALUE SPACES.
        77  WS-IN-OPEN            PIC X      VALUE 'N'.
        77  WS-OPEN-MODE          PIC X      VALUE SPACE.

      * ONE SOURCE LINE (COLUMNS 8-72), AND A STATEMENT BUILT FROM
      * ONE OR MORE OF THEM
        77  WS-TEXT               PIC X(65).
        77  WS-LAST-CH            PIC X.
        77  WS-LX                 PIC 9(2)   COMP.
        77  WS-CNT                PIC 9(4)   COMP.
        77  WS-STMT               PIC X(800).
        77  WS-STMT-PTR           PIC 9(4)   COMP.

      * TOKENIZER - THE STATEMENT SPLIT ON BLANKS, A TRAILING PERIOD
      * STRIPPED AND REMEMBERED
        01  WS-TK-TABLE.
            02  WS-TK-ENTRY OCCURS 80 TIMES.
                03  WS-TK         PIC X(32).
                03  WS-TK-DOT     PIC X.
        77  WS-TK-TOT             PIC 9(3)   COMP VALUE 0.
        77  WS-TX                 PIC 9(3)   COMP.
        77  WS-TK-W               PIC X(32).
        77  WS-TK-LEN             PIC 9(2)   COMP.
        77  WS-PTR                PIC 9(4)   COMP.
        77  WS-NUM                PIC 9(9).
        77  WS-NUM-OK             PIC X.

      * THE DATA ITEMS OF THE PROGRAM - OFFSET WITHIN ITS 01, SIZE
      * OF ONE OCCURRENCE, THE FD IT IS UNDER, ITS NUMERIC VALUE
        01  WS-IT-TABLE.
            02  WS-IT-ENTRY OCCURS 1000 TIMES.
                03  WS-IT-NAME    PIC X(30).
                03  WS-IT-LEVEL   PIC 9(2).
                03  WS-IT-OFF     PIC 9(5)   COMP.
                03  WS-IT-SIZE    PIC 9(5)   COMP.
                03  WS-IT-OCC     PIC 9(4)   COMP.
                03  WS-IT-REC     PIC 9(4)   COMP.
                03  WS-IT-FD      PIC X(30).
                03  WS-IT-VAL     PIC 9(7).
                03  WS-IT-HASVAL  PIC X.
                03  WS-IT-REDEF   PIC X.
                03  WS-IT-RESUME  PIC 9(5)   COMP.
        77  WS-IT-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-IX                 PIC 9(4)   COMP.
        77  WS-JX                 PIC 9(4)   COMP.
        77  WS-INTO-IX            PIC 9(4)   COMP.
        77  WS-RID-IX             PIC 9(4)   COMP.
        77  WS-FIND-NAME          PIC X(30).
        77  WS-REC-IX             PIC 9(4)   COMP VALUE 0.
        77  WS-CUR-OFF            PIC 9(5)   COMP VALUE 0.
        01  WS-GS-TABLE.
            02  WS-GS-IT          PIC 9(4)   COMP OCCURS 50 TIMES.
        77  WS-GS-TOT             PIC 9(2)   COMP VALUE 0.
        77  WS-GS-SIZE            PIC 9(7)   COMP.

      * ONE DATA ENTRY BEING PARSED
        77  WS-E-LEVEL            PIC 9(2).
        77  WS-E-NAME             PIC X(30).
        77  WS-E-PIC              PIC X(32).
        77  WS-E-USAGE            PIC X.
        77  WS-E-OCC              PIC 9(4)   COMP.
        77  WS-E-REDEF            PIC X(30).
        77  WS-E-VAL              PIC 9(7).
        77  WS-E-HASVAL           PIC X.

      * PICTURE SIZING
        77  WS-PC-IX              PIC 9(2)   COMP.
        77  WS-PC-CH              PIC X.
        77  WS-PC-CLS             PIC X.
        77  WS-PC-N               PIC 9(4)   COMP.
        77  WS-PC-DIG             PIC 9(3)   COMP.
        77  WS-PC-SIZE            PIC 9(5)   COMP.

      * THE PROGRAM'S SELECTS
        01  WS-SL-TABLE.
            02  WS-SL-ENTRY OCCURS 60 TIMES.
                03  WS-SL-NAME    PIC X(30).
                03  WS-SL-DD      PIC X(8).
                03  WS-SL-ORG     PIC X.
                03  WS-SL-KEY     PIC X(30).
                03  WS-SL-READ    PIC X.
                03  WS-SL-UPD     PIC X.
        77  WS-SL-TOT             PIC 9(2)   COMP VALUE 0.
        77  WS-SL-IX              PIC 9(2)   COMP.
        77  WS-SL-ALT             PIC X.

      * THE CROSS-REFERENCE - ONE ENTRY PER PROGRAM AND DATASET
        01  WS-XR-TABLE.
            02  WS-XR-ENTRY OCCURS 3000 TIMES.
                03  WS-XR-DS      PIC X(8).
                03  WS-XR-PGM     PIC X(8).
                03  WS-XR-READ    PIC X.
                03  WS-XR-UPD     PIC X.
                03  WS-XR-CAT     PIC X.
                03  WS-XR-STAT    PIC X(8).
                03  WS-XR-BADLEN  PIC 9(5)   COMP.
                03  WS-XR-BADKL   PIC 9(5)   COMP.
                03  WS-XR-BADKO   PIC 9(5)   COMP.
        77  WS-XR-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-XR-IX              PIC 9(4)   COMP.
        77  WS-XR-JX              PIC 9(4)   COMP.
        77  WS-XR-HITS            PIC 9(4)   COMP.

      * ONE EXEC CICS FILE COMMAND
        77  WS-C-VERB             PIC X(8).
        77  WS-C-DS               PIC X(8).
        77  WS-C-INTO             PIC X(30).
        77  WS-C-LEN              PIC X(30).
        77  WS-C-LENOF            PIC X.
        77  WS-C-RID              PIC X(30).
        77  WS-C-KEYLEN           PIC X(32).
        77  WS-C-GENERIC          PIC X.
        77  WS-C-KW               PIC X(32).
        77  WS-C-REST             PIC X(32).
        77  WS-C-VAL              PIC X(32).

      * ONE USE OF A DATASET, AND WHAT THE PROGRAM DECLARES FOR IT
        77  WS-K-DS               PIC X(8).
        77  WS-K-ACC              PIC X.
        77  WS-K-VERB             PIC X(8).
        77  WS-K-DECL             PIC 9(5)   COMP.
        77  WS-K-HAVE-DECL        PIC X.
        77  WS-K-SRC              PIC X(30).
        77  WS-K-KL               PIC 9(5)   COMP.
        77  WS-K-HAVE-KL          PIC X.
        77  WS-K-KO               PIC 9(5)   COMP.
        77  WS-K-HAVE-KO          PIC X.
        77  WS-X-CHECK            PIC X(13).
        77  WS-X-PGMV             PIC 9(5)   COMP.
        77  WS-X-CATV             PIC 9(5)   COMP.
        77  WS-ED5                PIC ZZZZ9.

        77  WS-EXC-TOT            PIC 9(5)   COMP-3 VALUE 0.
        77  WS-UNCAT-TOT          PIC 9(5)   COMP-3 VALUE 0.
        77  WS-UNUSED-TOT         PIC 9(5)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'DSXREF1 - PROGRAM/DATASET CROSS-REFERENCE'.
        01  RPT-EXHDR             PIC X(52)
            VALUE 'RECORD-LENGTH AND KEY EXCEPTIONS'.
        01  RPT-EXCOL.
            02  FILLER            PIC X(27)
                VALUE 'PROGRAM  DATASET  VERB'.
            02  FILLER            PIC X(33)
                VALUE 'CHECK          PROGRAM CATALOG'.
            02  FILLER            PIC X(11)  VALUE 'DECLARED BY'.
        01  RPT-EXLINE.
            02  RPT-EX-PGM        PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EX-DS         PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EX-VERB       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EX-CHECK      PIC X(13).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EX-PGMV       PIC X(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EX-CATV       PIC X(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EX-SRC        PIC X(30).
        01  RPT-XHDR              PIC X(52)
            VALUE 'DATASET CROSS-REFERENCE (CATALOG ORDER)'.
        01  RPT-XDS.
            02  RPT-XD-TYPE       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-XD-NAME       PIC X(16).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-XD-ORG        PIC X(8).
            02  FILLER            PIC X(4)   VALUE ' KL='.
            02  RPT-XD-KL         PIC ZZZZ9.
            02  FILLER            PIC X(4)   VALUE ' KO='.
            02  RPT-XD-KO         PIC ZZZZ9.
            02  FILLER            PIC X(4)   VALUE ' LM='.
            02  RPT-XD-LM         PIC ZZZZ9.
        01  RPT-XDR.
            02  RPT-XR-TYPE       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-XR-NAME       PIC X(16).
            02  FILLER            PIC X(10)  VALUE SPACES.
            02  FILLER            PIC X(11)  VALUE 'REL/ENTERS '.
            02  RPT-XR-REL        PIC X(16).
        01  RPT-XPGM.
            02  FILLER            PIC X(10)  VALUE SPACES.
            02  RPT-XP-PGM        PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-XP-ACC        PIC X(23).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-XP-STAT       PIC X(8).
        01  RPT-NCHDR             PIC X(52)
            VALUE 'DATASETS REFERENCED BUT NOT CATALOGED'.
        01  RPT-NCLINE.
            02  RPT-NC-DS         PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-NC-PGM        PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-NC-ACC        PIC X(23).
        01  RPT-TRAILER.
            02  FILLER            PIC X(18)  VALUE 'PROGRAMS SCANNED='.
            02  RPT-TR-PGMS       PIC ZZZ9.
            02  FILLER            PIC X(13)  VALUE ' EXCEPTIONS='.
            02  RPT-TR-EXC        PIC ZZZZ9.
            02  FILLER            PIC X(9)   VALUE ' UNUSED='.
            02  RPT-TR-UNUSED     PIC ZZZZ9.
            02  FILLER            PIC X(14)  VALUE ' UNCATALOGED='.
            02  RPT-TR-UNCAT      PIC ZZZZ9.

        PROCEDURE DIVISION.

            PERFORM DSXINIT THRU DSXINITX.
            PERFORM DSXREAD.
            PERFORM DSXLINE THRU DSXLINEX UNTIL NO-MORE-SRC.
            PERFORM DSXFLSH THRU DSXFLSHX.
            PERFORM DSXXREF THRU DSXXREFX.
            PERFORM DSXTERM.
            STOP RUN.

      *****************************************************************
      * DSXINIT - THE COPYBOOK LIBRARY, THE CATALOG, THE HEADINGS
      *****************************************************************
        DSXINIT.
            OPEN INPUT SRCLIB.
            IF WS-FSLB NOT = '00' THEN
                GO TO DSXINITC.
        DSXLIBL.
            READ SRCLIB
                AT END GO TO DSXLIBE.
            IF LIB-REC (1:2) = './' THEN
                GO TO DSXLIBM.
            IF LIB-REC (7:1) = '*' OR LIB-REC (7:1) = '/'
               OR LIB-REC (8:65) = SPACES OR WS-CM-TOT = 0 THEN
                GO TO DSXLIBL.
            IF WS-CL-TOT NOT LESS THAN 3000 THEN
                DISPLAY 'DSXREF1 MORE THAN 3000 SRCLIB LINES'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO WS-CL-TOT.
            MOVE LIB-REC (8:65) TO WS-CL-LINE (WS-CL-TOT).
            MOVE WS-CL-TOT TO WS-CM-LAST (WS-CM-TOT).
            GO TO DSXLIBL.
      * './ ADD NAME=MEMBER' - A NEW MEMBER
        DSXLIBM.
            IF WS-CM-TOT NOT LESS THAN 200 THEN
                DISPLAY 'DSXREF1 MORE THAN 200 SRCLIB MEMBERS'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 0 TO WS-CNT.
            INSPECT LIB-REC TALLYING WS-CNT
                FOR CHARACTERS BEFORE INITIAL 'NAME='.
            IF WS-CNT GREATER THAN 70 THEN
                GO TO DSXLIBL.
            ADD 1 TO WS-CM-TOT.
            MOVE SPACES TO WS-CM-NAME (WS-CM-TOT).
            UNSTRING LIB-REC (WS-CNT + 6:) DELIMITED BY SPACE OR ','
                INTO WS-CM-NAME (WS-CM-TOT).
            COMPUTE WS-CM-FIRST (WS-CM-TOT) = WS-CL-TOT + 1.
            MOVE WS-CL-TOT TO WS-CM-LAST (WS-CM-TOT).
            GO TO DSXLIBL.
        DSXLIBE.
            CLOSE SRCLIB.
        DSXINITC.
            OPEN INPUT CATRPT.
            IF WS-FSCR NOT = '00' THEN
                DISPLAY 'DSXREF1 NO CATRPT CATALOG LISTING, STATUS '
                    WS-FSCR
                GO TO DSXINITR.
        DSXCATL.
            READ CATRPT
                AT END GO TO DSXCATE.
            MOVE CAT-REC (2:120) TO WS-STMT.
            PERFORM DSXTOK THRU DSXTOKX.
            IF WS-TK (1) NOT = 'CLUSTER' AND WS-TK (1) NOT = 'AIX'
               AND WS-TK (1) NOT = 'PATH'
               AND WS-TK (1) NOT = 'NONVSAM'
               AND WS-TK (1) NOT = 'GDG' THEN
                GO TO DSXCATL.
            IF WS-TK (2) = SPACES THEN
                GO TO DSXCATL.
            IF WS-CT-TOT NOT LESS THAN 300 THEN
                DISPLAY 'DSXREF1 MORE THAN 300 CATALOG ENTRIES'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO WS-CT-TOT.
            MOVE WS-CT-TOT TO WS-CT-IX.
            MOVE WS-TK (1) TO WS-CT-TYPE (WS-CT-IX).
            MOVE WS-TK (2) TO WS-CT-NAME (WS-CT-IX).
            MOVE SPACES TO WS-CT-REL (WS-CT-IX).
            MOVE SPACES TO WS-CT-ORG (WS-CT-IX).
            MOVE 0 TO WS-CT-KL (WS-CT-IX).
            MOVE 0 TO WS-CT-KO (WS-CT-IX).
            MOVE 0 TO WS-CT-LM (WS-CT-IX).
            MOVE 'N' TO WS-CT-USED (WS-CT-IX).
      * 'AIX name REL base' / 'PATH name ENTERS entry'
            IF WS-TK (1) = 'AIX' OR WS-TK (1) = 'PATH' THEN
                MOVE WS-TK (4) TO WS-CT-REL (WS-CT-IX)
                GO TO DSXCATL.
            IF WS-TK (1) NOT = 'CLUSTER' THEN
                GO TO DSXCATL.
            MOVE WS-TK (3) TO WS-CT-ORG (WS-CT-IX).
            MOVE 4 TO WS-TX.
        DSXCATT.
            IF WS-TX GREATER THAN WS-TK-TOT THEN
                GO TO DSXCATL.
            MOVE WS-TK (WS-TX) (4:29) TO WS-TK-W.
            PERFORM DSXNUM THRU DSXNUMX.
            IF WS-NUM-OK = 'Y' THEN
                IF WS-TK (WS-TX) (1:3) = 'KL=' THEN
                    MOVE WS-NUM TO WS-CT-KL (WS-CT-IX)
                ELSE
                IF WS-TK (WS-TX) (1:3) = 'KO=' THEN
                    MOVE WS-NUM TO WS-CT-KO (WS-CT-IX)
                ELSE
                IF WS-TK (WS-TX) (1:3) = 'LM=' THEN
                    MOVE WS-NUM TO WS-CT-LM (WS-CT-IX).
            ADD 1 TO WS-TX.
            GO TO DSXCATT.
        DSXCATE.
            CLOSE CATRPT.
        DSXINITR.
            OPEN INPUT SRCIN.
            OPEN OUTPUT RPTOUT.
            OPEN OUTPUT XREFOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-EXHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-EXCOL TO RPT-REC.
            WRITE RPT-REC.
        DSXINITX.
            EXIT.

        DSXREAD.
            READ SRCIN
                AT END MOVE 'Y' TO WS-SRC-EOF.

      *****************************************************************
      * DSXLINE - ONE PROGRAM SOURCE LINE
      *****************************************************************
        DSXLINE.
            IF SRC-REC (7:1) = '*' OR SRC-REC (7:1) = '/' THEN
                GO TO DSXLINEN.
            MOVE SRC-REC (8:65) TO WS-TEXT.
            IF WS-TEXT = SPACES THEN
                GO TO DSXLINEN.
            MOVE 0 TO WS-CNT.
            MOVE SPACE TO WS-LAST-CH.
      * A STATEMENT CARRIED OVER FROM EARLIER LINES
            IF ACC-EXEC THEN
                PERFORM DSXAPND
                MOVE 0 TO WS-CNT
                INSPECT WS-TEXT TALLYING WS-CNT FOR ALL WS-END-WORD
                IF WS-CNT GREATER THAN 0 THEN
                    MOVE SPACE TO WS-ACC
                    PERFORM DSXTOK THRU DSXTOKX
                    PERFORM DSXCICS THRU DSXCICSX.
            IF ACC-EXEC OR WS-CNT GREATER THAN 0 THEN
                GO TO DSXLINEN.
            IF ACC-SELECT THEN
                PERFORM DSXAPND
                PERFORM DSXEND
                IF WS-LAST-CH = '.' THEN
                    MOVE SPACE TO WS-ACC
                    PERFORM DSXTOK THRU DSXTOKX
                    PERFORM DSXSEL THRU DSXSELX.
            IF ACC-SELECT OR WS-LAST-CH = '.' THEN
                GO TO DSXLINEN.
            IF ACC-DATA THEN
                PERFORM DSXDLIN THRU DSXDLINX
                GO TO DSXLINEN.
            MOVE SPACE TO WS-LAST-CH.
            MOVE WS-TEXT TO WS-STMT.
            PERFORM DSXTOK THRU DSXTOKX.
            IF WS-TK (1) = 'PROGRAM-ID' THEN
                PERFORM DSXFLSH THRU DSXFLSHX
                MOVE WS-TK (2) TO WS-PGM
                GO TO DSXLINEN.
            IF WS-TK (2) = 'DIVISION' THEN
                PERFORM DSXDIV
                GO TO DSXLINEN.
            IF WS-TK (2) = 'SECTION' THEN
                PERFORM DSXSECT
                GO TO DSXLINEN.
            IF WS-PGM = SPACES THEN
                GO TO DSXLINEN.
            IF IN-ENV AND WS-TK (1) = 'SELECT' THEN
                MOVE 67 TO WS-STMT-PTR
                PERFORM DSXEND
                IF WS-LAST-CH = '.' THEN
                    PERFORM DSXSEL THRU DSXSELX
                ELSE
                    MOVE 'S' TO WS-ACC.
            IF IN-DATA AND WS-TK (1) = 'COPY' THEN
                PERFORM DSXCOPY THRU DSXCOPYX
                GO TO DSXLINEN.
            IF IN-DATA THEN
                PERFORM DSXDLIN THRU DSXDLINX
                GO TO DSXLINEN.
            IF NOT IN-PROC THEN
                GO TO DSXLINEN.
            MOVE 0 TO WS-CNT.
            INSPECT WS-TEXT TALLYING WS-CNT
                FOR CHARACTERS BEFORE INITIAL WS-EXEC-WORD.
            IF WS-CNT NOT LESS THAN 65 THEN
                PERFORM DSXOPEN THRU DSXOPENX
                GO TO DSXLINEN.
            MOVE SPACES TO WS-STMT.
            MOVE WS-TEXT (WS-CNT + 1:) TO WS-STMT.
            MOVE 67 TO WS-STMT-PTR.
            MOVE 0 TO WS-CNT.
            INSPECT WS-TEXT TALLYING WS-CNT FOR ALL WS-END-WORD.
            IF WS-CNT = 0 THEN
                MOVE 'X' TO WS-ACC
                GO TO DSXLINEN.
            PERFORM DSXTOK THRU DSXTOKX.
            PERFORM DSXCICS THRU DSXCICSX.
        DSXLINEN.
            PERFORM DSXREAD.
        DSXLINEX.
            EXIT.

      * DSXAPND - ADD THE LINE TO THE STATEMENT BEING BUILT
        DSXAPND.
            STRING WS-TEXT DELIMITED BY SIZE
                   ' '     DELIMITED BY SIZE
                INTO WS-STMT WITH POINTER WS-STMT-PTR
                ON OVERFLOW MOVE 800 TO WS-STMT-PTR
            END-STRING.

      * DSXEND - THE LAST NON-BLANK CHARACTER OF THE LINE
        DSXEND.
            MOVE 65 TO WS-LX.
            PERFORM DSXENDB
                UNTIL WS-LX = 1 OR WS-TEXT (WS-LX:1) NOT = SPACE.
            MOVE WS-TEXT (WS-LX:1) TO WS-LAST-CH.
        DSXENDB.
            SUBTRACT 1 FROM WS-LX.

      * DSXDIV / DSXSECT - WHERE IN THE PROGRAM THE LINE IS
        DSXDIV.
            IF WS-TK (1) = 'IDENTIFICATION' THEN
                MOVE 'N' TO WS-STATE.
            IF WS-TK (1) = 'ENVIRONMENT' THEN
                MOVE 'E' TO WS-STATE.
            IF WS-TK (1) = 'DATA' THEN
                MOVE 'D' TO WS-STATE.
            IF WS-TK (1) = 'PROCEDURE' THEN
                MOVE 1 TO WS-E-LEVEL
                PERFORM DSXGCL THRU DSXGCLX
                MOVE 'P' TO WS-STATE.

        DSXSECT.
            IF WS-TK (1) = 'FILE' THEN
                MOVE 'Y' TO WS-IN-FILE.
            IF WS-TK (1) = 'WORKING-STORAGE' OR WS-TK (1) = 'LINKAGE'
               OR WS-TK (1) = 'LOCAL-STORAGE' THEN
                MOVE 1 TO WS-E-LEVEL
                PERFORM DSXGCL THRU DSXGCLX
                MOVE 'N' TO WS-IN-FILE
                MOVE SPACES TO WS-CUR-FD.

      *****************************************************************
      * DSXTOK - SPLIT WS-STMT ON BLANKS INTO WS-TK, STRIPPING AND
      * FLAGGING A TRAILING PERIOD
      *****************************************************************
        DSXTOK.
            MOVE SPACES TO WS-TK-TABLE.
            MOVE 0 TO WS-TK-TOT.
            MOVE 1 TO WS-PTR.
        DSXTOKL.
            IF WS-PTR GREATER THAN 800 OR WS-TK-TOT = 80 THEN
                GO TO DSXTOKX.
            MOVE SPACES TO WS-TK-W.
            UNSTRING WS-STMT DELIMITED BY ALL SPACE
                INTO WS-TK-W WITH POINTER WS-PTR.
            IF WS-TK-W = SPACES THEN
                GO TO DSXTOKL.
            MOVE 0 TO WS-TK-LEN.
            INSPECT WS-TK-W TALLYING WS-TK-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            ADD 1 TO WS-TK-TOT.
            MOVE 'N' TO WS-TK-DOT (WS-TK-TOT).
            IF WS-TK-LEN GREATER THAN 0 AND WS-TK-LEN LESS THAN 33
               AND WS-TK-W (WS-TK-LEN:1) = '.' THEN
                MOVE SPACE TO WS-TK-W (WS-TK-LEN:1)
                MOVE 'Y' TO WS-TK-DOT (WS-TK-TOT).
            MOVE WS-TK-W TO WS-TK (WS-TK-TOT).
            IF WS-TK-W = SPACES THEN
                SUBTRACT 1 FROM WS-TK-TOT
                MOVE 'Y' TO WS-TK-DOT (WS-TK-TOT + 1).
            GO TO DSXTOKL.
        DSXTOKX.
            EXIT.

      * DSXNUM - WS-TK-W AS AN UNSIGNED INTEGER, IF IT IS ONE
        DSXNUM.
            MOVE 'N' TO WS-NUM-OK.
            MOVE 0 TO WS-NUM.
            MOVE 0 TO WS-TK-LEN.
            INSPECT WS-TK-W TALLYING WS-TK-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-TK-LEN = 0 OR WS-TK-LEN GREATER THAN 9 THEN
                GO TO DSXNUMX.
            IF WS-TK-W (1:WS-TK-LEN) IS NOT NUMERIC THEN
                GO TO DSXNUMX.
            MOVE WS-TK-W (1:WS-TK-LEN) TO WS-NUM.
            MOVE 'Y' TO WS-NUM-OK.
        DSXNUMX.
            EXIT.

      *****************************************************************
      * DSXCOPY - EXPAND A COPY MEMBER FROM THE SRCLIB LIBRARY
      *****************************************************************
        DSXCOPY.
            MOVE 0 TO WS-CM-IX.
        DSXCOPYF.
            ADD 1 TO WS-CM-IX.
            IF WS-CM-IX GREATER THAN WS-CM-TOT THEN
                GO TO DSXCOPYX.
            IF WS-CM-NAME (WS-CM-IX) NOT = WS-TK (2) THEN
                GO TO DSXCOPYF.
            MOVE WS-CM-FIRST (WS-CM-IX) TO WS-CL-IX.
        DSXCOPYL.
            IF WS-CL-IX GREATER THAN WS-CM-LAST (WS-CM-IX) THEN
                GO TO DSXCOPYX.
            MOVE WS-CL-LINE (WS-CL-IX) TO WS-TEXT.
            IF NOT ACC-DATA THEN
                MOVE WS-TEXT TO WS-STMT
                PERFORM DSXTOK THRU DSXTOKX.
            PERFORM DSXDLIN THRU DSXDLINX.
            ADD 1 TO WS-CL-IX.
            GO TO DSXCOPYL.
        DSXCOPYX.
            EXIT.

      *****************************************************************
      * DSXDLIN - A DATA DIVISION LINE (WS-TK HOLDS ITS TOKENS
      * UNLESS A DATA ENTRY IS BEING CARRIED OVER)
      *****************************************************************
        DSXDLIN.
            MOVE SPACE TO WS-LAST-CH.
            IF ACC-DATA THEN
                PERFORM DSXAPND
                PERFORM DSXEND
                IF WS-LAST-CH = '.' THEN
                    MOVE SPACE TO WS-ACC
                    PERFORM DSXTOK THRU DSXTOKX
                    PERFORM DSXDENT THRU DSXDENTX.
            IF ACC-DATA OR WS-LAST-CH = '.' THEN
                GO TO DSXDLINX.
            IF WS-TK (1) = 'FD' OR WS-TK (1) = 'SD' THEN
                MOVE 1 TO WS-E-LEVEL
                PERFORM DSXGCL THRU DSXGCLX
                MOVE WS-TK (2) TO WS-CUR-FD
                GO TO DSXDLINX.
            MOVE WS-TK (1) TO WS-TK-W.
            PERFORM DSXNUM THRU DSXNUMX.
            IF WS-NUM-OK NOT = 'Y' THEN
                GO TO DSXDLINX.
            MOVE 67 TO WS-STMT-PTR.
            PERFORM DSXEND.
            IF WS-LAST-CH = '.' THEN
                PERFORM DSXDENT THRU DSXDENTX
            ELSE
                MOVE 'D' TO WS-ACC.
      * A CARRIED-OVER ENTRY MUST NOT LOOK FINISHED TO THE CALLER
            MOVE SPACE TO WS-LAST-CH.
        DSXDLINX.
            EXIT.

      *****************************************************************
      * DSXDENT - ONE DATA DESCRIPTION ENTRY: LEVEL, NAME, PICTURE,
      * USAGE, OCCURS, REDEFINES, A NUMERIC VALUE
      *****************************************************************
        DSXDENT.
            MOVE WS-TK (1) TO WS-TK-W.
            PERFORM DSXNUM THRU DSXNUMX.
            IF WS-NUM-OK NOT = 'Y' OR WS-NUM = 0 OR WS-NUM = 66
               OR WS-NUM = 88 OR WS-NUM GREATER THAN 88
               OR (WS-NUM GREATER THAN 49 AND WS-NUM NOT = 77) THEN
                GO TO DSXDENTX.
            MOVE WS-NUM TO WS-E-LEVEL.
            MOVE 'FILLER' TO WS-E-NAME.
            MOVE SPACES TO WS-E-PIC.
            MOVE SPACES TO WS-E-REDEF.
            MOVE 'D' TO WS-E-USAGE.
            MOVE 1 TO WS-E-OCC.
            MOVE 0 TO WS-E-VAL.
            MOVE 'N' TO WS-E-HASVAL.
            MOVE 2 TO WS-TX.
            IF WS-TK (2) NOT = 'PIC' AND WS-TK (2) NOT = 'PICTURE'
               AND WS-TK (2) NOT = 'REDEFINES'
               AND WS-TK (2) NOT = 'OCCURS'
               AND WS-TK (2) NOT = 'VALUE'
               AND WS-TK (2) NOT = SPACES THEN
                MOVE WS-TK (2) TO WS-E-NAME
                MOVE 3 TO WS-TX.
        DSXDENTL.
            IF WS-TX GREATER THAN WS-TK-TOT THEN
                GO TO DSXDENTA.
            IF WS-TK (WS-TX) = 'PIC' OR WS-TK (WS-TX) = 'PICTURE' THEN
                ADD 1 TO WS-TX
                IF WS-TK (WS-TX) = 'IS' THEN
                    ADD 1 TO WS-TX.
            IF WS-TK (WS-TX - 1) = 'PIC'
               OR WS-TK (WS-TX - 1) = 'PICTURE'
               OR WS-TK (WS-TX - 1) = 'IS' AND WS-E-PIC = SPACES
               AND (WS-TK (WS-TX - 2) = 'PIC'
                    OR WS-TK (WS-TX - 2) = 'PICTURE') THEN
                MOVE WS-TK (WS-TX) TO WS-E-PIC.
            IF WS-TK (WS-TX) = 'REDEFINES' THEN
                ADD 1 TO WS-TX
                MOVE WS-TK (WS-TX) TO WS-E-REDEF.
            IF WS-TK (WS-TX) = 'OCCURS' THEN
                ADD 1 TO WS-TX
                MOVE WS-TK (WS-TX) TO WS-TK-W
                PERFORM DSXNUM THRU DSXNUMX
                IF WS-NUM-OK = 'Y' AND WS-NUM GREATER THAN 0 THEN
                    MOVE WS-NUM TO WS-E-OCC.
            IF WS-TK (WS-TX) = 'COMP' OR WS-TK (WS-TX) = 'COMP-4'
               OR WS-TK (WS-TX) = 'COMP-5' OR WS-TK (WS-TX) = 'BINARY'
               OR WS-TK (WS-TX) = 'COMPUTATIONAL'
               OR WS-TK (WS-TX) = 'COMPUTATIONAL-4'
               OR WS-TK (WS-TX) = 'COMPUTATIONAL-5' THEN
                MOVE 'B' TO WS-E-USAGE.
            IF WS-TK (WS-TX) = 'COMP-3'
               OR WS-TK (WS-TX) = 'COMPUTATIONAL-3'
               OR WS-TK (WS-TX) = 'PACKED-DECIMAL' THEN
                MOVE 'P' TO WS-E-USAGE.
            IF WS-TK (WS-TX) = 'COMP-1' OR WS-TK (WS-TX) = 'INDEX'
               OR WS-TK (WS-TX) = 'POINTER'
               OR WS-TK (WS-TX) = 'COMPUTATIONAL-1' THEN
                MOVE '4' TO WS-E-USAGE.
            IF WS-TK (WS-TX) = 'COMP-2'
               OR WS-TK (WS-TX) = 'COMPUTATIONAL-2' THEN
                MOVE '8' TO WS-E-USAGE.
            IF WS-TK (WS-TX) = 'VALUE' OR WS-TK (WS-TX) = 'VALUES' THEN
                GO TO DSXDENTV.
            ADD 1 TO WS-TX.
            GO TO DSXDENTL.
      * ONLY A PLAIN INTEGER VALUE IS KEPT - IT MAY BE A LENGTH
        DSXDENTV.
            ADD 1 TO WS-TX.
            IF WS-TK (WS-TX) = 'IS' THEN
                ADD 1 TO WS-TX.
            MOVE WS-TK (WS-TX) TO WS-TK-W.
            PERFORM DSXNUM THRU DSXNUMX.
            IF WS-NUM-OK = 'Y' AND WS-NUM LESS THAN 10000000 THEN
                MOVE WS-NUM TO WS-E-VAL
                MOVE 'Y' TO WS-E-HASVAL.
        DSXDENTA.
            PERFORM DSXDADD THRU DSXDADDX.
        DSXDENTX.
            EXIT.

      *****************************************************************
      * DSXDADD - PLACE THE ENTRY: CLOSE THE GROUPS IT ENDS, GIVE IT
      * ITS OFFSET, SIZE IT (ELEMENTARY) OR OPEN IT (GROUP)
      *****************************************************************
        DSXDADD.
            IF WS-E-LEVEL = 1 OR WS-E-LEVEL = 77 THEN
                MOVE 1 TO WS-E-LEVEL
                PERFORM DSXGCL THRU DSXGCLX
                ADD 1 TO WS-REC-IX
                MOVE 0 TO WS-CUR-OFF
            ELSE
                PERFORM DSXGCL THRU DSXGCLX.
            IF WS-IT-TOT NOT LESS THAN 1000 THEN
                DISPLAY 'DSXREF1 MORE THAN 1000 DATA ITEMS IN ' WS-PGM
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO WS-IT-TOT.
            MOVE WS-IT-TOT TO WS-JX.
            MOVE WS-E-NAME   TO WS-IT-NAME   (WS-JX).
            MOVE WS-E-LEVEL  TO WS-IT-LEVEL  (WS-JX).
            MOVE WS-REC-IX   TO WS-IT-REC    (WS-JX).
            MOVE WS-E-OCC    TO WS-IT-OCC    (WS-JX).
            MOVE WS-E-VAL    TO WS-IT-VAL    (WS-JX).
            MOVE WS-E-HASVAL TO WS-IT-HASVAL (WS-JX).
            MOVE 0 TO WS-IT-SIZE (WS-JX).
            MOVE 'N' TO WS-IT-REDEF (WS-JX).
            MOVE 0 TO WS-IT-RESUME (WS-JX).
            MOVE SPACES TO WS-IT-FD (WS-JX).
            IF WS-IN-FILE = 'Y' THEN
                MOVE WS-CUR-FD TO WS-IT-FD (WS-JX).
      * A REDEFINITION STARTS WHERE THE ITEM IT REDEFINES STARTS
            IF WS-E-REDEF NOT = SPACES THEN
                MOVE WS-E-REDEF TO WS-FIND-NAME
                PERFORM DSXFIND THRU DSXFINDX
                IF WS-IX GREATER THAN 0 AND WS-IX LESS THAN WS-JX
                   AND WS-IT-REC (WS-IX) = WS-REC-IX THEN
                    MOVE 'Y' TO WS-IT-REDEF (WS-JX)
                    MOVE WS-CUR-OFF TO WS-IT-RESUME (WS-JX)
                    MOVE WS-IT-OFF (WS-IX) TO WS-CUR-OFF.
            MOVE WS-CUR-OFF TO WS-IT-OFF (WS-JX).
            IF WS-E-PIC = SPACES AND WS-E-USAGE NOT = '4'
               AND WS-E-USAGE NOT = '8' THEN
                GO TO DSXDADDG.
            PERFORM DSXPIC THRU DSXPICX.
            MOVE WS-PC-SIZE TO WS-IT-SIZE (WS-JX).
            COMPUTE WS-CUR-OFF = WS-CUR-OFF + WS-PC-SIZE * WS-E-OCC.
            IF WS-IT-REDEF (WS-JX) = 'Y'
               AND WS-IT-RESUME (WS-JX) GREATER THAN WS-CUR-OFF THEN
                MOVE WS-IT-RESUME (WS-JX) TO WS-CUR-OFF.
            GO TO DSXDADDX.
        DSXDADDG.
            IF WS-GS-TOT NOT LESS THAN 50 THEN
                DISPLAY 'DSXREF1 GROUPS NESTED TOO DEEP IN ' WS-PGM
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO WS-GS-TOT.
            MOVE WS-JX TO WS-GS-IT (WS-GS-TOT).
        DSXDADDX.
            EXIT.

      *****************************************************************
      * DSXGCL - CLOSE EVERY OPEN GROUP AT OR BELOW WS-E-LEVEL: ITS
      * SIZE IS WHAT ITS MEMBERS TOOK, TIMES ITS OCCURS
      *****************************************************************
        DSXGCL.
            IF WS-GS-TOT = 0 THEN
                GO TO DSXGCLX.
            MOVE WS-GS-IT (WS-GS-TOT) TO WS-IX.
            IF WS-IT-LEVEL (WS-IX) LESS THAN WS-E-LEVEL THEN
                GO TO DSXGCLX.
            COMPUTE WS-GS-SIZE = WS-CUR-OFF - WS-IT-OFF (WS-IX).
            MOVE WS-GS-SIZE TO WS-IT-SIZE (WS-IX).
            COMPUTE WS-CUR-OFF = WS-IT-OFF (WS-IX)
                + WS-GS-SIZE * WS-IT-OCC (WS-IX).
            IF WS-IT-REDEF (WS-IX) = 'Y'
               AND WS-IT-RESUME (WS-IX) GREATER THAN WS-CUR-OFF THEN
                MOVE WS-IT-RESUME (WS-IX) TO WS-CUR-OFF.
            SUBTRACT 1 FROM WS-GS-TOT.
            GO TO DSXGCL.
        DSXGCLX.
            EXIT.

      *****************************************************************
      * DSXPIC - THE STORAGE SIZE OF WS-E-PIC IN WS-E-USAGE
      *****************************************************************
        DSXPIC.
            MOVE 0 TO WS-PC-SIZE.
            MOVE 0 TO WS-PC-DIG.
            MOVE 'N' TO WS-PC-CLS.
            MOVE 1 TO WS-PC-IX.
        DSXPICL.
            IF WS-PC-IX GREATER THAN 31 THEN
                GO TO DSXPICU.
            MOVE WS-E-PIC (WS-PC-IX:1) TO WS-PC-CH.
            IF WS-PC-CH = SPACE THEN
                GO TO DSXPICU.
            IF WS-PC-CH = '(' THEN
                GO TO DSXPICR.
            IF WS-PC-CH = '9' THEN
                MOVE 'D' TO WS-PC-CLS
                ADD 1 TO WS-PC-SIZE
                ADD 1 TO WS-PC-DIG
            ELSE
            IF WS-PC-CH = 'S' OR WS-PC-CH = 'V' OR WS-PC-CH = 'P' THEN
                MOVE 'N' TO WS-PC-CLS
            ELSE
                MOVE 'C' TO WS-PC-CLS
                ADD 1 TO WS-PC-SIZE.
            ADD 1 TO WS-PC-IX.
            GO TO DSXPICL.
      * (N) REPEATS THE SYMBOL BEFORE IT N-1 MORE TIMES
        DSXPICR.
            MOVE SPACES TO WS-TK-W.
            UNSTRING WS-E-PIC (WS-PC-IX + 1:) DELIMITED BY ')'
                INTO WS-TK-W.
            PERFORM DSXNUM THRU DSXNUMX.
            IF WS-NUM-OK NOT = 'Y' OR WS-NUM = 0 THEN
                GO TO DSXPICU.
            MOVE WS-NUM TO WS-PC-N.
            SUBTRACT 1 FROM WS-PC-N.
            IF WS-PC-CLS = 'D' THEN
                ADD WS-PC-N TO WS-PC-SIZE
                ADD WS-PC-N TO WS-PC-DIG.
            IF WS-PC-CLS = 'C' THEN
                ADD WS-PC-N TO WS-PC-SIZE.
            COMPUTE WS-PC-IX = WS-PC-IX + WS-TK-LEN + 2.
            GO TO DSXPICL.
        DSXPICU.
            IF WS-E-USAGE = 'B' THEN
                IF WS-PC-DIG LESS THAN 5 THEN
                    MOVE 2 TO WS-PC-SIZE
                ELSE
                IF WS-PC-DIG LESS THAN 10 THEN
                    MOVE 4 TO WS-PC-SIZE
                ELSE
                    MOVE 8 TO WS-PC-SIZE.
            IF WS-E-USAGE = 'P' THEN
                COMPUTE WS-PC-SIZE = WS-PC-DIG / 2 + 1.
            IF WS-E-USAGE = '4' THEN
                MOVE 4 TO WS-PC-SIZE.
            IF WS-E-USAGE = '8' THEN
                MOVE 8 TO WS-PC-SIZE.
        DSXPICX.
            EXIT.

      * DSXFIND - THE FIRST DATA ITEM NAMED WS-FIND-NAME (WS-IX, OR
      * 0 IF NONE)
        DSXFIND.
            MOVE 0 TO WS-IX.
        DSXFINDL.
            ADD 1 TO WS-IX.
            IF WS-IX GREATER THAN WS-IT-TOT THEN
                MOVE 0 TO WS-IX
                GO TO DSXFINDX.
            IF WS-IT-NAME (WS-IX) NOT = WS-FIND-NAME THEN
                GO TO DSXFINDL.
        DSXFINDX.
            EXIT.

      *****************************************************************
      * DSXSEL - ONE SELECT: NAME, ASSIGN NAME, ORGANIZATION, PRIME
      * RECORD KEY
      *****************************************************************
        DSXSEL.
            IF WS-SL-TOT NOT LESS THAN 60 THEN
                DISPLAY 'DSXREF1 MORE THAN 60 SELECTS IN ' WS-PGM
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO WS-SL-TOT.
            MOVE WS-SL-TOT TO WS-SL-IX.
            MOVE SPACES TO WS-SL-NAME (WS-SL-IX).
            MOVE SPACES TO WS-SL-DD (WS-SL-IX).
            MOVE SPACES TO WS-SL-KEY (WS-SL-IX).
            MOVE 'S' TO WS-SL-ORG (WS-SL-IX).
            MOVE 'N' TO WS-SL-READ (WS-SL-IX).
            MOVE 'N' TO WS-SL-UPD (WS-SL-IX).
            MOVE 'N' TO WS-SL-ALT.
            MOVE 2 TO WS-TX.
            IF WS-TK (2) = 'OPTIONAL' THEN
                MOVE 3 TO WS-TX.
            MOVE WS-TK (WS-TX) TO WS-SL-NAME (WS-SL-IX).
        DSXSELL.
            ADD 1 TO WS-TX.
            IF WS-TX GREATER THAN WS-TK-TOT THEN
                GO TO DSXSELX.
            IF WS-TK (WS-TX) = 'ASSIGN' THEN
                ADD 1 TO WS-TX
                IF WS-TK (WS-TX) = 'TO' THEN
                    ADD 1 TO WS-TX.
            IF WS-TK (WS-TX - 1) = 'ASSIGN'
               OR WS-TK (WS-TX - 1) = 'TO'
               AND WS-SL-DD (WS-SL-IX) = SPACES THEN
                MOVE WS-TK (WS-TX) TO WS-SL-DD (WS-SL-IX)
                IF WS-TK (WS-TX) (1:1) = WS-APOST THEN
                    UNSTRING WS-TK (WS-TX) (2:31) DELIMITED BY WS-APOST
                        INTO WS-SL-DD (WS-SL-IX).
            IF WS-TK (WS-TX) = 'INDEXED' THEN
                MOVE 'I' TO WS-SL-ORG (WS-SL-IX).
            IF WS-TK (WS-TX) = 'RELATIVE' THEN
                MOVE 'R' TO WS-SL-ORG (WS-SL-IX).
            IF WS-TK (WS-TX) = 'ALTERNATE' THEN
                MOVE 'Y' TO WS-SL-ALT.
            IF WS-TK (WS-TX) NOT = 'KEY' THEN
                GO TO DSXSELL.
            ADD 1 TO WS-TX.
            IF WS-TK (WS-TX) = 'IS' THEN
                ADD 1 TO WS-TX.
            IF WS-SL-ALT = 'Y' THEN
                MOVE 'N' TO WS-SL-ALT
            ELSE
                MOVE WS-TK (WS-TX) TO WS-SL-KEY (WS-SL-IX).
            GO TO DSXSELL.
        DSXSELX.
            EXIT.

      *****************************************************************
      * DSXOPEN - OPEN STATEMENTS GIVE EACH SELECT ITS ACCESS: INPUT
      * IS A READ, OUTPUT/I-O/EXTEND AN UPDATE.  THE STATEMENT ENDS
      * AT A PERIOD OR AT THE FIRST WORD THAT IS NOT A FILE.
      *****************************************************************
        DSXOPEN.
            MOVE 0 TO WS-TX.
        DSXOPENL.
            ADD 1 TO WS-TX.
            IF WS-TX GREATER THAN WS-TK-TOT THEN
                GO TO DSXOPENX.
            IF WS-IN-OPEN NOT = 'Y' THEN
                IF WS-TK (WS-TX) = 'OPEN' THEN
                    MOVE 'Y' TO WS-IN-OPEN
                    MOVE SPACE TO WS-OPEN-MODE.
            IF WS-IN-OPEN NOT = 'Y' OR WS-TK (WS-TX) = 'OPEN' THEN
                GO TO DSXOPENL.
            IF WS-TK (WS-TX) = 'INPUT' THEN
                MOVE 'R' TO WS-OPEN-MODE
                GO TO DSXOPENL.
            IF WS-TK (WS-TX) = 'OUTPUT' OR WS-TK (WS-TX) = 'I-O'
               OR WS-TK (WS-TX) = 'EXTEND' THEN
                MOVE 'U' TO WS-OPEN-MODE
                GO TO DSXOPENL.
            MOVE 0 TO WS-SL-IX.
        DSXOPENF.
            ADD 1 TO WS-SL-IX.
            IF WS-SL-IX GREATER THAN WS-SL-TOT THEN
                MOVE 'N' TO WS-IN-OPEN
                GO TO DSXOPENL.
            IF WS-SL-NAME (WS-SL-IX) NOT = WS-TK (WS-TX) THEN
                GO TO DSXOPENF.
            IF WS-OPEN-MODE = 'R' THEN
                MOVE 'Y' TO WS-SL-READ (WS-SL-IX).
            IF WS-OPEN-MODE = 'U' THEN
                MOVE 'Y' TO WS-SL-UPD (WS-SL-IX).
            IF WS-TK-DOT (WS-TX) = 'Y' THEN
                MOVE 'N' TO WS-IN-OPEN.
            GO TO DSXOPENL.
        DSXOPENX.
            EXIT.

      *****************************************************************
      * DSXCICS - ONE EXEC CICS COMMAND (TOKENS IN WS-TK)
      *****************************************************************
        DSXCICS.
            MOVE WS-TK (3) TO WS-C-VERB.
            IF WS-C-VERB NOT = 'READ' AND WS-C-VERB NOT = 'WRITE'
               AND WS-C-VERB NOT = 'REWRITE'
               AND WS-C-VERB NOT = 'DELETE'
               AND WS-C-VERB NOT = 'STARTBR'
               AND WS-C-VERB NOT = 'READNEXT'
               AND WS-C-VERB NOT = 'READPREV'
               AND WS-C-VERB NOT = 'RESETBR'
               AND WS-C-VERB NOT = 'ENDBR'
               AND WS-C-VERB NOT = 'UNLOCK' THEN
                GO TO DSXCICSX.
            MOVE SPACES TO WS-C-DS.
            MOVE SPACES TO WS-C-INTO.
            MOVE SPACES TO WS-C-LEN.
            MOVE SPACES TO WS-C-RID.
            MOVE SPACES TO WS-C-KEYLEN.
            MOVE 'N' TO WS-C-LENOF.
            MOVE 'N' TO WS-C-GENERIC.
            MOVE 3 TO WS-TX.
        DSXCICSL.
            ADD 1 TO WS-TX.
            IF WS-TX GREATER THAN WS-TK-TOT THEN
                GO TO DSXCICSU.
            IF WS-TK (WS-TX) = 'GENERIC' OR WS-TK (WS-TX) = 'RBA'
               OR WS-TK (WS-TX) = 'RRN' THEN
                MOVE 'Y' TO WS-C-GENERIC
                GO TO DSXCICSL.
            MOVE SPACES TO WS-C-KW.
            MOVE SPACES TO WS-C-REST.
            MOVE SPACES TO WS-C-VAL.
            UNSTRING WS-TK (WS-TX) DELIMITED BY '('
                INTO WS-C-KW WS-C-REST.
            IF WS-C-REST = SPACES THEN
                GO TO DSXCICSL.
            UNSTRING WS-C-REST DELIMITED BY ')' INTO WS-C-VAL.
            IF WS-C-KW = 'FILE' OR WS-C-KW = 'DATASET' THEN
                IF WS-C-VAL (1:1) = WS-APOST THEN
                    UNSTRING WS-C-VAL (2:31) DELIMITED BY WS-APOST
                        INTO WS-C-DS.
            IF WS-C-KW = 'INTO' OR WS-C-KW = 'FROM' THEN
                MOVE WS-C-VAL TO WS-C-INTO.
            IF WS-C-KW = 'RIDFLD' THEN
                MOVE WS-C-VAL TO WS-C-RID.
            IF WS-C-KW = 'KEYLENGTH' THEN
                MOVE WS-C-VAL TO WS-C-KEYLEN.
            IF WS-C-KW NOT = 'LENGTH' THEN
                GO TO DSXCICSL.
            MOVE WS-C-VAL TO WS-C-LEN.
      * LENGTH(LENGTH OF ITEM) IS THREE TOKENS
            IF WS-C-VAL = 'LENGTH' AND WS-TK (WS-TX + 1) = 'OF' THEN
                ADD 2 TO WS-TX
                MOVE 'Y' TO WS-C-LENOF
                MOVE SPACES TO WS-C-LEN
                UNSTRING WS-TK (WS-TX) DELIMITED BY ')'
                    INTO WS-C-LEN.
            GO TO DSXCICSL.
        DSXCICSU.
      * A FILE NAMED BY A VARIABLE CANNOT BE CROSS-REFERENCED
            IF WS-C-DS = SPACES THEN
                GO TO DSXCICSX.
            MOVE WS-C-DS TO WS-K-DS.
            MOVE WS-C-VERB TO WS-K-VERB.
            MOVE 'R' TO WS-K-ACC.
            IF WS-C-VERB = 'WRITE' OR WS-C-VERB = 'REWRITE'
               OR WS-C-VERB = 'DELETE' THEN
                MOVE 'U' TO WS-K-ACC.
            PERFORM DSXUSE THRU DSXUSEX.
            MOVE 0 TO WS-INTO-IX.
            IF WS-C-INTO NOT = SPACES THEN
                MOVE WS-C-INTO TO WS-FIND-NAME
                PERFORM DSXFIND THRU DSXFINDX
                MOVE WS-IX TO WS-INTO-IX.
      * THE DECLARED RECORD LENGTH
            MOVE 'N' TO WS-K-HAVE-DECL.
            IF WS-C-VERB NOT = 'READ' AND WS-C-VERB NOT = 'WRITE'
               AND WS-C-VERB NOT = 'REWRITE'
               AND WS-C-VERB NOT = 'READNEXT'
               AND WS-C-VERB NOT = 'READPREV' THEN
                GO TO DSXCICSK.
            IF WS-C-LEN = SPACES THEN
                GO TO DSXCICSI.
            MOVE WS-C-LEN TO WS-K-SRC.
            MOVE WS-C-LEN TO WS-TK-W.
            PERFORM DSXNUM THRU DSXNUMX.
            IF WS-NUM-OK = 'Y' THEN
                MOVE WS-NUM TO WS-K-DECL
                MOVE 'Y' TO WS-K-HAVE-DECL
                GO TO DSXCICSC.
            MOVE WS-C-LEN TO WS-FIND-NAME.
            PERFORM DSXFIND THRU DSXFINDX.
            IF WS-IX = 0 THEN
                GO TO DSXCICSK.
            IF WS-C-LENOF = 'Y' THEN
                MOVE WS-IT-SIZE (WS-IX) TO WS-K-DECL
                MOVE 'Y' TO WS-K-HAVE-DECL
                MOVE SPACES TO WS-K-SRC
                STRING 'LENGTH OF ' DELIMITED BY SIZE
                       WS-C-LEN     DELIMITED BY SPACE
                    INTO WS-K-SRC
                GO TO DSXCICSC.
            IF WS-IT-HASVAL (WS-IX) = 'Y' THEN
                MOVE WS-IT-VAL (WS-IX) TO WS-K-DECL
                MOVE 'Y' TO WS-K-HAVE-DECL.
            GO TO DSXCICSC.
        DSXCICSI.
            IF WS-INTO-IX GREATER THAN 0 THEN
                MOVE WS-IT-SIZE (WS-INTO-IX) TO WS-K-DECL
                MOVE 'Y' TO WS-K-HAVE-DECL
                MOVE WS-C-INTO TO WS-K-SRC.
        DSXCICSC.
            PERFORM DSXLCHK THRU DSXLCHKX.
      * THE KEY - NOT FOR GENERIC, RBA OR RRN ACCESS
        DSXCICSK.
            MOVE 'N' TO WS-K-HAVE-KL.
            MOVE 'N' TO WS-K-HAVE-KO.
            IF WS-C-RID = SPACES OR WS-C-GENERIC = 'Y'
               OR WS-C-VERB = 'ENDBR' OR WS-C-VERB = 'UNLOCK'
               OR WS-C-VERB = 'REWRITE' THEN
                GO TO DSXCICSX.
            MOVE WS-C-RID TO WS-FIND-NAME.
            PERFORM DSXFIND THRU DSXFINDX.
            MOVE WS-IX TO WS-RID-IX.
            MOVE WS-C-KEYLEN TO WS-TK-W.
            PERFORM DSXNUM THRU DSXNUMX.
            IF WS-NUM-OK = 'Y' THEN
                MOVE WS-NUM TO WS-K-KL
                MOVE 'Y' TO WS-K-HAVE-KL
                MOVE 'KEYLENGTH' TO WS-K-SRC
            ELSE
            IF WS-RID-IX GREATER THAN 0 THEN
                MOVE WS-IT-SIZE (WS-RID-IX) TO WS-K-KL
                MOVE 'Y' TO WS-K-HAVE-KL
                MOVE WS-C-RID TO WS-K-SRC.
            IF WS-RID-IX = 0 OR WS-INTO-IX = 0 THEN
                GO TO DSXCICSP.
            IF WS-IT-REC (WS-RID-IX) = WS-IT-REC (WS-INTO-IX)
               AND WS-IT-OFF (WS-RID-IX)
                   NOT LESS THAN WS-IT-OFF (WS-INTO-IX)
               AND WS-IT-OFF (WS-RID-IX) LESS THAN
                   WS-IT-OFF (WS-INTO-IX) + WS-IT-SIZE (WS-INTO-IX)
               THEN
                COMPUTE WS-K-KO = WS-IT-OFF (WS-RID-IX)
                    - WS-IT-OFF (WS-INTO-IX)
                MOVE 'Y' TO WS-K-HAVE-KO.
        DSXCICSP.
            PERFORM DSXKCHK THRU DSXKCHKX.
        DSXCICSX.
            EXIT.

      *****************************************************************
      * DSXUSE - RECORD THAT WS-PGM USES WS-K-DS (ACCESS WS-K-ACC):
      * FIND OR ADD ITS CROSS-REFERENCE ENTRY (WS-XR-IX) AND ITS
      * CATALOG ENTRY (WS-CT-IX, 0 IF NONE) AND THE BASE CLUSTER
      * BEHIND IT (WS-CT-BX)
      *****************************************************************
        DSXUSE.
            MOVE WS-K-DS TO WS-FIND-DS.
            PERFORM DSXCSRCH THRU DSXCSRCX.
            MOVE WS-CS-IX TO WS-CT-IX.
            MOVE WS-CS-IX TO WS-CT-BX.
            IF WS-CT-IX GREATER THAN 0 THEN
                MOVE 'Y' TO WS-CT-USED (WS-CT-IX)
                PERFORM DSXBASE THRU DSXBASEX.
            MOVE 0 TO WS-XR-IX.
        DSXUSEL.
            ADD 1 TO WS-XR-IX.
            IF WS-XR-IX GREATER THAN WS-XR-TOT THEN
                GO TO DSXUSEN.
            IF WS-XR-DS (WS-XR-IX) NOT = WS-K-DS
               OR WS-XR-PGM (WS-XR-IX) NOT = WS-PGM THEN
                GO TO DSXUSEL.
            GO TO DSXUSEA.
        DSXUSEN.
            IF WS-XR-TOT NOT LESS THAN 3000 THEN
                DISPLAY 'DSXREF1 MORE THAN 3000 CROSS-REFERENCES'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO WS-XR-TOT.
            MOVE WS-XR-TOT TO WS-XR-IX.
            MOVE WS-K-DS TO WS-XR-DS (WS-XR-IX).
            MOVE WS-PGM TO WS-XR-PGM (WS-XR-IX).
            MOVE 'N' TO WS-XR-READ (WS-XR-IX).
            MOVE 'N' TO WS-XR-UPD (WS-XR-IX).
            MOVE 'OK' TO WS-XR-STAT (WS-XR-IX).
            MOVE 0 TO WS-XR-BADLEN (WS-XR-IX).
            MOVE 0 TO WS-XR-BADKL (WS-XR-IX).
            MOVE 99999 TO WS-XR-BADKO (WS-XR-IX).
            MOVE 'Y' TO WS-XR-CAT (WS-XR-IX).
            IF WS-CT-IX GREATER THAN 0 THEN
                GO TO DSXUSEA.
            MOVE 'N' TO WS-XR-CAT (WS-XR-IX).
            MOVE 'NOCAT' TO WS-XR-STAT (WS-XR-IX).
            ADD 1 TO WS-UNCAT-TOT.
            MOVE 'NOT CATALOGED' TO WS-X-CHECK.
            MOVE SPACES TO WS-K-SRC.
            MOVE 'N' TO WS-K-HAVE-DECL.
            PERFORM DSXEXC.
        DSXUSEA.
            IF WS-K-ACC = 'R' THEN
                MOVE 'Y' TO WS-XR-READ (WS-XR-IX).
            IF WS-K-ACC = 'U' THEN
                MOVE 'Y' TO WS-XR-UPD (WS-XR-IX).
        DSXUSEX.
            EXIT.

      * DSXCSRCH - THE CATALOG ENTRY NAMED WS-FIND-DS (WS-CS-IX)
        DSXCSRCH.
            MOVE 0 TO WS-CS-IX.
        DSXCSRCL.
            ADD 1 TO WS-CS-IX.
            IF WS-CS-IX GREATER THAN WS-CT-TOT THEN
                MOVE 0 TO WS-CS-IX
                GO TO DSXCSRCX.
            IF WS-CT-NAME (WS-CS-IX) NOT = WS-FIND-DS THEN
                GO TO DSXCSRCL.
        DSXCSRCX.
            EXIT.

      * DSXBASE - A PATH ENTERS AN AIX (OR THE CLUSTER), AN AIX
      * RELATES TO ITS CLUSTER: WS-CT-BX IS THE CLUSTER, ALSO USED
        DSXBASE.
            IF WS-CT-TYPE (WS-CT-BX) NOT = 'PATH'
               AND WS-CT-TYPE (WS-CT-BX) NOT = 'AIX' THEN
                GO TO DSXBASEX.
            MOVE WS-CT-REL (WS-CT-BX) TO WS-FIND-DS.
            PERFORM DSXCSRCH THRU DSXCSRCX.
            IF WS-CS-IX = 0 OR WS-CS-IX = WS-CT-BX THEN
                MOVE 0 TO WS-CT-BX
                GO TO DSXBASEX.
            MOVE WS-CS-IX TO WS-CT-BX.
            MOVE 'Y' TO WS-CT-USED (WS-CT-BX).
            GO TO DSXBASE.
        DSXBASEX.
            EXIT.

      *****************************************************************
      * DSXLCHK - THE DECLARED RECORD LENGTH AGAINST THE CLUSTER'S
      * LM=, EACH DIFFERENT WRONG LENGTH REPORTED ONCE PER PROGRAM
      *****************************************************************
        DSXLCHK.
            IF WS-K-HAVE-DECL NOT = 'Y' OR WS-CT-BX = 0 THEN
                GO TO DSXLCHKX.
            IF WS-CT-LM (WS-CT-BX) = 0
               OR WS-K-DECL = WS-CT-LM (WS-CT-BX)
               OR WS-K-DECL = WS-XR-BADLEN (WS-XR-IX) THEN
                GO TO DSXLCHKX.
            MOVE WS-K-DECL TO WS-XR-BADLEN (WS-XR-IX).
            MOVE 'LENGTH' TO WS-XR-STAT (WS-XR-IX).
            MOVE 'RECORD LENGTH' TO WS-X-CHECK.
            MOVE WS-K-DECL TO WS-X-PGMV.
            MOVE WS-CT-LM (WS-CT-BX) TO WS-X-CATV.
            PERFORM DSXEXC.
        DSXLCHKX.
            EXIT.

      *****************************************************************
      * DSXKCHK - THE KEY LENGTH/OFFSET AGAINST KL=/KO= OF A KSDS
      * CLUSTER NAMED DIRECTLY (A PATH'S KEY IS THE ALTERNATE KEY)
      *****************************************************************
        DSXKCHK.
            IF WS-CT-IX = 0 THEN
                GO TO DSXKCHKX.
            IF WS-CT-TYPE (WS-CT-IX) NOT = 'CLUSTER'
               OR WS-CT-ORG (WS-CT-IX) NOT = 'KSDS' THEN
                GO TO DSXKCHKX.
            IF WS-K-HAVE-KL = 'Y' AND WS-CT-KL (WS-CT-IX) NOT = 0
               AND WS-K-KL NOT = WS-CT-KL (WS-CT-IX)
               AND WS-K-KL NOT = WS-XR-BADKL (WS-XR-IX) THEN
                MOVE WS-K-KL TO WS-XR-BADKL (WS-XR-IX)
                MOVE 'KEY' TO WS-XR-STAT (WS-XR-IX)
                MOVE 'KEY LENGTH' TO WS-X-CHECK
                MOVE WS-K-KL TO WS-X-PGMV
                MOVE WS-CT-KL (WS-CT-IX) TO WS-X-CATV
                MOVE 'Y' TO WS-K-HAVE-DECL
                PERFORM DSXEXC.
            IF WS-K-HAVE-KO = 'Y' AND WS-CT-KL (WS-CT-IX) NOT = 0
               AND WS-K-KO NOT = WS-CT-KO (WS-CT-IX)
               AND WS-K-KO NOT = WS-XR-BADKO (WS-XR-IX) THEN
                MOVE WS-K-KO TO WS-XR-BADKO (WS-XR-IX)
                MOVE 'KEY' TO WS-XR-STAT (WS-XR-IX)
                MOVE 'KEY OFFSET' TO WS-X-CHECK
                MOVE WS-K-KO TO WS-X-PGMV
                MOVE WS-CT-KO (WS-CT-IX) TO WS-X-CATV
                MOVE 'Y' TO WS-K-HAVE-DECL
                PERFORM DSXEXC.
        DSXKCHKX.
            EXIT.

      * DSXEXC - ONE EXCEPTION LINE (THE VALUES ONLY WHEN
      * WS-K-HAVE-DECL IS SET)
        DSXEXC.
            ADD 1 TO WS-EXC-TOT.
            MOVE SPACES TO RPT-EX-PGMV.
            MOVE SPACES TO RPT-EX-CATV.
            MOVE WS-PGM TO RPT-EX-PGM.
            MOVE WS-K-DS TO RPT-EX-DS.
            MOVE WS-K-VERB TO RPT-EX-VERB.
            MOVE WS-X-CHECK TO RPT-EX-CHECK.
            MOVE WS-K-SRC TO RPT-EX-SRC.
            IF WS-K-HAVE-DECL = 'Y' THEN
                MOVE WS-X-PGMV TO WS-ED5
                MOVE WS-ED5 TO RPT-EX-PGMV
                MOVE WS-X-CATV TO WS-ED5
                MOVE WS-ED5 TO RPT-EX-CATV.
            MOVE RPT-EXLINE TO RPT-REC.
            WRITE RPT-REC.

      *****************************************************************
      * DSXFLSH - END OF A PROGRAM: CHECK ITS BATCH SELECTS, THEN
      * CLEAR EVERYTHING KEPT PER PROGRAM
      *****************************************************************
        DSXFLSH.
            IF WS-PGM = SPACES THEN
                GO TO DSXFLSHR.
            MOVE 1 TO WS-E-LEVEL.
            PERFORM DSXGCL THRU DSXGCLX.
            ADD 1 TO WS-PGM-TOT.
            MOVE 0 TO WS-SL-IX.
        DSXFLSHL.
            ADD 1 TO WS-SL-IX.
            IF WS-SL-IX GREATER THAN WS-SL-TOT THEN
                GO TO DSXFLSHR.
            PERFORM DSXSELC THRU DSXSELCX.
            GO TO DSXFLSHL.
        DSXFLSHR.
            MOVE SPACES TO WS-PGM.
            MOVE 0 TO WS-IT-TOT.
            MOVE 0 TO WS-GS-TOT.
            MOVE 0 TO WS-SL-TOT.
            MOVE 0 TO WS-REC-IX.
            MOVE 0 TO WS-CUR-OFF.
            MOVE SPACE TO WS-ACC.
            MOVE 'N' TO WS-IN-OPEN.
            MOVE 'N' TO WS-STATE.
            MOVE 'N' TO WS-IN-FILE.
            MOVE SPACES TO WS-CUR-FD.
        DSXFLSHX.
            EXIT.

      *****************************************************************
      * DSXSELC - ONE BATCH SELECT AGAINST THE CATALOG: THE LONGEST
      * 01 UNDER ITS FD, AND ITS RECORD KEY
      *****************************************************************
        DSXSELC.
            MOVE WS-SL-DD (WS-SL-IX) TO WS-K-DS.
            IF WS-SL-ORG (WS-SL-IX) = 'S' THEN
                MOVE WS-K-DS TO WS-FIND-DS
                PERFORM DSXCSRCH THRU DSXCSRCX
                IF WS-CS-IX = 0 THEN
                    GO TO DSXSELCX
                ELSE
                IF WS-CT-TYPE (WS-CS-IX) NOT = 'NONVSAM' THEN
                    GO TO DSXSELCX.
            MOVE 'OPEN' TO WS-K-VERB.
            MOVE SPACE TO WS-K-ACC.
            PERFORM DSXUSE THRU DSXUSEX.
            IF WS-SL-READ (WS-SL-IX) = 'Y' THEN
                MOVE 'Y' TO WS-XR-READ (WS-XR-IX).
            IF WS-SL-UPD (WS-SL-IX) = 'Y' THEN
                MOVE 'Y' TO WS-XR-UPD (WS-XR-IX).
            IF WS-SL-ORG (WS-SL-IX) = 'S' THEN
                GO TO DSXSELCX.
            MOVE 'FD' TO WS-K-VERB.
            MOVE 'N' TO WS-K-HAVE-DECL.
            MOVE 0 TO WS-K-DECL.
            MOVE 0 TO WS-JX.
        DSXSELCR.
            ADD 1 TO WS-JX.
            IF WS-JX GREATER THAN WS-IT-TOT THEN
                GO TO DSXSELCL.
            IF WS-IT-LEVEL (WS-JX) NOT = 1
               OR WS-IT-FD (WS-JX) NOT = WS-SL-NAME (WS-SL-IX) THEN
                GO TO DSXSELCR.
            IF WS-K-HAVE-DECL NOT = 'Y'
               OR WS-IT-SIZE (WS-JX) GREATER THAN WS-K-DECL THEN
                MOVE WS-IT-SIZE (WS-JX) TO WS-K-DECL
                MOVE WS-IT-NAME (WS-JX) TO WS-K-SRC
                MOVE 'Y' TO WS-K-HAVE-DECL.
            GO TO DSXSELCR.
        DSXSELCL.
            PERFORM DSXLCHK THRU DSXLCHKX.
            MOVE 'N' TO WS-K-HAVE-KL.
            MOVE 'N' TO WS-K-HAVE-KO.
            IF WS-SL-KEY (WS-SL-IX) = SPACES THEN
                GO TO DSXSELCX.
            MOVE 'KEY' TO WS-K-VERB.
            MOVE WS-SL-KEY (WS-SL-IX) TO WS-FIND-NAME.
            PERFORM DSXFIND THRU DSXFINDX.
            IF WS-IX = 0 THEN
                GO TO DSXSELCX.
            MOVE WS-SL-KEY (WS-SL-IX) TO WS-K-SRC.
            MOVE WS-IT-SIZE (WS-IX) TO WS-K-KL.
            MOVE WS-IT-OFF (WS-IX) TO WS-K-KO.
            MOVE 'Y' TO WS-K-HAVE-KL.
            MOVE 'Y' TO WS-K-HAVE-KO.
            PERFORM DSXKCHK THRU DSXKCHKX.
        DSXSELCX.
            EXIT.

      *****************************************************************
      * DSXXREF - THE CROSS-REFERENCE IN CATALOG ORDER, THE UNUSED
      * CLUSTERS AND PATHS, THE UNCATALOGED REFERENCES, XREFOUT
      *****************************************************************
        DSXXREF.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-XHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-CT-IX.
        DSXXREFC.
            ADD 1 TO WS-CT-IX.
            IF WS-CT-IX GREATER THAN WS-CT-TOT THEN
                GO TO DSXXREFN.
            IF WS-CT-TYPE (WS-CT-IX) NOT = 'CLUSTER'
               AND WS-CT-TYPE (WS-CT-IX) NOT = 'PATH'
               AND WS-CT-USED (WS-CT-IX) NOT = 'Y' THEN
                GO TO DSXXREFC.
            MOVE WS-CT-TYPE (WS-CT-IX) TO RPT-XD-TYPE.
            MOVE WS-CT-NAME (WS-CT-IX) TO RPT-XD-NAME.
            MOVE WS-CT-ORG (WS-CT-IX) TO RPT-XD-ORG.
            MOVE WS-CT-KL (WS-CT-IX) TO RPT-XD-KL.
            MOVE WS-CT-KO (WS-CT-IX) TO RPT-XD-KO.
            MOVE WS-CT-LM (WS-CT-IX) TO RPT-XD-LM.
            MOVE RPT-XDS TO RPT-REC.
            IF WS-CT-TYPE (WS-CT-IX) NOT = 'CLUSTER' THEN
                MOVE WS-CT-TYPE (WS-CT-IX) TO RPT-XR-TYPE
                MOVE WS-CT-NAME (WS-CT-IX) TO RPT-XR-NAME
                MOVE WS-CT-REL (WS-CT-IX) TO RPT-XR-REL
                MOVE RPT-XDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-XR-HITS.
            MOVE 0 TO WS-XR-IX.
        DSXXREFP.
            ADD 1 TO WS-XR-IX.
            IF WS-XR-IX GREATER THAN WS-XR-TOT THEN
                GO TO DSXXREFU.
            IF WS-XR-DS (WS-XR-IX) NOT = WS-CT-NAME (WS-CT-IX) THEN
                GO TO DSXXREFP.
            ADD 1 TO WS-XR-HITS.
            MOVE WS-XR-PGM (WS-XR-IX) TO RPT-XP-PGM.
            PERFORM DSXACC.
            MOVE WS-XR-STAT (WS-XR-IX) TO RPT-XP-STAT.
            MOVE RPT-XPGM TO RPT-REC.
            WRITE RPT-REC.
            GO TO DSXXREFP.
        DSXXREFU.
            IF WS-XR-HITS GREATER THAN 0
               OR WS-CT-USED (WS-CT-IX) = 'Y' THEN
                GO TO DSXXREFC.
            ADD 1 TO WS-UNUSED-TOT.
            MOVE SPACES TO RPT-XP-PGM.
            MOVE 'NOT USED BY ANY PROGRAM' TO RPT-XP-ACC.
            MOVE SPACES TO RPT-XP-STAT.
            MOVE RPT-XPGM TO RPT-REC.
            WRITE RPT-REC.
            GO TO DSXXREFC.
        DSXXREFN.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-NCHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-XR-IX.
        DSXXREFL.
            ADD 1 TO WS-XR-IX.
            IF WS-XR-IX GREATER THAN WS-XR-TOT THEN
                GO TO DSXXREFX.
            MOVE SPACES TO XO-REC.
            MOVE WS-XR-DS   (WS-XR-IX) TO XO-DS.
            MOVE WS-XR-PGM  (WS-XR-IX) TO XO-PGM.
            MOVE WS-XR-READ (WS-XR-IX) TO XO-READ.
            MOVE WS-XR-UPD  (WS-XR-IX) TO XO-UPD.
            MOVE WS-XR-CAT  (WS-XR-IX) TO XO-CAT.
            MOVE WS-XR-STAT (WS-XR-IX) TO XO-STAT.
            WRITE XO-REC.
            IF WS-XR-CAT (WS-XR-IX) = 'Y' THEN
                GO TO DSXXREFL.
            MOVE WS-XR-DS (WS-XR-IX) TO RPT-NC-DS.
            MOVE WS-XR-PGM (WS-XR-IX) TO RPT-NC-PGM.
            PERFORM DSXACC.
            MOVE RPT-XP-ACC TO RPT-NC-ACC.
            MOVE RPT-NCLINE TO RPT-REC.
            WRITE RPT-REC.
            GO TO DSXXREFL.
        DSXXREFX.
            EXIT.

      * DSXACC - THE ACCESS WORDS FOR CROSS-REFERENCE ENTRY WS-XR-IX
        DSXACC.
            MOVE 'NOT OPENED' TO RPT-XP-ACC.
            IF WS-XR-READ (WS-XR-IX) = 'Y' THEN
                MOVE 'READ' TO RPT-XP-ACC.
            IF WS-XR-UPD (WS-XR-IX) = 'Y' THEN
                MOVE 'UPDATE' TO RPT-XP-ACC.
            IF WS-XR-READ (WS-XR-IX) = 'Y'
               AND WS-XR-UPD (WS-XR-IX) = 'Y' THEN
                MOVE 'READ/UPDATE' TO RPT-XP-ACC.

      *****************************************************************
      * DSXTERM - THE TOTALS AND THE RETURN CODE
      *****************************************************************
        DSXTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-PGM-TOT TO RPT-TR-PGMS.
            MOVE WS-EXC-TOT TO RPT-TR-EXC.
            MOVE WS-UNUSED-TOT TO RPT-TR-UNUSED.
            MOVE WS-UNCAT-TOT TO RPT-TR-UNCAT.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE SRCIN.
            CLOSE RPTOUT.
            CLOSE XREFOUT.
            IF WS-EXC-TOT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE.
