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
      * POINT-IN-TIME RECOVERY PLANNER - BKPCAT/JRNGMAN DRIVEN
      *
      * RPI 1422 - WHEN A BAD RUN CORRUPTS A FILE AT 14:10 WHAT IS
      * WANTED IS THE FILE AS IT STOOD AT 14:09.  PITCTL NAMES THE
      * FILE (COL 1-8: MYFILE06, MYFILE07 OR MYFILE08) AND THE
      * TARGET (COL 10-16 JULIAN 0CYYDDD DATE, COL 18-23 HHMMSS
      * TIME).  THIS STEP WORKS OUT THE RECOVERY:
      *
      *   - THE IMAGE COPY TO START FROM: THE LATEST VSAMBKP1 BACKUP
      *     OF THE FILE IN THE BKPCAT CATALOG TAKEN BEFORE THE TARGET
      *   - THE JOURNAL GENERATIONS TO REPLAY: FROM THE JRNGMAN
      *     MANIFEST VSAMJSW1 KEEPS, EVERY GENERATION FROM THE FIRST
      *     WHOSE JOURNAL RUNS TO THE BACKUP DATE OR LATER, THROUGH
      *     THE LAST THAT STARTS ON OR BEFORE THE TARGET DATE; WHEN
      *     THE TARGET FALLS AFTER THE LAST SWITCHED GENERATION, THE
      *     LIVE VJRN JOURNAL IS NEEDED BEHIND THEM
      *
      * THE PLAN IS PRINTED (THE BACKUP TO RESTORE AND EACH
      * GENERATION TO CONCATENATE, IN ORDER) AND WRITTEN TO PITPLAN
      * (PITPLAN.CPY).  THE RECOVERY IS THEN VSAMRST1 FROM THAT
      * BACKUP, AND VSAMFRR1 WITH PITPLAN AS ITS FRRCTL - WHICH
      * REPLAYS ONLY THE NAMED FILE, ONLY JOURNAL RECORDS STAMPED
      * AFTER THE BACKUP, AND STOPS AT THE LAST RECORD STAMPED
      * BEFORE THE TARGET.
      *
      * RETURN CODE 0 = PLAN WRITTEN, 8 = NO BACKUP OF THE FILE
      * BEFORE THE TARGET (NOTHING TO RECOVER FROM), 16 = BAD
      * CONTROL INPUT.
      *
        PROGRAM-ID. VSAMPIT1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PITCTL ASSIGN TO PITCTL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BKPCAT ASSIGN TO BKPCAT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCT.
            SELECT JRNGMAN ASSIGN TO JRNGMAN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSMN.
            SELECT PITPLAN ASSIGN TO PITPLAN
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  PITCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-FILE          PIC X(8).
            02  FILLER            PIC X.
            02  CTL-DATE          PIC X(7).
            02  FILLER            PIC X.
            02  CTL-TIME          PIC X(6).
            02  FILLER            PIC X(57).

      * THE VSAMBKP1 CATALOG LINE
        FD  BKPCAT
            RECORDING MODE IS F.
        01  CAT-REC.
            02  CAT-FILE          PIC X(8).
            02  FILLER            PIC X.
            02  CAT-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  CAT-TIME          PIC 9(6).
            02  FILLER            PIC X.
            02  CAT-COUNT         PIC 9(8).
            02  FILLER            PIC X.
            02  CAT-CHKSUM        PIC 9(9).
            02  FILLER            PIC X(38).

      * THE VSAMJSW1 MANIFEST - '*GEN ' SUMMARY LINES ARE THE ONES
      * THAT MATTER HERE; THE FILE/FUNCTION DETAIL LINES ARE PASSED
        FD  JRNGMAN
            RECORDING MODE IS F.
        01  MAN-REC.
            02  MAN-EYE           PIC X(5).
            02  MAN-NUM           PIC 9(4).
            02  FILLER            PIC X(6).
            02  MAN-LO            PIC 9(7).
            02  FILLER            PIC X(4).
            02  MAN-HI            PIC 9(7).
            02  FILLER            PIC X(6).
            02  MAN-CNT           PIC 9(8).
            02  FILLER            PIC X(33).

        FD  PITPLAN
            RECORDING MODE IS F.
        01  PIT-FILE-REC.
        COPY PITPLAN.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSCT               PIC X(2)   VALUE SPACES.
        77  WS-FSMN               PIC X(2)   VALUE SPACES.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  AT-EOF                       VALUE 'Y'.

      * STAMPS AS DATE * 10**7 + TIME, SO ONE COMPARE ORDERS THEM
        77  WS-TGT-STAMP          PIC 9(14)  VALUE 0.
        77  WS-CAT-STAMP          PIC 9(14)  VALUE 0.
        77  WS-BKP-STAMP          PIC 9(14)  VALUE 0.
        77  WS-TGT-DATE           PIC 9(7)   VALUE 0.
        77  WS-TGT-TIME           PIC 9(7)   VALUE 0.
        77  WS-BKP-DATE           PIC 9(7)   VALUE 0.
        77  WS-BKP-TIME           PIC 9(7)   VALUE 0.
        77  WS-BKP-COUNT          PIC 9(8)   VALUE 0.
        77  WS-BKP-FOUND          PIC X      VALUE 'N'.

        77  WS-GEN-LO             PIC 9(4)   VALUE 0.
        77  WS-GEN-HI             PIC 9(4)   VALUE 0.
        77  WS-GEN-CNT            PIC 9(4)   VALUE 0.
        77  WS-LAST-HI            PIC 9(7)   VALUE 0.
        77  WS-JRN-RECS           PIC 9(9)   VALUE 0.
        77  WS-LIVE               PIC X      VALUE 'N'.

        01  RPT-HDRLINE           PIC X(48)
            VALUE 'VSAMPIT1 - POINT-IN-TIME RECOVERY PLAN'.
        01  RPT-TGTLINE.
            02  FILLER            PIC X(12)  VALUE 'RECOVER FILE'.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-TGT-FILE      PIC X(8).
            02  FILLER            PIC X(15)  VALUE ' AS AT 0CYYDDD '.
            02  RPT-TGT-DATE      PIC 9(7).
            02  FILLER            PIC X(9)   VALUE ' 0HHMMSS '.
            02  RPT-TGT-TIME      PIC 9(7).
        01  RPT-BKPLINE.
            02  FILLER            PIC X(28)
                VALUE '1. VSAMRST1 FROM THE BACKUP '.
            02  RPT-BKP-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-BKP-TIME      PIC 9(6).
            02  FILLER            PIC X(8)   VALUE ' RECORDS'.
            02  RPT-BKP-CNT       PIC ZZZZZZZ9.
        01  RPT-GENHDR            PIC X(60) VALUE
            '2. VSAMFRR1 (PITPLAN AS FRRCTL) OVER THESE GENERATIONS:'.
        01  RPT-GENLINE.
            02  FILLER            PIC X(14)  VALUE '   GENERATION '.
            02  RPT-GEN-NUM       PIC 9(4).
            02  FILLER            PIC X(6)   VALUE ' FROM='.
            02  RPT-GEN-LO        PIC 9(7).
            02  FILLER            PIC X(4)   VALUE ' TO='.
            02  RPT-GEN-HI        PIC 9(7).
            02  FILLER            PIC X(6)   VALUE ' RECS='.
            02  RPT-GEN-CNT       PIC ZZZZZZZ9.
        01  RPT-LIVELINE          PIC X(60) VALUE
            '   THEN THE LIVE VJRN JOURNAL (TARGET IS AFTER THE LAST'.
        01  RPT-LIVELIN2          PIC X(60) VALUE
            '   SWITCHED GENERATION)'.
        01  RPT-NOGEN             PIC X(60) VALUE
            '   NO SWITCHED GENERATION - THE LIVE VJRN JOURNAL ONLY'.
        01  RPT-TOTLINE.
            02  FILLER            PIC X(23)
                VALUE 'JOURNAL RECORDS TO SCAN'.
            02  FILLER            PIC X      VALUE '='.
            02  RPT-TOT-RECS      PIC ZZZZZZZZ9.
        01  RPT-NOBKP.
            02  FILLER            PIC X(30)
                VALUE 'NO BACKUP IN BKPCAT OF '.
            02  RPT-NOB-FILE      PIC X(8).
            02  FILLER            PIC X(22)
                VALUE ' TAKEN BEFORE TARGET'.

        PROCEDURE DIVISION.

            PERFORM PITINIT.
            PERFORM PITBKP THRU PITBKPX.
            PERFORM PITGEN THRU PITGENX.
            PERFORM PITTERM.
            STOP RUN.

      *****************************************************************
      * PITINIT - THE FILE AND TARGET STAMP
      *****************************************************************
        PITINIT.
            OPEN INPUT PITCTL.
            READ PITCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE PITCTL.
            IF CTL-FILE NOT = 'MYFILE06' AND CTL-FILE NOT = 'MYFILE07'
               AND CTL-FILE NOT = 'MYFILE08' THEN
                DISPLAY 'VSAMPIT1 PITCTL NAMES NO RECOVERABLE FILE'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF CTL-DATE IS NOT NUMERIC OR CTL-TIME IS NOT NUMERIC THEN
                DISPLAY 'VSAMPIT1 PITCTL TARGET DATE/TIME NOT NUMERIC'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE CTL-DATE TO WS-TGT-DATE.
            MOVE CTL-TIME TO WS-TGT-TIME.
            COMPUTE WS-TGT-STAMP = WS-TGT-DATE * 10000000
                + WS-TGT-TIME.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE CTL-FILE    TO RPT-TGT-FILE.
            MOVE WS-TGT-DATE TO RPT-TGT-DATE.
            MOVE WS-TGT-TIME TO RPT-TGT-TIME.
            MOVE RPT-TGTLINE TO RPT-REC.
            WRITE RPT-REC.

      *****************************************************************
      * PITBKP - THE LATEST CATALOGED BACKUP OF THE FILE BEFORE THE
      * TARGET.  NONE MEANS THERE IS NOTHING TO RECOVER FROM.
      *****************************************************************
        PITBKP.
            OPEN INPUT BKPCAT.
            IF WS-FSCT NOT = '00' THEN GO TO PITBKPN.
            MOVE 'N' TO WS-EOF.
        PITBKPL.
            READ BKPCAT
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO PITBKPC.
            IF CAT-FILE NOT = CTL-FILE THEN GO TO PITBKPL.
            IF CAT-DATE IS NOT NUMERIC OR CAT-TIME IS NOT NUMERIC THEN
                GO TO PITBKPL.
            COMPUTE WS-CAT-STAMP = CAT-DATE * 10000000 + CAT-TIME.
            IF WS-CAT-STAMP NOT LESS THAN WS-TGT-STAMP THEN
                GO TO PITBKPL.
            IF WS-BKP-FOUND = 'Y'
               AND WS-CAT-STAMP NOT GREATER THAN WS-BKP-STAMP THEN
                GO TO PITBKPL.
            MOVE 'Y' TO WS-BKP-FOUND.
            MOVE WS-CAT-STAMP TO WS-BKP-STAMP.
            MOVE CAT-DATE  TO WS-BKP-DATE.
            MOVE CAT-TIME  TO WS-BKP-TIME.
            MOVE CAT-COUNT TO WS-BKP-COUNT.
            GO TO PITBKPL.
        PITBKPC.
            CLOSE BKPCAT.
            IF WS-BKP-FOUND = 'Y' THEN GO TO PITBKPX.
        PITBKPN.
            MOVE SPACES TO RPT-REC.
            MOVE CTL-FILE TO RPT-NOB-FILE.
            MOVE RPT-NOBKP TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
        PITBKPX.
            EXIT.

      *****************************************************************
      * PITGEN - THE GENERATIONS BETWEEN THE BACKUP AND THE TARGET,
      * IN MANIFEST (= GENERATION) ORDER.  THE MANIFEST CARRIES
      * DATES ONLY, SO A GENERATION SPANNING THE BACKUP OR TARGET
      * DATE IS TAKEN WHOLE - VSAMFRR1 TRIMS IT TO THE SECOND.
      *****************************************************************
        PITGEN.
            MOVE SPACES TO RPT-REC.
            MOVE WS-BKP-DATE  TO RPT-BKP-DATE.
            MOVE WS-BKP-TIME  TO RPT-BKP-TIME.
            MOVE WS-BKP-COUNT TO RPT-BKP-CNT.
            MOVE RPT-BKPLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-GENHDR TO RPT-REC.
            WRITE RPT-REC.
            OPEN INPUT JRNGMAN.
            IF WS-FSMN NOT = '00' THEN GO TO PITGENE.
            MOVE 'N' TO WS-EOF.
        PITGENL.
            READ JRNGMAN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO PITGENC.
            IF MAN-EYE NOT = '*GEN ' THEN GO TO PITGENL.
            IF MAN-HI GREATER THAN WS-LAST-HI THEN
                MOVE MAN-HI TO WS-LAST-HI.
            IF MAN-HI LESS THAN WS-BKP-DATE
               OR MAN-LO GREATER THAN WS-TGT-DATE THEN
                GO TO PITGENL.
            IF WS-GEN-CNT = 0 THEN
                MOVE MAN-NUM TO WS-GEN-LO.
            MOVE MAN-NUM TO WS-GEN-HI.
            ADD 1 TO WS-GEN-CNT.
            ADD MAN-CNT TO WS-JRN-RECS.
            MOVE SPACES TO RPT-REC.
            MOVE MAN-NUM TO RPT-GEN-NUM.
            MOVE MAN-LO  TO RPT-GEN-LO.
            MOVE MAN-HI  TO RPT-GEN-HI.
            MOVE MAN-CNT TO RPT-GEN-CNT.
            MOVE RPT-GENLINE TO RPT-REC.
            WRITE RPT-REC.
            GO TO PITGENL.
        PITGENC.
            CLOSE JRNGMAN.
        PITGENE.
      * THE TARGET IS PAST EVERYTHING SWITCHED SO FAR - THE REST OF
      * THE HISTORY IS STILL IN THE LIVE JOURNAL
            IF WS-TGT-DATE NOT LESS THAN WS-LAST-HI THEN
                MOVE 'Y' TO WS-LIVE.
            IF WS-GEN-CNT = 0 THEN
                MOVE 'Y' TO WS-LIVE
                MOVE RPT-NOGEN TO RPT-REC
                WRITE RPT-REC
                GO TO PITGENX.
            IF WS-LIVE = 'Y' THEN
                MOVE RPT-LIVELINE TO RPT-REC
                WRITE RPT-REC
                MOVE RPT-LIVELIN2 TO RPT-REC
                WRITE RPT-REC.
        PITGENX.
            EXIT.

      *****************************************************************
      * PITTERM - THE PLAN RECORD FOR VSAMFRR1
      *****************************************************************
        PITTERM.
            MOVE SPACES TO PIT-REC.
            MOVE '*PITPLAN'  TO PIT-EYE.
            MOVE CTL-FILE    TO PIT-FILE.
            MOVE WS-TGT-DATE TO PIT-TGT-DATE.
            MOVE WS-TGT-TIME TO PIT-TGT-TIME.
            MOVE WS-BKP-DATE TO PIT-BKP-DATE.
            MOVE WS-BKP-TIME TO PIT-BKP-TIME.
            MOVE WS-GEN-LO   TO PIT-GEN-LO.
            MOVE WS-GEN-HI   TO PIT-GEN-HI.
            MOVE WS-LIVE     TO PIT-LIVE.
            OPEN OUTPUT PITPLAN.
            WRITE PIT-FILE-REC.
            CLOSE PITPLAN.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-JRN-RECS TO RPT-TOT-RECS.
            MOVE RPT-TOTLINE TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
