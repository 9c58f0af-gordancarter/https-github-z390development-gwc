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
      * ORDER HISTORY RETENTION/ARCHIVE - ORDFILE
      *
      * RPI 1419 - ORDFILE ONLY EVER GREW, AND CUSTPRG1'S CUSTOMER
      * PURGE LEAVES ORDERS ALONE.  THIS RUN MOVES EVERY ORDER THAT IS
      * FINISHED WITH - CLOSED (CLS) OR CANCELLED (CAN) - AND WAS
      * ORDERED BEFORE THE RETENTION CUTOFF TO THE SEQUENTIAL ORDER
      * ARCHIVE ORDARCH, TOGETHER WITH ITS ORDLINE LINES AND ITS
      * ORDHIST STATUS HISTORY, AND REMOVES ALL THREE FROM THE ONLINE
      * FILES.  AN ORDER IN ANY OTHER STATUS - OPEN, HELD, SHIPPED BUT
      * NOT YET BILLED, INVOICED BUT NOT CLOSED - IS NEVER ARCHIVED,
      * HOWEVER OLD.
      *
      * BEFORE THE DETAIL GOES, THE ORDER IS ADDED TO ITS CUSTOMER'S
      * SUMMARY FOR THE YEAR ON ORDSUM (ORDSUM.CPY), SO THE CUSTRFM1
      * VALUE SEGMENTATION STILL SEES THE CUSTOMER'S WHOLE HISTORY.
      *
      * THE ARCHIVE IS BUILT LIKE CUSTPRG1'S ARCHOUT: A '*ARCHIVE'
      * HEADER (' ORDERS=' IN COLUMNS 9-16 MARKS IT AS AN ORDER
      * ARCHIVE, SO THE CUSTOMER-ARCHIVE READERS PASS OVER IT), THEN
      * 92-BYTE RECORDS - THE ORDER, ITS LINES AND ITS HISTORY, EACH
      * RECORD'S OWN LAYOUT IN COLUMNS 1-84 AND ITS KIND IN COLUMNS
      * 85-92 ('ORDER   ', 'LINE    ', 'HISTORY ').  EVERY RUN IS
      * REGISTERED IN ARCHREG (THE RPI 1383 REGISTRY) WITH THE
      * ARCHIVED ORDER-KEY RANGE, SO ONE ARCHIVE ID SEQUENCE COVERS
      * CUSTOMER AND ORDER ARCHIVES ALIKE.
      *
      * ORDACTL RECORD (COL 1-5): RETENTION AGE IN DAYS - A FINISHED
      * ORDER DATED MORE THAN THIS MANY DAYS BEFORE TODAY IS
      * ARCHIVED.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. ORDARC1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDACTL ASSIGN TO ORDACTL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT ORDLINE ASSIGN TO ORDLINE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORDL-KEY
                FILE STATUS IS WS-FSOL.
            SELECT ORDHIST ASSIGN TO ORDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORDH-KEY
                FILE STATUS IS WS-FSOH.
            SELECT ORDSUM ASSIGN TO ORDSUM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OSM-KEY
                FILE STATUS IS WS-FSOS.
            SELECT ORDARCH ASSIGN TO ORDARCH
                ORGANIZATION IS SEQUENTIAL.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARCHREG ASSIGN TO ARCHREG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRG.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDACTL
            RECORDING MODE IS F.
        01  CTL-REC               PIC X(80).

        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  ORDLINE
            RECORDING MODE IS F.
        01  ORDL-FILE-REC.
        COPY ORDLIN.

        FD  ORDHIST
            RECORDING MODE IS F.
        01  ORDH-FILE-REC.
        COPY ORDHST.

        FD  ORDSUM
            RECORDING MODE IS F.
        01  OSM-FILE-REC.
        COPY ORDSUM.

        FD  ORDARCH
            RECORDING MODE IS F.
        01  ARCH-REC.
            02  ARCH-BODY         PIC X(84).
            02  ARCH-KIND         PIC X(8).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(100).

        FD  ARCHREG
            RECORDING MODE IS F.
        01  REG-REC               PIC X(120).

        WORKING-STORAGE SECTION.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-FSOL               PIC X(2)   VALUE SPACES.
            88  WS-FSOL-OK                   VALUE '00'.
        77  WS-FSOH               PIC X(2)   VALUE SPACES.
            88  WS-FSOH-OK                   VALUE '00'.
        77  WS-FSOS               PIC X(2)   VALUE SPACES.
            88  WS-FSOS-OK                   VALUE '00'.
        77  WS-EOFOR              PIC X      VALUE 'N'.
            88  NO-MORE-ORD                  VALUE 'Y'.

        77  WS-AGE                PIC 9(5)   VALUE 0.
        77  WS-CUTOFF             PIC 9(7)   VALUE 0.
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-YEAR               PIC 9(4).

      * JULIAN 0CYYDDD / YYYYMMDD WORK FIELDS
        77  WS-CYY                PIC 9(3).
        77  WS-DDD                PIC 9(3).
        77  WS-YYYY               PIC 9(4).
        77  WS-YMD                PIC 9(8).

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-ARCH-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-DEL-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-LIVE-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-YOUNG-COUNT        PIC 9(7)   COMP-3 VALUE 0.
        77  WS-LINE-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-HIST-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-SUMNEW-COUNT       PIC 9(7)   COMP-3 VALUE 0.

      * WINDOW CONTROL TOTALS, REGISTERED THROUGH CTLTOT1 AT STEP END
      * FOR THE CTLBAL1 BALANCER (RPI 1394)
        77  WS-CT-STEP            PIC X(8)   VALUE 'ORDARC1 '.
        77  WS-CT-IN              PIC 9(8)   VALUE 0.
        77  WS-CT-OUT             PIC 9(8)   VALUE 0.
        77  WS-CT-REJ             PIC 9(8)   VALUE 0.

      * ARCHIVE REGISTRY WORK (THE CUSTPRG1 RPI 1383 REGISTRY LINE)
        77  WS-FSRG               PIC X(2)   VALUE SPACES.
        77  WS-REG-EOF            PIC X      VALUE 'N'.
        77  WS-ARCH-ID            PIC 9(4)   VALUE 0.
        77  WS-KEY-LO             PIC X(14)  VALUE HIGH-VALUES.
        77  WS-KEY-HI             PIC X(14)  VALUE LOW-VALUES.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).
        01  WS-REG-LINE.
            02  WS-REG-ID         PIC 9(4).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-REG-DATE       PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-REG-TIME       PIC 9(6).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-REG-CUTOFF     PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-REG-COUNT      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-REG-KEYLO      PIC X(30).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-REG-KEYHI      PIC X(30).

      * ARCHIVE HEADER - THE CUSTPRG1 LAYOUT, ' ORDERS=' WHERE A
      * CUSTOMER ARCHIVE HAS ' PURGED='
        01  ARCH-HEADER.
            02  FILLER            PIC X(8)   VALUE '*ARCHIVE'.
            02  FILLER            PIC X(9)   VALUE ' ORDERS='.
            02  ARCH-HDR-DATE     PIC 9(7).
            02  FILLER            PIC X(17)  VALUE ' ORDERED BEFORE ='.
            02  ARCH-HDR-CUTOFF   PIC 9(7).
            02  FILLER            PIC X(44)  VALUE SPACES.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'ORDARC1 - ORDER RETENTION ARCHIVE   0CYYDDD '.
            02  RPT-HDR-DATE      PIC 9(7).
            02  FILLER            PIC X(17)  VALUE ' ORDERED BEFORE ='.
            02  RPT-HDR-CUTOFF    PIC 9(7).
        01  RPT-DETAIL.
            02  FILLER            PIC X(9)   VALUE 'ARCHIVED '.
            02  RPT-DTL-CUST      PIC 9(8).
            02  FILLER            PIC X      VALUE '-'.
            02  RPT-DTL-ORD       PIC 9(6).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-STAT      PIC X(3).
            02  FILLER            PIC X(6)   VALUE ' DATE='.
            02  RPT-DTL-DATE      PIC 9(7).
            02  FILLER            PIC X(8)   VALUE ' AMOUNT='.
            02  RPT-DTL-AMT       PIC ZZZ,ZZZ,ZZ9.
            02  FILLER            PIC X(7)   VALUE ' LINES='.
            02  RPT-DTL-LINES     PIC ZZ9.
        01  RPT-TRAILER1.
            02  FILLER            PIC X(16)  VALUE 'ORDERS READ....='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' ARCHIVED......='.
            02  RPT-TRL-ARCH      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' DELETED.......='.
            02  RPT-TRL-DEL       PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'KEPT, NOT DONE.='.
            02  RPT-TRL-LIVE      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' KEPT, RECENT..='.
            02  RPT-TRL-YOUNG     PIC ZZZZZZ9.
        01  RPT-TRAILER3.
            02  FILLER            PIC X(16)  VALUE 'LINES ARCHIVED.='.
            02  RPT-TRL-LINE      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' HISTORY ARCH..='.
            02  RPT-TRL-HIST      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' NEW SUMMARIES.='.
            02  RPT-TRL-SUMNEW    PIC ZZZZZZ9.
        01  RPT-REGLINE.
            02  FILLER            PIC X(27)
                VALUE 'REGISTERED IN ARCHREG AS ID'.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-REG-ID        PIC 9(4).

        77  WS-ORD-LINES          PIC 9(3)   VALUE 0.

        PROCEDURE DIVISION.

            PERFORM ARCINIT.
            PERFORM ARCLOOP THRU ARCLOOPX UNTIL NO-MORE-ORD.
            PERFORM ARCTERM.
            STOP RUN.

      *****************************************************************
      * ARCINIT - THE RETENTION AGE AND CUTOFF DATE, THE FILES, THE
      * ARCHIVE HEADER AND THE REPORT HEADER
      *****************************************************************
        ARCINIT.
            OPEN INPUT ORDACTL.
            READ ORDACTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE ORDACTL.
            IF CTL-REC (1:5) IS NUMERIC THEN
                MOVE CTL-REC (1:5) TO WS-AGE
            ELSE
                DISPLAY 'ORDARC1 BAD OR MISSING AGE IN ORDACTL'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            PERFORM ARCCUT THRU ARCCUTX.
            OPEN I-O ORDFILE.
            IF NOT WS-FSOR-OK THEN
                DISPLAY 'ORDARC1 CANNOT OPEN ORDFILE, STATUS ' WS-FSOR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN I-O ORDLINE.
            IF NOT WS-FSOL-OK THEN
                DISPLAY 'ORDARC1 CANNOT OPEN ORDLINE, STATUS ' WS-FSOL
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN I-O ORDHIST.
            IF NOT WS-FSOH-OK THEN
                DISPLAY 'ORDARC1 CANNOT OPEN ORDHIST, STATUS ' WS-FSOH
                MOVE 16 TO RETURN-CODE
                STOP RUN.
      * FIRST RUN - ORDSUM IS CREATED EMPTY AND REOPENED FOR UPDATE
            OPEN I-O ORDSUM.
            IF WS-FSOS = '35' THEN
                OPEN OUTPUT ORDSUM
                CLOSE ORDSUM
                OPEN I-O ORDSUM.
            IF NOT WS-FSOS-OK THEN
                DISPLAY 'ORDARC1 CANNOT OPEN ORDSUM, STATUS ' WS-FSOS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT ORDARCH.
            OPEN OUTPUT RPTOUT.
            MOVE WS-TODAY   TO ARCH-HDR-DATE.
            MOVE WS-CUTOFF  TO ARCH-HDR-CUTOFF.
            MOVE ARCH-HEADER TO ARCH-REC.
            WRITE ARCH-REC.
            MOVE WS-TODAY   TO RPT-HDR-DATE.
            MOVE WS-CUTOFF  TO RPT-HDR-CUTOFF.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            PERFORM ORDREAD.

        ORDREAD.
            READ ORDFILE
                AT END MOVE 'Y' TO WS-EOFOR.
            IF NOT NO-MORE-ORD AND NOT WS-FSOR-OK THEN
                MOVE 'Y' TO WS-EOFOR.

      *****************************************************************
      * ARCCUT - THE CUTOFF: TODAY LESS THE RETENTION AGE, THROUGH
      * DATECALC ('SD'), BACK IN JULIAN 0CYYDDD FORM FOR COMPARING
      * WITH ORD-DATE
      *****************************************************************
        ARCCUT.
            DIVIDE WS-TODAY BY 1000 GIVING WS-CYY REMAINDER WS-DDD.
            COMPUTE WS-YYYY = 1900 + WS-CYY.
            MOVE 'AD' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE 0 TO WS-DC-DATE2.
            COMPUTE WS-DC-DAYS = WS-DDD - 1.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN GO TO ARCCUTE.
            MOVE 'SD' TO WS-DC-FUNC.
            MOVE WS-DC-RESULT TO WS-DC-DATE1.
            MOVE WS-AGE TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN GO TO ARCCUTE.
            MOVE WS-DC-RESULT TO WS-YMD.
            DIVIDE WS-YMD BY 10000 GIVING WS-YYYY.
            MOVE 'DF' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE WS-YMD TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN GO TO ARCCUTE.
            COMPUTE WS-CUTOFF = (WS-YYYY - 1900) * 1000
                + WS-DC-DAYS + 1.
            GO TO ARCCUTX.
        ARCCUTE.
            DISPLAY 'ORDARC1 CANNOT COMPUTE THE CUTOFF THROUGH DATECALC'
            MOVE 16 TO RETURN-CODE
            STOP RUN.
        ARCCUTX.
            EXIT.

      *****************************************************************
      * ARCLOOP - ONE ORDER PER PASS: ARCHIVE IT IF IT IS FINISHED
      * AND OLD ENOUGH, OTHERWISE COUNT WHY IT STAYS
      *****************************************************************
        ARCLOOP.
            ADD 1 TO WS-READ-COUNT.
            IF ORD-STAT NOT = 'CLS' AND ORD-STAT NOT = 'CAN' THEN
                ADD 1 TO WS-LIVE-COUNT
                GO TO ARCNEXT.
            IF ORD-DATE NOT LESS THAN WS-CUTOFF THEN
                ADD 1 TO WS-YOUNG-COUNT
                GO TO ARCNEXT.
            PERFORM ARCSUM THRU ARCSUMX.
            PERFORM ARCORD THRU ARCORDX.
        ARCNEXT.
            PERFORM ORDREAD.
        ARCLOOPX.
            EXIT.

      *****************************************************************
      * ARCSUM - ADD THE ORDER TO ITS CUSTOMER'S YEAR ON ORDSUM
      * BEFORE ANY DETAIL IS REMOVED
      *****************************************************************
        ARCSUM.
            DIVIDE ORD-DATE BY 1000 GIVING WS-CYY.
            COMPUTE WS-YEAR = 1900 + WS-CYY.
            MOVE ORD-CUSTNO TO OSM-CUSTNO.
            MOVE WS-YEAR    TO OSM-YEAR.
            READ ORDSUM.
            IF NOT WS-FSOS-OK THEN
                MOVE ORD-CUSTNO TO OSM-CUSTNO
                MOVE WS-YEAR    TO OSM-YEAR
                MOVE 0 TO OSM-ORDERS OSM-CANCEL OSM-GOODS OSM-TAX
                MOVE 0 TO OSM-FIRST OSM-LAST
                MOVE SPACES TO OSM-NAME.
            IF ORD-STAT = 'CAN' THEN
                ADD 1 TO OSM-CANCEL
                GO TO ARCSUMW.
            ADD 1       TO OSM-ORDERS.
            ADD ORD-AMT TO OSM-GOODS.
            ADD ORD-TAX TO OSM-TAX.
            IF OSM-FIRST = 0 OR ORD-DATE LESS THAN OSM-FIRST THEN
                MOVE ORD-DATE TO OSM-FIRST.
            IF ORD-DATE NOT LESS THAN OSM-LAST THEN
                MOVE ORD-DATE TO OSM-LAST
                MOVE ORD-NAME TO OSM-NAME.
        ARCSUMW.
            MOVE WS-TODAY TO OSM-UPDATED.
            IF WS-FSOS-OK THEN
                REWRITE OSM-FILE-REC
            ELSE
                WRITE OSM-FILE-REC
                ADD 1 TO WS-SUMNEW-COUNT.
        ARCSUMX.
            EXIT.

      *****************************************************************
      * ARCORD - THE ORDER, THEN ITS LINES, THEN ITS HISTORY TO THE
      * ARCHIVE, EACH REMOVED FROM ITS ONLINE FILE AS IT GOES
      *****************************************************************
        ARCORD.
            ADD 1 TO WS-ARCH-COUNT.
            IF ORD-KEY LESS THAN WS-KEY-LO THEN
                MOVE ORD-KEY TO WS-KEY-LO.
            IF ORD-KEY GREATER THAN WS-KEY-HI THEN
                MOVE ORD-KEY TO WS-KEY-HI.
            MOVE SPACES TO ARCH-REC.
            MOVE ORD-REC TO ARCH-BODY.
            MOVE 'ORDER   ' TO ARCH-KIND.
            WRITE ARCH-REC.
            MOVE 0 TO WS-ORD-LINES.
            MOVE ORD-CUSTNO TO ORDL-CUSTNO.
            MOVE ORD-NUM    TO ORDL-NUM.
            MOVE 0          TO ORDL-LINE.
            START ORDLINE KEY NOT LESS THAN ORDL-KEY.
            IF NOT WS-FSOL-OK THEN GO TO ARCORDH.
        ARCORDL.
            READ ORDLINE NEXT RECORD
                AT END GO TO ARCORDH.
            IF ORDL-CUSTNO NOT = ORD-CUSTNO
               OR ORDL-NUM NOT = ORD-NUM THEN
                GO TO ARCORDH.
            MOVE SPACES TO ARCH-REC.
            MOVE ORDL-REC TO ARCH-BODY.
            MOVE 'LINE    ' TO ARCH-KIND.
            WRITE ARCH-REC.
            DELETE ORDLINE RECORD.
            ADD 1 TO WS-ORD-LINES.
            ADD 1 TO WS-LINE-COUNT.
            GO TO ARCORDL.
        ARCORDH.
            MOVE ORD-CUSTNO TO ORDH-CUSTNO.
            MOVE ORD-NUM    TO ORDH-NUM.
            MOVE 0          TO ORDH-DATE.
            MOVE 0          TO ORDH-TIME.
            START ORDHIST KEY NOT LESS THAN ORDH-KEY.
            IF NOT WS-FSOH-OK THEN GO TO ARCORDD.
        ARCORDHL.
            READ ORDHIST NEXT RECORD
                AT END GO TO ARCORDD.
            IF ORDH-CUSTNO NOT = ORD-CUSTNO
               OR ORDH-NUM NOT = ORD-NUM THEN
                GO TO ARCORDD.
            MOVE SPACES TO ARCH-REC.
            MOVE ORDH-REC TO ARCH-BODY.
            MOVE 'HISTORY ' TO ARCH-KIND.
            WRITE ARCH-REC.
            DELETE ORDHIST RECORD.
            ADD 1 TO WS-HIST-COUNT.
            GO TO ARCORDHL.
        ARCORDD.
            MOVE SPACES TO RPT-REC.
            MOVE ORD-CUSTNO   TO RPT-DTL-CUST.
            MOVE ORD-NUM      TO RPT-DTL-ORD.
            MOVE ORD-STAT     TO RPT-DTL-STAT.
            MOVE ORD-DATE     TO RPT-DTL-DATE.
            MOVE ORD-AMT      TO RPT-DTL-AMT.
            MOVE WS-ORD-LINES TO RPT-DTL-LINES.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            DELETE ORDFILE RECORD.
            IF WS-FSOR-OK THEN
                ADD 1 TO WS-DEL-COUNT.
        ARCORDX.
            EXIT.

        ARCTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-READ-COUNT  TO RPT-TRL-READ.
            MOVE WS-ARCH-COUNT  TO RPT-TRL-ARCH.
            MOVE WS-DEL-COUNT   TO RPT-TRL-DEL.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-LIVE-COUNT  TO RPT-TRL-LIVE.
            MOVE WS-YOUNG-COUNT TO RPT-TRL-YOUNG.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-LINE-COUNT  TO RPT-TRL-LINE.
            MOVE WS-HIST-COUNT  TO RPT-TRL-HIST.
            MOVE WS-SUMNEW-COUNT TO RPT-TRL-SUMNEW.
            MOVE RPT-TRAILER3 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE ORDFILE.
            CLOSE ORDLINE.
            CLOSE ORDHIST.
            CLOSE ORDSUM.
            CLOSE ORDARCH.
            PERFORM ARCREG THRU ARCREGX.
            MOVE SPACES TO RPT-REC.
            MOVE WS-ARCH-ID TO RPT-REG-ID.
            MOVE RPT-REGLINE TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
      * THE STEP'S CONTROL TOTALS: READ = DELETED + KEPT
            MOVE WS-READ-COUNT TO WS-CT-IN.
            MOVE WS-DEL-COUNT  TO WS-CT-OUT.
            COMPUTE WS-CT-REJ = WS-LIVE-COUNT + WS-YOUNG-COUNT.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.

      *****************************************************************
      * ARCREG - REGISTER THIS RUN'S ARCHIVE (THE CUSTPRG1 PRGREG
      * RULE).  THE ID IS ONE PAST THE REGISTRY'S CURRENT LINE
      * COUNT, THEN THE LINE IS APPENDED; THE KEY RANGE IS THE
      * ARCHIVED ORDER KEYS (CUSTOMER NUMBER + ORDER NUMBER).
      *****************************************************************
        ARCREG.
            MOVE 0 TO WS-ARCH-ID.
            MOVE 'N' TO WS-REG-EOF.
            OPEN INPUT ARCHREG.
            IF WS-FSRG NOT = '00' THEN GO TO ARCREGW.
        ARCREGC.
            READ ARCHREG
                AT END MOVE 'Y' TO WS-REG-EOF.
            IF WS-REG-EOF = 'N' THEN
                ADD 1 TO WS-ARCH-ID
                GO TO ARCREGC.
            CLOSE ARCHREG.
        ARCREGW.
            ADD 1 TO WS-ARCH-ID.
            OPEN EXTEND ARCHREG.
            IF WS-FSRG = '35' THEN
                OPEN OUTPUT ARCHREG.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-ARCH-ID    TO WS-REG-ID.
            MOVE WS-TODAY      TO WS-REG-DATE.
            MOVE WS-TIME-HMS   TO WS-REG-TIME.
            MOVE WS-CUTOFF     TO WS-REG-CUTOFF.
            MOVE WS-ARCH-COUNT TO WS-REG-COUNT.
            MOVE SPACES TO WS-REG-KEYLO WS-REG-KEYHI.
            IF WS-ARCH-COUNT GREATER THAN 0 THEN
                MOVE WS-KEY-LO TO WS-REG-KEYLO
                MOVE WS-KEY-HI TO WS-REG-KEYHI.
            MOVE SPACES TO REG-REC.
            MOVE WS-REG-LINE TO REG-REC.
            WRITE REG-REC.
            CLOSE ARCHREG.
        ARCREGX.
            EXIT.
