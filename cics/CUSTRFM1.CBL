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
      * CUSTOMER VALUE SEGMENTATION (RECENCY/FREQUENCY/MONETARY)
      *
      * RPI 1418 - NIGHTLY.  READS THE WHOLE ORDFILE (IN KEY ORDER, SO
      * EACH CUSTOMER'S ORDERS ARRIVE TOGETHER) AND BUILDS ONE
      * LIFETIME SUMMARY PER CUSTOMER NUMBER: FIRST AND LAST ORDER
      * DATE, ORDER COUNT AND GOODS TOTAL.  CANCELLED ORDERS ARE NOT
      * BUSINESS AND ARE LEFT OUT.  THE SUMMARIES ARE THEN RANKED
      * THREE TIMES - ON LAST ORDER DATE, ON ORDER COUNT, ON TOTAL -
      * AND EACH RANKING CUT INTO FIFTHS FOR THE QUINTILE SCORES
      * (1 = BOTTOM FIFTH, 5 = TOP).  CUSTOMERS TIED ON A VALUE GET
      * THE SAME SCORE, THE ONE THE FIRST OF THEM RANKED INTO.  THE
      * SCORES PLACE EACH CUSTOMER IN A SEGMENT, TAKEN IN THIS ORDER:
      *
      *    CHAMPION  RECENCY, FREQUENCY AND VALUE ALL 4 OR 5
      *    AT RISK   RECENCY 1-2, FREQUENCY OR VALUE 3 OR BETTER
      *    LOST      RECENCY 1-2
      *    LOYAL     FREQUENCY 4 OR 5
      *    NEW       RECENCY 5, FREQUENCY 1-2
      *    REGULAR   EVERYONE ELSE
      *
      * SUMMARY, SCORES AND SEGMENT GO TO THE CUSTVAL KSDS
      * (CVALREC.CPY), REBUILT FROM SCRATCH, WHICH TESTCMN3 SHOWS ON
      * INQUIRY.  THE REPORT LISTS THE TOP 50 CUSTOMERS BY VALUE, THEN
      * THE CUSTOMER COUNT AND REVENUE OF EACH SEGMENT.
      *
      * THE THREE RANKINGS ARE THREE SORTS OF THE SAME SUMMARY RECORD,
      * PASSED BETWEEN THEM ON THE RFMWK1/RFMWK2 WORK FILES.
      *
      * RPI 1419 - ORDERS ORDARC1 HAS ARCHIVED OFF ORDFILE LIVE ON AS
      * YEARLY TOTALS ON ORDSUM (ORDSUM.CPY), READ HERE IN STEP WITH
      * ORDFILE (BOTH ARE IN CUSTOMER-NUMBER ORDER) AND FOLDED INTO
      * THE SAME LIFETIME SUMMARY, SO ARCHIVING NEVER CHANGES A
      * CUSTOMER'S SCORES.  A CUSTOMER WHOSE ORDERS ARE ALL ARCHIVED
      * IS STILL SUMMARISED.  NO ORDSUM YET (BEFORE THE FIRST ORDARC1
      * RUN) SIMPLY MEANS NO ARCHIVED YEARS.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. CUSTRFM1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT ORDSUM ASSIGN TO ORDSUM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OSM-KEY
                FILE STATUS IS WS-FSOS.
            SELECT SORTWK ASSIGN TO SORTWK.
            SELECT RFMWK1 ASSIGN TO RFMWK1
                ORGANIZATION IS SEQUENTIAL.
            SELECT RFMWK2 ASSIGN TO RFMWK2
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTVAL ASSIGN TO CUSTVAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CV-CUSTNO
                FILE STATUS IS WS-FSCV.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  ORDSUM
            RECORDING MODE IS F.
        01  OSM-FILE-REC.
        COPY ORDSUM.

        SD  SORTWK.
        01  SORT-REC.
            02  SRT-CUSTNO        PIC 9(8).
            02  SRT-FIRST         PIC 9(7).
            02  SRT-LAST          PIC 9(7).
            02  SRT-COUNT         PIC 9(5).
            02  SRT-TOTAL         PIC 9(11).
            02  SRT-RSCORE        PIC 9.
            02  SRT-FSCORE        PIC 9.
            02  SRT-NAME          PIC X(40).

        FD  RFMWK1
            RECORDING MODE IS F.
        01  WK1-REC               PIC X(80).

        FD  RFMWK2
            RECORDING MODE IS F.
        01  WK2-REC               PIC X(80).

        FD  CUSTVAL
            RECORDING MODE IS F.
        01  CV-FILE-REC.
        COPY CVALREC.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(100).

        WORKING-STORAGE SECTION.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-FSCV               PIC X(2)   VALUE SPACES.
            88  WS-FSCV-OK                   VALUE '00'.
        77  WS-EOFOR              PIC X      VALUE 'N'.
            88  NO-MORE-ORD                  VALUE 'Y'.
        77  WS-FSOS               PIC X(2)   VALUE SPACES.
            88  WS-FSOS-OK                   VALUE '00'.
        77  WS-EOFOS              PIC X      VALUE 'N'.
            88  NO-MORE-OSM                  VALUE 'Y'.
        77  WS-OSM-OPEN           PIC X      VALUE 'N'.
        77  WS-SORT-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-SORT                 VALUE 'Y'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.

      * ONE CUSTOMER'S SUMMARY, BUILT ACROSS ITS ORDERS
        01  WS-SUM.
            02  WS-SUM-CUSTNO     PIC 9(8).
            02  WS-SUM-FIRST      PIC 9(7).
            02  WS-SUM-LAST       PIC 9(7).
            02  WS-SUM-COUNT      PIC 9(5).
            02  WS-SUM-TOTAL      PIC 9(11).
            02  WS-SUM-RSCORE     PIC 9.
            02  WS-SUM-FSCORE     PIC 9.
            02  WS-SUM-NAME       PIC X(40).

      * RANKING WORK - POSITION IN THE CURRENT SORT, THE VALUE THE
      * LAST SCORE WAS CUT FOR, AND THE SCORE
        77  WS-RANK               PIC 9(7)   COMP-3 VALUE 0.
        77  WS-VAL                PIC 9(11)  VALUE 0.
        77  WS-PREV-VAL           PIC 9(11)  VALUE 0.
        77  WS-FIFTH              PIC 9(7)   COMP-3.
        77  WS-SCORE              PIC 9      VALUE 0.
        77  WS-MSCORE             PIC 9      VALUE 0.

        77  WS-ORD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CAN-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CUST-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-OSM-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-GRAND-REV          PIC 9(13)  COMP-3 VALUE 0.

      * SEGMENTS IN RULE ORDER, WITH THEIR CUSTOMERS AND REVENUE
        01  WS-SEG-NAMES.
            02  FILLER            PIC X(24)
                VALUE 'CHAMPIONLOYAL   NEW     '.
            02  FILLER            PIC X(24)
                VALUE 'AT RISK LOST    REGULAR '.
        01  FILLER REDEFINES WS-SEG-NAMES.
            02  WS-SEG-NAME       PIC X(8)   OCCURS 6 TIMES.
        01  WS-SEG-TABLE.
            02  WS-SEG-ENTRY      OCCURS 6 TIMES.
                03  WS-SEG-CUST   PIC 9(7)   COMP-3.
                03  WS-SEG-REV    PIC 9(13)  COMP-3.
        77  WS-SEG-IX             PIC 9(2)   COMP.
        77  WS-DOLLARS            PIC 9(11)V99.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'CUSTRFM1 - CUSTOMER VALUE SEGMENTS  0CYYDDD '.
            02  RPT-HDR-DATE      PIC 9(7).
        01  RPT-TOPHDR            PIC X(40)
            VALUE 'TOP 50 CUSTOMERS BY LIFETIME VALUE'.
        01  RPT-COLHDR.
            02  FILLER            PIC X(45)
                VALUE 'RANK CUSTOMER NAME                          '.
            02  FILLER            PIC X(45)
                VALUE ' ORDERS     TOTAL VALUE LAST ORD RFM SEGMENT'.
        01  RPT-DETAIL.
            02  RPT-DTL-RANK      PIC ZZ9.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-DTL-CUST      PIC 9(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-NAME      PIC X(30).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-ORDS      PIC ZZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-LAST      PIC 9(7).
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-DTL-R         PIC 9.
            02  RPT-DTL-F         PIC 9.
            02  RPT-DTL-M         PIC 9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-SEG       PIC X(8).
        01  RPT-SEGHDR            PIC X(40)
            VALUE 'SEGMENT   CUSTOMERS            REVENUE'.
        01  RPT-SEGLINE.
            02  RPT-SEG-NAME      PIC X(8).
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-SEG-CUST      PIC ZZZZZZ9.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-SEG-REV       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'ORDERS READ....='.
            02  RPT-TRL-ORD       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' CANCELLED.....='.
            02  RPT-TRL-CAN       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' CUSTOMERS.....='.
            02  RPT-TRL-CUST      PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'ARCHIVED YEARS.='.
            02  RPT-TRL-OSM       PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM RFMINIT.
            SORT SORTWK
                ON ASCENDING KEY SRT-LAST
                INPUT PROCEDURE IS RFMIN
                OUTPUT PROCEDURE IS RFMROUT.
            SORT SORTWK
                ON ASCENDING KEY SRT-COUNT
                USING RFMWK1
                OUTPUT PROCEDURE IS RFMFOUT.
            SORT SORTWK
                ON DESCENDING KEY SRT-TOTAL
                USING RFMWK2
                OUTPUT PROCEDURE IS RFMMOUT.
            PERFORM RFMTERM.
            STOP RUN.

      *****************************************************************
      * RFMINIT - OPEN THE FILES, ZERO THE SEGMENT TOTALS
      *****************************************************************
        RFMINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            OPEN INPUT ORDFILE.
            IF NOT WS-FSOR-OK THEN
                DISPLAY 'CUSTRFM1 CANNOT OPEN ORDFILE, STATUS ' WS-FSOR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
      * ORDSUM IS OPTIONAL - ANY OPEN FAILURE IS TAKEN AS NO ARCHIVE
            OPEN INPUT ORDSUM.
            IF WS-FSOS-OK THEN
                MOVE 'Y' TO WS-OSM-OPEN
            ELSE
                MOVE 'Y' TO WS-EOFOS.
            OPEN OUTPUT CUSTVAL.
            IF NOT WS-FSCV-OK THEN
                DISPLAY 'CUSTRFM1 CANNOT OPEN CUSTVAL, STATUS ' WS-FSCV
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 1 TO WS-SEG-IX.
            PERFORM RFMZERO UNTIL WS-SEG-IX GREATER THAN 6.
            OPEN OUTPUT RPTOUT.
            MOVE WS-TODAY TO RPT-HDR-DATE.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.

        RFMZERO.
            MOVE 0 TO WS-SEG-CUST (WS-SEG-IX).
            MOVE 0 TO WS-SEG-REV (WS-SEG-IX).
            ADD 1 TO WS-SEG-IX.

      *****************************************************************
      * RFMIN - ONE SUMMARY RELEASED PER CUSTOMER NUMBER, BUILT FROM
      * ITS ORDERS AS THEY COME OFF ORDFILE IN KEY ORDER, WITH ITS
      * ARCHIVED YEARS FROM ORDSUM MERGED IN AHEAD OF THEM
      *****************************************************************
        RFMIN SECTION.
        RFMIN-OPEN.
            MOVE 0 TO WS-SUM-CUSTNO.
            IF WS-OSM-OPEN = 'Y' THEN
                PERFORM OSMREAD.
            PERFORM ORDREAD.
            PERFORM RFMACC UNTIL NO-MORE-ORD.
            PERFORM RFMOSM THRU RFMOSMN UNTIL NO-MORE-OSM.
            IF WS-SUM-CUSTNO NOT = 0 THEN
                PERFORM RFMREL.
            CLOSE ORDFILE.
            IF WS-OSM-OPEN = 'Y' THEN
                CLOSE ORDSUM.
            GO TO RFMIN-EXIT.

        ORDREAD.
            READ ORDFILE
                AT END MOVE 'Y' TO WS-EOFOR.
            IF NOT NO-MORE-ORD AND NOT WS-FSOR-OK THEN
                MOVE 'Y' TO WS-EOFOR.

        OSMREAD.
            READ ORDSUM
                AT END MOVE 'Y' TO WS-EOFOS.
            IF NOT NO-MORE-OSM AND NOT WS-FSOS-OK THEN
                MOVE 'Y' TO WS-EOFOS.

        RFMACC.
            PERFORM RFMOSM THRU RFMOSMN UNTIL NO-MORE-OSM
                OR OSM-CUSTNO GREATER THAN ORD-CUSTNO.
            ADD 1 TO WS-ORD-COUNT.
            IF ORD-STAT = 'CAN' THEN
                ADD 1 TO WS-CAN-COUNT
            ELSE
                PERFORM RFMORD.
            PERFORM ORDREAD.

      * ONE LIVE ORDER - A NEW CUSTOMER NUMBER RELEASES THE SUMMARY
      * BUILT SO FAR AND STARTS ANOTHER
        RFMORD.
            IF ORD-CUSTNO NOT = WS-SUM-CUSTNO THEN
                IF WS-SUM-CUSTNO NOT = 0 THEN
                    PERFORM RFMREL
                END-IF
                MOVE ORD-CUSTNO TO WS-SUM-CUSTNO
                MOVE ORD-DATE   TO WS-SUM-FIRST
                MOVE ORD-DATE   TO WS-SUM-LAST
                MOVE 0          TO WS-SUM-COUNT
                MOVE 0          TO WS-SUM-TOTAL
                MOVE 0          TO WS-SUM-RSCORE
                MOVE 0          TO WS-SUM-FSCORE
                MOVE ORD-NAME   TO WS-SUM-NAME.
            ADD 1       TO WS-SUM-COUNT.
            ADD ORD-AMT TO WS-SUM-TOTAL.
            IF ORD-DATE LESS THAN WS-SUM-FIRST THEN
                MOVE ORD-DATE TO WS-SUM-FIRST.
            IF ORD-DATE NOT LESS THAN WS-SUM-LAST THEN
                MOVE ORD-DATE TO WS-SUM-LAST
                MOVE ORD-NAME TO WS-SUM-NAME.

      * ONE ARCHIVED YEAR - FOLDED IN LIKE AN ORDER, COUNT AND TOTAL
      * AT ONCE.  A YEAR OF CANCELLATIONS ONLY CARRIES NO BUSINESS.
        RFMOSM.
            IF OSM-ORDERS = 0 THEN GO TO RFMOSMN.
            ADD 1 TO WS-OSM-COUNT.
            IF OSM-CUSTNO NOT = WS-SUM-CUSTNO THEN
                IF WS-SUM-CUSTNO NOT = 0 THEN
                    PERFORM RFMREL
                END-IF
                MOVE OSM-CUSTNO TO WS-SUM-CUSTNO
                MOVE OSM-FIRST  TO WS-SUM-FIRST
                MOVE OSM-LAST   TO WS-SUM-LAST
                MOVE 0          TO WS-SUM-COUNT
                MOVE 0          TO WS-SUM-TOTAL
                MOVE 0          TO WS-SUM-RSCORE
                MOVE 0          TO WS-SUM-FSCORE
                MOVE OSM-NAME   TO WS-SUM-NAME.
            ADD OSM-ORDERS TO WS-SUM-COUNT.
            ADD OSM-GOODS  TO WS-SUM-TOTAL.
            IF OSM-FIRST LESS THAN WS-SUM-FIRST THEN
                MOVE OSM-FIRST TO WS-SUM-FIRST.
            IF OSM-LAST NOT LESS THAN WS-SUM-LAST THEN
                MOVE OSM-LAST TO WS-SUM-LAST
                MOVE OSM-NAME TO WS-SUM-NAME.
        RFMOSMN.
            PERFORM OSMREAD.

        RFMREL.
            ADD 1 TO WS-CUST-COUNT.
            MOVE WS-SUM TO SORT-REC.
            RELEASE SORT-REC.
        RFMIN-EXIT.
            EXIT.

      *****************************************************************
      * RFMROUT - RECENCY: OLDEST LAST ORDER FIRST, SO THE FIFTH A
      * CUSTOMER RANKS INTO IS ITS SCORE
      *****************************************************************
        RFMROUT SECTION.
        RFMROUT-OPEN.
            OPEN OUTPUT RFMWK1.
            MOVE 0 TO WS-RANK.
            MOVE 'N' TO WS-SORT-EOF.
            PERFORM RFMRET.
            PERFORM RFMRSC UNTIL NO-MORE-SORT.
            CLOSE RFMWK1.
            GO TO RFMROUT-EXIT.

        RFMRSC.
            MOVE SRT-LAST TO WS-VAL.
            PERFORM RFMSCORE THRU RFMSCORX.
            MOVE WS-SCORE TO SRT-RSCORE.
            MOVE SORT-REC TO WK1-REC.
            WRITE WK1-REC.
            PERFORM RFMRET.
        RFMROUT-EXIT.
            EXIT.

      *****************************************************************
      * RFMFOUT - FREQUENCY: FEWEST ORDERS FIRST
      *****************************************************************
        RFMFOUT SECTION.
        RFMFOUT-OPEN.
            OPEN OUTPUT RFMWK2.
            MOVE 0 TO WS-RANK.
            MOVE 'N' TO WS-SORT-EOF.
            PERFORM RFMRET.
            PERFORM RFMFSC UNTIL NO-MORE-SORT.
            CLOSE RFMWK2.
            GO TO RFMFOUT-EXIT.

        RFMFSC.
            MOVE SRT-COUNT TO WS-VAL.
            PERFORM RFMSCORE THRU RFMSCORX.
            MOVE WS-SCORE TO SRT-FSCORE.
            MOVE SORT-REC TO WK2-REC.
            WRITE WK2-REC.
            PERFORM RFMRET.
        RFMFOUT-EXIT.
            EXIT.

      *****************************************************************
      * RFMMOUT - MONETARY: LARGEST TOTAL FIRST, SO THE SCORE RUNS
      * DOWN FROM 5.  THE SCORES ARE COMPLETE HERE - SEGMENT, WRITE
      * CUSTVAL, LIST THE TOP 50, ADD UP THE SEGMENTS.
      *****************************************************************
        RFMMOUT SECTION.
        RFMMOUT-OPEN.
            MOVE 0 TO WS-RANK.
            MOVE 'N' TO WS-SORT-EOF.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-TOPHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
            PERFORM RFMRET.
            PERFORM RFMMSC THRU RFMMSCX UNTIL NO-MORE-SORT.
            GO TO RFMMOUT-EXIT.

        RFMMSC.
            MOVE SRT-TOTAL TO WS-VAL.
            PERFORM RFMSCORE THRU RFMSCORX.
            COMPUTE WS-MSCORE = 6 - WS-SCORE.
            PERFORM RFMSEG THRU RFMSEGX.
            MOVE SRT-CUSTNO  TO CV-CUSTNO.
            MOVE SRT-FIRST   TO CV-FIRST.
            MOVE SRT-LAST    TO CV-LAST.
            MOVE SRT-COUNT   TO CV-COUNT.
            MOVE SRT-TOTAL   TO CV-TOTAL.
            MOVE SRT-RSCORE  TO CV-RSCORE.
            MOVE SRT-FSCORE  TO CV-FSCORE.
            MOVE WS-MSCORE   TO CV-MSCORE.
            MOVE WS-SEG-NAME (WS-SEG-IX) TO CV-SEG.
            MOVE WS-TODAY    TO CV-BUILT.
            WRITE CV-FILE-REC.
            ADD 1 TO WS-SEG-CUST (WS-SEG-IX).
            ADD SRT-TOTAL TO WS-SEG-REV (WS-SEG-IX).
            ADD SRT-TOTAL TO WS-GRAND-REV.
            IF WS-RANK GREATER THAN 50 THEN GO TO RFMMSCN.
            MOVE SPACES TO RPT-REC.
            MOVE WS-RANK     TO RPT-DTL-RANK.
            MOVE SRT-CUSTNO  TO RPT-DTL-CUST.
            MOVE SRT-NAME    TO RPT-DTL-NAME.
            MOVE SRT-COUNT   TO RPT-DTL-ORDS.
            COMPUTE WS-DOLLARS = SRT-TOTAL / 100.
            MOVE WS-DOLLARS  TO RPT-DTL-TOTAL.
            MOVE SRT-LAST    TO RPT-DTL-LAST.
            MOVE SRT-RSCORE  TO RPT-DTL-R.
            MOVE SRT-FSCORE  TO RPT-DTL-F.
            MOVE WS-MSCORE   TO RPT-DTL-M.
            MOVE CV-SEG      TO RPT-DTL-SEG.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
        RFMMSCN.
            PERFORM RFMRET.
        RFMMSCX.
            EXIT.

      *****************************************************************
      * RFMSEG - THE SEGMENT FOR SRT-RSCORE/SRT-FSCORE/WS-MSCORE, AS
      * ITS SUBSCRIPT IN WS-SEG-NAME.  FIRST RULE THAT FITS WINS.
      *****************************************************************
        RFMSEG.
            MOVE 1 TO WS-SEG-IX.
            IF SRT-RSCORE NOT LESS THAN 4
               AND SRT-FSCORE NOT LESS THAN 4
               AND WS-MSCORE NOT LESS THAN 4 THEN
                GO TO RFMSEGX.
            MOVE 4 TO WS-SEG-IX.
            IF SRT-RSCORE NOT GREATER THAN 2
               AND (SRT-FSCORE NOT LESS THAN 3
                 OR WS-MSCORE NOT LESS THAN 3) THEN
                GO TO RFMSEGX.
            MOVE 5 TO WS-SEG-IX.
            IF SRT-RSCORE NOT GREATER THAN 2 THEN
                GO TO RFMSEGX.
            MOVE 2 TO WS-SEG-IX.
            IF SRT-FSCORE NOT LESS THAN 4 THEN
                GO TO RFMSEGX.
            MOVE 3 TO WS-SEG-IX.
            IF SRT-RSCORE = 5
               AND SRT-FSCORE NOT GREATER THAN 2 THEN
                GO TO RFMSEGX.
            MOVE 6 TO WS-SEG-IX.
        RFMSEGX.
            EXIT.

        RFMMOUT-EXIT.
            EXIT.

      *****************************************************************
      * RFMSCORE - NEXT RANK IN THE CURRENT SORT; ITS FIFTH (1-5) IS
      * THE SCORE, UNLESS WS-VAL TIES THE CUSTOMER BEFORE IT, WHICH
      * KEEPS THAT CUSTOMER'S SCORE
      *****************************************************************
        RFMRANK SECTION.
        RFMSCORE.
            ADD 1 TO WS-RANK.
            IF WS-RANK GREATER THAN 1 AND WS-VAL = WS-PREV-VAL THEN
                GO TO RFMSCORX.
            COMPUTE WS-FIFTH = ((WS-RANK - 1) * 5) / WS-CUST-COUNT.
            COMPUTE WS-SCORE = WS-FIFTH + 1.
            MOVE WS-VAL TO WS-PREV-VAL.
        RFMSCORX.
            EXIT.

        RFMRET.
            RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF.

      *****************************************************************
      * RFMTERM - SEGMENT TOTALS, TRAILER, CLOSE
      *****************************************************************
        RFMTERM SECTION.
        RFMTERM-OPEN.
            CLOSE CUSTVAL.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-SEGHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE 1 TO WS-SEG-IX.
            PERFORM RFMSEGP UNTIL WS-SEG-IX GREATER THAN 6.
            MOVE SPACES TO RPT-REC.
            MOVE 'TOTAL' TO RPT-SEG-NAME.
            MOVE WS-CUST-COUNT TO RPT-SEG-CUST.
            COMPUTE WS-DOLLARS = WS-GRAND-REV / 100.
            MOVE WS-DOLLARS TO RPT-SEG-REV.
            MOVE RPT-SEGLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-ORD-COUNT  TO RPT-TRL-ORD.
            MOVE WS-CAN-COUNT  TO RPT-TRL-CAN.
            MOVE WS-CUST-COUNT TO RPT-TRL-CUST.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-OSM-COUNT  TO RPT-TRL-OSM.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.

        RFMSEGP.
            MOVE WS-SEG-NAME (WS-SEG-IX) TO RPT-SEG-NAME.
            MOVE WS-SEG-CUST (WS-SEG-IX) TO RPT-SEG-CUST.
            COMPUTE WS-DOLLARS = WS-SEG-REV (WS-SEG-IX) / 100.
            MOVE WS-DOLLARS TO RPT-SEG-REV.
            MOVE RPT-SEGLINE TO RPT-REC.
            WRITE RPT-REC.
            ADD 1 TO WS-SEG-IX.
