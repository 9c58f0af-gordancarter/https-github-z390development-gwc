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
      * MONTH-END SALES-TAX LIABILITY REPORT BY STATE
      *
      * RPI 1407 - TESTORD1 NOW TAXES EVERY ORDER BY THE STATE ITS
      * CUSTOMER'S ZIP RESOLVES TO (ORD-TAX, ORD-TAXST - SEE
      * ORDMST.CPY).  THIS RUN READS ORDFILE IN KEY ORDER AND, FOR
      * EVERY ORDER DATED IN THE PERIOD, TOTALS THE TAXABLE SALES
      * (THE GOODS, ORD-AMT) AND THE TAX COLLECTED (ORD-TAX) PER
      * STATE, ONE LINE PER STATE IN STATE ORDER AND A GRAND TOTAL -
      * THE FIGURES EACH STATE'S RETURN IS FILED FROM.
      *
      * AN ORDER COUNTS FROM THE DAY IT WAS TAKEN WHATEVER ITS STATUS
      * SINCE (OPN, SHP, INV OR CLS); A CANCELLED ORDER WAS NEVER A
      * SALE.  A HELD ORDER ('HLD' - NO TAXING STATE FOR THE ZIP)
      * HAS NO TAX YET AND IS NOT IN ANY STATE'S FIGURES: EACH ONE IS
      * LISTED AND COUNTED SEPARATELY SO IT CAN BE CLEARED BEFORE
      * THE RETURNS ARE FILED.
      *
      * TAXCTL RECORD (COL 1-7 FROM, COL 8-14 TO): THE PERIOD,
      * JULIAN 0CYYDDD DATES, BOTH INCLUSIVE - THE PRGCTL RULE.
      *
      * RETURN CODE 4 = HELD ORDERS IN THE PERIOD, 16 = BAD SETUP OR
      * MORE STATES THAN THE TABLE HOLDS.
      *
        PROGRAM-ID. TAXRPT1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TAXCTL ASSIGN TO TAXCTL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  TAXCTL
            RECORDING MODE IS F.
        01  CTL-REC               PIC X(80).

        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-EOFOR              PIC X      VALUE 'N'.
            88  NO-MORE-ORD                  VALUE 'Y'.

      * THE REPORTING PERIOD FROM TAXCTL
        77  WS-FROM               PIC 9(7)   VALUE 0.
        77  WS-TO                 PIC 9(7)   VALUE 0.

      * ONE ENTRY PER STATE SEEN, KEPT IN STATE ORDER AS IT FILLS
        01  WS-ST-TAB.
            02  WS-ST-ENT  OCCURS 60 TIMES.
                03  WS-ST-CODE    PIC X(2).
                03  WS-ST-COUNT   PIC 9(7)   COMP-3.
                03  WS-ST-SALES   PIC 9(13)  COMP-3.
                03  WS-ST-TAX     PIC 9(13)  COMP-3.
        77  WS-ST-MAX             PIC 9(2)   COMP VALUE 60.
        77  WS-ST-USED            PIC 9(2)   COMP VALUE 0.
        77  WS-ST-IX              PIC 9(2)   COMP.
        77  WS-ST-MV              PIC 9(2)   COMP.

        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-SEL-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-HLD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-HLD-SALES          PIC 9(13)  COMP-3 VALUE 0.
        77  WS-OVF-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-GRD-SALES          PIC 9(13)  COMP-3 VALUE 0.
        77  WS-GRD-TAX            PIC 9(13)  COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'TAXRPT1 - SALES-TAX LIABILITY BY STATE'.
        01  RPT-PERLINE.
            02  FILLER            PIC X(14)  VALUE 'PERIOD FROM   '.
            02  RPT-P-FROM        PIC 9(7).
            02  FILLER            PIC X(4)   VALUE ' TO '.
            02  RPT-P-TO          PIC 9(7).
        01  RPT-COLHDR.
            02  FILLER            PIC X(40)
                VALUE 'STATE   ORDERS       TAXABLE SALES      '.
            02  FILLER            PIC X(14)
                VALUE ' TAX COLLECTED'.
        01  RPT-STLINE.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-S-CODE        PIC X(2).
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-S-COUNT       PIC ZZZZZZ9.
            02  FILLER            PIC X(3)   VALUE SPACES.
            02  RPT-S-SALES       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
            02  FILLER            PIC X(3)   VALUE SPACES.
            02  RPT-S-TAX         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
        01  RPT-HLDLINE.
            02  FILLER            PIC X(14)  VALUE 'HELD - NO TAX '.
            02  RPT-H-CUST        PIC 9(8).
            02  FILLER            PIC X      VALUE '/'.
            02  RPT-H-ORD         PIC 9(6).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-H-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-H-AMT         PIC ZZZ,ZZZ,ZZ9.
        01  RPT-TOTLINE.
            02  FILLER            PIC X(14)  VALUE SPACES.
            02  RPT-T-TEXT        PIC X(24).
            02  RPT-T-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'ORDERS READ....='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' IN PERIOD.....='.
            02  RPT-TRL-SEL       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' HELD..........='.
            02  RPT-TRL-HLD       PIC ZZZZZZ9.
        01  RPT-OVFLINE.
            02  FILLER            PIC X(40)
                VALUE 'ORDERS WITH NO ROOM IN THE STATE TABLE.='.
            02  RPT-OVF-COUNT     PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM TXRINIT.
            PERFORM TXRLOOP THRU TXRNEXT UNTIL NO-MORE-ORD.
            PERFORM TXRTERM THRU TXRTERMX.
            STOP RUN.

        TXRINIT.
            OPEN INPUT TAXCTL.
            READ TAXCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE TAXCTL.
            IF CTL-REC (1:7) IS NUMERIC AND CTL-REC (8:7) IS NUMERIC
               AND CTL-REC (1:7) NOT GREATER THAN CTL-REC (8:7) THEN
                MOVE CTL-REC (1:7) TO WS-FROM
                MOVE CTL-REC (8:7) TO WS-TO
            ELSE
                DISPLAY 'TAXRPT1 BAD OR MISSING PERIOD IN TAXCTL'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT ORDFILE.
            IF NOT WS-FSOR-OK THEN
                DISPLAY 'TAXRPT1 CANNOT OPEN ORDFILE, STATUS ' WS-FSOR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-FROM TO RPT-P-FROM.
            MOVE WS-TO   TO RPT-P-TO.
            MOVE RPT-PERLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            PERFORM TXRREAD.

        TXRREAD.
            READ ORDFILE
                AT END MOVE 'Y' TO WS-EOFOR.
            IF NOT NO-MORE-ORD AND NOT WS-FSOR-OK THEN
                MOVE 'Y' TO WS-EOFOR.

      *****************************************************************
      * TXRLOOP - ONE ORDER PER PASS.  OUT-OF-PERIOD AND CANCELLED
      * ORDERS ARE PASSED OVER; A HELD ORDER IS LISTED; ANY OTHER
      * GOES INTO ITS STATE'S TOTALS.
      *****************************************************************
        TXRLOOP.
            ADD 1 TO WS-READ-COUNT.
            IF ORD-DATE LESS THAN WS-FROM
               OR ORD-DATE GREATER THAN WS-TO THEN
                GO TO TXRNEXT.
            IF ORD-STAT = 'CAN' THEN GO TO TXRNEXT.
            ADD 1 TO WS-SEL-COUNT.
            IF ORD-STAT = 'HLD' THEN
                ADD 1 TO WS-HLD-COUNT
                ADD ORD-AMT TO WS-HLD-SALES
                MOVE ORD-CUSTNO TO RPT-H-CUST
                MOVE ORD-NUM    TO RPT-H-ORD
                MOVE ORD-DATE   TO RPT-H-DATE
                MOVE ORD-AMT    TO RPT-H-AMT
                MOVE RPT-HLDLINE TO RPT-REC
                WRITE RPT-REC
                GO TO TXRNEXT.
            PERFORM TXRFIND THRU TXRFINDX.
            IF WS-ST-IX = 0 THEN
                ADD 1 TO WS-OVF-COUNT
                GO TO TXRNEXT.
            ADD 1       TO WS-ST-COUNT (WS-ST-IX).
            ADD ORD-AMT TO WS-ST-SALES (WS-ST-IX).
            ADD ORD-TAX TO WS-ST-TAX (WS-ST-IX).
            ADD ORD-AMT TO WS-GRD-SALES.
            ADD ORD-TAX TO WS-GRD-TAX.
        TXRNEXT.
            PERFORM TXRREAD.

      *****************************************************************
      * TXRFIND - THE ORDER'S STATE ENTRY IN WS-ST-IX.  A NEW STATE IS
      * INSERTED IN ORDER, THE HIGHER ENTRIES MOVED UP ONE; A FULL
      * TABLE RETURNS WS-ST-IX ZERO.
      *****************************************************************
        TXRFIND.
            MOVE 0 TO WS-ST-IX.
        TXRFINDL.
            ADD 1 TO WS-ST-IX.
            IF WS-ST-IX GREATER THAN WS-ST-USED THEN GO TO TXRFINDN.
            IF WS-ST-CODE (WS-ST-IX) = ORD-TAXST THEN GO TO TXRFINDX.
            IF WS-ST-CODE (WS-ST-IX) LESS THAN ORD-TAXST THEN
                GO TO TXRFINDL.
        TXRFINDN.
            IF WS-ST-USED NOT LESS THAN WS-ST-MAX THEN
                MOVE 0 TO WS-ST-IX
                GO TO TXRFINDX.
            MOVE WS-ST-USED TO WS-ST-MV.
            ADD 1 TO WS-ST-USED.
        TXRFINDM.
            IF WS-ST-MV NOT LESS THAN WS-ST-IX THEN
                MOVE WS-ST-ENT (WS-ST-MV) TO WS-ST-ENT (WS-ST-MV + 1)
                SUBTRACT 1 FROM WS-ST-MV
                GO TO TXRFINDM.
            MOVE ORD-TAXST TO WS-ST-CODE (WS-ST-IX).
            MOVE 0 TO WS-ST-COUNT (WS-ST-IX).
            MOVE 0 TO WS-ST-SALES (WS-ST-IX).
            MOVE 0 TO WS-ST-TAX (WS-ST-IX).
        TXRFINDX.
            EXIT.

      *****************************************************************
      * TXRTERM - ONE LINE PER STATE, THE GRAND TOTALS, THE HELD
      * ORDERS STILL TO CLEAR, AND THE RUN COUNTS
      *****************************************************************
        TXRTERM.
            CLOSE ORDFILE.
            IF WS-HLD-COUNT GREATER THAN 0 THEN
                MOVE SPACES TO RPT-REC
                WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-ST-IX.
        TXRTERML.
            ADD 1 TO WS-ST-IX.
            IF WS-ST-IX GREATER THAN WS-ST-USED THEN GO TO TXRTERMT.
            MOVE WS-ST-CODE (WS-ST-IX)  TO RPT-S-CODE.
            MOVE WS-ST-COUNT (WS-ST-IX) TO RPT-S-COUNT.
            MOVE WS-ST-SALES (WS-ST-IX) TO RPT-S-SALES.
            MOVE WS-ST-TAX (WS-ST-IX)   TO RPT-S-TAX.
            MOVE RPT-STLINE TO RPT-REC.
            WRITE RPT-REC.
            GO TO TXRTERML.
        TXRTERMT.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'TOTAL TAXABLE SALES.....' TO RPT-T-TEXT.
            MOVE WS-GRD-SALES TO RPT-T-AMT.
            MOVE RPT-TOTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'TOTAL TAX COLLECTED.....' TO RPT-T-TEXT.
            MOVE WS-GRD-TAX TO RPT-T-AMT.
            MOVE RPT-TOTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'HELD SALES, NOT TAXED...' TO RPT-T-TEXT.
            MOVE WS-HLD-SALES TO RPT-T-AMT.
            MOVE RPT-TOTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-READ-COUNT TO RPT-TRL-READ.
            MOVE WS-SEL-COUNT  TO RPT-TRL-SEL.
            MOVE WS-HLD-COUNT  TO RPT-TRL-HLD.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            IF WS-OVF-COUNT GREATER THAN 0 THEN
                MOVE WS-OVF-COUNT TO RPT-OVF-COUNT
                MOVE RPT-OVFLINE TO RPT-REC
                WRITE RPT-REC
                MOVE 16 TO RETURN-CODE
                GO TO TXRTERMC.
            IF WS-HLD-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
        TXRTERMC.
            CLOSE RPTOUT.
        TXRTERMX.
            EXIT.
