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
      * SALES-TAX SERVICE - ZIPSVC1 STATE, TAXRATE KSDS RATE
      *
      * RPI 1407 - THE CALLER PASSES THE CUSTOMER'S ZIP, THE GOODS
      * AMOUNT IN CENTS AND THE POSTING DATE (JULIAN 0CYYDDD).  THE
      * ZIP IS RESOLVED TO A STATE THROUGH ZIPSVC1, THE STATE'S RATE
      * IN FORCE ON THAT DATE IS THE TAXRATE RECORD WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER IT, AND THE TAX IS THE GOODS AMOUNT
      * TIMES THE RATE, ROUNDED TO THE CENT.  TESTORD1 (POSTING) AND
      * TESTORD2 (RELEASING A HELD ORDER) BOTH LINK HERE, SO THE
      * RULE LIVES IN ONE PLACE.
      *
      *   TXS-RC 0 = TAXED (TXS-STATE/TXS-RATE/TXS-TAX FILLED),
      *   4 = THE ZIP RESOLVES TO NO STATE, 8 = THE STATE HAS NO
      *   RATE IN FORCE, 12 = ZIPFILE OR TAXRATE UNAVAILABLE.  ANY
      *   NON-ZERO RC LEAVES THE TAX ZERO - THE CALLER HOLDS THE
      *   ORDER FOR REVIEW RATHER THAN TAX IT AT ZERO.
      *
        PROGRAM-ID. TAXSVC1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  TAX-AREA.
        COPY TAXRATE.
        77  TAXRECL   PIC 9(4)  COMP  VALUE 20.
        77  TAXBKEY   PIC X(9).

      * ZIPSVC1 COMMAREA (SEE ZIPSVC1.CBL)
        01  ZIP-COMM.
            02  ZIP-IN     PIC X(5).
            02  ZIP-RC     PIC 9(2).
            02  ZIP-STATE  PIC X(2).
            02  ZIP-CITY   PIC X(20).
        77  ZIPCOMML  PIC 9(4)  COMP  VALUE 29.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  TXS-ZIP     PIC X(5).
            02  TXS-AMT     PIC 9(9).
            02  TXS-DATE    PIC 9(7).
            02  TXS-RC      PIC 9(2).
            02  TXS-STATE   PIC X(2).
            02  TXS-RATE    PIC 9V9(5).
            02  TXS-TAX     PIC 9(9).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 40 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 0 TO TXS-RC.
            MOVE SPACES TO TXS-STATE.
            MOVE 0 TO TXS-RATE.
            MOVE 0 TO TXS-TAX.
            MOVE TXS-ZIP TO ZIP-IN.
            EXEC CICS LINK PROGRAM('ZIPSVC1') COMMAREA(ZIP-COMM)
                 LENGTH(ZIPCOMML) END-EXEC.
            IF ZIP-RC = 8 THEN
               MOVE 12 TO TXS-RC
               EXEC CICS RETURN END-EXEC.
            IF ZIP-RC NOT = 0 OR ZIP-STATE = SPACES THEN
               MOVE 4 TO TXS-RC
               EXEC CICS RETURN END-EXEC.
            MOVE ZIP-STATE TO TXS-STATE.

      * THE STATE'S RATES RUN OLDEST FIRST - KEEP THE LAST ONE IN
      * FORCE ON THE POSTING DATE
            MOVE 8 TO TXS-RC.
            EXEC CICS HANDLE CONDITION NOTFND(TXSDONE)
                 ENDFILE(TXSEND) NOTOPEN(TXSSICK) END-EXEC.
            MOVE TXS-STATE TO TAXBKEY (1:2).
            MOVE '0000000' TO TAXBKEY (3:7).
            EXEC CICS STARTBR FILE('TAXRATE') RIDFLD(TAXBKEY)
                 GTEQ END-EXEC.
        TXSLOOP.
            EXEC CICS READNEXT FILE('TAXRATE') INTO(TAX-REC)
                 LENGTH(TAXRECL) RIDFLD(TAXBKEY) END-EXEC.
            IF TAX-STATE NOT = TXS-STATE
               OR TAX-EFFDATE GREATER THAN TXS-DATE THEN
               GO TO TXSEND.
            MOVE 0 TO TXS-RC.
            MOVE TAX-RATE TO TXS-RATE.
            GO TO TXSLOOP.
      * TXSEND   EQU   *
        TXSEND.
            EXEC CICS ENDBR FILE('TAXRATE') END-EXEC.
      * TXSDONE  EQU   *
        TXSDONE.
            IF TXS-RC = 0 THEN
               COMPUTE TXS-TAX ROUNDED = TXS-AMT * TXS-RATE.
            EXEC CICS RETURN END-EXEC.

      * TXSSICK  EQU   *
        TXSSICK.
            MOVE 12 TO TXS-RC.
            EXEC CICS RETURN END-EXEC.
