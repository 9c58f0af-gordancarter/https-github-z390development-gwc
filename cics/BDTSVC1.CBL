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
      * BUSINESS-DATE SERVICE - BUSDATE CONTROL RECORD
      *
      * RPI 1425 - THE ONLINE SIDE OF BUSDT1.  A TRANSACTION THAT
      * DATES BUSINESS (LAST-ACTIVITY STAMPS, ORDER AND TAX DATES,
      * STATEMENT PERIODS, PRINT DATES) LINKS HERE INSTEAD OF USING
      * EIBDATE, SO THE REGION AND THE BATCH WINDOW AGREE ON THE DAY
      * EVEN AFTER MIDNIGHT.  EIBDATE/EIBTIME STAY ON THE AUDIT
      * STAMPS (JOURNALS, ORDER HISTORY) - THOSE RECORD WHEN.
      *
      *   BDS-DATE  THE BUSINESS DATE, JULIAN 0CYYDDD
      *   BDS-SYS   THE SYSTEM DATE (EIBDATE), FOR DISPLAYS THAT
      *             SHOW THE TWO SIDE BY SIDE
      *   BDS-PREV  THE LAST BUSINESS DAY CLOSED BY BDROLL1
      *   BDS-RC 0 = FROM THE RECORD, 4 = NO BUSINESS DATE ON FILE
      *             OR BUSDATE UNAVAILABLE - BDS-DATE IS THE SYSTEM
      *             DATE, SO THE CALLER CARRIES ON AS IT ALWAYS DID.
      *
        PROGRAM-ID. BDTSVC1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  BDT-AREA.
        COPY BUSDATE.
        77  BDTRECL   PIC 9(4)  COMP  VALUE 80.
        77  BDTKEY    PIC X(8)  VALUE 'BUSDATE '.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  BDS-DATE    PIC 9(7).
            02  BDS-SYS     PIC 9(7).
            02  BDS-PREV    PIC 9(7).
            02  BDS-RC      PIC 9(2).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 23 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE EIBDATE TO BDS-SYS.
            MOVE EIBDATE TO BDS-DATE.
            MOVE 0 TO BDS-PREV.
            MOVE 4 TO BDS-RC.
            EXEC CICS HANDLE CONDITION NOTFND(BDSDONE)
                 NOTOPEN(BDSDONE) END-EXEC.
            EXEC CICS READ FILE('BUSDATE') INTO(BDT-AREA)
                 LENGTH(BDTRECL) RIDFLD(BDTKEY) END-EXEC.
            IF BDT-DATE NOT = 0 THEN
               MOVE BDT-DATE TO BDS-DATE
               MOVE BDT-PREV TO BDS-PREV
               MOVE 0 TO BDS-RC.
      * BDSDONE  EQU   *
        BDSDONE.
            EXEC CICS RETURN END-EXEC.
