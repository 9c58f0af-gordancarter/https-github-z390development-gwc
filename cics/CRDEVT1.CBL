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
      * CREDIT EVENT JOURNAL SERVICE - CRDJ TD QUEUE
      *
      * RPI 1405 - THE SECEVT1 PATTERN FOR CREDIT DECISIONS.  TESTORD1
      * LINKS HERE WHEN IT REFUSES AN ORDER ON CREDIT GROUNDS AND
      * WHEN A SUPERVISOR OVERRIDES THAT REFUSAL: THE 55-BYTE
      * COMMAREA NAMES THE EVENT, THE CUSTOMER, THE ORDER AMOUNT, THE
      * EXPOSURE IT WOULD HAVE RAISED AND THE LIMIT, PLUS THE
      * APPROVER FOR AN OVERRIDE.  THIS SERVICE STAMPS TERMINAL AND
      * DATE/TIME AND WRITES ONE EVENT RECORD TO THE CRDJ
      * EXTRAPARTITION TD QUEUE.
      *
      * EVENT TYPES IN USE: CRDLIMIT (REFUSED - OVER THE CREDIT
      * LIMIT), CRDHOLD (REFUSED - CUSTOMER ON CREDIT HOLD), CRDOVRD
      * (REFUSED ORDER POSTED ON A SUPERVISOR OVERRIDE).
      *
        PROGRAM-ID. CRDEVT1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  CRE-REC.
            02  CRE-REC-TYPE   PIC X(8).
            02  CRE-REC-CUSTNO PIC 9(8).
            02  CRE-REC-ORDAMT PIC 9(9).
            02  CRE-REC-EXPOSE PIC 9(11).
            02  CRE-REC-LIMIT  PIC 9(11).
            02  CRE-REC-USER   PIC X(8).
            02  CRE-REC-TERM   PIC X(4).
            02  CRE-REC-DATE   PIC 9(7).
            02  CRE-REC-TIME   PIC 9(7).
        77  CRERECL   PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  CRE-TYPE    PIC X(8).
            02  CRE-CUSTNO  PIC 9(8).
            02  CRE-ORDAMT  PIC 9(9).
            02  CRE-EXPOSE  PIC 9(11).
            02  CRE-LIMIT   PIC 9(11).
            02  CRE-USER    PIC X(8).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 55 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE CRE-TYPE   TO CRE-REC-TYPE.
            MOVE CRE-CUSTNO TO CRE-REC-CUSTNO.
            MOVE CRE-ORDAMT TO CRE-REC-ORDAMT.
            MOVE CRE-EXPOSE TO CRE-REC-EXPOSE.
            MOVE CRE-LIMIT  TO CRE-REC-LIMIT.
            MOVE CRE-USER   TO CRE-REC-USER.
            MOVE EIBTRMID   TO CRE-REC-TERM.
            MOVE EIBDATE    TO CRE-REC-DATE.
            MOVE EIBTIME    TO CRE-REC-TIME.
            MOVE LENGTH OF CRE-REC TO CRERECL.
            EXEC CICS WRITEQ TD QUEUE('CRDJ') FROM(CRE-REC)
                 LENGTH(CRERECL) END-EXEC.
            EXEC CICS RETURN END-EXEC.
