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
      * RETURNED-MAIL ADDRESS STATUS SERVICE - ADRSTAT KSDS
      *
      * RPI 1416 - ONE PLACE THAT KNOWS WHETHER A CUSTOMER'S ADDRESS
      * IS FLAGGED UNDELIVERABLE (SEE ADRSTAT.CPY).  CUSTLBL1 AND THE
      * STMPRT1 STATEMENT RUN ASK BEFORE MAILING; TESTCMN1, TESTCMN3
      * AND TESTCMN4 (APPLYING AN APPROVED CHANGE) SHOW THE FLAG ON
      * INQUIRY AND HAND OVER EVERY NEW ADDRESS THEY WRITE, SO A
      * CORRECTED ADDRESS CLEARS THE FLAG WITHOUT ANYONE REMEMBERING
      * TO.  THE CALLER PASSES THE CUSTOMER NUMBER, OR ZERO AND THE
      * NAME (RESOLVED THROUGH CUSTXREF) FROM A NAME-KEYED PROGRAM.
      *
      *   ADR-FUNC 'I' - INQUIRE
      *            'C' - ADDRESS CHANGED: ADR-ADDR/ADR-ZIP ARE THE NEW
      *                  ADDRESS; A FLAG RAISED AGAINST ANY OTHER
      *                  ADDRESS IS CLEARED (STAMPED DATE/TERMINAL)
      *   ADR-RC   0 = NOT FLAGGED, 2 = FLAG CLEARED BY THIS CALL,
      *            4 = FLAGGED (ADR-REASON/ADR-RTNDATE FILLED),
      *            8 = CUSTOMER NAME NOT ON CUSTXREF, 12 = ADRSTAT
      *            OR CUSTXREF UNAVAILABLE.  CALLERS MAIL ON ANY RC
      *            BUT 4 - AN UNREADABLE STATUS FILE MUST NOT STOP
      *            THE POST.
      *
        PROGRAM-ID. ADRSVC1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  ADS-AREA.
        COPY ADRSTAT.
        77  ADSRECL   PIC 9(4)  COMP  VALUE 90.
        77  ADSKEY    PIC 9(8).

        01  CMST-AREA.
        COPY CUSTMST.
        77  XRFRECL   PIC 9(4)  COMP  VALUE 48.
        77  XRFKEY    PIC X(40).

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  ADR-FUNC    PIC X.
            02  ADR-RC      PIC 9(2).
            02  ADR-NUM     PIC 9(8).
            02  ADR-NAME    PIC X(40).
            02  ADR-ADDR    PIC X(40).
            02  ADR-ZIP     PIC X(5).
            02  ADR-REASON  PIC X(2).
            02  ADR-RTNDATE PIC 9(7).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 105 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 0 TO ADR-RC.
            MOVE SPACES TO ADR-REASON.
            MOVE 0 TO ADR-RTNDATE.
            IF ADR-NUM NOT = 0 THEN GO TO ADRREAD.
      * NAME-KEYED CALLER - THE CROSS-REFERENCE GIVES THE NUMBER
            EXEC CICS HANDLE CONDITION NOTFND(ADRUNKN)
                 NOTOPEN(ADRSICK) END-EXEC.
            MOVE ADR-NAME TO XRFKEY.
            EXEC CICS READ FILE('CUSTXREF') INTO(XRF-REC)
                 LENGTH(XRFRECL) RIDFLD(XRFKEY) END-EXEC.
            MOVE XRF-NUM TO ADR-NUM.

      * ADRREAD  EQU   *
      * NO STATUS RECORD IS THE NORMAL CASE - NOTHING EVER RETURNED
        ADRREAD.
            EXEC CICS HANDLE CONDITION NOTFND(ADRDONE)
                 NOTOPEN(ADRSICK) END-EXEC.
            MOVE ADR-NUM TO ADSKEY.
            IF ADR-FUNC = 'C' THEN GO TO ADRCLR.
            EXEC CICS READ FILE('ADRSTAT') INTO(ADS-REC)
                 LENGTH(ADSRECL) RIDFLD(ADSKEY) END-EXEC.
            IF ADS-STAT NOT = 'R' THEN GO TO ADRDONE.
            MOVE 4 TO ADR-RC.
            MOVE ADS-REASON  TO ADR-REASON.
            MOVE ADS-RTNDATE TO ADR-RTNDATE.
            GO TO ADRDONE.

      * ADRCLR   EQU   *
      * A NEW ADDRESS - CLEAR A FLAG RAISED AGAINST A DIFFERENT ONE;
      * THE SAME ADDRESS KEYED AGAIN LEAVES THE FLAG STANDING
        ADRCLR.
            EXEC CICS READ FILE('ADRSTAT') INTO(ADS-REC)
                 LENGTH(ADSRECL) RIDFLD(ADSKEY) UPDATE END-EXEC.
            IF ADS-STAT NOT = 'R' THEN
               EXEC CICS UNLOCK FILE('ADRSTAT') END-EXEC
               GO TO ADRDONE.
            IF ADR-ADDR = ADS-ADDR AND ADR-ZIP = ADS-ZIP THEN
               EXEC CICS UNLOCK FILE('ADRSTAT') END-EXEC
               MOVE 4 TO ADR-RC
               MOVE ADS-REASON  TO ADR-REASON
               MOVE ADS-RTNDATE TO ADR-RTNDATE
               GO TO ADRDONE.
            MOVE 'C' TO ADS-STAT.
            MOVE EIBDATE  TO ADS-CLRDATE.
            MOVE EIBTRMID TO ADS-CLRTERM.
            EXEC CICS REWRITE FILE('ADRSTAT') FROM(ADS-REC)
                 LENGTH(ADSRECL) END-EXEC.
            MOVE 2 TO ADR-RC.

      * ADRDONE  EQU   *
        ADRDONE.
            EXEC CICS RETURN END-EXEC.

      * ADRUNKN  EQU   *
        ADRUNKN.
            MOVE 8 TO ADR-RC.
            EXEC CICS RETURN END-EXEC.

      * ADRSICK  EQU   *
        ADRSICK.
            MOVE 12 TO ADR-RC.
            EXEC CICS RETURN END-EXEC.
