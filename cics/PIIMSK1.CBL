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
      * CUSTOMER PII DISPLAY MASKING SERVICE - CMNCTL RULES
      *
      * RPI 1436 - CUSTMSK1 KEEPS REAL NAMES AND ADDRESSES OUT OF THE
      * TEST REGIONS, BUT IN PRODUCTION EVERY OPERATOR WHO COULD OPEN
      * AN INQUIRY SAW THEM IN FULL.  EVERY SCREEN THAT SHOWS A
      * CUSTOMER'S NAME OR ADDRESS NOW PASSES THEM THROUGH HERE WITH
      * THE SIGNED-ON OPERATOR'S USRPROF AUTHORITY; THE RULES LIVE ON
      * THE CMNCTL 'DEFAULT ' RECORD (SEE CMNCTL.CPY), NOT IN THE
      * SCREENS, SO TESTCMN1, TESTCMN2, TESTCMN3 AND ANY NEW INQUIRY
      * MASK ALIKE.  BELOW THE CMC-PIIAUTH LEVEL:
      *
      *   NAME     INITIALS PLUS SURNAME (THE LAST WORD) -
      *            'JOHN A SMITH' SHOWS AS 'J. A. SMITH'
      *   ADDRESS  THE HOUSE NUMBER (THE LEADING WORD, WHEN IT STARTS
      *            WITH A DIGIT) KEPT, EVERY OTHER NON-BLANK
      *            CHARACTER SHOWN AS '*'; THE ZIP IS NEVER PASSED
      *            AND STAYS ON SCREEN AS IT IS
      *
      * ONLY THE DISPLAY COPY THE CALLER PASSES IS CHANGED - NOTHING
      * IS WRITTEN BACK TO ANY FILE.
      *
      *   PIIM-FUNC 'M' - MASK PIIM-NAME/PIIM-ADDR IN PLACE FOR AN
      *                   OPERATOR OF AUTHORITY PIIM-AUTH
      *             'U' - THE OPERATOR ASKED TO SEE THE RECORD
      *                   UNMASKED (PF10 ON THE INQUIRY SCREENS)
      *   PIIM-RC   0 = SHOWN IN FULL / UNMASK ALLOWED (THE OPERATOR
      *             IS AT OR ABOVE THE LEVEL AND ALREADY SEES IT ALL),
      *             4 = MASKED, 8 = UNMASK REFUSED - JOURNALED THROUGH
      *             SECEVT1 AS AN 'UNMASK' EVENT AGAINST PIIM-USER
      *
      * NO CMNCTL RECORD, OR THE FILE CLOSED, MEANS THE DEFAULTS:
      * FULL VIEW AT AUTHORITY '7', NAMES AND ADDRESSES BOTH MASKED
      * BELOW IT.
      *
        PROGRAM-ID. PIIMSK1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  CMC-AREA.
        COPY CMNCTL.
        77  CMCRECL   PIC 9(4)  COMP  VALUE 40.
        77  CMCKEY    PIC X(8)  VALUE 'DEFAULT '.

      * SECURITY EVENT COMMAREA (SEE SECEVT1.CBL)
        01  SEC-COMM.
            02  SEC-USER   PIC X(8).
            02  SEC-TYPE   PIC X(8)  VALUE 'UNMASK  '.

      * MASKING WORK - SCAN POSITIONS OVER THE 40-BYTE FIELDS
        01  PMWORK        PIC X(40).
        77  PMIX      PIC 9(2)  COMP.
        77  PMOX      PIC 9(2)  COMP.
        77  PMLAST    PIC 9(2)  COMP.
        77  PMSURN    PIC 9(2)  COMP.
        77  PMSURL    PIC 9(2)  COMP.
        77  PMPREV    PIC X.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  PIIM-FUNC   PIC X.
            02  PIIM-RC     PIC 9(2).
            02  PIIM-USER   PIC X(8).
            02  PIIM-AUTH   PIC X.
            02  PIIM-NAME   PIC X(40).
            02  PIIM-ADDR   PIC X(40).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 92 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 0 TO PIIM-RC.
            MOVE SPACES TO CMC-PIIAUTH.
            MOVE SPACES TO CMC-PIINAME.
            MOVE SPACES TO CMC-PIIADDR.
            EXEC CICS HANDLE CONDITION NOTFND(PMRULES)
                 NOTOPEN(PMRULES) END-EXEC.
            EXEC CICS READ FILE('CMNCTL') INTO(CMC-REC)
                 LENGTH(CMCRECL) RIDFLD(CMCKEY) END-EXEC.

      * PMRULES  EQU   *
        PMRULES.
            IF CMC-PIIAUTH = SPACE THEN MOVE '7' TO CMC-PIIAUTH.
            IF PIIM-FUNC = 'U' THEN GO TO PMUNMSK.
            IF PIIM-AUTH NOT LESS THAN CMC-PIIAUTH THEN
               GO TO PMDONE.
            MOVE 4 TO PIIM-RC.
            IF CMC-PIINAME NOT = 'N' THEN
               PERFORM PMNAME THRU PMNAMEX.
            IF CMC-PIIADDR NOT = 'N' THEN
               PERFORM PMADDR THRU PMADDRX.
            GO TO PMDONE.

      * PMUNMSK  EQU   *
      * AN UNMASK ASKED FOR BELOW THE LEVEL IS REFUSED AND JOURNALED
        PMUNMSK.
            IF PIIM-AUTH NOT LESS THAN CMC-PIIAUTH THEN
               GO TO PMDONE.
            MOVE 8 TO PIIM-RC.
            MOVE PIIM-USER TO SEC-USER.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.

      * PMDONE   EQU   *
        PMDONE.
            EXEC CICS RETURN END-EXEC.

      * PMNAME   EQU   *
      * NAME TO INITIALS PLUS SURNAME.  THE SURNAME IS THE LAST WORD;
      * EVERY WORD BEFORE IT GIVES ITS FIRST LETTER AND A PERIOD.
      * A ONE-WORD NAME IS SHOWN AS IT IS.
        PMNAME.
            MOVE 41 TO PMLAST.
        PMNAMEE.
            SUBTRACT 1 FROM PMLAST.
            IF PMLAST = 0 THEN GO TO PMNAMEX.
            IF PIIM-NAME (PMLAST:1) = SPACE THEN GO TO PMNAMEE.
            MOVE PMLAST TO PMSURN.
        PMNAMES.
            IF PMSURN = 1 THEN GO TO PMNAMEB.
            IF PIIM-NAME (PMSURN - 1:1) = SPACE THEN GO TO PMNAMEB.
            SUBTRACT 1 FROM PMSURN.
            GO TO PMNAMES.
        PMNAMEB.
            COMPUTE PMSURL = PMLAST - PMSURN + 1.
            MOVE SPACES TO PMWORK.
            MOVE 0 TO PMOX.
            MOVE SPACE TO PMPREV.
            MOVE 0 TO PMIX.
        PMNAMEI.
            ADD 1 TO PMIX.
            IF PMIX NOT LESS THAN PMSURN THEN GO TO PMNAMEP.
            IF PMOX GREATER THAN 37 THEN GO TO PMNAMEP.
            IF PIIM-NAME (PMIX:1) NOT = SPACE AND PMPREV = SPACE THEN
               MOVE PIIM-NAME (PMIX:1) TO PMWORK (PMOX + 1:1)
               MOVE '.' TO PMWORK (PMOX + 2:1)
               ADD 3 TO PMOX.
            MOVE PIIM-NAME (PMIX:1) TO PMPREV.
            GO TO PMNAMEI.
      * THE SURNAME AFTER THE INITIALS - CUT AT THE FIELD END WHEN
      * ONE-LETTER WORDS HAVE GROWN INTO LONGER INITIALS
        PMNAMEP.
            IF PMOX + PMSURL GREATER THAN 40 THEN
               COMPUTE PMSURL = 40 - PMOX.
            IF PMSURL = 0 THEN GO TO PMNAMEW.
            MOVE PIIM-NAME (PMSURN:PMSURL) TO PMWORK (PMOX + 1:PMSURL).
        PMNAMEW.
            MOVE PMWORK TO PIIM-NAME.
        PMNAMEX.
            EXIT.

      * PMADDR   EQU   *
      * ADDRESS TO HOUSE NUMBER ONLY - A LEADING WORD THAT STARTS
      * WITH A DIGIT IS KEPT, EVERYTHING NON-BLANK AFTER IT STARS OUT
        PMADDR.
            MOVE 0 TO PMIX.
        PMADDRL.
            ADD 1 TO PMIX.
            IF PMIX GREATER THAN 40 THEN GO TO PMADDRX.
            IF PIIM-ADDR (PMIX:1) = SPACE THEN GO TO PMADDRL.
            IF PIIM-ADDR (PMIX:1) NOT NUMERIC THEN GO TO PMADDRS.
        PMADDRH.
            ADD 1 TO PMIX.
            IF PMIX GREATER THAN 40 THEN GO TO PMADDRX.
            IF PIIM-ADDR (PMIX:1) NOT = SPACE THEN GO TO PMADDRH.
        PMADDRS.
            IF PIIM-ADDR (PMIX:1) NOT = SPACE THEN
               MOVE '*' TO PIIM-ADDR (PMIX:1).
            ADD 1 TO PMIX.
            IF PMIX NOT GREATER THAN 40 THEN GO TO PMADDRS.
        PMADDRX.
            EXIT.
