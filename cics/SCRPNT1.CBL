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
      * DECLARATIVE SCREEN PAINT AND INBOUND MAP SERVICE - SCRDEF KSDS
      *
      * RPI 1438 - SBABUILD ENDED HAND-DERIVED SBA HEX, BUT EVERY
      * RAW-DATASTREAM TRANSACTION STILL LAID ITS SCREEN OUT IN
      * WORKING-STORAGE, SO MOVING A FIELD MEANT A RECOMPILE.  A
      * SCREEN NOW LIVES ON THE SCRDEF FILE, ONE LINE PER FIELD (SEE
      * SCRDEF.CPY), AND A TRANSACTION LINKS HERE WITH THE SCREEN ID
      * AND ITS DATA BY FIELD NAME:
      *
      *   SCP-FUNC 'P' - PAINT THE WHOLE SCREEN: ERASE-WRITE HEADER,
      *                  THEN EVERY LINE IN SEQUENCE - LITERALS,
      *                  MSGCAT MESSAGES (THROUGH MSGGET1, IN
      *                  SCP-LANG), AND THE CALLER'S VALUES FOR THE
      *                  NAMED DATA AND INPUT FIELDS
      *   SCP-FUNC 'U' - UPDATE: ONLY THE NAMED FIELDS THE CALLER
      *                  SUPPLIED, TEXT ONLY, OVER THE SCREEN ALREADY
      *                  PAINTED
      *   SCP-FUNC 'M' - MAP: SCP-BUFFER HOLDS THE DATASTREAM AS
      *                  RECEIVED (SCP-BUFL BYTES); EVERY INPUT FIELD
      *                  OF THE SCREEN COMES BACK IN SCP-FLD BY NAME,
      *                  SPACES WHEN IT WAS NOT SENT
      *
      * 'P' AND 'U' LEAVE THE OUTBOUND DATASTREAM IN SCP-BUFFER FOR
      * THE CALLER TO SEND THROUGH SCRNCAP1 AS BEFORE (SCAP-ERASE 'Y'
      * AFTER A 'P').  EVERY ADDRESS IS COMPOSED BY SBABUILD.
      *
      * SCP-RC: 0 = DONE, 4 = A MESSAGE ID MISSING FROM MSGCAT OR A
      * LINE OFF THE SCREEN (THE REST IS PAINTED), 8 = SCREEN NOT ON
      * SCRDEF OR SCRDEF UNAVAILABLE (A 'P' STILL HANDS BACK A ONE-
      * LINE NOTICE TO SEND), 12 = DATASTREAM FULL - PAINTED AS FAR
      * AS IT WENT, 16 = BAD FUNCTION CODE.
      *
        PROGRAM-ID. SCRPNT1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  SDF-AREA.
        COPY SCRDEF.
        77  SDFRECL   PIC 9(4)  COMP  VALUE 80.
        01  SDFKEY.
            02  SDFKSCR   PIC X(8).
            02  SDFKSEQ   PIC 9(3).
        77  SPLINES   PIC 9(4)  COMP.

      * THE TEXT OF ONE LINE AND ITS LENGTH
        77  SPVAL     PIC X(60).
        77  SPVLEN    PIC 9(4)  COMP.
        77  SPFX      PIC 9(2)  COMP.
        77  SPFOUND   PIC X.

      * THE SCREEN'S INPUT FIELDS, PARALLEL TO SCP-FLD, FOR THE MAP:
      * ROW AND COLUMN OF THE FIRST DATA POSITION, AND THE WIDTH
        01  SPINTAB.
            02  SPIN-ENT  OCCURS 20 TIMES.
                03  SPIN-ROW  PIC 9(2)  COMP.
                03  SPIN-COL  PIC 9(2)  COMP.
                03  SPIN-LEN  PIC 9(2)  COMP.

      * INBOUND SCAN - BUFFER ADDRESS BYTES BACK TO ROW/COLUMN: EACH
      * ADDRESS CHARACTER CARRIES ITS 6-BIT VALUE IN ITS LOW 6 BITS
        77  SPIX      PIC 9(4)  COMP.
        77  SPDX      PIC 9(4)  COMP.
        77  SPDLEN    PIC 9(4)  COMP.
        77  SPADDR    PIC 9(4)  COMP.
        77  SPAROW    PIC 9(4)  COMP.
        77  SPACOL    PIC 9(4)  COMP.
        77  SPB1      PIC 9(4)  COMP.
        77  SPB2      PIC 9(4)  COMP.
        77  SPQ       PIC 9(4)  COMP.
        01  SPBYTE.
            02  SPBYTEN   PIC 9(4)  COMP.
        01  SPBYTEX REDEFINES SPBYTE.
            02  SPBYTEHI  PIC X.
            02  SPBYTELO  PIC X.

      * NOTICE PAINTED FOR A SCREEN WITH NO LINES
        01  SPNOTE.
            02  FILLER    PIC X(7)  VALUE 'SCREEN '.
            02  SPNOSCR   PIC X(8).
            02  FILLER    PIC X(25) VALUE ' NOT DEFINED ON SCRDEF   '.

        01  SBAB-COMM.
            02  SBAB-FUNC   PIC X.
            02  SBAB-RC     PIC 9(2).
            02  SBAB-ROW    PIC 9(2)  COMP.
            02  SBAB-COL    PIC 9(2)  COMP.
            02  SBAB-ATTR   PIC X.
            02  SBAB-SBA    PIC X(3).
            02  SBAB-TEXTL  PIC 9(4)  COMP.
            02  SBAB-TEXT   PIC X(60).
            02  SBAB-BUFL   PIC 9(4)  COMP.
            02  SBAB-BUFFER PIC X(1536).
        77  SBABCOMML PIC 9(4)  COMP.

      * MESSAGE CATALOG FETCH, EXTENDED COMMAREA (SEE MSGGET1.CBL)
        01  MCAT-COMM.
            02  MCAT-ID    PIC X(8).
            02  MCAT-RC    PIC 9(2)  VALUE 0.
            02  MCAT-SUB1  PIC X(20) VALUE SPACES.
            02  MCAT-SUB2  PIC X(20) VALUE SPACES.
            02  MCAT-TEXT  PIC X(60) VALUE SPACES.
            02  MCAT-LANG  PIC X(2)  VALUE SPACES.
        77  MCATCOMML PIC 9(4)  COMP.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  SCP-FUNC    PIC X.
            02  SCP-RC      PIC 9(2).
            02  SCP-SCREEN  PIC X(8).
            02  SCP-LANG    PIC X(2).
            02  SCP-FLDN    PIC 9(2)  COMP.
            02  SCP-FLD     OCCURS 20 TIMES.
                03  SCP-FNAME  PIC X(8).
                03  SCP-FVAL   PIC X(60).
            02  SCP-BUFL    PIC 9(4)  COMP.
            02  SCP-BUFFER  PIC X(1536).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 2913 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 0 TO SCP-RC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE LENGTH OF MCAT-COMM TO MCATCOMML.
            IF SCP-FLDN GREATER THAN 20 THEN MOVE 20 TO SCP-FLDN.
            IF SCP-FUNC = 'P' OR SCP-FUNC = 'U' THEN GO TO SPPAINT.
            IF SCP-FUNC = 'M' THEN GO TO SPMAP.
            MOVE 16 TO SCP-RC.
            GO TO SPRET.

      * SPPAINT  EQU   *
      * THE SCREEN'S LINES IN SEQUENCE.  NOTFND CAN ONLY COME FROM THE
      * STARTBR - NO BROWSE IS ACTIVE THEN, SO IT SKIPS THE ENDBR
        SPPAINT.
            MOVE 0 TO SBAB-BUFL.
            IF SCP-FUNC = 'P' THEN
               MOVE 'I' TO SBAB-FUNC
               PERFORM SPSBAB.
            MOVE 0 TO SPLINES.
            EXEC CICS HANDLE CONDITION NOTFND(SPPEND) ENDFILE(SPPEOF)
                 NOTOPEN(SPPEND) END-EXEC.
            MOVE SCP-SCREEN TO SDFKSCR.
            MOVE 0 TO SDFKSEQ.
            EXEC CICS STARTBR FILE('SCRDEF') RIDFLD(SDFKEY) GTEQ
                 END-EXEC.
        SPPNEXT.
            EXEC CICS READNEXT FILE('SCRDEF') INTO(SDF-REC)
                 LENGTH(SDFRECL) RIDFLD(SDFKEY) END-EXEC.
            IF SDF-SCREEN NOT = SCP-SCREEN THEN GO TO SPPEOF.
            ADD 1 TO SPLINES.
            PERFORM SPLINE THRU SPLINEX.
            IF SCP-RC = 12 THEN GO TO SPPEOF.
            GO TO SPPNEXT.
      * SPPEOF   EQU   *
        SPPEOF.
            EXEC CICS ENDBR FILE('SCRDEF') END-EXEC.
      * SPPEND   EQU   *
        SPPEND.
            IF SPLINES = 0 THEN GO TO SPNODEF.
            MOVE SBAB-BUFL TO SCP-BUFL.
            MOVE SBAB-BUFFER TO SCP-BUFFER.
            GO TO SPRET.

      * SPNODEF  EQU   *
      * NO LINES FOR THE SCREEN, OR NO SCRDEF - A FULL PAINT STILL
      * HANDS BACK SOMETHING READABLE FOR THE CALLER TO SEND
        SPNODEF.
            MOVE 8 TO SCP-RC.
            MOVE 0 TO SCP-BUFL.
            IF SCP-FUNC NOT = 'P' THEN GO TO SPRET.
            MOVE 'I' TO SBAB-FUNC.
            PERFORM SPSBAB.
            MOVE 'A' TO SBAB-FUNC.
            MOVE 1 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            MOVE LOW-VALUES TO SBAB-ATTR.
            MOVE SCP-SCREEN TO SPNOSCR.
            MOVE SPNOTE TO SBAB-TEXT.
            MOVE LENGTH OF SPNOTE TO SBAB-TEXTL.
            PERFORM SPSBAB.
            MOVE SBAB-BUFL TO SCP-BUFL.
            MOVE SBAB-BUFFER TO SCP-BUFFER.
            GO TO SPRET.

      * SPLINE   EQU   *
      * ONE DEFINITION LINE - FIND ITS TEXT, THEN APPEND SBA,
      * ATTRIBUTE AND TEXT.  AN UPDATE SKIPS EVERY LINE THE CALLER
      * GAVE NO VALUE FOR, AND WRITES OVER THE TEXT ONLY.
        SPLINE.
            MOVE SPACES TO SPVAL.
            MOVE 'N' TO SPFOUND.
            IF SDF-TYPE = 'F' OR SDF-TYPE = 'I' THEN
               PERFORM SPFIND VARYING SPFX FROM 1 BY 1
                  UNTIL SPFX GREATER THAN SCP-FLDN OR SPFOUND = 'Y'.
            IF SCP-FUNC = 'U' AND SPFOUND = 'N' THEN GO TO SPLINEX.
            IF SDF-TYPE = 'L' THEN MOVE SDF-TEXT TO SPVAL.
            IF SDF-TYPE = 'M' THEN PERFORM SPMSG.
            MOVE SDF-LEN TO SPVLEN.
            IF SPVLEN GREATER THAN 60 THEN MOVE 60 TO SPVLEN.
            IF SPVLEN NOT = 0 THEN GO TO SPLINEA.
            MOVE 60 TO SPVLEN.
        SPLTRIM.
            IF SPVLEN GREATER THAN 0
               AND SPVAL (SPVLEN:1) = SPACE THEN
               SUBTRACT 1 FROM SPVLEN
               GO TO SPLTRIM.
        SPLINEA.
            MOVE SDF-ROW TO SBAB-ROW.
            MOVE SDF-COL TO SBAB-COL.
            MOVE LOW-VALUES TO SBAB-ATTR.
            IF SDF-ATTR = 'P' THEN MOVE X'60' TO SBAB-ATTR.
            IF SDF-ATTR = 'H' THEN MOVE X'E8' TO SBAB-ATTR.
            IF SDF-ATTR = 'U' THEN MOVE X'C1' TO SBAB-ATTR.
            IF SDF-ATTR = 'D' THEN MOVE X'4D' TO SBAB-ATTR.
            IF SCP-FUNC = 'U' AND SBAB-ATTR NOT = LOW-VALUES THEN
               MOVE LOW-VALUES TO SBAB-ATTR
               ADD 1 TO SBAB-COL.
            MOVE 'A' TO SBAB-FUNC.
            MOVE SPVLEN TO SBAB-TEXTL.
            MOVE SPVAL TO SBAB-TEXT.
            PERFORM SPSBAB.
            IF SBAB-RC = 12 THEN
               MOVE 12 TO SCP-RC
               GO TO SPLINEX.
            IF SBAB-RC NOT = 0 THEN
               MOVE 4 TO SCP-RC
               GO TO SPLINEX.
      * AN INPUT FIELD ENDS AT AN AUTOSKIP ATTRIBUTE RIGHT AFTER IT
            IF SCP-FUNC NOT = 'P' THEN GO TO SPLINEX.
            IF SDF-ATTR NOT = 'U' AND SDF-ATTR NOT = 'D' THEN
               GO TO SPLINEX.
            IF SDF-COL + SDF-LEN + 1 GREATER THAN 80 THEN
               GO TO SPLINEX.
            COMPUTE SBAB-COL = SDF-COL + SDF-LEN + 1.
            MOVE X'F0' TO SBAB-ATTR.
            MOVE 0 TO SBAB-TEXTL.
            PERFORM SPSBAB.
            IF SBAB-RC = 12 THEN MOVE 12 TO SCP-RC.
        SPLINEX.
            EXIT.

      * THE CALLER'S VALUE FOR THE LINE'S FIELD NAME
        SPFIND.
            IF SCP-FNAME (SPFX) = SDF-NAME THEN
               MOVE SCP-FVAL (SPFX) TO SPVAL
               MOVE 'Y' TO SPFOUND.

      * A CATALOG MESSAGE IN THE CALLER'S LANGUAGE
        SPMSG.
            MOVE SDF-TEXT (1:8) TO MCAT-ID.
            MOVE SPACES TO MCAT-SUB1.
            MOVE SPACES TO MCAT-SUB2.
            MOVE SCP-LANG TO MCAT-LANG.
            EXEC CICS LINK PROGRAM('MSGGET1') COMMAREA(MCAT-COMM)
                 LENGTH(MCATCOMML) END-EXEC.
            MOVE MCAT-TEXT TO SPVAL.
            IF MCAT-RC NOT = 0 AND SCP-RC = 0 THEN
               MOVE 4 TO SCP-RC.

      * SPMAP    EQU   *
      * INBOUND - TABLE THE SCREEN'S INPUT FIELDS, THEN WALK THE
      * DATASTREAM: AID, CURSOR ADDRESS, THEN SBA + DATA FOR EACH
      * FIELD SENT
        SPMAP.
            MOVE 0 TO SCP-FLDN.
            MOVE 0 TO SPLINES.
            EXEC CICS HANDLE CONDITION NOTFND(SPMEND) ENDFILE(SPMEOF)
                 NOTOPEN(SPMEND) END-EXEC.
            MOVE SCP-SCREEN TO SDFKSCR.
            MOVE 0 TO SDFKSEQ.
            EXEC CICS STARTBR FILE('SCRDEF') RIDFLD(SDFKEY) GTEQ
                 END-EXEC.
        SPMNEXT.
            EXEC CICS READNEXT FILE('SCRDEF') INTO(SDF-REC)
                 LENGTH(SDFRECL) RIDFLD(SDFKEY) END-EXEC.
            IF SDF-SCREEN NOT = SCP-SCREEN THEN GO TO SPMEOF.
            ADD 1 TO SPLINES.
            IF SDF-TYPE NOT = 'I' OR SCP-FLDN = 20 THEN
               GO TO SPMNEXT.
            ADD 1 TO SCP-FLDN.
            MOVE SDF-NAME TO SCP-FNAME (SCP-FLDN).
            MOVE SPACES   TO SCP-FVAL (SCP-FLDN).
            MOVE SDF-ROW  TO SPIN-ROW (SCP-FLDN).
            MOVE SDF-COL  TO SPIN-COL (SCP-FLDN).
            IF SDF-ATTR NOT = SPACE THEN
               ADD 1 TO SPIN-COL (SCP-FLDN).
            MOVE SDF-LEN  TO SPIN-LEN (SCP-FLDN).
            IF SDF-LEN = 0 OR SDF-LEN GREATER THAN 60 THEN
               MOVE 60 TO SPIN-LEN (SCP-FLDN).
            GO TO SPMNEXT.
      * SPMEOF   EQU   *
        SPMEOF.
            EXEC CICS ENDBR FILE('SCRDEF') END-EXEC.
      * SPMEND   EQU   *
        SPMEND.
            IF SPLINES = 0 THEN
               MOVE 8 TO SCP-RC
               GO TO SPRET.
            MOVE 4 TO SPIX.
        SPMSCAN.
            IF SPIX + 2 GREATER THAN SCP-BUFL THEN GO TO SPRET.
            IF SCP-BUFFER (SPIX:1) NOT = X'11' THEN
               ADD 1 TO SPIX
               GO TO SPMSCAN.
            MOVE LOW-VALUE TO SPBYTEHI.
            MOVE SCP-BUFFER (SPIX + 1:1) TO SPBYTELO.
            DIVIDE SPBYTEN BY 64 GIVING SPQ REMAINDER SPB1.
            MOVE SCP-BUFFER (SPIX + 2:1) TO SPBYTELO.
            DIVIDE SPBYTEN BY 64 GIVING SPQ REMAINDER SPB2.
            COMPUTE SPADDR = SPB1 * 64 + SPB2.
            DIVIDE SPADDR BY 80 GIVING SPAROW REMAINDER SPACOL.
            ADD 1 TO SPAROW.
            ADD 1 TO SPACOL.
      * THE FIELD'S DATA RUNS TO THE NEXT SBA OR THE END
            COMPUTE SPDX = SPIX + 3.
            MOVE SPDX TO SPIX.
        SPMDATA.
            IF SPIX NOT GREATER THAN SCP-BUFL
               AND SCP-BUFFER (SPIX:1) NOT = X'11' THEN
               ADD 1 TO SPIX
               GO TO SPMDATA.
            COMPUTE SPDLEN = SPIX - SPDX.
            PERFORM SPMPUT THRU SPMPUTX VARYING SPFX FROM 1 BY 1
               UNTIL SPFX GREATER THAN SCP-FLDN.
            GO TO SPMSCAN.

      * THE DATA TO THE INPUT FIELD THAT STARTS WHERE IT CAME FROM
        SPMPUT.
            IF SPIN-ROW (SPFX) NOT = SPAROW
               OR SPIN-COL (SPFX) NOT = SPACOL
               OR SPDLEN = 0 THEN GO TO SPMPUTX.
            MOVE SPDLEN TO SPVLEN.
            IF SPVLEN GREATER THAN SPIN-LEN (SPFX) THEN
               MOVE SPIN-LEN (SPFX) TO SPVLEN.
            MOVE SCP-BUFFER (SPDX:SPVLEN) TO SCP-FVAL (SPFX).
        SPMPUTX.
            EXIT.

        SPSBAB.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * SPRET    EQU   *
        SPRET.
            EXEC CICS RETURN END-EXEC.
