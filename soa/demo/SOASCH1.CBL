      ************************************************************
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
       IDENTIFICATION DIVISION.
      *
      * SOA PAYLOAD SCHEMA CHECK - SHARED BY THE MANAGER
      *
      * EVERY SERVICE READS ITS PARMS AREA ITS OWN WAY, AND A CLIENT
      * THAT SENT A MISALIGNED OR NON-NUMERIC FIELD GOT GARBAGE OR
      * AN ABEND BACK INSTEAD OF AN EXPLANATION (DFPVAL1 COVERS THE
      * DEMOSUB1 OPERANDS ONLY).  THE SOASCHM FILE NOW DESCRIBES
      * EACH SERVICE'S PAYLOAD, ONE LINE PER FIELD, AND THE MANAGER
      * CHECKS EVERY REQUEST AGAINST IT BEFORE DISPATCH:
      *
      *   CALL 'SOASCH1' USING SCH-FUNC SCH-SVC SCH-VER SCH-LEN
      *                        SCH-DATA SCH-RC SCH-FIELD SCH-OFFSET
      *                        SCH-REASON
      *
      *   SCH-FUNC 'L' (RE)LOADS SOASCHM; 'V' VALIDATES SCH-LEN
      *   BYTES OF SCH-DATA (THE REASSEMBLED, EXPANDED PAYLOAD, UP
      *   TO 8192) FOR SERVICE SCH-SVC AT PROTOCOL VERSION SCH-VER
      *   (BLANK = '1').  THE FIRST 'V' LOADS THE FILE IF NO 'L'
      *   HAS.  SCH-RC 0 = VALID (OR NO SCHEMA FOR THE SERVICE);
      *   8 = INVALID, WITH THE FIELD NAME, THE 1-BASED OFFSET OF
      *   THE OFFENDING BYTE AND A REASON.  ON 'L', SCH-RC 4 = SOME
      *   LINES WERE SKIPPED AS MALFORMED, 8 = NO SOASCHM FILE (NO
      *   SERVICE IS CHECKED).
      *
      * SOASCHM LINE ('*' IN COL 1 IS A COMMENT):
      *
      *   COLS  1- 8  SERVICE NAME
      *   COL     10  PROTOCOL VERSION THE LINE DESCRIBES, OR '*'
      *               FOR ANY VERSION WITHOUT LINES OF ITS OWN
      *   COLS 12-19  FIELD NAME (RETURNED WHEN THE FIELD FAILS)
      *   COLS 21-24  OFFSET, 1-BASED
      *   COLS 26-29  LENGTH IN BYTES
      *   COL     31  TYPE - C CHARACTER, Z ZONED DECIMAL (SIGN MAY
      *               BE OVERPUNCHED ON THE LAST BYTE), P PACKED
      *               DECIMAL (UP TO 16 BYTES), B BINARY (2, 4 OR 8
      *               BYTES)
      *   COL     33  'Y' = REQUIRED; BLANK OR 'N' = OPTIONAL
      *
      * A REQUIRED FIELD MUST LIE INSIDE THE PAYLOAD AND, UNLESS IT
      * IS BINARY, MUST NOT BE ALL BLANKS OR ALL LOW-VALUES.  AN
      * OPTIONAL FIELD PAST THE END OF THE PAYLOAD, OR ALL BLANKS OR
      * LOW-VALUES, IS ABSENT AND NOT CHECKED FURTHER.  CHARACTER
      * AND BINARY FIELDS TAKE ANY BYTES.  THE FIRST FAILING FIELD,
      * IN FILE ORDER, IS THE ONE REPORTED.
      *
       PROGRAM-ID. SOASCH1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOASCHM ASSIGN TO SOASCHM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOASCHM
           RECORDING MODE IS F.
       01  SCM-REC.
           05  SCM-SVC        PIC X(8).
           05  FILLER         PIC X.
           05  SCM-VER        PIC X.
           05  FILLER         PIC X.
           05  SCM-FIELD      PIC X(8).
           05  FILLER         PIC X.
           05  SCM-OFF        PIC 9(4).
           05  FILLER         PIC X.
           05  SCM-LEN        PIC 9(4).
           05  FILLER         PIC X.
           05  SCM-TYPE       PIC X.
           05  FILLER         PIC X.
           05  SCM-REQ        PIC X.
           05  FILLER         PIC X(47).

       WORKING-STORAGE SECTION.
       77  SCM-FS         PIC X(2)  VALUE SPACES.
       77  SCM-EOF        PIC X     VALUE 'N'.
       77  SCM-LOADED     PIC X     VALUE 'N'.

      * THE SCHEMA AS LOADED - 256 FIELD LINES ACROSS ALL SERVICES
       01  SCH-TAB.
           05  SCH-ENTRY OCCURS 256 TIMES.
               10  SCH-T-SVC      PIC X(8).
               10  SCH-T-VER      PIC X.
               10  SCH-T-FIELD    PIC X(8).
               10  SCH-T-OFF      PIC S9(8) COMP.
               10  SCH-T-LEN      PIC S9(8) COMP.
               10  SCH-T-TYPE     PIC X.
               10  SCH-T-REQ      PIC X.
       77  SCH-USED       PIC S9(4) COMP VALUE 0.
       77  SCH-IX         PIC S9(4) COMP.
       77  SCH-WANT-VER   PIC X.
       77  SCH-HAVE-SVC   PIC X.
       77  FLD-OFF        PIC S9(8) COMP.
       77  FLD-END        PIC S9(8) COMP.
       77  BYTE-IX        PIC S9(8) COMP.
       77  CURBYTE        PIC X.
       01  NIB-HALF       PIC 9(4) COMP.
       01  FILLER REDEFINES NIB-HALF.
           05  FILLER     PIC X.
           05  NIB-LOW    PIC X.
       77  NIB-HI         PIC 9(4) COMP.
       77  NIB-LO         PIC 9(4) COMP.

       LINKAGE SECTION.
       01  SCH-FUNC       PIC X.
       01  SCH-SVC        PIC X(8).
       01  SCH-VER        PIC X.
       01  SCH-LEN        PIC S9(8) COMP.
       01  SCH-DATA       PIC X(8192).
       01  SCH-RC         PIC S9(4) COMP.
       01  SCH-FIELD      PIC X(8).
       01  SCH-OFFSET     PIC S9(8) COMP.
       01  SCH-REASON     PIC X(30).

       PROCEDURE DIVISION USING SCH-FUNC SCH-SVC SCH-VER SCH-LEN
                                SCH-DATA SCH-RC SCH-FIELD
                                SCH-OFFSET SCH-REASON.
       SCHMAIN.
           MOVE 0 TO SCH-RC.
           MOVE SPACES TO SCH-FIELD.
           MOVE 0 TO SCH-OFFSET.
           MOVE SPACES TO SCH-REASON.
           IF SCH-FUNC = 'L'
               PERFORM SCHLOAD THRU SCHLOADX
               GOBACK.
           IF SCH-FUNC NOT = 'V'
               MOVE 8 TO SCH-RC
               MOVE 'BAD FUNCTION' TO SCH-REASON
               GOBACK.
           IF SCM-LOADED = 'N'
               PERFORM SCHLOAD THRU SCHLOADX
               MOVE 0 TO SCH-RC.
           PERFORM SCHVAL THRU SCHVALX.
           GOBACK.

      * SCHLOAD - REBUILD THE TABLE FROM SOASCHM, SKIPPING (AND
      * FLAGGING) ANY LINE THAT DOES NOT DESCRIBE A USABLE FIELD
       SCHLOAD.
           MOVE 'Y' TO SCM-LOADED.
           MOVE 0 TO SCH-USED.
           MOVE 'N' TO SCM-EOF.
           OPEN INPUT SOASCHM.
           IF SCM-FS NOT = '00'
               MOVE 8 TO SCH-RC
               GO TO SCHLOADX.
       SCHLOADL.
           READ SOASCHM
               AT END MOVE 'Y' TO SCM-EOF.
           IF SCM-EOF = 'Y'
               CLOSE SOASCHM
               GO TO SCHLOADX.
           IF SCM-REC (1:1) = '*' OR SCM-SVC = SPACES
               GO TO SCHLOADL.
           IF SCM-OFF NOT NUMERIC OR SCM-LEN NOT NUMERIC
               MOVE 4 TO SCH-RC
               GO TO SCHLOADL.
           IF SCM-OFF = 0 OR SCM-LEN = 0
              OR SCM-OFF + SCM-LEN - 1 GREATER THAN 8192
              OR SCM-VER = SPACE
              OR SCM-FIELD = SPACES
              OR (SCM-REQ NOT = 'Y' AND SCM-REQ NOT = 'N'
                  AND SCM-REQ NOT = SPACE)
               MOVE 4 TO SCH-RC
               GO TO SCHLOADL.
           IF SCM-TYPE NOT = 'C' AND SCM-TYPE NOT = 'Z'
              AND SCM-TYPE NOT = 'P' AND SCM-TYPE NOT = 'B'
               MOVE 4 TO SCH-RC
               GO TO SCHLOADL.
           IF SCM-TYPE = 'P' AND SCM-LEN GREATER THAN 16
               MOVE 4 TO SCH-RC
               GO TO SCHLOADL.
           IF SCM-TYPE = 'B' AND SCM-LEN NOT = 2
              AND SCM-LEN NOT = 4 AND SCM-LEN NOT = 8
               MOVE 4 TO SCH-RC
               GO TO SCHLOADL.
           IF SCH-USED NOT LESS THAN 256
               MOVE 4 TO SCH-RC
               GO TO SCHLOADL.
           ADD 1 TO SCH-USED.
           MOVE SCM-SVC   TO SCH-T-SVC (SCH-USED).
           MOVE SCM-VER   TO SCH-T-VER (SCH-USED).
           MOVE SCM-FIELD TO SCH-T-FIELD (SCH-USED).
           MOVE SCM-OFF   TO SCH-T-OFF (SCH-USED).
           MOVE SCM-LEN   TO SCH-T-LEN (SCH-USED).
           MOVE SCM-TYPE  TO SCH-T-TYPE (SCH-USED).
           MOVE SCM-REQ   TO SCH-T-REQ (SCH-USED).
           IF SCM-REQ = SPACE
               MOVE 'N' TO SCH-T-REQ (SCH-USED).
           GO TO SCHLOADL.
       SCHLOADX.
           EXIT.

      * SCHVAL - PICK THE LINES FOR THIS VERSION (FALLING BACK TO
      * '*'), THEN CHECK THEM IN FILE ORDER UNTIL ONE FAILS
       SCHVAL.
           MOVE SCH-VER TO SCH-WANT-VER.
           IF SCH-WANT-VER = SPACE
               MOVE '1' TO SCH-WANT-VER.
           MOVE 'N' TO SCH-HAVE-SVC.
           MOVE 0 TO SCH-IX.
       SCHVALV.
           ADD 1 TO SCH-IX.
           IF SCH-IX GREATER THAN SCH-USED
               GO TO SCHVALW.
           IF SCH-T-SVC (SCH-IX) = SCH-SVC
              AND SCH-T-VER (SCH-IX) = SCH-WANT-VER
               MOVE 'Y' TO SCH-HAVE-SVC
               GO TO SCHVALW.
           GO TO SCHVALV.
       SCHVALW.
           IF SCH-HAVE-SVC = 'N'
               MOVE '*' TO SCH-WANT-VER.
           MOVE 0 TO SCH-IX.
       SCHVALL.
           ADD 1 TO SCH-IX.
           IF SCH-IX GREATER THAN SCH-USED
               GO TO SCHVALX.
           IF SCH-T-SVC (SCH-IX) = SCH-SVC
              AND SCH-T-VER (SCH-IX) = SCH-WANT-VER
               PERFORM SCHFLD THRU SCHFLDX
               IF SCH-RC NOT = 0
                   GO TO SCHVALX.
           GO TO SCHVALL.
       SCHVALX.
           EXIT.

      * SCHFLD - ONE FIELD: PRESENCE, THEN THE BYTES FOR ITS TYPE
       SCHFLD.
           MOVE SCH-T-OFF (SCH-IX) TO FLD-OFF.
           COMPUTE FLD-END = FLD-OFF + SCH-T-LEN (SCH-IX) - 1.
           IF FLD-END GREATER THAN SCH-LEN
               IF SCH-T-REQ (SCH-IX) = 'Y'
                   MOVE 'FIELD BEYOND PAYLOAD END' TO SCH-REASON
                   MOVE FLD-OFF TO BYTE-IX
                   GO TO SCHFLDB
               ELSE
                   GO TO SCHFLDX.
           IF SCH-T-TYPE (SCH-IX) = 'B'
               GO TO SCHFLDX.
           IF SCH-DATA (FLD-OFF:SCH-T-LEN (SCH-IX)) = SPACES
              OR SCH-DATA (FLD-OFF:SCH-T-LEN (SCH-IX)) = LOW-VALUES
               IF SCH-T-REQ (SCH-IX) = 'Y'
                   MOVE 'REQUIRED FIELD MISSING' TO SCH-REASON
                   MOVE FLD-OFF TO BYTE-IX
                   GO TO SCHFLDB
               ELSE
                   GO TO SCHFLDX.
           IF SCH-T-TYPE (SCH-IX) = 'C'
               GO TO SCHFLDX.
           MOVE FLD-OFF TO BYTE-IX.
           IF SCH-T-TYPE (SCH-IX) = 'P'
               GO TO SCHFLDP.

      * ZONED - DIGITS, WITH AN OVERPUNCHED SIGN ALLOWED LAST
       SCHFLDZ.
           MOVE SCH-DATA (BYTE-IX:1) TO CURBYTE.
           IF CURBYTE NOT LESS THAN '0' AND CURBYTE NOT GREATER THAN '9'
               GO TO SCHFLDZN.
           IF BYTE-IX = FLD-END
              AND (CURBYTE = '{' OR CURBYTE = '}'
                OR (CURBYTE NOT LESS THAN 'A'
                    AND CURBYTE NOT GREATER THAN 'I')
                OR (CURBYTE NOT LESS THAN 'J'
                    AND CURBYTE NOT GREATER THAN 'R'))
               GO TO SCHFLDZN.
           MOVE 'NON-NUMERIC ZONED BYTE' TO SCH-REASON.
           GO TO SCHFLDB.
       SCHFLDZN.
           ADD 1 TO BYTE-IX.
           IF BYTE-IX GREATER THAN FLD-END
               GO TO SCHFLDX.
           GO TO SCHFLDZ.

      * PACKED - TWO DIGIT NIBBLES A BYTE, THE LAST BYTE A DIGIT AND
      * A SIGN (X'A' TO X'F')
       SCHFLDP.
           MOVE 0 TO NIB-HALF.
           MOVE SCH-DATA (BYTE-IX:1) TO NIB-LOW.
           DIVIDE NIB-HALF BY 16 GIVING NIB-HI REMAINDER NIB-LO.
           IF NIB-HI GREATER THAN 9
               MOVE 'INVALID PACKED DIGIT' TO SCH-REASON
               GO TO SCHFLDB.
           IF BYTE-IX = FLD-END
               IF NIB-LO LESS THAN 10
                   MOVE 'INVALID PACKED SIGN' TO SCH-REASON
                   GO TO SCHFLDB
               ELSE
                   GO TO SCHFLDX.
           IF NIB-LO GREATER THAN 9
               MOVE 'INVALID PACKED DIGIT' TO SCH-REASON
               GO TO SCHFLDB.
           ADD 1 TO BYTE-IX.
           GO TO SCHFLDP.

       SCHFLDB.
           MOVE 8 TO SCH-RC.
           MOVE SCH-T-FIELD (SCH-IX) TO SCH-FIELD.
           MOVE BYTE-IX TO SCH-OFFSET.
       SCHFLDX.
           EXIT.
