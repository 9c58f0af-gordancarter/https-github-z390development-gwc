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
      * INTRA-STEP CHECKPOINT SUBPROGRAM - CHKPTF FILE
      *
      * RPI 1424 - RUNCTL1 RESTARTS A WINDOW A WHOLE STEP AT A TIME,
      * SO A CUSTOMER BATCH THAT DIED AT RECORD 80,000 STARTED OVER
      * AT RECORD 1.  THE LONG CUSTOMER BATCHES (CUSTSTD1, CUSTPRG1,
      * CUSTGEN1) NOW KEEP A CHECKPOINT - LAST KEY PROCESSED PLUS
      * RUNNING COUNTS, LAYOUT CHKPREC.CPY - IN THE CHKPTF KSDS,
      * KEYED ON THE STEP NAME:
      *
      *   CALL 'CHKPT1' USING CK-FUNC CK-AREA CK-RC
      *
      *   CK-FUNC 'R' - READ THE STEP'S CHECKPOINT (CKP-STEP SET BY
      *       THE CALLER).  CK-RC 0 = FOUND, 4 = NONE ON FILE.
      *   CK-FUNC 'W' - TAKE A CHECKPOINT: CKP-DATE/CKP-TIME ARE
      *       STAMPED HERE AND THE RECORD WRITTEN OR REWRITTEN.
      *   CK-FUNC 'D' - THE STEP ENDED NORMALLY; ITS CHECKPOINT IS
      *       DELETED SO THE NEXT RESTART CANNOT RESUME FROM IT.
      *
      *   CK-RC 16 = CHKPTF UNAVAILABLE OR AN UNKNOWN FUNCTION.
      *
      * THE FILE IS OPENED AND CLOSED PER CALL, THE RUNCTL1 RULE - A
      * STEP THAT DIES BETWEEN CHECKPOINTS STILL LEAVES THE LAST ONE
      * WRITTEN AND THE FILE CLOSED.
      *
        PROGRAM-ID. CHKPT1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHKPTF ASSIGN TO CHKPTF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CKF-STEP
                FILE STATUS IS WS-FSCK.

        DATA DIVISION.
        FILE SECTION.
        FD  CHKPTF
            RECORDING MODE IS F.
        01  CKF-REC.
            02  CKF-STEP          PIC X(8).
            02  FILLER            PIC X(692).

        WORKING-STORAGE SECTION.
        77  WS-FSCK               PIC X(2)   VALUE SPACES.
            88  WS-FSCK-OK                   VALUE '00'.
        77  WS-EXISTS             PIC X.
        77  WS-TODAY-JUL          PIC 9(5)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).

        LINKAGE SECTION.
        01  CK-FUNC      PIC X.
        01  CK-AREA.
        COPY CHKPREC.
        01  CK-RC        PIC 9(2).

        PROCEDURE DIVISION USING CK-FUNC CK-AREA CK-RC.

            MOVE 0 TO CK-RC.
            OPEN I-O CHKPTF.
            IF WS-FSCK = '35' THEN
                CLOSE CHKPTF
                OPEN OUTPUT CHKPTF
                CLOSE CHKPTF
                OPEN I-O CHKPTF.
            IF NOT WS-FSCK-OK THEN
                DISPLAY 'CHKPT1 CANNOT OPEN CHKPTF, STATUS ' WS-FSCK
                MOVE 16 TO CK-RC
                GOBACK.
            MOVE CKP-STEP TO CKF-STEP.
            READ CHKPTF
                INVALID KEY MOVE 'N' TO WS-EXISTS
                NOT INVALID KEY MOVE 'Y' TO WS-EXISTS
            END-READ.
            IF CK-FUNC = 'R' THEN
                PERFORM CKREAD
            ELSE
            IF CK-FUNC = 'W' THEN
                PERFORM CKWRITE
            ELSE
            IF CK-FUNC = 'D' THEN
                PERFORM CKDEL
            ELSE
                MOVE 16 TO CK-RC.
            CLOSE CHKPTF.
            GOBACK.

      * READ - HAND THE STEP ITS LAST CHECKPOINT, IF IT HAS ONE
        CKREAD.
            IF WS-EXISTS = 'Y' THEN
                MOVE CKF-REC TO CKP-REC
            ELSE
                MOVE 4 TO CK-RC.

      * WRITE - STAMP AND STORE; THE FIRST CHECKPOINT OF A STEP ADDS
      * ITS RECORD, EVERY LATER ONE REPLACES IT
        CKWRITE.
            ACCEPT WS-TODAY-JUL FROM DAY.
            COMPUTE CKP-DATE = 100000 + WS-TODAY-JUL.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-TIME-HMS TO CKP-TIME.
            MOVE CKP-REC TO CKF-REC.
            IF WS-EXISTS = 'Y' THEN
                REWRITE CKF-REC
            ELSE
                WRITE CKF-REC.
            IF NOT WS-FSCK-OK THEN
                DISPLAY 'CHKPT1 CHECKPOINT NOT WRITTEN FOR ' CKP-STEP
                    ', STATUS ' WS-FSCK
                MOVE 16 TO CK-RC.

      * DELETE - NOTHING TO RESUME FROM ONCE THE STEP HAS FINISHED
        CKDEL.
            IF WS-EXISTS = 'Y' THEN
                DELETE CHKPTF.
