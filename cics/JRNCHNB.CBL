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
      * BATCH HASH-CHAIN SUBPROGRAM - JRNCHN KSDS
      *
      * RPI 1437 - THE BATCH SIDE OF THE JRNCHN1 CHAINED-JOURNAL
      * SERVICE (SEE JRNCHN.CPY).  CUSTMRG1 AND CUSTSTD1 APPEND TO THE
      * CUSTJRNQ DATASET DIRECTLY; EACH RECORD IS STAMPED HERE FIRST,
      * FROM THE SAME CONTROL RECORD THE ONLINE WRITERS USE, SO THE
      * CHAIN RUNS UNBROKEN THROUGH ONLINE AND BATCH WRITES.  THE
      * JRNVFY1 VERIFIER HASHES THROUGH HERE TOO, SO THERE IS ONE
      * BATCH COPY OF THE ARITHMETIC AND IT MATCHES JRNCHN1'S:
      *
      *   CALL 'JRNCHNB' USING JCB-FUNC JCB-JRNL JCB-LEN JCB-DATA
      *                        JCB-HASH JCB-RC
      *
      *   JCB-FUNC 'N' - NEXT RECORD FOR JOURNAL JCB-JRNL: JCB-DATA
      *       HOLDS JCB-LEN BYTES OF RECORD; THE SEQUENCE AND THE
      *       PREVIOUS CHAIN HASH ARE STORED IN THE 27 BYTES AFTER
      *       THEM, THE CHAIN HEAD MOVES ON, AND JCB-HASH RETURNS THE
      *       NEW RECORD'S OWN HASH.  THE CALLER THEN WRITES THE
      *       RECORD (JCB-LEN + 27 BYTES).
      *   JCB-FUNC 'H' - HASH ONLY: JCB-HASH = CHAIN HASH OF THE
      *       FIRST JCB-LEN BYTES OF JCB-DATA.  NO FILE IS TOUCHED.
      *   JCB-RC   0 = DONE, 8 = JRNCHN UNAVAILABLE OR ITS CHAIN
      *       HEAD COULD NOT BE WRITTEN (RECORD STAMPED WITH A ZERO
      *       SEQUENCE, AS JRNCHN1 DOES, SO A HEAD THAT DID NOT MOVE
      *       NEVER FORKS THE CHAIN), 12 = BAD LENGTH.  A CALLER
      *       TREATS 8 AS A FAILED JOURNAL WRITE.
      *
      * LIKE RUNCTL1, THE FILE IS OPENED AND CLOSED PER CALL, SO A
      * STEP THAT DIES NEVER LEAVES A CHAIN HEAD UNWRITTEN.
      *
        PROGRAM-ID. JRNCHNB.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JRNCHN ASSIGN TO JRNCHN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CHN-KEY
                FILE STATUS IS WS-FSCH.

        DATA DIVISION.
        FILE SECTION.
        FD  JRNCHN
            RECORDING MODE IS F.
        01  CHN-FILE-REC.
        COPY JRNCHN.

        WORKING-STORAGE SECTION.
        77  WS-FSCH               PIC X(2)   VALUE SPACES.
            88  WS-FSCH-OK                   VALUE '00'.
        77  WS-EXISTS             PIC X.
        77  WS-WLEN               PIC 9(4)   COMP.

      * CHAIN HASH WORK - SEE JRNCHN1 FOR THE FORMULA
        01  WS-BYTE.
            02  WS-BYTEN          PIC 9(4)   COMP.
        01  WS-BYTEX REDEFINES WS-BYTE.
            02  WS-BYTEHI         PIC X.
            02  WS-BYTELO         PIC X.
        77  WS-IX                 PIC 9(4)   COMP.
        77  WS-HA                 PIC 9(11)  COMP-3.
        77  WS-HB                 PIC 9(11)  COMP-3.
        77  WS-HQ                 PIC 9(11)  COMP-3.

        LINKAGE SECTION.
        01  JCB-FUNC     PIC X.
        01  JCB-JRNL     PIC X(8).
        01  JCB-LEN      PIC 9(4)  COMP.
        01  JCB-DATA     PIC X(300).
        01  JCB-HASH     PIC 9(18).
        01  JCB-RC       PIC 9(2).

        PROCEDURE DIVISION USING JCB-FUNC JCB-JRNL JCB-LEN JCB-DATA
                                 JCB-HASH JCB-RC.

            MOVE 0 TO JCB-RC.
            IF JCB-FUNC = 'H' THEN
                IF JCB-LEN = 0 OR JCB-LEN GREATER THAN 300 THEN
                    MOVE 12 TO JCB-RC
                    GOBACK
                END-IF
                MOVE JCB-LEN TO WS-WLEN
                PERFORM JCBHASH THRU JCBHASHX
                GOBACK.
            IF JCB-LEN = 0 OR JCB-LEN GREATER THAN 273 THEN
                MOVE 12 TO JCB-RC
                GOBACK.
            COMPUTE WS-WLEN = JCB-LEN + 27.
            OPEN I-O JRNCHN.
            IF WS-FSCH = '35' THEN
                CLOSE JRNCHN
                OPEN OUTPUT JRNCHN
                CLOSE JRNCHN
                OPEN I-O JRNCHN.
            IF NOT WS-FSCH-OK THEN
                DISPLAY 'JRNCHNB CANNOT OPEN JRNCHN, STATUS ' WS-FSCH
                MOVE 8 TO JCB-RC
                MOVE ZEROS TO JCB-DATA (JCB-LEN + 1:27)
                MOVE 0 TO JCB-HASH
                GOBACK.
            MOVE JCB-JRNL TO CHN-JRNL.
            READ JRNCHN
                INVALID KEY MOVE 'N' TO WS-EXISTS
                NOT INVALID KEY MOVE 'Y' TO WS-EXISTS
            END-READ.
            IF WS-EXISTS = 'N' THEN
                MOVE SPACES TO CHN-REC
                MOVE JCB-JRNL TO CHN-JRNL
                MOVE 0 TO CHN-SEQ
                MOVE 0 TO CHN-HASH
                MOVE 0 TO CHN-VSEQ
                MOVE 0 TO CHN-VHASH
                MOVE 0 TO CHN-VDATE.
            ADD 1 TO CHN-SEQ.
            MOVE CHN-SEQ  TO JCB-DATA (JCB-LEN + 1:9).
            MOVE CHN-HASH TO JCB-DATA (JCB-LEN + 10:18).
            PERFORM JCBHASH THRU JCBHASHX.
            MOVE JCB-HASH TO CHN-HASH.
            IF WS-EXISTS = 'Y' THEN
                REWRITE CHN-FILE-REC
            ELSE
                WRITE CHN-FILE-REC.
            IF NOT WS-FSCH-OK THEN
                DISPLAY 'JRNCHNB CHAIN HEAD WRITE FAILED FOR '
                    JCB-JRNL ', STATUS ' WS-FSCH
                MOVE 8 TO JCB-RC
                MOVE ZEROS TO JCB-DATA (JCB-LEN + 1:27)
                MOVE 0 TO JCB-HASH.
            CLOSE JRNCHN.
            GOBACK.

      * CHAIN HASH OF THE FIRST WS-WLEN BYTES OF JCB-DATA
        JCBHASH.
            MOVE 1 TO WS-HA.
            MOVE 0 TO WS-HB.
            MOVE LOW-VALUE TO WS-BYTEHI.
            MOVE 0 TO WS-IX.
        JCBHASHL.
            ADD 1 TO WS-IX.
            IF WS-IX GREATER THAN WS-WLEN THEN GO TO JCBHASHE.
            MOVE JCB-DATA (WS-IX:1) TO WS-BYTELO.
            COMPUTE WS-HA = WS-HA * 31 + WS-BYTEN + 1.
            DIVIDE WS-HA BY 999999937 GIVING WS-HQ REMAINDER WS-HA.
            COMPUTE WS-HB = WS-HB + WS-HA.
            DIVIDE WS-HB BY 999999929 GIVING WS-HQ REMAINDER WS-HB.
            GO TO JCBHASHL.
        JCBHASHE.
            COMPUTE JCB-HASH = WS-HA * 1000000000 + WS-HB.
        JCBHASHX.
            EXIT.
