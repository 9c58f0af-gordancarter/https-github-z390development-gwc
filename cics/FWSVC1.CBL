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
      * INBOUND FILE ARRIVAL SUBPROGRAM - FWLOG FOR THE BATCH LOADERS
      *
      * RPI 1429 - A BATCH LOADER WHOSE INPUT IS ON THE FILE WATCH
      * (FWCTL.CPY) CALLS HERE BEFORE IT TOUCHES ITS INPUT AND AGAIN
      * WHEN IT HAS LOADED IT:
      *
      *   CALL 'FWSVC1' USING FW-FUNC FW-FILE FW-RC
      *
      *   FW-FUNC 'C' - IS THERE AN ARRIVAL TO LOAD?  THE OLDEST
      *       FWLOG ARRIVAL OF FW-FILE STILL 'ARRV' OR 'STRT' IS
      *       REMEMBERED.  FW-RC 0 = YES, LOAD IT; 4 = THE FILE IS
      *       WATCHED AND NOTHING NEW HAS ARRIVED - THE STEP ENDS
      *       WITHOUT READING A MISSING, PART-SENT OR ALREADY-LOADED
      *       FILE; 8 = NOT WATCHED (NO ENABLED FWCTL ENTRY, OR NO
      *       FWCTL/FWLOG) - THE STEP RUNS AS IT ALWAYS HAS
      *   FW-FUNC 'L' - THE REMEMBERED ARRIVAL IS LOADED: FWL-STATUS
      *       'LOAD', SO NO LATER RUN LOADS IT AGAIN.  FW-RC 0, OR 8
      *       WHEN 'C' REMEMBERED NOTHING.
      *
      * THE FILES ARE OPENED AND CLOSED PER CALL, THE RUNCTL1 RULE.
      *
        PROGRAM-ID. FWSVC1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FWCTL ASSIGN TO FWCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FWC-FILE
                FILE STATUS IS WS-FSFC.
            SELECT FWLOG ASSIGN TO FWLOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FWL-KEY
                FILE STATUS IS WS-FSFL.

        DATA DIVISION.
        FILE SECTION.
        FD  FWCTL
            RECORDING MODE IS F.
        01  FWC-FILE-REC.
        COPY FWCTL.

        FD  FWLOG
            RECORDING MODE IS F.
        01  FWL-FILE-REC.
        COPY FWLOG.

        WORKING-STORAGE SECTION.
        77  WS-FSFC               PIC X(2)   VALUE SPACES.
        77  WS-FSFL               PIC X(2)   VALUE SPACES.
      * THE ARRIVAL 'C' FOUND, FOR THE 'L' THAT FOLLOWS
        77  WS-HELD-KEY           PIC X(21)  VALUE SPACES.

        LINKAGE SECTION.
        01  FW-FUNC      PIC X.
        01  FW-FILE      PIC X(8).
        01  FW-RC        PIC 9(2).

        PROCEDURE DIVISION USING FW-FUNC FW-FILE FW-RC.

            MOVE 8 TO FW-RC.
            IF FW-FUNC = 'C' THEN
                PERFORM FWSCHK THRU FWSCHKX.
            IF FW-FUNC = 'L' THEN
                PERFORM FWSLOAD THRU FWSLOADX.
            GOBACK.

      *****************************************************************
      * FWSCHK - WATCHED?  THEN THE OLDEST ARRIVAL NOT YET LOADED
      *****************************************************************
        FWSCHK.
            MOVE SPACES TO WS-HELD-KEY.
            OPEN INPUT FWCTL.
            IF WS-FSFC NOT = '00' THEN
                GO TO FWSCHKX.
            MOVE FW-FILE TO FWC-FILE.
            READ FWCTL
                INVALID KEY MOVE 'N' TO FWC-ENABLED.
            CLOSE FWCTL.
            IF FWC-ENABLED NOT = 'Y' THEN
                GO TO FWSCHKX.
            OPEN INPUT FWLOG.
            IF WS-FSFL NOT = '00' THEN
                GO TO FWSCHKX.
            MOVE 4 TO FW-RC.
            MOVE FW-FILE TO FWL-FILE.
            MOVE 0 TO FWL-DATE.
            MOVE 0 TO FWL-TIME.
            START FWLOG KEY IS NOT LESS THAN FWL-KEY
                INVALID KEY GO TO FWSCHKC.
        FWSCHKL.
            READ FWLOG NEXT RECORD
                AT END GO TO FWSCHKC.
            IF FWL-FILE NOT = FW-FILE THEN
                GO TO FWSCHKC.
            IF FWL-STATUS NOT = 'ARRV' AND FWL-STATUS NOT = 'STRT'
               THEN
                GO TO FWSCHKL.
            MOVE FWL-KEY TO WS-HELD-KEY.
            MOVE 0 TO FW-RC.
        FWSCHKC.
            CLOSE FWLOG.
        FWSCHKX.
            EXIT.

      *****************************************************************
      * FWSLOAD - MARK THE REMEMBERED ARRIVAL LOADED
      *****************************************************************
        FWSLOAD.
            IF WS-HELD-KEY = SPACES THEN
                GO TO FWSLOADX.
            OPEN I-O FWLOG.
            IF WS-FSFL NOT = '00' THEN
                GO TO FWSLOADX.
            MOVE WS-HELD-KEY TO FWL-KEY.
            READ FWLOG
                INVALID KEY GO TO FWSLOADC.
            MOVE 'LOAD' TO FWL-STATUS.
            REWRITE FWL-FILE-REC
                INVALID KEY GO TO FWSLOADC.
            MOVE 0 TO FW-RC.
            MOVE SPACES TO WS-HELD-KEY.
        FWSLOADC.
            CLOSE FWLOG.
        FWSLOADX.
            EXIT.
