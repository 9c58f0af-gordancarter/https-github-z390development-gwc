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
      * INBOUND FILE ARRIVAL NOTICE - FWCTL / FWLOG
      *
      * RPI 1429 - CUSTTXN AND THE BRANCH ORDER FILE ARRIVE WHEN THE
      * SENDER GETS TO IT, AND THE LOADERS USED TO RUN ONLY WHEN
      * TESTSCH1 REACHED THEIR SLOT - A FILE SAT FOR HOURS, OR THE
      * SLOT FIRED ON A FILE NOT YET (OR NOT YET FULLY) THERE.  THIS
      * STEP RUNS WHEN A TRANSFER LANDS (THE TRANSFER'S COMPLETION
      * STEP, OR THE POLL) WITH INFILE POINTING AT THE LANDED
      * DATASET AND ONE FWCARD CARD NAMING IT (COL 1-8, THE FWCTL
      * KEY - SEE FWCTL.CPY).  IT ACCEPTS THE FILE ONLY WHEN IT IS
      * COMPLETE:
      *
      *   - IT OPENS AND HOLDS AT LEAST ONE DATA RECORD ('*' LINES
      *     ARE NOT DATA - BOTH LOADERS SKIP THEM)
      *   - FOR AN FWC-TRAILER 'Y' ENTRY, ITS LAST LINE IS THE
      *     SENDER'S '*EOF NNNNNNNNN' TRAILER AND THE COUNT AGREES
      *
      * AND ONLY WHEN IT IS NEW: ITS DATA-RECORD COUNT AND CONTENT
      * CHECKSUM MATCH NO EARLIER FWLOG ARRIVAL OF THE SAME FILE.  AN
      * ACCEPTED FILE IS RECORDED ON FWLOG AS 'ARRV' UNDER TODAY'S
      * CLOCK DATE AND TIME (THE EIBDATE FORM THE TESTFWT1 WATCH
      * COMPARES WITH); TESTFWT1 STARTS THE LOADER FROM THERE.
      *
      * RETURN CODE 0 = ARRIVAL RECORDED, 4 = NOT THERE, EMPTY OR
      * ALREADY RECEIVED (NOTHING RECORDED), 8 = INCOMPLETE (NOTHING
      * RECORDED - RUN AGAIN WHEN THE TRANSFER ENDS), 16 = BAD SETUP.
      *
        PROGRAM-ID. FWARR1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FWCARD ASSIGN TO FWCARD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCD.
            SELECT INFILE ASSIGN TO INFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSIN.
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
        FD  FWCARD
            RECORDING MODE IS F.
        01  CARD-REC.
            02  CARD-FILE         PIC X(8).
            02  FILLER            PIC X(72).

        FD  INFILE
            RECORDING MODE IS F.
        01  IN-REC                PIC X(80).
      * THE SAME 80 BYTES AS FULLWORDS, FOR THE CHECKSUM
        01  IN-WORDS.
            02  IN-WORD           PIC S9(8)  COMP OCCURS 20 TIMES.

        FD  FWCTL
            RECORDING MODE IS F.
        01  FWC-FILE-REC.
        COPY FWCTL.

        FD  FWLOG
            RECORDING MODE IS F.
        01  FWL-FILE-REC.
        COPY FWLOG.

        WORKING-STORAGE SECTION.
        77  WS-FSCD               PIC X(2)   VALUE SPACES.
        77  WS-FSIN               PIC X(2)   VALUE SPACES.
        77  WS-FSFC               PIC X(2)   VALUE SPACES.
        77  WS-FSFL               PIC X(2)   VALUE SPACES.
        77  WS-IN-EOF             PIC X      VALUE 'N'.
            88  NO-MORE-IN                   VALUE 'Y'.

        77  WS-FILE               PIC X(8)   VALUE SPACES.
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-TODAY-JUL          PIC 9(5)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).

      * THE FINGERPRINT - DATA RECORDS AND A POSITION-WEIGHTED SUM
      * OF THEIR FULLWORDS, KEPT UNDER 10**14
        77  WS-COUNT              PIC 9(9)   VALUE 0.
        77  WS-SUM                PIC 9(15)  COMP-3 VALUE 0.
        77  WS-WX                 PIC 9(2)   COMP.
        77  WS-LAST-REC           PIC X(80)  VALUE SPACES.
        01  WS-TRAILER.
            02  WS-TRL-TAG        PIC X(5).
            02  WS-TRL-COUNT      PIC X(9).
            02  FILLER            PIC X(66).

        PROCEDURE DIVISION.

            PERFORM ARRINIT THRU ARRINITX.
            PERFORM ARRREAD.
            PERFORM ARRSCAN UNTIL NO-MORE-IN.
            CLOSE INFILE.
            PERFORM ARRCHK THRU ARRCHKX.
            PERFORM ARRDUP THRU ARRDUPX.
            PERFORM ARRREC.
            STOP RUN.

      *****************************************************************
      * ARRINIT - THE CARD, ITS FWCTL ENTRY, THE LANDED FILE
      *****************************************************************
        ARRINIT.
            ACCEPT WS-TODAY-JUL FROM DAY.
            COMPUTE WS-TODAY = 100000 + WS-TODAY-JUL.
            ACCEPT WS-TIME8 FROM TIME.
            OPEN INPUT FWCARD.
            IF WS-FSCD NOT = '00' THEN
                DISPLAY 'FWARR1 NO FWCARD'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            READ FWCARD
                AT END MOVE SPACES TO CARD-REC.
            CLOSE FWCARD.
            MOVE CARD-FILE TO WS-FILE.
            IF WS-FILE = SPACES THEN
                DISPLAY 'FWARR1 FWCARD NAMES NO FILE'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT FWCTL.
            IF WS-FSFC NOT = '00' THEN
                DISPLAY 'FWARR1 CANNOT OPEN FWCTL, STATUS ' WS-FSFC
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE WS-FILE TO FWC-FILE.
            READ FWCTL
                INVALID KEY MOVE 'N' TO FWC-ENABLED.
            CLOSE FWCTL.
            IF FWC-ENABLED NOT = 'Y' THEN
                DISPLAY 'FWARR1 ' WS-FILE ' IS NOT A WATCHED FILE'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT INFILE.
            IF WS-FSIN NOT = '00' THEN
                DISPLAY 'FWARR1 ' WS-FILE ' HAS NOT ARRIVED, STATUS '
                    WS-FSIN
                MOVE 4 TO RETURN-CODE
                STOP RUN.
        ARRINITX.
            EXIT.

        ARRREAD.
            READ INFILE
                AT END MOVE 'Y' TO WS-IN-EOF.

      * ONE LINE: A DATA RECORD IS COUNTED AND SUMMED; THE LAST LINE
      * IS KEPT FOR THE TRAILER CHECK
        ARRSCAN.
            MOVE IN-REC TO WS-LAST-REC.
            IF IN-REC (1:1) NOT = '*' THEN
                ADD 1 TO WS-COUNT
                MOVE 1 TO WS-WX
                PERFORM ARRSUM 20 TIMES.
            PERFORM ARRREAD.

        ARRSUM.
            COMPUTE WS-SUM = WS-SUM + IN-WORD (WS-WX) * WS-WX.
            IF WS-SUM NOT LESS THAN 100000000000000 THEN
                SUBTRACT 100000000000000 FROM WS-SUM.
            ADD 1 TO WS-WX.

      *****************************************************************
      * ARRCHK - COMPLETE?  DATA PRESENT, AND THE TRAILER WHEN THE
      * ENTRY ASKS FOR ONE
      *****************************************************************
        ARRCHK.
            IF WS-COUNT = 0 THEN
                DISPLAY 'FWARR1 ' WS-FILE ' IS EMPTY - NOT RECORDED'
                MOVE 4 TO RETURN-CODE
                STOP RUN.
            IF FWC-TRAILER NOT = 'Y' THEN
                GO TO ARRCHKX.
            MOVE WS-LAST-REC TO WS-TRAILER.
            IF WS-TRL-TAG NOT = '*EOF ' OR WS-TRL-COUNT NOT NUMERIC
               THEN
                DISPLAY 'FWARR1 ' WS-FILE ' HAS NO TRAILER - STILL '
                    'ARRIVING'
                MOVE 8 TO RETURN-CODE
                STOP RUN.
            IF WS-TRL-COUNT NOT = WS-COUNT THEN
                DISPLAY 'FWARR1 ' WS-FILE ' TRAILER COUNT '
                    WS-TRL-COUNT ' BUT ' WS-COUNT
                    ' RECORDS - INCOMPLETE'
                MOVE 8 TO RETURN-CODE
                STOP RUN.
        ARRCHKX.
            EXIT.

      *****************************************************************
      * ARRDUP - THE SAME COUNT AND CHECKSUM ON AN EARLIER ARRIVAL OF
      * THIS FILE IS THE SAME FILE SENT AGAIN
      *****************************************************************
        ARRDUP.
            OPEN I-O FWLOG.
            IF WS-FSFL = '35' THEN
                OPEN OUTPUT FWLOG
                CLOSE FWLOG
                OPEN I-O FWLOG.
            IF WS-FSFL NOT = '00' THEN
                DISPLAY 'FWARR1 CANNOT OPEN FWLOG, STATUS ' WS-FSFL
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE WS-FILE TO FWL-FILE.
            MOVE 0 TO FWL-DATE.
            MOVE 0 TO FWL-TIME.
            START FWLOG KEY IS NOT LESS THAN FWL-KEY
                INVALID KEY GO TO ARRDUPX.
        ARRDUPL.
            READ FWLOG NEXT RECORD
                AT END GO TO ARRDUPX.
            IF FWL-FILE NOT = WS-FILE THEN
                GO TO ARRDUPX.
            IF FWL-STATUS = 'LATE' OR FWL-COUNT NOT = WS-COUNT
               OR FWL-SUM NOT = WS-SUM THEN
                GO TO ARRDUPL.
            DISPLAY 'FWARR1 ' WS-FILE ' ALREADY RECEIVED ' FWL-DATE
                ' ' FWL-TIME ' (' FWL-STATUS ') - NOT RECORDED'.
            CLOSE FWLOG.
            MOVE 4 TO RETURN-CODE.
            STOP RUN.
        ARRDUPX.
            EXIT.

      *****************************************************************
      * ARRREC - RECORD THE ARRIVAL FOR THE TESTFWT1 WATCH
      *****************************************************************
        ARRREC.
            MOVE SPACES TO FWL-REC.
            MOVE WS-FILE TO FWL-FILE.
            MOVE WS-TODAY TO FWL-DATE.
            MOVE WS-TIME-HMS TO FWL-TIME.
            MOVE 'ARRV' TO FWL-STATUS.
            MOVE WS-COUNT TO FWL-COUNT.
            MOVE WS-SUM TO FWL-SUM.
            MOVE 0 TO FWL-STIME.
            WRITE FWL-FILE-REC
                INVALID KEY
                    DISPLAY 'FWARR1 ' WS-FILE ' ARRIVAL ALREADY ON '
                        'FWLOG FOR THIS SECOND'
                    MOVE 4 TO RETURN-CODE.
            CLOSE FWLOG.
            IF RETURN-CODE = 0 THEN
                DISPLAY 'FWARR1 ' WS-FILE ' ARRIVED - ' WS-COUNT
                    ' RECORDS, RECORDED ' WS-TODAY ' ' WS-TIME-HMS.
