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
      * RETURNED-MAIL POSTING - RTNMAIL PIECES TO ADRSTAT
      *
      * RPI 1416 - LABELS AND STATEMENTS THE POST OFFICE SENDS BACK
      * ARE KEYED BY THE MAIL ROOM INTO THE RTNMAIL FILE, ONE LINE
      * PER RETURNED PIECE:
      *
      *   COL  1- 8  CUSTOMER NUMBER (OR BLANK - THEN THE NAME)
      *   COL 10-49  CUSTOMER NAME AS PRINTED ON THE PIECE
      *   COL 51-52  RETURN REASON (NK/MV/IA/VC/RF - SEE ADRSTAT.CPY)
      *   COL 54-60  DATE RETURNED, JULIAN 0CYYDDD (BLANK = TODAY)
      *
      * EACH PIECE FLAGS THE CUSTOMER'S CURRENT MYFILE09 ADDRESS ON
      * THE ADRSTAT COMPANION FILE, WHICH CUSTLBL1 AND STMPRT1 CONSULT
      * (THROUGH ADRSVC1) TO STOP MAILING IT.  A SECOND RETURN OF AN
      * ADDRESS ALREADY FLAGGED ADDS TO ITS RETURN COUNT.  A PIECE
      * RETURNED ON OR BEFORE THE DAY THE FLAG WAS LAST CLEARED WAS
      * MAILED TO THE OLD ADDRESS, SO IT IS COUNTED AND IGNORED
      * RATHER THAN FLAGGING THE CORRECTED ONE.  A PIECE NAMING NO
      * CUSTOMER ON FILE, OR WITH AN UNKNOWN REASON CODE, IS REJECTED
      * TO THE REPORT FOR THE MAIL ROOM (RETURN CODE 4).
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. RTNMAIL1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RTNMAIL ASSIGN TO RTNMAIL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRM.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMST-NUM
                ALTERNATE RECORD KEY IS CMST-NAME
                FILE STATUS IS WS-FS09.
            SELECT CUSTXREF ASSIGN TO CUSTXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XRF-NAME
                FILE STATUS IS WS-FSXR.
            SELECT ADRSTAT ASSIGN TO ADRSTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ADS-KEY
                FILE STATUS IS WS-FSAS.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  RTNMAIL
            RECORDING MODE IS F.
        01  RTN-REC.
            02  RTN-NUM           PIC X(8).
            02  FILLER            PIC X.
            02  RTN-NAME          PIC X(40).
            02  FILLER            PIC X.
            02  RTN-REASON        PIC X(2).
                88  RTN-REASON-OK   VALUE 'NK' 'MV' 'IA' 'VC' 'RF'.
            02  FILLER            PIC X.
            02  RTN-DATE          PIC X(7).
            02  FILLER            PIC X(20).

        FD  MYFILE09
            RECORDING MODE IS F.
        01  CMST-REC.
            02  CMST-NUM          PIC 9(8).
            02  CMST-NAME         PIC X(40).
            02  CMST-ADDR         PIC X(40).
            02  CMST-ZIP          PIC X(5).
            02  CMST-LASTACT      PIC 9(7).

        FD  CUSTXREF
            RECORDING MODE IS F.
        01  XRF-REC.
            02  XRF-NAME          PIC X(40).
            02  XRF-NUM           PIC 9(8).

        FD  ADRSTAT
            RECORDING MODE IS F.
        01  ADS-FILE-REC.
        COPY ADRSTAT.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSRM               PIC X(2)   VALUE SPACES.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSXR               PIC X(2)   VALUE SPACES.
            88  WS-FSXR-OK                   VALUE '00'.
        77  WS-FSAS               PIC X(2)   VALUE SPACES.
            88  WS-FSAS-OK                   VALUE '00'.
        77  WS-EOFRM              PIC X      VALUE 'N'.
            88  NO-MORE-RTN                  VALUE 'Y'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-RTN-DATE           PIC 9(7).
        77  WS-NUM                PIC 9(8).
        77  WS-RESULT             PIC X(24).

        77  WS-FLAG-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-REPT-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-IGN-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-REJ-COUNT          PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(48)
            VALUE 'RTNMAIL1 - RETURNED MAIL POSTING'.
        01  RPT-COLHDR.
            02  FILLER            PIC X(40)
                VALUE 'CUSTOMER NAME                      RSN  '.
            02  FILLER            PIC X(40)
                VALUE 'DATE    RESULT                          '.
        01  RPT-DETAIL.
            02  RPT-DTL-NUM       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-NAME      PIC X(25).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-RSN       PIC X(2).
            02  FILLER            PIC X(3)   VALUE SPACES.
            02  RPT-DTL-DATE      PIC X(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-RESULT    PIC X(24).
        01  RPT-TRAILER.
            02  FILLER            PIC X(9)   VALUE 'FLAGGED.='.
            02  RPT-TRL-FLAG      PIC ZZZZZZ9.
            02  FILLER            PIC X(10)  VALUE ' REPEATS.='.
            02  RPT-TRL-REPT      PIC ZZZZZZ9.
            02  FILLER            PIC X(10)  VALUE ' IGNORED.='.
            02  RPT-TRL-IGN       PIC ZZZZZZ9.
            02  FILLER            PIC X(11)  VALUE ' REJECTED.='.
            02  RPT-TRL-REJ       PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM RTNINIT.
            PERFORM RTNLOOP THRU RTNLOOPX UNTIL NO-MORE-RTN.
            PERFORM RTNTERM.
            STOP RUN.

      *****************************************************************
      * RTNINIT - FILES.  AN ADRSTAT NEVER YET WRITTEN IS CREATED
      * EMPTY AND REOPENED FOR UPDATE.
      *****************************************************************
        RTNINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            OPEN INPUT RTNMAIL.
            IF WS-FSRM NOT = '00' THEN
                DISPLAY 'RTNMAIL1 CANNOT OPEN RTNMAIL, STATUS '
                    WS-FSRM
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT MYFILE09.
            IF NOT WS-FS09-OK THEN
                DISPLAY 'RTNMAIL1 CANNOT OPEN MYFILE09, STATUS '
                    WS-FS09
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT CUSTXREF.
            OPEN I-O ADRSTAT.
            IF WS-FSAS = '35' THEN
                OPEN OUTPUT ADRSTAT
                CLOSE ADRSTAT
                OPEN I-O ADRSTAT
            END-IF.
            IF NOT WS-FSAS-OK THEN
                DISPLAY 'RTNMAIL1 CANNOT OPEN ADRSTAT, STATUS '
                    WS-FSAS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-DTL-NUM.
            PERFORM RTNREAD.

        RTNREAD.
            READ RTNMAIL
                AT END MOVE 'Y' TO WS-EOFRM.

      *****************************************************************
      * RTNLOOP - ONE RETURNED PIECE PER PASS
      *****************************************************************
        RTNLOOP.
            IF RTN-REC = SPACES THEN GO TO RTNNEXT.
            IF NOT RTN-REASON-OK THEN
                MOVE 'REJECTED - BAD REASON' TO WS-RESULT
                ADD 1 TO WS-REJ-COUNT
                GO TO RTNPRT.
            IF RTN-DATE IS NUMERIC THEN
                MOVE RTN-DATE TO WS-RTN-DATE
            ELSE
                MOVE WS-TODAY TO WS-RTN-DATE.
      * THE CUSTOMER - BY NUMBER, OR BY NAME THROUGH CUSTXREF
            MOVE 0 TO WS-NUM.
            IF RTN-NUM IS NUMERIC THEN
                MOVE RTN-NUM TO WS-NUM
            ELSE
            IF WS-FSXR-OK AND RTN-NAME NOT = SPACES THEN
                MOVE RTN-NAME TO XRF-NAME
                READ CUSTXREF
                IF WS-FSXR-OK THEN
                    MOVE XRF-NUM TO WS-NUM
                END-IF
                MOVE '00' TO WS-FSXR.
            IF WS-NUM = 0 THEN GO TO RTNNOCUS.
            MOVE WS-NUM TO CMST-NUM.
            READ MYFILE09.
            IF NOT WS-FS09-OK THEN GO TO RTNNOCUS.
            MOVE CMST-NUM TO RPT-DTL-NUM.
            MOVE CMST-NUM TO ADS-NUM.
            READ ADRSTAT.
            IF WS-FSAS = '23' THEN GO TO RTNNEW.
            IF ADS-STAT = 'R' THEN GO TO RTNREPT.
      * CLEARED BEFORE - A PIECE MAILED BEFORE THE CORRECTION SAYS
      * NOTHING ABOUT THE NEW ADDRESS
            IF WS-RTN-DATE NOT GREATER THAN ADS-CLRDATE THEN
                MOVE 'IGNORED - PRE-CORRECTION' TO WS-RESULT
                ADD 1 TO WS-IGN-COUNT
                GO TO RTNPRT.
            PERFORM RTNSET.
            MOVE 0 TO ADS-CLRDATE.
            MOVE SPACES TO ADS-CLRTERM.
            REWRITE ADS-FILE-REC.
            MOVE 'FLAGGED AGAIN' TO WS-RESULT.
            ADD 1 TO WS-FLAG-COUNT.
            GO TO RTNPRT.

      * FIRST RETURN EVER FOR THIS CUSTOMER
        RTNNEW.
            MOVE SPACES TO ADS-REC.
            MOVE CMST-NUM TO ADS-NUM.
            PERFORM RTNSET.
            MOVE 0 TO ADS-CLRDATE.
            WRITE ADS-FILE-REC.
            MOVE 'FLAGGED' TO WS-RESULT.
            ADD 1 TO WS-FLAG-COUNT.
            GO TO RTNPRT.

      * ALREADY FLAGGED - ONE MORE RETURN AGAINST THE CURRENT ADDRESS
        RTNREPT.
            ADD 1 TO ADS-RTNCNT.
            MOVE RTN-REASON TO ADS-REASON.
            IF WS-RTN-DATE GREATER THAN ADS-RTNDATE THEN
                MOVE WS-RTN-DATE TO ADS-RTNDATE.
            MOVE CMST-ADDR TO ADS-ADDR.
            MOVE CMST-ZIP  TO ADS-ZIP.
            REWRITE ADS-FILE-REC.
            MOVE 'REPEAT - COUNT RAISED' TO WS-RESULT.
            ADD 1 TO WS-REPT-COUNT.
            GO TO RTNPRT.

        RTNNOCUS.
            MOVE RTN-NUM TO RPT-DTL-NUM.
            MOVE 'REJECTED - NOT ON FILE' TO WS-RESULT.
            ADD 1 TO WS-REJ-COUNT.
            GO TO RTNPRT2.

        RTNPRT.
            IF RPT-DTL-NUM = SPACES THEN
                MOVE RTN-NUM TO RPT-DTL-NUM.
        RTNPRT2.
            MOVE RTN-NAME   TO RPT-DTL-NAME.
            MOVE RTN-REASON TO RPT-DTL-RSN.
            MOVE RTN-DATE   TO RPT-DTL-DATE.
            MOVE WS-RESULT  TO RPT-DTL-RESULT.
            MOVE SPACES TO RPT-REC.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-DTL-NUM.
        RTNNEXT.
            PERFORM RTNREAD.
        RTNLOOPX.
            EXIT.

      * A FRESH FLAG AGAINST THE CUSTOMER'S CURRENT ADDRESS
        RTNSET.
            MOVE 'R' TO ADS-STAT.
            MOVE RTN-REASON  TO ADS-REASON.
            MOVE WS-RTN-DATE TO ADS-FLGDATE.
            MOVE WS-RTN-DATE TO ADS-RTNDATE.
            MOVE 1 TO ADS-RTNCNT.
            MOVE CMST-ADDR TO ADS-ADDR.
            MOVE CMST-ZIP  TO ADS-ZIP.

        RTNTERM.
            MOVE SPACES TO RPT-REC.
            MOVE WS-FLAG-COUNT TO RPT-TRL-FLAG.
            MOVE WS-REPT-COUNT TO RPT-TRL-REPT.
            MOVE WS-IGN-COUNT  TO RPT-TRL-IGN.
            MOVE WS-REJ-COUNT  TO RPT-TRL-REJ.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RTNMAIL.
            CLOSE MYFILE09.
            CLOSE CUSTXREF.
            CLOSE ADRSTAT.
            CLOSE RPTOUT.
            IF WS-REJ-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
