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
      * DORMANT-ACCOUNT DISABLE - USRPROF
      *
      * RPI 1435 - AN OPERATOR WHO LEFT KEPT A LIVE USER ID FOR EVER.
      * TESTGUIC NOW STAMPS EVERY SUCCESSFUL SIGN-ON ON THE PROFILE
      * (PROF-LASTSGN, SEE USRPROF.CPY); THIS NIGHTLY STEP SETS
      * PROF-DISABLE ON EVERY ENABLED OPERATOR PROFILE NOT SIGNED ON
      * FOR MORE THAN THE DORMANCY LIMIT, AND LISTS EACH ONE WITH ITS
      * LAST SIGN-ON, DAYS UNUSED, AUTHORITY AND REVIEWING MANAGER.
      * TESTUSR1'S PF4 RE-ENABLES AN ACCOUNT THAT IS STILL WANTED.
      *
      * THE LIMIT IS THE '*DORMANT' PROFILE RECORD'S PASSWORD FIELD,
      * COLUMNS 1-3 DAYS (AS '*PWAGE' HOLDS THE PASSWORD AGE);
      * DEFAULT 90.  A PROFILE WITH NO SIGN-ON RECORDED - ONE THAT
      * PREDATES THE STAMP, OR A NEW ONE NEVER USED - IS NOT DISABLED
      * BLIND: ITS DATE IS SET TO TODAY, STARTING ITS CLOCK, AND IT
      * IS LISTED AS SUCH.  DAYS ARE CALENDAR DAYS ON THE SYSTEM
      * CLOCK, AS THE SIGN-ON STAMP IS.
      *
      * RETURN CODE 0 = NOTHING DISABLED, 4 = AT LEAST ONE ACCOUNT
      * DISABLED, 16 = USRPROF NOT AVAILABLE OR DATE ARITHMETIC
      * FAILED.
      *
        PROGRAM-ID. USRDRM1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USRPROF ASSIGN TO USRPROF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PROF-USERID
                FILE STATUS IS WS-FSUP.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  USRPROF
            RECORDING MODE IS F.
        01  PROF-FILE-REC.
        COPY USRPROF.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(100).

        WORKING-STORAGE SECTION.
        77  WS-FSUP               PIC X(2)   VALUE SPACES.
            88  WS-FSUP-OK                   VALUE '00'.
        77  WS-EOFUP              PIC X      VALUE 'N'.
            88  NO-MORE-PROF                 VALUE 'Y'.

        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'USRDRM1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

        77  WS-LIMIT              PIC 9(3)   VALUE 90.
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-TODAY-YMD          PIC 9(8)   VALUE 0.
        77  WS-YYDDD              PIC 9(5).
        77  WS-UNUSED             PIC S9(5).

      * JULIAN 0CYYDDD / YYYYMMDD WORK FIELDS
        77  WS-JUL                PIC 9(7).
        77  WS-CYY                PIC 9(3).
        77  WS-DDD                PIC 9(3).
        77  WS-YYYY               PIC 9(4).
        77  WS-YMD                PIC 9(8).

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-DIS-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-WAS-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-NEW-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-ACT-COUNT          PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'USRDRM1 - DORMANT ACCOUNT DISABLE   0CYYDDD '.
            02  RPT-HDR-DATE      PIC 9(7).
            02  FILLER            PIC X(18)  VALUE ' UNUSED OVER DAYS='.
            02  RPT-HDR-LIMIT     PIC ZZ9.
        01  RPT-DETAIL.
            02  RPT-DTL-ACTION    PIC X(9).
            02  RPT-DTL-USER      PIC X(8).
            02  FILLER            PIC X(6)   VALUE ' AUTH='.
            02  RPT-DTL-AUTH      PIC X.
            02  FILLER            PIC X(10)  VALUE ' LAST-SGN='.
            02  RPT-DTL-LAST      PIC 9(7).
            02  FILLER            PIC X(8)   VALUE ' UNUSED='.
            02  RPT-DTL-DAYS      PIC ZZZZ9.
            02  FILLER            PIC X(9)   VALUE ' MANAGER='.
            02  RPT-DTL-MGR       PIC X(8).
        01  RPT-TRAILER1.
            02  FILLER            PIC X(16)  VALUE 'PROFILES READ..='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' DISABLED NOW..='.
            02  RPT-TRL-DIS       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' ALREADY DISAB.='.
            02  RPT-TRL-WAS       PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(16)  VALUE 'IN USE.........='.
            02  RPT-TRL-ACT       PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' CLOCK STARTED.='.
            02  RPT-TRL-NEW       PIC ZZZZZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'USRDRM1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM DRMINIT THRU DRMINITX.
            PERFORM DRMLOOP THRU DRMLOOPX UNTIL NO-MORE-PROF.
            CLOSE USRPROF.
            IF WS-DIS-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
        DRMEND.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-READ-COUNT TO RPT-TRL-READ.
            MOVE WS-DIS-COUNT  TO RPT-TRL-DIS.
            MOVE WS-WAS-COUNT  TO RPT-TRL-WAS.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-ACT-COUNT  TO RPT-TRL-ACT.
            MOVE WS-NEW-COUNT  TO RPT-TRL-NEW.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * DRMINIT - TODAY, THE PROFILE FILE, THE DORMANCY LIMIT FROM
      * '*DORMANT', AND THE FIRST OPERATOR PROFILE
      *****************************************************************
        DRMINIT.
            OPEN OUTPUT RPTOUT.
            ACCEPT WS-YYDDD FROM DAY.
            COMPUTE WS-TODAY = 100000 + WS-YYDDD.
            MOVE WS-TODAY TO WS-JUL.
            PERFORM DRMYMD THRU DRMYMDX.
            MOVE WS-YMD TO WS-TODAY-YMD.
            OPEN I-O USRPROF.
            IF NOT WS-FSUP-OK THEN
                DISPLAY 'USRDRM1 CANNOT OPEN USRPROF, STATUS ' WS-FSUP
                MOVE 16 TO RETURN-CODE
                MOVE 'Y' TO WS-EOFUP
                GO TO DRMINITH.
            MOVE '*DORMANT' TO PROF-USERID.
            READ USRPROF
                INVALID KEY MOVE SPACES TO PROF-PASSWD.
            IF PROF-PASSWD (1:3) IS NUMERIC THEN
                MOVE PROF-PASSWD (1:3) TO WS-LIMIT.
            MOVE LOW-VALUES TO PROF-USERID.
            START USRPROF KEY IS NOT LESS THAN PROF-USERID
                INVALID KEY MOVE 'Y' TO WS-EOFUP.
            IF NOT NO-MORE-PROF THEN
                PERFORM DRMREAD.
        DRMINITH.
            MOVE WS-TODAY TO RPT-HDR-DATE.
            MOVE WS-LIMIT TO RPT-HDR-LIMIT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            IF NO-MORE-PROF AND RETURN-CODE = 16 THEN
                GO TO DRMEND.
        DRMINITX.
            EXIT.

        DRMREAD.
            READ USRPROF NEXT
                AT END MOVE 'Y' TO WS-EOFUP.
            IF NOT NO-MORE-PROF AND NOT WS-FSUP-OK THEN
                MOVE 'Y' TO WS-EOFUP.

      *****************************************************************
      * DRMLOOP - ONE PROFILE PER PASS.  CONTROL RECORDS ('*') AND
      * PROFILES ALREADY DISABLED ARE PASSED OVER.
      *****************************************************************
        DRMLOOP.
            IF PROF-USERID (1:1) = '*' THEN GO TO DRMNEXT.
            ADD 1 TO WS-READ-COUNT.
            IF PROF-DISABLE = 'Y' THEN
                ADD 1 TO WS-WAS-COUNT
                GO TO DRMNEXT.
            IF PROF-LASTSGN = 0 THEN
                MOVE WS-TODAY TO PROF-LASTSGN
                MOVE 0 TO WS-UNUSED
                REWRITE PROF-FILE-REC
                ADD 1 TO WS-NEW-COUNT
                MOVE 'STARTED  ' TO RPT-DTL-ACTION
                MOVE 0 TO RPT-DTL-LAST
                PERFORM DRMLIST
                GO TO DRMNEXT.
            MOVE PROF-LASTSGN TO WS-JUL.
            PERFORM DRMYMD THRU DRMYMDX.
            MOVE 'DF' TO WS-DC-FUNC.
            MOVE WS-YMD TO WS-DC-DATE1.
            MOVE WS-TODAY-YMD TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN GO TO DRMDATE.
            MOVE WS-DC-DAYS TO WS-UNUSED.
            IF WS-UNUSED NOT GREATER THAN WS-LIMIT THEN
                ADD 1 TO WS-ACT-COUNT
                GO TO DRMNEXT.
            MOVE 'Y' TO PROF-DISABLE.
            REWRITE PROF-FILE-REC
                INVALID KEY
                    DISPLAY 'USRDRM1 REWRITE FAILED ' PROF-USERID
                    MOVE 16 TO RETURN-CODE
                    GO TO DRMNEXT.
            ADD 1 TO WS-DIS-COUNT.
            MOVE 'DISABLED ' TO RPT-DTL-ACTION.
            MOVE PROF-LASTSGN TO RPT-DTL-LAST.
            PERFORM DRMLIST.
        DRMNEXT.
            PERFORM DRMREAD.
        DRMLOOPX.
            EXIT.

        DRMLIST.
            MOVE PROF-USERID TO RPT-DTL-USER.
            MOVE PROF-AUTH   TO RPT-DTL-AUTH.
            MOVE WS-UNUSED   TO RPT-DTL-DAYS.
            MOVE PROF-MGR    TO RPT-DTL-MGR.
            MOVE RPT-DETAIL  TO RPT-REC.
            WRITE RPT-REC.

        DRMDATE.
            DISPLAY 'USRDRM1 CANNOT AGE ' PROF-USERID
                ' THROUGH DATECALC'.
            MOVE 16 TO RETURN-CODE.
            CLOSE USRPROF.
            GO TO DRMEND.

      *****************************************************************
      * DRMYMD - JULIAN 0CYYDDD IN WS-JUL TO YYYYMMDD IN WS-YMD,
      * THROUGH DATECALC ('AD' FROM 1 JANUARY)
      *****************************************************************
        DRMYMD.
            DIVIDE WS-JUL BY 1000 GIVING WS-CYY REMAINDER WS-DDD.
            COMPUTE WS-YYYY = 1900 + WS-CYY.
            MOVE 'AD' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE 0 TO WS-DC-DATE2.
            COMPUTE WS-DC-DAYS = WS-DDD - 1.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN GO TO DRMDATE.
            MOVE WS-DC-RESULT TO WS-YMD.
        DRMYMDX.
            EXIT.
