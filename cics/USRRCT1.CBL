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
      * ACCESS RECERTIFICATION REPORT - USRPROF
      *
      * RPI 1435 - AUDIT WANTS EVERY MANAGER TO CONFIRM, MONTH BY
      * MONTH, THAT EACH OPERATOR REPORTING TO THEM STILL NEEDS THE
      * RIGHTS THEY HOLD.  THIS RUN SORTS THE OPERATOR PROFILES ON
      * THEIR REVIEWING MANAGER (PROF-MGR, SET BY TESTUSR1'S PF9)
      * AND PRINTS ONE PAGE GROUP PER MANAGER: EACH OPERATOR'S
      * AUTHORITY, DISABLED FLAG, LAST SIGN-ON (PROF-LASTSGN, JULIAN
      * 0CYYDDD, 0 = NONE RECORDED) AND THE MENU PF KEYS THEIR ALLOW
      * BYTES GRANT, THEN A LINE FOR THE MANAGER TO SIGN AND DATE.
      * OPERATORS WITH NO MANAGER ARE GROUPED FIRST (A BLANK KEY
      * SORTS LOW) UNDER 'NONE ASSIGNED' AND COUNTED, SO THE
      * SECURITY ADMINISTRATOR CAN CHASE THEM.  CONTROL RECORDS
      * ('*' KEYS) ARE NOT OPERATORS AND ARE LEFT OUT.
      *
      * RETURN CODE 0 = EVERY OPERATOR HAS A MANAGER, 4 = AT LEAST
      * ONE HAS NONE, 16 = USRPROF NOT AVAILABLE.
      *
        PROGRAM-ID. USRRCT1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USRPROF ASSIGN TO USRPROF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PROF-USERID
                FILE STATUS IS WS-FSUP.
            SELECT SORTWK ASSIGN TO SORTWK.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  USRPROF
            RECORDING MODE IS F.
        01  PROF-FILE-REC.
        COPY USRPROF.

        SD  SORTWK.
        01  SORT-REC.
            02  SORT-RCTKEY.
                03  SORT-MGR      PIC X(8).
                03  SORT-USER     PIC X(8).
            02  SORT-AUTH         PIC X.
            02  SORT-DISABLE      PIC X.
            02  SORT-LASTSGN      PIC 9(7).
            02  SORT-OPTS.
                03  SORT-OPT      PIC X  OCCURS 24 TIMES.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(132).

        WORKING-STORAGE SECTION.
        77  WS-FSUP               PIC X(2)   VALUE SPACES.
            88  WS-FSUP-OK                   VALUE '00'.
        77  WS-EOFUP              PIC X      VALUE 'N'.
            88  NO-MORE-PROF                 VALUE 'Y'.
        77  WS-SORT-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-SORT                 VALUE 'Y'.

        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'USRRCT1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-YYDDD              PIC 9(5).
        77  WS-PREV-MGR           PIC X(8).
        77  WS-HAVE-PREV          PIC X      VALUE 'N'.
            88  HAVE-PREV                    VALUE 'Y'.
        77  WS-IX                 PIC 9(2)   COMP.
        77  WS-NX                 PIC 9(2)   COMP.
        77  WS-GRP-COUNT          PIC 9(5)   COMP-3 VALUE 0.
        77  WS-TOT-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-MGR-COUNT          PIC 9(5)   COMP-3 VALUE 0.
        77  WS-NOMGR-COUNT        PIC 9(5)   COMP-3 VALUE 0.
        77  WS-DIS-COUNT          PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'USRRCT1 - ACCESS RECERTIFICATION    0CYYDDD '.
            02  RPT-HDR-DATE      PIC 9(7).
        01  RPT-MGRLINE.
            02  FILLER            PIC X(19)
                VALUE 'REVIEWING MANAGER: '.
            02  RPT-MGR-NAME      PIC X(13).
        01  RPT-COLHDR.
            02  FILLER            PIC X(40)
                VALUE '  USER     AUTH DISABLED LAST-SGN  KEYS '.
            02  FILLER            PIC X(40)
                VALUE ' MENU PF KEYS ALLOWED                   '.
        01  RPT-DETAIL.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-DTL-USER      PIC X(8).
            02  FILLER            PIC X(3)   VALUE SPACES.
            02  RPT-DTL-AUTH      PIC X.
            02  FILLER            PIC X(4)   VALUE SPACES.
            02  RPT-DTL-DIS       PIC X(3).
            02  FILLER            PIC X(5)   VALUE SPACES.
            02  RPT-DTL-LAST      PIC 9(7).
            02  FILLER            PIC X(3)   VALUE SPACES.
            02  RPT-DTL-NKEYS     PIC Z9.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-DTL-KEYS.
                03  RPT-DTL-KEY   OCCURS 24 TIMES.
                    04  RPT-DTL-KEYNO PIC 99.
                    04  FILLER    PIC X.
        01  RPT-SIGNLINE.
            02  FILLER            PIC X(40)
                VALUE '  OPERATORS REVIEWED: '.
            02  FILLER            PIC X(40)
                VALUE 'ACCESS CONFIRMED - SIGNED ______________'.
            02  FILLER            PIC X(22)
                VALUE '____ DATE ____________'.
        01  RPT-SIGNCNT           REDEFINES RPT-SIGNLINE.
            02  FILLER            PIC X(22).
            02  RPT-SGN-COUNT     PIC ZZZZ9.
            02  FILLER            PIC X(75).
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'OPERATORS......='.
            02  RPT-TRL-COUNT     PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' MANAGERS......='.
            02  RPT-TRL-MGRS      PIC ZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' NO MANAGER....='.
            02  RPT-TRL-NOMGR     PIC ZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' DISABLED......='.
            02  RPT-TRL-DIS       PIC ZZZZZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'USRRCT1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            ACCEPT WS-YYDDD FROM DAY.
            COMPUTE WS-TODAY = 100000 + WS-YYDDD.
            SORT SORTWK
                ON ASCENDING KEY SORT-RCTKEY
                INPUT PROCEDURE IS RCTIN
                OUTPUT PROCEDURE IS RCTOUT.
            IF WS-NOMGR-COUNT GREATER THAN 0
               AND RETURN-CODE = 0 THEN
                MOVE 4 TO RETURN-CODE.
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * RCTIN - RELEASE ONE SORT-REC PER OPERATOR PROFILE
      *****************************************************************
        RCTIN SECTION.
        RCTIN-OPEN.
            OPEN INPUT USRPROF.
            IF NOT WS-FSUP-OK THEN
                DISPLAY 'USRRCT1 CANNOT OPEN USRPROF, STATUS ' WS-FSUP
                MOVE 16 TO RETURN-CODE
                GO TO RCTIN-EXIT.
            PERFORM RCTREAD.
            PERFORM RCTREL UNTIL NO-MORE-PROF.
            CLOSE USRPROF.
            GO TO RCTIN-EXIT.

        RCTREAD.
            READ USRPROF
                AT END MOVE 'Y' TO WS-EOFUP.

        RCTREL.
            IF PROF-USERID (1:1) NOT = '*' THEN
                MOVE PROF-MGR     TO SORT-MGR
                MOVE PROF-USERID  TO SORT-USER
                MOVE PROF-AUTH    TO SORT-AUTH
                MOVE PROF-DISABLE TO SORT-DISABLE
                MOVE PROF-LASTSGN TO SORT-LASTSGN
                MOVE PROF-OPTS    TO SORT-OPTS
                RELEASE SORT-REC.
            PERFORM RCTREAD.

        RCTIN-EXIT.
            EXIT.

      *****************************************************************
      * RCTOUT - CONTROL BREAK ON MANAGER, ONE LINE PER OPERATOR
      *****************************************************************
        RCTOUT SECTION.
        RCTOUT-OPEN.
            OPEN OUTPUT RPTOUT.
            MOVE WS-TODAY TO RPT-HDR-DATE.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            PERFORM RCTRET.
            PERFORM RCTBRK UNTIL NO-MORE-SORT.
            IF HAVE-PREV THEN PERFORM RCTSIGN.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-TOT-COUNT   TO RPT-TRL-COUNT.
            MOVE WS-MGR-COUNT   TO RPT-TRL-MGRS.
            MOVE WS-NOMGR-COUNT TO RPT-TRL-NOMGR.
            MOVE WS-DIS-COUNT   TO RPT-TRL-DIS.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            GO TO RCTOUT-EXIT.

        RCTRET.
            RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF.

        RCTBRK.
            IF HAVE-PREV AND SORT-MGR NOT = WS-PREV-MGR THEN
                PERFORM RCTSIGN.
            IF NOT HAVE-PREV OR SORT-MGR NOT = WS-PREV-MGR THEN
                MOVE SORT-MGR TO WS-PREV-MGR
                MOVE 'Y' TO WS-HAVE-PREV
                MOVE 0 TO WS-GRP-COUNT
                PERFORM RCTHEAD.
            ADD 1 TO WS-GRP-COUNT.
            ADD 1 TO WS-TOT-COUNT.
            IF SORT-MGR = SPACES THEN ADD 1 TO WS-NOMGR-COUNT.
            PERFORM RCTLINE.
            PERFORM RCTRET.

        RCTHEAD.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            IF SORT-MGR = SPACES THEN
                MOVE 'NONE ASSIGNED' TO RPT-MGR-NAME
            ELSE
                MOVE SORT-MGR TO RPT-MGR-NAME
                ADD 1 TO WS-MGR-COUNT.
            MOVE RPT-MGRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.

        RCTLINE.
            MOVE SORT-USER    TO RPT-DTL-USER.
            MOVE SORT-AUTH    TO RPT-DTL-AUTH.
            IF SORT-DISABLE = 'Y' THEN
                MOVE 'YES' TO RPT-DTL-DIS
                ADD 1 TO WS-DIS-COUNT
            ELSE
                MOVE 'NO ' TO RPT-DTL-DIS.
            MOVE SORT-LASTSGN TO RPT-DTL-LAST.
            MOVE SPACES TO RPT-DTL-KEYS.
            MOVE 0 TO WS-NX.
            PERFORM RCTKEY VARYING WS-IX FROM 1 BY 1
                UNTIL WS-IX GREATER THAN 24.
            MOVE WS-NX TO RPT-DTL-NKEYS.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.

        RCTKEY.
            IF SORT-OPT (WS-IX) = 'Y' THEN
                ADD 1 TO WS-NX
                MOVE WS-IX TO RPT-DTL-KEYNO (WS-NX).

        RCTSIGN.
            MOVE RPT-SIGNLINE TO RPT-REC.
            MOVE WS-GRP-COUNT TO RPT-SGN-COUNT.
            MOVE RPT-SIGNCNT TO RPT-REC.
            WRITE RPT-REC.

        RCTOUT-EXIT.
            EXIT.
