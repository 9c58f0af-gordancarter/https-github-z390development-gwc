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
      * SOA REQUEST TRACE - ONE CORR-ID ACROSS SOA AND CICS
      *
      * RPI 1447 - PRINTS EVERYTHING THE JOURNALS HOLD FOR ONE SOA
      * REQUEST, IN TIME ORDER: ITS ARRIVAL AND REPLY ON SOAJRNL, THE
      * CICS TASKS THAT WORKED FOR IT (TRCJ 'B'/'E' - SEE TRCREC.CPY),
      * THE VJRN AFTER IMAGES THOSE TASKS WROTE, THE CUSTJRNQ AND SECJ
      * RECORDS AND REPORTS LINKED TO IT ON TRCJ.  EACH LINE SHOWS
      * THE SECONDS SINCE THE HOP BEFORE IT AND SINCE THE FIRST ONE.
      *
      * TRCCTL: COL 1-8 THE CORR-ID, COL 10-17 THE CALLING CREDENTIAL
      * (BLANK = ANY - CORR-IDS ARE ONLY UNIQUE PER CLIENT, SO GIVE IT
      * WHEN TWO CLIENTS' REQUESTS SHARE ONE).
      *
      * THE INPUTS ARE THE DAY'S (OR A RANGE OF DAYS') DATASETS:
      * TRCJIN (TRCJ), SOAJRNL, VJRNIN (VJRN, GENERATION HEADERS ARE
      * SKIPPED), JRNLIN (CUSTJRNQ, 272 BYTES) AND SECJIN (SECJ, 61).
      * A VJRN IMAGE BELONGS TO THE REQUEST WHEN ITS TASK NUMBER IS A
      * TRACED TASK'S AND ITS TIME FALLS BETWEEN THAT TASK'S 'B' AND
      * 'E'; A CUSTJRNQ OR SECJ RECORD WHEN ITS CHAIN SEQUENCE IS ONE
      * TRCJ LINKED.  A LINKED RECORD NOT IN ITS DATASET IS PRINTED
      * AS NOT FOUND, AND A DATASET NOT THERE IS NAMED AT THE END, SO
      * A HOLE IN THE STORY IS NEVER SILENT.  THE ARRIVAL OF A SOA
      * REQUEST IS ITS REPLY TIME LESS ITS ELAPSED MILLISECONDS.
      *
      * RETURN CODE 0 = TRACE PRINTED, 4 = NOTHING FOUND FOR THE
      * CORR-ID, 16 = BAD CONTROL INPUT.
      *
        PROGRAM-ID. TRCRPT1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRCCTL ASSIGN TO TRCCTL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRCJIN ASSIGN TO TRCJIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSTJ.
            SELECT SOAJRNL ASSIGN TO SOAJRNL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSSO.
            SELECT VJRNIN ASSIGN TO VJRNIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJR.
            SELECT JRNLIN ASSIGN TO JRNLIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJL.
            SELECT SECJIN ASSIGN TO SECJIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSSJ.
            SELECT SORTWK ASSIGN TO SORTWK.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  TRCCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-CORR          PIC X(8).
            02  FILLER            PIC X.
            02  CTL-CRED          PIC X(8).
            02  FILLER            PIC X(63).

        FD  TRCJIN
            RECORDING MODE IS F.
        01  TRCJ-FILE-REC.
        COPY TRCREC.

      * THE SOA MANAGER'S TRAFFIC JOURNAL (SOA-JRN-REC IN DEMOCMGR)
        FD  SOAJRNL
            RECORDING MODE IS F.
        01  SJR-REC.
            02  SJR-SVC           PIC X(8).
            02  SJR-CORR          PIC 9(8).
            02  SJR-RC            PIC 9(4).
            02  SJR-HOST          PIC X(24).
            02  SJR-REQL          PIC 9(5).
            02  SJR-RSPL          PIC 9(5).
            02  SJR-ELAPMS        PIC 9(7).
            02  SJR-CRED          PIC X(8).
            02  SJR-REPEAT        PIC X.
            02  SJR-BUILD         PIC X.
            02  SJR-DATE          PIC 9(7).
            02  SJR-TIME          PIC 9(7).

        FD  VJRNIN
            RECORDING MODE IS F.
        01  VJRN-FILE-REC.
        COPY VSAMJRN.

      * THE CUSTJRNQ BEFORE/AFTER RECORD (TESTCMN1'S LAYOUT)
        FD  JRNLIN
            RECORDING MODE IS F.
        01  JRNL-REC.
            02  JRNL-NAME         PIC X(40).
            02  JRNL-FUNC         PIC X(3).
            02  JRNL-TERM         PIC X(4).
            02  JRNL-DATE         PIC 9(7).
            02  JRNL-TIME         PIC 9(7).
            02  JRNL-BEFORE       PIC X(92).
            02  JRNL-AFTER        PIC X(92).
            02  JRNL-SEQ          PIC 9(9).
            02  JRNL-PREVH        PIC 9(18).

        FD  SECJIN
            RECORDING MODE IS F.
        01  SEC-REC.
            02  SEC-USER          PIC X(8).
            02  SEC-TERM          PIC X(4).
            02  SEC-TYPE          PIC X(8).
            02  SEC-DATE          PIC 9(7).
            02  SEC-TIME          PIC 9(7).
            02  SEC-SEQ           PIC 9(9).
            02  SEC-PREVH         PIC 9(18).

        SD  SORTWK.
        01  SORT-REC.
            02  SRT-SECS          PIC 9(11).
            02  SRT-SEQ           PIC 9(8).
            02  SRT-DATE          PIC 9(7).
            02  SRT-TIME          PIC 9(7).
            02  SRT-SRC           PIC X(8).
            02  SRT-WHAT          PIC X(10).
            02  SRT-TASK          PIC X(7).
            02  SRT-DETAIL        PIC X(56).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(120).

        WORKING-STORAGE SECTION.
        77  WS-FSTJ               PIC X(2)   VALUE SPACES.
        77  WS-FSSO               PIC X(2)   VALUE SPACES.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.
        77  WS-FSJL               PIC X(2)   VALUE SPACES.
        77  WS-FSSJ               PIC X(2)   VALUE SPACES.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  AT-EOF                       VALUE 'Y'.
        77  WS-SORT-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-SORT                 VALUE 'Y'.

      * WHAT IS WANTED
        77  WS-CORR               PIC 9(8)   VALUE 0.
        77  WS-CRED               PIC X(8)   VALUE SPACES.

      * THE INPUT DATASETS, AND WHICH WERE NOT THERE
        01  WS-DD-NAMES.
            02  FILLER            PIC X(8)   VALUE 'TRCJIN'.
            02  FILLER            PIC X(8)   VALUE 'SOAJRNL'.
            02  FILLER            PIC X(8)   VALUE 'VJRNIN'.
            02  FILLER            PIC X(8)   VALUE 'JRNLIN'.
            02  FILLER            PIC X(8)   VALUE 'SECJIN'.
        01  WS-DD-TABLE REDEFINES WS-DD-NAMES.
            02  WS-DD-NAME        PIC X(8)   OCCURS 5 TIMES.
        01  WS-DD-MISS            VALUE 'NNNNN'.
            02  WS-DD-FLAG        PIC X      OCCURS 5 TIMES.
        77  WS-DD-IX              PIC 9(4)   COMP.

      * THE TRACED TASKS - TASK NUMBER AND ITS 'B' TO 'E' WINDOW IN
      * ABSOLUTE SECONDS (NO 'E' YET = OPEN TO THE END)
        01  WS-WN-TABLE.
            02  WS-WN-ENTRY       OCCURS 100 TIMES.
                03  WS-WN-TASK    PIC 9(7).
                03  WS-WN-FROM    PIC 9(11).
                03  WS-WN-TO      PIC 9(11).
        77  WS-WN-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-WN-IX              PIC 9(4)   COMP.
        77  WS-WN-HIT             PIC X.

      * THE CHAINED RECORDS TRCJ LINKED, MARKED AS THE SCANS FIND
      * THEM
        01  WS-LK-TABLE.
            02  WS-LK-ENTRY       OCCURS 500 TIMES.
                03  WS-LK-JRNL    PIC X(8).
                03  WS-LK-SEQ     PIC 9(9).
                03  WS-LK-TASK    PIC 9(7).
                03  WS-LK-DATE    PIC 9(7).
                03  WS-LK-TIME    PIC 9(7).
                03  WS-LK-INFO    PIC X(20).
                03  WS-LK-FOUND   PIC X.
        77  WS-LK-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-LK-IX              PIC 9(4)   COMP.
        77  WS-LK-HIT             PIC X.
        77  WS-LK-WANT            PIC X(8).
        77  WS-LK-WSEQ            PIC 9(9).

      * 0CYYDDD / 0HHMMSS TO ABSOLUTE SECONDS AND BACK: DAYS =
      * CYY * 365 + (CYY - 1) / 4 + DDD (CYY = YEARS SINCE 1900)
        01  WS-SC-DATE            PIC 9(7).
        01  WS-SC-DATE-R REDEFINES WS-SC-DATE.
            02  FILLER            PIC 9.
            02  WS-SC-CYY         PIC 9(3).
            02  WS-SC-DDD         PIC 9(3).
        01  WS-SC-TIME            PIC 9(7).
        01  WS-SC-TIME-R REDEFINES WS-SC-TIME.
            02  FILLER            PIC 9.
            02  WS-SC-HH          PIC 9(2).
            02  WS-SC-MM          PIC 9(2).
            02  WS-SC-SS          PIC 9(2).
        77  WS-SC-DAYS            PIC 9(7).
        77  WS-SC-SECS            PIC 9(11).
        77  WS-BK-DAYS            PIC 9(7).
        77  WS-BK-SOD             PIC 9(5).
        77  WS-BK-REM             PIC 9(5).
        77  WS-BK-Q               PIC 9(3).
        77  WS-BK-R               PIC 9.
        77  WS-ELAPS              PIC 9(5).

      * THE SOA REPLY WHILE ITS ARRIVAL IS WORKED OUT
        77  WS-RP-SECS            PIC 9(11).
        77  WS-RP-DAYS            PIC 9(7).
        77  WS-RP-DATE            PIC 9(7).
        77  WS-RP-TIME            PIC 9(7).

        77  WS-SEQ                PIC 9(8)   VALUE 0.
        77  WS-EVENTS             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-N-TRCJ             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-N-SOA              PIC 9(7)   COMP-3 VALUE 0.
        77  WS-N-VJRN             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-N-CJQ              PIC 9(7)   COMP-3 VALUE 0.
        77  WS-N-SECJ             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-N-LOST             PIC 9(7)   COMP-3 VALUE 0.

      * HOP TIMES
        77  WS-HAVE-FIRST         PIC X      VALUE 'N'.
        77  WS-FIRST-SECS         PIC 9(11)  VALUE 0.
        77  WS-PREV-SECS          PIC 9(11)  VALUE 0.
        77  WS-DIFF               PIC 9(11).

      * EVENT DETAIL, ONE LAYOUT PER SOURCE
        01  DTL-TRC.
            02  FILLER            PIC X(5)   VALUE 'TERM '.
            02  DTL-TRC-TERM      PIC X(4).
            02  FILLER            PIC X(6)   VALUE ' CRED '.
            02  DTL-TRC-CRED      PIC X(8).
        01  DTL-LNK.
            02  DTL-LNK-JRNL      PIC X(8).
            02  FILLER            PIC X(5)   VALUE ' SEQ '.
            02  DTL-LNK-SEQ       PIC 9(9).
            02  FILLER            PIC X      VALUE SPACE.
            02  DTL-LNK-INFO      PIC X(20).
        01  DTL-SRQ.
            02  DTL-SRQ-SVC       PIC X(8).
            02  FILLER            PIC X(6)   VALUE ' CRED '.
            02  DTL-SRQ-CRED      PIC X(8).
            02  FILLER            PIC X(7)   VALUE ' BYTES '.
            02  DTL-SRQ-LEN       PIC 9(5).
        01  DTL-SOA.
            02  DTL-SOA-SVC       PIC X(8).
            02  FILLER            PIC X(4)   VALUE ' RC '.
            02  DTL-SOA-RC        PIC 9(4).
            02  FILLER            PIC X(4)   VALUE ' MS '.
            02  DTL-SOA-MS        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  DTL-SOA-HOST      PIC X(24).
        01  DTL-VJR.
            02  DTL-VJR-FILE      PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  DTL-VJR-KEY       PIC X(40).
        01  DTL-CJQ.
            02  DTL-CJQ-NAME      PIC X(40).
            02  FILLER            PIC X(5)   VALUE ' SEQ '.
            02  DTL-CJQ-SEQ       PIC 9(9).
        01  DTL-SEC.
            02  FILLER            PIC X(5)   VALUE 'USER '.
            02  DTL-SEC-USER      PIC X(8).
            02  FILLER            PIC X(6)   VALUE ' TERM '.
            02  DTL-SEC-TERM      PIC X(4).
            02  FILLER            PIC X(5)   VALUE ' SEQ '.
            02  DTL-SEC-SEQ       PIC 9(9).

        01  RPT-HDRLINE           PIC X(44)
            VALUE 'TRCRPT1 - SOA REQUEST TRACE'.
        01  RPT-KEYLINE.
            02  FILLER            PIC X(8)   VALUE 'CORR-ID '.
            02  RPT-KEY-CORR      PIC 9(8).
            02  FILLER            PIC X(6)   VALUE ' CRED '.
            02  RPT-KEY-CRED      PIC X(8).
        01  RPT-COLHDR.
            02  FILLER            PIC X(8)   VALUE 'DATE'.
            02  FILLER            PIC X(8)   VALUE 'TIME'.
            02  FILLER            PIC X(9)   VALUE 'SOURCE'.
            02  FILLER            PIC X(11)  VALUE 'EVENT'.
            02  FILLER            PIC X(8)   VALUE 'TASK'.
            02  FILLER            PIC X(8)   VALUE '  +SECS '.
            02  FILLER            PIC X(9)   VALUE '  TOTAL  '.
            02  FILLER            PIC X(6)   VALUE 'DETAIL'.
        01  RPT-EVENT.
            02  RPT-EVT-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EVT-TIME      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EVT-SRC       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EVT-WHAT      PIC X(10).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EVT-TASK      PIC X(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EVT-HOP-X     PIC X(7).
            02  RPT-EVT-HOP REDEFINES RPT-EVT-HOP-X PIC ZZZZZZ9.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EVT-TOT-X     PIC X(7).
            02  RPT-EVT-TOT REDEFINES RPT-EVT-TOT-X PIC ZZZZZZ9.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-EVT-DETAIL    PIC X(56).
        01  RPT-NONELINE          PIC X(44)
            VALUE 'NO RECORD OF THE CORR-ID IN ANY INPUT'.
        01  RPT-MISSLINE.
            02  FILLER            PIC X(8)   VALUE 'DATASET '.
            02  RPT-MIS-DD        PIC X(8).
            02  FILLER            PIC X(30)
                VALUE ' NOT AVAILABLE - NOT SEARCHED'.
        01  RPT-TRAILER.
            02  FILLER            PIC X(7)   VALUE 'TRCJ..='.
            02  RPT-TRL-TRCJ      PIC ZZZZ9.
            02  FILLER            PIC X(11)  VALUE ' SOAJRNL..='.
            02  RPT-TRL-SOA       PIC ZZZZ9.
            02  FILLER            PIC X(8)   VALUE ' VJRN..='.
            02  RPT-TRL-VJRN      PIC ZZZZ9.
            02  FILLER            PIC X(11)  VALUE ' CUSTJRNQ.='.
            02  RPT-TRL-CJQ       PIC ZZZZ9.
            02  FILLER            PIC X(8)   VALUE ' SECJ..='.
            02  RPT-TRL-SECJ      PIC ZZZZ9.
            02  FILLER            PIC X(13)  VALUE ' NOT FOUND..='.
            02  RPT-TRL-LOST      PIC ZZZZ9.

        PROCEDURE DIVISION.

            PERFORM TRPINIT.
            SORT SORTWK
                ON ASCENDING KEY SRT-SECS SRT-SEQ
                INPUT PROCEDURE IS TRPIN
                OUTPUT PROCEDURE IS TRPOUT.
            PERFORM TRPTERM.
            STOP RUN.

      *****************************************************************
      * TRPINIT - THE CORR-ID AND CREDENTIAL
      *****************************************************************
        TRPINIT.
            OPEN INPUT TRCCTL.
            READ TRCCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE TRCCTL.
            IF CTL-CORR IS NOT NUMERIC THEN
                DISPLAY 'TRCRPT1 TRCCTL NEEDS AN 8-DIGIT CORR-ID'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE CTL-CORR TO WS-CORR.
            MOVE CTL-CRED TO WS-CRED.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE WS-CORR TO RPT-KEY-CORR.
            MOVE WS-CRED TO RPT-KEY-CRED.
            IF WS-CRED = SPACES THEN
                MOVE '(ANY)' TO RPT-KEY-CRED.
            MOVE RPT-KEYLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.

      *****************************************************************
      * TRPIN - TRCJ FIRST (IT SAYS WHICH TASKS AND WHICH CHAINED
      * RECORDS BELONG TO THE REQUEST), THEN EACH JOURNAL IN TURN
      *****************************************************************
        TRPIN SECTION.
        TRPIN-OPEN.
            PERFORM TRPTRC THRU TRPTRCX.
            PERFORM TRPSOA THRU TRPSOAX.
            PERFORM TRPVJR THRU TRPVJRX.
            PERFORM TRPCJQ THRU TRPCJQX.
            PERFORM TRPSEC THRU TRPSECX.
            PERFORM TRPLOST THRU TRPLOSTX.
            GO TO TRPIN-EXIT.

      * TRCJ - TASK START AND END, REPORTS AND UNCHAINED RECORDS GO
      * STRAIGHT OUT; CHAINED RECORDS ARE TABLED FOR THE SCANS BELOW
        TRPTRC.
            OPEN INPUT TRCJIN.
            IF WS-FSTJ NOT = '00' THEN
                MOVE 'Y' TO WS-DD-FLAG (1)
                GO TO TRPTRCX.
            MOVE 'N' TO WS-EOF.
        TRPTRCL.
            READ TRCJIN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO TRPTRCC.
            IF TRC-CORR IS NOT NUMERIC THEN GO TO TRPTRCL.
            IF TRC-CORR NOT = WS-CORR THEN GO TO TRPTRCL.
            IF WS-CRED NOT = SPACES AND TRC-CRED NOT = WS-CRED THEN
                GO TO TRPTRCL.
            ADD 1 TO WS-N-TRCJ.
            MOVE TRC-DATE TO WS-SC-DATE.
            MOVE TRC-TIME TO WS-SC-TIME.
            PERFORM TRPSECS.
            MOVE TRC-TASK TO SRT-TASK.
            IF TRC-EVENT = 'B' THEN GO TO TRPTRCB.
            IF TRC-EVENT = 'E' THEN GO TO TRPTRCE.
            IF TRC-EVENT NOT = 'L' THEN GO TO TRPTRCL.
            IF TRC-SEQ = 0 OR TRC-JRNL = 'RPTCAT' THEN
                GO TO TRPTRCR.
            IF WS-LK-TOT LESS THAN 500 THEN
                ADD 1 TO WS-LK-TOT
                MOVE TRC-JRNL TO WS-LK-JRNL  (WS-LK-TOT)
                MOVE TRC-SEQ  TO WS-LK-SEQ   (WS-LK-TOT)
                MOVE TRC-TASK TO WS-LK-TASK  (WS-LK-TOT)
                MOVE TRC-DATE TO WS-LK-DATE  (WS-LK-TOT)
                MOVE TRC-TIME TO WS-LK-TIME  (WS-LK-TOT)
                MOVE TRC-INFO TO WS-LK-INFO  (WS-LK-TOT)
                MOVE 'N'      TO WS-LK-FOUND (WS-LK-TOT).
            GO TO TRPTRCL.
        TRPTRCB.
            IF WS-WN-TOT LESS THAN 100 THEN
                ADD 1 TO WS-WN-TOT
                MOVE TRC-TASK   TO WS-WN-TASK (WS-WN-TOT)
                MOVE WS-SC-SECS TO WS-WN-FROM (WS-WN-TOT)
                MOVE 99999999999 TO WS-WN-TO  (WS-WN-TOT).
            MOVE 'TASK START' TO SRT-WHAT.
            GO TO TRPTRCT.
        TRPTRCE.
            PERFORM TRPWEND THRU TRPWENDX.
            MOVE 'TASK END' TO SRT-WHAT.
        TRPTRCT.
            MOVE 'TRCJ' TO SRT-SRC.
            MOVE TRC-TERM TO DTL-TRC-TERM.
            MOVE TRC-CRED TO DTL-TRC-CRED.
            MOVE DTL-TRC TO SRT-DETAIL.
            PERFORM TRPREL.
            GO TO TRPTRCL.
        TRPTRCR.
            MOVE TRC-JRNL TO SRT-SRC.
            MOVE SPACES TO SRT-DETAIL.
            IF TRC-JRNL = 'RPTCAT' THEN
                MOVE 'REPORT' TO SRT-WHAT
                MOVE TRC-INFO TO SRT-DETAIL
            ELSE
                MOVE 'UNCHAINED' TO SRT-WHAT
                MOVE TRC-JRNL TO DTL-LNK-JRNL
                MOVE TRC-SEQ  TO DTL-LNK-SEQ
                MOVE TRC-INFO TO DTL-LNK-INFO
                MOVE DTL-LNK TO SRT-DETAIL.
            PERFORM TRPREL.
            GO TO TRPTRCL.
        TRPTRCC.
            CLOSE TRCJIN.
        TRPTRCX.
            EXIT.

      * AN 'E' CLOSES THE TASK'S OPEN WINDOW
        TRPWEND.
            MOVE 0 TO WS-WN-IX.
        TRPWENDL.
            ADD 1 TO WS-WN-IX.
            IF WS-WN-IX GREATER THAN WS-WN-TOT THEN GO TO TRPWENDX.
            IF WS-WN-TASK (WS-WN-IX) NOT = TRC-TASK
               OR WS-WN-TO (WS-WN-IX) NOT = 99999999999 THEN
                GO TO TRPWENDL.
            MOVE WS-SC-SECS TO WS-WN-TO (WS-WN-IX).
        TRPWENDX.
            EXIT.

      * SOAJRNL - THE ARRIVAL AND THE REPLY OF EACH CALL UNDER THE
      * CORR-ID (CONTROL RECORDS, SERVICE NAME '*...', ARE NOT CALLS)
        TRPSOA.
            OPEN INPUT SOAJRNL.
            IF WS-FSSO NOT = '00' THEN
                MOVE 'Y' TO WS-DD-FLAG (2)
                GO TO TRPSOAX.
            MOVE 'N' TO WS-EOF.
        TRPSOAL.
            READ SOAJRNL
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO TRPSOAC.
            IF SJR-SVC (1:1) = '*' OR SJR-CORR IS NOT NUMERIC THEN
                GO TO TRPSOAL.
            IF SJR-CORR NOT = WS-CORR THEN GO TO TRPSOAL.
            IF WS-CRED NOT = SPACES AND SJR-CRED NOT = WS-CRED THEN
                GO TO TRPSOAL.
            ADD 1 TO WS-N-SOA.
            MOVE 0 TO WS-SC-DATE WS-SC-TIME WS-SC-SECS WS-SC-DAYS.
            IF SJR-DATE IS NUMERIC AND SJR-TIME IS NUMERIC THEN
                MOVE SJR-DATE TO WS-SC-DATE
                MOVE SJR-TIME TO WS-SC-TIME
                PERFORM TRPSECS.
            MOVE WS-SC-SECS TO WS-RP-SECS.
            MOVE WS-SC-DAYS TO WS-RP-DAYS.
            MOVE WS-SC-DATE TO WS-RP-DATE.
            MOVE WS-SC-TIME TO WS-RP-TIME.
            MOVE 0 TO WS-ELAPS.
            IF SJR-ELAPMS IS NUMERIC THEN
                DIVIDE SJR-ELAPMS BY 1000 GIVING WS-ELAPS.
            IF WS-SC-SECS GREATER THAN WS-ELAPS THEN
                SUBTRACT WS-ELAPS FROM WS-SC-SECS
                PERFORM TRPBACK THRU TRPBACKX.
            MOVE 'SOAJRNL' TO SRT-SRC.
            MOVE 'RECEIVED' TO SRT-WHAT.
            MOVE SPACES TO SRT-TASK.
            MOVE SJR-SVC  TO DTL-SRQ-SVC.
            MOVE SJR-CRED TO DTL-SRQ-CRED.
            MOVE SJR-REQL TO DTL-SRQ-LEN.
            MOVE DTL-SRQ TO SRT-DETAIL.
            PERFORM TRPREL.
            MOVE WS-RP-SECS TO WS-SC-SECS.
            MOVE WS-RP-DATE TO WS-SC-DATE.
            MOVE WS-RP-TIME TO WS-SC-TIME.
            MOVE 'REPLIED' TO SRT-WHAT.
            IF SJR-RC NOT = 0 THEN
                MOVE 'FAILED' TO SRT-WHAT.
            IF SJR-REPEAT = 'R' THEN
                MOVE 'REPEAT' TO SRT-WHAT.
            MOVE SJR-SVC    TO DTL-SOA-SVC.
            MOVE SJR-RC     TO DTL-SOA-RC.
            MOVE SJR-ELAPMS TO DTL-SOA-MS.
            MOVE SJR-HOST   TO DTL-SOA-HOST.
            MOVE DTL-SOA TO SRT-DETAIL.
            PERFORM TRPREL.
            GO TO TRPSOAL.
        TRPSOAC.
            CLOSE SOAJRNL.
        TRPSOAX.
            EXIT.

      * VJRN - THE AFTER IMAGES A TRACED TASK WROTE INSIDE ITS WINDOW
        TRPVJR.
            OPEN INPUT VJRNIN.
            IF WS-FSJR NOT = '00' THEN
                MOVE 'Y' TO WS-DD-FLAG (3)
                GO TO TRPVJRX.
            MOVE 'N' TO WS-EOF.
        TRPVJRL.
            READ VJRNIN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO TRPVJRC.
            IF WS-WN-TOT = 0 THEN GO TO TRPVJRC.
            IF JRN-FILE = '*JRNLGEN' THEN GO TO TRPVJRL.
            IF JRN-DATE IS NOT NUMERIC OR JRN-TIME IS NOT NUMERIC
               OR JRN-TASK IS NOT NUMERIC THEN
                GO TO TRPVJRL.
            MOVE JRN-DATE TO WS-SC-DATE.
            MOVE JRN-TIME TO WS-SC-TIME.
            PERFORM TRPSECS.
            PERFORM TRPWFIND THRU TRPWFINDX.
            IF WS-WN-HIT NOT = 'Y' THEN GO TO TRPVJRL.
            ADD 1 TO WS-N-VJRN.
            MOVE 'VJRN' TO SRT-SRC.
            MOVE JRN-FUNC TO SRT-WHAT.
            IF JRN-FUNC = 'WR' THEN MOVE 'WRITE' TO SRT-WHAT.
            IF JRN-FUNC = 'RW' THEN MOVE 'REWRITE' TO SRT-WHAT.
            IF JRN-FUNC = 'DL' THEN MOVE 'DELETE' TO SRT-WHAT.
            MOVE JRN-TASK TO SRT-TASK.
            MOVE JRN-FILE TO DTL-VJR-FILE.
            MOVE JRN-KEY  TO DTL-VJR-KEY.
            IF JRN-KEYTYPE = 'R' THEN
                MOVE SPACES  TO DTL-VJR-KEY
                MOVE JRN-RRN TO DTL-VJR-KEY (1:8).
            MOVE DTL-VJR TO SRT-DETAIL.
            PERFORM TRPREL.
            GO TO TRPVJRL.
        TRPVJRC.
            CLOSE VJRNIN.
        TRPVJRX.
            EXIT.

      * IS THE IMAGE INSIDE A TRACED TASK'S WINDOW
        TRPWFIND.
            MOVE 'N' TO WS-WN-HIT.
            MOVE 0 TO WS-WN-IX.
        TRPWFINDL.
            ADD 1 TO WS-WN-IX.
            IF WS-WN-IX GREATER THAN WS-WN-TOT THEN GO TO TRPWFINDX.
            IF WS-WN-TASK (WS-WN-IX) NOT = JRN-TASK
               OR WS-SC-SECS LESS THAN WS-WN-FROM (WS-WN-IX)
               OR WS-SC-SECS GREATER THAN WS-WN-TO (WS-WN-IX) THEN
                GO TO TRPWFINDL.
            MOVE 'Y' TO WS-WN-HIT.
        TRPWFINDX.
            EXIT.

      * CUSTJRNQ - THE RECORDS TRCJ LINKED, BY CHAIN SEQUENCE
        TRPCJQ.
            OPEN INPUT JRNLIN.
            IF WS-FSJL NOT = '00' THEN
                MOVE 'Y' TO WS-DD-FLAG (4)
                GO TO TRPCJQX.
            MOVE 'N' TO WS-EOF.
            MOVE 'CUSTJRNQ' TO WS-LK-WANT.
        TRPCJQL.
            READ JRNLIN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO TRPCJQC.
            IF WS-LK-TOT = 0 THEN GO TO TRPCJQC.
            IF JRNL-SEQ IS NOT NUMERIC THEN GO TO TRPCJQL.
            IF JRNL-SEQ = 0 THEN GO TO TRPCJQL.
            MOVE JRNL-SEQ TO WS-LK-WSEQ.
            PERFORM TRPLFIND THRU TRPLFINDX.
            IF WS-LK-HIT NOT = 'Y' THEN GO TO TRPCJQL.
            ADD 1 TO WS-N-CJQ.
            MOVE 0 TO WS-SC-DATE WS-SC-TIME WS-SC-SECS.
            IF JRNL-DATE IS NUMERIC AND JRNL-TIME IS NUMERIC THEN
                MOVE JRNL-DATE TO WS-SC-DATE
                MOVE JRNL-TIME TO WS-SC-TIME
                PERFORM TRPSECS.
            MOVE 'CUSTJRNQ' TO SRT-SRC.
            MOVE JRNL-FUNC TO SRT-WHAT.
            MOVE WS-LK-TASK (WS-LK-IX) TO SRT-TASK.
            MOVE JRNL-NAME TO DTL-CJQ-NAME.
            MOVE JRNL-SEQ  TO DTL-CJQ-SEQ.
            MOVE DTL-CJQ TO SRT-DETAIL.
            PERFORM TRPREL.
            GO TO TRPCJQL.
        TRPCJQC.
            CLOSE JRNLIN.
        TRPCJQX.
            EXIT.

      * SECJ - THE SAME, FOR THE SECURITY EVENTS
        TRPSEC.
            OPEN INPUT SECJIN.
            IF WS-FSSJ NOT = '00' THEN
                MOVE 'Y' TO WS-DD-FLAG (5)
                GO TO TRPSECX.
            MOVE 'N' TO WS-EOF.
            MOVE 'SECJ    ' TO WS-LK-WANT.
        TRPSECL.
            READ SECJIN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO TRPSECC.
            IF WS-LK-TOT = 0 THEN GO TO TRPSECC.
            IF SEC-SEQ IS NOT NUMERIC THEN GO TO TRPSECL.
            IF SEC-SEQ = 0 THEN GO TO TRPSECL.
            MOVE SEC-SEQ TO WS-LK-WSEQ.
            PERFORM TRPLFIND THRU TRPLFINDX.
            IF WS-LK-HIT NOT = 'Y' THEN GO TO TRPSECL.
            ADD 1 TO WS-N-SECJ.
            MOVE 0 TO WS-SC-DATE WS-SC-TIME WS-SC-SECS.
            IF SEC-DATE IS NUMERIC AND SEC-TIME IS NUMERIC THEN
                MOVE SEC-DATE TO WS-SC-DATE
                MOVE SEC-TIME TO WS-SC-TIME
                PERFORM TRPSECS.
            MOVE 'SECJ' TO SRT-SRC.
            MOVE SEC-TYPE TO SRT-WHAT.
            MOVE WS-LK-TASK (WS-LK-IX) TO SRT-TASK.
            MOVE SEC-USER TO DTL-SEC-USER.
            MOVE SEC-TERM TO DTL-SEC-TERM.
            MOVE SEC-SEQ  TO DTL-SEC-SEQ.
            MOVE DTL-SEC TO SRT-DETAIL.
            PERFORM TRPREL.
            GO TO TRPSECL.
        TRPSECC.
            CLOSE SECJIN.
        TRPSECX.
            EXIT.

      * A LINKED RECORD OF THE WANTED JOURNAL AND SEQUENCE - MARKED
      * FOUND, WS-LK-IX LEFT ON IT
        TRPLFIND.
            MOVE 'N' TO WS-LK-HIT.
            MOVE 0 TO WS-LK-IX.
        TRPLFINDL.
            ADD 1 TO WS-LK-IX.
            IF WS-LK-IX GREATER THAN WS-LK-TOT THEN GO TO TRPLFINDX.
            IF WS-LK-JRNL (WS-LK-IX) NOT = WS-LK-WANT
               OR WS-LK-SEQ (WS-LK-IX) NOT = WS-LK-WSEQ THEN
                GO TO TRPLFINDL.
            MOVE 'Y' TO WS-LK-HIT.
            MOVE 'Y' TO WS-LK-FOUND (WS-LK-IX).
        TRPLFINDX.
            EXIT.

      * LINKED RECORDS NO SCAN FOUND - AT THE TIME TRCJ LINKED THEM
        TRPLOST.
            MOVE 0 TO WS-LK-IX.
        TRPLOSTL.
            ADD 1 TO WS-LK-IX.
            IF WS-LK-IX GREATER THAN WS-LK-TOT THEN GO TO TRPLOSTX.
            IF WS-LK-FOUND (WS-LK-IX) = 'Y' THEN GO TO TRPLOSTL.
            ADD 1 TO WS-N-LOST.
            MOVE WS-LK-DATE (WS-LK-IX) TO WS-SC-DATE.
            MOVE WS-LK-TIME (WS-LK-IX) TO WS-SC-TIME.
            PERFORM TRPSECS.
            MOVE WS-LK-JRNL (WS-LK-IX) TO SRT-SRC.
            MOVE 'NOT FOUND' TO SRT-WHAT.
            MOVE WS-LK-TASK (WS-LK-IX) TO SRT-TASK.
            MOVE WS-LK-JRNL (WS-LK-IX) TO DTL-LNK-JRNL.
            MOVE WS-LK-SEQ  (WS-LK-IX) TO DTL-LNK-SEQ.
            MOVE WS-LK-INFO (WS-LK-IX) TO DTL-LNK-INFO.
            MOVE DTL-LNK TO SRT-DETAIL.
            PERFORM TRPREL.
            GO TO TRPLOSTL.
        TRPLOSTX.
            EXIT.

      * RELEASE ONE EVENT AT WS-SC-SECS (DATE AND TIME AS SHOWN)
        TRPREL.
            ADD 1 TO WS-SEQ.
            ADD 1 TO WS-EVENTS.
            MOVE WS-SEQ     TO SRT-SEQ.
            MOVE WS-SC-SECS TO SRT-SECS.
            MOVE WS-SC-DATE TO SRT-DATE.
            MOVE WS-SC-TIME TO SRT-TIME.
            RELEASE SORT-REC.

      * WS-SC-DATE/WS-SC-TIME TO WS-SC-DAYS AND WS-SC-SECS
        TRPSECS.
            COMPUTE WS-SC-DAYS = WS-SC-CYY * 365
                               + (WS-SC-CYY - 1) / 4 + WS-SC-DDD.
            COMPUTE WS-SC-SECS = WS-SC-DAYS * 86400
                               + WS-SC-HH * 3600 + WS-SC-MM * 60
                               + WS-SC-SS.

      * WS-SC-SECS BACK TO A DATE AND TIME - NO MORE THAN A DAY
      * BEFORE THE REPLY (WS-RP-DATE/WS-RP-DAYS)
        TRPBACK.
            DIVIDE WS-SC-SECS BY 86400 GIVING WS-BK-DAYS
                REMAINDER WS-BK-SOD.
            MOVE 0 TO WS-SC-TIME.
            DIVIDE WS-BK-SOD BY 3600 GIVING WS-SC-HH
                REMAINDER WS-BK-REM.
            DIVIDE WS-BK-REM BY 60 GIVING WS-SC-MM
                REMAINDER WS-SC-SS.
            MOVE WS-RP-DATE TO WS-SC-DATE.
            IF WS-BK-DAYS NOT LESS THAN WS-RP-DAYS THEN
                GO TO TRPBACKX.
            IF WS-SC-DDD GREATER THAN 1 THEN
                SUBTRACT 1 FROM WS-SC-DDD
                GO TO TRPBACKX.
            SUBTRACT 1 FROM WS-SC-CYY.
            MOVE 365 TO WS-SC-DDD.
            DIVIDE WS-SC-CYY BY 4 GIVING WS-BK-Q REMAINDER WS-BK-R.
            IF WS-BK-R = 0 AND WS-SC-CYY NOT = 0 THEN
                MOVE 366 TO WS-SC-DDD.
        TRPBACKX.
            EXIT.

        TRPIN-EXIT.
            EXIT.

      *****************************************************************
      * TRPOUT - THE HOPS IN TIME ORDER, WITH THE TIME BETWEEN THEM
      *****************************************************************
        TRPOUT SECTION.
        TRPOUT-OPEN.
            PERFORM TRPRET.
        TRPOUTL.
            IF NO-MORE-SORT THEN GO TO TRPOUT-EXIT.
            MOVE SRT-DATE   TO RPT-EVT-DATE.
            MOVE SRT-TIME   TO RPT-EVT-TIME.
            MOVE SRT-SRC    TO RPT-EVT-SRC.
            MOVE SRT-WHAT   TO RPT-EVT-WHAT.
            MOVE SRT-TASK   TO RPT-EVT-TASK.
            MOVE SRT-DETAIL TO RPT-EVT-DETAIL.
            MOVE SPACES TO RPT-EVT-HOP-X RPT-EVT-TOT-X.
            IF SRT-SECS = 0 THEN GO TO TRPOUTW.
            IF WS-HAVE-FIRST NOT = 'Y' THEN
                MOVE 'Y' TO WS-HAVE-FIRST
                MOVE SRT-SECS TO WS-FIRST-SECS WS-PREV-SECS.
            COMPUTE WS-DIFF = SRT-SECS - WS-PREV-SECS.
            MOVE WS-DIFF TO RPT-EVT-HOP.
            COMPUTE WS-DIFF = SRT-SECS - WS-FIRST-SECS.
            MOVE WS-DIFF TO RPT-EVT-TOT.
            MOVE SRT-SECS TO WS-PREV-SECS.
        TRPOUTW.
            MOVE RPT-EVENT TO RPT-REC.
            WRITE RPT-REC.
            PERFORM TRPRET.
            GO TO TRPOUTL.

        TRPRET.
            RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF.

        TRPOUT-EXIT.
            EXIT.

      *****************************************************************
      * TRPTERM - DATASETS NOT SEARCHED, TOTALS
      *****************************************************************
        TRPTERM SECTION.
        TRPTERM-OPEN.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            IF WS-EVENTS = 0 THEN
                MOVE RPT-NONELINE TO RPT-REC
                WRITE RPT-REC.
            MOVE 0 TO WS-DD-IX.
        TRPTERML.
            ADD 1 TO WS-DD-IX.
            IF WS-DD-IX GREATER THAN 5 THEN GO TO TRPTERMT.
            IF WS-DD-FLAG (WS-DD-IX) NOT = 'Y' THEN GO TO TRPTERML.
            MOVE WS-DD-NAME (WS-DD-IX) TO RPT-MIS-DD.
            MOVE RPT-MISSLINE TO RPT-REC.
            WRITE RPT-REC.
            GO TO TRPTERML.
        TRPTERMT.
            MOVE WS-N-TRCJ TO RPT-TRL-TRCJ.
            MOVE WS-N-SOA  TO RPT-TRL-SOA.
            MOVE WS-N-VJRN TO RPT-TRL-VJRN.
            MOVE WS-N-CJQ  TO RPT-TRL-CJQ.
            MOVE WS-N-SECJ TO RPT-TRL-SECJ.
            MOVE WS-N-LOST TO RPT-TRL-LOST.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            IF WS-EVENTS = 0 THEN
                MOVE 4 TO RETURN-CODE.
        TRPTERMX.
            EXIT.
