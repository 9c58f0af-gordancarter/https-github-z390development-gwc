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
      * NIGHTLY RETENTION EXPIRY - RETPOL POLICY DRIVEN
      *
      * RPI 1426 - VJRN GENERATIONS, VSAMBKP1 IMAGE COPIES, PURGE
      * AND ORDER ARCHIVES AND STORED REPORTS ALL PILED UP FOREVER,
      * BECAUSE NOBODY COULD SAY WHICH ONES A RECOVERY STILL NEEDED.
      * THIS RUN APPLIES THE RETPOL POLICY (RETPOL.CPY) TO EACH
      * CATALOG IN TURN, AGAINST THE BUSINESS DATE FROM BUSDT1:
      *
      *   IMGCOPY  BKPCAT - THE LATEST COPY OF EACH FILE IS THE
      *            RECOVERY BASE AND IS NEVER EXPIRED
      *   VJRNGEN  JRNGMAN - EVERY GENERATION WHOSE JOURNAL RUNS TO
      *            THE OLDEST RECOVERY BASE OR LATER IS THE RECOVERY
      *            CHAIN AND IS NEVER EXPIRED (WITH POL-RECOV 'Y',
      *            THE OLDEST IMAGE COPY STILL KEPT); WITH NO IMAGE
      *            COPY CATALOGED AT ALL, NO GENERATION EXPIRES
      *   ARCHIVE  ARCHREG - THE LINE STAYS (THE ARCHIVE ID IS THE
      *            LINE NUMBER) BUT IS MARKED 'EXPIRED' AND THE
      *            DATE IN COLS 99-113; ARCHSRC1, CUSTRST1 AND
      *            CUSTDSR1 PASS OVER AN EXPIRED ID WHEN COUNTING
      *            THE CONCATENATED ARCHIVES
      *   REPORT   RPTCAT/RPTSTORE - THE CATALOG ENTRY AND ITS
      *            STORED LINES ARE DELETED
      *
      * EVERY ENTRY IS LISTED, EXPIRED OR KEPT, WITH THE RULE THAT
      * DECIDED IT.  BKPCAT AND JRNGMAN ARE REWRITTEN WITHOUT THE
      * EXPIRED ENTRIES, AND EACH EXPIRED IMAGE COPY, GENERATION AND
      * ARCHIVE IS WRITTEN TO RETDEL FOR THE JOB'S DELETE STEP.
      *
      * RETCTL CONTROL (OPTIONAL): COL 1-7 'PREVIEW' - THE SAME
      * LISTING, BUT NOTHING IS REWRITTEN, MARKED OR DELETED AND
      * RETDEL IS LEFT EMPTY.
      *
      * RETURN CODE 0 = APPLIED (OR PREVIEWED), 8 = A CATALOG WAS
      * TOO LARGE OR UNAVAILABLE AND ITS CLASS WAS LEFT ALONE,
      * 16 = NO POLICY OR A BAD POLICY LINE.
      *
        PROGRAM-ID. RETEXP1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RETCTL ASSIGN TO RETCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCT.
            SELECT RETPOL ASSIGN TO RETPOL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSPL.
            SELECT BKPCAT ASSIGN TO BKPCAT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSBK.
            SELECT JRNGMAN ASSIGN TO JRNGMAN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSMN.
            SELECT ARCHREG ASSIGN TO ARCHREG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRG.
            SELECT RPTCAT ASSIGN TO RPTCAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-FSRC.
            SELECT RPTSTORE ASSIGN TO RPTSTORE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RS-KEY
                FILE STATUS IS WS-FSRS.
            SELECT RETDEL ASSIGN TO RETDEL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  RETCTL
            RECORDING MODE IS F.
        01  CTL-REC               PIC X(80).

        FD  RETPOL
            RECORDING MODE IS F.
        01  POL-FILE-REC.
        COPY RETPOL.

        FD  BKPCAT
            RECORDING MODE IS F.
        01  CAT-REC.
            02  CAT-FILE          PIC X(8).
            02  FILLER            PIC X.
            02  CAT-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  CAT-TIME          PIC 9(6).
            02  FILLER            PIC X(57).

        FD  JRNGMAN
            RECORDING MODE IS F.
        01  MAN-REC.
            02  MAN-EYE           PIC X(5).
            02  MAN-NUM           PIC 9(4).
            02  FILLER            PIC X(6).
            02  MAN-LO            PIC 9(7).
            02  FILLER            PIC X(4).
            02  MAN-HI            PIC 9(7).
            02  FILLER            PIC X(47).

        FD  ARCHREG
            RECORDING MODE IS F.
        01  REG-REC.
            02  REG-ID            PIC 9(4).
            02  FILLER            PIC X.
            02  REG-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  REG-TIME          PIC 9(6).
            02  FILLER            PIC X(79).
            02  REG-EXPIRED       PIC X(7).
            02  FILLER            PIC X.
            02  REG-EXP-DATE      PIC 9(7).
            02  FILLER            PIC X(7).

      * RPTSVC1'S CATALOG AND STORE RECORDS (SEE RPTSVC1.CBL)
        FD  RPTCAT
            RECORDING MODE IS F.
        01  RC-REC.
            02  RC-KEY.
                03  RC-ID         PIC X(8).
                03  RC-DATE       PIC 9(7).
            02  RC-TIME           PIC 9(6).
            02  RC-COUNT          PIC 9(5).
            02  RC-CLASS          PIC X(8).

        FD  RPTSTORE
            RECORDING MODE IS F.
        01  RS-REC.
            02  RS-KEY.
                03  RS-ID         PIC X(8).
                03  RS-DATE       PIC 9(7).
                03  RS-LINENO     PIC 9(5).
            02  RS-TEXT           PIC X(120).

        FD  RETDEL
            RECORDING MODE IS F.
        01  DEL-REC               PIC X(80).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSCT               PIC X(2)   VALUE SPACES.
        77  WS-FSPL               PIC X(2)   VALUE SPACES.
        77  WS-FSBK               PIC X(2)   VALUE SPACES.
        77  WS-FSMN               PIC X(2)   VALUE SPACES.
        77  WS-FSRG               PIC X(2)   VALUE SPACES.
        77  WS-FSRC               PIC X(2)   VALUE SPACES.
            88  WS-FSRC-OK                   VALUE '00'.
        77  WS-FSRS               PIC X(2)   VALUE SPACES.
            88  WS-FSRS-OK                   VALUE '00'.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  AT-EOF                       VALUE 'Y'.
        77  WS-MODE               PIC X(7)   VALUE SPACES.
            88  PREVIEW-ONLY                 VALUE 'PREVIEW'.

        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'RETEXP1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-TODAY-YMD          PIC 9(8)   VALUE 0.
        77  WS-YYYY               PIC 9(4).
        77  WS-DDD                PIC 9(3).
        77  WS-WORK-YMD           PIC 9(8).
        77  WS-WORK-JUL           PIC 9(7).

      * DATECALC PARAMETERS (SEE DATECALC.CBL)
        77  WS-DC-FUNC            PIC X(2).
        77  WS-DC-DATE1           PIC 9(8).
        77  WS-DC-DATE2           PIC 9(8).
        77  WS-DC-DAYS            PIC S9(5).
        77  WS-DC-RESULT          PIC 9(8).
        77  WS-DC-DOW             PIC 9.
        77  WS-DC-RC              PIC 9(2).

      * THE POLICY IN STORAGE, EACH LINE WITH ITS CUTOFF (THE FIRST
      * JULIAN DATE STILL INSIDE THE KEEP-DAYS)
        01  WS-POL-TABLE.
            02  WS-POL-ENTRY OCCURS 50 TIMES.
                03  WS-PL-CLASS   PIC X(8).
                03  WS-PL-QUAL    PIC X(8).
                03  WS-PL-DAYS    PIC 9(4).
                03  WS-PL-MIN     PIC 9(3).
                03  WS-PL-RECOV   PIC X.
                03  WS-PL-CUT     PIC 9(7).
        77  WS-POL-TOT            PIC 9(3)   COMP VALUE 0.
        77  WS-POL-IX             PIC 9(3)   COMP.
        77  WS-PX                 PIC 9(3)   COMP.
        77  WS-PX-DFLT            PIC 9(3)   COMP.
        77  WS-FIND-CLASS         PIC X(8).
        77  WS-FIND-QUAL          PIC X(8).

      * ONE ENTRY'S DECISION: THE DATE IT IS AGED BY, HOW MANY
      * NEWER ENTRIES ITS FILE/REPORT HAS, AND THE VERDICT
        77  WS-D-DATE             PIC 9(7).
        77  WS-D-NEWER            PIC 9(5)   COMP.
        77  WS-D-ACT              PIC X.
            88  D-EXPIRE                     VALUE 'E'.
        77  WS-D-RULE             PIC X(16).

      * CLASS SUBSCRIPT FOR THE TOTALS: 1 IMGCOPY, 2 VJRNGEN,
      * 3 ARCHIVE, 4 REPORT
        01  WS-CLASS-NAMES.
            02  FILLER            PIC X(8)   VALUE 'IMGCOPY '.
            02  FILLER            PIC X(8)   VALUE 'VJRNGEN '.
            02  FILLER            PIC X(8)   VALUE 'ARCHIVE '.
            02  FILLER            PIC X(8)   VALUE 'REPORT  '.
        01  FILLER REDEFINES WS-CLASS-NAMES.
            02  WS-CLASS-NAME     PIC X(8)   OCCURS 4 TIMES.
        01  WS-CLASS-TOTALS.
            02  WS-CLASS-TOT OCCURS 4 TIMES.
                03  WS-CT-KEPT    PIC 9(5)   COMP-3.
                03  WS-CT-EXP     PIC 9(5)   COMP-3.
        77  WS-CX                 PIC 9      COMP.

      * BKPCAT IN STORAGE
        01  WS-BK-TABLE.
            02  WS-BK-ENTRY OCCURS 500 TIMES.
                03  WS-BK-LINE    PIC X(80).
                03  WS-BK-FILE    PIC X(8).
                03  WS-BK-DATE    PIC 9(7).
                03  WS-BK-TIME    PIC 9(6).
                03  WS-BK-ACT     PIC X.
        77  WS-BK-TOT             PIC 9(3)   COMP VALUE 0.
        77  WS-BK-IX              PIC 9(3)   COMP.
        77  WS-BK-JX              PIC 9(3)   COMP.
        77  WS-BK-OK              PIC X      VALUE 'N'.
        77  WS-BK-EXPD            PIC 9(5)   COMP VALUE 0.

      * THE OLDEST RECOVERY BASE (LATEST COPY OF EACH FILE) AND THE
      * OLDEST COPY STILL KEPT - THE GENERATION PROTECTION DATES
        77  WS-BASE-DATE          PIC 9(7)   VALUE 9999999.
        77  WS-KEPT-DATE          PIC 9(7)   VALUE 9999999.
        77  WS-PROT-DATE          PIC 9(7)   VALUE 0.

      * JRNGMAN IN STORAGE - EVERY LINE WITH THE GENERATION IT
      * BELONGS TO, AND THE GENERATIONS THEMSELVES
        01  WS-MN-TABLE.
            02  WS-MN-ENTRY OCCURS 3000 TIMES.
                03  WS-MN-LINE    PIC X(80).
                03  WS-MN-GEN     PIC 9(4)   COMP.
        77  WS-MN-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-MN-IX              PIC 9(4)   COMP.
        01  WS-GN-TABLE.
            02  WS-GN-ENTRY OCCURS 500 TIMES.
                03  WS-GN-NUM     PIC 9(4).
                03  WS-GN-LO      PIC 9(7).
                03  WS-GN-HI      PIC 9(7).
                03  WS-GN-ACT     PIC X.
        77  WS-GN-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-GN-IX              PIC 9(4)   COMP.
        77  WS-GN-EXPD            PIC 9(5)   COMP VALUE 0.
        77  WS-MN-OK              PIC X      VALUE 'N'.

      * ARCHREG IN STORAGE - LINES ARE NEVER DROPPED, ONLY MARKED
        01  WS-AR-TABLE.
            02  WS-AR-ENTRY OCCURS 500 TIMES.
                03  WS-AR-LINE    PIC X(120).
                03  WS-AR-ACT     PIC X.
        77  WS-AR-TOT             PIC 9(3)   COMP VALUE 0.
        77  WS-AR-IX              PIC 9(3)   COMP.
        77  WS-AR-JX              PIC 9(3)   COMP.
        77  WS-AR-EXPD            PIC 9(5)   COMP VALUE 0.
        77  WS-AR-OK              PIC X      VALUE 'N'.
        01  WS-AR-WORK.
            02  WS-AW-ID          PIC 9(4).
            02  FILLER            PIC X.
            02  WS-AW-DATE        PIC 9(7).
            02  FILLER            PIC X.
            02  WS-AW-TIME        PIC 9(6).
            02  FILLER            PIC X(79).
            02  WS-AW-EXPIRED     PIC X(7).
            02  FILLER            PIC X.
            02  WS-AW-EXP-DATE    PIC 9(7).
            02  FILLER            PIC X(7).

      * RPTCAT IN STORAGE (KEY ORDER - EACH REPORT'S RUNS OLDEST
      * FIRST)
        01  WS-RP-TABLE.
            02  WS-RP-ENTRY OCCURS 1000 TIMES.
                03  WS-RP-ID      PIC X(8).
                03  WS-RP-DATE    PIC 9(7).
                03  WS-RP-TIME    PIC 9(6).
                03  WS-RP-ACT     PIC X.
        77  WS-RP-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-RP-IX              PIC 9(4)   COMP.
        77  WS-RP-JX              PIC 9(4)   COMP.
        77  WS-RP-OK              PIC X      VALUE 'N'.
        77  WS-RP-EXPD            PIC 9(5)   COMP VALUE 0.
        77  WS-RS-LINES           PIC 9(7)   COMP-3 VALUE 0.

      * WHAT AN ENTRY IS CALLED ON THE LISTING AND ON RETDEL
        77  WS-IDENT              PIC X(32).
        01  WS-ID-BKP.
            02  WS-IB-FILE        PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-IB-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-IB-TIME        PIC 9(6).
        01  WS-ID-GEN.
            02  FILLER            PIC X(4)   VALUE 'GEN '.
            02  WS-IG-NUM         PIC 9(4).
            02  FILLER            PIC X(6)   VALUE ' FROM '.
            02  WS-IG-LO          PIC 9(7).
            02  FILLER            PIC X(4)   VALUE ' TO '.
            02  WS-IG-HI          PIC 9(7).
        01  WS-ID-ARC.
            02  FILLER            PIC X(3)   VALUE 'ID '.
            02  WS-IA-ID          PIC 9(4).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-IA-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-IA-TIME        PIC 9(6).
        01  WS-ID-RPT.
            02  WS-IR-ID          PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-IR-DATE        PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-IR-TIME        PIC 9(6).

        01  WS-DEL-LINE.
            02  WS-DL-CLASS       PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  WS-DL-IDENT       PIC X(32).
            02  FILLER            PIC X(39)  VALUE SPACES.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'RETEXP1 - RETENTION EXPIRY'.
        01  RPT-DATELINE.
            02  FILLER            PIC X(16)  VALUE 'BUSINESS DATE..='.
            02  RPT-BUS-DATE      PIC 9(7).
            02  FILLER            PIC X(2)   VALUE ' ('.
            02  RPT-BUS-YMD       PIC 9(8).
            02  FILLER            PIC X(1)   VALUE ')'.
            02  FILLER            PIC X(16)  VALUE ' POLICY LINES..='.
            02  RPT-POL-CNT       PIC ZZ9.
        01  RPT-PREVIEW           PIC X(52)
            VALUE 'PREVIEW ONLY - NOTHING IS REMOVED'.
        01  RPT-COLHDR.
            02  FILLER            PIC X(18)  VALUE 'ACTION   CLASS'.
            02  FILLER            PIC X(33)  VALUE 'ENTRY'.
            02  FILLER            PIC X(8)   VALUE 'DATE'.
            02  FILLER            PIC X(16)  VALUE 'RULE'.
        01  RPT-ITEM.
            02  RPT-IT-ACT        PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-IT-CLASS      PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-IT-IDENT      PIC X(32).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-IT-DATE       PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-IT-RULE       PIC X(16).
        01  RPT-NOTE.
            02  RPT-NT-CLASS      PIC X(8).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-NT-TEXT       PIC X(44).
            02  RPT-NT-STAT       PIC X(2)   VALUE SPACES.
        01  RPT-TOTAL.
            02  FILLER            PIC X(8)   VALUE 'TOTALS  '.
            02  RPT-TT-CLASS      PIC X(8).
            02  FILLER            PIC X(7)   VALUE ' KEPT='.
            02  RPT-TT-KEPT       PIC ZZZZ9.
            02  FILLER            PIC X(10)  VALUE ' EXPIRED='.
            02  RPT-TT-EXP        PIC ZZZZ9.
        01  RPT-RSLINES.
            02  FILLER            PIC X(32)
                VALUE 'REPORT LINES DELETED FROM STORE='.
            02  RPT-RS-CNT        PIC ZZZZZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'RETEXP1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM RETINIT THRU RETINITX.
            PERFORM RETBKP THRU RETBKPX.
            PERFORM RETGEN THRU RETGENX.
            PERFORM RETARC THRU RETARCX.
            PERFORM RETRPT THRU RETRPTX.
            PERFORM RETTERM.
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * RETINIT - THE BUSINESS DATE, THE CONTROL CARD, THE POLICY
      *****************************************************************
        RETINIT.
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            DIVIDE WS-TODAY BY 1000 GIVING WS-YYYY
                REMAINDER WS-DDD.
            ADD 1900 TO WS-YYYY.
            MOVE 'AD' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE 0 TO WS-DC-DATE2.
            COMPUTE WS-DC-DAYS = WS-DDD - 1.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                DISPLAY 'RETEXP1 BAD BUSINESS DATE ' WS-TODAY
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE WS-DC-RESULT TO WS-TODAY-YMD.
            MOVE SPACES TO CTL-REC.
            OPEN INPUT RETCTL.
            IF WS-FSCT = '00' THEN
                READ RETCTL
                    AT END MOVE SPACES TO CTL-REC
                END-READ
                CLOSE RETCTL.
            MOVE CTL-REC (1:7) TO WS-MODE.
            IF WS-MODE NOT = SPACES AND NOT PREVIEW-ONLY THEN
                DISPLAY 'RETEXP1 UNKNOWN RETCTL MODE ' WS-MODE
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT RETPOL.
            IF WS-FSPL NOT = '00' THEN
                DISPLAY 'RETEXP1 NO RETPOL RETENTION POLICY, STATUS '
                    WS-FSPL
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 'N' TO WS-EOF.
        RETPOLL.
            READ RETPOL
                AT END GO TO RETPOLE.
            IF POL-REC (1:1) = '*' OR POL-REC = SPACES THEN
                GO TO RETPOLL.
            IF POL-CLASS NOT = 'IMGCOPY ' AND POL-CLASS NOT = 'VJRNGEN '
               AND POL-CLASS NOT = 'ARCHIVE '
               AND POL-CLASS NOT = 'REPORT  ' THEN
                DISPLAY 'RETEXP1 UNKNOWN POLICY CLASS ' POL-CLASS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF POL-DAYS IS NOT NUMERIC OR POL-MIN IS NOT NUMERIC THEN
                DISPLAY 'RETEXP1 POLICY KEEP-DAYS/MINIMUM NOT NUMERIC '
                    POL-CLASS ' ' POL-QUAL
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF WS-POL-TOT NOT LESS THAN 50 THEN
                DISPLAY 'RETEXP1 MORE THAN 50 POLICY LINES'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO WS-POL-TOT.
            MOVE WS-POL-TOT TO WS-POL-IX.
            MOVE POL-CLASS TO WS-PL-CLASS (WS-POL-IX).
            MOVE POL-QUAL  TO WS-PL-QUAL  (WS-POL-IX).
            IF POL-QUAL = SPACES THEN
                MOVE '*' TO WS-PL-QUAL (WS-POL-IX).
            MOVE POL-DAYS  TO WS-PL-DAYS  (WS-POL-IX).
            MOVE POL-MIN   TO WS-PL-MIN   (WS-POL-IX).
            MOVE POL-RECOV TO WS-PL-RECOV (WS-POL-IX).
            PERFORM RETCUT THRU RETCUTX.
            GO TO RETPOLL.
        RETPOLE.
            CLOSE RETPOL.
            IF WS-POL-TOT = 0 THEN
                DISPLAY 'RETEXP1 RETPOL HOLDS NO POLICY LINES'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            OPEN OUTPUT RETDEL.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-TODAY     TO RPT-BUS-DATE.
            MOVE WS-TODAY-YMD TO RPT-BUS-YMD.
            MOVE WS-POL-TOT   TO RPT-POL-CNT.
            MOVE RPT-DATELINE TO RPT-REC.
            WRITE RPT-REC.
            IF PREVIEW-ONLY THEN
                MOVE RPT-PREVIEW TO RPT-REC
                WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE ZEROS TO WS-CLASS-TOTALS.
        RETINITX.
            EXIT.

      *****************************************************************
      * RETCUT - THE POLICY LINE'S CUTOFF: THE BUSINESS DATE LESS
      * THE KEEP-DAYS, AS JULIAN 0CYYDDD.  AN ENTRY DATED BEFORE
      * IT IS PAST ITS KEEP-DAYS.
      *****************************************************************
        RETCUT.
            MOVE 'SD' TO WS-DC-FUNC.
            MOVE WS-TODAY-YMD TO WS-DC-DATE1.
            MOVE 0 TO WS-DC-DATE2.
            MOVE WS-PL-DAYS (WS-POL-IX) TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            IF WS-DC-RC NOT = 0 THEN
                MOVE 0 TO WS-PL-CUT (WS-POL-IX)
                GO TO RETCUTX.
            MOVE WS-DC-RESULT TO WS-WORK-YMD.
            DIVIDE WS-WORK-YMD BY 10000 GIVING WS-YYYY.
            MOVE 'DF' TO WS-DC-FUNC.
            COMPUTE WS-DC-DATE1 = WS-YYYY * 10000 + 0101.
            MOVE WS-WORK-YMD TO WS-DC-DATE2.
            MOVE 0 TO WS-DC-DAYS.
            CALL 'DATECALC' USING WS-DC-FUNC WS-DC-DATE1 WS-DC-DATE2
                WS-DC-DAYS WS-DC-RESULT WS-DC-DOW WS-DC-RC.
            COMPUTE WS-WORK-JUL = (WS-YYYY - 1900) * 1000
                + WS-DC-DAYS + 1.
            MOVE WS-WORK-JUL TO WS-PL-CUT (WS-POL-IX).
        RETCUTX.
            EXIT.

      *****************************************************************
      * RETPFND - THE POLICY LINE FOR WS-FIND-CLASS/WS-FIND-QUAL:
      * THE LINE NAMING THE QUALIFIER, ELSE THE CLASS DEFAULT, ELSE
      * NONE (WS-PX = 0)
      *****************************************************************
        RETPFND.
            MOVE 0 TO WS-PX.
            MOVE 0 TO WS-PX-DFLT.
            MOVE 0 TO WS-POL-IX.
        RETPFNDL.
            ADD 1 TO WS-POL-IX.
            IF WS-POL-IX GREATER THAN WS-POL-TOT THEN
                GO TO RETPFNDE.
            IF WS-PL-CLASS (WS-POL-IX) NOT = WS-FIND-CLASS THEN
                GO TO RETPFNDL.
            IF WS-PL-QUAL (WS-POL-IX) = WS-FIND-QUAL THEN
                MOVE WS-POL-IX TO WS-PX
                GO TO RETPFNDX.
            IF WS-PL-QUAL (WS-POL-IX) = '*' AND WS-PX-DFLT = 0 THEN
                MOVE WS-POL-IX TO WS-PX-DFLT.
            GO TO RETPFNDL.
        RETPFNDE.
            MOVE WS-PX-DFLT TO WS-PX.
        RETPFNDX.
            EXIT.

      *****************************************************************
      * RETDEC - THE POLICY VERDICT FOR ONE ENTRY NOT ALREADY KEPT
      * FOR RECOVERY: NO POLICY KEEPS IT, SO DOES BEING ONE OF THE
      * NEWEST POL-MIN, SO DOES BEING INSIDE THE KEEP-DAYS
      *****************************************************************
        RETDEC.
            PERFORM RETPFND THRU RETPFNDX.
            MOVE 'K' TO WS-D-ACT.
            IF WS-PX = 0 THEN
                MOVE 'NO POLICY' TO WS-D-RULE
                GO TO RETDECX.
            IF WS-D-NEWER LESS THAN WS-PL-MIN (WS-PX) THEN
                MOVE 'MINIMUM COUNT' TO WS-D-RULE
                GO TO RETDECX.
            IF WS-D-DATE NOT LESS THAN WS-PL-CUT (WS-PX) THEN
                MOVE 'KEEP-DAYS' TO WS-D-RULE
                GO TO RETDECX.
            MOVE 'E' TO WS-D-ACT.
            MOVE 'PAST KEEP-DAYS' TO WS-D-RULE.
        RETDECX.
            EXIT.

      *****************************************************************
      * RETLIST - ONE LISTING LINE (AND, WHEN EXPIRED, ONE RETDEL
      * LINE) FOR CLASS WS-CX, ENTRY WS-IDENT, DATE WS-D-DATE
      *****************************************************************
        RETLIST.
            MOVE SPACES TO RPT-REC.
            MOVE WS-CLASS-NAME (WS-CX) TO RPT-IT-CLASS.
            MOVE WS-IDENT  TO RPT-IT-IDENT.
            MOVE WS-D-DATE TO RPT-IT-DATE.
            MOVE WS-D-RULE TO RPT-IT-RULE.
            IF D-EXPIRE THEN
                MOVE 'EXPIRED ' TO RPT-IT-ACT
                ADD 1 TO WS-CT-EXP (WS-CX)
            ELSE
                MOVE 'KEPT    ' TO RPT-IT-ACT
                ADD 1 TO WS-CT-KEPT (WS-CX).
            MOVE RPT-ITEM TO RPT-REC.
            WRITE RPT-REC.
            IF D-EXPIRE AND NOT PREVIEW-ONLY AND WS-CX LESS THAN 4 THEN
                MOVE WS-CLASS-NAME (WS-CX) TO WS-DL-CLASS
                MOVE WS-IDENT TO WS-DL-IDENT
                MOVE WS-DEL-LINE TO DEL-REC
                WRITE DEL-REC.

      * RETNOTE - A CLASS LEFT ALONE, AND WHY
        RETNOTE.
            MOVE WS-CLASS-NAME (WS-CX) TO RPT-NT-CLASS.
            MOVE RPT-NOTE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-NT-STAT.

      *****************************************************************
      * RETBKP - IMAGE COPIES.  THE CATALOG IS APPENDED IN TIME
      * ORDER, SO A COPY WITH NO LATER COPY OF ITS FILE IS THAT
      * FILE'S RECOVERY BASE.
      *****************************************************************
        RETBKP.
            MOVE 1 TO WS-CX.
            OPEN INPUT BKPCAT.
            IF WS-FSBK NOT = '00' THEN
                MOVE 'NO BKPCAT CATALOG, STATUS ' TO RPT-NT-TEXT
                MOVE WS-FSBK TO RPT-NT-STAT
                PERFORM RETNOTE
                GO TO RETBKPX.
        RETBKPL.
            READ BKPCAT
                AT END GO TO RETBKPE.
            IF WS-BK-TOT NOT LESS THAN 500 THEN
                CLOSE BKPCAT
                MOVE 'BKPCAT OVER 500 ENTRIES - CLASS LEFT ALONE'
                    TO RPT-NT-TEXT
                PERFORM RETNOTE
                MOVE 8 TO RETURN-CODE
                GO TO RETBKPX.
            ADD 1 TO WS-BK-TOT.
            MOVE CAT-REC  TO WS-BK-LINE (WS-BK-TOT).
            MOVE CAT-FILE TO WS-BK-FILE (WS-BK-TOT).
            MOVE 'K'      TO WS-BK-ACT  (WS-BK-TOT).
            IF CAT-DATE IS NUMERIC AND CAT-TIME IS NUMERIC THEN
                MOVE CAT-DATE TO WS-BK-DATE (WS-BK-TOT)
                MOVE CAT-TIME TO WS-BK-TIME (WS-BK-TOT)
            ELSE
                MOVE 0 TO WS-BK-DATE (WS-BK-TOT)
                MOVE 0 TO WS-BK-TIME (WS-BK-TOT).
            GO TO RETBKPL.
        RETBKPE.
            CLOSE BKPCAT.
            MOVE 'Y' TO WS-BK-OK.
            MOVE 0 TO WS-BK-IX.
        RETBKPD.
            ADD 1 TO WS-BK-IX.
            IF WS-BK-IX GREATER THAN WS-BK-TOT THEN
                GO TO RETBKPW.
      * AN UNREADABLE CATALOG LINE IS NOT TOUCHED OR LISTED
            IF WS-BK-DATE (WS-BK-IX) = 0 THEN GO TO RETBKPD.
            MOVE 0 TO WS-D-NEWER.
            MOVE WS-BK-IX TO WS-BK-JX.
        RETBKPN.
            ADD 1 TO WS-BK-JX.
            IF WS-BK-JX GREATER THAN WS-BK-TOT THEN GO TO RETBKPV.
            IF WS-BK-FILE (WS-BK-JX) = WS-BK-FILE (WS-BK-IX)
               AND WS-BK-DATE (WS-BK-JX) NOT = 0 THEN
                ADD 1 TO WS-D-NEWER.
            GO TO RETBKPN.
        RETBKPV.
            MOVE WS-BK-DATE (WS-BK-IX) TO WS-D-DATE.
            IF WS-D-NEWER = 0 THEN
                MOVE 'K' TO WS-D-ACT
                MOVE 'RECOVERY BASE' TO WS-D-RULE
                IF WS-D-DATE LESS THAN WS-BASE-DATE THEN
                    MOVE WS-D-DATE TO WS-BASE-DATE
                END-IF
            ELSE
                MOVE 'IMGCOPY ' TO WS-FIND-CLASS
                MOVE WS-BK-FILE (WS-BK-IX) TO WS-FIND-QUAL
                PERFORM RETDEC THRU RETDECX.
            MOVE WS-D-ACT TO WS-BK-ACT (WS-BK-IX).
            IF D-EXPIRE THEN
                ADD 1 TO WS-BK-EXPD
            ELSE
                IF WS-D-DATE LESS THAN WS-KEPT-DATE THEN
                    MOVE WS-D-DATE TO WS-KEPT-DATE.
            MOVE WS-BK-FILE (WS-BK-IX) TO WS-IB-FILE.
            MOVE WS-BK-DATE (WS-BK-IX) TO WS-IB-DATE.
            MOVE WS-BK-TIME (WS-BK-IX) TO WS-IB-TIME.
            MOVE WS-ID-BKP TO WS-IDENT.
            PERFORM RETLIST.
            GO TO RETBKPD.
      * THE CATALOG AGAIN, WITHOUT THE EXPIRED COPIES
        RETBKPW.
            IF PREVIEW-ONLY OR WS-BK-EXPD = 0 THEN GO TO RETBKPX.
            OPEN OUTPUT BKPCAT.
            MOVE 0 TO WS-BK-IX.
        RETBKPR.
            ADD 1 TO WS-BK-IX.
            IF WS-BK-IX GREATER THAN WS-BK-TOT THEN
                CLOSE BKPCAT
                GO TO RETBKPX.
            IF WS-BK-ACT (WS-BK-IX) = 'E' THEN GO TO RETBKPR.
            MOVE WS-BK-LINE (WS-BK-IX) TO CAT-REC.
            WRITE CAT-REC.
            GO TO RETBKPR.
        RETBKPX.
            EXIT.

      *****************************************************************
      * RETGEN - JOURNAL GENERATIONS.  A GENERATION IS AGED BY THE
      * LAST JOURNAL DATE IT HOLDS.  EVERY GENERATION REACHING THE
      * PROTECTION DATE IS NEEDED TO ROLL A KEPT COPY FORWARD.
      *****************************************************************
        RETGEN.
            MOVE 2 TO WS-CX.
            OPEN INPUT JRNGMAN.
            IF WS-FSMN NOT = '00' THEN
                MOVE 'NO JRNGMAN MANIFEST, STATUS ' TO RPT-NT-TEXT
                MOVE WS-FSMN TO RPT-NT-STAT
                PERFORM RETNOTE
                GO TO RETGENX.
            MOVE 0 TO WS-GN-IX.
        RETGENL.
            READ JRNGMAN
                AT END GO TO RETGENE.
            IF WS-MN-TOT NOT LESS THAN 3000
               OR (MAN-EYE = '*GEN ' AND WS-GN-TOT NOT LESS THAN 500)
               THEN
                CLOSE JRNGMAN
                MOVE 'JRNGMAN TOO LARGE - CLASS LEFT ALONE'
                    TO RPT-NT-TEXT
                PERFORM RETNOTE
                MOVE 8 TO RETURN-CODE
                GO TO RETGENX.
            IF MAN-EYE = '*GEN ' AND MAN-NUM IS NUMERIC
               AND MAN-LO IS NUMERIC AND MAN-HI IS NUMERIC THEN
                ADD 1 TO WS-GN-TOT
                MOVE WS-GN-TOT TO WS-GN-IX
                MOVE MAN-NUM TO WS-GN-NUM (WS-GN-IX)
                MOVE MAN-LO  TO WS-GN-LO  (WS-GN-IX)
                MOVE MAN-HI  TO WS-GN-HI  (WS-GN-IX)
                MOVE 'K'     TO WS-GN-ACT (WS-GN-IX).
            ADD 1 TO WS-MN-TOT.
            MOVE MAN-REC  TO WS-MN-LINE (WS-MN-TOT).
            MOVE WS-GN-IX TO WS-MN-GEN  (WS-MN-TOT).
            GO TO RETGENL.
        RETGENE.
            CLOSE JRNGMAN.
            MOVE 'Y' TO WS-MN-OK.
      * THE PROTECTION DATE.  NO USABLE IMAGE-COPY CATALOG MEANS NO
      * KNOWN RECOVERY BASE, SO EVERY GENERATION IS KEPT.
            MOVE 'VJRNGEN ' TO WS-FIND-CLASS.
            MOVE '*'        TO WS-FIND-QUAL.
            PERFORM RETPFND THRU RETPFNDX.
            IF WS-BK-OK NOT = 'Y' OR WS-BASE-DATE = 9999999 THEN
                MOVE 0 TO WS-PROT-DATE
            ELSE
                MOVE WS-BASE-DATE TO WS-PROT-DATE
                IF WS-PX NOT = 0 THEN
                    IF WS-PL-RECOV (WS-PX) = 'Y' THEN
                        MOVE WS-KEPT-DATE TO WS-PROT-DATE.
            MOVE 0 TO WS-GN-IX.
        RETGEND.
            ADD 1 TO WS-GN-IX.
            IF WS-GN-IX GREATER THAN WS-GN-TOT THEN
                GO TO RETGENW.
            MOVE WS-GN-HI (WS-GN-IX) TO WS-D-DATE.
            COMPUTE WS-D-NEWER = WS-GN-TOT - WS-GN-IX.
            IF WS-D-DATE NOT LESS THAN WS-PROT-DATE THEN
                MOVE 'K' TO WS-D-ACT
                MOVE 'RECOVERY CHAIN' TO WS-D-RULE
            ELSE
                PERFORM RETDEC THRU RETDECX.
            MOVE WS-D-ACT TO WS-GN-ACT (WS-GN-IX).
            IF D-EXPIRE THEN ADD 1 TO WS-GN-EXPD.
            MOVE WS-GN-NUM (WS-GN-IX) TO WS-IG-NUM.
            MOVE WS-GN-LO  (WS-GN-IX) TO WS-IG-LO.
            MOVE WS-GN-HI  (WS-GN-IX) TO WS-IG-HI.
            MOVE WS-ID-GEN TO WS-IDENT.
            PERFORM RETLIST.
            GO TO RETGEND.
      * THE MANIFEST AGAIN, WITHOUT THE EXPIRED GENERATIONS' LINES
        RETGENW.
            IF PREVIEW-ONLY OR WS-GN-EXPD = 0 THEN GO TO RETGENX.
            OPEN OUTPUT JRNGMAN.
            MOVE 0 TO WS-MN-IX.
        RETGENR.
            ADD 1 TO WS-MN-IX.
            IF WS-MN-IX GREATER THAN WS-MN-TOT THEN
                CLOSE JRNGMAN
                GO TO RETGENX.
            IF WS-MN-GEN (WS-MN-IX) NOT = 0 THEN
                IF WS-GN-ACT (WS-MN-GEN (WS-MN-IX)) = 'E' THEN
                    GO TO RETGENR.
            MOVE WS-MN-LINE (WS-MN-IX) TO MAN-REC.
            WRITE MAN-REC.
            GO TO RETGENR.
        RETGENX.
            EXIT.

      *****************************************************************
      * RETARC - ARCHIVES.  AN EXPIRED ARCHIVE KEEPS ITS REGISTRY
      * LINE, MARKED; ONE ALREADY MARKED IS NOT LISTED AGAIN OR
      * COUNTED TOWARD THE MINIMUM.
      *****************************************************************
        RETARC.
            MOVE 3 TO WS-CX.
            OPEN INPUT ARCHREG.
            IF WS-FSRG NOT = '00' THEN
                MOVE 'NO ARCHREG REGISTRY, STATUS ' TO RPT-NT-TEXT
                MOVE WS-FSRG TO RPT-NT-STAT
                PERFORM RETNOTE
                GO TO RETARCX.
        RETARCL.
            READ ARCHREG
                AT END GO TO RETARCE.
            IF WS-AR-TOT NOT LESS THAN 500 THEN
                CLOSE ARCHREG
                MOVE 'ARCHREG OVER 500 ENTRIES - CLASS LEFT ALONE'
                    TO RPT-NT-TEXT
                PERFORM RETNOTE
                MOVE 8 TO RETURN-CODE
                GO TO RETARCX.
            ADD 1 TO WS-AR-TOT.
            MOVE REG-REC TO WS-AR-LINE (WS-AR-TOT).
            MOVE 'K'     TO WS-AR-ACT  (WS-AR-TOT).
            IF REG-EXPIRED = 'EXPIRED' OR REG-DATE IS NOT NUMERIC THEN
                MOVE 'X' TO WS-AR-ACT (WS-AR-TOT).
            GO TO RETARCL.
        RETARCE.
            CLOSE ARCHREG.
            MOVE 'Y' TO WS-AR-OK.
            MOVE 0 TO WS-AR-IX.
        RETARCD.
            ADD 1 TO WS-AR-IX.
            IF WS-AR-IX GREATER THAN WS-AR-TOT THEN
                GO TO RETARCW.
            IF WS-AR-ACT (WS-AR-IX) = 'X' THEN GO TO RETARCD.
            MOVE 0 TO WS-D-NEWER.
            MOVE WS-AR-IX TO WS-AR-JX.
        RETARCN.
            ADD 1 TO WS-AR-JX.
            IF WS-AR-JX GREATER THAN WS-AR-TOT THEN GO TO RETARCV.
            IF WS-AR-ACT (WS-AR-JX) NOT = 'X' THEN
                ADD 1 TO WS-D-NEWER.
            GO TO RETARCN.
        RETARCV.
            MOVE WS-AR-LINE (WS-AR-IX) TO WS-AR-WORK.
            MOVE WS-AW-DATE TO WS-D-DATE.
            MOVE 'ARCHIVE ' TO WS-FIND-CLASS.
            MOVE '*'        TO WS-FIND-QUAL.
            PERFORM RETDEC THRU RETDECX.
            MOVE WS-D-ACT TO WS-AR-ACT (WS-AR-IX).
            IF D-EXPIRE THEN
                ADD 1 TO WS-AR-EXPD
                MOVE 'EXPIRED' TO WS-AW-EXPIRED
                MOVE WS-TODAY  TO WS-AW-EXP-DATE
                MOVE WS-AR-WORK TO WS-AR-LINE (WS-AR-IX).
            MOVE WS-AW-ID   TO WS-IA-ID.
            MOVE WS-AW-DATE TO WS-IA-DATE.
            MOVE WS-AW-TIME TO WS-IA-TIME.
            MOVE WS-ID-ARC TO WS-IDENT.
            PERFORM RETLIST.
            GO TO RETARCD.
      * THE REGISTRY AGAIN, EVERY LINE, THE NEWLY EXPIRED MARKED
        RETARCW.
            IF PREVIEW-ONLY OR WS-AR-EXPD = 0 THEN GO TO RETARCX.
            OPEN OUTPUT ARCHREG.
            MOVE 0 TO WS-AR-IX.
        RETARCR.
            ADD 1 TO WS-AR-IX.
            IF WS-AR-IX GREATER THAN WS-AR-TOT THEN
                CLOSE ARCHREG
                GO TO RETARCX.
            MOVE WS-AR-LINE (WS-AR-IX) TO REG-REC.
            WRITE REG-REC.
            GO TO RETARCR.
        RETARCX.
            EXIT.

      *****************************************************************
      * RETRPT - STORED REPORTS.  THE CATALOG IS IN REPORT-ID/DATE
      * ORDER, SO A REPORT'S NEWER RUNS FOLLOW IT.  AN EXPIRED RUN
      * LOSES ITS STORED LINES, THEN ITS CATALOG ENTRY.
      *****************************************************************
        RETRPT.
            MOVE 4 TO WS-CX.
            OPEN INPUT RPTCAT.
            IF NOT WS-FSRC-OK THEN
                MOVE 'NO RPTCAT CATALOG, STATUS ' TO RPT-NT-TEXT
                MOVE WS-FSRC TO RPT-NT-STAT
                PERFORM RETNOTE
                GO TO RETRPTX.
        RETRPTL.
            READ RPTCAT NEXT RECORD
                AT END GO TO RETRPTE.
            IF WS-RP-TOT NOT LESS THAN 1000 THEN
                CLOSE RPTCAT
                MOVE 'RPTCAT OVER 1000 ENTRIES - CLASS LEFT ALONE'
                    TO RPT-NT-TEXT
                PERFORM RETNOTE
                MOVE 8 TO RETURN-CODE
                GO TO RETRPTX.
            ADD 1 TO WS-RP-TOT.
            MOVE RC-ID   TO WS-RP-ID   (WS-RP-TOT).
            MOVE RC-DATE TO WS-RP-DATE (WS-RP-TOT).
            MOVE RC-TIME TO WS-RP-TIME (WS-RP-TOT).
            MOVE 'K'     TO WS-RP-ACT  (WS-RP-TOT).
            GO TO RETRPTL.
        RETRPTE.
            CLOSE RPTCAT.
            MOVE 'Y' TO WS-RP-OK.
            MOVE 0 TO WS-RP-IX.
        RETRPTD.
            ADD 1 TO WS-RP-IX.
            IF WS-RP-IX GREATER THAN WS-RP-TOT THEN
                GO TO RETRPTW.
            MOVE 0 TO WS-D-NEWER.
            MOVE WS-RP-IX TO WS-RP-JX.
        RETRPTN.
            ADD 1 TO WS-RP-JX.
            IF WS-RP-JX NOT GREATER THAN WS-RP-TOT THEN
                IF WS-RP-ID (WS-RP-JX) = WS-RP-ID (WS-RP-IX) THEN
                    ADD 1 TO WS-D-NEWER
                    GO TO RETRPTN.
            MOVE WS-RP-DATE (WS-RP-IX) TO WS-D-DATE.
            MOVE 'REPORT  ' TO WS-FIND-CLASS.
            MOVE WS-RP-ID (WS-RP-IX) TO WS-FIND-QUAL.
            PERFORM RETDEC THRU RETDECX.
            MOVE WS-D-ACT TO WS-RP-ACT (WS-RP-IX).
            IF D-EXPIRE THEN ADD 1 TO WS-RP-EXPD.
            MOVE WS-RP-ID   (WS-RP-IX) TO WS-IR-ID.
            MOVE WS-RP-DATE (WS-RP-IX) TO WS-IR-DATE.
            MOVE WS-RP-TIME (WS-RP-IX) TO WS-IR-TIME.
            MOVE WS-ID-RPT TO WS-IDENT.
            PERFORM RETLIST.
            GO TO RETRPTD.
      * THE DELETIONS - STORE LINES FIRST, SO A FAILURE PART WAY
      * LEAVES A CATALOG ENTRY THE NEXT RUN STILL FINDS
        RETRPTW.
            IF PREVIEW-ONLY OR WS-RP-EXPD = 0 THEN GO TO RETRPTX.
            OPEN I-O RPTSTORE.
            OPEN I-O RPTCAT.
            IF NOT WS-FSRS-OK OR NOT WS-FSRC-OK THEN
                MOVE 'RPTSTORE/RPTCAT NOT UPDATABLE, STATUS '
                    TO RPT-NT-TEXT
                MOVE WS-FSRS TO RPT-NT-STAT
                PERFORM RETNOTE
                CLOSE RPTSTORE
                CLOSE RPTCAT
                MOVE 8 TO RETURN-CODE
                GO TO RETRPTX.
            MOVE 0 TO WS-RP-IX.
        RETRPTR.
            ADD 1 TO WS-RP-IX.
            IF WS-RP-IX GREATER THAN WS-RP-TOT THEN
                GO TO RETRPTC.
            IF WS-RP-ACT (WS-RP-IX) NOT = 'E' THEN GO TO RETRPTR.
            MOVE WS-RP-ID   (WS-RP-IX) TO RS-ID.
            MOVE WS-RP-DATE (WS-RP-IX) TO RS-DATE.
            MOVE 0 TO RS-LINENO.
            START RPTSTORE KEY IS NOT LESS THAN RS-KEY
                INVALID KEY GO TO RETRPTK.
        RETRPTS.
            READ RPTSTORE NEXT RECORD
                AT END GO TO RETRPTK.
            IF RS-ID NOT = WS-RP-ID (WS-RP-IX)
               OR RS-DATE NOT = WS-RP-DATE (WS-RP-IX) THEN
                GO TO RETRPTK.
            DELETE RPTSTORE RECORD.
            ADD 1 TO WS-RS-LINES.
            GO TO RETRPTS.
        RETRPTK.
            MOVE WS-RP-ID   (WS-RP-IX) TO RC-ID.
            MOVE WS-RP-DATE (WS-RP-IX) TO RC-DATE.
            DELETE RPTCAT RECORD
                INVALID KEY CONTINUE.
            GO TO RETRPTR.
        RETRPTC.
            CLOSE RPTSTORE.
            CLOSE RPTCAT.
        RETRPTX.
            EXIT.

      *****************************************************************
      * RETTERM - THE CLASS TOTALS
      *****************************************************************
        RETTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE 1 TO WS-CX.
            PERFORM RETTOT 4 TIMES.
            IF NOT PREVIEW-ONLY AND WS-RP-EXPD GREATER THAN 0 THEN
                MOVE WS-RS-LINES TO RPT-RS-CNT
                MOVE RPT-RSLINES TO RPT-REC
                WRITE RPT-REC.
            CLOSE RETDEL.
            CLOSE RPTOUT.

        RETTOT.
            MOVE WS-CLASS-NAME (WS-CX) TO RPT-TT-CLASS.
            MOVE WS-CT-KEPT (WS-CX) TO RPT-TT-KEPT.
            MOVE WS-CT-EXP  (WS-CX) TO RPT-TT-EXP.
            MOVE RPT-TOTAL TO RPT-REC.
            WRITE RPT-REC.
            ADD 1 TO WS-CX.
