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
      * STORED REPORT TEXT SEARCH - BATCH
      *
      * RPI 1432 - TESTRPR1 REPRINTS A REPORT WHEN THE ID AND DATE
      * ARE KNOWN, BUT THE QUESTION IS USUALLY WHICH NIGHT'S RUN HAD
      * A GIVEN CUSTOMER ON IT, OR WHEN AN ERROR LINE FIRST SHOWED
      * UP.  THIS RUN SCANS THE LINES RPTSVC1 KEEPS IN THE RPTSTORE
      * KSDS FOR A STRING AND LISTS EVERY LINE HOLDING IT WITH ITS
      * REPORT ID, RUN DATE, PAGE AND LINE, BETWEEN THE TWO STORED
      * LINES BEFORE AND AFTER IT FROM THE SAME RUN (THE HIT LINE IS
      * MARKED '>').  THE MATCH IGNORES CASE.  TESTRSR1 IS THE SAME
      * SEARCH ONLINE, WITH REPRINT OF THE REPORT A HIT IS IN.
      *
      * RPTSVC1 STORES LINES WITHOUT PAGE BREAKS; PAGES ARE COUNTED
      * AT 60 STORED LINES, AS THE PRINTED COPIES ARE.
      *
      * RSRCTL CONTROL CARD:
      *   COLS  1-40  SEARCH STRING (TRAILING SPACES IGNORED)
      *   COLS 42-49  REPORT ID (BLANK = EVERY REPORT)
      *   COLS 51-57  FROM RUN DATE, JULIAN 0CYYDDD (BLANK = OLDEST)
      *   COLS 59-65  TO RUN DATE, JULIAN 0CYYDDD (BLANK = NEWEST)
      *
      * RETURN CODE 0 = FOUND, 4 = NO HITS, 16 = BAD CONTROL CARD
      * OR NO RPTSTORE.
      *
        PROGRAM-ID. RPTSRC1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RSRCTL ASSIGN TO RSRCTL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RPTSTORE ASSIGN TO RPTSTORE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RS-KEY
                FILE STATUS IS WS-FSRS.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  RSRCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-STRING        PIC X(40).
            02  FILLER            PIC X.
            02  CTL-ID            PIC X(8).
            02  FILLER            PIC X.
            02  CTL-FROM          PIC X(7).
            02  FILLER            PIC X.
            02  CTL-TO            PIC X(7).
            02  FILLER            PIC X(15).

      * RPTSVC1'S STORE RECORD (SEE RPTSVC1.CBL)
        FD  RPTSTORE
            RECORDING MODE IS F.
        01  RS-REC.
            02  RS-KEY.
                03  RS-ID         PIC X(8).
                03  RS-DATE       PIC 9(7).
                03  RS-LINENO     PIC 9(5).
            02  RS-TEXT           PIC X(120).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(132).

        WORKING-STORAGE SECTION.
        77  WS-FSRS               PIC X(2)   VALUE SPACES.
            88  WS-FSRS-OK                   VALUE '00'.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  NO-MORE-LINES                VALUE 'Y'.

      * THE SEARCH - STRING FOLDED TO UPPER CASE, ITS LENGTH, AND
      * THE REPORT AND DATE LIMITS
        77  WS-STRING             PIC X(40).
        77  WS-STR-LEN            PIC 9(2)   COMP.
        77  WS-WANT-ID            PIC X(8).
        77  WS-FROM-DATE          PIC 9(7).
        77  WS-TO-DATE            PIC 9(7).

        77  WS-TEXTU              PIC X(120).
        77  WS-POS                PIC 9(3)   COMP.
        77  WS-LAST-POS           PIC 9(3)   COMP.
        77  WS-MATCH              PIC X.
            88  LINE-MATCHES                 VALUE 'Y'.

      * THE RUN BEING SCANNED, THE TWO LINES BEFORE THE CURRENT ONE
      * (ENTRY 2 THE NEWER), HOW MANY LINES AFTER A HIT ARE STILL
      * TO PRINT, AND THE LAST LINE PRINTED SO OVERLAPPING CONTEXT
      * IS NOT PRINTED TWICE
        77  WS-CUR-ID             PIC X(8)   VALUE LOW-VALUES.
        77  WS-CUR-DATE           PIC 9(7)   VALUE 0.
        01  WS-PRV-TABLE.
            02  WS-PRV-ENTRY OCCURS 2 TIMES.
                03  WS-PRV-LINENO PIC 9(5).
                03  WS-PRV-TEXT   PIC X(120).
        77  WS-PRV-CNT            PIC 9      COMP VALUE 0.
        77  WS-PRV-IX             PIC 9      COMP.
        77  WS-AFTER              PIC 9      COMP VALUE 0.
        77  WS-LAST-PRT           PIC 9(5)   VALUE 0.

        77  WS-PAGE-LINES         PIC 9(3)   COMP VALUE 60.
        77  WS-PAGE               PIC 9(5)   COMP.
        77  WS-PLINE              PIC 9(3)   COMP.

        77  WS-HITS               PIC 9(7)   COMP-3 VALUE 0.
        77  WS-SCANNED            PIC 9(9)   COMP-3 VALUE 0.
        77  WS-RUNS               PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'RPTSRC1 - STORED REPORT TEXT SEARCH'.
        01  RPT-WANTLINE.
            02  FILLER            PIC X(10)  VALUE 'SEARCHING '.
            02  FILLER            PIC X      VALUE ''''.
            02  RPT-WANT-STR      PIC X(40).
            02  FILLER            PIC X      VALUE ''''.
        01  RPT-LIMLINE.
            02  FILLER            PIC X(10)  VALUE 'REPORT ID '.
            02  RPT-LIM-ID        PIC X(8).
            02  FILLER            PIC X(12)  VALUE '  RUN DATES '.
            02  RPT-LIM-FROM      PIC 9(7).
            02  FILLER            PIC X(4)   VALUE ' TO '.
            02  RPT-LIM-TO        PIC 9(7).
        01  RPT-HITLINE.
            02  FILLER            PIC X(11)  VALUE 'HIT REPORT '.
            02  RPT-HIT-ID        PIC X(8).
            02  FILLER            PIC X(7)   VALUE '  DATE '.
            02  RPT-HIT-DATE      PIC 9(7).
            02  FILLER            PIC X(7)   VALUE '  PAGE '.
            02  RPT-HIT-PAGE      PIC ZZZZ9.
            02  FILLER            PIC X(7)   VALUE '  LINE '.
            02  RPT-HIT-LINE      PIC Z9.
            02  FILLER            PIC X(15)  VALUE '  (STORED LINE '.
            02  RPT-HIT-LINENO    PIC ZZZZ9.
            02  FILLER            PIC X      VALUE ')'.
        01  RPT-CTXLINE.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-CX-MARK       PIC X.
            02  RPT-CX-LINENO     PIC ZZZZ9.
            02  FILLER            PIC X(2)   VALUE SPACES.
            02  RPT-CX-TEXT       PIC X(120).
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'HITS..........='.
            02  RPT-TRL-HITS      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' LINES SCANNED='.
            02  RPT-TRL-SCAN      PIC ZZZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' REPORT RUNS..='.
            02  RPT-TRL-RUNS      PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM RSRINIT THRU RSRINITX.
            PERFORM RSRSCAN THRU RSRSCANX UNTIL NO-MORE-LINES.
            PERFORM RSRTERM.
            STOP RUN.

      *****************************************************************
      * RSRINIT - THE CONTROL CARD, THEN THE STORE POSITIONED AT THE
      * FIRST LINE OF THE WANTED REPORT (OR OF THE WHOLE STORE)
      *****************************************************************
        RSRINIT.
            OPEN INPUT RSRCTL.
            READ RSRCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE RSRCTL.
            IF CTL-STRING = SPACES THEN
                DISPLAY 'RPTSRC1 NO SEARCH STRING IN RSRCTL'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE CTL-STRING TO WS-STRING.
            INSPECT WS-STRING CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE 40 TO WS-STR-LEN.
        RSRINITL.
            IF WS-STRING (WS-STR-LEN:1) = SPACE THEN
                SUBTRACT 1 FROM WS-STR-LEN
                GO TO RSRINITL.
            COMPUTE WS-LAST-POS = 121 - WS-STR-LEN.
            MOVE CTL-ID TO WS-WANT-ID.
            MOVE 0 TO WS-FROM-DATE.
            MOVE 9999999 TO WS-TO-DATE.
            IF CTL-FROM NOT = SPACES THEN
                IF CTL-FROM IS NUMERIC THEN
                    MOVE CTL-FROM TO WS-FROM-DATE
                ELSE
                    DISPLAY 'RPTSRC1 BAD FROM DATE ' CTL-FROM
                    MOVE 16 TO RETURN-CODE
                    STOP RUN.
            IF CTL-TO NOT = SPACES THEN
                IF CTL-TO IS NUMERIC THEN
                    MOVE CTL-TO TO WS-TO-DATE
                ELSE
                    DISPLAY 'RPTSRC1 BAD TO DATE ' CTL-TO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN.
            OPEN INPUT RPTSTORE.
            IF NOT WS-FSRS-OK THEN
                DISPLAY 'RPTSRC1 NO RPTSTORE, STATUS ' WS-FSRS
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE CTL-STRING TO RPT-WANT-STR.
            MOVE RPT-WANTLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'ALL' TO RPT-LIM-ID.
            IF WS-WANT-ID NOT = SPACES THEN
                MOVE WS-WANT-ID TO RPT-LIM-ID.
            MOVE WS-FROM-DATE TO RPT-LIM-FROM.
            MOVE WS-TO-DATE   TO RPT-LIM-TO.
            MOVE RPT-LIMLINE TO RPT-REC.
            WRITE RPT-REC.
            IF WS-WANT-ID = SPACES THEN GO TO RSRINITR.
            MOVE WS-WANT-ID TO RS-ID.
            MOVE 0 TO RS-DATE.
            MOVE 0 TO RS-LINENO.
            START RPTSTORE KEY IS NOT LESS THAN RS-KEY
                INVALID KEY MOVE 'Y' TO WS-EOF.
            IF NO-MORE-LINES THEN GO TO RSRINITX.
        RSRINITR.
            PERFORM RSRREAD.
        RSRINITX.
            EXIT.

        RSRREAD.
            READ RPTSTORE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT NO-MORE-LINES AND WS-WANT-ID NOT = SPACES
               AND RS-ID NOT = WS-WANT-ID THEN
                MOVE 'Y' TO WS-EOF.

      *****************************************************************
      * RSRSCAN - ONE STORED LINE PER PASS.  A NEW REPORT RUN STARTS
      * WITH NO LINES BEFORE IT; A LINE OUTSIDE THE DATE LIMITS IS
      * PASSED OVER.
      *****************************************************************
        RSRSCAN.
            IF RS-DATE LESS THAN WS-FROM-DATE
               OR RS-DATE GREATER THAN WS-TO-DATE THEN
                GO TO RSRSCANN.
            ADD 1 TO WS-SCANNED.
            IF RS-ID NOT = WS-CUR-ID OR RS-DATE NOT = WS-CUR-DATE THEN
                MOVE RS-ID   TO WS-CUR-ID
                MOVE RS-DATE TO WS-CUR-DATE
                MOVE 0 TO WS-PRV-CNT
                MOVE 0 TO WS-AFTER
                MOVE 0 TO WS-LAST-PRT
                ADD 1 TO WS-RUNS.
            PERFORM RSRMATCH THRU RSRMATCX.
            IF LINE-MATCHES THEN
                PERFORM RSRHIT THRU RSRHITX
            ELSE
                IF WS-AFTER GREATER THAN 0 THEN
                    SUBTRACT 1 FROM WS-AFTER
                    MOVE SPACE TO RPT-CX-MARK
                    MOVE RS-LINENO TO WS-LAST-PRT
                    MOVE RS-LINENO TO RPT-CX-LINENO
                    MOVE RS-TEXT TO RPT-CX-TEXT
                    PERFORM RSRCTX.
            PERFORM RSRPUSH.
        RSRSCANN.
            PERFORM RSRREAD.
        RSRSCANX.
            EXIT.

      * CASE-BLIND SUBSTRING TEST OF RS-TEXT
        RSRMATCH.
            MOVE 'N' TO WS-MATCH.
            MOVE RS-TEXT TO WS-TEXTU.
            INSPECT WS-TEXTU CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE 0 TO WS-POS.
        RSRMATCL.
            ADD 1 TO WS-POS.
            IF WS-POS GREATER THAN WS-LAST-POS THEN GO TO RSRMATCX.
            IF WS-TEXTU (WS-POS:WS-STR-LEN) NOT =
               WS-STRING (1:WS-STR-LEN) THEN GO TO RSRMATCL.
            MOVE 'Y' TO WS-MATCH.
        RSRMATCX.
            EXIT.

      * A HIT - ITS HEADING, THE LINES BEFORE IT NOT ALREADY PRINTED,
      * THE HIT LINE ITSELF, AND TWO MORE LINES TO FOLLOW
        RSRHIT.
            ADD 1 TO WS-HITS.
            COMPUTE WS-PAGE = (RS-LINENO - 1) / WS-PAGE-LINES + 1.
            COMPUTE WS-PLINE = RS-LINENO
                             - (WS-PAGE - 1) * WS-PAGE-LINES.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE RS-ID     TO RPT-HIT-ID.
            MOVE RS-DATE   TO RPT-HIT-DATE.
            MOVE WS-PAGE   TO RPT-HIT-PAGE.
            MOVE WS-PLINE  TO RPT-HIT-LINE.
            MOVE RS-LINENO TO RPT-HIT-LINENO.
            MOVE RPT-HITLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-PRV-IX.
        RSRHITP.
            ADD 1 TO WS-PRV-IX.
            IF WS-PRV-IX GREATER THAN WS-PRV-CNT THEN GO TO RSRHITL.
            IF WS-PRV-LINENO (WS-PRV-IX) NOT GREATER THAN WS-LAST-PRT
                THEN GO TO RSRHITP.
            MOVE SPACE TO RPT-CX-MARK.
            MOVE WS-PRV-LINENO (WS-PRV-IX) TO RPT-CX-LINENO.
            MOVE WS-PRV-TEXT (WS-PRV-IX) TO RPT-CX-TEXT.
            PERFORM RSRCTX.
            GO TO RSRHITP.
        RSRHITL.
            MOVE '>' TO RPT-CX-MARK.
            MOVE RS-LINENO TO RPT-CX-LINENO.
            MOVE RS-TEXT TO RPT-CX-TEXT.
            PERFORM RSRCTX.
            MOVE RS-LINENO TO WS-LAST-PRT.
            MOVE 2 TO WS-AFTER.
        RSRHITX.
            EXIT.

        RSRCTX.
            MOVE RPT-CTXLINE TO RPT-REC.
            WRITE RPT-REC.

      * THE CURRENT LINE BECOMES THE NEWEST OF THE TWO BEFORE THE NEXT
        RSRPUSH.
            IF WS-PRV-CNT = 2 THEN
                MOVE WS-PRV-ENTRY (2) TO WS-PRV-ENTRY (1)
            ELSE
                ADD 1 TO WS-PRV-CNT.
            MOVE RS-LINENO TO WS-PRV-LINENO (WS-PRV-CNT).
            MOVE RS-TEXT   TO WS-PRV-TEXT (WS-PRV-CNT).

        RSRTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-HITS    TO RPT-TRL-HITS.
            MOVE WS-SCANNED TO RPT-TRL-SCAN.
            MOVE WS-RUNS    TO RPT-TRL-RUNS.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTSTORE.
            CLOSE RPTOUT.
            IF WS-HITS = 0 THEN
                MOVE 4 TO RETURN-CODE.
