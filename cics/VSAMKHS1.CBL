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
      * KEY HISTORY INQUIRY - EVERY RETAINED VJRN GENERATION
      *
      * RPI 1423 - CUSTJRNQ GIVES TESTCMN2 A CUSTOMER'S SCREEN
      * MAINTENANCE HISTORY, BUT CHANGES MADE BY THE BATCH REPLAYS,
      * TESTORD1'S LAST-ACTIVITY STAMPING AND THE RRDS BEDS EXIST
      * ONLY IN THE VJRN AFTER-IMAGE STREAM, NOW SPREAD OVER MANY
      * VSAMJSW1 GENERATIONS.  THIS INQUIRY ANSWERS "WHO CHANGED THIS
      * RECORD, AND WHEN" FOR ANY JOURNALED FILE.
      *
      * HSTCTL: COL 1-8 FILE NAME, COL 10-49 THE KEY (A KEYED FILE)
      * OR THE RRN IN COL 10-17 (AN RRDS), COL 51-57 AND 59-65 THE
      * FROM/TO JOURNAL DATES (JULIAN 0CYYDDD, BLANK = UNBOUNDED).
      *
      * VJRNIN IS EVERY RETAINED GENERATION CONCATENATED (THE LIVE
      * JOURNAL MAY FOLLOW).  THE JRNGMAN MANIFEST SAYS WHICH
      * GENERATIONS EXIST; ONE IT LISTS THAT WAS NOT IN THE
      * CONCATENATION IS NAMED IN THE REPORT, SO A GAP IN THE
      * HISTORY IS NEVER SILENT.  THE MATCHING AFTER IMAGES ARE
      * SORTED INTO TIME ORDER (ARRIVAL ORDER WITHIN ONE SECOND) AND
      * PRINTED WITH FUNCTION, TASK, DATE, TIME AND GENERATION; UNDER
      * EACH IMAGE A MARKER LINE PUTS '^' UNDER EVERY BYTE THAT
      * DIFFERS FROM THE IMAGE BEFORE IT.
      *
      * RETURN CODE 0 = HISTORY PRINTED, 4 = NO JOURNAL RECORD FOR
      * THE KEY IN THE RANGE, 16 = BAD CONTROL INPUT.
      *
        PROGRAM-ID. VSAMKHS1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HSTCTL ASSIGN TO HSTCTL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT JRNGMAN ASSIGN TO JRNGMAN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSMN.
            SELECT VJRNIN ASSIGN TO VJRNIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJR.
            SELECT SORTWK ASSIGN TO SORTWK.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  HSTCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-FILE          PIC X(8).
            02  FILLER            PIC X.
            02  CTL-KEY           PIC X(40).
            02  FILLER            PIC X.
            02  CTL-FROM          PIC X(7).
            02  FILLER            PIC X.
            02  CTL-TO            PIC X(7).
            02  FILLER            PIC X(15).

      * THE VSAMJSW1 MANIFEST - '*GEN ' LINES NAME THE GENERATIONS
        FD  JRNGMAN
            RECORDING MODE IS F.
        01  MAN-REC.
            02  MAN-EYE           PIC X(5).
            02  MAN-NUM           PIC 9(4).
            02  FILLER            PIC X(71).

        FD  VJRNIN
            RECORDING MODE IS F.
        01  VJRN-FILE-REC.
        COPY VSAMJRN.

        SD  SORTWK.
        01  SORT-REC.
            02  SRT-DATE          PIC 9(7).
            02  SRT-TIME          PIC 9(7).
            02  SRT-SEQ           PIC 9(8).
            02  SRT-GEN           PIC 9(4).
            02  SRT-FUNC          PIC X(2).
            02  SRT-TASK          PIC 9(7).
            02  SRT-IMGLEN        PIC 9(4).
            02  SRT-IMAGE         PIC X(92).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(110).

        WORKING-STORAGE SECTION.
        77  WS-FSMN               PIC X(2)   VALUE SPACES.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  AT-EOF                       VALUE 'Y'.
        77  WS-SORT-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-SORT                 VALUE 'Y'.

      * WHAT IS WANTED
        77  WS-WANT-RRN           PIC 9(8)   VALUE 0.
        77  WS-RRN-OK             PIC X      VALUE 'N'.
        77  WS-FROM               PIC 9(7)   VALUE 0.
        77  WS-TO                 PIC 9(7)   VALUE 9999999.

      * GENERATIONS - THE MANIFEST'S LIST, MARKED AS THE SCAN
      * MEETS EACH HEADER
        01  WS-MG-TABLE.
            02  WS-MG-ENTRY       OCCURS 500 TIMES.
                03  WS-MG-NUM     PIC 9(4).
                03  WS-MG-SEEN    PIC X.
        77  WS-MG-TOT             PIC 9(4)   COMP VALUE 0.
        77  WS-MG-IX              PIC 9(4)   COMP.
        77  WS-GEN-CUR            PIC 9(4)   VALUE 0.
        77  WS-GEN-SCANNED        PIC 9(4)   VALUE 0.
        77  WS-GEN-MISSING        PIC 9(4)   VALUE 0.

        77  WS-SEQ                PIC 9(8)   VALUE 0.
        77  WS-SCANNED            PIC 9(9)   COMP-3 VALUE 0.
        77  WS-MATCHED            PIC 9(7)   COMP-3 VALUE 0.

      * THE IMAGE BEFORE THE ONE BEING PRINTED, AND THE MARKERS
        77  WS-PREV-IMAGE         PIC X(92)  VALUE SPACES.
        77  WS-HAVE-PREV          PIC X      VALUE 'N'.
        77  WS-MARKS              PIC X(92).
        77  WS-DIFFS              PIC 9(3)   VALUE 0.
        77  WS-IX                 PIC 9(3)   COMP.

        01  RPT-HDRLINE           PIC X(44)
            VALUE 'VSAMKHS1 - VJRN KEY HISTORY'.
        01  RPT-KEYLINE.
            02  FILLER            PIC X(5)   VALUE 'FILE '.
            02  RPT-KEY-FILE      PIC X(8).
            02  FILLER            PIC X(5)   VALUE ' KEY '.
            02  RPT-KEY-KEY       PIC X(40).
            02  FILLER            PIC X(6)   VALUE ' FROM '.
            02  RPT-KEY-FROM      PIC 9(7).
            02  FILLER            PIC X(4)   VALUE ' TO '.
            02  RPT-KEY-TO        PIC 9(7).
        01  RPT-EVENT.
            02  RPT-EVT-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EVT-TIME      PIC 9(7).
            02  FILLER            PIC X(6)   VALUE ' FUNC '.
            02  RPT-EVT-FUNC      PIC X(2).
            02  FILLER            PIC X(6)   VALUE ' TASK '.
            02  RPT-EVT-TASK      PIC 9(7).
            02  FILLER            PIC X(5)   VALUE ' GEN '.
            02  RPT-EVT-GEN       PIC X(4).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-EVT-NOTE      PIC X(30).
        01  RPT-IMAGE.
            02  FILLER            PIC X(8)   VALUE '  IMAGE '.
            02  RPT-IMG-DATA      PIC X(92).
        01  RPT-MARK.
            02  FILLER            PIC X(8)   VALUE '  CHANGE'.
            02  RPT-MRK-DATA      PIC X(92).
        01  RPT-MISSLINE.
            02  FILLER            PIC X(24)
                VALUE 'MANIFEST GENERATION    '.
            02  RPT-MIS-GEN       PIC 9(4).
            02  FILLER            PIC X(30)
                VALUE ' NOT IN VJRNIN - NOT SCANNED'.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'JOURNAL READ...='.
            02  RPT-TRL-SCAN      PIC ZZZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' IMAGES FOUND.='.
            02  RPT-TRL-MATCH     PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' GENERATIONS..='.
            02  RPT-TRL-GENS      PIC ZZZ9.
            02  FILLER            PIC X(11)  VALUE ' MISSING.='.
            02  RPT-TRL-MISS      PIC ZZZ9.

        PROCEDURE DIVISION.

            PERFORM KHSINIT.
            PERFORM KHSMAN THRU KHSMANX.
            SORT SORTWK
                ON ASCENDING KEY SRT-DATE SRT-TIME SRT-SEQ
                INPUT PROCEDURE IS KHSIN
                OUTPUT PROCEDURE IS KHSOUT.
            PERFORM KHSTERM.
            STOP RUN.

      *****************************************************************
      * KHSINIT - THE FILE, KEY AND DATE RANGE
      *****************************************************************
        KHSINIT.
            OPEN INPUT HSTCTL.
            READ HSTCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE HSTCTL.
            IF CTL-FILE = SPACES OR CTL-KEY = SPACES THEN
                DISPLAY 'VSAMKHS1 HSTCTL NEEDS A FILE NAME AND A KEY'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF CTL-KEY (1:8) IS NUMERIC THEN
                MOVE 'Y' TO WS-RRN-OK
                MOVE CTL-KEY (1:8) TO WS-WANT-RRN.
            IF CTL-FROM IS NUMERIC THEN
                MOVE CTL-FROM TO WS-FROM.
            IF CTL-TO IS NUMERIC THEN
                MOVE CTL-TO TO WS-TO.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE CTL-FILE TO RPT-KEY-FILE.
            MOVE CTL-KEY  TO RPT-KEY-KEY.
            MOVE WS-FROM  TO RPT-KEY-FROM.
            MOVE WS-TO    TO RPT-KEY-TO.
            MOVE RPT-KEYLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.

      *****************************************************************
      * KHSMAN - THE RETAINED GENERATIONS THE MANIFEST LISTS
      *****************************************************************
        KHSMAN.
            OPEN INPUT JRNGMAN.
            IF WS-FSMN NOT = '00' THEN GO TO KHSMANX.
            MOVE 'N' TO WS-EOF.
        KHSMANL.
            READ JRNGMAN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO KHSMANC.
            IF MAN-EYE NOT = '*GEN ' OR MAN-NUM IS NOT NUMERIC THEN
                GO TO KHSMANL.
            IF WS-MG-TOT LESS THAN 500 THEN
                ADD 1 TO WS-MG-TOT
                MOVE MAN-NUM TO WS-MG-NUM (WS-MG-TOT)
                MOVE 'N' TO WS-MG-SEEN (WS-MG-TOT).
            GO TO KHSMANL.
        KHSMANC.
            CLOSE JRNGMAN.
        KHSMANX.
            EXIT.

      *****************************************************************
      * KHSIN - SCAN THE WHOLE CONCATENATION; RELEASE EACH IMAGE OF
      * THE KEY INSIDE THE DATE RANGE
      *****************************************************************
        KHSIN SECTION.
        KHSIN-OPEN.
            OPEN INPUT VJRNIN.
            IF WS-FSJR NOT = '00' THEN GO TO KHSIN-EXIT.
            MOVE 'N' TO WS-EOF.
        KHSINL.
            READ VJRNIN
                AT END MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO KHSINC.
            ADD 1 TO WS-SEQ.
            IF JRN-FILE = '*JRNLGEN' THEN
                MOVE JRN-RRN TO WS-GEN-CUR
                ADD 1 TO WS-GEN-SCANNED
                PERFORM KHSSEEN THRU KHSSEENX
                GO TO KHSINL.
            ADD 1 TO WS-SCANNED.
            IF JRN-FILE NOT = CTL-FILE THEN GO TO KHSINL.
            IF JRN-DATE LESS THAN WS-FROM
               OR JRN-DATE GREATER THAN WS-TO THEN
                GO TO KHSINL.
            IF JRN-KEYTYPE = 'R' AND WS-RRN-OK = 'Y'
               AND JRN-RRN = WS-WANT-RRN THEN
                GO TO KHSINR.
            IF JRN-KEYTYPE = 'R' THEN GO TO KHSINL.
            IF JRN-KEY NOT = CTL-KEY THEN GO TO KHSINL.
        KHSINR.
            ADD 1 TO WS-MATCHED.
            MOVE JRN-DATE   TO SRT-DATE.
            MOVE JRN-TIME   TO SRT-TIME.
            MOVE WS-SEQ     TO SRT-SEQ.
            MOVE WS-GEN-CUR TO SRT-GEN.
            MOVE JRN-FUNC   TO SRT-FUNC.
            MOVE JRN-TASK   TO SRT-TASK.
            MOVE JRN-IMGLEN TO SRT-IMGLEN.
            MOVE JRN-IMAGE  TO SRT-IMAGE.
            RELEASE SORT-REC.
            GO TO KHSINL.
        KHSINC.
            CLOSE VJRNIN.
            GO TO KHSIN-EXIT.

      * A GENERATION HEADER - TICK IT OFF THE MANIFEST LIST
        KHSSEEN.
            MOVE 0 TO WS-MG-IX.
        KHSSEENL.
            ADD 1 TO WS-MG-IX.
            IF WS-MG-IX GREATER THAN WS-MG-TOT THEN GO TO KHSSEENX.
            IF WS-MG-NUM (WS-MG-IX) NOT = WS-GEN-CUR THEN
                GO TO KHSSEENL.
            MOVE 'Y' TO WS-MG-SEEN (WS-MG-IX).
        KHSSEENX.
            EXIT.

        KHSIN-EXIT.
            EXIT.

      *****************************************************************
      * KHSOUT - THE IMAGES IN TIME ORDER, EACH MARKED AGAINST THE
      * ONE BEFORE IT
      *****************************************************************
        KHSOUT SECTION.
        KHSOUT-OPEN.
            PERFORM KHSRET.
        KHSOUTL.
            IF NO-MORE-SORT THEN GO TO KHSOUT-EXIT.
            MOVE SPACES TO RPT-REC.
            MOVE SRT-DATE TO RPT-EVT-DATE.
            MOVE SRT-TIME TO RPT-EVT-TIME.
            MOVE SRT-FUNC TO RPT-EVT-FUNC.
            MOVE SRT-TASK TO RPT-EVT-TASK.
            MOVE SPACES TO RPT-EVT-GEN.
            IF SRT-GEN = 0 THEN
                MOVE 'LIVE' TO RPT-EVT-GEN
            ELSE
                MOVE SRT-GEN TO RPT-EVT-GEN.
            MOVE SPACES TO RPT-EVT-NOTE.
            IF SRT-FUNC = 'DL' THEN
                MOVE 'RECORD DELETED' TO RPT-EVT-NOTE
            ELSE
            IF WS-HAVE-PREV NOT = 'Y' THEN
                MOVE 'FIRST IMAGE SEEN' TO RPT-EVT-NOTE.
            MOVE RPT-EVENT TO RPT-REC.
            WRITE RPT-REC.
            IF SRT-FUNC = 'DL' THEN
                MOVE 'N' TO WS-HAVE-PREV
                MOVE SPACES TO WS-PREV-IMAGE
                GO TO KHSOUTN.
            MOVE SPACES TO RPT-REC.
            MOVE SRT-IMAGE TO RPT-IMG-DATA.
            MOVE RPT-IMAGE TO RPT-REC.
            WRITE RPT-REC.
            IF WS-HAVE-PREV = 'Y' THEN
                MOVE SPACES TO WS-MARKS
                MOVE 0 TO WS-DIFFS
                PERFORM KHSDIFF VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN 92
                MOVE SPACES TO RPT-REC
                MOVE WS-MARKS TO RPT-MRK-DATA
                IF WS-DIFFS = 0 THEN
                    MOVE '(NO BYTE CHANGED)' TO RPT-MRK-DATA
                END-IF
                MOVE RPT-MARK TO RPT-REC
                WRITE RPT-REC.
            MOVE SRT-IMAGE TO WS-PREV-IMAGE.
            MOVE 'Y' TO WS-HAVE-PREV.
        KHSOUTN.
            PERFORM KHSRET.
            GO TO KHSOUTL.

        KHSRET.
            RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF.

        KHSDIFF.
            IF SRT-IMAGE (WS-IX:1) NOT = WS-PREV-IMAGE (WS-IX:1) THEN
                MOVE '^' TO WS-MARKS (WS-IX:1)
                ADD 1 TO WS-DIFFS.

        KHSOUT-EXIT.
            EXIT.

      *****************************************************************
      * KHSTERM - GAPS IN THE HISTORY, TOTALS
      *****************************************************************
        KHSTERM SECTION.
        KHSTERM-OPEN.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE 0 TO WS-MG-IX.
        KHSTERML.
            ADD 1 TO WS-MG-IX.
            IF WS-MG-IX GREATER THAN WS-MG-TOT THEN GO TO KHSTERMT.
            IF WS-MG-SEEN (WS-MG-IX) = 'Y' THEN GO TO KHSTERML.
            ADD 1 TO WS-GEN-MISSING.
            MOVE SPACES TO RPT-REC.
            MOVE WS-MG-NUM (WS-MG-IX) TO RPT-MIS-GEN.
            MOVE RPT-MISSLINE TO RPT-REC.
            WRITE RPT-REC.
            GO TO KHSTERML.
        KHSTERMT.
            MOVE SPACES TO RPT-REC.
            MOVE WS-SCANNED     TO RPT-TRL-SCAN.
            MOVE WS-MATCHED     TO RPT-TRL-MATCH.
            MOVE WS-GEN-SCANNED TO RPT-TRL-GENS.
            MOVE WS-GEN-MISSING TO RPT-TRL-MISS.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            IF WS-MATCHED = 0 THEN
                MOVE 4 TO RETURN-CODE.
        KHSTERMX.
            EXIT.
