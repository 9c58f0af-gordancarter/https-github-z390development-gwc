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
      * PARALLEL-RUN RECONCILIATION - MYFILE08 VS MYFILE09 CUTOVER
      *
      * RPI 1421 - WHILE THE NAME-KEYED MYFILE08 AND THE NUMBER-KEYED
      * MYFILE09 (RPI 1360) RUN IN PARALLEL, THIS DAILY RUN PROVES
      * MYFILE09 IS A FAITHFUL COPY.  EVERY MYFILE08 RECORD IS TAKEN
      * TO ITS MYFILE09 TWIN THROUGH CUSTXREF AND COMPARED FIELD BY
      * FIELD - NAME, ADDRESS, ZIP AND LAST ACTIVITY DATE:
      *
      *   MISMATCH   BOTH SIDES PRESENT, ONE LINE PER FIELD THAT
      *              DIFFERS, MYFILE08 VALUE THEN MYFILE09 VALUE
      *   NO XREF    MYFILE08 NAME NOT ON CUSTXREF
      *   08 ONLY    CUSTXREF NUMBER NOT ON MYFILE09
      *   09 ONLY    MYFILE09 RECORD NO MYFILE08 RECORD LEADS TO -
      *              THE TWINNED NUMBERS ARE SORTED AND MATCHED
      *              AGAINST MYFILE09 IN NUMBER ORDER (THE VSAMVFY1
      *              TECHNIQUE)
      *
      * AND THE COUNT OF CLEAN MATCHES.  EACH RUN APPENDS ITS RESULT
      * TO THE RECHIST RUN HISTORY (ONE LINE PER RUN, CLEAN OR
      * DIRTY); A RERUN ON THE SAME DAY REPLACES THAT DAY'S RESULT.
      * THE DAYS CLEAN IN A ROW, ENDING WITH TODAY, ARE COUNTED FROM
      * THE HISTORY, AND ONCE THEY REACH THE RECCTL THRESHOLD (COL
      * 1-3, DEFAULT 30) THE REPORT CERTIFIES MYFILE09 READY TO
      * BECOME THE SOLE MASTER.  A DIRTY DAY STARTS THE COUNT AGAIN.
      *
      * RECHIST LINE: DATE 9(7), TIME 9(6), RESULT X(5) ('CLEAN' OR
      * 'DIRTY'), MATCHED 9(7), MISMATCHED 9(7), NO XREF 9(7),
      * 08 ONLY 9(7), 09 ONLY 9(7), SPACE-SEPARATED.
      *
      * RETURN CODE 0 = CLEAN, 4 = DISCREPANCIES, 16 = A FILE IS
      * UNAVAILABLE.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. CUSTREC1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RECCTL ASSIGN TO RECCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCT.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CUST-NAME
                ALTERNATE RECORD KEY IS CUST-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS08.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CMST-NUM
                ALTERNATE RECORD KEY IS CMST-NAME
                FILE STATUS IS WS-FS09.
            SELECT CUSTXREF ASSIGN TO CUSTXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XRF-NAME
                FILE STATUS IS WS-FSXR.
            SELECT SORTWK ASSIGN TO SORTWK.
            SELECT RECHIST ASSIGN TO RECHIST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRH.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  RECCTL
            RECORDING MODE IS F.
        01  CTL-REC               PIC X(80).

        FD  MYFILE08
            RECORDING MODE IS F.
        01  CUST-REC.
            02  CUST-NAME         PIC X(40).
            02  CUST-ADDR         PIC X(40).
            02  CUST-ZIP          PIC X(5).
            02  CUST-LASTACT      PIC 9(7).

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

        SD  SORTWK.
        01  SORT-REC.
            02  SORT-NUM          PIC 9(8).

        FD  RECHIST
            RECORDING MODE IS F.
        01  HST-REC.
            02  HST-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  HST-TIME          PIC 9(6).
            02  FILLER            PIC X.
            02  HST-RESULT        PIC X(5).
            02  FILLER            PIC X.
            02  HST-MATCH         PIC 9(7).
            02  FILLER            PIC X.
            02  HST-MISMATCH      PIC 9(7).
            02  FILLER            PIC X.
            02  HST-NOXREF        PIC 9(7).
            02  FILLER            PIC X.
            02  HST-08ONLY        PIC 9(7).
            02  FILLER            PIC X.
            02  HST-09ONLY        PIC 9(7).
            02  FILLER            PIC X(20).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(100).

        WORKING-STORAGE SECTION.
        77  WS-FSCT               PIC X(2)   VALUE SPACES.
        77  WS-FS08               PIC X(2)   VALUE SPACES.
            88  WS-FS08-OK                   VALUE '00'.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSXR               PIC X(2)   VALUE SPACES.
            88  WS-FSXR-OK                   VALUE '00'.
        77  WS-FSRH               PIC X(2)   VALUE SPACES.
        77  WS-EOF08              PIC X      VALUE 'N'.
            88  NO-MORE-08                   VALUE 'Y'.
        77  WS-EOF09              PIC X      VALUE 'N'.
            88  NO-MORE-09                   VALUE 'Y'.
        77  WS-SORT-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-SORT                 VALUE 'Y'.
        77  WS-HST-EOF            PIC X      VALUE 'N'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).

      * CLEAN DAYS NEEDED FOR CERTIFICATION, AND THE RUN OF CLEAN
      * DAYS THE HISTORY SHOWS
        77  WS-NEED               PIC 9(3)   VALUE 30.
        77  WS-STREAK             PIC 9(5)   VALUE 0.
        77  WS-DAY-DIRTY          PIC X      VALUE 'N'.
        77  WS-PREV-DATE          PIC 9(7)   VALUE 0.

      * THE CURRENT MYFILE08 RECORD'S FIELDS THAT DIFFER
        77  WS-DIFFS              PIC 9      VALUE 0.

        77  WS-CNT-08             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CNT-09             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-MATCH              PIC 9(7)   COMP-3 VALUE 0.
        77  WS-MISMATCH           PIC 9(7)   COMP-3 VALUE 0.
        77  WS-NOXREF             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-08ONLY             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-09ONLY             PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(44)
                VALUE 'CUSTREC1 - MYFILE08/MYFILE09 RECONCILIATION '.
            02  RPT-HDR-DATE      PIC 9(7).
        01  RPT-DETAIL.
            02  RPT-DTL-KIND      PIC X(9).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-NAME      PIC X(30).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-FIELD     PIC X(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-V08       PIC X(25).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-V09       PIC X(25).
        01  RPT-TRAILER1.
            02  FILLER            PIC X(16)  VALUE 'MYFILE08 READ..='.
            02  RPT-TRL-08        PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' MYFILE09 READ.='.
            02  RPT-TRL-09        PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' CLEAN MATCHES='.
            02  RPT-TRL-MATCH     PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(11)  VALUE 'MISMATCH.='.
            02  RPT-TRL-MISM      PIC ZZZZZ9.
            02  FILLER            PIC X(11)  VALUE ' NO XREF.='.
            02  RPT-TRL-NOXR      PIC ZZZZZ9.
            02  FILLER            PIC X(11)  VALUE ' 08 ONLY.='.
            02  RPT-TRL-08ONLY    PIC ZZZZZ9.
            02  FILLER            PIC X(11)  VALUE ' 09 ONLY.='.
            02  RPT-TRL-09ONLY    PIC ZZZZZ9.
        01  RPT-STREAK.
            02  FILLER            PIC X(23)
                VALUE 'CONSECUTIVE CLEAN DAYS='.
            02  RPT-STK-DAYS      PIC ZZZZ9.
            02  FILLER            PIC X(4)   VALUE ' OF '.
            02  RPT-STK-NEED      PIC ZZ9.
            02  FILLER            PIC X(9)   VALUE ' REQUIRED'.
        01  RPT-CERTIFY           PIC X(64) VALUE
            '*** MYFILE09 CERTIFIED READY TO BE THE SOLE MASTER ***'.
        01  RPT-NOTCERT           PIC X(64) VALUE
            'MYFILE09 NOT YET CERTIFIED - KEEP RUNNING IN PARALLEL'.

        PROCEDURE DIVISION.

            PERFORM RECINIT.
            SORT SORTWK
                ON ASCENDING KEY SORT-NUM
                INPUT PROCEDURE IS RECIN
                OUTPUT PROCEDURE IS RECOUT.
            PERFORM RECTERM.
            STOP RUN.

      *****************************************************************
      * RECINIT - THRESHOLD, FILES, REPORT HEADER
      *****************************************************************
        RECINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE SPACES TO CTL-REC.
            OPEN INPUT RECCTL.
            IF WS-FSCT = '00' THEN
                PERFORM RECCTLR.
            IF CTL-REC (1:3) IS NUMERIC
               AND CTL-REC (1:3) NOT = '000' THEN
                MOVE CTL-REC (1:3) TO WS-NEED.
            OPEN INPUT MYFILE08.
            IF NOT WS-FS08-OK THEN
                DISPLAY 'CUSTREC1 CANNOT OPEN MYFILE08, STATUS ' WS-FS08
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT MYFILE09.
            IF NOT WS-FS09-OK THEN
                DISPLAY 'CUSTREC1 CANNOT OPEN MYFILE09, STATUS ' WS-FS09
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT CUSTXREF.
            IF NOT WS-FSXR-OK THEN
                DISPLAY 'CUSTREC1 CANNOT OPEN CUSTXREF, STATUS ' WS-FSXR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            MOVE WS-TODAY TO RPT-HDR-DATE.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.

        RECCTLR.
            READ RECCTL
                AT END MOVE SPACES TO CTL-REC.
            CLOSE RECCTL.

      *****************************************************************
      * RECIN - EACH MYFILE08 RECORD TO ITS TWIN; EVERY NUMBER A
      * MYFILE08 RECORD LEADS TO IS RELEASED FOR THE 09 ONLY PASS
      *****************************************************************
        RECIN SECTION.
        RECIN-OPEN.
            PERFORM M08READ.
            PERFORM RECPAIR UNTIL NO-MORE-08.
            CLOSE MYFILE08.
            GO TO RECIN-EXIT.

        M08READ.
            READ MYFILE08
                AT END MOVE 'Y' TO WS-EOF08.
            IF NOT NO-MORE-08 AND NOT WS-FS08-OK THEN
                MOVE 'Y' TO WS-EOF08.
            IF NOT NO-MORE-08 THEN
                ADD 1 TO WS-CNT-08.

        RECPAIR.
            MOVE CUST-NAME TO XRF-NAME.
            READ CUSTXREF.
            IF NOT WS-FSXR-OK THEN
                ADD 1 TO WS-NOXREF
                MOVE SPACES TO RPT-REC
                MOVE 'NO XREF' TO RPT-DTL-KIND
                MOVE CUST-NAME TO RPT-DTL-NAME
                MOVE SPACES TO RPT-DTL-FIELD RPT-DTL-V08 RPT-DTL-V09
                MOVE RPT-DETAIL TO RPT-REC
                WRITE RPT-REC
            ELSE
                PERFORM RECTWIN.
            PERFORM M08READ.

        RECTWIN.
            MOVE XRF-NUM TO SORT-NUM.
            RELEASE SORT-REC.
            MOVE XRF-NUM TO CMST-NUM.
            READ MYFILE09 KEY IS CMST-NUM.
            IF NOT WS-FS09-OK THEN
                ADD 1 TO WS-08ONLY
                MOVE SPACES TO RPT-REC
                MOVE '08 ONLY' TO RPT-DTL-KIND
                MOVE CUST-NAME TO RPT-DTL-NAME
                MOVE 'NUMBER' TO RPT-DTL-FIELD
                MOVE SPACES TO RPT-DTL-V08 RPT-DTL-V09
                MOVE XRF-NUM TO RPT-DTL-V08 (1:8)
                MOVE 'NOT ON MYFILE09' TO RPT-DTL-V09
                MOVE RPT-DETAIL TO RPT-REC
                WRITE RPT-REC
            ELSE
                PERFORM RECCOMP.

      * FIELD BY FIELD - ONE LINE PER FIELD THAT DIFFERS
        RECCOMP.
            MOVE 0 TO WS-DIFFS.
            MOVE SPACES TO RPT-REC.
            MOVE 'MISMATCH' TO RPT-DTL-KIND.
            MOVE CUST-NAME TO RPT-DTL-NAME.
            IF CUST-NAME NOT = CMST-NAME THEN
                ADD 1 TO WS-DIFFS
                MOVE 'NAME' TO RPT-DTL-FIELD
                MOVE CUST-NAME TO RPT-DTL-V08
                MOVE CMST-NAME TO RPT-DTL-V09
                MOVE RPT-DETAIL TO RPT-REC
                WRITE RPT-REC.
            IF CUST-ADDR NOT = CMST-ADDR THEN
                ADD 1 TO WS-DIFFS
                MOVE 'ADDRESS' TO RPT-DTL-FIELD
                MOVE CUST-ADDR TO RPT-DTL-V08
                MOVE CMST-ADDR TO RPT-DTL-V09
                MOVE RPT-DETAIL TO RPT-REC
                WRITE RPT-REC.
            IF CUST-ZIP NOT = CMST-ZIP THEN
                ADD 1 TO WS-DIFFS
                MOVE 'ZIP' TO RPT-DTL-FIELD
                MOVE CUST-ZIP TO RPT-DTL-V08
                MOVE CMST-ZIP TO RPT-DTL-V09
                MOVE RPT-DETAIL TO RPT-REC
                WRITE RPT-REC.
            IF CUST-LASTACT NOT = CMST-LASTACT THEN
                ADD 1 TO WS-DIFFS
                MOVE 'LASTACT' TO RPT-DTL-FIELD
                MOVE CUST-LASTACT TO RPT-DTL-V08
                MOVE CMST-LASTACT TO RPT-DTL-V09
                MOVE RPT-DETAIL TO RPT-REC
                WRITE RPT-REC.
            IF WS-DIFFS = 0 THEN
                ADD 1 TO WS-MATCH
            ELSE
                ADD 1 TO WS-MISMATCH.

        RECIN-EXIT.
            EXIT.

      *****************************************************************
      * RECOUT - THE TWINNED NUMBERS IN ORDER AGAINST MYFILE09; A
      * MASTER RECORD NO MYFILE08 RECORD LED TO IS 09 ONLY
      *****************************************************************
        RECOUT SECTION.
        RECOUT-OPEN.
            MOVE 0 TO CMST-NUM.
            START MYFILE09 KEY IS NOT LESS THAN CMST-NUM.
            IF NOT WS-FS09-OK THEN
                MOVE 'Y' TO WS-EOF09
            ELSE
                PERFORM M09READ.
            PERFORM SORTRET.
        RECOUTM.
            IF NO-MORE-09 THEN GO TO RECOUTD.
            IF NO-MORE-SORT OR CMST-NUM LESS THAN SORT-NUM THEN
                PERFORM REC09ONLY
                PERFORM M09READ
                GO TO RECOUTM.
            IF CMST-NUM GREATER THAN SORT-NUM THEN
                PERFORM SORTRET
                GO TO RECOUTM.
            PERFORM M09READ.
            PERFORM SORTRET.
            GO TO RECOUTM.
        RECOUTD.
            CLOSE MYFILE09.
            CLOSE CUSTXREF.
            GO TO RECOUT-EXIT.

        M09READ.
            READ MYFILE09 NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF09.
            IF NOT NO-MORE-09 AND NOT WS-FS09-OK THEN
                MOVE 'Y' TO WS-EOF09.
            IF NOT NO-MORE-09 THEN
                ADD 1 TO WS-CNT-09.

        SORTRET.
            RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF.

        REC09ONLY.
            ADD 1 TO WS-09ONLY.
            MOVE SPACES TO RPT-REC.
            MOVE '09 ONLY' TO RPT-DTL-KIND.
            MOVE CMST-NAME TO RPT-DTL-NAME.
            MOVE 'NUMBER' TO RPT-DTL-FIELD.
            MOVE 'NO MYFILE08 TWIN' TO RPT-DTL-V08.
            MOVE SPACES TO RPT-DTL-V09.
            MOVE CMST-NUM TO RPT-DTL-V09 (1:8).
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.

        RECOUT-EXIT.
            EXIT.

      *****************************************************************
      * RECTERM - TOTALS, TODAY'S HISTORY LINE, THE CLEAN-DAY COUNT
      * AND THE CERTIFICATION
      *****************************************************************
        RECTERM SECTION.
        RECTERM-OPEN.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-CNT-08 TO RPT-TRL-08.
            MOVE WS-CNT-09 TO RPT-TRL-09.
            MOVE WS-MATCH  TO RPT-TRL-MATCH.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-MISMATCH TO RPT-TRL-MISM.
            MOVE WS-NOXREF   TO RPT-TRL-NOXR.
            MOVE WS-08ONLY   TO RPT-TRL-08ONLY.
            MOVE WS-09ONLY   TO RPT-TRL-09ONLY.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            PERFORM RECHST THRU RECHSTX.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-STREAK TO RPT-STK-DAYS.
            MOVE WS-NEED   TO RPT-STK-NEED.
            MOVE RPT-STREAK TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            IF WS-STREAK NOT LESS THAN WS-NEED THEN
                MOVE RPT-CERTIFY TO RPT-REC
            ELSE
                MOVE RPT-NOTCERT TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.
            IF WS-MISMATCH GREATER THAN 0
               OR WS-NOXREF GREATER THAN 0
               OR WS-08ONLY GREATER THAN 0
               OR WS-09ONLY GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
            GO TO RECTERM-EXIT.

      * RECHST - APPEND TODAY, THEN REREAD THE WHOLE HISTORY FOR THE
      * CLEAN RUN ENDING TODAY.  A DAY RUN MORE THAN ONCE COUNTS BY
      * ITS LAST RESULT.
        RECHST.
            MOVE SPACES TO HST-REC.
            MOVE WS-TODAY    TO HST-DATE.
            MOVE WS-TIME-HMS TO HST-TIME.
            MOVE 'CLEAN'     TO HST-RESULT.
            IF WS-MISMATCH GREATER THAN 0
               OR WS-NOXREF GREATER THAN 0
               OR WS-08ONLY GREATER THAN 0
               OR WS-09ONLY GREATER THAN 0 THEN
                MOVE 'DIRTY' TO HST-RESULT.
            MOVE WS-MATCH    TO HST-MATCH.
            MOVE WS-MISMATCH TO HST-MISMATCH.
            MOVE WS-NOXREF   TO HST-NOXREF.
            MOVE WS-08ONLY   TO HST-08ONLY.
            MOVE WS-09ONLY   TO HST-09ONLY.
            OPEN EXTEND RECHIST.
            IF WS-FSRH = '35' THEN
                OPEN OUTPUT RECHIST.
            WRITE HST-REC.
            CLOSE RECHIST.
            MOVE 0 TO WS-STREAK.
            MOVE 0 TO WS-PREV-DATE.
            MOVE 'N' TO WS-DAY-DIRTY.
            MOVE 'N' TO WS-HST-EOF.
            OPEN INPUT RECHIST.
            IF WS-FSRH NOT = '00' THEN GO TO RECHSTX.
        RECHSTL.
            READ RECHIST
                AT END MOVE 'Y' TO WS-HST-EOF.
            IF WS-HST-EOF = 'Y' THEN GO TO RECHSTC.
            IF HST-DATE NOT = WS-PREV-DATE AND WS-PREV-DATE NOT = 0 THEN
                PERFORM RECDAY.
            MOVE HST-DATE TO WS-PREV-DATE.
            MOVE 'N' TO WS-DAY-DIRTY.
            IF HST-RESULT NOT = 'CLEAN' THEN
                MOVE 'Y' TO WS-DAY-DIRTY.
            GO TO RECHSTL.
        RECHSTC.
            CLOSE RECHIST.
            IF WS-PREV-DATE NOT = 0 THEN
                PERFORM RECDAY.
        RECHSTX.
            EXIT.

      * ONE DAY DONE - ITS LAST RESULT EXTENDS OR BREAKS THE RUN
        RECDAY.
            IF WS-DAY-DIRTY = 'Y' THEN
                MOVE 0 TO WS-STREAK
            ELSE
                ADD 1 TO WS-STREAK.

        RECTERM-EXIT.
            EXIT.
