      * WOULD REPLAY HISTORY BACKWARD - RETURN CODE 12, REPLAY
      * ABANDONED AT THE BAD HEADER), AND REPORTS THE RANGE ACTUALLY
      * APPLIED.  A HEADERLESS LIVE JOURNAL REPLAYS AS BEFORE.
      *
      * RPI 1422 - POINT-IN-TIME RECOVERY.  WHEN FRRCTL IS SUPPLIED
      * (THE PITPLAN RECORD THE VSAMPIT1 PLANNER WRITES, AFTER
      * VSAMRST1 HAS RESTORED THE BACKUP IT CHOSE) THE REPLAY RUNS IN
      * RECOVERY MODE: ONLY THE PLAN'S FILE IS REPLAYED, GENERATIONS
      * OUTSIDE THE PLAN'S RANGE ARE PASSED OVER (THE FIRST ONE
      * SUPPLIED MUST BE THE PLAN'S FIRST - A MISSING GENERATION IS
      * RETURN CODE 12 LIKE AN OUT-OF-ORDER ONE), RECORDS STAMPED
      * BEFORE THE BACKUP ARE ALREADY IN IT AND ARE PASSED OVER, AND
      * THE REPLAY STOPS AT THE FIRST RECORD STAMPED AT OR AFTER THE
      * TARGET JRN-DATE/JRN-TIME.  THE REPORT ADDS THE RECORDS
      * REPLAYED FROM EACH GENERATION (A LIVE JOURNAL CONCATENATED
      * BEHIND THE GENERATIONS COUNTS WITH THE LAST OF THEM), THE
      * RECORDS PASSED OVER AND WHY, THE LAST STAMP APPLIED AND THE
      * RECORD IT STOPPED AT.  WITHOUT FRRCTL NOTHING CHANGES.
      *
        PROGRAM-ID. VSAMFRR1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FRRCTL ASSIGN TO FRRCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSPC.
            SELECT VJRNIN ASSIGN TO VJRNIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJR.

        DATA DIVISION.
        FILE SECTION.
        FD  FRRCTL
            RECORDING MODE IS F.
        01  PIT-FILE-REC.
        COPY PITPLAN.

        FD  VJRNIN
            RECORDING MODE IS F.
        01  VJRN-FILE-REC.
        77  WS-GEN-THIS           PIC 9(4)   VALUE 0.
        77  WS-GEN-BAD            PIC X      VALUE 'N'.

      * RPI 1422 - POINT-IN-TIME RECOVERY MODE.  STAMPS ARE DATE *
      * 10**7 + TIME SO ONE COMPARE ORDERS THEM.
        77  WS-FSPC               PIC X(2)   VALUE SPACES.
        77  WS-PIT                PIC X      VALUE 'N'.
        77  WS-PIT-SKIP           PIC X      VALUE 'N'.
        77  WS-GEN-SKIP           PIC X      VALUE 'N'.
        77  WS-STOPPED            PIC X      VALUE 'N'.
        77  WS-TGT-STAMP          PIC 9(14)  VALUE 0.
        77  WS-BKP-STAMP          PIC 9(14)  VALUE 0.
        77  WS-JRN-STAMP          PIC 9(14)  VALUE 0.
        77  WS-LAST-DATE          PIC 9(7)   VALUE 0.
        77  WS-LAST-TIME          PIC 9(7)   VALUE 0.
        77  WS-PIT-OUTGEN         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-PIT-OTHER          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-PIT-OLDER          PIC 9(7)   COMP-3 VALUE 0.
        01  WS-STOP-REC           PIC X(176).
        01  WS-PG-TABLE.
            02  WS-PG-ENTRY       OCCURS 50 TIMES.
                03  WS-PG-GEN     PIC 9(4).
                03  WS-PG-CNT     PIC 9(7)   COMP-3.
        77  WS-PG-TOT             PIC 9(2)   COMP VALUE 0.
        77  WS-PG-IX              PIC 9(2)   COMP.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'VSAMFRR1 - FORWARD-RECOVERY REPLAY DISPOSITION'.
        01  RPT-FAIL.
            02  RPT-GEN-FROM      PIC 9(4).
            02  FILLER            PIC X(4)   VALUE ' TO='.
            02  RPT-GEN-TO        PIC 9(4).
        01  RPT-PITLINE.
            02  FILLER            PIC X(29)
                VALUE 'POINT-IN-TIME RECOVERY OF    '.
            02  RPT-PIT-FILE      PIC X(8).
            02  FILLER            PIC X(18)  VALUE ' BEFORE 0CYYDDD = '.
            02  RPT-PIT-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-PIT-TIME      PIC 9(7).
        01  RPT-PITBKP.
            02  FILLER            PIC X(29)
                VALUE 'FROM THE BACKUP TAKEN        '.
            02  RPT-PBK-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-PBK-TIME      PIC 9(7).
            02  FILLER            PIC X(14)  VALUE ' GENERATIONS ='.
            02  RPT-PBK-GLO       PIC 9(4).
            02  FILLER            PIC X      VALUE '-'.
            02  RPT-PBK-GHI       PIC 9(4).
        01  RPT-PGLINE.
            02  FILLER            PIC X(11)  VALUE 'GENERATION '.
            02  RPT-PG-GEN        PIC 9(4).
            02  FILLER            PIC X(11)  VALUE ' REPLAYED.='.
            02  RPT-PG-CNT        PIC ZZZZZZ9.
        01  RPT-PITSKIP.
            02  FILLER            PIC X(16)  VALUE 'PASSED - OUTGEN='.
            02  RPT-PSK-GEN       PIC ZZZZZZ9.
            02  FILLER            PIC X(13)  VALUE ' OTHER FILE.='.
            02  RPT-PSK-OTH       PIC ZZZZZZ9.
            02  FILLER            PIC X(13)  VALUE ' PRE-BACKUP.='.
            02  RPT-PSK-OLD       PIC ZZZZZZ9.
        01  RPT-PITLAST.
            02  FILLER            PIC X(29)
                VALUE 'LAST RECORD APPLIED STAMPED  '.
            02  RPT-PLA-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-PLA-TIME      PIC 9(7).
        01  RPT-PITSTOP.
            02  FILLER            PIC X(29)
                VALUE 'STOPPED BEFORE THE RECORD    '.
            02  RPT-PST-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-PST-TIME      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-PST-FUNC      PIC X(2).
            02  FILLER            PIC X(5)   VALUE ' KEY='.
            02  RPT-PST-KEY       PIC X(28).
        01  RPT-PITEND            PIC X(60) VALUE
            'JOURNAL ENDED BEFORE THE TARGET - NOTHING LEFT TO STOP AT'.

        PROCEDURE DIVISION.

            PERFORM FRRINIT.
            PERFORM FRRLOOP THRU FRRNEXT UNTIL NO-MORE-JRN.
            PERFORM FRRTERM.
            STOP RUN.

        FRRINIT.
      * RPI 1422 - A PITPLAN ON FRRCTL SELECTS RECOVERY MODE
            OPEN INPUT FRRCTL.
            IF WS-FSPC = '00' THEN
                PERFORM FRRPLAN.
            OPEN INPUT VJRNIN.
            OPEN I-O MYFILE08.
            OPEN I-O MYFILE06.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            IF WS-PIT = 'Y' THEN
                MOVE SPACES TO RPT-REC
                MOVE PIT-FILE     TO RPT-PIT-FILE
                MOVE PIT-TGT-DATE TO RPT-PIT-DATE
                MOVE PIT-TGT-TIME TO RPT-PIT-TIME
                MOVE RPT-PITLINE TO RPT-REC
                WRITE RPT-REC
                MOVE SPACES TO RPT-REC
                MOVE PIT-BKP-DATE TO RPT-PBK-DATE
                MOVE PIT-BKP-TIME TO RPT-PBK-TIME
                MOVE PIT-GEN-LO   TO RPT-PBK-GLO
                MOVE PIT-GEN-HI   TO RPT-PBK-GHI
                MOVE RPT-PITBKP TO RPT-REC
                WRITE RPT-REC.
            PERFORM FRRREAD.

        FRRPLAN.
            READ FRRCTL
                AT END MOVE SPACES TO PIT-REC.
            CLOSE FRRCTL.
            IF PIT-EYE = '*PITPLAN' THEN
                MOVE 'Y' TO WS-PIT
                COMPUTE WS-TGT-STAMP = PIT-TGT-DATE * 10000000
                    + PIT-TGT-TIME
                COMPUTE WS-BKP-STAMP = PIT-BKP-DATE * 10000000
                    + PIT-BKP-TIME.

        FRRREAD.
            READ VJRNIN
                AT END MOVE 'Y' TO WS-JRN-EOF.
                    MOVE 'Y' TO WS-JRN-EOF
                END-IF
                GO TO FRRNEXT.
            IF WS-PIT = 'Y' THEN
                PERFORM FRRPIT THRU FRRPITX
                IF WS-PIT-SKIP = 'Y' THEN
                    GO TO FRRNEXT.
            IF JRN-FILE = 'MYFILE08' THEN
                PERFORM FRR08 THRU FRR08X
            ELSE
                MOVE '  ' TO WS-ACT-FS
                PERFORM FRRFAIL.
        FRRNEXT.
            IF NOT NO-MORE-JRN THEN
                PERFORM FRRREAD.

      *****************************************************************
      * FRRGEN - ONE GENERATION HEADER: TRACK THE RANGE, REFUSE AN
                MOVE 'Y' TO WS-GEN-BAD
                MOVE 12 TO RETURN-CODE
                GO TO FRRGENX.
      * RPI 1422 - IN RECOVERY MODE THE PLAN'S FIRST GENERATION MUST
      * BE PRESENT, AND ONLY THE PLAN'S RANGE IS REPLAYED
            IF WS-PIT = 'Y' AND WS-GEN-COUNT = 0
               AND PIT-GEN-LO GREATER THAN 0
               AND WS-GEN-THIS GREATER THAN PIT-GEN-LO THEN
                DISPLAY 'VSAMFRR1 PLANNED GENERATION ' PIT-GEN-LO
                    ' NOT SUPPLIED'
                MOVE 'Y' TO WS-GEN-BAD
                MOVE 12 TO RETURN-CODE
                GO TO FRRGENX.
            IF WS-GEN-COUNT = 0 THEN
                MOVE WS-GEN-THIS TO WS-GEN-FIRST.
            MOVE WS-GEN-THIS TO WS-GEN-LAST.
            ADD 1 TO WS-GEN-COUNT.
            IF WS-PIT NOT = 'Y' THEN GO TO FRRGENX.
            MOVE 'N' TO WS-GEN-SKIP.
            IF WS-GEN-THIS LESS THAN PIT-GEN-LO
               OR WS-GEN-THIS GREATER THAN PIT-GEN-HI THEN
                MOVE 'Y' TO WS-GEN-SKIP
                GO TO FRRGENX.
            IF WS-PG-TOT LESS THAN 50 THEN
                ADD 1 TO WS-PG-TOT
                MOVE WS-GEN-THIS TO WS-PG-GEN (WS-PG-TOT)
                MOVE 0 TO WS-PG-CNT (WS-PG-TOT).
        FRRGENX.
            EXIT.

      *****************************************************************
      * FRRPIT - RECOVERY MODE: DOES THIS RECORD BELONG IN THE
      * RECOVERED FILE?  THE FIRST RECORD AT OR AFTER THE TARGET
      * ENDS THE REPLAY (RPI 1422)
      *****************************************************************
        FRRPIT.
            MOVE 'Y' TO WS-PIT-SKIP.
            IF WS-GEN-SKIP = 'Y' THEN
                ADD 1 TO WS-PIT-OUTGEN
                GO TO FRRPITX.
            IF JRN-FILE NOT = PIT-FILE THEN
                ADD 1 TO WS-PIT-OTHER
                GO TO FRRPITX.
            COMPUTE WS-JRN-STAMP = JRN-DATE * 10000000 + JRN-TIME.
            IF WS-JRN-STAMP LESS THAN WS-BKP-STAMP THEN
                ADD 1 TO WS-PIT-OLDER
                GO TO FRRPITX.
            IF WS-JRN-STAMP NOT LESS THAN WS-TGT-STAMP THEN
                MOVE 'Y' TO WS-STOPPED
                MOVE JRN-REC TO WS-STOP-REC
                MOVE 'Y' TO WS-JRN-EOF
                GO TO FRRPITX.
            MOVE 'N' TO WS-PIT-SKIP.
            MOVE JRN-DATE TO WS-LAST-DATE.
            MOVE JRN-TIME TO WS-LAST-TIME.
      * RECORDS AHEAD OF ANY GENERATION HEADER - A HEADERLESS LIVE
      * JOURNAL ON ITS OWN - COUNT AS GENERATION ZERO
            IF WS-PG-TOT = 0 THEN
                MOVE 1 TO WS-PG-TOT
                MOVE 0 TO WS-PG-GEN (1)
                MOVE 0 TO WS-PG-CNT (1).
            ADD 1 TO WS-PG-CNT (WS-PG-TOT).
        FRRPITX.
            EXIT.

      *****************************************************************
      * FRR08 - KEYED REPLAY AGAINST THE CUSTOMER KSDS
      *****************************************************************
                MOVE WS-GEN-LAST  TO RPT-GEN-TO
                MOVE RPT-GENLINE TO RPT-REC
                WRITE RPT-REC.
            IF WS-PIT = 'Y' THEN
                PERFORM FRRPITR THRU FRRPITRX.
            CLOSE VJRNIN.
            CLOSE MYFILE08.
            CLOSE MYFILE06.
                WS-CT-OUT WS-CT-REJ.
            IF WS-FAILED GREATER THAN 0 THEN
                MOVE 8 TO RETURN-CODE.

      *****************************************************************
      * FRRPITR - THE RECOVERY-MODE REPORT: WHAT EACH GENERATION
      * GAVE, WHAT WAS PASSED OVER, WHERE THE REPLAY STOPPED
      *****************************************************************
        FRRPITR.
            MOVE 0 TO WS-PG-IX.
        FRRPITRL.
            ADD 1 TO WS-PG-IX.
            IF WS-PG-IX GREATER THAN WS-PG-TOT THEN GO TO FRRPITRS.
            MOVE SPACES TO RPT-REC.
            MOVE WS-PG-GEN (WS-PG-IX) TO RPT-PG-GEN.
            MOVE WS-PG-CNT (WS-PG-IX) TO RPT-PG-CNT.
            MOVE RPT-PGLINE TO RPT-REC.
            WRITE RPT-REC.
            GO TO FRRPITRL.
        FRRPITRS.
            MOVE SPACES TO RPT-REC.
            MOVE WS-PIT-OUTGEN TO RPT-PSK-GEN.
            MOVE WS-PIT-OTHER  TO RPT-PSK-OTH.
            MOVE WS-PIT-OLDER  TO RPT-PSK-OLD.
            MOVE RPT-PITSKIP TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE WS-LAST-DATE TO RPT-PLA-DATE.
            MOVE WS-LAST-TIME TO RPT-PLA-TIME.
            MOVE RPT-PITLAST TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            IF WS-STOPPED NOT = 'Y' THEN
                MOVE RPT-PITEND TO RPT-REC
                WRITE RPT-REC
                GO TO FRRPITRX.
            MOVE WS-STOP-REC TO JRN-REC.
            MOVE JRN-DATE TO RPT-PST-DATE.
            MOVE JRN-TIME TO RPT-PST-TIME.
            MOVE JRN-FUNC TO RPT-PST-FUNC.
            MOVE JRN-KEY  TO RPT-PST-KEY.
            MOVE RPT-PITSTOP TO RPT-REC.
            WRITE RPT-REC.
        FRRPITRX.
            EXIT.
