      * THE SUMMARY REPORTS THE DISTRIBUTIONS PRODUCED: RECORDS
      * WRITTEN, DUPLICATE RETRIES, ZIP RANGES TOUCHED, AND THE
      * LASTACT SPREAD ACTUALLY ACHIEVED.
      *
      * RPI 1424 - THE STEP REGISTERS WITH RUNCTL1 AND TAKES A
      * CHKPT1 CHECKPOINT EVERY N CUSTOMERS ATTEMPTED (GENCTL COL
      * 31-34, DEFAULT 1000) AND ONE BEFORE THE FIRST: THE LAST NAME
      * WRITTEN, THE COUNTS, THE RANDOM STREAM'S SEED AND THE ZIP
      * RANGES TOUCHED.  RESTARTED AFTER A FAILURE (RUNCTL1 RC-SKIP
      * = 'R') IT PICKS THE STREAM UP AT THE CHECKPOINT, SO IT
      * REGENERATES EXACTLY THE CUSTOMERS THE FAILED RUN WROTE
      * AFTER IT.  UNTIL THE FIRST NEW WRITE SUCCEEDS, A DUPLICATE
      * KEY WHOSE RECORD ON FILE IS IDENTICAL TO THE ONE GENERATED
      * IS THAT EARLIER WRITE - COUNTED GENERATED (ROLLED FORWARD),
      * NOT RETRIED UNDER A MIDDLE INITIAL, SO THE RESTART ADDS NO
      * DUPLICATE SYNTHETIC CUSTOMERS.  THE SUMMARY NAMES THE
      * CHECKPOINT RESUMED FROM.
      *
        PROGRAM-ID. CUSTGEN1.
        ENVIRONMENT DIVISION.
            02  CTL-TO            PIC X(7).
            02  FILLER            PIC X.
            02  CTL-SEED          PIC X(6).
            02  FILLER            PIC X.
            02  CTL-CKPT          PIC X(4).
            02  FILLER            PIC X(46).

        FD  ZIPREF
            RECORDING MODE IS F.
        77  WS-SKIP-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-RANGES-HIT         PIC 9(4)   COMP VALUE 0.

      * RPI 1424 - RUN CONTROL AND CHECKPOINT/RESTART.  CHECKPOINT
      * COUNTS: 1 GENERATED, 2 DUP RETRIES, 3 UNRESOLVED, 4 RANGES
      * HIT, 5 SEED, 6 LASTACT LOW, 7 LASTACT HIGH; STATE 1-500 THE
      * RANGE-TOUCHED FLAGS
        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'CUSTGEN1'.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.
        77  WS-CK-FUNC            PIC X.
        77  WS-CK-RC              PIC 9(2)   VALUE 0.
        01  WS-CK-AREA.
        COPY CHKPREC.
        77  WS-CK-EVERY           PIC 9(4)   VALUE 1000.
        77  WS-CK-SINCE           PIC 9(4)   VALUE 0.
        77  WS-RESUME             PIC X      VALUE 'N'.
            88  RESUMING                     VALUE 'Y'.
        77  WS-REPLAY             PIC X      VALUE 'N'.
            88  REPLAYING                    VALUE 'Y'.
        77  WS-LASTKEY            PIC X(40)  VALUE LOW-VALUES.
        77  WS-RFW-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-TODAY-JUL          PIC 9(5)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).
            02  FILLER            PIC 9(2).
        01  WS-GEN-REC            PIC X(92).

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'CUSTGEN1 - SYNTHETIC CUSTOMER GENERATION'.
        01  RPT-LINE1.
            02  RPT-LACT-LO       PIC 9(7).
            02  FILLER            PIC X(16)  VALUE ' LASTACT HIGH..='.
            02  RPT-LACT-HI       PIC 9(7).
        01  RPT-RESUME.
            02  FILLER            PIC X(24)
                VALUE 'RESUMED FROM CHECKPOINT '.
            02  RPT-RSM-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-RSM-TIME      PIC 9(6).
            02  FILLER            PIC X(8)   VALUE ' RECORD '.
            02  RPT-RSM-RECNO     PIC ZZZZZZZZ9.
            02  FILLER            PIC X(7)   VALUE ' AFTER '.
            02  RPT-RSM-KEY       PIC X(18).
        01  RPT-ROLLFWD.
            02  FILLER            PIC X(16)  VALUE 'ROLLED FORWARD.='.
            02  RPT-RFW-COUNT     PIC ZZZZZZ9.
            02  FILLER            PIC X(40)
                VALUE ' WRITTEN AFTER THE CHECKPOINT'.
        01  RPT-NOCKPT            PIC X(52)
            VALUE 'RESTART - NO CHECKPOINT ON FILE, STEP RUN IN FULL'.

        PROCEDURE DIVISION.

      * REGISTER THE STEP (RPI 1424); A RESTARTED WINDOW SKIPS A STEP
      * ALREADY DONE AND RESUMES ONE THAT WAS INTERRUPTED
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'CUSTGEN1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM GENINIT.
            PERFORM GENONE THRU GENONEX
                UNTIL WS-GEN-COUNT + WS-SKIP-COUNT
                    NOT LESS THAN WS-WANT.
            PERFORM GENTERM.
      * FINISHED NORMALLY - NOTHING LEFT TO RESUME FROM
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'D' TO WS-CK-FUNC.
            CALL 'CHKPT1' USING WS-CK-FUNC WS-CK-AREA WS-CK-RC.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
            IF CTL-SEED IS NUMERIC THEN
                MOVE CTL-SEED TO WS-SEED.
            IF WS-SEED = 0 THEN MOVE 1 TO WS-SEED.
            IF CTL-CKPT IS NUMERIC AND CTL-CKPT NOT = '0000' THEN
                MOVE CTL-CKPT TO WS-CK-EVERY.
            MOVE WS-FROM TO WS-LACT.
            PERFORM GENFLAT.
            MOVE WS-PICK-DAYS TO WS-FROM-DAYS.
                    WS-FS08
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ACCEPT WS-TODAY-JUL FROM DAY.
            COMPUTE WS-TODAY = 100000 + WS-TODAY-JUL.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-RC-STEP TO CKP-STEP.
            IF WS-RC-SKIP = 'R' THEN
                PERFORM GENRSTR.
            IF NOT RESUMING THEN
                PERFORM GENCKPT.

        ZREFREAD.
            READ ZIPREF
            MOVE WS-LACT TO CUST-LASTACT.
            WRITE CUST-REC.
            IF WS-FS08-OK THEN
                MOVE 'N' TO WS-REPLAY.
            IF WS-FS08-DUP AND REPLAYING THEN
                PERFORM GENRPLY.
            IF WS-FS08-OK THEN
                MOVE CUST-NAME TO WS-LASTKEY
                ADD 1 TO WS-GEN-COUNT
                IF WS-ZREF-HIT (WS-ZREF-IX) = 'N' THEN
                    MOVE 'Y' TO WS-ZREF-HIT (WS-ZREF-IX)
                IF WS-LACT GREATER THAN WS-LACT-HI THEN
                    MOVE WS-LACT TO WS-LACT-HI
                END-IF
                GO TO GENONEK.
            IF NOT WS-FS08-DUP THEN
                DISPLAY 'CUSTGEN1 WRITE FAILED, STATUS ' WS-FS08
                MOVE 16 TO RETURN-CODE
            ADD 1 TO WS-MIDDLE.
            IF WS-MIDDLE GREATER THAN 26 THEN
                ADD 1 TO WS-SKIP-COUNT
                GO TO GENONEK.
      * SAME SOUND, DIFFERENT KEY - INJECT THE MIDDLE INITIAL AFTER
      * THE 'ZZ' GIVEN NAME'S TRAILING BLANK
            MOVE WS-ALPHA (WS-MIDDLE:1) TO WS-NAME (15:1).
            GO TO GENWRITE.
        GENONEK.
            ADD 1 TO WS-CK-SINCE.
            IF WS-CK-SINCE NOT LESS THAN WS-CK-EVERY THEN
                PERFORM GENCKPT.
        GENONEX.
            EXIT.

      * GENRPLY - A DUPLICATE KEY WHILE REPLAYING THE STREAM PAST
      * THE CHECKPOINT: AN IDENTICAL RECORD ON FILE IS THE FAILED
      * RUN'S OWN WRITE, TAKEN AS WRITTEN (RPI 1424); ANYTHING ELSE
      * IS A GENUINE COLLISION AND RETRIES AS USUAL
        GENRPLY.
            MOVE CUST-REC TO WS-GEN-REC.
            READ MYFILE08.
            IF WS-FS08-OK AND CUST-REC = WS-GEN-REC THEN
                ADD 1 TO WS-RFW-COUNT
            ELSE
                MOVE WS-GEN-REC TO CUST-REC
                MOVE '22' TO WS-FS08.

      *****************************************************************
      * GENCKPT - TAKE A CHECKPOINT (RPI 1424): THE LAST NAME
      * WRITTEN, THE COUNTS, THE SEED AND THE RANGES TOUCHED
      *****************************************************************
        GENCKPT.
            MOVE 0 TO WS-CK-SINCE.
            MOVE WS-RC-STEP    TO CKP-STEP.
            MOVE WS-TODAY      TO CKP-RUN-DATE.
            MOVE WS-TIME-HMS   TO CKP-RUN-TIME.
            COMPUTE CKP-RECNO = WS-GEN-COUNT + WS-SKIP-COUNT.
            MOVE WS-LASTKEY    TO CKP-LASTKEY.
            MOVE WS-GEN-COUNT  TO CKP-COUNT (1).
            MOVE WS-DUP-COUNT  TO CKP-COUNT (2).
            MOVE WS-SKIP-COUNT TO CKP-COUNT (3).
            MOVE WS-RANGES-HIT TO CKP-COUNT (4).
            MOVE WS-SEED       TO CKP-COUNT (5).
            MOVE WS-LACT-LO    TO CKP-COUNT (6).
            MOVE WS-LACT-HI    TO CKP-COUNT (7).
            MOVE 0 TO CKP-COUNT (8).
            MOVE WS-ZREF-USED  TO CKP-STATE.
            MOVE 'W' TO WS-CK-FUNC.
            CALL 'CHKPT1' USING WS-CK-FUNC WS-CK-AREA WS-CK-RC.

      *****************************************************************
      * GENRSTR - AN INTERRUPTED STEP: PICK UP THE LAST CHECKPOINT
      * AND THE RANDOM STREAM WHERE IT STOOD.  NONE ON FILE MEANS THE
      * STEP DIED BEFORE ITS FIRST ONE AND RUNS IN FULL.
      *****************************************************************
        GENRSTR.
            MOVE 'R' TO WS-CK-FUNC.
            CALL 'CHKPT1' USING WS-CK-FUNC WS-CK-AREA WS-CK-RC.
            IF WS-CK-RC = 0 THEN
                MOVE 'Y' TO WS-RESUME
                MOVE 'Y' TO WS-REPLAY
                MOVE CKP-RUN-DATE  TO WS-TODAY
                MOVE CKP-RUN-TIME  TO WS-TIME-HMS
                MOVE CKP-LASTKEY   TO WS-LASTKEY
                MOVE CKP-COUNT (1) TO WS-GEN-COUNT
                MOVE CKP-COUNT (2) TO WS-DUP-COUNT
                MOVE CKP-COUNT (3) TO WS-SKIP-COUNT
                MOVE CKP-COUNT (4) TO WS-RANGES-HIT
                MOVE CKP-COUNT (5) TO WS-SEED
                MOVE CKP-COUNT (6) TO WS-LACT-LO
                MOVE CKP-COUNT (7) TO WS-LACT-HI
                MOVE CKP-STATE     TO WS-ZREF-USED.
            IF RESUMING THEN
                PERFORM GENRSMS.

      * GENRSMS - THE CHECKPOINT RESUMED FROM, SET ASIDE FOR THE
      * SUMMARY BEFORE THE RESUMED RUN TAKES CHECKPOINTS OF ITS OWN
        GENRSMS.
            MOVE CKP-DATE      TO RPT-RSM-DATE.
            MOVE CKP-TIME      TO RPT-RSM-TIME.
            MOVE CKP-RECNO     TO RPT-RSM-RECNO.
            MOVE CKP-LASTKEY   TO RPT-RSM-KEY.
            IF CKP-RECNO = 0 THEN
                MOVE 'START OF RUN' TO RPT-RSM-KEY.

      * GENNAME - 'ZZ' + GIVEN (2-3 SYLLABLES, COLS 3-13) + BLANKS +
      * SURNAME FROM COL 17 (2-4 SYLLABLES)
        GENNAME.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            IF RESUMING THEN
                PERFORM GENRSMR
            ELSE
            IF WS-RC-SKIP = 'R' THEN
                MOVE RPT-NOCKPT TO RPT-REC
                WRITE RPT-REC.
            MOVE WS-GEN-COUNT  TO RPT-GEN.
            MOVE WS-DUP-COUNT  TO RPT-DUP.
            MOVE WS-SKIP-COUNT TO RPT-SKIP.
            MOVE RPT-LINE3 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE RPTOUT.

      * GENRSMR - NAME THE CHECKPOINT RESUMED FROM ON THE SUMMARY
        GENRSMR.
            MOVE RPT-RESUME TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-RFW-COUNT TO RPT-RFW-COUNT.
            MOVE RPT-ROLLFWD TO RPT-REC.
            WRITE RPT-REC.
