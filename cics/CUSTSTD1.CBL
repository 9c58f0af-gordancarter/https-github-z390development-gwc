      * TRIAL, WHICH PRINTS EVERY WOULD-BE CHANGE AND TOUCHES
      * NOTHING.  COUNTS: CHANGED / UNCHANGED / UNPARSEABLE (BLANK
      * OR OVERLONG ADDRESSES LEFT ALONE).  RETURN CODE 4 = TRIAL
      * MODE FOUND CHANGES TO MAKE, 8 = A JOURNAL RECORD COULD NOT
      * BE CHAINED (JRNCHNB RC 8).
      *
      * RPI 1424 - THE STEP REGISTERS WITH RUNCTL1 AND TAKES A
      * CHKPT1 CHECKPOINT EVERY N CUSTOMERS (STDCTL COL 8-11,
      * DEFAULT AND MAXIMUM 1000) AND ONE BEFORE THE FIRST: LAST
      * NAME PROCESSED, THE THREE COUNTS, THE RUN'S JOURNAL STAMP.
      * RESTARTED AFTER A FAILURE (RUNCTL1 RC-SKIP = 'R') IT
      * RESUMES AFTER THE CHECKPOINTED NAME, JOURNALING UNDER THE
      * ORIGINAL STAMP.  IN UPDATE MODE THE ADDRESSES REWRITTEN
      * BETWEEN THE CHECKPOINT AND THE FAILURE ARE FOUND IN
      * CUSTJRNQ (THIS RUN'S STAMP, NAME PAST THE CHECKPOINT) AND
      * COUNTED AS CHANGED WHEN READ AGAIN, NOT AS UNCHANGED, SO
      * THE COUNTS COVER THE WHOLE STEP.  THE REPORT NAMES THE
      * CHECKPOINT RESUMED FROM.
      *
      * RPI 1437 - EACH CUSTJRNQ RECORD IS CHAINED THROUGH JRNCHNB
      * (SEQUENCE NUMBER AND PREVIOUS-RECORD HASH) BEFORE IT IS
      * WRITTEN, SO THE DATASET RECORD IS NOW 272 BYTES.
      *
        PROGRAM-ID. CUSTSTD1.
        ENVIRONMENT DIVISION.

        FD  CUSTJRNQ
            RECORDING MODE IS F.
        01  JRNQ-REC              PIC X(272).

        FD  RPTOUT
            RECORDING MODE IS F.
        77  WS-FS08               PIC X(2)   VALUE SPACES.
            88  WS-FS08-OK                   VALUE '00'.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.

      * RPI 1437 - EVERY JOURNAL RECORD IS CHAINED THROUGH JRNCHNB
      * (SEQUENCE AND PREVIOUS-RECORD HASH, SEE JRNCHN.CPY) BEFORE
      * IT IS WRITTEN
        77  WS-JCB-FUNC           PIC X      VALUE 'N'.
        77  WS-JCB-JRNL           PIC X(8)   VALUE 'CUSTJRNQ'.
        77  WS-JCB-LEN            PIC 9(4)   COMP VALUE 245.
        01  WS-JCB-DATA           PIC X(300).
        77  WS-JCB-HASH           PIC 9(18)  VALUE 0.
        77  WS-JCB-RC             PIC 9(2)   VALUE 0.
        77  WS-RULE-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-RULES                VALUE 'Y'.
        77  WS-EOF08              PIC X      VALUE 'N'.
        77  WS-UPDATE             PIC X      VALUE 'N'.
            88  UPDATE-MODE                  VALUE 'Y'.

      * RPI 1424 - RUN CONTROL AND CHECKPOINT/RESTART.  CHECKPOINT
      * COUNTS: 1 CHANGED, 2 UNCHANGED, 3 UNPARSEABLE
        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'CUSTSTD1'.
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
        77  WS-LASTKEY            PIC X(40)  VALUE LOW-VALUES.
        77  WS-RECNO              PIC 9(9)   VALUE 0.
        77  WS-TJ-EOF             PIC X      VALUE 'N'.
      * THE FAILED RUN'S POST-CHECKPOINT REWRITES, IN NAME ORDER -
      * NO MORE THAN ONE CHECKPOINT INTERVAL'S WORTH
        01  WS-TAIL-TABLE.
            02  WS-TAIL-ENTRY OCCURS 1000 TIMES.
                03  WS-TAIL-NAME  PIC X(40).
                03  WS-TAIL-WAS   PIC X(40).
        77  WS-TAIL-TOT           PIC 9(4)   COMP VALUE 0.
        77  WS-TAIL-IX            PIC 9(4)   COMP VALUE 1.
        01  WS-TJ-REC.
            02  WS-TJ-NAME        PIC X(40).
            02  WS-TJ-FUNC        PIC X(3).
            02  WS-TJ-TERM        PIC X(4).
            02  WS-TJ-DATE        PIC 9(7).
            02  WS-TJ-TIME        PIC 9(7).
            02  WS-TJ-BEFORE.
                03  FILLER        PIC X(40).
                03  WS-TJ-WAS     PIC X(40).
                03  FILLER        PIC X(12).
            02  WS-TJ-AFTER       PIC X(92).
            02  WS-TJ-SEQ         PIC 9(9).
            02  WS-TJ-PREVH       PIC 9(18).

      * THE RULES TABLE - 100 ABBREVIATION PAIRS IS GENEROUS
        01  WS-RULE-TABLE.
            02  WS-RULE-ENTRY OCCURS 100 TIMES.
            02  JRNL-TIME         PIC 9(7).
            02  JRNL-BEFORE       PIC X(92).
            02  JRNL-AFTER        PIC X(92).
            02  JRNL-SEQ          PIC 9(9)   VALUE 0.
            02  JRNL-PREVH        PIC 9(18)  VALUE 0.
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-TODAY-JUL          PIC 9(5)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        77  WS-CHG-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-SAME-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-BAD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-JFAIL-COUNT        PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'CUSTSTD1 - ADDRESS STANDARDIZATION'.
            02  RPT-TRL-SAME      PIC ZZZZZZ9.
            02  FILLER            PIC X(14)  VALUE ' UNPARSEABLE.='.
            02  RPT-TRL-BAD       PIC ZZZZZZ9.
        01  RPT-RESUME.
            02  FILLER            PIC X(24)
                VALUE 'RESUMED FROM CHECKPOINT '.
            02  RPT-RSM-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-RSM-TIME      PIC 9(6).
            02  FILLER            PIC X(8)   VALUE ' RECORD '.
            02  RPT-RSM-RECNO     PIC ZZZZZZZZ9.
            02  FILLER            PIC X(7)   VALUE ' AFTER '.
            02  RPT-RSM-KEY       PIC X(30).
        01  RPT-ROLLFWD.
            02  FILLER            PIC X(16)  VALUE 'ROLLED FORWARD.='.
            02  RPT-RFW-COUNT     PIC ZZZZZZ9.
            02  FILLER            PIC X(40)
                VALUE ' REWRITTEN AFTER THE CHECKPOINT'.
        01  RPT-NOCKPT            PIC X(52)
            VALUE 'RESTART - NO CHECKPOINT ON FILE, STEP RUN IN FULL'.

        PROCEDURE DIVISION.

      * REGISTER THE STEP (RPI 1424); A RESTARTED WINDOW SKIPS A STEP
      * ALREADY DONE AND RESUMES ONE THAT WAS INTERRUPTED
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'CUSTSTD1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM STDINIT.
            PERFORM STDLOOP THRU STDLOOPX UNTIL NO-MORE-08.
            PERFORM STDTERM.
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
                IF CTL-REC (1:6) = 'UPDATE' THEN
                    MOVE 'Y' TO WS-UPDATE
                END-IF
                IF CTL-REC (8:4) IS NUMERIC
                   AND CTL-REC (8:4) NOT = '0000' THEN
                    MOVE CTL-REC (8:4) TO WS-CK-EVERY
                END-IF
                CLOSE STDCTL.
            IF WS-CK-EVERY GREATER THAN 1000 THEN
                MOVE 1000 TO WS-CK-EVERY.
            MOVE WS-RC-STEP TO CKP-STEP.
            IF WS-RC-SKIP = 'R' THEN
                PERFORM STDRSTR.
            OPEN INPUT STDRULES.
            PERFORM RULEREAD.
            PERFORM RULELOAD UNTIL NO-MORE-RULES.
                    WS-FS08
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF UPDATE-MODE AND RESUMING THEN
                PERFORM STDTAIL THRU STDTAILX.
            IF UPDATE-MODE THEN
                OPEN EXTEND CUSTJRNQ
                IF WS-FSJR = '35' THEN
                  TO RPT-MODELINE.
            MOVE RPT-MODELINE TO RPT-REC.
            WRITE RPT-REC.
            IF RESUMING THEN
                PERFORM STDRSMR
            ELSE
                PERFORM STDCOLD.
            PERFORM CUSTREAD.

        RULEREAD.
      * REPORT, AND IN UPDATE MODE REWRITE AND JOURNAL
      *****************************************************************
        STDLOOP.
            MOVE CUST-NAME TO WS-LASTKEY.
            MOVE CUST-ADDR TO WS-OLD-ADDR.
            IF WS-TAIL-IX NOT GREATER THAN WS-TAIL-TOT THEN
                IF CUST-NAME = WS-TAIL-NAME (WS-TAIL-IX) THEN
                    PERFORM STDTAILR
                    GO TO STDNEXT.
            PERFORM STDPARSE THRU STDPARSX.
            IF WS-PARSE-OK = 'N' THEN
                ADD 1 TO WS-BAD-COUNT
            MOVE WS-NEW-ADDR TO CUST-ADDR.
            MOVE CUST-REC TO JRNL-AFTER.
            REWRITE CUST-REC.
            MOVE JRNL-REC TO WS-JCB-DATA.
            CALL 'JRNCHNB' USING WS-JCB-FUNC WS-JCB-JRNL WS-JCB-LEN
                                 WS-JCB-DATA WS-JCB-HASH WS-JCB-RC.
            IF WS-JCB-RC NOT = 0 THEN
                PERFORM STDJFAIL.
            MOVE WS-JCB-DATA TO JRNQ-REC.
            WRITE JRNQ-REC.
        STDNEXT.
            ADD 1 TO WS-CK-SINCE.
            IF WS-CK-SINCE NOT LESS THAN WS-CK-EVERY THEN
                PERFORM STDCKPT.
            PERFORM CUSTREAD.
        STDLOOPX.
            EXIT.
        STDBUILX.
            EXIT.

      *****************************************************************
      * STDCKPT - TAKE A CHECKPOINT (RPI 1424): THE LAST NAME
      * PROCESSED, THE COUNTS SO FAR, THE RUN'S JOURNAL STAMP
      *****************************************************************
        STDCKPT.
            MOVE 0 TO WS-CK-SINCE.
            COMPUTE WS-RECNO = WS-CHG-COUNT + WS-SAME-COUNT
                + WS-BAD-COUNT.
            MOVE WS-RC-STEP    TO CKP-STEP.
            MOVE WS-TODAY      TO CKP-RUN-DATE.
            MOVE WS-TIME-HMS   TO CKP-RUN-TIME.
            MOVE WS-RECNO      TO CKP-RECNO.
            MOVE WS-LASTKEY    TO CKP-LASTKEY.
            MOVE WS-CHG-COUNT  TO CKP-COUNT (1).
            MOVE WS-SAME-COUNT TO CKP-COUNT (2).
            MOVE WS-BAD-COUNT  TO CKP-COUNT (3).
            MOVE 0 TO CKP-COUNT (4) CKP-COUNT (5) CKP-COUNT (6)
                      CKP-COUNT (7) CKP-COUNT (8).
            MOVE SPACES TO CKP-STATE.
            MOVE 'W' TO WS-CK-FUNC.
            CALL 'CHKPT1' USING WS-CK-FUNC WS-CK-AREA WS-CK-RC.

      *****************************************************************
      * STDRSTR - AN INTERRUPTED STEP: PICK UP THE LAST CHECKPOINT.
      * NONE ON FILE MEANS THE STEP DIED BEFORE ITS FIRST ONE AND
      * RUNS IN FULL.  THE ORIGINAL RUN'S STAMP IS KEPT FOR THE
      * JOURNAL, SO THE WHOLE STEP'S ENTRIES CARRY ONE STAMP.
      *****************************************************************
        STDRSTR.
            MOVE 'R' TO WS-CK-FUNC.
            CALL 'CHKPT1' USING WS-CK-FUNC WS-CK-AREA WS-CK-RC.
            IF WS-CK-RC = 0 THEN
                MOVE 'Y' TO WS-RESUME
                MOVE CKP-RUN-DATE  TO WS-TODAY
                MOVE CKP-RUN-TIME  TO WS-TIME-HMS
                MOVE CKP-LASTKEY   TO WS-LASTKEY
                MOVE CKP-COUNT (1) TO WS-CHG-COUNT
                MOVE CKP-COUNT (2) TO WS-SAME-COUNT
                MOVE CKP-COUNT (3) TO WS-BAD-COUNT.

      *****************************************************************
      * STDTAIL - THE FAILED RUN'S REWRITES AFTER THE CHECKPOINT:
      * CUSTJRNQ 'STD' ENTRIES UNDER THIS RUN'S STAMP FOR NAMES
      * PAST THE CHECKPOINTED ONE, TABLED WITH THE OLD ADDRESS
      *****************************************************************
        STDTAIL.
            OPEN INPUT CUSTJRNQ.
            IF WS-FSJR NOT = '00' THEN GO TO STDTAILX.
        STDTAILL.
            READ CUSTJRNQ INTO WS-TJ-REC
                AT END GO TO STDTAILC.
            IF WS-TJ-FUNC NOT = 'STD'
               OR WS-TJ-DATE NOT = WS-TODAY
               OR WS-TJ-TIME NOT = WS-TIME-HMS
               OR WS-TJ-NAME NOT GREATER THAN WS-LASTKEY
               OR WS-TAIL-TOT = 1000 THEN
                GO TO STDTAILL.
            ADD 1 TO WS-TAIL-TOT.
            MOVE WS-TJ-NAME TO WS-TAIL-NAME (WS-TAIL-TOT).
            MOVE WS-TJ-WAS  TO WS-TAIL-WAS  (WS-TAIL-TOT).
            GO TO STDTAILL.
        STDTAILC.
            CLOSE CUSTJRNQ.
        STDTAILX.
            EXIT.

      * A CUSTOMER THE FAILED RUN ALREADY REWROTE AND JOURNALED -
      * COUNTED CHANGED AND REPORTED, NOT REWRITTEN AGAIN
        STDTAILR.
            ADD 1 TO WS-CHG-COUNT.
            MOVE SPACES TO RPT-REC.
            MOVE WS-TAIL-WAS (WS-TAIL-IX) TO RPT-WAS-ADDR.
            MOVE CUST-NAME   TO RPT-WAS-NAME.
            MOVE RPT-PAIR1 TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE CUST-ADDR TO RPT-NOW-ADDR.
            MOVE RPT-PAIR2 TO RPT-REC.
            WRITE RPT-REC.
            ADD 1 TO WS-TAIL-IX.

      * STDRSMR - NAME THE CHECKPOINT ON THE REPORT AND POSITION
      * MYFILE08 AFTER THE CHECKPOINTED NAME
        STDRSMR.
            MOVE CKP-DATE      TO RPT-RSM-DATE.
            MOVE CKP-TIME      TO RPT-RSM-TIME.
            MOVE CKP-RECNO     TO RPT-RSM-RECNO.
            MOVE CKP-LASTKEY   TO RPT-RSM-KEY.
            IF CKP-RECNO = 0 THEN
                MOVE 'START OF FILE' TO RPT-RSM-KEY.
            MOVE RPT-RESUME TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-TAIL-TOT TO RPT-RFW-COUNT.
            MOVE RPT-ROLLFWD TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-LASTKEY TO CUST-NAME.
            START MYFILE08 KEY IS GREATER THAN CUST-NAME
                INVALID KEY MOVE 'Y' TO WS-EOF08.

      * JRNCHNB COULD NOT CHAIN THE RECORD - IT IS STILL WRITTEN,
      * UNCHAINED, BUT THE STEP ENDS RC 8 SO THE GAP IS SEEN TONIGHT
        STDJFAIL.
            ADD 1 TO WS-JFAIL-COUNT.
            DISPLAY 'CUSTSTD1 JOURNAL RECORD NOT CHAINED, JRNCHNB RC '
                WS-JCB-RC.

      * A COLD START - CHECKPOINT ZERO, SO A RESTART KNOWS THE STAMP
      * ITS JOURNAL ENTRIES CARRY
        STDCOLD.
            IF WS-RC-SKIP = 'R' THEN
                MOVE RPT-NOCKPT TO RPT-REC
                WRITE RPT-REC.
            PERFORM STDCKPT.

        STDTERM.
            MOVE SPACES TO RPT-REC.
            MOVE WS-CHG-COUNT  TO RPT-TRL-CHG.
            IF NOT UPDATE-MODE
               AND WS-CHG-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
            IF WS-JFAIL-COUNT GREATER THAN 0 THEN
                MOVE 8 TO RETURN-CODE.
