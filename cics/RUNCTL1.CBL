      *       SKIPS ITSELF AND THE WINDOW RESTARTS FROM THE FAILED
      *       STEP.  OTHERWISE THE RECORD IS WRITTEN/REWRITTEN AS
      *       'RUN ' WITH THE START DATE/TIME.
      *       RPI 1424 - IN RESTART MODE A STEP WHOSE RECORD IS
      *       STILL 'RUN ' OR 'FAIL' (IT DIED OR FAILED LAST TIME)
      *       COMES BACK WITH RC-SKIP = 'R' AND IS RE-REGISTERED AS
      *       USUAL; A STEP THAT KEEPS A CHKPT1 CHECKPOINT TAKES IT
      *       AS THE SIGNAL TO RESUME FROM ITS CHECKPOINT, ANY OTHER
      *       STEP TREATS IT LIKE 'N' AND RUNS IN FULL.
      *       RPI 1430 - THAT RESTART IS ALSO APPENDED TO THE RSTLOG
      *       DATASET (STEP, DATE/TIME, AND THE STATUS AND RETURN
      *       CODE IT IS REPLACING) BEFORE THE RECORD IS REUSED, SO
      *       A STEP THAT FAILED AND THEN RAN CLEAN STILL SHOWS ON
      *       THE TRNOVR1 SHIFT-TURNOVER REPORT.
      *   RC-FUNC 'E' - STEP END.  THE RECORD GETS THE END TIME AND
      *       BECOMES 'DONE' WHEN RC-CODE < 8, 'FAIL' OTHERWISE.
      *       RPI 1433 - THE RUN IS ALSO APPENDED TO THE RUNHIST
      *       DATASET (STEP, END DATE, START AND END TIME, ELAPSED
      *       SECONDS, RETURN CODE) - THE HISTORY STPAVG1 AVERAGES
      *       FOR THE WINFCST1 BATCH-WINDOW FORECAST.
      *
      * THE FILE IS OPENED AND CLOSED PER CALL - SLOWER, BUT A STEP
      * THAT DIES BETWEEN CALLS NEVER LEAVES THE RUN-CONTROL FILE
                ACCESS MODE IS RANDOM
                RECORD KEY IS RUN-STEP
                FILE STATUS IS WS-FSRC.
            SELECT RSTLOG ASSIGN TO RSTLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRS.
            SELECT RUNHIST ASSIGN TO RUNHIST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRH.

        DATA DIVISION.
        FILE SECTION.
            02  RUN-END-TIME      PIC 9(8).
            02  RUN-CODE          PIC 9(4).

      * RPI 1430 - ONE LINE PER RESTARTED STEP.  DATE 0CYYDDD, TIME
      * HHMMSS; STATUS/CODE ARE WHAT THE INTERRUPTED RUN LEFT.
        FD  RSTLOG
            RECORDING MODE IS F.
        01  RST-REC.
            02  RST-STEP          PIC X(8).
            02  FILLER            PIC X.
            02  RST-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  RST-TIME          PIC 9(6).
            02  FILLER            PIC X.
            02  RST-PSTAT         PIC X(4).
            02  FILLER            PIC X.
            02  RST-PCODE         PIC 9(4).
            02  FILLER            PIC X(47).

      * RPI 1433 - ONE LINE PER ENDED STEP.  DATE 0CYYDDD (THE END
      * DATE), TIMES HHMMSS, ELAPSED IN SECONDS ACROSS MIDNIGHT.
        FD  RUNHIST
            RECORDING MODE IS F.
        01  RHS-REC.
            02  RHS-STEP          PIC X(8).
            02  FILLER            PIC X.
            02  RHS-DATE          PIC 9(7).
            02  FILLER            PIC X.
            02  RHS-START         PIC 9(6).
            02  FILLER            PIC X.
            02  RHS-END           PIC 9(6).
            02  FILLER            PIC X.
            02  RHS-SECS          PIC 9(6).
            02  FILLER            PIC X.
            02  RHS-CODE          PIC 9(4).
            02  FILLER            PIC X(38).

        WORKING-STORAGE SECTION.
        77  WS-FSMD               PIC X(2)   VALUE SPACES.
        77  WS-FSRC               PIC X(2)   VALUE SPACES.
            88  WS-FSRC-OK                   VALUE '00'.
            88  WS-FSRC-NOTFND               VALUE '23'.
        77  WS-FSRS               PIC X(2)   VALUE SPACES.
        77  WS-RST-JUL            PIC 9(5).
        77  WS-RST-HMS            PIC 9(8).
        77  WS-FSRH               PIC X(2)   VALUE SPACES.
        77  WS-RHS-JUL            PIC 9(5).
        77  WS-RHS-DAYS           PIC S9(5)  COMP.
        77  WS-RHS-SECS           PIC S9(8)  COMP.
        01  WS-RHS-HMS.
            02  WS-RHS-HH         PIC 99.
            02  WS-RHS-MM         PIC 99.
            02  WS-RHS-SS         PIC 99.
            02  FILLER            PIC 99.
        77  WS-RESTART            PIC X      VALUE 'N'.
            88  RESTART-MODE                 VALUE 'Y'.
        77  WS-MODE-DONE          PIC X      VALUE 'N'.
        RCMODEX.
            EXIT.

      * STEP START - HONOR RESTART SKIPS, FLAG AN INTERRUPTED STEP
      * FOR RESUMPTION (RPI 1424), THEN REGISTER THE STEP
        RCSTART.
            IF RESTART-MODE AND WS-EXISTS = 'Y'
               AND RUN-STATUS = 'DONE' THEN
                MOVE 'Y' TO RC-SKIP
                GO TO RCSTARTX.
            IF RESTART-MODE AND WS-EXISTS = 'Y' THEN
                MOVE 'R' TO RC-SKIP
                PERFORM RCRSTLOG THRU RCRSTLOX.
            MOVE RC-STEP TO RUN-STEP.
            MOVE 'RUN ' TO RUN-STATUS.
            ACCEPT RUN-START-DATE FROM DAY.
        RCSTARTX.
            EXIT.

      * RPI 1430 - LOG THE RESTART BEFORE THE RECORD IS REUSED.  A
      * LOG THAT CANNOT BE WRITTEN DOES NOT STOP THE STEP.
        RCRSTLOG.
            OPEN EXTEND RSTLOG.
            IF WS-FSRS = '35' THEN
                OPEN OUTPUT RSTLOG.
            IF WS-FSRS NOT = '00' THEN
                DISPLAY 'RUNCTL1 CANNOT OPEN RSTLOG, STATUS ' WS-FSRS
                GO TO RCRSTLOX.
            MOVE SPACES TO RST-REC.
            MOVE RUN-STEP TO RST-STEP.
            ACCEPT WS-RST-JUL FROM DAY.
            COMPUTE RST-DATE = 100000 + WS-RST-JUL.
            ACCEPT WS-RST-HMS FROM TIME.
            COMPUTE RST-TIME = WS-RST-HMS / 100.
            MOVE RUN-STATUS TO RST-PSTAT.
            MOVE RUN-CODE TO RST-PCODE.
            WRITE RST-REC.
            CLOSE RSTLOG.
        RCRSTLOX.
            EXIT.

      * STEP END - STAMP THE OUTCOME
        RCEND.
            IF WS-EXISTS = 'N' THEN
                REWRITE RUN-REC
            ELSE
                WRITE RUN-REC.
            IF RUN-START-DATE NOT = 0 THEN
                PERFORM RCRUNHST THRU RCRUNHSX.
        RCENDX.
            EXIT.

      * RPI 1433 - APPEND THE ENDED RUN TO THE ELAPSED-TIME HISTORY.
      * A START ON AN EARLIER DAY ADDS A DAY PER DAY BETWEEN (ONE
      * ACROSS A YEAR END).  A HISTORY THAT CANNOT BE WRITTEN DOES
      * NOT STOP THE STEP.
        RCRUNHST.
            OPEN EXTEND RUNHIST.
            IF WS-FSRH = '35' THEN
                OPEN OUTPUT RUNHIST.
            IF WS-FSRH NOT = '00' THEN
                DISPLAY 'RUNCTL1 CANNOT OPEN RUNHIST, STATUS ' WS-FSRH
                GO TO RCRUNHSX.
            MOVE SPACES TO RHS-REC.
            MOVE RUN-STEP TO RHS-STEP.
            ACCEPT WS-RHS-JUL FROM DAY.
            COMPUTE RHS-DATE = 100000 + WS-RHS-JUL.
            COMPUTE RHS-START = RUN-START-TIME / 100.
            COMPUTE RHS-END = RUN-END-TIME / 100.
            MOVE RUN-END-TIME TO WS-RHS-HMS.
            COMPUTE WS-RHS-SECS = WS-RHS-HH * 3600 + WS-RHS-MM * 60
                                + WS-RHS-SS.
            MOVE RUN-START-TIME TO WS-RHS-HMS.
            COMPUTE WS-RHS-SECS = WS-RHS-SECS - WS-RHS-HH * 3600
                                - WS-RHS-MM * 60 - WS-RHS-SS.
            COMPUTE WS-RHS-DAYS = WS-RHS-JUL - RUN-START-DATE.
            IF WS-RHS-DAYS LESS THAN 0 OR WS-RHS-DAYS GREATER THAN 366
               THEN MOVE 1 TO WS-RHS-DAYS.
            COMPUTE WS-RHS-SECS = WS-RHS-SECS + WS-RHS-DAYS * 86400.
            IF WS-RHS-SECS LESS THAN 0 THEN
                MOVE 0 TO WS-RHS-SECS.
            MOVE WS-RHS-SECS TO RHS-SECS.
            MOVE RUN-CODE TO RHS-CODE.
            WRITE RHS-REC.
            CLOSE RUNHIST.
        RCRUNHSX.
            EXIT.
