      *   COL 10     RULE: L = LAST BUSINESS DAY OF EACH MONTH
      *              N = NTH WEEKDAY OF EACH MONTH
      *              F = FIXED DAY OF EACH MONTH, HOLIDAY-ADJUSTED
      *              P = LAST BUSINESS DAY OF EACH FISCAL PERIOD
      *   COL 12-13  FOR N: N(1) THEN WEEKDAY 1-7 (1=SUNDAY, THE
      *              DATECALC CONVENTION); FOR F: DAY OF MONTH
      *   COL 15     SLIDE WHEN THE DATE LANDS ON A WEEKEND OR
      *              HOLIDAY: F = FORWARD (DEFAULT), B = BACK
      *   COL 17-20  YEAR YYYY (FOR P, THE FISCAL YEAR)
      *
      * ALL ARITHMETIC GOES THROUGH DATECALC, SO EVERY CYCLE DATE
      * HONORS THE ONE HOLIDAY CALENDAR THE SHOP HAS.  TWELVE DATES
      * FORM FOR HUMAN EYES.  RULES MUST BE IN CYCLE-ID ORDER - THE
      * KSDS LOADS SEQUENTIALLY.  RETURN CODE 8 = A RULE LINE WAS
      * UNUSABLE AND SKIPPED.
      *
      * RPI 1449 - FINANCE CLOSES ON THE 4-4-5 FISCAL CALENDAR, NOT
      * ON CALENDAR MONTHS, SO RULE P GIVES THE TWELVE FISCAL PERIOD
      * ENDS OF THE FISCAL YEAR INSTEAD: DATECALC 'FE' ON THE FISCAL
      * FILE FISGEN1 BUILDS, BACKED UP TO A BUSINESS DAY LIKE RULE
      * L.  THE FISCAL YEAR IS FOUND BY ASKING DATECALC 'FP' ABOUT
      * A DAY OF THAT CALENDAR YEAR THE FILE COVERS (1 JULY, 31
      * DECEMBER, THEN 1 JANUARY) AND STEPPING A PERIOD AT A TIME;
      * A FISCAL YEAR THE FILE DOES NOT COVER IS A BAD RULE.
      *
        PROGRAM-ID. CYCGEN1.
        ENVIRONMENT DIVISION.
            02  WS-DT-YYYY        PIC 9(4).
            02  WS-DT-MM          PIC 9(2).
            02  WS-DT-DD          PIC 9(2).
        77  WS-FIS-START          PIC 9(8).
        77  WS-FIS-FY             PIC 9(4).
        77  WS-FIS-GUARD          PIC 9(2).
        77  WS-FIS-TRY            PIC 9.
        01  WS-FIS-PROBES         PIC X(12)  VALUE '070112310101'.
        01  FILLER REDEFINES WS-FIS-PROBES.
            02  WS-FIS-MMDD       PIC 9(4)   OCCURS 3 TIMES.
        77  WS-NEXT1ST            PIC 9(8).
        77  WS-LASTDAY            PIC 9(8).
        77  WS-JAN1               PIC 9(8).
            IF RULE-ID (1:1) = '*' THEN GO TO CYCRULEN.
            IF RULE-YEAR IS NOT NUMERIC
               OR (RULE-TYPE NOT = 'L' AND RULE-TYPE NOT = 'N'
                   AND RULE-TYPE NOT = 'F' AND RULE-TYPE NOT = 'P')
                THEN
                ADD 1 TO WS-BAD-COUNT
                GO TO CYCRULEN.
            ADD 1 TO WS-RULE-COUNT.
            MOVE 'F' TO WS-SLIDE.
            IF RULE-SLIDE = 'B' THEN MOVE 'B' TO WS-SLIDE.
            MOVE 0 TO WS-MONTH.
            IF RULE-TYPE = 'P' THEN
                PERFORM CYCFISY THRU CYCFISYX
                IF WS-DC-RC NOT = 0 THEN
                    ADD 1 TO WS-BAD-COUNT
                    GO TO CYCRULEN.
        CYCMONL.
            ADD 1 TO WS-MONTH.
            IF WS-MONTH GREATER THAN 12 THEN GO TO CYCRULEN.
            ELSE
            IF RULE-TYPE = 'N' THEN
                PERFORM CYCNTH THRU CYCNTHX
            ELSE
            IF RULE-TYPE = 'P' THEN
                PERFORM CYCFIS THRU CYCFISX
            ELSE
                PERFORM CYCFIX THRU CYCFIXX.
            IF WS-DC-RC NOT = 0 THEN
        CYCFIXX.
            EXIT.

      * CYCFISY - WS-FIS-START = FIRST DAY OF FISCAL YEAR WS-YEAR:
      * FROM THE FIRST PROBE DAY THE FISCAL FILE COVERS, STEP BACK
      * OR FORWARD A PERIOD AT A TIME UNTIL PERIOD 1 OF THAT YEAR
        CYCFISY.
            MOVE 0 TO WS-FIS-TRY.
        CYCFISYP.
            ADD 1 TO WS-FIS-TRY.
            IF WS-FIS-TRY GREATER THAN 3 THEN GO TO CYCFISYX.
            COMPUTE WS-FIS-START = WS-YEAR * 10000
                + WS-FIS-MMDD (WS-FIS-TRY).
            MOVE 'FP' TO WS-DC-FUNC.
            MOVE WS-FIS-START TO WS-DC-DATE1.
            PERFORM CYCCALL.
            IF WS-DC-RC NOT = 0 THEN GO TO CYCFISYP.
            MOVE 0 TO WS-FIS-GUARD.
        CYCFISYL.
            ADD 1 TO WS-FIS-GUARD.
            IF WS-FIS-GUARD GREATER THAN 30 THEN
                MOVE 8 TO WS-DC-RC
                GO TO CYCFISYX.
            MOVE 'FP' TO WS-DC-FUNC.
            MOVE WS-FIS-START TO WS-DC-DATE1.
            PERFORM CYCCALL.
            IF WS-DC-RC NOT = 0 THEN GO TO CYCFISYX.
            COMPUTE WS-FIS-FY = WS-DC-RESULT / 100.
            IF WS-FIS-FY = WS-YEAR
               AND WS-DC-RESULT - WS-FIS-FY * 100 = 1 THEN
                MOVE 'FS' TO WS-DC-FUNC
                PERFORM CYCCALL
                MOVE WS-DC-RESULT TO WS-FIS-START
                GO TO CYCFISYX.
      * LATER THAN WANTED: THE DAY BEFORE THIS PERIOD STARTS;
      * EARLIER: THE DAY AFTER IT ENDS
            IF WS-FIS-FY NOT LESS THAN WS-YEAR THEN
                MOVE 'FS' TO WS-DC-FUNC
                PERFORM CYCCALL
                MOVE 'SD' TO WS-DC-FUNC
            ELSE
                MOVE 'FE' TO WS-DC-FUNC
                PERFORM CYCCALL
                MOVE 'AD' TO WS-DC-FUNC.
            MOVE WS-DC-RESULT TO WS-DC-DATE1.
            MOVE 1 TO WS-DC-DAYS.
            PERFORM CYCCALL.
            MOVE WS-DC-RESULT TO WS-FIS-START.
            GO TO CYCFISYL.
        CYCFISYX.
            EXIT.

      * CYCFIS - FISCAL PERIOD END BACKED UP TO A BUSINESS DAY; THE
      * NEXT PERIOD STARTS THE DAY AFTER THE CALENDAR END
        CYCFIS.
            MOVE 'FE' TO WS-DC-FUNC.
            MOVE WS-FIS-START TO WS-DC-DATE1.
            PERFORM CYCCALL.
            IF WS-DC-RC NOT = 0 THEN GO TO CYCFISX.
            MOVE WS-DC-RESULT TO WS-LASTDAY.
            MOVE 'AD' TO WS-DC-FUNC.
            MOVE WS-LASTDAY TO WS-DC-DATE1.
            MOVE 1 TO WS-DC-DAYS.
            PERFORM CYCCALL.
            MOVE WS-DC-RESULT TO WS-FIS-START.
            MOVE WS-LASTDAY TO WS-DATE.
            PERFORM CYCBIZCK THRU CYCBIZCX.
            IF WS-PROBE NOT = WS-DATE THEN
                MOVE WS-PROBE TO WS-DATE.
        CYCFISX.
            EXIT.

      * CYCMEND - LAST CALENDAR DAY OF WS-YEAR/WS-MONTH INTO
      * WS-LASTDAY (THE DAY BEFORE NEXT MONTH'S FIRST)
        CYCMEND.
