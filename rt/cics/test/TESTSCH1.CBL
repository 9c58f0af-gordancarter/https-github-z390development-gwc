      * IS EXPLAINED, NOT MYSTERIOUS.  DATE-SLID CYCLE WORK (MONTH
      * END MOVED BY A HOLIDAY) IS DRIVEN BY THE CYCLE-DATE TABLE
      * RATHER THAN HELD HERE.
      *
      * RPI 1404 - A CYCLE-DRIVEN ENTRY IS STARTED WITH ITS CYCLE ID
      * AS THE START DATA (FROM, 8 BYTES), SO THE STARTED WORK CAN
      * RETRIEVE WHICH CYCLE IT IS RUNNING FOR - THE STMPRT1
      * STATEMENT RUN TAKES ITS STATEMENT PERIOD FROM THE CYCFILE
      * DATES OF THAT CYCLE.
      *
      * RPI 1433 - AN ENTRY MAY ALSO NAME THE RUNCTL STEP ITS WORK
      * REGISTERS AS (SCH-STEP).  THE SCHEDULER ITSELF IGNORES IT;
      * WINFCST1 READS THE ENTRIES THAT HAVE ONE, WITH THEIR TIMES
      * AND PREDECESSORS, AS THE BATCH WINDOW IT FORECASTS.
      *
        PROGRAM-ID. TESTSCH1.
        ENVIRONMENT DIVISION.
      * LISTS FOR ITS CYCLE, SO MONTH-END WORK FOLLOWS THE HOLIDAY-
      * ADJUSTED CALENDAR INSTEAD OF A HAND-KEYED SCHEDULE
            02  SCH-CYCLE   PIC X(8).
      * RPI 1433 - RUNCTL STEP NAME OF THE ENTRY'S WORK (SPACES =
      * NOT A WINDOW STEP) - READ BY WINFCST1 ONLY
            02  SCH-STEP    PIC X(8).
        77  SCHRECL   PIC 9(4)  COMP  VALUE 43.
        77  SCHKEY    PIC X(10).

        77  SCHABS    PIC S9(15) COMP-3.
      * TIME() TAKES A PACKED 0HHMMSS DATA-VALUE - THE DISPLAY FORM
      * IN THE SCHEDULE RECORD IS CONVERTED HERE BEFORE THE START
        77  SCHTIMPK  PIC S9(7) COMP-3.
      * RPI 1404 - START DATA LENGTH FOR THE CYCLE ID
        77  SCHFROML  PIC 9(4)  COMP  VALUE 8.

        77  SCHCYCLE  PIC 9(8)  COMP VALUE 1800.
        77  SCHSTARTS PIC 9(4)  COMP VALUE 0.
               END-IF
            END-IF.
            MOVE SCH-TIME TO SCHTIMPK.
      * RPI 1404 - A CYCLE ENTRY HANDS ITS CYCLE ID TO THE STARTED TASK
            IF SCH-CYCLE NOT = SPACES THEN
               EXEC CICS START TRANSID(SCH-TRANID) TIME(SCHTIMPK)
                    FROM(SCH-CYCLE) LENGTH(SCHFROML) END-EXEC
            ELSE
               EXEC CICS START TRANSID(SCH-TRANID) TIME(SCHTIMPK)
                    END-EXEC.
            ADD 1 TO SCHSTARTS.
            MOVE SCH-TRANID TO SLOG-TRANID.
            MOVE SCH-TIME   TO SLOG-TIME.
