      *****************************************************************
      * BATCH-WINDOW FORECAST - WINFCST1 COMMAREA
      *
      * RPI 1433 - WHAT WINFCST1 HANDS BACK TO A PROGRAM THAT LINKS
      * TO IT (TESTWFS1).  ALL TIMES ARE CLOCK HHMMSS.  WFC-END IS
      * THE PROJECTED END OF THE WHOLE WINDOW AND WFC-ENDSTEP THE
      * STEP THAT ENDS IT; WFC-RC 0 = ON TIME, 4 = PROJECTED PAST
      * WFC-DEADLINE, 8 = NO WINDOW STEPS (NO SCHDFILE ENTRY NAMES A
      * STEP, OR SCHDFILE IS NOT AVAILABLE).  ONE WFC-STEP PER WINDOW
      * STEP IN SCHDFILE ORDER:
      *
      *   WFC-S-STAT   DONE / RUN / FAIL (TO BE RERUN) / WAIT
      *   WFC-S-START  ACTUAL START, OR PROJECTED FOR FAIL/WAIT
      *   WFC-S-END    ACTUAL END FOR DONE, PROJECTED OTHERWISE
      *   WFC-S-AVG    AVERAGE ELAPSED SECONDS (STEPAVG)
      *   WFC-S-CRIT   'C' = ON THE CRITICAL PATH TO WFC-END
      *   WFC-S-HIST   'N' = NO HISTORY, TAKEN AS NO TIME AT ALL
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  WFC-COMM IS 1636 BYTES.
            02  WFC-COMM.
                03  WFC-RC        PIC 9(2).
                03  WFC-NOW       PIC 9(6).
                03  WFC-OPEN      PIC 9(6).
                03  WFC-DEADLINE  PIC 9(6).
                03  WFC-END       PIC 9(6).
                03  WFC-ENDSTEP   PIC X(8).
                03  WFC-COUNT     PIC 9(2).
                03  WFC-STEP      OCCURS 40 TIMES.
                    04  WFC-S-NAME    PIC X(8).
                    04  WFC-S-STAT    PIC X(4).
                    04  WFC-S-PRED    PIC X(8).
                    04  WFC-S-START   PIC 9(6).
                    04  WFC-S-END     PIC 9(6).
                    04  WFC-S-AVG     PIC 9(6).
                    04  WFC-S-CRIT    PIC X.
                    04  WFC-S-HIST    PIC X.
