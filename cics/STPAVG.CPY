      *****************************************************************
      * STEP ELAPSED-TIME AVERAGE - STEPAVG KSDS
      *
      * RPI 1433 - REBUILT BY EACH STPAVG1 RUN FROM THE RUNHIST
      * HISTORY RUNCTL1 APPENDS AT EVERY STEP END: ONE RECORD PER
      * STEP, KEYED ON THE RUNCTL STEP NAME.  SAV-AVG AND SAV-MAX ARE
      * ELAPSED SECONDS OVER THE LAST SAV-RUNS CLEAN RUNS (RETURN
      * CODE UNDER 8, AT MOST 10); SAV-LAST IS THE JULIAN 0CYYDDD
      * DATE OF THE LATEST OF THEM.  THE WINFCST1 WINDOW FORECAST
      * TAKES SAV-AVG AS THE STEP'S EXPECTED RUN TIME.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  SAV-REC IS 40 BYTES, KEY 8.
            02  SAV-REC.
                03  SAV-STEP     PIC X(8).
                03  SAV-AVG      PIC 9(6).
                03  SAV-MAX      PIC 9(6).
                03  SAV-RUNS     PIC 9(3).
                03  SAV-LAST     PIC 9(7).
                03  FILLER       PIC X(10).
