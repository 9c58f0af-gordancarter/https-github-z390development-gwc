      *****************************************************************
      * POINT-IN-TIME RECOVERY PLAN - PITPLAN CONTROL RECORD
      *
      * RPI 1422 - WRITTEN BY THE VSAMPIT1 PLANNER, READ BY VSAMFRR1
      * AS ITS FRRCTL CONTROL FILE.  NAMES THE FILE BEING RECOVERED,
      * THE TARGET STAMP (THE FIRST MOMENT THE RECOVERED FILE MUST
      * NOT REFLECT), THE STAMP OF THE VSAMBKP1 IMAGE COPY THE
      * RECOVERY STARTS FROM, AND THE RANGE OF VJRN GENERATIONS TO
      * REPLAY.  DATES ARE JULIAN 0CYYDDD, TIMES 0HHMMSS (THE SAME
      * FORM AS JRN-DATE/JRN-TIME).  PIT-LIVE = 'Y' WHEN THE TARGET
      * FALLS AFTER THE LAST SWITCHED GENERATION, SO THE LIVE VJRN
      * JOURNAL MUST BE CONCATENATED BEHIND THE GENERATIONS.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  PIT-REC IS 80 BYTES.
            02  PIT-REC.
                03  PIT-EYE      PIC X(8).
                03  PIT-FILE     PIC X(8).
                03  PIT-TGT-DATE PIC 9(7).
                03  PIT-TGT-TIME PIC 9(7).
                03  PIT-BKP-DATE PIC 9(7).
                03  PIT-BKP-TIME PIC 9(7).
                03  PIT-GEN-LO   PIC 9(4).
                03  PIT-GEN-HI   PIC 9(4).
                03  PIT-LIVE     PIC X.
                03  FILLER       PIC X(27).
