      *****************************************************************
      * RETENTION POLICY LINE - RETPOL CONTROL FILE
      *
      * RPI 1426 - ONE LINE PER RULE, READ BY THE RETEXP1 NIGHTLY
      * EXPIRY RUN.  POL-CLASS IS THE KIND OF DATASET:
      *
      *   IMGCOPY   VSAMBKP1 IMAGE COPIES (BKPCAT) - QUALIFIER IS
      *             THE FILE (MYFILE06/07/08)
      *   VJRNGEN   VSAMJSW1 JOURNAL GENERATIONS (JRNGMAN)
      *   ARCHIVE   CUSTPRG1/ORDARC1 ARCHIVES (ARCHREG)
      *   REPORT    RPTSVC1 REPORT COPIES (RPTCAT/RPTSTORE) -
      *             QUALIFIER IS THE REPORT ID
      *
      * A QUALIFIER OF '*' (OR BLANK) IS THE CLASS DEFAULT; A LINE
      * NAMING THE FILE OR REPORT OVERRIDES IT.  AN ENTRY DATED MORE
      * THAN POL-DAYS CALENDAR DAYS BEFORE THE BUSINESS DATE EXPIRES
      * UNLESS IT IS ONE OF THE NEWEST POL-MIN OF ITS FILE/REPORT
      * (OR OF THE CLASS, FOR VJRNGEN AND ARCHIVE).  POL-RECOV 'Y'
      * ON VJRNGEN KEEPS EVERY GENERATION NEEDED TO ROLL FORWARD
      * FROM ANY IMAGE COPY STILL KEPT; THE LATEST COPY OF EACH FILE
      * AND THE GENERATIONS AFTER IT ARE KEPT WHATEVER THE POLICY
      * SAYS.  POL-RECOV MEANS NOTHING TO ARCHIVE OR REPORT.  '*' IN
      * COLUMN 1 IS A COMMENT.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  POL-REC IS 80 BYTES.
            02  POL-REC.
                03  POL-CLASS    PIC X(8).
                03  FILLER       PIC X.
                03  POL-QUAL     PIC X(8).
                03  FILLER       PIC X.
                03  POL-DAYS     PIC 9(4).
                03  FILLER       PIC X.
                03  POL-MIN      PIC 9(3).
                03  FILLER       PIC X.
                03  POL-RECOV    PIC X.
                03  FILLER       PIC X(52).
