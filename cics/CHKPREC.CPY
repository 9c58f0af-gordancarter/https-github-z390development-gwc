      *****************************************************************
      * INTRA-STEP CHECKPOINT RECORD - CHKPTF KSDS
      *
      * RPI 1424 - ONE RECORD PER LONG-RUNNING BATCH STEP, KEYED ON
      * THE RUNCTL STEP NAME, REWRITTEN BY THE STEP THROUGH CHKPT1
      * EVERY N RECORDS AND DELETED WHEN THE STEP ENDS NORMALLY.  A
      * STEP THAT RUNCTL1 REPORTS AS INTERRUPTED (RC-SKIP = 'R' IN
      * RESTART MODE) READS ITS RECORD BACK AND RESUMES AFTER
      * CKP-LASTKEY WITH ITS COUNTERS RESTORED.  CKP-RUN-DATE/TIME
      * ARE THE STAMP OF THE ORIGINAL STEP START (KEPT ACROSS
      * RESTARTS), CKP-DATE/TIME WHEN THIS CHECKPOINT WAS TAKEN;
      * DATES JULIAN 0CYYDDD, TIMES HHMMSS.  CKP-COUNT AND CKP-STATE
      * ARE THE STEP'S OWN - EACH OWNER DOCUMENTS WHAT IT KEEPS.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  CKP-REC IS 700 BYTES, KEY 8.
            02  CKP-REC.
                03  CKP-STEP     PIC X(8).
                03  CKP-RUN-DATE PIC 9(7).
                03  CKP-RUN-TIME PIC 9(6).
                03  CKP-DATE     PIC 9(7).
                03  CKP-TIME     PIC 9(6).
                03  CKP-RECNO    PIC 9(9).
                03  CKP-LASTKEY  PIC X(40).
                03  CKP-COUNT    PIC 9(9)  OCCURS 8 TIMES.
                03  CKP-STATE    PIC X(500).
                03  FILLER       PIC X(45).
