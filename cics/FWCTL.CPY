      *****************************************************************
      * INBOUND FILE-WATCH ENTRY - FWCTL KSDS
      *
      * RPI 1429 - ONE RECORD PER EXPECTED INBOUND DATASET, KEYED ON
      * ITS DD NAME (CUSTTXN, ORDTXN).  FWC-TRANID IS THE LOADER
      * TRANSACTION THE TESTFWT1 FILE WATCH STARTS WHEN FWARR1 HAS
      * RECORDED A COMPLETE ARRIVAL (SPACES = A BATCH LOADER STEP,
      * WHICH CHECKS FOR THE ARRIVAL ITSELF THROUGH FWSVC1 WHEN IT
      * RUNS); FWC-STEP IS THE LOADER'S RUNCTL STEP NAME, FOR THE
      * LOG AND THE ALERT.  FWC-DEADLINE IS THE LATEST ACCEPTABLE
      * ARRIVAL TIME OF DAY (HHMMSS, ZERO = NONE) - A FILE NOT IN BY
      * THEN RAISES ONE 'FILE LATE ' ALERT A DAY ON THE ALRT QUEUE.
      * FWC-TRAILER 'Y' MEANS THE SENDER CLOSES THE FILE WITH A
      * '*EOF NNNNNNNNN' TRAILER (THE DATA-RECORD COUNT) AND A FILE
      * WITHOUT ONE IS STILL ARRIVING; BOTH LOADERS SKIP '*' LINES.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  FWC-REC IS 40 BYTES, KEY 8.
            02  FWC-REC.
                03  FWC-FILE     PIC X(8).
                03  FWC-TRANID   PIC X(4).
                03  FWC-STEP     PIC X(8).
                03  FWC-DEADLINE PIC 9(6).
                03  FWC-ENABLED  PIC X.
                03  FWC-TRAILER  PIC X.
                03  FILLER       PIC X(12).
