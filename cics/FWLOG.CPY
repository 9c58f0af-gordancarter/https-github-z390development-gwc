      *****************************************************************
      * INBOUND FILE ARRIVAL - FWLOG KSDS
      *
      * RPI 1429 - ONE RECORD PER COMPLETE ARRIVAL FWARR1 ACCEPTS,
      * KEYED ON THE DD NAME PLUS THE CLOCK DATE (JULIAN 0CYYDDD, THE
      * EIBDATE FORM) AND TIME IT ARRIVED.  FWL-COUNT/FWL-SUM ARE THE
      * DATA-RECORD COUNT AND CONTENT CHECKSUM - THE SAME FILE SENT
      * AGAIN MATCHES AN EARLIER ARRIVAL AND IS REFUSED.  FWL-STATUS
      * MOVES FORWARD ONLY:
      *
      *   ARRV  RECORDED, LOADER NOT YET STARTED
      *   STRT  TESTFWT1 STARTED THE LOADER TRANSACTION (FWL-STIME)
      *   LOAD  THE LOADER HAS PROCESSED IT (FWSVC1 'L')
      *   LATE  NOT AN ARRIVAL - THE MARKER TESTFWT1 WRITES WHEN IT
      *         RAISES THE DAY'S 'FILE LATE ' ALERT, SO THERE IS ONE
      *
      * SO A FILE IS STARTED ONCE AND LOADED ONCE.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  FWL-REC IS 60 BYTES, KEY 21.
            02  FWL-REC.
                03  FWL-KEY.
                    04  FWL-FILE     PIC X(8).
                    04  FWL-DATE     PIC 9(7).
                    04  FWL-TIME     PIC 9(6).
                03  FWL-STATUS   PIC X(4).
                03  FWL-COUNT    PIC 9(9).
                03  FWL-SUM      PIC 9(15).
                03  FWL-STIME    PIC 9(6).
                03  FILLER       PIC X(5).
