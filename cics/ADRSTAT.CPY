      *****************************************************************
      * CUSTOMER ADDRESS STATUS RECORD - ADRSTAT KSDS
      *
      * RPI 1416 - THE COMPANION STATUS RECORD FOR A CUSTOMER WHOSE
      * MAIL HAS COME BACK (THE 92-BYTE MYFILE08 FIELD SET HAS NO ROOM
      * FOR A FLAG), KEYED ON THE CUSTOMER NUMBER SO IT SURVIVES A
      * RENAME.  NO RECORD = NOTHING EVER RETURNED.  THE RTNMAIL1 RUN
      * WRITES IT FROM THE POST OFFICE'S RETURNED PIECES; THE ADRSVC1
      * SERVICE ANSWERS 'IS THIS ADDRESS FLAGGED' FOR THE MAILING RUNS
      * AND CLEARS THE FLAG WHEN MAINTENANCE KEYS A NEW ADDRESS.
      *
      *   ADS-STAT    'R' = RETURNED - MAILINGS SUPPRESSED
      *               'C' = CLEARED - THE ADDRESS HAS SINCE CHANGED
      *   ADS-REASON  POST OFFICE RETURN REASON:
      *               NK = NOT KNOWN AT ADDRESS   MV = MOVED, NO
      *               FORWARDING ADDRESS          IA = INSUFFICIENT
      *               ADDRESS   VC = VACANT       RF = REFUSED
      *   ADS-ADDR/ADS-ZIP  THE ADDRESS THE PIECE CAME BACK FROM -
      *               ANY OTHER ADDRESS ON THE MASTER IS A CORRECTION
      *   DATES ARE JULIAN 0CYYDDD
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  ADS-REC IS 90 BYTES, KEY 8.
            02  ADS-REC.
                03  ADS-KEY.
                    04  ADS-NUM      PIC 9(8).
                03  ADS-STAT     PIC X.
                03  ADS-REASON   PIC X(2).
                03  ADS-FLGDATE  PIC 9(7).
                03  ADS-RTNDATE  PIC 9(7).
                03  ADS-RTNCNT   PIC 9(3).
                03  ADS-ADDR     PIC X(40).
                03  ADS-ZIP      PIC X(5).
                03  ADS-CLRDATE  PIC 9(7).
                03  ADS-CLRTERM  PIC X(4).
                03  FILLER       PIC X(6).
