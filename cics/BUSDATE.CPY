      *****************************************************************
      * BUSINESS-DATE CONTROL RECORD - BUSDATE KSDS
      *
      * RPI 1425 - THE ONE RECORD (KEY 'BUSDATE ') HOLDING THE DAY
      * THE SHOP IS DOING BUSINESS FOR.  BATCH STEPS GET IT THROUGH
      * BUSDT1, TRANSACTIONS THROUGH BDTSVC1, INSTEAD OF FROM THE
      * CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT STILL STAMPS ITS
      * WORK WITH THE DAY IT IS CLOSING.  ONLY THE BDROLL1 END-OF-
      * DAY ROLL CHANGES IT: BDT-DATE MOVES TO THE NEXT BUSINESS
      * DAY ON THE DATECALC HOLIDAY CALENDAR, BDT-PREV KEEPS THE DAY
      * JUST CLOSED, BDT-ROLL-DATE/TIME ARE THE SYSTEM STAMP OF THE
      * ROLL (THE START OF THE NEXT WINDOW), BDT-FORCED = 'Y' WHEN
      * THE OPERATOR ROLLED PAST AN UNCLEAN WINDOW.  DATES JULIAN
      * 0CYYDDD (THE EIBDATE FORM), BDT-YMD THE SAME DAY AS
      * YYYYMMDD FOR DATECALC; TIME HHMMSS.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  BDT-REC IS 80 BYTES, KEY 8.
            02  BDT-REC.
                03  BDT-KEY       PIC X(8).
                03  BDT-DATE      PIC 9(7).
                03  BDT-YMD       PIC 9(8).
                03  BDT-PREV      PIC 9(7).
                03  BDT-ROLL-DATE PIC 9(7).
                03  BDT-ROLL-TIME PIC 9(6).
                03  BDT-FORCED    PIC X.
                03  FILLER        PIC X(36).
