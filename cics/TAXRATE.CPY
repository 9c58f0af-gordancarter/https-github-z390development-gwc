      *****************************************************************
      * SALES-TAX RATE RECORD - TAXRATE KSDS
      *
      * RPI 1407 - ONE RECORD PER STATE PER EFFECTIVE DATE, LOADED BY
      * TAXLOAD1.  THE RATE IN FORCE FOR A STATE ON A DAY IS THE
      * RECORD WITH THE LATEST TAX-EFFDATE NOT AFTER THAT DAY, SO A
      * RATE CHANGE IS LOADED AHEAD OF TIME UNDER ITS FUTURE DATE
      * AND TAKES OVER BY ITSELF.  TAX-EFFDATE IS JULIAN 0CYYDDD
      * (THE EIBDATE CONVENTION); TAX-RATE IS A FRACTION, SO 7.25
      * PERCENT IS 0.07250.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  TAX-REC IS 20 BYTES, KEY 9.
            02  TAX-REC.
                03  TAX-KEY.
                    04  TAX-STATE    PIC X(2).
                    04  TAX-EFFDATE  PIC 9(7).
                03  TAX-RATE     PIC 9V9(5).
                03  FILLER       PIC X(5).
