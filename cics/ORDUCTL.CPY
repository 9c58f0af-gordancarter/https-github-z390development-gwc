      *****************************************************************
      * UNUSUAL-ORDER THRESHOLDS - ORDUCTL KSDS
      *
      * RPI 1409 - THE LIMITS THE ORDCHK1 SERVICE FLAGS AN ORDER
      * BEYOND, ONE RECORD KEYED 'DEFAULT '.  NO RECORD (OR THE FILE
      * CLOSED) MEANS THE DEFAULTS IN ORDCHK1, SHOWN HERE IN ( ).
      * AMOUNTS ARE IN CENTS LIKE ORD-AMT.
      *
      *    UCT-MINHIST   EARLIER ORDERS NEEDED BEFORE THE CUSTOMER'S
      *                  OWN AVERAGE AND FREQUENCY ARE TRUSTED (3)
      *    UCT-AMTMULT   FLAG AN ORDER OVER THIS MANY TIMES THE
      *                  CUSTOMER'S AVERAGE ORDER (5)
      *    UCT-AMTMAX    WITH TOO LITTLE HISTORY, FLAG AN ORDER OVER
      *                  THIS AMOUNT INSTEAD (10000000 = $100,000)
      *    UCT-FREQDAYS  THE FREQUENCY WINDOW, DAYS ENDING TODAY (7)
      *    UCT-FREQMULT  FLAG WHEN THE ORDERS IN THE WINDOW ARE OVER
      *                  THIS MANY TIMES THE CUSTOMER'S USUAL RATE (3)
      *    UCT-FREQMIN   ...AND THERE ARE AT LEAST THIS MANY (3)
      *    UCT-DORMDAYS  A CUSTOMER IDLE THIS MANY DAYS (CUST-LASTACT)
      *                  IS DORMANT (365)
      *    UCT-DORMAMT   FLAG A DORMANT CUSTOMER'S ORDER OF THIS
      *                  AMOUNT OR MORE (500000 = $5,000)
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  UCT-REC IS 50 BYTES, KEY 8.
            02  UCT-REC.
                03  UCT-KEY          PIC X(8).
                03  UCT-MINHIST      PIC 9(3).
                03  UCT-AMTMULT      PIC 9(3).
                03  UCT-AMTMAX       PIC 9(9).
                03  UCT-FREQDAYS     PIC 9(3).
                03  UCT-FREQMULT     PIC 9(3).
                03  UCT-FREQMIN      PIC 9(3).
                03  UCT-DORMDAYS     PIC 9(4).
                03  UCT-DORMAMT      PIC 9(9).
                03  FILLER           PIC X(5).
