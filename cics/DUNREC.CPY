      *****************************************************************
      * DUNNING-NOTICE RECORD - DUNFILE KSDS
      *
      * RPI 1403 - REBUILT EACH NIGHT BY THE ARAGE1 AGING RUN, ONE
      * RECORD PER CUSTOMER NUMBER WITH ANY RECEIVABLE MORE THAN 60
      * DAYS PAST DUE, AND PRINTED BY THE DUNPRT1 TRANSACTION.
      * DUN-LEVEL IS THE WORST BUCKET THE CUSTOMER REACHED:
      *
      *    1  61-90 DAYS PAST DUE     (MSGCAT WORDING ID ARDUN061)
      *    2  OVER 90 DAYS PAST DUE   (MSGCAT WORDING ID ARDUN091)
      *
      * BILL-TO IS TAKEN FROM THE MYFILE09 MASTER AT AGING TIME.
      * DUN-PRTDATE STAYS ZERO UNTIL DUNPRT1 HAS SPOOLED THE NOTICE.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  DUN-REC IS 150 BYTES, KEY 8.
            02  DUN-REC.
                03  DUN-CUSTNO       PIC 9(8).
                03  DUN-LEVEL        PIC 9.
                03  DUN-DATE         PIC 9(7).
                03  DUN-AMT61        PIC 9(11).
                03  DUN-AMT91        PIC 9(11).
                03  DUN-TOTAL        PIC 9(11).
                03  DUN-OLDEST       PIC 9(5).
                03  DUN-PRTDATE      PIC 9(7).
                03  DUN-NAME         PIC X(40).
                03  DUN-ADDR         PIC X(40).
                03  DUN-ZIP          PIC X(5).
                03  FILLER           PIC X(4).
