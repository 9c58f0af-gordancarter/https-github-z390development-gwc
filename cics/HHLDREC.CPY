      *****************************************************************
      * CUSTOMER HOUSEHOLD RECORD - HHLDFILE KSDS
      *
      * RPI 1415 - REBUILT EACH NIGHT BY CUSTHHD1: ONE RECORD PER
      * MYFILE09 CUSTOMER, KEYED ON THE CUSTOMER NUMBER.  CUSTOMERS
      * WHOSE ADDRESSES STANDARDIZE (CUSTSTD1 POSTAL FORM) TO THE SAME
      * TEXT IN THE SAME ZIP ARE ONE HOUSEHOLD.  HH-ID IS THE LOWEST
      * CUSTOMER NUMBER AT THE ADDRESS, SO IT STAYS PUT FROM NIGHT TO
      * NIGHT WHILE THE MEMBERSHIP DOES; THAT CUSTOMER IS THE HEAD
      * (HH-HEAD 'Y') WHOSE PIECE CARRIES THE WHOLE HOUSEHOLD.
      * HH-NAME IS THE HOUSEHOLD ADDRESSEE - 'THE <SURNAME> HOUSEHOLD'
      * WHEN THE MEMBERS SHARE A SURNAME, OTHERWISE THE HEAD'S NAME
      * 'AND HOUSEHOLD' - OR THE CUSTOMER'S OWN NAME FOR A HOUSEHOLD
      * OF ONE.  HH-ADDR/HH-ZIP ARE THE STANDARDIZED ADDRESS.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  HH-REC IS 120 BYTES, KEY 8.
            02  HH-REC.
                03  HH-KEY.
                    04  HH-CUSTNO    PIC 9(8).
                03  HH-ID        PIC 9(8).
                03  HH-SIZE      PIC 9(4).
                03  HH-HEAD      PIC X.
                03  HH-NAME      PIC X(40).
                03  HH-ADDR      PIC X(40).
                03  HH-ZIP       PIC X(5).
                03  HH-DATE      PIC 9(7).
                03  FILLER       PIC X(7).
