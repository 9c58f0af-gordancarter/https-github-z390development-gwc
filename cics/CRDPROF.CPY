      *****************************************************************
      * CUSTOMER CREDIT-PROFILE RECORD - CRDPROF KSDS
      *
      * RPI 1405 - ONE RECORD PER CUSTOMER NUMBER, MAINTAINED BY THE
      * TESTCRD1 TRANSACTION AND CHECKED BY TESTORD1 BEFORE AN ORDER
      * IS POSTED.  CRD-LIMIT IS IN CENTS, LIKE ORD-AMT AND AR-AMT.
      * THE EXPOSURE HELD AGAINST IT IS THE CUSTOMER'S OPEN ORDERS
      * (NOT YET INVOICED) PLUS OPEN RECEIVABLES LESS UNAPPLIED CASH.
      *
      *    CRD-HOLD  'Y'  CREDIT HOLD - EVERY NEW ORDER IS REFUSED
      *              'N'  NO HOLD
      *
      * A CUSTOMER WITH NO CRDPROF RECORD IS NOT CREDIT-CHECKED.
      * CRD-CHGDATE/CRD-CHGOPER NAME THE LAST MAINTENANCE.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  CRD-REC IS 40 BYTES, KEY 8.
            02  CRD-REC.
                03  CRD-CUSTNO       PIC 9(8).
                03  CRD-LIMIT        PIC 9(11).
                03  CRD-HOLD         PIC X.
                03  CRD-CHGDATE      PIC 9(7).
                03  CRD-CHGOPER      PIC X(8).
                03  FILLER           PIC X(5).
