      *****************************************************************
      * CUSTOMER ORDER RECORD - ORDFILE KSDS
      *
      * RPI 1361 - KEYED CUSTOMER NUMBER(8) + ORDER NUMBER(6), SO A
      * CUSTOMER'S ORDERS STAY CONTIGUOUS AND SURVIVE A RENAME.
      * RPI 1400 - ORD-STAT CARRIES THE ORDER LIFECYCLE MAINTAINED BY
      * THE TESTORD2 TRANSACTION:
      *
      *    OPN  OPEN - AS POSTED BY TESTORD1
      *    SHP  SHIPPED
      *    INV  INVOICED - SET ONLY BY THE INVGEN1 BILLING STEP
      *         (RPI 1401)
      *    CLS  CLOSED
      *    CAN  CANCELLED
      *    HLD  HELD FOR REVIEW - THE CUSTOMER'S ZIP RESOLVED TO NO
      *         TAXING STATE AT POSTING (RPI 1407); TESTORD2
      *         RELEASES IT TO OPN ONCE THE TAX CAN BE COMPUTED, OR
      *         CANCELS IT
      *
      * CLS AND CAN ARE FINAL.  EVERY CHANGE LEAVES AN ORDHIST RECORD
      * (SEE ORDHST.CPY).
      * RPI 1406 - AN ORDER IS NOW ONE OR MORE ORDLINE RECORDS (SEE
      * ORDLIN.CPY) PRICED FROM THE PRDMAST PRODUCT MASTER; ORD-AMT
      * IS THEIR COMPUTED TOTAL, NO LONGER KEYED.
      * RPI 1407 - SALES TAX IS KEPT APART FROM THE GOODS: ORD-TAX IS
      * THE TAX IN CENTS AT THE TAXRATE RATE FOR ORD-TAXST, THE STATE
      * THE CUSTOMER'S ZIP RESOLVED TO THROUGH ZIPSVC1 (SPACES AND
      * ZERO TAX ON A HELD ORDER).  THE RECORD GREW FROM 73 TO 84.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  ORD-REC IS 84 BYTES.
            02  ORD-REC.
                03  ORD-KEY.
                    04  ORD-CUSTNO  PIC 9(8).
                    04  ORD-NUM     PIC 9(6).
                03  ORD-NAME    PIC X(40).
                03  ORD-DATE    PIC 9(7).
                03  ORD-AMT     PIC 9(9).
                03  ORD-STAT    PIC X(3).
                03  ORD-TAX     PIC 9(9).
                03  ORD-TAXST   PIC X(2).
