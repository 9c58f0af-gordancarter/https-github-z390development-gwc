      *****************************************************************
      * CUSTOMER ORDER LINE RECORD - ORDLINE KSDS
      *
      * RPI 1406 - ONE RECORD PER LINE OF AN ORDER, KEYED ON THE
      * ORDFILE KEY (CUSTOMER NUMBER + ORDER NUMBER) PLUS THE LINE
      * NUMBER, SO A GENERIC BROWSE ON THE 14-BYTE ORDER KEY RETURNS
      * AN ORDER'S LINES IN ENTRY ORDER.  WRITTEN BY TESTORD1 WITH
      * THE ORDER; THE UNIT PRICE AND DESCRIPTION ARE COPIED FROM
      * PRDMAST AT ENTRY SO A LATER PRICE CHANGE NEVER RE-PRICES AN
      * ORDER ALREADY TAKEN.  ORDL-AMT = ORDL-QTY * ORDL-PRICE, AND
      * THE ORDER'S ORD-AMT IS THE SUM OF ITS LINES' ORDL-AMT.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  ORDL-REC IS 83 BYTES, KEY 17.
            02  ORDL-REC.
                03  ORDL-KEY.
                    04  ORDL-CUSTNO  PIC 9(8).
                    04  ORDL-NUM     PIC 9(6).
                    04  ORDL-LINE    PIC 9(3).
                03  ORDL-ITEM    PIC X(8).
                03  ORDL-DESC    PIC X(30).
                03  ORDL-QTY     PIC 9(5).
                03  ORDL-PRICE   PIC 9(9).
                03  ORDL-AMT     PIC 9(9).
                03  FILLER       PIC X(5).
