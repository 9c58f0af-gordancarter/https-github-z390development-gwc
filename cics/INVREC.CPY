      *****************************************************************
      * INVOICE RECORD - INVFILE KSDS
      *
      * RPI 1401 - WRITTEN BY THE INVGEN1 NIGHTLY INVOICING STEP, ONE
      * INVOICE PER CUSTOMER PER RUN.  THE KEY IS THE INVOICE NUMBER
      * (FROM THE INVCTL CONTROL FILE, CUSTNCTL STYLE) PLUS A LINE
      * NUMBER: LINE 000 IS THE INVOICE HEADER (BILL-TO FROM THE
      * MYFILE09 MASTER AS IT STOOD AT BILLING, INVOICE TOTAL, LINE
      * COUNT), LINES 001-999 ARE ONE INVOICED ORDER EACH.  A
      * GENERIC BROWSE ON THE 8-DIGIT INVOICE NUMBER RETURNS THE
      * HEADER FOLLOWED BY ITS LINES.  INVH-PRTDATE STAYS ZERO UNTIL
      * THE INVPRT1 PRINT RUN HAS SPOOLED THE INVOICE.
      * RPI 1407 - SALES TAX IS CARRIED APART FROM THE GOODS: INVL-AMT
      * IS THE ORDER'S GOODS (ORD-AMT), INVL-TAX ITS TAX (ORD-TAX),
      * INVH-TAX THE INVOICE'S TAX TOTAL.  INVH-AMT IS THE AMOUNT
      * DUE, GOODS PLUS TAX, AS POSTED TO ARLEDGER.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  INV-REC IS 150 BYTES, KEY 11.
            02  INV-REC.
                03  INV-KEY.
                    04  INV-NUM      PIC 9(8).
                    04  INV-LINE     PIC 9(3).
                03  INV-BODY         PIC X(139).
      * LINE 000 - THE INVOICE HEADER
                03  INV-HDR REDEFINES INV-BODY.
                    04  INVH-CUSTNO  PIC 9(8).
                    04  INVH-DATE    PIC 9(7).
                    04  INVH-AMT     PIC 9(11).
                    04  INVH-LINES   PIC 9(3).
                    04  INVH-PRTDATE PIC 9(7).
                    04  INVH-NAME    PIC X(40).
                    04  INVH-ADDR    PIC X(40).
                    04  INVH-ZIP     PIC X(5).
                    04  INVH-TAX     PIC 9(11).
                    04  FILLER       PIC X(7).
      * LINES 001-999 - ONE INVOICED ORDER
                03  INV-DTL REDEFINES INV-BODY.
                    04  INVL-ORDNUM  PIC 9(6).
                    04  INVL-ORDDATE PIC 9(7).
                    04  INVL-AMT     PIC 9(9).
                    04  INVL-TAX     PIC 9(9).
                    04  INVL-TAXST   PIC X(2).
                    04  FILLER       PIC X(106).
