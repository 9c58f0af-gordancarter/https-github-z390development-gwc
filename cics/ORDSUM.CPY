      *****************************************************************
      * ORDER HISTORY ANNUAL SUMMARY RECORD - ORDSUM KSDS
      *
      * RPI 1419 - ONE RECORD PER CUSTOMER NUMBER PER CALENDAR YEAR OF
      * ORDER DATE, KEEPING ONLINE THE TOTALS OF THE ORDERS THE
      * ORDARC1 RETENTION RUN HAS ARCHIVED OFF ORDFILE.  EACH RUN ADDS
      * TO THE YEAR'S TOTALS BEFORE IT REMOVES THE DETAIL, SO ORDFILE
      * PLUS ORDSUM IS ALWAYS THE CUSTOMER'S WHOLE ORDER HISTORY.
      * OSM-ORDERS/OSM-GOODS/OSM-TAX COUNT THE CLOSED ORDERS ONLY;
      * CANCELLED ORDERS ARE COUNTED IN OSM-CANCEL AND ADD NO AMOUNT.
      * OSM-FIRST/OSM-LAST ARE THE EARLIEST AND LATEST CLOSED ORDER
      * DATES (JULIAN 0CYYDDD, ZERO WHEN THE YEAR HAD ONLY
      * CANCELLATIONS), OSM-NAME THE NAME ON THE LATEST ORDER.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  OSM-REC IS 120 BYTES, KEY 12.
            02  OSM-REC.
                03  OSM-KEY.
                    04  OSM-CUSTNO   PIC 9(8).
                    04  OSM-YEAR     PIC 9(4).
                03  OSM-ORDERS   PIC 9(7).
                03  OSM-CANCEL   PIC 9(7).
                03  OSM-GOODS    PIC 9(13).
                03  OSM-TAX      PIC 9(11).
                03  OSM-FIRST    PIC 9(7).
                03  OSM-LAST     PIC 9(7).
                03  OSM-NAME     PIC X(40).
                03  OSM-UPDATED  PIC 9(7).
                03  FILLER       PIC X(9).
