      *****************************************************************
      * CUSTOMER VALUE RECORD - CUSTVAL KSDS
      *
      * RPI 1418 - REBUILT EACH NIGHT BY THE CUSTRFM1 RUN, ONE RECORD
      * PER CUSTOMER NUMBER WITH ANY ORDER ON ORDFILE THAT WAS NOT
      * CANCELLED: THE LIFETIME SUMMARY (FIRST AND LAST ORDER DATE,
      * JULIAN 0CYYDDD, ORDER COUNT AND GOODS TOTAL IN CENTS) AND THE
      * CUSTOMER'S QUINTILE SCORES, 1 = BOTTOM FIFTH TO 5 = TOP:
      *
      *    CV-RSCORE  RECENCY   - LATEST LAST ORDER SCORES 5
      *    CV-FSCORE  FREQUENCY - MOST ORDERS SCORES 5
      *    CV-MSCORE  MONETARY  - LARGEST TOTAL SCORES 5
      *
      * CV-SEG IS THE MARKETING SEGMENT THE THREE SCORES PLACE THE
      * CUSTOMER IN (SEE CUSTRFM1.CBL FOR THE RULE):
      *
      *    CHAMPION  LOYAL  NEW  AT RISK  LOST  REGULAR
      *
      * A CUSTOMER WITH NO RECORD HAS NO ORDER HISTORY.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  CV-REC IS 60 BYTES, KEY 8.
            02  CV-REC.
                03  CV-CUSTNO        PIC 9(8).
                03  CV-FIRST         PIC 9(7).
                03  CV-LAST          PIC 9(7).
                03  CV-COUNT         PIC 9(5).
                03  CV-TOTAL         PIC 9(11).
                03  CV-RSCORE        PIC 9.
                03  CV-FSCORE        PIC 9.
                03  CV-MSCORE        PIC 9.
                03  CV-SEG           PIC X(8).
                03  CV-BUILT         PIC 9(7).
                03  FILLER           PIC X(4).
