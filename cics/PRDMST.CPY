      *****************************************************************
      * PRODUCT MASTER RECORD - PRDMAST KSDS
      *
      * RPI 1406 - ONE RECORD PER ITEM CODE, MAINTAINED BY THE
      * TESTPRD1 TRANSACTION.  TESTORD1 PRICES EVERY ORDER LINE FROM
      * PRD-PRICE (CENTS PER UNIT) AND REFUSES AN UNKNOWN ITEM OR
      * ONE WHOSE PRD-ACTIVE IS NOT 'Y' AT ENTRY.  ITEMS ARE NEVER
      * DELETED - ORDER LINES ON FILE STILL NAME THEM - ONLY MADE
      * INACTIVE ('N').  PRD-CHGDATE/PRD-CHGOPER NAME THE LAST
      * MAINTENANCE.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  PRD-REC IS 70 BYTES, KEY 8.
            02  PRD-REC.
                03  PRD-CODE         PIC X(8).
                03  PRD-DESC         PIC X(30).
                03  PRD-PRICE        PIC 9(9).
                03  PRD-ACTIVE       PIC X.
                03  PRD-CHGDATE      PIC 9(7).
                03  PRD-CHGOPER      PIC X(8).
                03  FILLER           PIC X(7).
