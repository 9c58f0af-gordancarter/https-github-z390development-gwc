      *****************************************************************
      * DATA-SUBJECT ACCESS REPORT LINE - DSRFILE KSDS
      *
      * RPI 1413 - REBUILT BY EACH CUSTDSR1 RUN: THE SECTIONED REPORT
      * OF EVERYTHING HELD ABOUT ONE CUSTOMER, ONE RECORD PER PRINT
      * LINE IN PRINT ORDER, KEYED ON THE LINE NUMBER.  DSR-CASE IS
      * THE PRIVACY CASE NUMBER FROM THE DSRCTL CONTROL CARD, THE
      * SAME ON EVERY LINE; THE DSRPRT1 TRANSACTION SPOOLS THE LINES
      * THROUGH RPTSVC1 AS REPORT ID 'DSAR' + CASE NUMBER.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  DSR-REC IS 130 BYTES, KEY 6.
            02  DSR-REC.
                03  DSR-KEY.
                    04  DSR-LINENO   PIC 9(6).
                03  DSR-CASE     PIC 9(4).
                03  DSR-TEXT     PIC X(120).
