      *****************************************************************
      * PRE-PURGE NOTICE RECORD - PRGNOTC KSDS
      *
      * RPI 1417 - ONE RECORD PER CUSTOMER THE PRGNTC1 SELECTION RUN
      * FOUND DUE FOR ARCHIVING WITHIN THE NOTICE WINDOW, KEYED ON
      * THE MYFILE08 NAME KEY.  NTC-LASTACT IS THE LAST-ACTIVITY
      * DATE THE NOTICE WAS CALCULATED FROM - A CUSTOMER WHO HAS
      * BEEN ACTIVE SINCE NO LONGER MATCHES IT, SO AN OLD NOTICE
      * NEVER COVERS A NEW SPELL OF INACTIVITY.  NTC-ARCDATE IS THE
      * JULIAN 0CYYDDD DATE THE CUSTOMER BECOMES DUE FOR ARCHIVING
      * (NTC-ARCYMD THE SAME DATE YYYYMMDD, AS PRINTED ON THE LETTER).
      * NTC-SENTDATE STAYS ZERO UNTIL THE PRGLTR1 LETTER RUN HAS
      * SPOOLED THE LETTER; CUSTPRG1 SHOWS IT ON THE DISPOSITION
      * REPORT AS THE DATE NOTICE WAS GIVEN.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  NTC-REC IS 80 BYTES, KEY 40.
            02  NTC-REC.
                03  NTC-NAME         PIC X(40).
                03  NTC-LASTACT      PIC 9(7).
                03  NTC-ARCDATE      PIC 9(7).
                03  NTC-ARCYMD       PIC 9(8).
                03  NTC-SELDATE      PIC 9(7).
                03  NTC-SENTDATE     PIC 9(7).
                03  FILLER           PIC X(4).
