      *****************************************************************
      * CUSTOMER MAINTENANCE CONTROLS - CMNCTL KSDS
      *
      * RPI 1414 - ONE RECORD KEYED 'DEFAULT '.  NO RECORD (OR THE
      * FILE CLOSED) MEANS THE DEFAULTS SHOWN HERE IN ( ).
      *
      *    CMC-DIRAUTH   USRPROF AUTHORITY AT OR ABOVE WHICH A TESTCMN3
      *                  NAME OR ADDRESS CHANGE TAKES EFFECT AT ONCE;
      *                  BELOW IT THE CHANGE IS HELD ON CUSTPND FOR A
      *                  SECOND OPERATOR TO APPROVE THROUGH TESTCMN4,
      *                  WHOSE SIGN-ON NEEDS THIS AUTHORITY ('7', THE
      *                  SUPERVISOR LEVEL TESTCRD1 ASKS FOR)
      *
      * RPI 1436 - THE PII MASKING RULES THE PIIMSK1 SERVICE APPLIES
      * FOR EVERY CUSTOMER INQUIRY SCREEN (TESTCMN1/2/3):
      *
      *    CMC-PIIAUTH   USRPROF AUTHORITY AT OR ABOVE WHICH CUSTOMER
      *                  NAMES AND ADDRESSES ARE SHOWN IN FULL ('7';
      *                  A BLANK ON AN OLDER RECORD MEANS THE SAME)
      *    CMC-PIINAME   'N' SHOWS NAMES IN FULL TO EVERYONE; ANYTHING
      *                  ELSE CUTS THEM TO INITIALS PLUS SURNAME
      *                  BELOW THE LEVEL ('Y')
      *    CMC-PIIADDR   'N' SHOWS ADDRESSES IN FULL TO EVERYONE;
      *                  ANYTHING ELSE KEEPS ONLY THE HOUSE NUMBER
      *                  (THE ZIP IS ALWAYS SHOWN) BELOW THE LEVEL ('Y')
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  CMC-REC IS 40 BYTES, KEY 8.
            02  CMC-REC.
                03  CMC-KEY          PIC X(8).
                03  CMC-DIRAUTH      PIC X(1).
                03  CMC-PIIAUTH      PIC X(1).
                03  CMC-PIINAME      PIC X(1).
                03  CMC-PIIADDR      PIC X(1).
                03  FILLER           PIC X(28).
