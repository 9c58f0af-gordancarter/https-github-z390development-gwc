      *****************************************************************
      * PENDING CUSTOMER MASTER CHANGE - CUSTPND KSDS
      *
      * RPI 1414 - A NAME OR ADDRESS CHANGE KEYED IN TESTCMN3 BY AN
      * OPERATOR BELOW THE CMNCTL AUTHORITY LEVEL IS NOT APPLIED; IT
      * IS HELD HERE, KEYED ON THE CUSTOMER NUMBER AND THE DATE/TIME
      * IT WAS KEYED, UNTIL A SECOND OPERATOR WITH HIGHER AUTHORITY
      * APPROVES OR REJECTS IT THROUGH TESTCMN4.  THE RECORD STAYS ON
      * FILE ONCE DECIDED AS THE AUDIT TRAIL OF WHO KEYED AND WHO
      * DECIDED; CUSTPND1 REPORTS THE REJECTIONS AND THE ITEMS LEFT
      * PENDING OVER A DAY.
      *
      *    PND-FUNC      UPD = ADDRESS/ZIP CHANGE, REN = RENAME
      *    PND-STAT      P = PENDING, A = APPROVED, R = REJECTED
      *    PND-BEFORE    THE RECORD AS KEYED AGAINST AND THE RECORD
      *    PND-AFTER     AS IT WILL BE - THE 92-BYTE NAME-SHAPED
      *                  IMAGE CUSTJRNQ CARRIES (NAME, ADDR, ZIP,
      *                  LAST ACTIVITY).  APPROVAL IS REFUSED IF THE
      *                  MASTER NO LONGER MATCHES PND-BEFORE.
      *
      * DATES ARE JULIAN 0CYYDDD AND TIMES 0HHMMSS, AS EIBDATE AND
      * EIBTIME GIVE THEM.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  PND-REC IS 250 BYTES, KEY 22.
            02  PND-REC.
                03  PND-KEY.
                    04  PND-NUM      PIC 9(8).
                    04  PND-DATE     PIC 9(7).
                    04  PND-TIME     PIC 9(7).
                03  PND-FUNC     PIC X(3).
                03  PND-STAT     PIC X(1).
                03  PND-MAKER    PIC X(8).
                03  PND-MKAUTH   PIC X(1).
                03  PND-TERM     PIC X(4).
                03  PND-CHECKER  PIC X(8).
                03  PND-CHKDATE  PIC 9(7).
                03  PND-CHKTIME  PIC 9(7).
                03  PND-BEFORE   PIC X(92).
                03  PND-AFTER    PIC X(92).
                03  FILLER       PIC X(5).
