      *****************************************************************
      * ORDER STATUS HISTORY RECORD - ORDHIST KSDS
      *
      * RPI 1400 - ONE RECORD PER ORD-STAT CHANGE, KEYED ON THE ORDER
      * KEY PLUS THE DATE AND TIME OF THE CHANGE, SO A GENERIC BROWSE
      * ON THE 14-BYTE ORDER KEY RETURNS AN ORDER'S HISTORY OLDEST
      * FIRST.  TWO CHANGES TO ONE ORDER IN THE SAME SECOND ARE KEPT
      * APART BY STEPPING ORDH-TIME ON A DUPLICATE KEY, ONE SECOND
      * AT A TIME WITH THE CARRY INTO MINUTES AND HOURS (ORDH-HMS),
      * NEVER PAST 235959.  ORDH-PGM
      * NAMES THE PROGRAM THAT MADE THE CHANGE (AN ONLINE
      * TRANSACTION OR A BATCH STEP), ORDH-OPER THE SIGNED-ON
      * OPERATOR (SPACES FROM BATCH).
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  ORDH-REC IS 54 BYTES, KEY 28.
            02  ORDH-REC.
                03  ORDH-KEY.
                    04  ORDH-CUSTNO  PIC 9(8).
                    04  ORDH-NUM     PIC 9(6).
                    04  ORDH-DATE    PIC 9(7).
                    04  ORDH-TIME    PIC 9(7).
                    04  ORDH-HMS     REDEFINES ORDH-TIME.
                        05  FILLER       PIC 9.
                        05  ORDH-HH      PIC 99.
                        05  ORDH-MM      PIC 99.
                        05  ORDH-SS      PIC 99.
                03  ORDH-OLDSTAT PIC X(3).
                03  ORDH-NEWSTAT PIC X(3).
                03  ORDH-OPER    PIC X(8).
                03  ORDH-TERM    PIC X(4).
                03  ORDH-PGM     PIC X(8).
