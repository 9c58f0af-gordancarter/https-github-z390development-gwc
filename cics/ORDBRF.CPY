      *****************************************************************
      * BRANCH ORDER REFERENCE RECORD - ORDBREF KSDS
      *
      * RPI 1411 - ONE RECORD PER BRANCH ORDER THE ORDLDR1 LOADER HAS
      * POSTED, KEYED ON THE SENDING BRANCH PLUS THE BRANCH'S OWN
      * ORDER REFERENCE, POINTING AT THE ORDFILE ORDER IT BECAME.  A
      * BRANCH FILE SENT TWICE (OR A REFERENCE REPEATED WITHIN ONE
      * FILE) FINDS ITS KEY ALREADY HERE AND IS REJECTED INSTEAD OF
      * POSTING THE ORDER AGAIN.  BRF-DATE IS THE JULIAN 0CYYDDD
      * DATE THE ORDER WAS LOADED.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  BRF-REC IS 40 BYTES, KEY 16.
            02  BRF-REC.
                03  BRF-KEY.
                    04  BRF-BRANCH   PIC X(4).
                    04  BRF-REF      PIC X(12).
                03  BRF-CUSTNO   PIC 9(8).
                03  BRF-NUM      PIC 9(6).
                03  BRF-DATE     PIC 9(7).
                03  FILLER       PIC X(3).
