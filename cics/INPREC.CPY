      *****************************************************************
      * RECORDED OPERATOR INPUT - INPRTTTT TS QUEUE ITEM
      *
      * RPI 1439 - WHILE A TERMINAL IS BEING RECORDED (INPRPL1
      * 'RECORD', WHICH PUTS THE INPCTTTT CONTROL QUEUE IN PLACE),
      * EVERY INBOUND DATASTREAM A WIRED TRANSACTION TAKES THROUGH
      * THE INPSVC1 SERVICE IS WRITTEN TO QUEUE 'INPR' + THE
      * TERMINAL ID, IN THE ORDER RECEIVED, ONE ITEM PER STREAM.
      * THE ITEM NUMBER IS THE REPLAY STEP NUMBER.
      *
      *   IRC-KIND  'S' THE TRANSACTION STARTED A CONVERSATION (FIRST
      *                 ENTRY, NO COMMAREA) - NO DATA
      *             'I' AN INBOUND DATASTREAM AS RECEIVED: AID,
      *                 CURSOR ADDRESS, THEN SBA + DATA PER FIELD
      *             'C' (REPLAY FEED QUEUE ONLY) THE COMMAREA THE
      *                 TRANSACTION WOULD HAVE RETURNED WITH
      *   IRC-CALEN THE COMMAREA LENGTH THE STEP CAME IN WITH
      *
      * THE SAME LAYOUT CARRIES THE INPRPL1 REPLAY FEED QUEUE ('IR'
      * + THE DRIVER'S TASK NUMBER): ITEM 1 THE STREAM FOR THE STEP
      * BEING REPLAYED, ITEM 2 THE COMMAREA HANDED BACK.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  IRC-REC IS 560 BYTES.
            02  IRC-REC.
                03  IRC-KIND     PIC X.
                03  IRC-TRAN     PIC X(4).
                03  IRC-PGM      PIC X(8).
                03  IRC-TASKN    PIC 9(7).
                03  IRC-DATE     PIC 9(7).
                03  IRC-TIME     PIC 9(6).
                03  IRC-CALEN    PIC 9(4).
                03  IRC-AID      PIC X.
                03  IRC-LEN      PIC 9(4).
                03  IRC-DATA     PIC X(512).
                03  FILLER       PIC X(6).
