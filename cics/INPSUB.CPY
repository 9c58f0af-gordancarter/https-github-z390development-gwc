      *****************************************************************
      * REPLAY FIELD SUBSTITUTION - INPSUB KSDS
      *
      * RPI 1439 - LETS ONE RECORDED SESSION BE REPLAYED BY INPRPL1
      * WITH DIFFERENT DATA KEYED: A SET OF LINES, NAMED ON THE
      * REPLAY REQUEST, EACH REPLACING WHAT WAS TYPED INTO ONE INPUT
      * FIELD OF THE RECORDED STREAMS.
      *
      *   INS-STEP        ONLY THIS RECORDED STEP (INPRTTTT ITEM
      *                   NUMBER); ZERO = EVERY STEP
      *   INS-ROW/INS-COL THE FIELD'S FIRST DATA POSITION, AS THE
      *                   INBOUND SBA ADDRESSES IT (ONE PAST ITS
      *                   ATTRIBUTE); ZERO ROW = ANY FIELD
      *   INS-OLD         ONLY WHERE THIS WAS TYPED (BLANK = WHATEVER
      *                   WAS TYPED)
      *   INS-NEW         WHAT TO KEY INSTEAD, TRAILING BLANKS
      *                   DROPPED
      *
      * A LINE WITH NEITHER A ROW NOR AN OLD VALUE WOULD HIT EVERY
      * FIELD AND IS IGNORED.  THE FIRST LINE (IN SEQUENCE) THAT
      * MATCHES A FIELD WINS.  FOR EXAMPLE, REPLAY AN ORDER SESSION
      * FOR ANOTHER CUSTOMER AND AMOUNT:
      *
      *   ORDALT   010 0000 03 41 'SMITH JOHN'   'JONES MARY'
      *   ORDALT   020 0004 03 41                '25000'
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  INS-REC IS 120 BYTES, KEY 11.
            02  INS-REC.
                03  INS-KEY.
                    04  INS-SET      PIC X(8).
                    04  INS-SEQ      PIC 9(3).
                03  INS-STEP     PIC 9(4).
                03  INS-ROW      PIC 9(2).
                03  INS-COL      PIC 9(2).
                03  INS-OLD      PIC X(40).
                03  INS-NEW      PIC X(40).
                03  FILLER       PIC X(21).
