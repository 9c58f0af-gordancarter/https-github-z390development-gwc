      *****************************************************************
      * SCREEN DEFINITION LINE - SCRDEF KSDS
      *
      * RPI 1438 - ONE RECORD PER FIELD OF A RAW-DATASTREAM SCREEN,
      * KEYED ON THE SCREEN ID AND A SEQUENCE NUMBER GIVING THE PAINT
      * ORDER.  THE SCRPNT1 SERVICE PAINTS A SCREEN FROM ITS LINES
      * (COMPOSING EVERY ADDRESS THROUGH SBABUILD) AND MAPS THE
      * INBOUND DATASTREAM BACK TO THE NAMED INPUT FIELDS, SO MOVING
      * OR REWORDING A FIELD IS A FILE UPDATE, NOT A RECOMPILE.
      *
      *   SDF-ROW/SDF-COL  WHERE THE FIELD STARTS (1-24 / 1-80).  WITH
      *                    AN ATTRIBUTE, THAT POSITION HOLDS THE
      *                    ATTRIBUTE BYTE AND THE TEXT FOLLOWS IT
      *   SDF-LEN          FIELD WIDTH (UP TO 60).  ZERO ON A LITERAL
      *                    OR A MESSAGE MEANS THE TEXT WITH TRAILING
      *                    BLANKS DROPPED
      *   SDF-ATTR         ' ' NONE - THE TEXT CARRIES ON THE FIELD
      *                        BEFORE IT
      *                    'P' PROTECTED      'H' PROTECTED, BRIGHT
      *                    'U' INPUT          'D' INPUT, NOT DISPLAYED
      *                    AN INPUT FIELD IS CLOSED BY A PROTECTED
      *                    ATTRIBUTE RIGHT AFTER ITS LAST POSITION
      *   SDF-TYPE         'L' LITERAL - SDF-TEXT
      *                    'M' MESSAGE - MSGCAT ID IN SDF-TEXT 1-8,
      *                        FETCHED IN THE CALLER'S LANGUAGE
      *                    'F' DATA    - THE CALLER'S VALUE FOR
      *                        SDF-NAME
      *                    'I' INPUT   - AS 'F', AND HANDED BACK BY
      *                        NAME WHEN THE SCREEN COMES IN
      *   SDF-NAME         THE NAME THE PROGRAM KNOWS THE FIELD BY
      *                    (F AND I LINES)
      *   SDF-TEXT         LITERAL TEXT, OR THE MESSAGE ID
      *
      * FOR EXAMPLE, THE APPROVAL SIGN-ON USERID PROMPT AND FIELD:
      *
      *   CMN4SIGN 020 04 10 00 ' ' L          'USERID..:'
      *   CMN4SIGN 030 04 19 08 'U' I USERID
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  SDF-REC IS 80 BYTES, KEY 11.
            02  SDF-REC.
                03  SDF-KEY.
                    04  SDF-SCREEN   PIC X(8).
                    04  SDF-SEQ      PIC 9(3).
                03  SDF-ROW      PIC 9(2).
                03  SDF-COL      PIC 9(2).
                03  SDF-LEN      PIC 9(2).
                03  SDF-ATTR     PIC X.
                03  SDF-TYPE     PIC X.
                03  SDF-NAME     PIC X(8).
                03  SDF-TEXT     PIC X(50).
                03  FILLER       PIC X(3).
