      *****************************************************************
      * SIGNED-ON SESSION REGISTRY RECORD - SESSREG KSDS
      *
      * RPI 1434 - ONE RECORD PER USER ID SIGNED ON THROUGH TESTGUIC,
      * KEYED ON THE USER ID, SO A USER CAN HOLD ONE SESSION AT A
      * TIME.  WRITTEN AT SIGN-ON, STAMPED WITH THE LAST ACTIVITY AT
      * EVERY MENU INTERACTION, DELETED AT SIGN-OFF, TIMEOUT, OR WHEN
      * THE SESSION FINDS IT HAS BEEN ENDED.  DATES ARE JULIAN
      * 0CYYDDD AND TIMES 0HHMMSS, AS EIBDATE/EIBTIME.  SES-FORCE 'Y'
      * IS SET BY THE TESTSES1 ADMINISTRATOR SCREEN: THE SESSION IS
      * SIGNED OFF AT ITS NEXT INTERACTION.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  SES-REC IS 48 BYTES, KEY 8.
            02  SES-REC.
                03  SES-KEY.
                    04  SES-USER     PIC X(8).
                03  SES-TERM     PIC X(4).
                03  SES-ONDATE   PIC 9(7).
                03  SES-ONTIME   PIC 9(7).
                03  SES-LDATE    PIC 9(7).
                03  SES-LTIME    PIC 9(7).
                03  SES-FORCE    PIC X.
                03  FILLER       PIC X(7).
