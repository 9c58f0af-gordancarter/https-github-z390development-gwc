      * EVENT TYPES IN USE: SGNFAIL (BAD SIGN-ON), LOCKOUT (THIRD
      * FAILED TRY), AUTHVIOL (UNAUTHORIZED SELECTION), ADMFAIL
      * (ADMIN TRANSACTION SIGN-ON REFUSED).
      *
      * RPI 1400 - ORDFAIL (TESTORD2 ORDER MAINTENANCE SIGN-ON
      * REFUSED).
      *
      * RPI 1405 - CRDFAIL (TESTCRD1 CREDIT MAINTENANCE SIGN-ON OR A
      * TESTORD1 CREDIT OVERRIDE REFUSED).  THE CREDIT DECISIONS
      * THEMSELVES GO TO CRDEVT1'S CRDJ QUEUE.
      *
      * RPI 1406 - PRDFAIL (TESTPRD1 PRODUCT MAINTENANCE SIGN-ON
      * REFUSED).
      *
      * RPI 1414 - CM3FAIL (TESTCMN3 CUSTOMER MAINTENANCE SIGN-ON
      * REFUSED), CM4FAIL (TESTCMN4 CHANGE APPROVAL SIGN-ON REFUSED)
      * AND CHKSELF (AN OPERATOR TRYING TO APPROVE THEIR OWN CHANGE).
      *
      * RPI 1434 - SESSION EVENTS: IDLEOUT (SESSION TIMED OUT),
      * DUPREF (SIGN-ON REFUSED - USER ACTIVE AT ANOTHER TERMINAL),
      * DUPEND (SESSION ENDED BY A SIGN-ON AT ANOTHER TERMINAL),
      * FORCEOFF (SESSION FORCED OFF FROM THE TESTSES1 SCREEN - THE
      * TERMINAL STAMPED IS THE ADMINISTRATOR'S) AND SESFAIL
      * (TESTSES1 SIGN-ON REFUSED).
      *
      * RPI 1436 - CM1FAIL (TESTCMN1 CUSTOMER MAINTENANCE SIGN-ON
      * REFUSED), CM2FAIL (TESTCMN2 CHANGE HISTORY SIGN-ON REFUSED)
      * AND UNMASK (AN OPERATOR BELOW THE CMNCTL LEVEL ASKING TO SEE
      * A CUSTOMER'S NAME AND ADDRESS IN FULL - SEE PIIMSK1).
      *
      * RPI 1437 - THE RECORD NOW GOES OUT THROUGH THE JRNCHN1 HASH
      * CHAIN SERVICE, WHICH APPENDS A SEQUENCE NUMBER AND THE HASH
      * OF THE PREVIOUS SECJ RECORD (61 BYTES IN THE DATASET) SO THE
      * NIGHTLY JRNVFY1 RUN CAN PROVE NOTHING WAS REMOVED OR EDITED.
      *
        PROGRAM-ID. SECEVT1.
        ENVIRONMENT DIVISION.
            02  SEC-REC-DATE  PIC 9(7).
            02  SEC-REC-TIME  PIC 9(7).
        77  SECRECL   PIC 9(4)  COMP.
        01  JCH-COMM.
            02  JCH-JRNL    PIC X(8)   VALUE 'SECJ'.
            02  JCH-QTYPE   PIC X      VALUE 'D'.
            02  JCH-RC      PIC 9(2).
            02  JCH-LEN     PIC 9(4)   COMP.
            02  JCH-DATA    PIC X(300).
        77  JCHCOMML  PIC 9(4)  COMP  VALUE 313.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            MOVE EIBDATE  TO SEC-REC-DATE.
            MOVE EIBTIME  TO SEC-REC-TIME.
            MOVE LENGTH OF SEC-REC TO SECRECL.
            MOVE SECRECL TO JCH-LEN.
            MOVE SEC-REC TO JCH-DATA.
            EXEC CICS LINK PROGRAM('JRNCHN1') COMMAREA(JCH-COMM)
                 LENGTH(JCHCOMML) END-EXEC.
            EXEC CICS RETURN END-EXEC.
