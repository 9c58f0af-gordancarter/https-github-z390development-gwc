      * CODE AND DISPLAYS ARE ALMOST IDENTICAL TO GUI4/6
      * AFTER GUI4 IS ENDED, THE PROGRAM SWITCHES INTO GUI6

      * RPI 1425 - CUST-LASTACT IS THE BUSINESS DATE FROM
      * THE BDTSVC1 SERVICE (THE BUSINESS DATE BDROLL1 ROLLS), NOT
      * EIBDATE; AUDIT STAMPS STAY ON THE CLOCK.
      *
      * RPI 1437 - CUSTJRNQ RECORDS GO OUT THROUGH THE JRNCHN1 HASH
      * CHAIN SERVICE INSTEAD OF A DIRECT WRITEQ; JRNL-REC CARRIES
      * THE 27 CHAIN BYTES IT APPENDS.
      *
        PROGRAM-ID. TESTBMC1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
            02  JRNL-TIME   PIC 9(7).
            02  JRNL-BEFORE PIC X(92).
            02  JRNL-AFTER  PIC X(92).
      * RPI 1437 - CHAIN FIELDS STAMPED BY JRNCHN1 (SEE JRNCHN.CPY)
            02  JRNL-SEQ    PIC 9(9).
            02  JRNL-PREVH  PIC 9(18).
        77  JRNLRECL  PIC 9(4)  COMP.
      * RPI 1437 - JOURNAL RECORDS GO OUT THROUGH THE JRNCHN1 CHAIN
        01  JCH-COMM.
            02  JCH-JRNL    PIC X(8)   VALUE 'CUSTJRNQ'.
            02  JCH-QTYPE   PIC X      VALUE 'T'.
            02  JCH-RC      PIC 9(2).
            02  JCH-LEN     PIC 9(4)   COMP VALUE 245.
            02  JCH-DATA    PIC X(300).
        77  JCHCOMML  PIC 9(4)  COMP  VALUE 313.
        01  JRNL-BEF-SAVE   PIC X(92).

      * RPI 1330 - STATISTICS POSTS FOR THE CUSTOMER-FILE I/O (SEE
            02  FILLER           PIC X     VALUE SPACE.
            02  OCC-TEST-SUM     PIC 9(7).

      * RPI 1425 - BUSINESS-DATE SERVICE COMMAREA (SEE BDTSVC1.CBL)
        01  BDS-COMM.
            02  BDS-DATE   PIC 9(7).
            02  BDS-SYS    PIC 9(7).
            02  BDS-PREV   PIC 9(7).
            02  BDS-RC     PIC 9(2).
        77  BDSCOMML  PIC 9(4)  COMP  VALUE 23.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            MOVE COMMNAME TO CUST-NAME.
            MOVE COMMADDR TO CUST-ADDR.
            MOVE COMMZIP  TO CUST-ZIP.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO CUST-LASTACT.
            EXEC CICS HANDLE CONDITION DUPREC(CUSTDUP) END-EXEC.
            EXEC CICS WRITE FILE('MYFILE08') FROM(CUST-REC)
                      LENGTH(CUSTRECL) RIDFLD(CUST-NAME) END-EXEC.
            MOVE CUST-REC TO JRNL-BEF-SAVE.
            MOVE COMMADDR TO CUST-ADDR.
            MOVE COMMZIP  TO CUST-ZIP.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO CUST-LASTACT.
            EXEC CICS REWRITE FILE('MYFILE08') FROM(CUST-REC)
                      LENGTH(CUSTRECL) END-EXEC.
            MOVE 11 TO STP-SLOT.
            MOVE EIBTIME       TO JRNL-TIME.
            MOVE LOW-VALUES    TO JRNL-BEFORE.
            MOVE CUST-REC      TO JRNL-AFTER.
            MOVE JRNL-REC TO JCH-DATA.
            EXEC CICS LINK PROGRAM('JRNCHN1') COMMAREA(JCH-COMM)
                 LENGTH(JCHCOMML) END-EXEC.

      * RPI 1311 - BEFORE/AFTER AUDIT RECORD FOR THE GUI6 RE-KEY
        BMCJRNL.
            MOVE EIBTIME       TO JRNL-TIME.
            MOVE JRNL-BEF-SAVE TO JRNL-BEFORE.
            MOVE CUST-REC      TO JRNL-AFTER.
            MOVE JRNL-REC TO JCH-DATA.
            EXEC CICS LINK PROGRAM('JRNCHN1') COMMAREA(JCH-COMM)
                 LENGTH(JCHCOMML) END-EXEC.

      * RPI 1330 - ONE STATISTICS POST, SLOT PRESET BY THE CALLER
        CUSTSTAT.
