      * (COMMNAME / COMMADDR / ZIP) PLUS A SEPARATOR LINE THROUGH THE
      * SAME SPOOLOPEN/SPOOLWRITE/SPOOLCLOSE PATH TESTSPL1 PROVED.
      * A TRAILER LINE CARRIES THE LABEL COUNT FOR THE MAIL ROOM.
      *
      * RPI 1415 - ONE-PER-HOUSEHOLD MODE.  STARTED WITH START DATA
      * 'HOUSEHLD', THE RUN LOOKS EACH CUSTOMER UP IN THE HHLDFILE
      * HOUSEHOLDS CUSTHHD1 BUILDS NIGHTLY (NAME TO NUMBER THROUGH
      * CUSTXREF): A MEMBER WHO IS NOT THE HEAD GETS NO LABEL, AND
      * THE HEAD'S LABEL IS ADDRESSED TO THE HOUSEHOLD AT ITS
      * STANDARDIZED ADDRESS.  A CUSTOMER NEWER THAN THE LAST BUILD
      * (OR ANY RUN WITH HHLDFILE CLOSED) IS LABELLED AS BEFORE.  THE
      * TRAILER ADDS THE LABELS THE HOUSEHOLDS SAVED.
      *
      * RPI 1416 - A CUSTOMER WHOSE ADDRESS THE POST OFFICE HAS
      * RETURNED (ADRSTAT, ASKED THROUGH ADRSVC1) GETS NO LABEL UNTIL
      * THE ADDRESS IS CORRECTED; THE TRAILER COUNTS THEM.
      *
        PROGRAM-ID. CUSTLBL1.
        ENVIRONMENT DIVISION.
        77  LBL-LINEL  PIC 9(4)  COMP.
        77  LBL-COUNT  PIC 9(7)  COMP-3 VALUE 0.

      * RPI 1415 - RUN MODE FROM THE START DATA, AND THE HOUSEHOLD
      * LOOKUP (CUSTXREF NAME TO NUMBER, HHLDFILE BY NUMBER)
        77  LBL-MODE   PIC X(8)  VALUE SPACES.
        77  LBLMODEL   PIC 9(4)  COMP  VALUE 8.
        77  LBL-SAVED  PIC 9(7)  COMP-3 VALUE 0.
        01  CMST-AREA.
        COPY CUSTMST.
        77  XRFRECL   PIC 9(4)  COMP  VALUE 48.
        77  XRFKEY    PIC X(40).
        01  HH-AREA.
        COPY HHLDREC.
        77  HHRECL    PIC 9(4)  COMP  VALUE 120.
        77  HHKEY     PIC 9(8).

      * RPI 1416 - RETURNED-MAIL STATUS SERVICE (SEE ADRSVC1.CBL)
        01  ADR-COMM.
            02  ADR-FUNC    PIC X     VALUE 'I'.
            02  ADR-RC      PIC 9(2).
            02  ADR-NUM     PIC 9(8).
            02  ADR-NAME    PIC X(40).
            02  ADR-ADDR    PIC X(40).
            02  ADR-ZIP     PIC X(5).
            02  ADR-REASON  PIC X(2).
            02  ADR-RTNDATE PIC 9(7).
        77  ADRCOMML  PIC 9(4)  COMP  VALUE 105.
        77  LBL-HELD   PIC 9(7)  COMP-3 VALUE 0.

      * RPI 1384 - REPORT OUTPUT GOES THROUGH THE RPTSVC1 SERVICE,
      * WHICH SPOOLS AS BEFORE AND ALSO CATALOGS THE RUN (RPTCAT)
      * AND KEEPS THE LINES (RPTSTORE) FOR TESTRPR1 REPRINTS
        01  LBL-TRAILER.
            02  FILLER     PIC X(15) VALUE 'LABELS SPOOLED='.
            02  LBL-TRL-NO PIC ZZZZZZ9.
            02  FILLER     PIC X(21) VALUE ' HELD, RETURNED MAIL='.
            02  LBL-TRL-HELD PIC ZZZZZZ9.
            02  LBL-TRL-HH.
                03  FILLER PIC X(20) VALUE ' SAVED BY HOUSEHOLD='.
                03  LBL-TRL-SAVED PIC ZZZZZZ9.

        77  LBLDONEL   PIC 9(4)  COMP.
        01  LBLDONE.
        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LENGTH OF LBLDONE TO LBLDONEL.
      * RPI 1415 - 'HOUSEHLD' START DATA SELECTS THE HOUSEHOLD MODE;
      * NO START DATA (A TERMINAL RUN) IS ONE LABEL PER CUSTOMER
            EXEC CICS HANDLE CONDITION ENDDATA(LBLOPEN)
                 NOTFND(LBLOPEN) INVREQ(LBLOPEN) END-EXEC.
            EXEC CICS RETRIEVE INTO(LBL-MODE) LENGTH(LBLMODEL)
                 END-EXEC.

      * LBLOPEN  EQU   *
        LBLOPEN.
            MOVE 'O' TO RPS-FUNC.
            PERFORM LBLRPS.
      * NOTFND CAN ONLY COME FROM THE STARTBR (EMPTY FILE) - NO BROWSE
        LBLLOOP.
            EXEC CICS READNEXT FILE('MYFILE8P') INTO(CUST-REC)
                 LENGTH(CUSTRECL) RIDFLD(LBLZKEY) END-EXEC.
            PERFORM LBLPUT THRU LBLPUTX.
            GO TO LBLLOOP.

      * SPOOL ONE THREE-LINE LABEL PLUS THE SEPARATOR
        LBLPUT.
            MOVE CUST-NAME TO LBL-LINE1.
            MOVE CUST-ADDR TO LBL-LINE2.
            MOVE CUST-ZIP  TO LBL-ZIP.
      * RPI 1416 - NO LABEL FOR AN ADDRESS THAT CAME BACK
            MOVE 0 TO ADR-NUM.
            MOVE CUST-NAME TO ADR-NAME.
            EXEC CICS LINK PROGRAM('ADRSVC1') COMMAREA(ADR-COMM)
                 LENGTH(ADRCOMML) END-EXEC.
            IF ADR-RC = 4 THEN
                ADD 1 TO LBL-HELD
                GO TO LBLPUTX.
            IF LBL-MODE NOT = 'HOUSEHLD' THEN GO TO LBLPUTW.
      * RPI 1415 - THE CUSTOMER'S HOUSEHOLD.  NOT ON FILE = LABEL AS
      * KEYED; A MEMBER BEHIND THE HEAD = NO LABEL; THE HEAD OF A
      * HOUSEHOLD OF MORE THAN ONE = THE HOUSEHOLD'S LABEL
            EXEC CICS HANDLE CONDITION NOTFND(LBLPUTW)
                 NOTOPEN(LBLPUTW) END-EXEC.
            MOVE CUST-NAME TO XRFKEY.
            EXEC CICS READ FILE('CUSTXREF') INTO(XRF-REC)
                 LENGTH(XRFRECL) RIDFLD(XRFKEY) END-EXEC.
            MOVE XRF-NUM TO HHKEY.
            EXEC CICS READ FILE('HHLDFILE') INTO(HH-REC)
                 LENGTH(HHRECL) RIDFLD(HHKEY) END-EXEC.
            IF HH-HEAD NOT = 'Y' THEN
                ADD 1 TO LBL-SAVED
                GO TO LBLPUTX.
            IF HH-SIZE GREATER THAN 1 THEN
                MOVE HH-NAME TO LBL-LINE1
                MOVE HH-ADDR TO LBL-LINE2
                MOVE HH-ZIP  TO LBL-ZIP.
      * LBLPUTW  EQU   *
        LBLPUTW.
            ADD 1 TO LBL-COUNT.
            MOVE LENGTH OF LBL-LINE1 TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            MOVE SPACES TO RPS-LINE.
            MOVE SPACES TO RPS-LINE.
            MOVE LBL-SEP TO RPS-LINE.
            PERFORM LBLRPS.
        LBLPUTX.
            EXIT.

      * LBLEOF   EQU   *
      * END OF THE AIX BROWSE - TRAILER, CLOSE THE SPOOL, REPORT
      * EMPTY FILE - NOTHING TO END, JUST TRAILER AND CLOSE
        LBLNONE.
            MOVE LBL-COUNT TO LBL-TRL-NO.
            MOVE LBL-SAVED TO LBL-TRL-SAVED.
            MOVE LBL-HELD  TO LBL-TRL-HELD.
            IF LBL-MODE NOT = 'HOUSEHLD' THEN
                MOVE SPACES TO LBL-TRL-HH.
            MOVE LENGTH OF LBL-TRAILER TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            MOVE SPACES TO RPS-LINE.
