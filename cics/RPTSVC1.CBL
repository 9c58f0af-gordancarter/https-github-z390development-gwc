      * TESTRPR1 RE-SPOOLS ANY CATALOGED REPORT FROM THE STORE.
      * RPS-RC 0 = DONE, 8 = STORE/CATALOG UNAVAILABLE (THE SPOOL
      * SIDE STILL HAPPENED - A SICK STORE NEVER COSTS THE PRINT).
      *
      * RPI 1440 - ON ENTRY THE FLTCHK1 FAULT-INJECTION SWITCHBOARD
      * MAY FAIL THE CALL: A RETURNED FAILURE IS RPS-RC 8 -
      * THE SPOOL SIDE STILL HAPPENS, THE STORE AND CATALOG DO NOT.
      *
      * RPI 1447 - 'C' REPORTS THE FINISHED REPORT (ID AND RUN DATE)
      * TO TRCSVC1 'L' AS JOURNAL 'RPTCAT', SO A REPORT PRODUCED FOR
      * AN SOA REQUEST SHOWS IN THAT CORR-ID'S TRACE.
      *
        PROGRAM-ID. RPTSVC1.
        ENVIRONMENT DIVISION.

        77  EIBTIMEW  PIC 9(7).

      * RPI 1440 - FAULT-INJECTION CHECK (SEE FLTCHK1.CBL)
        01  FLC-COMM.
            02  FLC-SERVICE  PIC X(8)  VALUE 'RPTSVC1'.
            02  FLC-CALLER   PIC X(8).
            02  FLC-ACTION   PIC X.
        77  FLCCOMML  PIC 9(4)  COMP  VALUE 17.

      * RPI 1447 - TRACE LINK (SEE TRCSVC1.CBL)
        01  RPS-TRC.
            02  RPT-FUNC    PIC X      VALUE 'L'.
            02  RPT-RC      PIC 9(2).
            02  RPT-CORR    PIC 9(8).
            02  RPT-CRED    PIC X(8).
            02  RPT-JRNL    PIC X(8)   VALUE 'RPTCAT'.
            02  RPT-SEQ     PIC 9(9)   VALUE 0.
            02  RPT-INFO.
                03  RPT-INFO-ID   PIC X(8).
                03  FILLER        PIC X      VALUE SPACE.
                03  RPT-INFO-DATE PIC 9(7).
                03  FILLER        PIC X(4)   VALUE SPACES.
        77  RPSTRCL   PIC 9(4)  COMP  VALUE 56.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  RPS-FUNC    PIC X.
        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE 0 TO RPS-RC.
      * RPI 1440 - THE FAULT-INJECTION SWITCHBOARD GETS FIRST SAY
            MOVE SPACES TO FLC-CALLER.
            EXEC CICS HANDLE CONDITION INVREQ(RPSFLT) END-EXEC.
            EXEC CICS ASSIGN INVOKINGPROG(FLC-CALLER) END-EXEC.
        RPSFLT.
            EXEC CICS HANDLE CONDITION INVREQ END-EXEC.
            EXEC CICS LINK PROGRAM('FLTCHK1') COMMAREA(FLC-COMM)
                 LENGTH(FLCCOMML) END-EXEC.
            IF RPS-FUNC = 'O' THEN GO TO RPSOPEN.
            IF RPS-FUNC = 'W' THEN GO TO RPSWRITE.
            IF RPS-FUNC = 'C' THEN GO TO RPSCLOSE.
                 END-EXEC.
            MOVE EIBDATE TO RPS-DATE.
            MOVE 0 TO RPS-COUNT.
            IF FLC-ACTION = 'R' THEN MOVE 8 TO RPS-RC.
            EXEC CICS RETURN END-EXEC.

      * RPSWRITE EQU   *
            EXEC CICS SPOOLWRITE TOKEN(RPS-TOKEN) FROM(RPS-LINE)
                 FLENGTH(RPS-LINEL) END-EXEC.
            ADD 1 TO RPS-COUNT.
            IF FLC-ACTION = 'R' THEN GO TO RPSSICK.
            EXEC CICS HANDLE CONDITION NOTOPEN(RPSSICK)
                 DUPREC(RPSWREWR) END-EXEC.
            MOVE RPS-ID    TO RS-ID.
      * RPSCLOSE EQU   *
        RPSCLOSE.
            EXEC CICS SPOOLCLOSE TOKEN(RPS-TOKEN) END-EXEC.
            MOVE RPS-ID   TO RPT-INFO-ID.
            MOVE RPS-DATE TO RPT-INFO-DATE.
            EXEC CICS LINK PROGRAM('TRCSVC1') COMMAREA(RPS-TRC)
                 LENGTH(RPSTRCL) END-EXEC.
            IF FLC-ACTION = 'R' THEN GO TO RPSSICK.
            EXEC CICS HANDLE CONDITION NOTOPEN(RPSSICK)
                 DUPREC(RPSCREWR) END-EXEC.
            MOVE RPS-ID   TO RC-ID.
