      * THE RECORD TO THE VJRN EXTRAPARTITION TD QUEUE, WHOSE DATASET
      * THE VSAMFRR1 BATCH REPLAY APPLIES AGAINST A RESTORED COPY IN
      * SEQUENCE TO REACH THE FAILURE POINT.
      *
      * RPI 1440 - ON ENTRY THE FLTCHK1 FAULT-INJECTION SWITCHBOARD
      * MAY FAIL THE CALL: A RETURNED FAILURE DROPS THE
      * JOURNAL RECORD UNWRITTEN, AS A LOST TD WRITE WOULD.
      *
        PROGRAM-ID. VSAMJRN1.
        ENVIRONMENT DIVISION.
            02  STP-SLOT   PIC 9(2)  COMP VALUE 13.
            02  STP-ADD    PIC 9(4)  COMP VALUE 1.

      * RPI 1440 - FAULT-INJECTION CHECK (SEE FLTCHK1.CBL)
        01  FLC-COMM.
            02  FLC-SERVICE  PIC X(8)  VALUE 'VSAMJRN1'.
            02  FLC-CALLER   PIC X(8).
            02  FLC-ACTION   PIC X.
        77  FLCCOMML  PIC 9(4)  COMP  VALUE 17.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
        COPY VSAMJRN.

            IF EIBCALEN NOT = LENGTH OF JRN-REC THEN
               EXEC CICS ABEND ABCODE('VJN1') END-EXEC.
      * RPI 1440 - THE FAULT-INJECTION SWITCHBOARD GETS FIRST SAY
            MOVE SPACES TO FLC-CALLER.
            EXEC CICS HANDLE CONDITION INVREQ(VJNFLT) END-EXEC.
            EXEC CICS ASSIGN INVOKINGPROG(FLC-CALLER) END-EXEC.
        VJNFLT.
            EXEC CICS HANDLE CONDITION INVREQ END-EXEC.
            EXEC CICS LINK PROGRAM('FLTCHK1') COMMAREA(FLC-COMM)
                 LENGTH(FLCCOMML) END-EXEC.
            IF FLC-ACTION = 'R' THEN
               EXEC CICS RETURN END-EXEC.
            MOVE EIBDATE TO JRN-DATE.
            MOVE EIBTIME TO JRN-TIME.
            MOVE EIBTASKN TO JRN-TASK.
