      * CATALOG DEGRADES TO ENGLISH, NEVER TO 'NOT FOUND'.  OLD
      * CALLERS WITH THE SHORT COMMAREA GET THE DEFAULT CATALOG
      * UNCHANGED.
      *
      * RPI 1440 - ON ENTRY THE FLTCHK1 FAULT-INJECTION SWITCHBOARD
      * MAY FAIL THE CALL: A RETURNED FAILURE IS MC-RC 8,
      * THE CATALOG UNAVAILABLE.
      *
        PROGRAM-ID. MSGGET1.
        ENVIRONMENT DIVISION.
        77  SUB-IX    PIC 9(2)  COMP.
        77  SUB-FLD   PIC X(20).

      * RPI 1440 - FAULT-INJECTION CHECK (SEE FLTCHK1.CBL)
        01  FLC-COMM.
            02  FLC-SERVICE  PIC X(8)  VALUE 'MSGGET1'.
            02  FLC-CALLER   PIC X(8).
            02  FLC-ACTION   PIC X.
        77  FLCCOMML  PIC 9(4)  COMP  VALUE 17.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  MC-ID      PIC X(8).
        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE 0 TO MC-RC.
      * RPI 1440 - THE FAULT-INJECTION SWITCHBOARD GETS FIRST SAY
            MOVE SPACES TO FLC-CALLER.
            EXEC CICS HANDLE CONDITION INVREQ(MSGFLT) END-EXEC.
            EXEC CICS ASSIGN INVOKINGPROG(FLC-CALLER) END-EXEC.
        MSGFLT.
            EXEC CICS HANDLE CONDITION INVREQ END-EXEC.
            EXEC CICS LINK PROGRAM('FLTCHK1') COMMAREA(FLC-COMM)
                 LENGTH(FLCCOMML) END-EXEC.
            IF FLC-ACTION = 'R' THEN GO TO MSGSICK.
            MOVE MC-ID TO MSGKEY.
      * RPI 1382 - PICK THE CALLER'S CATALOG; A TRANSLATED MISS
      * FALLS BACK TO THE DEFAULT BEFORE ANY ERROR IS ADMITTED
