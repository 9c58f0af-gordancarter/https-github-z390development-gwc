      * FACT WITHOUT A 3270.  SC-ERASE 'Y' ADDS ERASE TO THE SEND.
      * SC-SENDSW 'N' CAPTURES WITHOUT SENDING (UNATTENDED RUNS WITH
      * NO TERMINAL AT ALL).
      *
      * RPI 1439 - A TASK WITH NO TERMINAL (AN INPRPL1 REPLAY DRIVING
      * A RECORDED SESSION) IS CAPTURED WITHOUT SENDING WHATEVER THE
      * CALLER ASKED FOR.
      *
      * RPI 1440 - ON ENTRY THE FLTCHK1 FAULT-INJECTION SWITCHBOARD
      * MAY FAIL THE CALL: A RETURNED FAILURE DROPS BOTH THE
      * CAPTURE AND THE SEND.
      *
        PROGRAM-ID. SCRNCAP1.
        ENVIRONMENT DIVISION.
            02  STP-SLOT   PIC 9(2)  COMP.
            02  STP-ADD    PIC 9(4)  COMP VALUE 1.

      * RPI 1440 - FAULT-INJECTION CHECK (SEE FLTCHK1.CBL)
        01  FLC-COMM.
            02  FLC-SERVICE  PIC X(8)  VALUE 'SCRNCAP1'.
            02  FLC-CALLER   PIC X(8).
            02  FLC-ACTION   PIC X.
        77  FLCCOMML  PIC 9(4)  COMP  VALUE 17.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  SC-PGM      PIC X(8).

            IF EIBCALEN NOT = LENGTH OF DFHCOMMAREA THEN
               EXEC CICS ABEND ABCODE('SCP1') END-EXEC.
      * RPI 1440 - THE FAULT-INJECTION SWITCHBOARD GETS FIRST SAY
            MOVE SPACES TO FLC-CALLER.
            EXEC CICS HANDLE CONDITION INVREQ(SCAPFLT) END-EXEC.
            EXEC CICS ASSIGN INVOKINGPROG(FLC-CALLER) END-EXEC.
        SCAPFLT.
            EXEC CICS HANDLE CONDITION INVREQ END-EXEC.
            EXEC CICS LINK PROGRAM('FLTCHK1') COMMAREA(FLC-COMM)
                 LENGTH(FLCCOMML) END-EXEC.
            IF FLC-ACTION = 'R' THEN GO TO SCAPRET.

      * MIRROR FIRST, SO EVEN A SEND THAT FAILS IS ON THE QUEUE
            MOVE SC-PGM TO SCAP-PGM.
            EXEC CICS LINK PROGRAM('STATPOST') COMMAREA(STP-COMM)
                 LENGTH(4) END-EXEC.
            IF SC-SENDSW = 'N' THEN GO TO SCAPRET.
            IF EIBTRMID = SPACES OR EIBTRMID = LOW-VALUES THEN
               GO TO SCAPRET.
            MOVE 15 TO STP-SLOT.
            EXEC CICS LINK PROGRAM('STATPOST') COMMAREA(STP-COMM)
                 LENGTH(4) END-EXEC.
