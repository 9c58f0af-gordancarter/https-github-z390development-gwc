      *   ZIP-RC 0 = FOUND (ZIP-CITY/ZIP-STATE FILLED), 4 = NO
      *   RANGE CONTAINS THE ZIP, 8 = ZIPFILE UNAVAILABLE (THE
      *   CALLER DECIDES WHETHER TO WAVE THE ZIP THROUGH).
      *
      * RPI 1440 - ON ENTRY THE FLTCHK1 FAULT-INJECTION SWITCHBOARD
      * MAY FAIL THE CALL: A RETURNED FAILURE IS ZIP-RC 8,
      * THE ZIPFILE UNAVAILABLE.
      *
        PROGRAM-ID. ZIPSVC1.
        ENVIRONMENT DIVISION.
        77  ZFKEY     PIC 9(5).
        77  ZIPBROPEN PIC X.

      * RPI 1440 - FAULT-INJECTION CHECK (SEE FLTCHK1.CBL)
        01  FLC-COMM.
            02  FLC-SERVICE  PIC X(8)  VALUE 'ZIPSVC1'.
            02  FLC-CALLER   PIC X(8).
            02  FLC-ACTION   PIC X.
        77  FLCCOMML  PIC 9(4)  COMP  VALUE 17.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  ZIP-IN     PIC X(5).
               MOVE 4 TO ZIP-RC
               EXEC CICS RETURN END-EXEC.
            MOVE 'N' TO ZIPBROPEN.
      * RPI 1440 - THE FAULT-INJECTION SWITCHBOARD GETS FIRST SAY
            MOVE SPACES TO FLC-CALLER.
            EXEC CICS HANDLE CONDITION INVREQ(ZIPFLT) END-EXEC.
            EXEC CICS ASSIGN INVOKINGPROG(FLC-CALLER) END-EXEC.
        ZIPFLT.
            EXEC CICS HANDLE CONDITION INVREQ END-EXEC.
            EXEC CICS LINK PROGRAM('FLTCHK1') COMMAREA(FLC-COMM)
                 LENGTH(FLCCOMML) END-EXEC.
            IF FLC-ACTION = 'R' THEN GO TO ZIPSICK.
      * THE END-STOP GUARANTEES A RECORD AT OR ABOVE EVERY ZIP, SO
      * STARTBR NOTFND CAN ONLY MEAN AN EMPTY OR UNBUILT FILE
            EXEC CICS HANDLE CONDITION NOTFND(ZIPMISS)
