      * POST), BUMPED, AND REWRITTEN IN PLACE.  A SLOT NUMBER OFF
      * THE END OF THE TABLE IS IGNORED RATHER THAN ABENDING THE
      * POSTING TEST - A STATISTIC IS NEVER WORTH A TEST FAILURE.
      *
      * RPI 1431 - THE SAME INCREMENT ALSO GOES TO THE SLOT IN THE
      * CURRENT HOUR'S ITEM OF TS QUEUE STATHRQ (SEE STATAREA.CPY),
      * SO THE DAY'S COUNTERS CAN BE SEEN HOUR BY HOUR.  THE DAY'S
      * FIRST POST CREATES ALL 24 HOUR ITEMS ZEROED, SO EVERY HOUR
      * IS ALWAYS AT ITS OWN ITEM NUMBER.
      *
      * RPI 1440 - ON ENTRY THE FLTCHK1 FAULT-INJECTION SWITCHBOARD
      * MAY FAIL THE CALL: A RETURNED FAILURE LEAVES THE
      * COUNTERS UNPOSTED.
      *
        PROGRAM-ID. STATPOST.
        ENVIRONMENT DIVISION.
        COPY STATAREA.
        77  STATRECL  PIC 9(4)  COMP.
        77  STATNEW   PIC X     VALUE 'N'.
        77  STATHITEM PIC S9(4) COMP.
        77  STATHIX   PIC S9(4) COMP.
        01  EIBTIMEW  PIC 9(7).
        01  FILLER REDEFINES EIBTIMEW.
            02  FILLER    PIC 9.
            02  STATHH    PIC 99.
            02  FILLER    PIC 9(4).

      * RPI 1440 - FAULT-INJECTION CHECK (SEE FLTCHK1.CBL)
        01  FLC-COMM.
            02  FLC-SERVICE  PIC X(8)  VALUE 'STATPOST'.
            02  FLC-CALLER   PIC X(8).
            02  FLC-ACTION   PIC X.
        77  FLCCOMML  PIC 9(4)  COMP  VALUE 17.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
               EXEC CICS RETURN END-EXEC.
            IF STP-SLOT LESS THAN 1 OR STP-SLOT GREATER THAN 20 THEN
               EXEC CICS RETURN END-EXEC.
      * RPI 1440 - THE FAULT-INJECTION SWITCHBOARD GETS FIRST SAY
            MOVE SPACES TO FLC-CALLER.
            EXEC CICS HANDLE CONDITION INVREQ(STATFLT) END-EXEC.
            EXEC CICS ASSIGN INVOKINGPROG(FLC-CALLER) END-EXEC.
        STATFLT.
            EXEC CICS HANDLE CONDITION INVREQ END-EXEC.
            EXEC CICS LINK PROGRAM('FLTCHK1') COMMAREA(FLC-COMM)
                 LENGTH(FLCCOMML) END-EXEC.
            IF FLC-ACTION = 'R' THEN
               EXEC CICS RETURN END-EXEC.

            MOVE 'N' TO STATNEW.
            EXEC CICS HANDLE CONDITION QIDERR(STATINIT)
            ELSE
               EXEC CICS WRITEQ TS QUEUE(STATSQ) FROM(STAT-REC)
                    LENGTH(STATRECL) ITEM(1) REWRITE END-EXEC.

      * STATHOUR EQU   *
      * RPI 1431 - THE SAME SLOT IN THE CURRENT HOUR'S BUCKET
        STATHOUR.
            MOVE EIBTIME TO EIBTIMEW.
            COMPUTE STATHITEM = STATHH + 1.
            EXEC CICS HANDLE CONDITION QIDERR(STATHNEW)
                 ITEMERR(STATHDONE) END-EXEC.
            MOVE LENGTH OF STAT-HOUR-REC TO STATRECL.
            EXEC CICS READQ TS QUEUE(STATHRQ) INTO(STAT-HOUR-REC)
                 LENGTH(STATRECL) ITEM(STATHITEM) END-EXEC.
            GO TO STATHBUMP.

      * STATHNEW EQU   *
      * FIRST POST OF THE DAY - ALL 24 HOURS, ZEROED
        STATHNEW.
            MOVE ZEROS TO STAT-HOUR-REC.
            MOVE LENGTH OF STAT-HOUR-REC TO STATRECL.
            MOVE 0 TO STATHIX.
        STATHNEWL.
            ADD 1 TO STATHIX.
            IF STATHIX NOT GREATER THAN 24 THEN
               EXEC CICS WRITEQ TS QUEUE(STATHRQ) FROM(STAT-HOUR-REC)
                    LENGTH(STATRECL) END-EXEC
               GO TO STATHNEWL.

      * STATHBUMP EQU  *
        STATHBUMP.
            ADD STP-ADD TO STAT-HCTR (STP-SLOT).
            MOVE LENGTH OF STAT-HOUR-REC TO STATRECL.
            EXEC CICS WRITEQ TS QUEUE(STATHRQ) FROM(STAT-HOUR-REC)
                 LENGTH(STATRECL) ITEM(STATHITEM) REWRITE END-EXEC.

      * STATHDONE EQU  *
        STATHDONE.
            EXEC CICS RETURN END-EXEC.
