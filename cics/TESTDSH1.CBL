      * ABNDLOG FOR ABENDS - FIVE STOPS FOR ONE 3AM QUESTION.  THIS
      * TRANSACTION SHOWS THEM TOGETHER, REFRESHED ON EVERY ENTER:
      *
      *   ROW  4  REGION STATE (QUIESCEQ ITEM 1; 'OPEN' WHEN UNSET);
      *           RPI 1425 - THE BUSINESS DATE (BDTSVC1) BESIDE THE
      *           SYSTEM DATE, SO A MISSED OR DOUBLE ROLL SHOWS
      *   ROW  6  TODAY'S KEY STAT-CTR VALUES - TASKS, MYFILE08
      *           READS/WRITES, TS/TD WRITES
      *   ROW  7  ABENDS HANDLED, SCREENS SENT, ALERTS ROUTED
      *           OPERATOR CAN STILL ACT ON)
      *   ROW 13  SUSPECT FLAG - 'SUSPECT' WHEN ANYTHING ABOVE
      *           NEEDS A HUMAN (DRAINING REGION, FAILED OR STUCK
      *           STEP, SUSPECT ABEND RUN, PENDING OPERATOR ALERTS,
      *           NO BUSINESS DATE SET)
      *
      * PF3 ENDS, CLEAR REFRESHES.
      *
        77  ALRTCNT   PIC 9(4)  COMP.
        77  ABNDVERD  PIC X(12) VALUE SPACES.

      * RPI 1425 - BUSINESS-DATE SERVICE COMMAREA (SEE BDTSVC1.CBL)
        01  BDS-COMM.
            02  BDS-DATE   PIC 9(7).
            02  BDS-SYS    PIC 9(7).
            02  BDS-PREV   PIC 9(7).
            02  BDS-RC     PIC 9(2).
        77  BDSCOMML  PIC 9(4)  COMP  VALUE 23.

        77  DSHBAD    PIC X.

      * THE DASHBOARD SCREEN
            02  DSSBA2  PIC X(3).
            02  FILLER  PIC X(7)  VALUE 'STATE: '.
            02  DSHSTATE PIC X(8).
            02  FILLER  PIC X(16) VALUE ' BUSINESS DATE='.
            02  DSHBDATE PIC 9(7).
            02  FILLER  PIC X(9)  VALUE ' SYSTEM='.
            02  DSHSDATE PIC 9(7).
            02  DSSBA3  PIC X(3).
            02  FILLER  PIC X(6)  VALUE 'TASKS='.
            02  DSHTASK  PIC ZZZZZZ9.
        DSHPAINT.
            MOVE 'N' TO DSHBAD.
            PERFORM DSHQSC THRU DSHQSCX.
            PERFORM DSHBDT.
            PERFORM DSHSTAT THRU DSHSTATX.
            PERFORM DSHRUNS THRU DSHRUNSX.
            PERFORM DSHQCNT THRU DSHQCNTX.
            MOVE QSTATE-REC TO DSHSTATE.
            IF QSTATE-REC = 'DRAINING' THEN MOVE 'Y' TO DSHBAD.

      * RPI 1425 - BUSINESS DATE AGAINST THE SYSTEM DATE; NO BUSINESS
      * DATE RECORD (BDTSVC1 FELL BACK TO THE CLOCK) NEEDS A HUMAN
        DSHBDT.
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO DSHBDATE.
            MOVE BDS-SYS  TO DSHSDATE.
            IF BDS-RC NOT = 0 THEN MOVE 'Y' TO DSHBAD.

      * TODAY'S COUNTERS - NOTHING POSTED YET MEANS ALL ZERO
        DSHSTAT.
            MOVE ZEROS TO STAT-REC.
