      * CALLED AT 02:30 INSTEAD OF BRIEFED AT 08:00.  PLAN TIMES ARE
      * CLOCK TIMES WITHIN THE WINDOW'S CALENDAR DAY, THE SAME
      * SECONDS-SINCE-MIDNIGHT ARITHMETIC TESTSCH1 USES.
      *
      * RPI 1430 - EACH BREACH IS ALSO LOGGED, ONCE, TO TS QUEUE
      * SLAMISSQ (THE ALERT RECORD AS SENT) FOR THE TRNPRT1 SHIFT-
      * TURNOVER REPORT; A LATER CYCLE THAT FINDS THE SAME STEP
      * STILL LATE THE SAME DAY ALERTS AGAIN BUT DOES NOT LOG AGAIN.
      * THE QUEUE IS TRIMMED BY TESTQHK1 LIKE ANY MANAGED QUEUE.
      *
      * RPI 1433 - A SLAPLAN KEY STARTING '*' IS NOT A STEP: THE
      * '*WINDOW ' RECORD HOLDS THE WINDOW'S OPENING TIME (START)
      * AND DEADLINE (END) FOR THE WINFCST1 FORECAST, AND IS PASSED
      * OVER HERE.
      *
        PROGRAM-ID. TESTSLA1.
        ENVIRONMENT DIVISION.
            02  ALERT-DATE  PIC 9(7).
        77  ALERTRECL PIC 9(4)  COMP.

      * RPI 1430 - BREACH LOG FOR THE TURNOVER REPORT
        77  SLAMISSQ  PIC X(8)  VALUE 'SLAMISSQ'.
        01  MISS-REC.
            02  MISS-KIND   PIC X(10).
            02  MISS-STEP   PIC X(8).
            02  FILLER      PIC X(33).
            02  MISS-DATE   PIC 9(7).
        77  MISSRECL  PIC 9(4)  COMP.
        77  MISSITEM  PIC 9(4)  COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE EIBTIME TO EIBTIMEW.
        SLALOOP.
            EXEC CICS READNEXT FILE('SLAPLAN') INTO(SLA-REC)
                 LENGTH(SLARECL) RIDFLD(SLAKEY) END-EXEC.
            IF SLA-STEP (1:1) = '*' THEN GO TO SLALOOP.
            ADD 1 TO SLACHECKD.
            PERFORM SLARUNRD THRU SLARUNRX.
      * NOT YET REGISTERED PAST ITS PLANNED START?
            MOVE LENGTH OF ALERT-REC TO ALERTRECL.
            EXEC CICS WRITEQ TD QUEUE('ALRT') FROM(ALERT-REC)
                 LENGTH(ALERTRECL) END-EXEC.
            PERFORM SLAMISS THRU SLAMISSX.

      * SLAMISS  EQU   *
      * RPI 1430 - LOG THE BREACH UNLESS THIS STEP AND KIND ARE
      * ALREADY LOGGED FOR TODAY.  ITEMERR/QIDERR ONLY - THE BROWSE
      * CONDITIONS STAY AS ARMED.
        SLAMISS.
            EXEC CICS HANDLE CONDITION ITEMERR(SLAMISSW)
                 QIDERR(SLAMISSW) END-EXEC.
            MOVE 0 TO MISSITEM.
        SLAMISSL.
            ADD 1 TO MISSITEM.
            MOVE LENGTH OF MISS-REC TO MISSRECL.
            EXEC CICS READQ TS QUEUE(SLAMISSQ) INTO(MISS-REC)
                 LENGTH(MISSRECL) ITEM(MISSITEM) END-EXEC.
            IF MISS-KIND = ALERT-KIND AND MISS-STEP = ALERT-STEP
               AND MISS-DATE = ALERT-DATE THEN
               GO TO SLAMISSX.
            GO TO SLAMISSL.
        SLAMISSW.
            EXEC CICS WRITEQ TS QUEUE(SLAMISSQ) FROM(ALERT-REC)
                 LENGTH(ALERTRECL) END-EXEC.
        SLAMISSX.
            EXIT.

      * SLAEOF   EQU   *
        SLAEOF.
