      * THE NEXT DAY.  A DAY WHERE A TEST SILENTLY DID HALF THE I/O
      * IT DID LAST MONTH SHOWS UP HERE, NOT ON A SCREEN SOMEONE
      * HAS TO REMEMBER TO READ.
      *
      * RPI 1431 - THE 24 HOURLY BUCKETS (STATHRQ, SEE STATAREA.CPY)
      * GO TO HISTORY WITH THE DAILY RECORD - ONE RECORD PER HOUR TO
      * THE STHH TD QUEUE (DATASET STATHHR) - AND ARE RESET WITH IT.
      *
        PROGRAM-ID. TESTEOD1.
        ENVIRONMENT DIVISION.
            02  STH-CTR    PIC 9(8)  OCCURS 20 TIMES.
        77  STHRECL   PIC 9(4)  COMP.

      * RPI 1431 - ONE HOURLY HISTORY RECORD PER HOUR TO STHH
        01  STHH-REC.
            02  STHH-DATE  PIC 9(7).
            02  STHH-HOUR  PIC 99.
            02  STHH-CTR   PIC 9(8)  OCCURS 20 TIMES.
        77  STHHRECL  PIC 9(4)  COMP.
        77  STHHITEM  PIC S9(4) COMP.

        77  EOD-LINEL PIC 9(4)  COMP.

      * RPI 1384 - REPORT OUTPUT GOES THROUGH THE RPTSVC1 SERVICE,
            MOVE LENGTH OF STH-REC TO STHRECL.
            EXEC CICS WRITEQ TD QUEUE('STATH') FROM(STH-REC)
                 LENGTH(STHRECL) END-EXEC.
            PERFORM EODHOUR THRU EODHOURX.
            MOVE LENGTH OF EOD-TRAILER TO RPS-LINEL.
            MOVE 'W' TO RPS-FUNC.
            MOVE SPACES TO RPS-LINE.
            PERFORM EODRPS.
            MOVE 'C' TO RPS-FUNC.
            PERFORM EODRPS.
            EXEC CICS HANDLE CONDITION QIDERR(EODHRSD) END-EXEC.
            EXEC CICS DELETEQ TS QUEUE(STATHRQ) END-EXEC.
      * EODHRSD  EQU   *
        EODHRSD.
            EXEC CICS HANDLE CONDITION QIDERR(EODDONE) END-EXEC.
            EXEC CICS DELETEQ TS QUEUE(STATSQ) END-EXEC.

            EXEC CICS RETURN END-EXEC.


      * EODHOUR  EQU   *
      * RPI 1431 - THE DAY'S 24 HOURLY BUCKETS TO HISTORY, HOUR 00
      * FIRST.  A DAY WITH NO POSTS HAS NO STATHRQ AND WRITES 24 ZERO
      * HOURS, JUST AS ITS DAILY RECORD IS ALL ZERO.
        EODHOUR.
            EXEC CICS HANDLE CONDITION QIDERR(EODHOURZ)
                 ITEMERR(EODHOURZ) END-EXEC.
            MOVE EIBDATE TO STHH-DATE.
            MOVE 0 TO STHHITEM.
        EODHOURL.
            ADD 1 TO STHHITEM.
            IF STHHITEM GREATER THAN 24 THEN GO TO EODHOURX.
            MOVE LENGTH OF STAT-HOUR-REC TO STATRECL.
            EXEC CICS READQ TS QUEUE(STATHRQ) INTO(STAT-HOUR-REC)
                 LENGTH(STATRECL) ITEM(STHHITEM) END-EXEC.
            GO TO EODHOURW.
        EODHOURZ.
            MOVE ZEROS TO STAT-HOUR-REC.
        EODHOURW.
            COMPUTE STHH-HOUR = STHHITEM - 1.
            MOVE 0 TO STATIX.
        EODHOURC.
            ADD 1 TO STATIX.
            IF STATIX NOT GREATER THAN 20 THEN
               MOVE STAT-HCTR (STATIX) TO STHH-CTR (STATIX)
               GO TO EODHOURC.
            MOVE LENGTH OF STHH-REC TO STHHRECL.
            EXEC CICS WRITEQ TD QUEUE('STHH') FROM(STHH-REC)
                 LENGTH(STHHRECL) END-EXEC.
            GO TO EODHOURL.
        EODHOURX.
            EXIT.

      * RPI 1384 - ONE REPORT-SERVICE CALL, FUNCTION PRESET
        EODRPS.
            MOVE LENGTH OF RPS-COMM TO RPSCOMML.
