      * FROM MYFILE09 AND THE CUSTXREF CROSS-REFERENCE THROUGH THE
      * CUSTNUM1 CARRY SERVICE; A SHOP NOT YET MIGRATED (CUSTNUM1
      * RC 8) PURGES MYFILE08 ALONE AS BEFORE.
      *
      * RPI 1417 - EACH PURGED CUSTOMER'S DISPOSITION LINE SHOWS
      * WHETHER NOTICE WAS GIVEN: THE DATE THE PRGLTR1 PRE-PURGE
      * LETTER WENT OUT, FROM THE PRGNOTC FILE, OR 'NO NOTICE' WHEN
      * NO LETTER WAS SENT FOR THIS SPELL OF INACTIVITY (NONE ON
      * FILE, NOT YET PRINTED, OR CALCULATED FROM AN OLDER LAST
      * ACTIVITY DATE).  THE TRAILER COUNTS THE PURGES WITHOUT
      * NOTICE.  A SHOP WITH NO PRGNOTC FILE SHOWS EVERY PURGE AS
      * 'NO NOTICE'.
      *
      * RPI 1424 - THE STEP REGISTERS WITH RUNCTL1 AND TAKES A
      * CHKPT1 CHECKPOINT EVERY N CUSTOMERS READ (PRGCTL COL 9-12,
      * DEFAULT 1000) AND ONE BEFORE THE FIRST: LAST NAME READ, THE
      * RUNNING COUNTS AND THE PURGED KEY RANGE.  RESTARTED AFTER A
      * FAILURE (RUNCTL1 RC-SKIP = 'R') IT RESUMES AFTER THE
      * CHECKPOINTED NAME INSTEAD OF RE-ARCHIVING THE FILE: ARCHOUT
      * IS EXTENDED, NOT REWRITTEN, AND THE CUSTOMERS ARCHIVED
      * BETWEEN THE CHECKPOINT AND THE FAILURE - FOUND IN THE
      * ARCHIVE BEYOND THE CHECKPOINTED PURGE COUNT - ARE ROLLED
      * FORWARD (DELETED IF STILL ON FILE, COUNTED PURGED) RATHER
      * THAN ARCHIVED TWICE.  THE COUNTS, AND SO THE CTLTOT1
      * TOTALS, COVER THE WHOLE STEP; THE REPORT NAMES THE
      * CHECKPOINT RESUMED FROM.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. CUSTPRG1.
        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-NAME
                ALTERNATE RECORD KEY IS CUST-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS08.
            SELECT ARCHOUT ASSIGN TO ARCHOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSAR.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARCHREG ASSIGN TO ARCHREG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRG.
            SELECT PRGNOTC ASSIGN TO PRGNOTC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS NTC-NAME
                FILE STATUS IS WS-FSNT.

        DATA DIVISION.
        FILE SECTION.
            RECORDING MODE IS F.
        01  REG-REC               PIC X(120).

        FD  PRGNOTC
            RECORDING MODE IS F.
        01  NTC-FILE-REC.
        COPY PRGNOTC.

        WORKING-STORAGE SECTION.
        77  WS-FS08               PIC X(2)   VALUE SPACES.
            88  WS-FS08-OK                   VALUE '00'.
        77  WS-EOF08              PIC X      VALUE 'N'.
            88  NO-MORE-08                   VALUE 'Y'.
        77  WS-FSAR               PIC X(2)   VALUE SPACES.

        77  WS-CUTOFF             PIC 9(7)   VALUE 0.
      * TODAY IN THE SAME JULIAN 0CYYDDD FORM AS CUST-LASTACT -
      * ACCEPT FROM DAY RETURNS YYDDD AND THE CENTURY DIGIT IS 1
      * FOR 20XX, SAME CONVENTION EIBDATE USES
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.

        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-PURGE-COUNT        PIC 9(7)   COMP-3 VALUE 0.
      * BREAKS THE BALANCE INSTEAD OF HIDING IN ONE COUNTER
        77  WS-DEL-COUNT          PIC 9(7)   COMP-3 VALUE 0.

      * RPI 1417 - PRE-PURGE NOTICE LOOKUP
        77  WS-FSNT               PIC X(2)   VALUE SPACES.
            88  WS-FSNT-OK                   VALUE '00'.
        77  WS-NTC-OPEN           PIC X      VALUE 'N'.
        77  WS-NONTC-COUNT        PIC 9(7)   COMP-3 VALUE 0.

      * RPI 1394 - WINDOW CONTROL TOTALS, REGISTERED THROUGH CTLTOT1
      * AT STEP END FOR THE CTLBAL1 BALANCER
        77  WS-CT-STEP            PIC X(8)   VALUE 'CUSTPRG1'.
        77  WS-CT-OUT             PIC 9(8)   VALUE 0.
        77  WS-CT-REJ             PIC 9(8)   VALUE 0.

      * RPI 1424 - RUN CONTROL AND CHECKPOINT/RESTART.  CHECKPOINT
      * COUNTS: 1 READ, 2 PURGED (= ARCHIVE RECORDS WRITTEN), 3 KEPT,
      * 4 DELETED, 5 NO NOTICE; STATE 1-40 KEY LOW, 41-80 KEY HIGH
        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'CUSTPRG1'.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.
        77  WS-CK-FUNC            PIC X.
        77  WS-CK-RC              PIC 9(2)   VALUE 0.
        01  WS-CK-AREA.
        COPY CHKPREC.
        77  WS-CK-EVERY           PIC 9(4)   VALUE 1000.
        77  WS-CK-SINCE           PIC 9(4)   VALUE 0.
        77  WS-RESUME             PIC X      VALUE 'N'.
            88  RESUMING                     VALUE 'Y'.
        77  WS-LASTKEY            PIC X(40)  VALUE LOW-VALUES.
        77  WS-RUN-TIME           PIC 9(6)   VALUE 0.
        77  WS-SKIP-ARCH          PIC 9(9)   VALUE 0.
        77  WS-TAIL-COUNT         PIC 9(7)   COMP-3 VALUE 0.

      * RPI 1383 - ARCHIVE REGISTRY WORK: THE RUN'S KEY RANGE AND
      * THE REGISTRY LINE.  THE ID IS ASSIGNED BY COUNTING THE
      * REGISTRY BEFORE APPENDING.
            02  RPT-DTL-ZIP       PIC X(5).
            02  FILLER            PIC X(9)   VALUE ' LASTACT='.
            02  RPT-DTL-LACT      PIC 9(7).
            02  RPT-DTL-NTC.
                03  RPT-DTL-NTCLBL PIC X(8)  VALUE ' NOTICE='.
                03  RPT-DTL-NTCDT PIC 9(7).
        01  RPT-NONTC             PIC X(15)  VALUE ' NO NOTICE'.
        01  RPT-RESUME.
            02  FILLER            PIC X(24)
                VALUE 'RESUMED FROM CHECKPOINT '.
            02  RPT-RSM-DATE      PIC 9(7).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-RSM-TIME      PIC 9(6).
            02  FILLER            PIC X(8)   VALUE ' RECORD '.
            02  RPT-RSM-RECNO     PIC ZZZZZZZZ9.
            02  FILLER            PIC X(7)   VALUE ' AFTER '.
            02  RPT-RSM-KEY       PIC X(30).
        01  RPT-ROLLFWD.
            02  FILLER            PIC X(16)  VALUE 'ROLLED FORWARD.='.
            02  RPT-RFW-COUNT     PIC ZZZZZZ9.
            02  FILLER            PIC X(40)
                VALUE ' ARCHIVED AFTER THE CHECKPOINT'.
        01  RPT-NOCKPT            PIC X(52)
            VALUE 'RESTART - NO CHECKPOINT ON FILE, STEP RUN IN FULL'.
        01  RPT-TRAILER.
            02  FILLER            PIC X(16)  VALUE 'RECORDS READ...='.
            02  RPT-TRL-READ      PIC ZZZZZZ9.
            02  RPT-TRL-PURGE     PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' KEPT..........='.
            02  RPT-TRL-KEEP      PIC ZZZZZZ9.
            02  FILLER            PIC X(16)  VALUE ' NO NOTICE.....='.
            02  RPT-TRL-NONTC     PIC ZZZZZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP (RPI 1424); A RESTARTED WINDOW SKIPS A STEP
      * ALREADY DONE AND RESUMES ONE THAT WAS INTERRUPTED
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'CUSTPRG1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            PERFORM PRGINIT.
            PERFORM PRGLOOP UNTIL NO-MORE-08.
            PERFORM PRGTERM.
      * FINISHED NORMALLY - NOTHING LEFT TO RESUME FROM
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'D' TO WS-CK-FUNC.
            CALL 'CHKPT1' USING WS-CK-FUNC WS-CK-AREA WS-CK-RC.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
                DISPLAY 'CUSTPRG1 BAD OR MISSING CUTOFF IN PRGCTL'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF CTL-REC (9:4) IS NUMERIC
               AND CTL-REC (9:4) NOT = '0000' THEN
                MOVE CTL-REC (9:4) TO WS-CK-EVERY.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-TIME-HMS TO WS-RUN-TIME.
            MOVE WS-RC-STEP TO CKP-STEP.
            IF WS-RC-SKIP = 'R' THEN
                PERFORM PRGRSTR.
            OPEN I-O MYFILE08.
            OPEN OUTPUT RPTOUT.
            OPEN INPUT PRGNOTC.
            IF WS-FSNT-OK THEN
                MOVE 'Y' TO WS-NTC-OPEN.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            IF RESUMING THEN
                PERFORM PRGTAIL THRU PRGTAILX
                OPEN EXTEND ARCHOUT
                PERFORM PRGRSMR
            ELSE
                PERFORM PRGCOLD.
            PERFORM PRGREAD.

      * A FRESH ARCHIVE BEHIND ITS HEADER, THEN CHECKPOINT ZERO SO A
      * RESTART KNOWS THE ARCHIVE BELONGS TO THIS STEP
        PRGCOLD.
            IF WS-RC-SKIP = 'R' THEN
                MOVE RPT-NOCKPT TO RPT-REC
                WRITE RPT-REC.
            OPEN OUTPUT ARCHOUT.
            MOVE WS-TODAY   TO ARCH-HDR-DATE.
            MOVE WS-CUTOFF  TO ARCH-HDR-CUTOFF.
            MOVE ARCH-HEADER TO ARCH-REC.
            WRITE ARCH-REC.
            PERFORM PRGCKPT.

        PRGREAD.
            READ MYFILE08 NEXT
                AT END MOVE 'Y' TO WS-EOF08.
            IF NOT NO-MORE-08 AND NOT WS-FS08-OK THEN
                MOVE 'Y' TO WS-EOF08.
      *****************************************************************
        PRGLOOP.
            ADD 1 TO WS-READ-COUNT.
            MOVE CUST-NAME TO WS-LASTKEY.
            IF CUST-LASTACT LESS THAN WS-CUTOFF THEN
                PERFORM PRGPURGE
            ELSE
                ADD 1 TO WS-KEEP-COUNT.
            ADD 1 TO WS-CK-SINCE.
            IF WS-CK-SINCE NOT LESS THAN WS-CK-EVERY THEN
                PERFORM PRGCKPT.
            PERFORM PRGREAD.

        PRGPURGE.
            MOVE CUST-NAME      TO RPT-DTL-NAME.
            MOVE CUST-ZIP       TO RPT-DTL-ZIP.
            MOVE CUST-LASTACT   TO RPT-DTL-LACT.
            PERFORM PRGNTC THRU PRGNTCX.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            MOVE CUST-REC TO WS-CN-CUST.
            CALL 'CUSTNUM1' USING WS-CN-FUNC WS-CN-CUST
                WS-CN-NUM WS-CN-RC.

      *****************************************************************
      * PRGNTC - NOTICE GIVEN? THE LETTER DATE WHEN PRGNOTC HOLDS A
      * SENT NOTICE FOR THIS LAST ACTIVITY DATE, ELSE 'NO NOTICE'
      * (RPI 1417)
      *****************************************************************
        PRGNTC.
            IF WS-NTC-OPEN NOT = 'Y' THEN GO TO PRGNTCN.
            MOVE CUST-NAME TO NTC-NAME.
            READ PRGNOTC.
            IF NOT WS-FSNT-OK THEN GO TO PRGNTCN.
            IF NTC-SENTDATE = 0
               OR NTC-LASTACT NOT = CUST-LASTACT THEN
                GO TO PRGNTCN.
            MOVE ' NOTICE='   TO RPT-DTL-NTCLBL.
            MOVE NTC-SENTDATE TO RPT-DTL-NTCDT.
            GO TO PRGNTCX.
        PRGNTCN.
            ADD 1 TO WS-NONTC-COUNT.
            MOVE RPT-NONTC TO RPT-DTL-NTC.
        PRGNTCX.
            EXIT.

      *****************************************************************
      * PRGCKPT - TAKE A CHECKPOINT (RPI 1424): THE LAST NAME READ,
      * THE COUNTS AND THE KEY RANGE SO FAR, THE RUN'S OWN STAMP
      *****************************************************************
        PRGCKPT.
            MOVE 0 TO WS-CK-SINCE.
            MOVE WS-RC-STEP     TO CKP-STEP.
            MOVE WS-TODAY       TO CKP-RUN-DATE.
            MOVE WS-RUN-TIME    TO CKP-RUN-TIME.
            MOVE WS-READ-COUNT  TO CKP-RECNO.
            MOVE WS-LASTKEY     TO CKP-LASTKEY.
            MOVE WS-READ-COUNT  TO CKP-COUNT (1).
            MOVE WS-PURGE-COUNT TO CKP-COUNT (2).
            MOVE WS-KEEP-COUNT  TO CKP-COUNT (3).
            MOVE WS-DEL-COUNT   TO CKP-COUNT (4).
            MOVE WS-NONTC-COUNT TO CKP-COUNT (5).
            MOVE 0 TO CKP-COUNT (6) CKP-COUNT (7) CKP-COUNT (8).
            MOVE SPACES TO CKP-STATE.
            MOVE WS-KEY-LO TO CKP-STATE (1:40).
            MOVE WS-KEY-HI TO CKP-STATE (41:40).
            MOVE 'W' TO WS-CK-FUNC.
            CALL 'CHKPT1' USING WS-CK-FUNC WS-CK-AREA WS-CK-RC.

      *****************************************************************
      * PRGRSTR - AN INTERRUPTED STEP: PICK UP THE LAST CHECKPOINT.
      * NONE ON FILE MEANS THE STEP DIED BEFORE ITS FIRST ONE, SO
      * NOTHING WAS ARCHIVED AND IT RUNS IN FULL.  THE ORIGINAL
      * RUN'S DATE STAYS THE PURGE DATE FOR THE WHOLE STEP.
      *****************************************************************
        PRGRSTR.
            MOVE 'R' TO WS-CK-FUNC.
            CALL 'CHKPT1' USING WS-CK-FUNC WS-CK-AREA WS-CK-RC.
            IF WS-CK-RC = 0 THEN
                MOVE 'Y' TO WS-RESUME
                MOVE CKP-RUN-DATE  TO WS-TODAY
                MOVE CKP-RUN-TIME  TO WS-RUN-TIME
                MOVE CKP-LASTKEY   TO WS-LASTKEY
                MOVE CKP-COUNT (1) TO WS-READ-COUNT
                MOVE CKP-COUNT (2) TO WS-PURGE-COUNT
                MOVE CKP-COUNT (3) TO WS-KEEP-COUNT
                MOVE CKP-COUNT (4) TO WS-DEL-COUNT
                MOVE CKP-COUNT (5) TO WS-NONTC-COUNT
                MOVE CKP-STATE (1:40)  TO WS-KEY-LO
                MOVE CKP-STATE (41:40) TO WS-KEY-HI.

      *****************************************************************
      * PRGTAIL - ROLL FORWARD THE CUSTOMERS ARCHIVED AFTER THE
      * CHECKPOINT: EVERY ARCHIVE RECORD BEYOND THE CHECKPOINTED
      * PURGE COUNT WAS WRITTEN BY THE FAILED RUN.  EACH IS DELETED
      * FROM MYFILE08 IF THE FAILED RUN DID NOT GET THAT FAR, AND
      * COUNTED READ/PURGED/DELETED EITHER WAY, SO THE ARCHIVE
      * HOLDS IT ONCE AND THE TOTALS MATCH THE ARCHIVE.
      *****************************************************************
        PRGTAIL.
            OPEN INPUT ARCHOUT.
            IF WS-FSAR NOT = '00' THEN
                DISPLAY 'CUSTPRG1 CANNOT RESUME - ARCHOUT STATUS '
                    WS-FSAR
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 0 TO WS-SKIP-ARCH.
            READ ARCHOUT
                AT END MOVE '10' TO WS-FSAR.
        PRGTAILS.
            IF WS-SKIP-ARCH NOT LESS THAN CKP-COUNT (2) THEN
                GO TO PRGTAILR.
            READ ARCHOUT
                AT END GO TO PRGTAILC.
            ADD 1 TO WS-SKIP-ARCH.
            GO TO PRGTAILS.
        PRGTAILR.
            READ ARCHOUT
                AT END GO TO PRGTAILC.
            MOVE ARCH-REC TO CUST-REC.
            MOVE CUST-REC TO WS-CN-CUST.
            ADD 1 TO WS-TAIL-COUNT.
            ADD 1 TO WS-READ-COUNT.
            ADD 1 TO WS-PURGE-COUNT.
            ADD 1 TO WS-DEL-COUNT.
            IF CUST-NAME LESS THAN WS-KEY-LO THEN
                MOVE CUST-NAME TO WS-KEY-LO.
            IF CUST-NAME GREATER THAN WS-KEY-HI THEN
                MOVE CUST-NAME TO WS-KEY-HI.
            MOVE 'PURGED  '     TO RPT-DISP.
            MOVE CUST-NAME      TO RPT-DTL-NAME.
            MOVE CUST-ZIP       TO RPT-DTL-ZIP.
            MOVE CUST-LASTACT   TO RPT-DTL-LACT.
            PERFORM PRGNTC THRU PRGNTCX.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            READ MYFILE08.
            IF WS-FS08-OK THEN
                DELETE MYFILE08.
            CALL 'CUSTNUM1' USING WS-CN-FUNC WS-CN-CUST
                WS-CN-NUM WS-CN-RC.
            GO TO PRGTAILR.
        PRGTAILC.
            CLOSE ARCHOUT.
        PRGTAILX.
            EXIT.

      * PRGRSMR - NAME THE CHECKPOINT ON THE REPORT AND POSITION
      * MYFILE08 AFTER THE CHECKPOINTED NAME; THE ROLLED-FORWARD
      * CUSTOMERS BEYOND IT ARE GONE, THE KEPT ONES ARE READ AGAIN
        PRGRSMR.
            MOVE CKP-DATE      TO RPT-RSM-DATE.
            MOVE CKP-TIME      TO RPT-RSM-TIME.
            MOVE CKP-RECNO     TO RPT-RSM-RECNO.
            MOVE CKP-LASTKEY   TO RPT-RSM-KEY.
            IF CKP-RECNO = 0 THEN
                MOVE 'START OF FILE' TO RPT-RSM-KEY.
            MOVE RPT-RESUME TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-TAIL-COUNT TO RPT-RFW-COUNT.
            MOVE RPT-ROLLFWD TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-LASTKEY TO CUST-NAME.
            START MYFILE08 KEY IS GREATER THAN CUST-NAME
                INVALID KEY MOVE 'Y' TO WS-EOF08.

        PRGTERM.
            MOVE SPACES TO RPT-REC.
            MOVE WS-READ-COUNT  TO RPT-TRL-READ.
            MOVE WS-PURGE-COUNT TO RPT-TRL-PURGE.
            MOVE WS-KEEP-COUNT  TO RPT-TRL-KEEP.
            MOVE WS-NONTC-COUNT TO RPT-TRL-NONTC.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE MYFILE08.
            CLOSE ARCHOUT.
            CLOSE RPTOUT.
            IF WS-NTC-OPEN = 'Y' THEN
                CLOSE PRGNOTC.
            PERFORM PRGREG THRU PRGREGX.
      * RPI 1394 - THE STEP'S CONTROL TOTALS: READ = DELETED + KEPT
            MOVE WS-READ-COUNT TO WS-CT-IN.
