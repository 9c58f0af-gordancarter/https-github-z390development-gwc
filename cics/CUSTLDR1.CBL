      *   07 FILE I/O ERROR
      *
      * RETURN CODE 4 = AT LEAST ONE REJECT, 16 = BAD SETUP.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.  THE
      * JOURNAL AND HISTORY STAMPS STAY ON THE CLOCK (WS-CLKDATE
      * WITH WS-NOW) SO THEY STILL SORT WITH THE ONLINE JOURNAL.
      *
      * RPI 1429 - WHEN CUSTTXN IS ON THE FILE WATCH (FWCTL) THE
      * STEP ONLY LOADS A COMPLETE ARRIVAL FWARR1 HAS RECORDED AND
      * NOT YET LOADED (FWSVC1); WITH NONE IT ENDS RC 0 WITHOUT
      * OPENING CUSTTXN, AND A LOADED ARRIVAL IS MARKED SO NO LATER
      * RUN LOADS IT AGAIN.
      *
        PROGRAM-ID. CUSTLDR1.
        ENVIRONMENT DIVISION.

      * TODAY IN THE SAME JULIAN 0CYYDDD FORM AS CUST-LASTACT
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-CLK-JUL            PIC 9(5)   VALUE 0.
        77  WS-CLKDATE            PIC 9(7)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  WS-TIME-HMS       PIC 9(6).

        77  WS-REJ-REASON         PIC X(2)   VALUE SPACES.

      * RPI 1429 - FWSVC1 FILE-WATCH PARAMETERS
        77  WS-FW-FUNC            PIC X.
        77  WS-FW-FILE            PIC X(8)   VALUE 'CUSTTXN'.
        77  WS-FW-RC              PIC 9(2)   VALUE 0.
        77  WS-FW-WATCHED         PIC X      VALUE 'N'.

        77  WS-READ-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-ADD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CHG-COUNT          PIC 9(7)   COMP-3 VALUE 0.
      * LDRINIT - LOAD THE ZIP REFERENCE, OPEN EVERYTHING
      *****************************************************************
        LDRINIT.
      * RPI 1429 - A WATCHED CUSTTXN IS LOADED ONLY ONCE IT HAS
      * ARRIVED COMPLETE, AND ONLY ONCE
            MOVE 'C' TO WS-FW-FUNC.
            CALL 'FWSVC1' USING WS-FW-FUNC WS-FW-FILE WS-FW-RC.
            IF WS-FW-RC = 4 THEN
                DISPLAY 'CUSTLDR1 NO NEW CUSTTXN ARRIVAL - NOTHING '
                    'LOADED'
                MOVE 0 TO RETURN-CODE
                STOP RUN.
            IF WS-FW-RC = 0 THEN
                MOVE 'Y' TO WS-FW-WATCHED.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-TIME-HMS TO WS-NOW.
            ACCEPT WS-CLK-JUL FROM DAY.
            COMPUTE WS-CLKDATE = 100000 + WS-CLK-JUL.
            OPEN INPUT ZIPREF.
            PERFORM ZREFREAD.
            PERFORM ZREFLOAD UNTIL NO-MORE-ZREF.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE TXN-NAME   TO JRN-KEY.
            MOVE 0          TO JRN-RRN.
            MOVE WS-CLKDATE TO JRN-DATE.
            MOVE WS-NOW     TO JRN-TIME.
            MOVE 0          TO JRN-TASK.
            WRITE VJRN-FILE-REC.
            MOVE WS-REJ-COUNT TO WS-CT-REJ.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.
            IF WS-FW-WATCHED = 'Y' THEN
                MOVE 'L' TO WS-FW-FUNC
                CALL 'FWSVC1' USING WS-FW-FUNC WS-FW-FILE WS-FW-RC.
            IF WS-REJ-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
