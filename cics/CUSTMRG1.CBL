      *     THE SURVIVOR
      *
      * THE DISPOSITION REPORT PRINTS ONE LINE PER PAIR.  RETURN
      * CODE 4 = AT LEAST ONE PAIR FAILED, 8 = A JOURNAL RECORD
      * COULD NOT BE CHAINED (JRNCHNB RC 8), 16 = BAD CONTROL INPUT.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.  THE
      * JOURNAL AND HISTORY STAMPS STAY ON THE CLOCK (WS-CLKDATE
      * WITH WS-NOW) SO THEY STILL SORT WITH THE ONLINE JOURNAL.
      *
      * RPI 1437 - EACH CUSTJRNQ RECORD IS CHAINED THROUGH JRNCHNB
      * (SEQUENCE NUMBER AND PREVIOUS-RECORD HASH) BEFORE IT IS
      * WRITTEN, SO THE DATASET RECORD IS NOW 272 BYTES.
      *
        PROGRAM-ID. CUSTMRG1.
        ENVIRONMENT DIVISION.

        FD  CUSTJRNQ
            RECORDING MODE IS F.
        01  JRNQ-REC              PIC X(272).

        FD  RPTOUT
            RECORDING MODE IS F.
            88  WS-FS08-OK                   VALUE '00'.
            88  WS-FS08-NOTFND               VALUE '23'.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.

      * RPI 1437 - EVERY JOURNAL RECORD IS CHAINED THROUGH JRNCHNB
      * (SEQUENCE AND PREVIOUS-RECORD HASH, SEE JRNCHN.CPY) BEFORE
      * IT IS WRITTEN
        77  WS-JCB-FUNC           PIC X      VALUE 'N'.
        77  WS-JCB-JRNL           PIC X(8)   VALUE 'CUSTJRNQ'.
        77  WS-JCB-LEN            PIC 9(4)   COMP VALUE 245.
        01  WS-JCB-DATA           PIC X(300).
        77  WS-JCB-HASH           PIC 9(18)  VALUE 0.
        77  WS-JCB-RC             PIC 9(2)   VALUE 0.
        77  WS-CTL-EOF            PIC X      VALUE 'N'.
            88  NO-MORE-CTL                  VALUE 'Y'.

      * TODAY IN THE SAME JULIAN 0CYYDDD FORM AS EIBDATE, AND THE
      * TIME IN EIBTIME'S 0HHMMSS FORM, FOR THE JOURNAL RECORDS
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-CLK-JUL            PIC 9(5)   VALUE 0.
        77  WS-CLKDATE            PIC 9(7)   VALUE 0.
        77  WS-NOW                PIC 9(7)   VALUE 0.
        01  WS-TIME8              PIC 9(8).
        01  FILLER REDEFINES WS-TIME8.
            02  JRNL-TIME         PIC 9(7).
            02  JRNL-BEFORE       PIC X(92).
            02  JRNL-AFTER        PIC X(92).
            02  JRNL-SEQ          PIC 9(9)   VALUE 0.
            02  JRNL-PREVH        PIC 9(18)  VALUE 0.

      * ARCHIVE HEADER - SAME '*ARCHIVE' EYECATCHER AND SHAPE AS
      * CUSTPRG1'S, SO CUSTRST1 ACCEPTS THIS RUN'S ARCHOUT
        77  WS-PAIR-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-MERGE-COUNT        PIC 9(7)   COMP-3 VALUE 0.
        77  WS-FAIL-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-JFAIL-COUNT        PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(52)
            VALUE 'CUSTMRG1 - DUPLICATE CUSTOMER MERGE DISPOSITION'.
      * ARCHIVE AND REPORT HEADERS
      *****************************************************************
        MRGINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            ACCEPT WS-TIME8 FROM TIME.
            MOVE WS-TIME-HMS TO WS-NOW.
            ACCEPT WS-CLK-JUL FROM DAY.
            COMPUTE WS-CLKDATE = 100000 + WS-CLK-JUL.
            OPEN INPUT MRGCTL.
            OPEN I-O MYFILE08.
            IF NOT WS-FS08-OK THEN
      * SURVIVOR 'MRG' WITH ITS FOLDED AFTER IMAGE, VICTIM 'DEL'
      *****************************************************************
        MRGJRNL.
            MOVE WS-CLKDATE TO JRNL-DATE.
            MOVE WS-NOW   TO JRNL-TIME.
            MOVE CTL-SURVIVOR TO JRNL-NAME.
            MOVE 'MRG' TO JRNL-FUNC.
            MOVE WS-SURV-BEF TO JRNL-BEFORE.
            MOVE WS-SURV-REC TO JRNL-AFTER.
            MOVE JRNL-REC TO WS-JCB-DATA.
            CALL 'JRNCHNB' USING WS-JCB-FUNC WS-JCB-JRNL WS-JCB-LEN
                                 WS-JCB-DATA WS-JCB-HASH WS-JCB-RC.
            IF WS-JCB-RC NOT = 0 THEN
                PERFORM MRGJFAIL.
            MOVE WS-JCB-DATA TO JRNQ-REC.
            WRITE JRNQ-REC.
            MOVE CTL-VICTIM TO JRNL-NAME.
            MOVE 'DEL' TO JRNL-FUNC.
            MOVE WS-VICT-REC TO JRNL-BEFORE.
            MOVE LOW-VALUES TO JRNL-AFTER.
            MOVE JRNL-REC TO WS-JCB-DATA.
            CALL 'JRNCHNB' USING WS-JCB-FUNC WS-JCB-JRNL WS-JCB-LEN
                                 WS-JCB-DATA WS-JCB-HASH WS-JCB-RC.
            IF WS-JCB-RC NOT = 0 THEN
                PERFORM MRGJFAIL.
            MOVE WS-JCB-DATA TO JRNQ-REC.
            WRITE JRNQ-REC.

      * JRNCHNB COULD NOT CHAIN THE RECORD - IT IS STILL WRITTEN,
      * UNCHAINED, BUT THE STEP ENDS RC 8 SO THE GAP IS SEEN TONIGHT
        MRGJFAIL.
            ADD 1 TO WS-JFAIL-COUNT.
            DISPLAY 'CUSTMRG1 JOURNAL RECORD NOT CHAINED, JRNCHNB RC '
                WS-JCB-RC.

      * THE VICTIM'S UNFOLDED IMAGE GOES TO THE ARCHIVE SO CUSTRST1
      * CAN BRING IT BACK IF THE MERGE DECISION WAS WRONG
        MRGARCH.
            CLOSE RPTOUT.
            IF WS-FAIL-COUNT GREATER THAN 0 THEN
                MOVE 4 TO RETURN-CODE.
            IF WS-JFAIL-COUNT GREATER THAN 0 THEN
                MOVE 8 TO RETURN-CODE.
