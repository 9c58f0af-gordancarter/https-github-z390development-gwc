      * CUSTOMER NUMBER FROM CUSTNCTL (THE OLD NUMBER WENT WITH THE
      * PURGE; NUMBERS ARE NEVER REUSED).  A SHOP NOT YET MIGRATED
      * (CUSTNUM1 RC 8) RESTORES MYFILE08 ALONE AS BEFORE.
      *
      * RPI 1419 - AN ORDARC1 ORDER ARCHIVE IN THE CONCATENATION
      * (' ORDERS=' IN ITS HEADER) STILL COUNTS FOR THE ARCHIVE ID,
      * BUT ITS RECORDS ARE NOT CUSTOMERS AND ARE PASSED OVER.
      *
      * RPI 1426 - AN ARCHIVE THE RETEXP1 RETENTION RUN EXPIRED IS
      * NO LONGER IN THE CONCATENATION.  WHEN AN ID IS NAMED, THE
      * ARCHREG REGISTRY (OPTIONAL - NONE MEANS NOTHING EXPIRED) IS
      * READ SO THE COUNT PASSES OVER THE EXPIRED IDS.
      *
        PROGRAM-ID. CUSTRST1.
        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARCHIN ASSIGN TO ARCHIN
                ORGANIZATION IS SEQUENTIAL.
            SELECT ARCHREG ASSIGN TO ARCHREG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSRG.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
            02  ARCH-ZIP          PIC X(5).
            02  ARCH-LASTACT      PIC 9(7).

        FD  ARCHREG
            RECORDING MODE IS F.
        01  REG-REC.
            02  FILLER            PIC X(98).
            02  REG-EXPIRED       PIC X(7).
            02  FILLER            PIC X(15).

        FD  MYFILE08
            RECORDING MODE IS F.
        01  CUST-REC.
      * RPI 1383 - ARCHIVE-ID SELECTION OVER A CONCATENATED ARCHIN
        77  WS-WANT-ARCH          PIC 9(4)   VALUE 0.
        77  WS-CUR-ARCH           PIC 9(4)   VALUE 0.
        77  WS-ARCH-KIND          PIC X(8)   VALUE SPACES.

      * RPI 1426 - EXPIRED FLAG PER ARCHIVE ID (REGISTRY LINE NUMBER)
        77  WS-FSRG               PIC X(2)   VALUE SPACES.
        01  WS-EXP-TABLE.
            02  WS-EXP-FLAG       PIC X      OCCURS 200 TIMES.
        77  WS-EXP-TOT            PIC 9(3)   COMP VALUE 0.

      * RPI 1360 - CUSTNUM1 CARRY-SERVICE PARAMETERS (RE-REGISTER
      * THE RESTORED CUSTOMER ON THE NUMBER MASTER)
            MOVE CTL-REC (1:40) TO WS-WANT-NAME.
            IF CTL-REC (42:4) IS NUMERIC THEN
                MOVE CTL-REC (42:4) TO WS-WANT-ARCH.
            IF WS-WANT-ARCH NOT = 0 THEN
                PERFORM RSTREG THRU RSTREGX.
            OPEN INPUT ARCHIN.
            READ ARCHIN
                AT END MOVE 'Y' TO WS-ARCH-EOF.
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 1 TO WS-CUR-ARCH.
            PERFORM RSTEXPS THRU RSTEXPSX.
            MOVE ARCH-REC (9:8) TO WS-ARCH-KIND.
            OPEN I-O MYFILE08.

      *****************************************************************
      * RPI 1383 - TRACK THE ARCHIVE ORDINAL ACROSS A CONCATENATION
            IF ARCH-REC (1:8) = '*ARCHIVE' THEN
                ADD 1 TO WS-CUR-ARCH
                PERFORM RSTEXPS THRU RSTEXPSX
                MOVE ARCH-REC (9:8) TO WS-ARCH-KIND
                GO TO RSTSCANX.
            IF WS-ARCH-KIND = ' ORDERS=' THEN GO TO RSTSCANX.
            IF WS-WANT-ARCH NOT = 0
               AND WS-CUR-ARCH NOT = WS-WANT-ARCH THEN
                GO TO RSTSCANX.
        RSTSCANX.
            EXIT.

      *****************************************************************
      * RSTREG - RPI 1426: WHICH ARCHIVE IDS HAVE EXPIRED
      *****************************************************************
        RSTREG.
            OPEN INPUT ARCHREG.
            IF WS-FSRG NOT = '00' THEN GO TO RSTREGX.
        RSTREGL.
            READ ARCHREG
                AT END GO TO RSTREGE.
            IF WS-EXP-TOT NOT LESS THAN 200 THEN GO TO RSTREGE.
            ADD 1 TO WS-EXP-TOT.
            MOVE 'N' TO WS-EXP-FLAG (WS-EXP-TOT).
            IF REG-EXPIRED = 'EXPIRED' THEN
                MOVE 'Y' TO WS-EXP-FLAG (WS-EXP-TOT).
            GO TO RSTREGL.
        RSTREGE.
            CLOSE ARCHREG.
        RSTREGX.
            EXIT.

      * RSTEXPS - PASS OVER EXPIRED IDS; THEY ARE NOT CONCATENATED
        RSTEXPS.
            IF WS-CUR-ARCH GREATER THAN WS-EXP-TOT THEN
                GO TO RSTEXPSX.
            IF WS-EXP-FLAG (WS-CUR-ARCH) NOT = 'Y' THEN
                GO TO RSTEXPSX.
            ADD 1 TO WS-CUR-ARCH.
            GO TO RSTEXPS.
        RSTEXPSX.
            EXIT.

        RSTTERM.
            IF NOT CUST-FOUND THEN
                DISPLAY 'CUSTRST1 NOT IN ARCHIVE: ' WS-WANT-NAME
