      *   'H' + EXTRACT DATE
      *   'D' + SEQ(6) + ACTION + NAME(40) + IMAGE(92)
      *   'T' + RECORD COUNT(6) + A/C/D COUNTS(6 EACH)
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
      * RPI 1437 - THE CUSTJRNQ RECORD CARRIES JRNCHN1'S 27 CHAIN
      * BYTES AFTER THE AFTER-IMAGE (272 BYTES); JRNVFY1 CHECKS THEM.
      *
        PROGRAM-ID. CUSTDLT1.
        ENVIRONMENT DIVISION.
            02  JRNL-TIME   PIC 9(7).
            02  JRNL-BEFORE PIC X(92).
            02  JRNL-AFTER  PIC X(92).
            02  JRNL-SEQ    PIC 9(9).
            02  JRNL-PREVH  PIC 9(18).

        SD  SORTWK.
        01  SORT-REC.

        77  WS-ARRIVAL            PIC 9(7)   VALUE 0.
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.

      * THE CURRENT CUSTOMER'S NETTING STATE
        77  WS-CUR-NAME           PIC X(40).

        PROCEDURE DIVISION.

      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            SORT SORTWK
                ON ASCENDING KEY SORT-KEY
                INPUT PROCEDURE IS DLTIN
