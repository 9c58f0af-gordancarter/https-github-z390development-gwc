      * CUTOFF WOULD PURGE.  RUN IT, PICK THE CUTOFF, THEN RUN THE
      * REAL PURGE.  AGES USE THE SAME FLATTENED CYY*365+DDD DAY
      * ARITHMETIC THE REST OF THE BED APPLIES TO 0CYYDDD DATES.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. CUSTAGE1.
        ENVIRONMENT DIVISION.
            88  NO-MORE-08                   VALUE 'Y'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-CUTOFF             PIC 9(7)   VALUE 0.
        77  WS-HAVE-CUT           PIC X      VALUE 'N'.

            STOP RUN.

        AGEINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            MOVE WS-TODAY TO WS-WORKD.
            PERFORM AGEFLAT.
            MOVE WS-FLAT-DAYS TO WS-TODAY-DAYS.
