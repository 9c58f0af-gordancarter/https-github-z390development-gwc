      *   16  ALERTS ROUTED (TESTALR1 - RPI 1364)
      *   17  LOAD DRIVER CALLS (TESTLOD1 - RPI 1385)
      *   18-20  RESERVED
      *
      * RPI 1431 - STATPOST ALSO ADDS EVERY POST TO THE SAME SLOT OF
      * THE CURRENT CLOCK HOUR'S STAT-HOUR-REC IN TS QUEUE STATHRQ:
      * 24 ITEMS, ITEM N = HOUR N-1 OF EIBTIME, ALL CREATED ZEROED BY
      * THE DAY'S FIRST POST.  TESTEOD1 WRITES THE 24 TO HISTORY WITH
      * THE DAILY RECORD AND RESETS THEM WITH IT; TESTHRR1 (REPORT)
      * AND TESTHRS1 (SCREEN) SHOW THE DAY SO FAR BY HOUR.
      *****************************************************************
        01  STAT-REC.
            02  STAT-CTR   PIC 9(8)  OCCURS 20 TIMES.
        77  STATSQ     PIC X(8)  VALUE 'STATSQ'.
        01  STAT-HOUR-REC.
            02  STAT-HCTR  PIC 9(8)  OCCURS 20 TIMES.
        77  STATHRQ    PIC X(8)  VALUE 'STATHRQ'.
