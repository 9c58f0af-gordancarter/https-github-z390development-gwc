      *                 DATETIME DERIVES FROM DAY-OF-WEEK)
      *           'NB'  DC-RESULT = NEXT BUSINESS DAY AFTER DC-DATE1
      *           'PB'  DC-RESULT = PREVIOUS BUSINESS DAY BEFORE
      *           'FP'  DC-RESULT = FISCAL YEAR AND PERIOD OF
      *                 DC-DATE1 AS YYYYPP (FISCAL YEAR * 100 +
      *                 PERIOD, SO 202603 IS PERIOD 3 OF FY 2026)
      *           'FS'  DC-RESULT = FIRST DAY OF THAT FISCAL PERIOD
      *           'FE'  DC-RESULT = LAST DAY OF THAT FISCAL PERIOD
      *           'FR'  DC-DAYS   = BUSINESS DAYS LEFT IN THE FISCAL
      *                 PERIOD AFTER DC-DATE1 (0 ON ITS LAST BUSINESS
      *                 DAY), DC-RESULT = THE PERIOD'S LAST DAY
      *
      *   DATES ARE YYYYMMDD.  DC-RC 00 = OK, 08 = BAD DATE OR
      *   FUNCTION.  BUSINESS DAYS SKIP SATURDAY/SUNDAY (THE RULE
           SELECT HOLIDAYS ASSIGN TO HOLIDAYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-FS.
           SELECT FISCAL ASSIGN TO FISCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAYS
           RECORDING MODE IS F.
       01  HOL-REC        PIC X(80).
       FD  FISCAL
           RECORDING MODE IS F.
       01  FIS-REC.
           05  FIS-R-YEAR     PIC X(4).
           05  FILLER         PIC X.
           05  FIS-R-PER      PIC X(2).
           05  FILLER         PIC X.
           05  FIS-R-START    PIC X(8).
           05  FILLER         PIC X.
           05  FIS-R-END      PIC X(8).
           05  FILLER         PIC X(55).

       WORKING-STORAGE SECTION.
       77  HOL-FS         PIC X(2)  VALUE SPACES.
       77  HOL-IX         PIC S9(4) COMP.
       77  HOL-HIT        PIC X.

      * FISCAL CALENDAR, ONE ENTRY PER PERIOD (20 YEARS OF 12)
       77  FIS-FS         PIC X(2)  VALUE SPACES.
       77  FIS-EOF        PIC X     VALUE 'N'.
       77  FIS-LOADED     PIC X     VALUE 'N'.
       01  FIS-TABLE.
           05  FIS-ENTRY  OCCURS 240 TIMES.
               10  FIS-YEAR   PIC 9(4).
               10  FIS-PER    PIC 99.
               10  FIS-START  PIC 9(8).
               10  FIS-END    PIC 9(8).
       77  FIS-TOT        PIC S9(4) COMP VALUE 0.
       77  FIS-IX         PIC S9(4) COMP.
       77  FIS-LEFT       PIC S9(5) COMP.

      * DATE SPLIT AND JULIAN-DAY WORK FIELDS
       01  WRK-DATE       PIC 9(8).
       01  FILLER REDEFINES WRK-DATE.
                   MOVE -1 TO STEP-DAYS
                   PERFORM BIZSTEP THRU BIZSTEPX
                   MOVE WRK-DATE TO DC-RESULT
               WHEN 'FP'
                   PERFORM FISFIND THRU FISFINDX
                   IF DC-RC = 0
                       COMPUTE DC-RESULT = FIS-YEAR (FIS-IX) * 100
                           + FIS-PER (FIS-IX)
                   END-IF
               WHEN 'FS'
                   PERFORM FISFIND THRU FISFINDX
                   IF DC-RC = 0
                       MOVE FIS-START (FIS-IX) TO DC-RESULT
                   END-IF
               WHEN 'FE'
                   PERFORM FISFIND THRU FISFINDX
                   IF DC-RC = 0
                       MOVE FIS-END (FIS-IX) TO DC-RESULT
                   END-IF
               WHEN 'FR'
                   PERFORM FISFIND THRU FISFINDX
                   IF DC-RC = 0
                       PERFORM FISLEFT THRU FISLEFTX
                       MOVE FIS-LEFT TO DC-DAYS
                       MOVE FIS-END (FIS-IX) TO DC-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 8 TO DC-RC
           END-EVALUATE.
           GO TO HOLCHKL.
       HOLCHKX.
           EXIT.

      * FISLOAD - FISCAL CALENDAR FILE INTO THE TABLE, ONCE PER LOAD
      * MODULE; LINES THAT ARE NOT A YEAR, PERIOD AND TWO DATES ARE
      * SKIPPED
       FISLOAD.
           MOVE 'Y' TO FIS-LOADED.
           OPEN INPUT FISCAL.
           IF FIS-FS NOT = '00' GO TO FISLOADX.
       FISLOADL.
           READ FISCAL
               AT END MOVE 'Y' TO FIS-EOF.
           IF FIS-EOF = 'Y'
               CLOSE FISCAL
               GO TO FISLOADX.
           IF FIS-R-YEAR IS NOT NUMERIC OR FIS-R-PER IS NOT NUMERIC
              OR FIS-R-START IS NOT NUMERIC
              OR FIS-R-END IS NOT NUMERIC
              OR FIS-TOT NOT LESS THAN 240
               GO TO FISLOADL.
           ADD 1 TO FIS-TOT.
           MOVE FIS-R-YEAR  TO FIS-YEAR (FIS-TOT).
           MOVE FIS-R-PER   TO FIS-PER (FIS-TOT).
           MOVE FIS-R-START TO FIS-START (FIS-TOT).
           MOVE FIS-R-END   TO FIS-END (FIS-TOT).
           GO TO FISLOADL.
       FISLOADX.
           EXIT.

      * FISFIND - FIS-IX = THE PERIOD HOLDING DC-DATE1, ELSE RC 08
       FISFIND.
           IF FIS-LOADED = 'N'
               PERFORM FISLOAD THRU FISLOADX.
           MOVE 0 TO FIS-IX.
       FISFINDL.
           ADD 1 TO FIS-IX.
           IF FIS-IX GREATER THAN FIS-TOT
               MOVE 8 TO DC-RC
               GO TO FISFINDX.
           IF DC-DATE1 LESS THAN FIS-START (FIS-IX)
              OR DC-DATE1 GREATER THAN FIS-END (FIS-IX)
               GO TO FISFINDL.
       FISFINDX.
           EXIT.

      * FISLEFT - COUNT THE BUSINESS DAYS AFTER DC-DATE1 UP TO AND
      * INCLUDING THE PERIOD END, SAME WEEKEND/HOLIDAY RULE AS
      * BIZSTEP; JDN1 IS DC-DATE1, JDN2 THE PERIOD END
       FISLEFT.
           MOVE 0 TO FIS-LEFT.
           MOVE FIS-END (FIS-IX) TO WRK-DATE.
           PERFORM TOJDN.
           MOVE JDN TO JDN2.
           MOVE JDN1 TO JDN.
       FISLEFTL.
           ADD 1 TO JDN.
           IF JDN GREATER THAN JDN2 GO TO FISLEFTX.
           PERFORM JDNDOW.
           IF WRK-DOW = 1 OR WRK-DOW = 7
               GO TO FISLEFTL.
           PERFORM FROMJDN.
           PERFORM HOLCHK THRU HOLCHKX.
           IF HOL-HIT = 'N'
               ADD 1 TO FIS-LEFT.
           GO TO FISLEFTL.
       FISLEFTX.
           EXIT.
