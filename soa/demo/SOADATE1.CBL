      *
      * PARMS LAYOUT (DISPLAY FORM SO A CAPTURE READS IN A BROWSE):
      *
      *   COL  1- 2  DC-FUNC  (AD/SD/DF/DW/NB/PB/FP/FS/FE/FR)
      *   COL  3-10  DC-DATE1 YYYYMMDD
      *   COL 11-18  DC-DATE2 YYYYMMDD
      *   COL 19-24  DC-DAYS, SIGN LEADING SEPARATE
      *   COL 25-32  DC-RESULT YYYYMMDD (RETURNED)
      *   COL 33     DC-DOW 1=SUNDAY..7=SATURDAY (RETURNED)
      *
      * THE FISCAL FUNCTIONS ANSWER FROM THE SAME 4-4-5 FISCAL
      * CALENDAR FILE FINANCE CLOSES ON, SO A DISTRIBUTED CLIENT
      * NEVER KEEPS ITS OWN COPY OF THE PERIOD TABLE:
      *
      *   FP  DC-RESULT = FISCAL YEAR AND PERIOD AS 00YYYYPP
      *   FS  DC-RESULT = FIRST DAY OF THE FISCAL PERIOD
      *   FE  DC-RESULT = LAST DAY OF THE FISCAL PERIOD
      *   FR  DC-DAYS   = BUSINESS DAYS LEFT IN THE PERIOD AFTER
      *                   DC-DATE1, DC-RESULT = THE PERIOD'S LAST DAY
      *
      * A DATE THE FISCAL CALENDAR DOES NOT COVER IS RC 8, LIKE A
      * BAD DATE.
      *
       PROGRAM-ID. SOADATE1.
       ENVIRONMENT DIVISION.
