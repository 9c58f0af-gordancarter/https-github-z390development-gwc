      *****************************************************************
      * SHIFT-TURNOVER REPORT LINE - TRNFILE KSDS
      *
      * RPI 1430 - REBUILT BY EACH TRNOVR1 RUN: THE SECTIONED REPORT
      * OF WHAT WENT WRONG IN THE OVERNIGHT WINDOW, ONE RECORD PER
      * PRINT LINE IN PRINT ORDER, KEYED ON THE LINE NUMBER.
      * TRN-FROM-DATE/TIME ARE THE START OF THE WINDOW REPORTED (THE
      * LAST BDROLL1 ROLL STAMP, JULIAN 0CYYDDD AND HHMMSS), THE SAME
      * ON EVERY LINE.  TRN-FILL IS SPACE ON A LINE PRINTED AS IT
      * STANDS; ON A SECTION HEADING IT NAMES THE SECTION THE TRNPRT1
      * TRANSACTION FILLS IN FROM CICS-SIDE DATA AS IT PRINTS:
      *
      *   S  SLA MISSES (TESTSLA1'S SLAMISSQ LOG)
      *   A  UNEXPECTED ABENDS (ABNDLOG AGAINST ABNDEXP)
      *   Q  QUEUES OVER THEIR HOUSEKEEPING THRESHOLDS (QHKPOL)
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  TRN-REC IS 140 BYTES, KEY 6.
            02  TRN-REC.
                03  TRN-KEY.
                    04  TRN-LINENO   PIC 9(6).
                03  TRN-FROM-DATE PIC 9(7).
                03  TRN-FROM-TIME PIC 9(6).
                03  TRN-FILL     PIC X.
                03  TRN-TEXT     PIC X(120).
