      * AVERAGE AND 95TH PERCENTILE.  PERCENTILES COME FROM A 10MS-
      * BUCKET HISTOGRAM PER SERVICE (0 TO 9.99 SECONDS; ANYTHING
      * SLOWER LANDS IN THE TOP BUCKET AND IS STILL COUNTED).
      * REPEATS THE MANAGER ANSWERED FROM ITS IDEMPOTENCY POOL
      * (JRN-REPEAT 'R') NEVER REACHED THE SERVICE, SO THEY ARE
      * COUNTED IN THEIR OWN COLUMN AND KEPT OUT OF THE CALL, ERROR
      * AND ELAPSED-TIME FIGURES.  REQUESTS REFUSED (OR HELD FOR
      * REQUEUE) BECAUSE THE SERVICE WAS IN A PLANNED MAINTENANCE
      * WINDOW (RC 4083, SEE SOA-MNT-TAB IN DEMOCMGR.CBL) LIKEWISE
      * NEVER REACHED IT; THEY GET THEIR OWN MAINT COLUMN SO AN
      * EXPECTED OUTAGE DOES NOT READ AS AN ERROR RATE.
      *
       PROGRAM-ID. SOARPT1.
       ENVIRONMENT DIVISION.
      *    CALLING CREDENTIAL - CARRIED SINCE THE QUOTA WORK; THE
      *    SERVICE VIEW IGNORES IT, SOAUSG1 ROLLS IT UP
           05  JRN-CRED    PIC X(8).
      *    'R' = REPEAT ANSWERED WITHOUT DISPATCH (SEE SOA-DUP-POOL)
           05  JRN-REPEAT  PIC X.

       FD  RPTOUT
           RECORDING MODE IS F.
               10  SVC-NAME    PIC X(8).
               10  SVC-CALLS   PIC 9(8)  COMP.
               10  SVC-ERRORS  PIC 9(8)  COMP.
               10  SVC-REPEATS PIC 9(8)  COMP.
               10  SVC-MAINT   PIC 9(8)  COMP.
               10  SVC-ELAPSUM PIC 9(12) COMP.
               10  SVC-ELAPMIN PIC 9(8)  COMP.
               10  SVC-ELAPMAX PIC 9(8)  COMP.
       77  WRK-P95        PIC 9(8)    COMP.
       77  WRK-RATE       PIC 9(3)    COMP.
       77  DROPPED-RECS   PIC 9(7)    COMP-3 VALUE 0.
       77  RC-MAINT       PIC 9(4)    VALUE 4083.

       01  RPT-HDRLINE    PIC X(60)
           VALUE 'SOARPT1 - DAILY SOA SERVICE LEVELS'.
       01  RPT-COLHDR     PIC X(94) VALUE
           'SERVICE  CALLS    ERRORS   ERR-PCT MIN-MS   AVG-MS   P95-M
      -    'S   MAX-MS   REPEATS     MAINT'.
       01  RPT-DETAIL.
           05  RPT-SVC     PIC X(8).
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-P95     PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-MAX     PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-REPEATS PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-MAINT   PIC ZZZZZZZ9.
       01  RPT-TRAILER.
           05  FILLER      PIC X(24)
               VALUE 'RECORDS NOT ATTRIBUTED ='.
           WRITE RPT-REC.
           PERFORM JRNREAD.
           PERFORM JRNPOST THRU JRNFIND UNTIL NO-MORE-JRN.
           PERFORM SVCRPT THRU SVCRPTX
               VARYING SVC-IX FROM 1 BY 1
               UNTIL SVC-IX GREATER THAN SVC-USED.
           MOVE SPACES TO RPT-REC.
           IF SVC-FOUND = 'N'
               ADD 1 TO DROPPED-RECS
           ELSE
               PERFORM JRNACCUM THRU JRNACCUX.
           PERFORM JRNREAD.

      * ZERO EVERY ACCUMULATOR AND BUCKET OF THE NEW ENTRY - ON THE
       SVCINIT.
           MOVE 0 TO SVC-CALLS (SVC-IX).
           MOVE 0 TO SVC-ERRORS (SVC-IX).
           MOVE 0 TO SVC-REPEATS (SVC-IX).
           MOVE 0 TO SVC-MAINT (SVC-IX).
           MOVE 0 TO SVC-ELAPSUM (SVC-IX).
           MOVE 0 TO SVC-ELAPMAX (SVC-IX).
           MOVE 99999999 TO SVC-ELAPMIN (SVC-IX).
           EXIT.

       JRNACCUM.
           IF JRN-REPEAT = 'R'
               ADD 1 TO SVC-REPEATS (SVC-IX)
               GO TO JRNACCUX.
           IF JRN-RC = RC-MAINT
               ADD 1 TO SVC-MAINT (SVC-IX)
               GO TO JRNACCUX.
           ADD 1 TO SVC-CALLS (SVC-IX).
           IF JRN-RC NOT = 0
               ADD 1 TO SVC-ERRORS (SVC-IX).
           IF BKT-IX GREATER THAN 1000
               MOVE 1000 TO BKT-IX.
           ADD 1 TO SVC-BUCKET (SVC-IX, BKT-IX).
       JRNACCUX.
           EXIT.

      * ONE SERVICE-LEVEL LINE - P95 FROM THE BUCKET WALK
       SVCRPT.
           MOVE SVC-NAME (SVC-IX)    TO RPT-SVC.
           MOVE SVC-CALLS (SVC-IX)   TO RPT-CALLS.
           MOVE SVC-ERRORS (SVC-IX)  TO RPT-ERRORS.
           MOVE SVC-REPEATS (SVC-IX) TO RPT-REPEATS.
           MOVE SVC-MAINT (SVC-IX)   TO RPT-MAINT.
           IF SVC-CALLS (SVC-IX) = 0
               MOVE 0 TO RPT-RATE RPT-MIN RPT-AVG RPT-P95 RPT-MAX
               MOVE RPT-DETAIL TO RPT-REC
               WRITE RPT-REC
               GO TO SVCRPTX.
           COMPUTE WRK-RATE =
               SVC-ERRORS (SVC-IX) * 100 / SVC-CALLS (SVC-IX).
           MOVE WRK-RATE TO RPT-RATE.
           MOVE SVC-ELAPMAX (SVC-IX) TO RPT-MAX.
           MOVE RPT-DETAIL TO RPT-REC.
           WRITE RPT-REC.
       SVCRPTX.
           EXIT.
