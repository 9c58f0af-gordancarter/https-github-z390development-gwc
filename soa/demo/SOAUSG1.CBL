      * COUNT (INCLUDING THE OVER-QUOTA REFUSALS, RC 4086, COUNTED
      * SEPARATELY SO A THROTTLED CLIENT IS VISIBLE AS THROTTLED),
      * AND TOTAL ELAPSED MILLISECONDS - THE ACCOUNTING VIEW BESIDE
      * SOARPT1'S SERVICE-LEVEL VIEW.  REPEATS THE MANAGER ANSWERED
      * FROM ITS IDEMPOTENCY POOL (JRN-REPEAT 'R') ARE COUNTED IN
      * THEIR OWN COLUMN, NOT AS CALLS - THE SERVICE NEVER RAN THEM -
      * SO A CLIENT THAT RETRIES TOO EAGERLY SHOWS UP AS SUCH.
      * REQUESTS THE MANAGER REFUSED BECAUSE THEIR PAYLOAD FAILED
      * THE SERVICE'S SOASCHM SCHEMA (RC 4082, SEE SOASCH1) ARE
      * COUNTED IN AN INVALID COLUMN OF THEIR OWN, THE SAME WAY AS
      * THE QUOTA REFUSALS, SO THE CLIENT SENDING BAD PAYLOADS IS
      * NAMED.
      *
       PROGRAM-ID. SOAUSG1.
       ENVIRONMENT DIVISION.
           05  JRN-RSPL    PIC 9(5).
           05  JRN-ELAPMS  PIC 9(7).
           05  JRN-CRED    PIC X(8).
           05  JRN-REPEAT  PIC X.

       FD  RPTOUT
           RECORDING MODE IS F.
               10  USE-CALLS   PIC 9(8)  COMP.
               10  USE-ERRORS  PIC 9(8)  COMP.
               10  USE-QUOTAS  PIC 9(8)  COMP.
               10  USE-REPEATS PIC 9(8)  COMP.
               10  USE-INVALID PIC 9(8)  COMP.
               10  USE-ELAPSUM PIC 9(12) COMP.
       77  USE-USED       PIC 9(2)    COMP VALUE 0.
       77  USE-IX         PIC 9(2)    COMP.

       01  RPT-HDRLINE    PIC X(52)
           VALUE 'SOAUSG1 - USAGE BY CREDENTIAL AND SERVICE'.
       01  RPT-COLHDR     PIC X(90) VALUE
           'CREDENT  SERVICE  CALLS    ERRORS   OVERQTA  ELAPSED-MS
      -    '   REPEATS  INVALID'.
       01  RPT-DETAIL.
           05  RPT-CRED    PIC X(8).
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-QUOTAS  PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-ELAP    PIC ZZZZZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-REPEATS PIC ZZZZZZZ9.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-INVALID PIC ZZZZZZZ9.
       01  RPT-TRAILER.
           05  FILLER      PIC X(24)
               VALUE 'RECORDS NOT ATTRIBUTED ='.
               MOVE 0 TO USE-CALLS (USE-IX)
               MOVE 0 TO USE-ERRORS (USE-IX)
               MOVE 0 TO USE-QUOTAS (USE-IX)
               MOVE 0 TO USE-REPEATS (USE-IX)
               MOVE 0 TO USE-INVALID (USE-IX)
               MOVE 0 TO USE-ELAPSUM (USE-IX)
               MOVE 'Y' TO USE-FOUND.
           IF USE-FOUND = 'N'
               ADD 1 TO DROPPED-RECS
           ELSE
           IF JRN-REPEAT = 'R'
               ADD 1 TO USE-REPEATS (USE-IX)
           ELSE
               ADD 1 TO USE-CALLS (USE-IX)
               ADD JRN-ELAPMS TO USE-ELAPSUM (USE-IX)
               IF JRN-RC = 4086
                   ADD 1 TO USE-QUOTAS (USE-IX)
               ELSE
               IF JRN-RC = 4082
                   ADD 1 TO USE-INVALID (USE-IX)
               ELSE
               IF JRN-RC NOT = 0
                   ADD 1 TO USE-ERRORS (USE-IX).
           PERFORM JRNREAD.
           MOVE USE-ERRORS (USE-IX)  TO RPT-ERRORS.
           MOVE USE-QUOTAS (USE-IX)  TO RPT-QUOTAS.
           MOVE USE-ELAPSUM (USE-IX) TO RPT-ELAP.
           MOVE USE-REPEATS (USE-IX) TO RPT-REPEATS.
           MOVE USE-INVALID (USE-IX) TO RPT-INVALID.
           MOVE RPT-DETAIL TO RPT-REC.
           WRITE RPT-REC.
       USELINEX.
