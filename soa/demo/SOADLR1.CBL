      * WHEN, WHICH SERVICE, WHICH CORR-ID, THE LAST HOST TRIED AND
      * THE FAILING RETURN CODE - AND COUNTS ENTRIES PER SERVICE,
      * SO THE MORNING QUESTION 'WHAT DID WE LOSE OVERNIGHT' IS A
      * REPORT, NOT A DATASET BROWSE.  ONE-WAY SENDS HELD FOR
      * REQUEUE BECAUSE THEIR SERVICE WAS IN A PLANNED MAINTENANCE
      * WINDOW (DLQ-RC 4083, SEE SOA-MNT-TAB IN DEMOCMGR.CBL) ARE
      * EXPECTED, NOT LOST: THEY ARE FLAGGED 'MAINT' ON THEIR DETAIL
      * LINE AND COUNTED AS HELD, APART FROM THE PARKED FAILURES, SO
      * A WINDOW NO LONGER BURIES A REAL FAILURE.  RETURN CODE 4 =
      * AT LEAST ONE PARKED FAILURE (THE DATASET NEEDS ATTENTION);
      * HELD ENTRIES ALONE GO BACK WITH SOARQU1 AFTER THE WINDOW AND
      * LEAVE THE RETURN CODE 0.
      *
       PROGRAM-ID. SOADLR1.
       ENVIRONMENT DIVISION.
           05  SVC-ENTRY OCCURS 8 TIMES.
               10  SVC-NAME    PIC X(8).
               10  SVC-COUNT   PIC 9(8)  COMP.
               10  SVC-HELD    PIC 9(8)  COMP.
       77  SVC-USED       PIC 9(2)    COMP VALUE 0.
       77  SVC-IX         PIC 9(2)    COMP.
       77  SVC-FOUND      PIC X.
       77  TOT-PARKED     PIC 9(8)    COMP VALUE 0.
       77  TOT-HELD       PIC 9(8)    COMP VALUE 0.
       77  RC-MAINT       PIC 9(4)    VALUE 4083.

       01  RPT-HDRLINE    PIC X(52)
           VALUE 'SOADLR1 - DEAD-LETTER DATASET REPORT'.
           05  RPT-DTL-HOST PIC X(24).
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-DTL-RC  PIC 9(4).
           05  FILLER      PIC X     VALUE SPACE.
           05  RPT-DTL-MNT PIC X(5).
       01  RPT-SVCLINE.
           05  RPT-SVC-NAME PIC X(8).
           05  FILLER      PIC X(9)  VALUE ' PARKED ='.
           05  RPT-SVC-CNT PIC ZZZZZZZ9.
           05  FILLER      PIC X(7)  VALUE ' HELD ='.
           05  RPT-SVC-HLD PIC ZZZZZZZ9.
       01  RPT-TRAILER.
           05  FILLER      PIC X(15) VALUE 'TOTAL PARKED ='.
           05  RPT-TRL-CNT PIC ZZZZZZZ9.
           05  FILLER      PIC X(26)
               VALUE '  HELD FOR MAINTENANCE ='.
           05  RPT-TRL-HLD PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM SVCLINES THRU SVCLINEX.
           MOVE SPACES TO RPT-REC.
           MOVE TOT-PARKED TO RPT-TRL-CNT.
           MOVE TOT-HELD TO RPT-TRL-HLD.
           MOVE RPT-TRAILER TO RPT-REC.
           WRITE RPT-REC.
           CLOSE SOADLQIN.

      * ONE PARKED ENTRY PER PASS: DETAIL LINE PLUS SERVICE COUNT
       DLQLINE.
           MOVE SPACES TO RPT-DTL-MNT.
           IF DLQ-RC = RC-MAINT
               ADD 1 TO TOT-HELD
               MOVE 'MAINT' TO RPT-DTL-MNT
           ELSE
               ADD 1 TO TOT-PARKED.
           MOVE SPACES TO RPT-REC.
           MOVE DLQ-DATE TO RPT-DTL-DATE.
           MOVE DLQ-TIME TO RPT-DTL-TIME.
           IF SVC-IX NOT GREATER THAN SVC-USED
               IF SVC-NAME (SVC-IX) = DLQ-SVC
                   MOVE 'Y' TO SVC-FOUND
               ELSE
                   GO TO DLQFIND.
           IF SVC-FOUND = 'N' AND SVC-USED LESS THAN 8
               ADD 1 TO SVC-USED
               MOVE SVC-USED TO SVC-IX
               MOVE DLQ-SVC TO SVC-NAME (SVC-IX)
               MOVE 0 TO SVC-COUNT (SVC-IX)
               MOVE 0 TO SVC-HELD (SVC-IX)
               MOVE 'Y' TO SVC-FOUND.
           IF SVC-FOUND = 'Y'
               IF DLQ-RC = RC-MAINT
                   ADD 1 TO SVC-HELD (SVC-IX)
               ELSE
                   ADD 1 TO SVC-COUNT (SVC-IX).
           PERFORM DLQREAD.

       SVCLINES.
           MOVE SPACES TO RPT-REC.
           MOVE SVC-NAME (SVC-IX)  TO RPT-SVC-NAME.
           MOVE SVC-COUNT (SVC-IX) TO RPT-SVC-CNT.
           MOVE SVC-HELD (SVC-IX)  TO RPT-SVC-HLD.
           MOVE RPT-SVCLINE TO RPT-REC.
           WRITE RPT-REC.
           GO TO SVCLINEL.
