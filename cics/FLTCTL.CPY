      *****************************************************************
      * FAULT-INJECTION SWITCHBOARD - FLTCTL KSDS
      *
      * RPI 1440 - READ BY THE FLTCHK1 CHECK THAT THE SHARED SERVICES
      * (VSAMJRN1, STATPOST, RPTSVC1, MSGGET1, SCRNCAP1, ZIPSVC1)
      * LINK TO ON ENTRY.  ONE LINE PER FAULT, KEYED ON THE SERVICE
      * AND THE PROGRAM CALLING IT ('*' = ANY CALLER; A LINE FOR THE
      * CALLER BY NAME IS TRIED FIRST):
      *
      *   FLT-NTH     FIRE ON THE NTH MATCHING CALL ONLY; ZERO = EVERY
      *               MATCHING CALL
      *   FLT-ACTION  'R' THE SERVICE RETURNS ITS FAILURE CODE - THE
      *                   UNAVAILABLE CODE (8) WHERE IT HAS ONE; THE
      *                   SERVICES WITH NO RETURN CODE (VSAMJRN1,
      *                   STATPOST, SCRNCAP1) DROP THE CALL'S WORK
      *               'C' RAISE FLT-COND - THE TASK ABENDS WITH THE
      *                   CODE THAT CONDITION GIVES WHEN NOBODY
      *                   HANDLES IT (NOTFND AEIM, DUPREC AEIN, INVREQ
      *                   AEIP, IOERR AEIQ, NOSPACE AEIR, NOTOPEN
      *                   AEIS, ENDFILE AEIT, LENGERR AEIV, ITEMERR
      *                   AEIZ, PGMIDERR AEI0, QIDERR AEYH, DISABLED
      *                   AEXL; ANY OTHER NAME AEIP)
      *   FLT-COUNT   MATCHING CALLS SEEN, FLT-FIRED FAULTS INJECTED -
      *               KEPT BY FLTCHK1; ZERO THEM TO RE-ARM AN NTH-CALL
      *               LINE
      *
      * NOTHING FIRES UNLESS THE '*SWITCH' LINE (SERVICE '*SWITCH ',
      * CALLER BLANK) HAS FLT-SW-ON 'Y' AND NAMES IN FLT-SW-APPLID THE
      * APPLID OF THE REGION RUNNING - A SWITCHBOARD COPIED INTO
      * PRODUCTION STAYS DEAD.  EVERY FAULT INJECTED IS LOGGED TO TS
      * QUEUE FLTLOGQ (SEE FLTCHK1.CBL).
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  FLT-REC IS 80 BYTES, KEY 16.
            02  FLT-REC.
                03  FLT-KEY.
                    04  FLT-SERVICE  PIC X(8).
                    04  FLT-CALLER   PIC X(8).
                03  FLT-NTH      PIC 9(5).
                03  FLT-ACTION   PIC X.
                03  FLT-COND     PIC X(8).
                03  FLT-COUNT    PIC 9(5).
                03  FLT-FIRED    PIC 9(5).
                03  FILLER       PIC X(40).
            02  FLT-SWREC REDEFINES FLT-REC.
                03  FILLER       PIC X(16).
                03  FLT-SW-ON    PIC X.
                03  FLT-SW-APPLID PIC X(8).
                03  FILLER       PIC X(55).
