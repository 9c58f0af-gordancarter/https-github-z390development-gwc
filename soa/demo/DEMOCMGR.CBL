      * SHOWS WHEN CAPACITY CAME AND WENT.  A REQUEST THAT FAILS ON
      * ONE HOST IS RETRIED ON THE NEXT HEALTHY HOST UNDER THE SAME
      * CORR-ID; THE SERVER-SIDE MANAGER SUPPRESSES THE DUPLICATE
      * WITH THE SOA-DUP TABLE BELOW (A CREDENTIAL/CORR-ID ALREADY
      * SERVED WITHIN THE WINDOW HANDS BACK THE SAVED REPLY INSTEAD
      * OF DISPATCHING THE SERVICE TWICE).  ALL POOL HOSTS DOWN FAILS
      * FAST WITH SOA-RC-NO-HOSTS.
      *
       01  SOA-HOST-HEALTH.
       77  SOA-HB-SVC         PIC X(8)  VALUE '*SOAPING'.
       77  SOA-RC-NO-HOSTS    PIC S9(8) COMP VALUE 4089.
      *
      * SERVER-SIDE IDEMPOTENCY - A REQUEST CAN ARRIVE MORE THAN
      * ONCE: THE FAILOVER RETRY ABOVE, A CLIENT RETRYING ON ITS OWN
      * TIMEOUT, OR SOARQU1 RE-SUBMITTING A DEAD-LETTERED MESSAGE
      * THE SERVER HAD IN FACT COMPLETED BEFORE THE REPLY WAS LOST.
      * FOR A READ SERVICE LIKE DATECALC A SECOND RUN IS HARMLESS;
      * FOR A SERVICE THAT POSTS DATA IT IS A DOUBLE POSTING.  THE
      * GENERATED RECEIVE LOGIC (SOACMGR3, SAME GAP AS BELOW) KEEPS
      * EVERY COMPLETED REQUEST HERE, KEYED ON SOA-MSG-CRED PLUS
      * SOA-MSG-CORR-ID (CORR-IDS ARE ONLY UNIQUE PER CLIENT), WITH
      * THE FULL REPLY IT PRODUCED.  BEFORE DISPATCHING, AFTER THE
      * ACCESS CHECK, IT LOOKS THE PAIR UP:
      *
      *   NOT THERE    DISPATCH AS USUAL; THE ENTRY IS TAKEN IN STATE
      *                'I' (IN FLIGHT) AND GOES TO 'C' WITH THE REPLY
      *                SAVED WHEN THE SERVICE RETURNS
      *   STATE 'C'    THE SAVED REPLY GOES BACK AS IT WAS FIRST
      *                SENT, THE SERVICE IS NOT CALLED, THE QUOTA IS
      *                NOT CHARGED, AND THE SOAJRNL RECORD IS FLAGGED
      *                SOA-JRN-REPEAT 'R' SO THE ROLLUPS (SOARPT1,
      *                SOAUSG1) COUNT REPEATS APART FROM REAL CALLS
      *   STATE 'I'    THE FIRST COPY IS STILL RUNNING - REFUSED WITH
      *                SOA-RC-IN-FLIGHT (JOURNALED 'R' LIKE A REPEAT),
      *                SO THE CLIENT RETRIES AND COLLECTS THE ANSWER
      *                ONCE IT IS SAVED
      *
      * HOW LONG A COMPLETED REQUEST IS KEPT IS SET PER SERVICE BY
      * SOASVC COLS 41-45 (SECONDS - SEE SOA-SVC-KEEP IN THE REGISTRY
      * BELOW): BLANK TAKES SOA-DUP-WINDOW, ZERO KEEPS NOTHING (READ
      * SERVICES, WHERE THE POOL IS BETTER SPENT ON POSTING ONES).
      * SOA-DUP-EXPIRE IS STAMPED FROM IT AS THE REPLY IS SAVED; AN
      * EXPIRED ENTRY IS FREE, AND WITH NO FREE ENTRY THE ONE NEAREST
      * EXPIRY IS REUSED.  A REQUEST THAT FAILS BEFORE DISPATCH (AUTH,
      * QUOTA, DRAIN, SEGMENT LOSS) IS NEVER KEPT, SO ITS RETRY IS
      * JUDGED AFRESH.
      *
       01  SOA-DUP-POOL.
           05  SOA-DUP-ENTRY OCCURS 128 TIMES
                               INDEXED BY SOA-DUP-IX.
               10  SOA-DUP-CRED   PIC X(8).
               10  SOA-DUP-CORR   PIC S9(8) COMP.
               10  SOA-DUP-SVC    PIC X(8).
               10  SOA-DUP-STATE  PIC X.
      *            ' ' = FREE, 'I' = IN FLIGHT, 'C' = COMPLETED
               10  SOA-DUP-TIME   PIC S9(18) COMP.
               10  SOA-DUP-EXPIRE PIC S9(18) COMP.
               10  SOA-DUP-LEN    PIC S9(8) COMP.
               10  SOA-DUP-MSG    PIC X(175).
       77  SOA-DUP-SIZE       PIC S9(4) COMP VALUE 128.
       77  SOA-DUP-WINDOW     PIC S9(4) COMP VALUE 120.
       77  SOA-RC-IN-FLIGHT   PIC S9(8) COMP VALUE 4085.
      *
      * RUNTIME OVERRIDE FOR SOA-HOST-ENTRY(1) SO THE SMOKE TEST CAN BE
      * POINTED AT DEV/QA/PRE-PROD WITHOUT RECOMPILING. SOACMGR3'S
      * GAP AS THE HOST OVERRIDE ABOVE) LOADS THE TABLE AT FIRST CALL
      * FROM THE SOASVC REGISTRY FILE (SERVICE NAME COLS 1-8, HOST
      * COLS 10-33, PORT COLS 35-39, ONE LINE PER SERVICE/HOST PAIR,
      * UP TO 4 HOSTS PER SERVICE FILLING THE SLOTS IN ORDER; COLS
      * 41-45 THE SECONDS A COMPLETED REQUEST IS KEPT FOR REPEATS -
      * THE FIRST OF THE SERVICE'S LINES TO CARRY ONE SETS
      * SOA-SVC-KEEP, -1 MEANING NONE GIVEN), THEN
      * EACH CALL ROUTES BY THE SERVICE NAME ALREADY IN SOA-MSG-PFX:
      * ROUND-ROBIN OVER THAT SERVICE'S OWN SLOTS VIA SOA-SVC-NEXT.
      * A SERVICE NAME WITH NO REGISTRY ENTRY FAILS FAST WITH
               10  SOA-SVC-NAME  PIC X(8).
               10  SOA-SVC-USED  PIC S9(4) COMP.
               10  SOA-SVC-NEXT  PIC S9(4) COMP.
               10  SOA-SVC-KEEP  PIC S9(8) COMP.
               10  SOA-SVC-HOST  OCCURS 4 TIMES.
                   15  SOA-SVC-HOST-NAME PIC X(24).
                   15  SOA-SVC-HOST-PORT PIC S9(9) COMP.
           05  SOA-REG-COUNT   PIC 9.
           05  SOA-REG-NAME    PIC X(8) OCCURS 4 TIMES.
      *
      * CANARY ROUTING - SOARPL1 REPLAYS YESTERDAY'S CAPTURES
      * AGAINST A NEW BUILD, BUT SOME FAULTS ONLY SHOW UNDER LIVE
      * TRAFFIC.  A SERVICE MAY NOW CARRY ONE CANARY: AN ALTERNATE
      * HOST/PORT RUNNING THE NEW BUILD AND THE PERCENTAGE OF THE
      * SERVICE'S REQUESTS TO SEND THERE.  IT COMES FROM A SOASVC
      * LINE WITH 'C' IN COL 47 AND THE PERCENTAGE (1-100) IN COLS
      * 49-51 - NAME, HOST AND PORT IN THE USUAL COLUMNS; SUCH A
      * LINE NEVER FILLS A HOST SLOT - OR FROM THE '*CANARY '
      * OPERATOR COMMAND BELOW, AND LIVES IN SOA-CAN-ENTRY BESIDE
      * THE SERVICE'S SOA-SVC-ENTRY (SAME SUBSCRIPT).  THE GENERATED
      * SEND LOGIC (SOACMGR3, SAME GAP AS ABOVE) ADDS SOA-CAN-PCT TO
      * SOA-CAN-ACC FOR EACH REQUEST TO A SERVICE WITH A CANARY;
      * WHEN IT REACHES 100 IT TAKES 100 OFF AND SENDS THAT REQUEST
      * TO THE CANARY INSTEAD OF THE ROUND-ROBIN SLOT, SO THE SHARE
      * IS EXACT AND EVENLY SPREAD RATHER THAN RANDOM.  THE REPLY IS
      * JOURNALED WITH SOA-JRN-BUILD 'C'; A CANARY THAT DOES NOT
      * ANSWER IS JOURNALED 'C' WITH ITS FAILING RC AND THE REQUEST
      * IS RETRIED ON THE MAIN SLOTS UNDER THE SAME CORR-ID, SO THE
      * CLIENT NEVER PAYS FOR THE NEW BUILD.  SOACMP1 SETS THE
      * CANARY'S ERROR RATE AND LATENCY BESIDE THE MAIN BUILD'S.
      *
      * THE '*CANARY ' CONTROL MESSAGE (SENT BY THE SOACAN1 OPERATOR
      * COMMAND, AUTHORIZED BY AN SOAACCES GRANT FOR '*CANARY ' LIKE
      * '*DRAIN') CARRIES SOA-CAN-PARMS AND ACTS AT ONCE, WITHOUT A
      * BOUNCE:
      *
      *   'S'  SET - THE SERVICE'S CANARY BECOMES THE HOST/PORT AND
      *        PERCENTAGE GIVEN (REPLACING ANY CANARY IT HAD)
      *   'P'  PROMOTE - THE CANARY HOST BECOMES THE SERVICE'S ONLY
      *        HOST SLOT AND THE CANARY IS CLEARED
      *   'W'  WITHDRAW - THE CANARY IS CLEARED; ALL TRAFFIC GOES TO
      *        THE MAIN SLOTS FROM THE NEXT REQUEST
      *
      * A SERVICE NOT IN THE REGISTRY, OR 'P'/'W' WITH NO CANARY, IS
      * REFUSED WITH SOA-RC-NO-CANARY.  EVERY ACCEPTED COMMAND, AND
      * EVERY CANARY LOADED FROM SOASVC AT START-UP (AS AN 'S'), IS
      * JOURNALED AS A '*CANARY ' SOA-JRN-REC: THE SERVICE NAME IN
      * SOA-JRN-HOST, THE ACTION IN SOA-JRN-BUILD, THE PERCENTAGE IN
      * SOA-JRN-RC - THE MARKERS SOACMP1 TIMES ITS COMPARISON BY.
      * SOASVC ITSELF IS NOT REWRITTEN; A PROMOTION STILL HAS TO BE
      * CARRIED INTO THE FILE BEFORE THE NEXT BOUNCE.
      *
       01  SOA-CAN-REG.
           05  SOA-CAN-ENTRY OCCURS 8 TIMES
                               INDEXED BY SOA-CAN-IX.
               10  SOA-CAN-HOST-NAME PIC X(24).
               10  SOA-CAN-HOST-PORT PIC S9(9) COMP.
               10  SOA-CAN-PCT       PIC S9(4) COMP.
      *            0 = NO CANARY
               10  SOA-CAN-ACC       PIC S9(4) COMP.
       77  SOA-CAN-SVC        PIC X(8)  VALUE '*CANARY '.
       77  SOA-RC-NO-CANARY   PIC S9(8) COMP VALUE 4084.
       01  SOA-CAN-PARMS.
           05  SOA-CAN-ACTION  PIC X.
           05  SOA-CAN-NAME    PIC X(8).
           05  SOA-CAN-HOST    PIC X(24).
           05  SOA-CAN-PORT    PIC 9(5).
           05  SOA-CAN-SHARE   PIC 9(3).
      *
      * ONE-WAY MESSAGE SUPPORT - SOA-MSG-MODE 'O' MARKS A REQUEST AS
      * FIRE-AND-FORGET: THE GENERATED SEND LOGIC (SOACMGR3, SAME GAP
      * AS ABOVE) TRANSMITS IT AND RETURNS TO THE CALLER IMMEDIATELY
      *    OF THE DATASET KEEP WORKING) - FEEDS THE SOAUSG1
      *    PER-CREDENTIAL ACCOUNTING ROLLUP
           05  SOA-JRN-CRED    PIC X(8).
      *    'R' = A REPEAT ANSWERED FROM THE SOA-DUP POOL (OR REFUSED
      *    AS STILL IN FLIGHT) WITHOUT REACHING THE SERVICE; BLANK =
      *    A DISPATCHED CALL.  AT THE END FOR THE SAME REASON
           05  SOA-JRN-REPEAT  PIC X.
      *    'C' = THE REQUEST WENT TO THE SERVICE'S CANARY BUILD;
      *    BLANK = THE MAIN BUILD.  ON A '*CANARY ' RECORD, THE
      *    ACTION ('S', 'P' OR 'W')
           05  SOA-JRN-BUILD   PIC X.
      *    WHEN THE REPLY COMPLETED (OR THE FAILURE WAS RETURNED),
      *    0CYYDDD AND 0HHMMSS LIKE THE CICS JOURNALS, SO A REQUEST
      *    CAN BE LINED UP AGAINST THE CICS WORK DONE FOR IT; THE
      *    ARRIVAL IS THIS LESS SOA-JRN-ELAPMS.  AT THE END AGAIN
           05  SOA-JRN-DATE    PIC 9(7).
           05  SOA-JRN-TIME    PIC 9(7).
      *
      * END-TO-END TRACING - A SERVICE THAT STARTS OR LINKS TO CICS
      * WORK FOR A REQUEST PASSES SOA-MSG-CORR-ID AND SOA-MSG-CRED
      * AS THE FIRST 16 BYTES OF THE START DATA OR COMMAREA (THE
      * TRC-STAMP OF CICS TRCREC.CPY).  THE CICS TASK HANDS THEM TO
      * TRCSVC1 'S' AS IT STARTS AND 'E' AS IT ENDS; TRCSVC1 WRITES
      * THE BRACKETING RECORDS TO THE TRCJ JOURNAL AND THE CHAINED
      * JOURNALS AND REPORT CATALOG LINK THEIR RECORDS TO THE STAMP
      * THE SAME WAY.  THE CICS BATCH TRCRPT1 THEN TAKES ONE CORR-ID
      * (AND OPTIONALLY ITS CREDENTIAL) AND PRINTS EVERY HOP - THE
      * SOAJRNL ARRIVAL AND REPLY, THE VJRN UPDATES, THE CUSTJRNQ
      * AND SECJ RECORDS, THE REPORTS - IN TIME ORDER WITH THE TIME
      * BETWEEN HOPS.
      *
      * DEAD-LETTER PARKING - A REQUEST THAT EXHAUSTS ITS HOST
      * ATTEMPTS USED TO RETURN A NONZERO SOA-MSG-SVC-RC AND SIMPLY
           05  SOA-DLQ-MSGLEN  PIC 9(5).
           05  SOA-DLQ-MSG     PIC X(175).
      *
      * PLANNED MAINTENANCE WINDOWS - A SERVICE HOST TAKEN DOWN ON
      * PURPOSE USED TO COST EVERY REQUEST ITS FULL HOST ATTEMPTS
      * AND A SOADLQ ENTRY, BURYING THE REAL FAILURES IN SOADLR1'S
      * MORNING REPORT UNDER EXPECTED ONES.  THE SOAMNT CALENDAR
      * (LINE SEQUENTIAL, ONE SOA-MNT-REC PER WINDOW, '*' IN COL 1
      * IS A COMMENT) IS LOADED INTO SOA-MNT-TAB AT START-UP AND
      * AGAIN ON AN AUTHORIZED '*MAINT  ' CONTROL MESSAGE (SOAACCES
      * GRANT LIKE '*DRAIN'), SO A WINDOW ADDED MID-DAY NEEDS NO
      * BOUNCE.  DATES ARE CCYYMMDD AND TIMES HHMM; THE WINDOW RUNS
      * FROM THE START UP TO BUT NOT INCLUDING THE END.  BEFORE ANY
      * HOST IS TRIED, THE GENERATED SEND LOGIC (SOACMGR3, SAME GAP
      * AS ABOVE) CHECKS THE SERVICE AGAINST THE TABLE; INSIDE A
      * WINDOW THE REQUEST IS NOT SENT ANYWHERE:
      *
      *   - A ROUND-TRIP CALL COMES STRAIGHT BACK WITH SOA-RC-MAINT
      *     IN SOA-MSG-SVC-RC
      *   - A ONE-WAY 'O' SEND, WHOSE CLIENT IS NOT WAITING, IS HELD
      *     FOR REQUEUE: ONE SOA-DLQ-REC WITH SOA-DLQ-RC SOA-RC-MAINT
      *     GOES TO SOADLQ AND SOARQU1 RE-SUBMITS IT ONCE THE WINDOW
      *     HAS CLOSED (A RE-SUBMIT STILL INSIDE IT COMES BACK
      *     SOA-RC-MAINT AND STAYS PARKED)
      *
      * EITHER WAY THE REQUEST IS JOURNALED WITH SOA-JRN-RC
      * SOA-RC-MAINT AND ZERO ELAPSED TIME, AND THE FIRST 24 BYTES
      * OF THE WINDOW'S REASON GO IN SOA-JRN-HOST (AND SOA-DLQ-HOST)
      * WHERE THE HOST TRIED WOULD BE, SO THE OPERATOR SEES WHY.
      * SOARPT1 AND SOADLR1 COUNT MAINTENANCE REFUSALS SEPARATELY
      * FROM FAILURES.  A CALENDAR LINE WITH AN END NOT AFTER ITS
      * START, OR PAST THE 32ND, IS SKIPPED AT LOAD.
      *
       01  SOA-MNT-REC.
           05  SOA-MNT-SVC     PIC X(8).
           05  FILLER          PIC X.
           05  SOA-MNT-FROM-DATE PIC 9(8).
           05  FILLER          PIC X.
           05  SOA-MNT-FROM-TIME PIC 9(4).
           05  FILLER          PIC X.
           05  SOA-MNT-TO-DATE PIC 9(8).
           05  FILLER          PIC X.
           05  SOA-MNT-TO-TIME PIC 9(4).
           05  FILLER          PIC X.
           05  SOA-MNT-REASON  PIC X(40).
           05  FILLER          PIC X(3).
       01  SOA-MNT-TAB.
           05  SOA-MNT-ENTRY OCCURS 32 TIMES
                               INDEXED BY SOA-MNT-IX.
               10  SOA-MNT-T-SVC    PIC X(8).
      *            CCYYMMDDHHMM - START AND END OF THE WINDOW
               10  SOA-MNT-T-FROM   PIC 9(12).
               10  SOA-MNT-T-TO     PIC 9(12).
               10  SOA-MNT-T-REASON PIC X(40).
       77  SOA-MNT-SIZE       PIC S9(4) COMP VALUE 32.
       77  SOA-MNT-USED       PIC S9(4) COMP VALUE 0.
       77  SOA-MNT-NOW        PIC 9(12).
       77  SOA-MNT-CTL-SVC    PIC X(8)  VALUE '*MAINT  '.
       77  SOA-RC-MAINT       PIC S9(8) COMP VALUE 4083.
      *
      * PAYLOAD SCHEMA VALIDATION - EACH SERVICE READS ITS PARMS
      * AREA ITS OWN WAY, AND A CLIENT THAT SENT A MISALIGNED OR
      * NON-NUMERIC FIELD GOT GARBAGE OR AN ABEND BACK.  THE SOASCHM
      * SCHEMA REGISTRY DESCRIBES, PER SERVICE AND PROTOCOL VERSION,
      * EACH FIELD'S OFFSET, LENGTH, TYPE (CHARACTER, ZONED, PACKED,
      * BINARY) AND WHETHER IT IS REQUIRED; THE SOASCH1 SUBPROGRAM
      * OWNS THE FILE AND THE CHECKS (SEE ITS PROLOGUE FOR THE LINE
      * LAYOUT).  THE GENERATED RECEIVE LOGIC (SOACMGR3, SAME GAP AS
      * ABOVE) CALLS SOASCH1 'L' AT START-UP AND ON AN AUTHORIZED
      * '*SCHEMA ' CONTROL MESSAGE (SOAACCES GRANT LIKE '*DRAIN'),
      * AND 'V' FOR EVERY REQUEST ONCE IT IS REASSEMBLED AND
      * EXPANDED, USING THE SESSION'S NEGOTIATED SOA-PROTO-SESSION
      * AS THE VERSION - AFTER THE ACCESS, QUOTA AND MAINTENANCE
      * CHECKS AND BEFORE DISPATCH.  A SERVICE WITH NO SOASCHM LINES
      * IS NOT CHECKED.  A PAYLOAD THAT FAILS NEVER REACHES THE
      * SERVICE: SOA-MSG-SVC-RC COMES BACK SOA-RC-BAD-PAYLOAD AND
      * SOA-MSG-PARMS CARRIES SOA-SCH-REPLY - THE FAILING FIELD'S
      * NAME, THE 1-BASED OFFSET OF THE OFFENDING BYTE AND THE
      * REASON - SO THE CLIENT IS TOLD EXACTLY WHAT TO FIX.  THE
      * REFUSAL IS JOURNALED WITH THAT RC AND ZERO ELAPSED TIME, AND
      * SOAUSG1 COUNTS IT PER CREDENTIAL.  A ONE-WAY 'O' SEND THAT
      * FAILS IS NOT HELD FOR REQUEUE - RE-SENDING THE SAME BYTES
      * CANNOT HELP - BUT IS STILL PARKED IN SOADLQ WITH THE RC SO
      * ITS SENDER CAN BE FOUND.
      *
       77  SOA-SCH-FUNC       PIC X.
       77  SOA-SCH-LEN        PIC S9(8) COMP.
       77  SOA-SCH-RC         PIC S9(4) COMP.
       77  SOA-SCH-FIELD      PIC X(8).
       77  SOA-SCH-OFFSET     PIC S9(8) COMP.
       77  SOA-SCH-REASON     PIC X(30).
       77  SOA-SCH-CTL-SVC    PIC X(8)  VALUE '*SCHEMA '.
       77  SOA-RC-BAD-PAYLOAD PIC S9(8) COMP VALUE 4082.
       01  SOA-SCH-REPLY.
           05  SOA-SCH-R-FIELD  PIC X(8).
           05  FILLER           PIC X     VALUE SPACE.
           05  SOA-SCH-R-OFFSET PIC 9(5).
           05  FILLER           PIC X     VALUE SPACE.
           05  SOA-SCH-R-REASON PIC X(30).
      *
      * REQUEST CAPTURE FOR THE REPLAY REGRESSION HARNESS - WHEN
      * SOA-CAP-ENABLE IS 'Y' THE GENERATED SEND/RECEIVE LOGIC
      * (SOACMGR3, SAME GAP AS ABOVE) WRITES TWO SOA-CAP-REC
