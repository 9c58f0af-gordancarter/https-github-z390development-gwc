      * DIGITS OF DAYS; DEFAULT 90) - OR NEVER CHANGED (DATE 0) -
      * FORCES A CHANGE AT SIGN-ON: THE OPERATOR KEYS A NEW PASSWORD,
      * WHICH MAY NOT REPEAT THE CURRENT OR THE PREVIOUS ONE.
      *
      * RPI 1434 - A SIGN-ON NO LONGER LASTS FOR EVER.  EACH SIGNED-ON
      * USER HOLDS ONE RECORD IN THE SESSREG REGISTRY (SESREG.CPY):
      * TERMINAL, SIGN-ON TIME AND LAST ACTIVITY.  EVERY MENU
      * INTERACTION STAMPS THE ACTIVITY; ONE THAT FINDS THE SESSION
      * IDLE LONGER THAN THE TIMEOUT (THE '*SESSION' PROFILE
      * RECORD'S PASSWORD FIELD, COLUMNS 1-3 MINUTES; DEFAULT 15,
      * 000 = NO TIMEOUT), FORCED OFF BY THE TESTSES1 ADMINISTRATOR
      * SCREEN, OR TAKEN OVER BY A SIGN-ON AT ANOTHER TERMINAL GOES
      * BACK TO THE SIGN-ON SCREEN FOR THE PASSWORD.  A SIGN-ON FOR A
      * USER ALREADY ACTIVE AT ANOTHER TERMINAL IS REFUSED, OR - WITH
      * 'E' IN COLUMN 4 OF THE '*SESSION' PASSWORD FIELD - ENDS THE
      * OTHER SESSION.  TIMEOUTS (IDLEOUT), REFUSALS (DUPREF) AND
      * ENDED SESSIONS (DUPEND) ARE SECEVT1 SECURITY EVENTS.  CLEAR
      * ON THE MENU SIGNS OFF.  AN UNAVAILABLE SESSREG IS NOT
      * ENFORCED - THE PROFILE CHECK STILL GATES THE MENU.
      *
      * RPI 1435 - EVERY SUCCESSFUL SIGN-ON STAMPS THE PROFILE'S LAST
      * SIGN-ON DATE (PROF-LASTSGN), WHICH THE USRDRM1 NIGHTLY
      * DORMANT-ACCOUNT RUN AND THE USRRCT1 RECERTIFICATION REPORT
      * READ.  PROFILES ARE NOW 74 BYTES (USRPROF.CPY).
      *
        PROGRAM-ID. TESTGUIC.
        ENVIRONMENT DIVISION.
      *****************************************************************
      * Variables not used but document fields in MSG0                *
      *****************************************************************
        77  ESCAPE_CHAR  PIC X(1)  VALUE X'27'.
        77  ERASE_WRITE  PIC X(1)  VALUE X'F5'.
        77  WCC          PIC X(1)  VALUE X'C3'.

            02  PROF-DISABLE PIC X(1).
      * RPI 1382 - OPERATOR LANGUAGE CODE (SPACES = DEFAULT)
            02  PROF-LANG    PIC X(2).
      * RPI 1435 - LAST SUCCESSFUL SIGN-ON AND REVIEWING MANAGER
            02  PROF-LASTSGN PIC 9(7).
            02  PROF-MGR     PIC X(8).
        77  PROFRECL  PIC 9(4)  COMP  VALUE 74.
        77  SGNONUSR  PIC X(8)  VALUE SPACES.

      * RPI 1369 - PASSWORD AGE ARITHMETIC: JULIAN 0CYYDDD DATES
        01  PWAGE-REC.
            02  FILLER       PIC X(8).
            02  PWAGE-DAYS   PIC X(8).
      * PADS THE AREA TO THE FULL 74-BYTE PROFILE RECORD THE READ
      * RETURNS (RPI 1369/1382/1435 EXTENSIONS)
            02  FILLER       PIC X(58).
        77  PWAGELIM  PIC 9(5)  COMP VALUE 90.
        77  PWWORKD   PIC 9(7).
        77  PWCYY     PIC 9(3)  COMP.
        77  PWDAYS2   PIC S9(8) COMP.
        77  PWAGEDON  PIC X     VALUE 'N'.

      * RPI 1434 - SESSION REGISTRY RECORD, THE '*SESSION' CONTROL
      * RECORD (IDLE MINUTES, DUPLICATE SIGN-ON POLICY), AND THE
      * SESSION STATE: A = ACTIVE, T = TIMED OUT, F = FORCED OFF,
      * E = ENDED (SIGNED ON ELSEWHERE OR NO LONGER REGISTERED),
      * D = SIGN-ON REFUSED (ACTIVE ELSEWHERE)
        01  SES-AREA.
        COPY SESREG.
        77  SESRECL   PIC 9(4)  COMP  VALUE 48.
        77  SESKEY    PIC X(8).
        77  SESCTLKEY PIC X(8)  VALUE '*SESSION'.
        01  SESCTL-REC.
            02  FILLER       PIC X(8).
            02  SESCTL-MINS  PIC X(3).
            02  SESCTL-POL   PIC X.
            02  FILLER       PIC X(62).
        77  SESTMOUT  PIC 9(3)  COMP VALUE 15.
        77  SESPOLICY PIC X     VALUE 'R'.
        77  SESCTLDON PIC X     VALUE 'N'.
        77  SESSTAT   PIC X     VALUE 'A'.
        77  SESNOTE   PIC X     VALUE 'N'.
        01  SESHMS.
            02  FILLER     PIC 9.
            02  SESHMS-HH  PIC 99.
            02  SESHMS-MM  PIC 99.
            02  SESHMS-SS  PIC 99.
        77  SESDAYS1  PIC S9(8) COMP.
        77  SESSECS1  PIC S9(8) COMP.
        77  SESSECS2  PIC S9(8) COMP.
        77  SESIDLE   PIC S9(8) COMP.
        77  SESMSGOL  PIC 9(4)  COMP.
        01  SESMSGO.
            02  SESMSBA   PIC X(3).
            02  SESMSGTX  PIC X(34).
        77  MSGSTOUT  PIC X(34)
                      VALUE 'SESSION TIMED OUT - SIGN ON AGAIN '.
        77  MSGSFORC  PIC X(34)
                      VALUE 'SIGNED OFF BY THE ADMINISTRATOR   '.
        77  MSGSENDD  PIC X(34)
                      VALUE 'SESSION ENDED - SIGN ON AGAIN     '.
        77  MSGSDUP   PIC X(34)
                      VALUE 'ALREADY SIGNED ON AT ANOTHER TERM '.

      * RPI 1369 - FORCED PASSWORD-CHANGE SCREEN AND ITS INPUT
        77  PWCSCRNL  PIC 9(4)  COMP.
        01  PWCSCRN.
            02  TIMH-DATE  PIC 9(7).
            02  TIMH-SECS  PIC 9(5).
        77  TIMHRECL  PIC 9(4)  COMP.
        01  TIMBEF    PIC 9(7).
        01  FILLER REDEFINES TIMBEF.
            02  FILLER     PIC 9.
            02  TIMBEF-HH  PIC 99.
            02  TIMBEF-MM  PIC 99.
            02  TIMBEF-SS  PIC 99.
        01  TIMAFT    PIC 9(7).
        01  FILLER REDEFINES TIMAFT.
            02  FILLER     PIC 9.
            02  TIMAFT-HH  PIC 99.
            MOVE LENGTH OF PWCBADMS TO PWCBADL.
            MOVE LENGTH OF MOTDO    TO MOTDOL.
            MOVE LENGTH OF BCASTO   TO BCASTOL.
            MOVE LENGTH OF SESMSGO  TO SESMSGOL.

      * SIGNON   EQU   *
      * RPI 1317 - NO MENU UNTIL THE OPERATOR SIGNS ON
            PERFORM SENDCAP.
      * RPI 1372 - MESSAGE OF THE DAY UNDER THE SIGN-ON FIELDS
            PERFORM GUIMOTD THRU GUIMOTDX.
      * RPI 1434 - WHY A SESSION CAME BACK HERE, ON THE REJECT LINE
            IF SESNOTE = 'Y' THEN PERFORM SESNOTEP.
            EXEC CICS HANDLE AID
                 CLEAR(MENUEND)
                 ANYKEY(SIGNON)
      * RPI 1369 - DISABLED PROFILES ARE REFUSED LIKE BAD PASSWORDS
            IF PROF-DISABLE = 'Y' THEN GO TO SGNBAD.
            MOVE SGN-USERID TO SGNONUSR.
      * RPI 1434 - REGISTER THE SESSION; ONE ACTIVE AT ANOTHER
      * TERMINAL REFUSES THIS SIGN-ON UNLESS POLICY ENDS THAT ONE
            PERFORM SESSON THRU SESSONX.
            IF SESSTAT = 'D' THEN
               MOVE SPACES TO SGNONUSR
               MOVE MSGSDUP TO SESMSGTX
               MOVE 'Y' TO SESNOTE
               GO TO SIGNON.
      * RPI 1435 - THE SIGN-ON HAS SUCCEEDED; RECORD WHEN
            PERFORM SGNSTAMP THRU SGNSTAMX.
      * RPI 1382 - CARRY THE PROFILE'S LANGUAGE INTO EVERY CATALOG
      * FETCH THIS TASK MAKES
            MOVE PROF-LANG TO MCAT-LANG.
            IF PWDAYS1 GREATER THAN PWAGELIM THEN GO TO PWCHANGE.
            GO TO SHOWMENU.

      * RPI 1435 - STAMP THE LAST SUCCESSFUL SIGN-ON.  A PROFILE THAT
      * CANNOT BE UPDATED JUST GOES UNSTAMPED FOR THIS SIGN-ON.
        SGNSTAMP.
            EXEC CICS HANDLE CONDITION NOTFND(SGNSTAMX)
                 NOTOPEN(SGNSTAMX) END-EXEC.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(SGNONUSR) UPDATE END-EXEC.
            MOVE EIBDATE TO PROF-LASTSGN.
            EXEC CICS REWRITE FILE('USRPROF') FROM(PROF-REC)
                 LENGTH(PROFRECL) END-EXEC.
        SGNSTAMX.
            EXIT.

      * RPI 1369 - AGE LIMIT FROM THE '*PWAGE' PROFILE RECORD ON
      * FIRST USE, THEN THE SIGNED-ON USER'S PASSWORD AGE IN DAYS
      * INTO PWDAYS1
      * MENUHELP EQU   *
      * RPI 1320 - OVERLAY THE HELPTXT PANEL, THEN REPAINT THE MENU
        MENUHELP.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            EXEC CICS LINK PROGRAM('TESTHLP1') COMMAREA(HELP-COMM)
                 LENGTH(16) END-EXEC.
            GO TO SHOWMENU.
      * NO DEFINITION RECORD = BAD KEY, PROFILE ALLOW BYTE CHECKED
      * (RPI 1317), '*CERTALL' ROUTES TO THE INTERNAL CHAIN
        DISPATCH.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF MENU-PGM (SELNUM) = SPACES THEN GO TO BADKEY.
      * RPI 1331 - FETCH THE CATALOG TEXT ONCE, KEEP THE HARDCODED
      * LINE WHEN THE CATALOG CANNOT SUPPLY IT
        BADKEY.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            IF MCATDONE = 'N' THEN
               MOVE 'Y' TO MCATDONE
               MOVE LENGTH OF MCAT-COMM TO MCATCOMML
      * EACH SELECTION FIRST CHECKS ITS PROF-OPT ALLOW BYTE; A 'N'
      * PROFILE GETS THE VIOLATION LINE AND THE MENU BACK.
        SEL1.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF PROF-OPT (1) NOT = 'Y' THEN GO TO VIOLAT.
            EXEC CICS XCTL PROGRAM('TESTBEC1') END-EXEC.
        SEL2.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF PROF-OPT (2) NOT = 'Y' THEN GO TO VIOLAT.
            EXEC CICS XCTL PROGRAM('TESTBEC4') END-EXEC.
        SEL3.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF PROF-OPT (3) NOT = 'Y' THEN GO TO VIOLAT.
            EXEC CICS XCTL PROGRAM('TESTBEC6') END-EXEC.
        SEL4.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF PROF-OPT (4) NOT = 'Y' THEN GO TO VIOLAT.
            EXEC CICS XCTL PROGRAM('TESTVSC1') END-EXEC.
        SEL5.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF PROF-OPT (5) NOT = 'Y' THEN GO TO VIOLAT.
            EXEC CICS XCTL PROGRAM('TESTVSC2') END-EXEC.
        SEL6.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF PROF-OPT (6) NOT = 'Y' THEN GO TO VIOLAT.
            EXEC CICS XCTL PROGRAM('TESTBMC1') END-EXEC.
        SEL7.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF PROF-OPT (7) NOT = 'Y' THEN GO TO VIOLAT.
      * CERTALL  EQU   *
      * PF8 - LINK EVERY TEST TRANSACTION IN TURN AND LOG PASS/FAIL
        CERTALL.
            PERFORM SESCHK THRU SESCHKX.
            IF SESSTAT NOT = 'A' THEN GO TO SESLOST.
            PERFORM QSCCHK THRU QSCCHKX.
            IF QSTATE-REC = 'DRAINING' THEN GO TO QREFUSE.
            IF PROF-OPT (8) NOT = 'Y' THEN GO TO VIOLAT.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * RPI 1434 - SESSREG SERVICES
      * SESSON   EQU   *
      * SIGN-ON: TAKE THE USER'S REGISTRY RECORD FOR THIS TERMINAL.
      * ONE HELD HERE BEFORE, FORCED OFF, OR IDLE PAST THE TIMEOUT
      * (ITS TIMEOUT IS JOURNALED NOW - THAT TERMINAL NEVER CAME
      * BACK) IS SIMPLY REPLACED; ONE ACTIVE ELSEWHERE IS REFUSED
      * OR ENDED BY POLICY
        SESSON.
            IF SESCTLDON = 'N' THEN
               MOVE 'Y' TO SESCTLDON
               PERFORM SESCTLGT THRU SESCTLGX.
            MOVE 'A' TO SESSTAT.
            MOVE SGNONUSR TO SEC-USER.
            EXEC CICS ASKTIME END-EXEC.
            EXEC CICS HANDLE CONDITION NOTFND(SESSONW)
                 NOTOPEN(SESSONX) DUPREC(SESSONX) END-EXEC.
            MOVE SGNONUSR TO SESKEY.
            EXEC CICS READ FILE('SESSREG') INTO(SES-AREA)
                 LENGTH(SESRECL) RIDFLD(SESKEY) UPDATE END-EXEC.
            IF SES-TERM = EIBTRMID OR SES-FORCE = 'Y' THEN
               GO TO SESSONR.
            PERFORM SESIDLEC.
            IF SESTMOUT GREATER THAN 0
               AND SESIDLE GREATER THAN SESTMOUT * 60 THEN
               MOVE 'IDLEOUT ' TO SEC-TYPE
               PERFORM SECPOST
               GO TO SESSONR.
            IF SESPOLICY NOT = 'E' THEN
               EXEC CICS UNLOCK FILE('SESSREG') END-EXEC
               MOVE 'D' TO SESSTAT
               MOVE 'DUPREF  ' TO SEC-TYPE
               PERFORM SECPOST
               GO TO SESSONX.
            MOVE 'DUPEND  ' TO SEC-TYPE.
            PERFORM SECPOST.
        SESSONR.
            PERFORM SESFILL.
            EXEC CICS REWRITE FILE('SESSREG') FROM(SES-AREA)
                 LENGTH(SESRECL) END-EXEC.
            GO TO SESSONX.
        SESSONW.
            PERFORM SESFILL.
            EXEC CICS WRITE FILE('SESSREG') FROM(SES-AREA)
                 LENGTH(SESRECL) RIDFLD(SESKEY) END-EXEC.
        SESSONX.
            EXIT.

        SESFILL.
            MOVE SPACES   TO SES-AREA.
            MOVE SGNONUSR TO SES-USER.
            MOVE EIBTRMID TO SES-TERM.
            MOVE EIBDATE  TO SES-ONDATE SES-LDATE.
            MOVE EIBTIME  TO SES-ONTIME SES-LTIME.
            MOVE 'N'      TO SES-FORCE.

      * TIMEOUT AND POLICY FROM THE '*SESSION' PROFILE RECORD
        SESCTLGT.
            EXEC CICS HANDLE CONDITION NOTFND(SESCTLGX)
                 NOTOPEN(SESCTLGX) END-EXEC.
            EXEC CICS READ FILE('USRPROF') INTO(SESCTL-REC)
                 LENGTH(PROFRECL) RIDFLD(SESCTLKEY) END-EXEC.
            IF SESCTL-MINS IS NUMERIC THEN
               MOVE SESCTL-MINS TO SESTMOUT.
            IF SESCTL-POL = 'E' THEN
               MOVE 'E' TO SESPOLICY.
        SESCTLGX.
            EXIT.

      * SESCHK   EQU   *
      * MENU INTERACTION: STILL THIS TERMINAL'S SESSION, NOT FORCED
      * OFF, NOT IDLE TOO LONG - THEN STAMP THE ACTIVITY.  A FORCED
      * OR TIMED-OUT SESSION LEAVES THE REGISTRY HERE.
        SESCHK.
            MOVE 'A' TO SESSTAT.
            EXEC CICS ASKTIME END-EXEC.
            EXEC CICS HANDLE CONDITION NOTFND(SESCHKN)
                 NOTOPEN(SESCHKX) END-EXEC.
            MOVE SGNONUSR TO SESKEY.
            EXEC CICS READ FILE('SESSREG') INTO(SES-AREA)
                 LENGTH(SESRECL) RIDFLD(SESKEY) UPDATE END-EXEC.
            IF SES-TERM NOT = EIBTRMID THEN
               EXEC CICS UNLOCK FILE('SESSREG') END-EXEC
               MOVE 'E' TO SESSTAT
               GO TO SESCHKX.
            IF SES-FORCE = 'Y' THEN
               MOVE 'F' TO SESSTAT
               GO TO SESCHKD.
            PERFORM SESIDLEC.
            IF SESTMOUT GREATER THAN 0
               AND SESIDLE GREATER THAN SESTMOUT * 60 THEN
               MOVE 'T' TO SESSTAT
               MOVE SGNONUSR TO SEC-USER
               MOVE 'IDLEOUT ' TO SEC-TYPE
               PERFORM SECPOST
               GO TO SESCHKD.
            MOVE EIBDATE TO SES-LDATE.
            MOVE EIBTIME TO SES-LTIME.
            EXEC CICS REWRITE FILE('SESSREG') FROM(SES-AREA)
                 LENGTH(SESRECL) END-EXEC.
            GO TO SESCHKX.
        SESCHKN.
            MOVE 'E' TO SESSTAT.
            GO TO SESCHKX.
        SESCHKD.
            EXEC CICS DELETE FILE('SESSREG') END-EXEC.
        SESCHKX.
            EXIT.

      * SECONDS SINCE THE REGISTRY RECORD'S LAST ACTIVITY, AS OF THE
      * LAST ASKTIME, INTO SESIDLE
        SESIDLEC.
            MOVE SES-LDATE TO PWWORKD.
            PERFORM PWFLAT.
            MOVE PWDAYS2 TO SESDAYS1.
            MOVE EIBDATE TO PWWORKD.
            PERFORM PWFLAT.
            MOVE SES-LTIME TO SESHMS.
            COMPUTE SESSECS1 = SESHMS-HH * 3600 + SESHMS-MM * 60
                             + SESHMS-SS.
            MOVE EIBTIME TO SESHMS.
            COMPUTE SESSECS2 = SESHMS-HH * 3600 + SESHMS-MM * 60
                             + SESHMS-SS.
            COMPUTE SESIDLE = (PWDAYS2 - SESDAYS1) * 86400
                            + SESSECS2 - SESSECS1.

      * SESLOST  EQU   *
      * THE SESSION IS OVER - BACK TO THE SIGN-ON SCREEN, SAYING WHY
        SESLOST.
            IF SESSTAT = 'T' THEN
               MOVE MSGSTOUT TO SESMSGTX
            ELSE
               IF SESSTAT = 'F' THEN
                  MOVE MSGSFORC TO SESMSGTX
               ELSE
                  MOVE MSGSENDD TO SESMSGTX.
            MOVE 'Y' TO SESNOTE.
            MOVE SPACES TO SGNONUSR.
            MOVE 0 TO SGNTRIES.
            MOVE 'A' TO SESSTAT.
            GO TO SIGNON.

        SESNOTEP.
            MOVE 'N' TO SESNOTE.
            MOVE SGBSBA TO SESMSBA.
            MOVE SESMSGO TO SCAP-DATA.
            MOVE SESMSGOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.

      * SIGN-OFF: GIVE UP THE REGISTRY RECORD IF IT IS STILL OURS
        SESOFF.
            EXEC CICS HANDLE CONDITION NOTFND(SESOFFX)
                 NOTOPEN(SESOFFX) END-EXEC.
            MOVE SGNONUSR TO SESKEY.
            EXEC CICS READ FILE('SESSREG') INTO(SES-AREA)
                 LENGTH(SESRECL) RIDFLD(SESKEY) UPDATE END-EXEC.
            IF SES-TERM NOT = EIBTRMID THEN
               EXEC CICS UNLOCK FILE('SESSREG') END-EXEC
               GO TO SESOFFX.
            EXEC CICS DELETE FILE('SESSREG') END-EXEC.
        SESOFFX.
            EXIT.

      * MENUEND  EQU   *
        MENUEND.
      * RPI 1434 - CLEAR FROM THE MENU IS A SIGN-OFF
            IF SGNONUSR NOT = SPACES THEN
               PERFORM SESOFF THRU SESOFFX.
            EXEC CICS RETURN END-EXEC.
