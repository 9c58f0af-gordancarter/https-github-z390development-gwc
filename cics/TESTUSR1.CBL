      *    PF8    LANGUAGE - 'USERID LL' SETS THE PROFILE'S MESSAGE
      *           CATALOG LANGUAGE (RPI 1382; 'USERID' ALONE
      *           CLEARS IT BACK TO THE DEFAULT CATALOG)
      *    PF9    MANAGER - 'USERID MGRID' SETS THE USER ID OF THE
      *           MANAGER WHO RECERTIFIES THE PROFILE'S ACCESS (RPI
      *           1435; 'USERID' ALONE CLEARS IT)
      *    PF6    LIST PROFILES, A PAGE OF 10
      *    PF3    END, CLEAR REFRESHES
      *
      * SAME RAW-DATASTREAM SCREEN HANDLING AS TESTCMN1.  PROFILE
      * RECORDS STARTING '*' (THE '*PWAGE' AGE CONTROL) ARE CONFIG,
      * NOT OPERATORS, AND ARE SKIPPED BY THE LIST.
      *
      * RPI 1435 - THE DISPLAY ALSO SHOWS THE LAST SUCCESSFUL SIGN-ON
      * DATE AND THE REVIEWING MANAGER.  AN ADDED PROFILE STARTS WITH
      * NO SIGN-ON AND NO MANAGER.
      *
        PROGRAM-ID. TESTUSR1.
        ENVIRONMENT DIVISION.
            02  PROF-DISABLE PIC X(1).
      * RPI 1382 - OPERATOR LANGUAGE CODE (SPACES = DEFAULT)
            02  PROF-LANG    PIC X(2).
      * RPI 1435 - LAST SUCCESSFUL SIGN-ON AND REVIEWING MANAGER
            02  PROF-LASTSGN PIC 9(7).
            02  PROF-MGR     PIC X(8).
        77  PROFRECL  PIC 9(4)  COMP  VALUE 74.
        77  PROFKEY   PIC X(8).

      * ADMIN SIGN-ON INPUT - AID/CURSOR/SBA/USERID/SBA/PASSWORD
                03  FILLER       PIC X.
                03  USR-ARG-VAL  PIC X.
                03  FILLER       PIC X(27).
      * RPI 1435 - THE MANAGER ARGUMENT OF PF9
            02  USR-IN-MGRV REDEFINES USR-IN-ARG.
                03  FILLER       PIC X(9).
                03  USR-ARG-MGR  PIC X(8).
                03  FILLER       PIC X(23).
        77  USR-INL   PIC 9(4)  COMP.
        77  USRKEYNO  PIC 9(2)  COMP.

            02  FILLER  PIC X(36)
                     VALUE 'ENTER=SHOW PF2=ADD PF4=DIS PF5=RESET'.
            02  USSBA4  PIC X(3).
            02  FILLER  PIC X(28)
                     VALUE 'PF6=LIST PF7=ALLOW PF8=LANG '.
            02  FILLER  PIC X(16)
                     VALUE 'PF9=MGR PF3=END '.

      * PROFILE DISPLAY - ROWS 9-11
        77  USRRECOL  PIC 9(4)  COMP.
            02  UDSBA2    PIC X(3).
            02  FILLER    PIC X(6)  VALUE 'OPTS: '.
            02  USROOPTS  PIC X(24).
      * RPI 1435 - LAST SIGN-ON AND REVIEWING MANAGER
            02  FILLER    PIC X(10) VALUE ' LASTSGN: '.
            02  USROLAST  PIC 9(7).
            02  FILLER    PIC X(6)  VALUE ' MGR: '.
            02  USROMGR   PIC X(8).

      * LIST PAGE - 10 LINES, ROWS 8-17
        77  USRLINEL  PIC 9(4)  COMP.
                      VALUE 'END OF PROFILE LIST                     '.
        77  MSGLNGOK  PIC X(40)
                      VALUE 'LANGUAGE CODE SET                       '.
        77  MSGMGROK  PIC X(40)
                      VALUE 'REVIEWING MANAGER SET                   '.
        77  MSGEND    PIC X(40)
                      VALUE 'ADMINISTRATION ENDED - PRESS CLEAR      '.

            IF EIBAID = DFHPF6   THEN GO TO USRLIST.
            IF EIBAID = DFHPF7   THEN GO TO USRALLOW.
            IF EIBAID = DFHPF8   THEN GO TO USRLANG.
            IF EIBAID = DFHPF9   THEN GO TO USRMGR.
            GO TO USRRET.

      * USRCHKSG EQU   *
            MOVE PROF-DISABLE TO USRODISA.
            MOVE PROF-PWDATE  TO USROPWDT.
            MOVE PROF-OPTS    TO USROOPTS.
            MOVE PROF-LASTSGN TO USROLAST.
            MOVE PROF-MGR     TO USROMGR.
            MOVE USRRECO TO SCAP-DATA.
            MOVE USRRECOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            MOVE SPACES TO PROF-PRVPWD.
            MOVE 'N' TO PROF-DISABLE.
            MOVE SPACES TO PROF-LANG.
            MOVE 0 TO PROF-LASTSGN.
            MOVE SPACES TO PROF-MGR.
            MOVE PROF-USERID TO PROFKEY.
            EXEC CICS WRITE FILE('USRPROF') FROM(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            MOVE MSGLNGOK TO USRMSGTX.
            GO TO USRPUTMS.

      * USRMGR   EQU   *
      * RPI 1435 - SET (OR CLEAR) THE PROFILE'S REVIEWING MANAGER
        USRMGR.
            PERFORM USRGETU THRU USRGETUX.
            MOVE USR-ARG-MGR TO PROF-MGR.
            EXEC CICS REWRITE FILE('USRPROF') FROM(PROF-REC)
                 LENGTH(PROFRECL) END-EXEC.
            MOVE MSGMGROK TO USRMSGTX.
            GO TO USRPUTMS.

      * READ-FOR-UPDATE THE ARGUMENT PROFILE
        USRGETU.
            IF USR-ARG-ID = SPACES THEN
