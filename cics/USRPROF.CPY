      *****************************************************************
      * OPERATOR PROFILE RECORD - USRPROF KSDS (BATCH VIEW)
      *
      * RPI 1435 - THE TESTGUIC SIGN-ON PROFILE, KEYED ON THE USER
      * ID, AS THE CICS PROGRAMS CARRY IT INLINE, FOR THE BATCH
      * ACCESS-REVIEW RUNS (USRRCT1, USRDRM1).  THE LAST SUCCESSFUL
      * SIGN-ON DATE (JULIAN 0CYYDDD, STAMPED BY TESTGUIC; 0 = NONE
      * RECORDED YET) AND THE USER ID OF THE MANAGER WHO RECERTIFIES
      * THE ACCOUNT'S ACCESS (SET FROM TESTUSR1) ARE NEW.
      * A KEY STARTING '*' IS A CONTROL
      * RECORD ('*PWAGE', '*SESSION', '*DORMANT'), NOT AN OPERATOR.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  PROF-REC IS 74 BYTES, KEY 8.
            02  PROF-REC.
                03  PROF-USERID  PIC X(8).
                03  PROF-PASSWD  PIC X(8).
                03  PROF-AUTH    PIC X(1).
                03  PROF-OPTS.
                    04  PROF-OPT     PIC X  OCCURS 24 TIMES.
                03  PROF-PWDATE  PIC 9(7).
                03  PROF-PRVPWD  PIC X(8).
                03  PROF-DISABLE PIC X(1).
                03  PROF-LANG    PIC X(2).
                03  PROF-LASTSGN PIC 9(7).
                03  PROF-MGR     PIC X(8).
