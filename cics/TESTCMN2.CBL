      * ADDRESS/ZIP, A REVERTED DELETE REWRITES THE WHOLE RECORD,
      * AND THE REVERT ITSELF IS JOURNALED (FUNCTION 'REV') WITH AN
      * AFTER-IMAGE THROUGH VSAMJRN1, SO THE HISTORY STAYS COMPLETE.
      *
      * RPI 1436 - THE BEFORE-IMAGE ADDRESSES ARE CUSTOMER PII.  THE
      * TRANSACTION NOW OPENS WITH AN OPERATOR SIGN-ON AGAINST
      * USRPROF (ANY AUTHORITY; A REFUSED SIGN-ON IS A 'CM2FAIL'
      * SECURITY EVENT) AND EACH HISTORY ROW'S ADDRESS GOES THROUGH
      * THE PIIMSK1 SERVICE, WHICH CUTS IT TO THE HOUSE NUMBER BELOW
      * THE CMNCTL LEVEL (SEE CMNCTL.CPY).  PF10 ASKS FOR THE FULL
      * VIEW: BELOW THE LEVEL IT IS REFUSED AND JOURNALED AS AN
      * 'UNMASK' EVENT.  THE PF6 REVERT KEEPS ITS OWN USERID AND
      * PASSWORD CHECK.
      *
      * RPI 1437 - CUSTJRNQ RECORDS GO OUT THROUGH THE JRNCHN1 HASH
      * CHAIN SERVICE INSTEAD OF A DIRECT WRITEQ; JRNL-REC CARRIES
      * THE 27 CHAIN BYTES IT APPENDS, SO THE HISTORY READS THE
      * 272-BYTE RECORD.
      *
        PROGRAM-ID. TESTCMN2.
        ENVIRONMENT DIVISION.
      * CUSTJRNQ ITEM NUMBER IT CAME FROM, SO PF6 CAN NAME A ROW
                03  CM2SAVKEY PIC X(40).
                03  CM2ITEM   PIC 9(4)  OCCURS 10 TIMES.
      *         RPI 1436 - SIGNED-ON OPERATOR (SPACES = NOT YET) AND
      *         ITS AUTHORITY
                03  CM2OPER   PIC X(8).
                03  CM2AUTH   PIC X.
        77  CM2COMMLEN  PIC 9(4)  COMP VALUE 93.

      * JOURNAL RECORD - SAME LAYOUT TESTCMN1 WRITES TO CUSTJRNQ
        77  CUSTJRNQ  PIC X(8)  VALUE 'CUSTJRNQ'.
                03  JRNL-BEF-ZIP  PIC X(5).
                03  JRNL-BEF-LACT PIC 9(7).
            02  JRNL-AFTER  PIC X(92).
      * RPI 1437 - CHAIN FIELDS STAMPED BY JRNCHN1 (SEE JRNCHN.CPY)
            02  JRNL-SEQ    PIC 9(9).
            02  JRNL-PREVH  PIC 9(18).
        77  JRNLRECL  PIC 9(4)  COMP.
      * RPI 1437 - JOURNAL RECORDS GO OUT THROUGH THE JRNCHN1 CHAIN
        01  JCH-COMM.
            02  JCH-JRNL    PIC X(8)   VALUE 'CUSTJRNQ'.
            02  JCH-QTYPE   PIC X      VALUE 'T'.
            02  JCH-RC      PIC 9(2).
            02  JCH-LEN     PIC 9(4)   COMP VALUE 245.
            02  JCH-DATA    PIC X(300).
        77  JCHCOMML  PIC 9(4)  COMP  VALUE 313.
        77  JRNLITEM  PIC 9(4)  COMP.

        01  CM2-IN.
            02  C2SBA3  PIC X(3).
            02  FILLER  PIC X(33)
                     VALUE 'ENTER=LIST PF3=END CLEAR=REFRESH '.
            02  FILLER  PIC X(11) VALUE 'PF10=UNMASK'.

      * HISTORY DETAIL - FUNC TERM DATE TIME BEFORE-ADDR BEFORE-ZIP
        77  HISTLINEL PIC 9(4)  COMP.
                      VALUE 'MORE HISTORY THAN FITS - OLDEST SHOWN   '.
        77  MSGEND    PIC X(40)
                      VALUE 'HISTORY INQUIRY ENDED - PRESS CLEAR     '.
        77  MSGBADSGN PIC X(40)
                      VALUE 'OPERATOR SIGN-ON REJECTED               '.
        77  MSGUNMOK  PIC X(40)
                      VALUE 'NAME/ADDRESS ALREADY SHOWN IN FULL      '.
        77  MSGUNMNO  PIC X(40)
                      VALUE 'UNMASK REFUSED - ATTEMPT LOGGED         '.

      * RPI 1436 - OPERATOR SIGN-ON INPUT AND SCREEN
        01  AUT-IN.
            02  FILLER      PIC X(6).
            02  AUT-USERID  PIC X(8).
            02  FILLER      PIC X(3).
            02  AUT-PASSWD  PIC X(8).
        77  AUT-INL   PIC 9(4)  COMP.
        77  AUTSCRNL  PIC 9(4)  COMP.
        01  AUTSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  AUSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'CUSTOMER CHANGE HISTORY       '.
            02  AUSBA2  PIC X(3).
            02  FILLER  PIC X(9)  VALUE 'USERID..:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  FILLER  PIC X(8)  VALUE SPACES.
            02  AUSBA3  PIC X(3).
            02  FILLER  PIC X(9)  VALUE 'PASSWORD:'.
            02  FILLER  PIC X(1)  VALUE X'4D'.
            02  FILLER  PIC X(8)  VALUE SPACES.
            02  AUSBA4  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'ENTER=SIGN ON  CLEAR=GIVE UP  '.

      * RPI 1436 - SECURITY EVENT COMMAREA (SEE SECEVT1.CBL)
        01  SEC-COMM.
            02  SEC-USER   PIC X(8).
            02  SEC-TYPE   PIC X(8)  VALUE 'CM2FAIL '.

      * RPI 1436 - PII DISPLAY MASKING SERVICE (SEE PIIMSK1.CBL)
        01  PIIM-COMM.
            02  PIIM-FUNC   PIC X.
            02  PIIM-RC     PIC 9(2).
            02  PIIM-USER   PIC X(8).
            02  PIIM-AUTH   PIC X.
            02  PIIM-NAME   PIC X(40).
            02  PIIM-ADDR   PIC X(40).
        77  PIIMCOMML PIC 9(4)  COMP  VALUE 92.

      * RPI 1393 - REVERT WORK: THE SELECTION ARGUMENT, OPERATOR
      * AUTHORIZATION, THE CUSTOMER RECORD, AND THE JOURNALING THE
            02  PROF-PRVPWD  PIC X(8).
            02  PROF-DISABLE PIC X(1).
            02  PROF-LANG    PIC X(2).
      * RPI 1435 - LAST SUCCESSFUL SIGN-ON AND REVIEWING MANAGER
            02  PROF-LASTSGN PIC 9(7).
            02  PROF-MGR     PIC X(8).
        77  PROFRECL  PIC 9(4)  COMP  VALUE 74.
        77  PROFKEY   PIC X(8).
        01  CUST-REC.
            02  CUST-NAME  PIC X(40).
        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(90).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM CM2SBAS THRU CM2SBASX.
            MOVE LENGTH OF AUTSCRN  TO AUTSCRNL.
            MOVE LENGTH OF CM2SCRN  TO CM2SCRNL.
            MOVE LENGTH OF HISTLINE TO HISTLINEL.
            MOVE LENGTH OF CM2MSGO  TO CM2MSGOL.
            MOVE SPACES TO CM2OPER.
            IF EIBCALEN NOT = 0 THEN GO TO CM2RENT.

      * FIRST ENTRY - OPERATOR SIGN-ON SCREEN
        CM2SIGN.
            MOVE AUTSCRN TO SCAP-DATA.
            MOVE AUTSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE SPACES TO CM2OPER.
            MOVE SPACE TO CM2AUTH.
            GO TO CM2RET.

        CM2SHOW.
            MOVE CM2SCRN TO SCAP-DATA.
            MOVE CM2SCRNL TO SCAP-LEN.
            IF EIBCALEN = CM2COMMLEN
               AND CA-HDR-LEN IN DFHCOMMAREA = CM2COMMLEN THEN
               MOVE CA-DATA TO CM2COMM.
            IF EIBAID = DFHCLEAR AND CM2OPER = SPACES THEN
               GO TO CM2SIGN.
            IF CM2OPER = SPACES THEN GO TO CM2CHKSG.
            MOVE LENGTH OF CM2-IN TO CM2-INL.
            MOVE SPACES TO CM2-IN.
            EXEC CICS RECEIVE INTO(CM2-IN) LENGTH(CM2-INL) END-EXEC.
            IF EIBAID = DFHCLEAR THEN GO TO CM2SHOW.
            IF EIBAID = DFHPF3   THEN GO TO CM2DONE.
            IF EIBAID = DFHPF6   THEN GO TO CM2REV.
            IF EIBAID = DFHPF10  THEN GO TO CM2UNMSK.
            IF CM2-INL NOT GREATER THAN 6 THEN
               MOVE MSGNOKEY TO CM2MSGTX
               GO TO CM2PUTMS.
            MOVE JRNL-TERM     TO HISTTERM.
            MOVE JRNL-DATE     TO HISTDATE.
            MOVE JRNL-TIME     TO HISTTIME.
            MOVE 'M' TO PIIM-FUNC.
            MOVE SPACES TO PIIM-NAME.
            MOVE JRNL-BEF-ADDR TO PIIM-ADDR.
            PERFORM CM2PIIM.
            MOVE PIIM-ADDR     TO HISTADDR.
            MOVE JRNL-BEF-ZIP  TO HISTZIP.
            MOVE HISTLINE TO SCAP-DATA.
            MOVE HISTLINEL TO SCAP-LEN.
            ADD 1 TO HISTIX.
            GO TO CM2LOOP.

      * CM2CHKSG EQU   *
      * RPI 1436 - OPERATOR SIGN-ON: VALID, ENABLED PROFILE AND THE
      * RIGHT PASSWORD; THE AUTHORITY DECIDES WHAT PIIMSK1 MASKS
        CM2CHKSG.
            MOVE LENGTH OF AUT-IN TO AUT-INL.
            MOVE SPACES TO AUT-IN.
            EXEC CICS RECEIVE INTO(AUT-IN) LENGTH(AUT-INL) END-EXEC.
            IF EIBAID NOT = DFHENTER THEN GO TO CM2SIGN.
            EXEC CICS HANDLE CONDITION NOTFND(CM2BADSG)
                 NOTOPEN(CM2BADSG) END-EXEC.
            MOVE AUT-USERID TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF AUT-PASSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y' THEN GO TO CM2BADSG.
            MOVE AUT-USERID TO CM2OPER.
            MOVE PROF-AUTH TO CM2AUTH.
            GO TO CM2SHOW.

        CM2BADSG.
            MOVE AUT-USERID TO SEC-USER.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.
            MOVE MSGBADSGN TO CM2MSGTX.
            GO TO CM2PUTMS.

      * CM2UNMSK EQU   *
      * RPI 1436 - PF10 ASKS FOR THE FULL ADDRESSES.  PIIMSK1 REFUSES
      * AND JOURNALS IT BELOW THE CMNCTL LEVEL; AT OR ABOVE IT THE
      * LISTING ALREADY SHOWS EVERYTHING
        CM2UNMSK.
            MOVE 'U' TO PIIM-FUNC.
            MOVE SPACES TO PIIM-NAME.
            MOVE SPACES TO PIIM-ADDR.
            PERFORM CM2PIIM.
            IF PIIM-RC = 0 THEN
               MOVE MSGUNMOK TO CM2MSGTX
            ELSE
               MOVE MSGUNMNO TO CM2MSGTX.
            GO TO CM2PUTMS.

      * RPI 1436 - ONE CALL TO THE PII MASKING SERVICE FOR THE
      * SIGNED-ON OPERATOR, FUNCTION AND FIELDS PRESET BY THE CALLER
        CM2PIIM.
            MOVE CM2OPER TO PIIM-USER.
            MOVE CM2AUTH TO PIIM-AUTH.
            EXEC CICS LINK PROGRAM('PIIMSK1') COMMAREA(PIIM-COMM)
                 LENGTH(PIIMCOMML) END-EXEC.

      * CM2REV   EQU   *
      * RPI 1393 - REVERT THE SELECTED HISTORY ROW'S BEFORE-IMAGE
        CM2REV.
            MOVE EIBTIME       TO JRNL-TIME.
            MOVE REV-BEF-SAVE  TO JRNL-BEFORE.
            MOVE CUST-REC      TO JRNL-AFTER.
            MOVE JRNL-REC TO JCH-DATA.
            EXEC CICS LINK PROGRAM('JRNCHN1') COMMAREA(JCH-COMM)
                 LENGTH(JCHCOMML) END-EXEC.
            MOVE 'MYFILE08' TO JRN-FILE.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE CUST-NAME  TO JRN-KEY.
            MOVE EIBTIME       TO JRNL-TIME.
            MOVE REV-BEF-SAVE  TO JRNL-BEFORE.
            MOVE LOW-VALUES    TO JRNL-AFTER.
            MOVE JRNL-REC TO JCH-DATA.
            EXEC CICS LINK PROGRAM('JRNCHN1') COMMAREA(JCH-COMM)
                 LENGTH(JCHCOMML) END-EXEC.
            MOVE 'MYFILE08' TO JRN-FILE.
            MOVE 'DL'       TO JRN-FUNC.
            MOVE 'K'        TO JRN-KEYTYPE.

      * RPI 1355 - COMPOSE THE SCREEN ADDRESSES: TITLE ROW 2 COL 30,
      * KEY LINE ROW 3 COL 25, LEGEND ROW 6 COL 10, HISTORY PAGE
      * ROWS 8-17 COL 2, MESSAGE LINE ROW 19 COL 1 (RPI 1436 - AND
      * THE SIGN-ON FIELDS ROWS 4-5, ITS LEGEND ROW 7, COL 10)
        CM2SBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 30 TO SBAB-COL.
            PERFORM CM2SBA1.
            MOVE SBAB-SBA TO C2SBA1.
            MOVE SBAB-SBA TO AUSBA1.
            MOVE 4 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM CM2SBA1.
            MOVE SBAB-SBA TO AUSBA2.
            MOVE 5 TO SBAB-ROW.
            PERFORM CM2SBA1.
            MOVE SBAB-SBA TO AUSBA3.
            MOVE 7 TO SBAB-ROW.
            PERFORM CM2SBA1.
            MOVE SBAB-SBA TO AUSBA4.
            MOVE 3 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM CM2SBA1.
