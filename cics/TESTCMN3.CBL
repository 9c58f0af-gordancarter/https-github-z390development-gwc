      * TESTCMN2'S HISTORY INQUIRY KEEPS WORKING) AND THE AFTER-IMAGE
      * RECORD THROUGH VSAMJRN1 FOR FORWARD RECOVERY; A RENAME IS
      * JOURNALED AS FUNCTION 'REN' UNDER THE OLD NAME.
      *
      * RPI 1414 - MAKER-CHECKER FOR THE NAME AND ADDRESS.  THE
      * TRANSACTION NOW OPENS WITH AN OPERATOR SIGN-ON AGAINST
      * USRPROF (ANY AUTHORITY; A REFUSED SIGN-ON IS A 'CM3FAIL'
      * SECURITY EVENT).  AN OPERATOR BELOW THE CMNCTL AUTHORITY
      * LEVEL (SEE CMNCTL.CPY) NO LONGER CHANGES THE MASTER WITH PF2
      * OR PF6: THE CHANGE IS HELD ON CUSTPND (SEE CUSTPND.CPY) WITH
      * ITS BEFORE AND AFTER IMAGES UNTIL ANOTHER OPERATOR APPROVES
      * OR REJECTS IT THROUGH TESTCMN4, WHICH APPLIES AND JOURNALS AN
      * APPROVED CHANGE EXACTLY AS THIS PROGRAM DOES.  AT OR ABOVE
      * THE LEVEL A CHANGE STILL TAKES EFFECT AT ONCE.
      *
      * RPI 1416 - INQUIRY SHOWS THE RETURNED-MAIL STATUS ON ROW 13
      * (ADRSVC1 - SEE ADRSTAT.CPY), AND AN ADDRESS UPDATE THAT TAKES
      * EFFECT HANDS THE NEW ADDRESS TO ADRSVC1 SO A CORRECTED
      * ADDRESS CLEARS THE FLAG (A HELD ONE CLEARS IT ON APPROVAL).
      *
      * RPI 1418 - INQUIRY SHOWS THE CUSTOMER'S VALUE SEGMENT ON ROW
      * 14: THE SEGMENT, THE RECENCY/FREQUENCY/MONETARY SCORES AND
      * THE LIFETIME ORDER COUNT FROM THE NIGHTLY CUSTVAL BUILD (SEE
      * CVALREC.CPY), OR 'NO ORDER HISTORY'.
      *
      * RPI 1425 - CMST-LASTACT ON AN ADDRESS UPDATE OR A RENAME IS
      * THE BUSINESS DATE FROM THE BDTSVC1 SERVICE, AS IN TESTCMN1,
      * NOT EIBDATE; AUDIT STAMPS STAY ON THE CLOCK.
      *
      * RPI 1436 - THE INQUIRY'S NAME AND ADDRESS GO THROUGH THE
      * PIIMSK1 SERVICE WITH THE SIGNED-ON OPERATOR'S AUTHORITY, SO
      * BELOW THE CMNCTL LEVEL (SEE CMNCTL.CPY) THEY SHOW AS INITIALS
      * PLUS SURNAME AND THE HOUSE NUMBER ONLY.  PF10 ASKS FOR THE
      * FULL VIEW: BELOW THE LEVEL IT IS REFUSED AND JOURNALED AS AN
      * 'UNMASK' EVENT.
      *
      * RPI 1437 - CUSTJRNQ RECORDS GO OUT THROUGH THE JRNCHN1 HASH
      * CHAIN SERVICE INSTEAD OF A DIRECT WRITEQ; JRNL-REC CARRIES
      * THE 27 CHAIN BYTES IT APPENDS.
      *
        PROGRAM-ID. TESTCMN3.
        ENVIRONMENT DIVISION.
                03  CM3MODE   PIC X.
      *            ' ' = IDLE, 'D' = DELETE PENDING CONFIRM
                03  CM3NUM    PIC 9(8).
      *         RPI 1414 - SIGNED-ON OPERATOR (SPACES = NOT YET), ITS
      *         AUTHORITY, AND 'Y' WHEN ITS CHANGES ARE HELD
                03  CM3OPER   PIC X(8).
                03  CM3AUTH   PIC X.
                03  CM3HOLD   PIC X.
        77  CM3COMMLEN  PIC 9(4)  COMP VALUE 22.

      * NUMBER-KEYED MASTER AND CROSS-REFERENCE (SEE CUSTMST.CPY)
        01  CMST-AREA.
        COPY CUSTMST.
        77  CMSTRECL  PIC 9(4)  COMP  VALUE 100.
      * RPI 1425 - BUSINESS-DATE SERVICE COMMAREA (SEE BDTSVC1.CBL)
        01  BDS-COMM.
            02  BDS-DATE   PIC 9(7).
            02  BDS-SYS    PIC 9(7).
            02  BDS-PREV   PIC 9(7).
            02  BDS-RC     PIC 9(2).
        77  BDSCOMML  PIC 9(4)  COMP  VALUE 23.
      * RPI 1418 - CUSTOMER VALUE RECORD (SEE CVALREC.CPY)
        01  CV-AREA.
        COPY CVALREC.
        77  CVRECL    PIC 9(4)  COMP  VALUE 60.
        77  CM3CVKEY  PIC 9(8).
        77  XRFRECL   PIC 9(4)  COMP  VALUE 48.
        77  CM3XKEY   PIC X(40).
        77  CM3OLDNAM PIC X(40).
            02  JRNL-TIME   PIC 9(7).
            02  JRNL-BEFORE PIC X(92).
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
        01  JRNL-BEF-SAVE   PIC X(92).
        01  JRNL-IMG.
            02  JRNL-IMG-NAME PIC X(40).
        COPY VSAMJRN.
        77  VJRNL     PIC 9(4)  COMP  VALUE 176.

      * RPI 1414 - PROFILE RECORD - TESTGUIC'S LAYOUT
        01  PROF-REC.
            02  PROF-USERID PIC X(8).
            02  PROF-PASSWD PIC X(8).
            02  PROF-AUTH   PIC X(1).
            02  PROF-OPTS.
                03  PROF-OPT  PIC X  OCCURS 24 TIMES.
            02  PROF-PWDATE  PIC 9(7).
            02  PROF-PRVPWD  PIC X(8).
            02  PROF-DISABLE PIC X(1).
            02  PROF-LANG    PIC X(2).
      * RPI 1435 - LAST SUCCESSFUL SIGN-ON AND REVIEWING MANAGER
            02  PROF-LASTSGN PIC 9(7).
            02  PROF-MGR     PIC X(8).
        77  PROFRECL  PIC 9(4)  COMP  VALUE 74.
        77  PROFKEY   PIC X(8).

      * RPI 1414 - THE HOLD LEVEL (SEE CMNCTL.CPY) AND THE PENDING
      * CHANGE A HELD PF2/PF6 BECOMES (SEE CUSTPND.CPY)
        01  CMC-AREA.
        COPY CMNCTL.
        77  CMCRECL   PIC 9(4)  COMP  VALUE 40.
        77  CMCKEY    PIC X(8)  VALUE 'DEFAULT '.
        01  PND-AREA.
        COPY CUSTPND.
        77  PNDRECL   PIC 9(4)  COMP  VALUE 250.

      * OPERATOR SIGN-ON INPUT - AID/CURSOR/SBA/USERID/SBA/PASSWORD
        01  AUT-IN.
            02  FILLER      PIC X(6).
            02  AUT-USERID  PIC X(8).
            02  FILLER      PIC X(3).
            02  AUT-PASSWD  PIC X(8).
        77  AUT-INL   PIC 9(4)  COMP.

      * OPERATOR SIGN-ON SCREEN
        77  AUTSCRNL  PIC 9(4)  COMP.
        01  AUTSCRN.
            02  FILLER  PIC X(1)  VALUE X'27'.
            02  FILLER  PIC X(1)  VALUE X'F5'.
            02  FILLER  PIC X(1)  VALUE X'C3'.
            02  AUSBA1  PIC X(3).
            02  FILLER  PIC X(30)
                     VALUE 'CUSTOMER MASTER BY NUMBER     '.
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

      * INBOUND DATASTREAM - AID/CURSOR/SBA PREFIX THEN THE KEY FIELD
        01  CM3-IN.
            02  FILLER     PIC X(6).
                     VALUE 'ENTER=INQ PF2=UPD PF6=REN PF4=DEL   '.
            02  C3SBA4  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'PF3=END CLEAR=REFRESH PF10=UNMASK   '.

      * RECORD DISPLAY LINES - NUMBER/NAME/ADDR/ZIP ON ROWS 9-12,
      * RPI 1416 RETURNED-MAIL STATUS ON ROW 13, RPI 1418 VALUE
      * SEGMENT ON ROW 14
        77  CM3RECOL  PIC 9(4)  COMP.
        01  CM3RECO.
            02  R3SBA1    PIC X(3).
            02  R3SBA4    PIC X(3).
            02  FILLER    PIC X(6)  VALUE 'ZIP : '.
            02  CM3OZIP   PIC X(5).
            02  R3SBA5    PIC X(3).
            02  FILLER    PIC X(6)  VALUE 'MAIL: '.
            02  CM3OMAIL  PIC X(40).
            02  R3SBA6    PIC X(3).
            02  FILLER    PIC X(6)  VALUE 'VALU: '.
            02  CM3OVALU  PIC X(40).
        01  CM3OMRTN.
            02  FILLER    PIC X(10) VALUE 'RETURNED ('.
            02  CM3ORSN   PIC X(2).
            02  FILLER    PIC X(2)  VALUE ') '.
            02  CM3ORDT   PIC 9(7).
            02  FILLER    PIC X(19) VALUE ' - NOT BEING MAILED'.
        01  CM3OVSEG.
            02  CM3OVNAME PIC X(8).
            02  FILLER    PIC X(5)  VALUE ' RFM='.
            02  CM3OVR    PIC 9.
            02  CM3OVF    PIC 9.
            02  CM3OVM    PIC 9.
            02  FILLER    PIC X(8)  VALUE ' ORDERS='.
            02  CM3OVCNT  PIC ZZZZ9.

      * MESSAGE LINE - ROW 19
        77  CM3MSGOL  PIC 9(4)  COMP.
                      VALUE 'INQUIRE ON THE CUSTOMER FIRST           '.
        77  MSGUPDOK  PIC X(40)
                      VALUE 'CUSTOMER UPDATED                        '.
        77  MSGUPDCLR PIC X(40)
                      VALUE 'CUSTOMER UPDATED - MAIL FLAG CLEARED    '.
        77  MSGRENOK  PIC X(40)
                      VALUE 'CUSTOMER RENAMED - SAME NUMBER          '.
        77  MSGRENDUP PIC X(40)
                      VALUE 'CUSTOMER DELETED                        '.
        77  MSGEND    PIC X(40)
                      VALUE 'MAINTENANCE ENDED - PRESS CLEAR         '.
        77  MSGBADSGN PIC X(40)
                      VALUE 'OPERATOR SIGN-ON REJECTED               '.
        77  MSGHELD   PIC X(40)
                      VALUE 'CHANGE HELD FOR APPROVAL                '.
        77  MSGNOHOLD PIC X(40)
                      VALUE 'CHANGE NOT HELD - CUSTPND UNAVAILABLE   '.
        77  MSGHLDDUP PIC X(40)
                      VALUE 'CHANGE ALREADY HELD - TRY AGAIN         '.
        77  MSGUNMOK  PIC X(40)
                      VALUE 'NAME/ADDRESS ALREADY SHOWN IN FULL      '.
        77  MSGUNMNO  PIC X(40)
                      VALUE 'UNMASK REFUSED - ATTEMPT LOGGED         '.

        01  SBAB-COMM.
            02  SBAB-FUNC   PIC X.
            02  SBAB-BUFFER PIC X(1536).
        77  SBABCOMML PIC 9(4)  COMP.

      * RPI 1414 - SECURITY EVENT COMMAREA (SEE SECEVT1.CBL)
        01  SEC-COMM.
            02  SEC-USER   PIC X(8).
            02  SEC-TYPE   PIC X(8)  VALUE 'CM3FAIL '.

      * RPI 1416 - RETURNED-MAIL STATUS SERVICE (SEE ADRSVC1.CBL)
        01  ADR-COMM.
            02  ADR-FUNC    PIC X.
            02  ADR-RC      PIC 9(2).
            02  ADR-NUM     PIC 9(8).
            02  ADR-NAME    PIC X(40).
            02  ADR-ADDR    PIC X(40).
            02  ADR-ZIP     PIC X(5).
            02  ADR-REASON  PIC X(2).
            02  ADR-RTNDATE PIC 9(7).
        77  ADRCOMML  PIC 9(4)  COMP  VALUE 105.

      * RPI 1436 - PII DISPLAY MASKING SERVICE (SEE PIIMSK1.CBL)
        01  PIIM-COMM.
            02  PIIM-FUNC   PIC X.
            02  PIIM-RC     PIC 9(2).
            02  PIIM-USER   PIC X(8).
            02  PIIM-AUTH   PIC X.
            02  PIIM-NAME   PIC X(40).
            02  PIIM-ADDR   PIC X(40).
        77  PIIMCOMML PIC 9(4)  COMP  VALUE 92.

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTCMN3'.
            02  SCAP-ERASE  PIC X     VALUE 'N'.
        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(19).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM CM3SBAS THRU CM3SBASX.
            MOVE LENGTH OF AUTSCRN TO AUTSCRNL.
            MOVE LENGTH OF CM3SCRN TO CM3SCRNL.
            MOVE LENGTH OF CM3RECO TO CM3RECOL.
            MOVE LENGTH OF CM3MSGO TO CM3MSGOL.
            MOVE LOW-VALUES TO CM3COMM.
            IF EIBCALEN NOT = 0 THEN GO TO CM3RENT.

      * FIRST ENTRY - OPERATOR SIGN-ON SCREEN
        CM3SIGN.
            MOVE AUTSCRN TO SCAP-DATA.
            MOVE AUTSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE SPACE TO CM3MODE.
            MOVE 0 TO CM3NUM.
            MOVE SPACES TO CM3OPER.
            MOVE SPACE TO CM3AUTH.
            MOVE SPACE TO CM3HOLD.
            GO TO CM3RET.

      * SIGNED ON - PAINT THE BASE SCREEN AND WAIT FOR INPUT
        CM3SHOW.
            MOVE CM3SCRN TO SCAP-DATA.
            MOVE CM3SCRNL TO SCAP-LEN.
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = CM3COMMLEN THEN
               GO TO CM3ABEND.
            MOVE CA-DATA TO CM3COMM.
            IF EIBAID = DFHCLEAR AND CM3OPER = SPACES THEN
               GO TO CM3SIGN.
            IF CM3OPER = SPACES THEN GO TO CM3CHKSG.
            MOVE LENGTH OF CM3-IN TO CM3-INL.
            MOVE SPACES TO CM3-IN.
            EXEC CICS RECEIVE INTO(CM3-IN) LENGTH(CM3-INL) END-EXEC.
            IF EIBAID = DFHPF2   THEN GO TO CM3UPD.
            IF EIBAID = DFHPF6   THEN GO TO CM3REN.
            IF EIBAID = DFHPF4   THEN GO TO CM3DEL.
            IF EIBAID = DFHPF10  THEN GO TO CM3UNMSK.
            MOVE SPACE TO CM3MODE.
            GO TO CM3RET.

      * CM3CHKSG EQU   *
      * RPI 1414 - OPERATOR SIGN-ON: VALID, ENABLED PROFILE AND THE
      * RIGHT PASSWORD.  AN AUTHORITY BELOW THE CMNCTL LEVEL ('7'
      * WITHOUT A CONTROL RECORD) HAS ITS NAME/ADDRESS CHANGES HELD.
        CM3CHKSG.
            MOVE LENGTH OF AUT-IN TO AUT-INL.
            MOVE SPACES TO AUT-IN.
            EXEC CICS RECEIVE INTO(AUT-IN) LENGTH(AUT-INL) END-EXEC.
            IF EIBAID NOT = DFHENTER THEN GO TO CM3SIGN.
            EXEC CICS HANDLE CONDITION NOTFND(CM3BADSG)
                 NOTOPEN(CM3BADSG) END-EXEC.
            MOVE AUT-USERID TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF AUT-PASSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y' THEN GO TO CM3BADSG.
            MOVE '7' TO CMC-DIRAUTH.
            EXEC CICS HANDLE CONDITION NOTFND(CM3CHKS2)
                 NOTOPEN(CM3CHKS2) END-EXEC.
            EXEC CICS READ FILE('CMNCTL') INTO(CMC-REC)
                 LENGTH(CMCRECL) RIDFLD(CMCKEY) END-EXEC.
        CM3CHKS2.
            MOVE AUT-USERID TO CM3OPER.
            MOVE PROF-AUTH TO CM3AUTH.
            IF PROF-AUTH LESS THAN CMC-DIRAUTH THEN
               MOVE 'Y' TO CM3HOLD
            ELSE
               MOVE 'N' TO CM3HOLD.
            GO TO CM3SHOW.

        CM3BADSG.
            MOVE AUT-USERID TO SEC-USER.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.
            MOVE MSGBADSGN TO CM3MSGTX.
            GO TO CM3PUTMS.

      * CM3INQ   EQU   *
      * INQUIRY - 8 DIGITS IS A DIRECT NUMBER READ; ANYTHING ELSE IS
      * A NAME RESOLVED THROUGH CUSTXREF TO ITS NUMBER FIRST
            EXEC CICS READ FILE('MYFILE09') INTO(CMST-REC)
                 LENGTH(CMSTRECL) RIDFLD(CM3NUM) END-EXEC.
            MOVE CMST-NUM  TO CM3ONUM.
            MOVE 'M' TO PIIM-FUNC.
            MOVE CMST-NAME TO PIIM-NAME.
            MOVE CMST-ADDR TO PIIM-ADDR.
            PERFORM CM3PIIM.
            MOVE PIIM-NAME TO CM3ONAME.
            MOVE PIIM-ADDR TO CM3OADDR.
            MOVE CMST-ZIP  TO CM3OZIP.
            MOVE 'I' TO ADR-FUNC.
            PERFORM CM3ADR.
            IF ADR-RC = 4 THEN
               MOVE ADR-REASON  TO CM3ORSN
               MOVE ADR-RTNDATE TO CM3ORDT
               MOVE CM3OMRTN TO CM3OMAIL
            ELSE
               MOVE 'DELIVERABLE' TO CM3OMAIL.
            PERFORM CM3VAL THRU CM3VALX.
            MOVE CM3RECO TO SCAP-DATA.
            MOVE CM3RECOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            GO TO CM3RET.

      * CM3UNMSK EQU   *
      * RPI 1436 - PF10 ASKS FOR THE FULL NAME AND ADDRESS.  PIIMSK1
      * REFUSES AND JOURNALS IT BELOW THE CMNCTL LEVEL; AT OR ABOVE
      * IT THE SCREEN ALREADY SHOWS EVERYTHING
        CM3UNMSK.
            MOVE SPACE TO CM3MODE.
            MOVE 'U' TO PIIM-FUNC.
            MOVE SPACES TO PIIM-NAME.
            MOVE SPACES TO PIIM-ADDR.
            PERFORM CM3PIIM.
            IF PIIM-RC = 0 THEN
               MOVE MSGUNMOK TO CM3MSGTX
            ELSE
               MOVE MSGUNMNO TO CM3MSGTX.
            GO TO CM3PUTMS.

      * RPI 1436 - ONE CALL TO THE PII MASKING SERVICE FOR THE
      * SIGNED-ON OPERATOR, FUNCTION AND FIELDS PRESET BY THE CALLER
        CM3PIIM.
            MOVE CM3OPER TO PIIM-USER.
            MOVE CM3AUTH TO PIIM-AUTH.
            EXEC CICS LINK PROGRAM('PIIMSK1') COMMAREA(PIIM-COMM)
                 LENGTH(PIIMCOMML) END-EXEC.

      * CM3UPD   EQU   *
      * UPDATE - READ THE DISPLAYED NUMBER FOR UPDATE, OVERLAY
      * ADDR/ZIP WITH THE ROW-3 FIELD (SAME CONVENTION AS TESTCMN1'S
            IF CM3-IN-KEY (36:5) IS NUMERIC THEN
               MOVE CM3-IN-KEY (36:5) TO CMST-ZIP
               MOVE SPACES TO CMST-ADDR (36:5).
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO CMST-LASTACT.
            MOVE 'UPD' TO JRNL-FUNC.
            IF CM3HOLD = 'Y' THEN GO TO CM3HELD.
            EXEC CICS REWRITE FILE('MYFILE09') FROM(CMST-REC)
                 LENGTH(CMSTRECL) END-EXEC.
            MOVE CMST-NAME TO JRNL-NAME.
            PERFORM CM3JRNL THRU CM3JRND.
            PERFORM CM3VJRN THRU CM3VJRN2.
            MOVE MSGUPDOK TO CM3MSGTX.
      * RPI 1416 - A CORRECTED ADDRESS CLEARS THE RETURNED-MAIL FLAG
            MOVE 'C' TO ADR-FUNC.
            PERFORM CM3ADR.
            IF ADR-RC = 2 THEN
               MOVE MSGUPDCLR TO CM3MSGTX.
            GO TO CM3PUTMS.

      * CM3REN   EQU   *
            PERFORM CM3BEFSV.
            MOVE CMST-NAME TO CM3OLDNAM.
            MOVE CM3-IN-KEY TO CMST-NAME.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO CMST-LASTACT.
            MOVE 'REN' TO JRNL-FUNC.
            IF CM3HOLD = 'Y' THEN GO TO CM3HELD.
            EXEC CICS REWRITE FILE('MYFILE09') FROM(CMST-REC)
                 LENGTH(CMSTRECL) END-EXEC.
      * RE-KEY THE CROSS-REFERENCE: DROP THE OLD NAME ENTRY, WRITE
            MOVE CM3NUM    TO XRF-NUM.
            EXEC CICS WRITE FILE('CUSTXREF') FROM(XRF-REC)
                 LENGTH(XRFRECL) RIDFLD(XRF-NAME) END-EXEC.
            MOVE CM3OLDNAM TO JRNL-NAME.
            PERFORM CM3JRNL THRU CM3JRND.
            PERFORM CM3VJRN THRU CM3VJRN2.
            MOVE MSGRENOK TO CM3MSGTX.
            GO TO CM3PUTMS.

      * CM3HELD  EQU   *
      * RPI 1414 - THE OPERATOR'S CHANGE IS HELD, NOT APPLIED: RELEASE
      * THE MASTER AND PUT THE BEFORE IMAGE AND THE CHANGED RECORD ON
      * CUSTPND FOR TESTCMN4 (FUNCTION PRESET IN JRNL-FUNC)
        CM3HELD.
            EXEC CICS UNLOCK FILE('MYFILE09') END-EXEC.
            MOVE SPACES        TO PND-REC.
            MOVE CM3NUM        TO PND-NUM.
            MOVE EIBDATE       TO PND-DATE.
            MOVE EIBTIME       TO PND-TIME.
            MOVE JRNL-FUNC     TO PND-FUNC.
            MOVE 'P'           TO PND-STAT.
            MOVE CM3OPER       TO PND-MAKER.
            MOVE CM3AUTH       TO PND-MKAUTH.
            MOVE EIBTRMID      TO PND-TERM.
            MOVE 0             TO PND-CHKDATE.
            MOVE 0             TO PND-CHKTIME.
            MOVE JRNL-BEF-SAVE TO PND-BEFORE.
            MOVE CMST-NAME     TO JRNL-IMG-NAME.
            MOVE CMST-ADDR     TO JRNL-IMG-ADDR.
            MOVE CMST-ZIP      TO JRNL-IMG-ZIP.
            MOVE CMST-LASTACT  TO JRNL-IMG-LACT.
            MOVE JRNL-IMG      TO PND-AFTER.
            EXEC CICS HANDLE CONDITION DUPREC(CM3HELDD)
                 NOTOPEN(CM3HELDN) END-EXEC.
            EXEC CICS WRITE FILE('CUSTPND') FROM(PND-REC)
                 LENGTH(PNDRECL) RIDFLD(PND-KEY) END-EXEC.
            MOVE MSGHELD TO CM3MSGTX.
            GO TO CM3PUTMS.
        CM3HELDD.
            MOVE MSGHLDDUP TO CM3MSGTX.
            GO TO CM3PUTMS.
        CM3HELDN.
            MOVE MSGNOHOLD TO CM3MSGTX.
            GO TO CM3PUTMS.

      * CM3DEL   EQU   *
      * DELETE - FIRST PF4 ARMS THE CONFIRMATION, SECOND PF4 DELETES
      * THE RECORD AND ITS CROSS-REFERENCE ENTRY
            MOVE EIBDATE       TO JRNL-DATE.
            MOVE EIBTIME       TO JRNL-TIME.
            MOVE JRNL-BEF-SAVE TO JRNL-BEFORE.
            MOVE JRNL-REC TO JCH-DATA.
            EXEC CICS LINK PROGRAM('JRNCHN1') COMMAREA(JCH-COMM)
                 LENGTH(JCHCOMML) END-EXEC.

      * RPI 1335 - AFTER-IMAGE RECORD FOR FORWARD RECOVERY, KEYED BY
      * THE CUSTOMER NUMBER ON FILE MYFILE09
            EXEC CICS LINK PROGRAM('VSAMJRN1') COMMAREA(VJRN-AREA)
                 LENGTH(VJRNL) END-EXEC.

      * RPI 1416 - ONE RETURNED-MAIL STATUS CALL FOR THE CUSTOMER IN
      * CMST-REC, FUNCTION PRESET
        CM3ADR.
            MOVE CMST-NUM  TO ADR-NUM.
            MOVE CMST-NAME TO ADR-NAME.
            MOVE CMST-ADDR TO ADR-ADDR.
            MOVE CMST-ZIP  TO ADR-ZIP.
            EXEC CICS LINK PROGRAM('ADRSVC1') COMMAREA(ADR-COMM)
                 LENGTH(ADRCOMML) END-EXEC.

      * RPI 1418 - THE VALUE SEGMENT FOR THE CUSTOMER IN CMST-REC;
      * NO CUSTVAL RECORD (OR NO FILE) IS NO ORDER HISTORY
        CM3VAL.
            MOVE 'NO ORDER HISTORY' TO CM3OVALU.
            EXEC CICS HANDLE CONDITION NOTFND(CM3VALX)
                 NOTOPEN(CM3VALX) END-EXEC.
            MOVE CMST-NUM TO CM3CVKEY.
            EXEC CICS READ FILE('CUSTVAL') INTO(CV-REC)
                 LENGTH(CVRECL) RIDFLD(CM3CVKEY) END-EXEC.
            MOVE CV-SEG    TO CM3OVNAME.
            MOVE CV-RSCORE TO CM3OVR.
            MOVE CV-FSCORE TO CM3OVF.
            MOVE CV-MSCORE TO CM3OVM.
            MOVE CV-COUNT  TO CM3OVCNT.
            MOVE CM3OVSEG TO CM3OVALU.
        CM3VALX.
            EXEC CICS HANDLE CONDITION NOTFND(CM3NF) END-EXEC.

      * CM3NF    EQU   *
        CM3NF.
            MOVE SPACE TO CM3MODE.

      * RPI 1355 - COMPOSE EVERY SCREEN ADDRESS: TITLE ROW 2 COL 30,
      * KEY LINE ROW 3 COL 25, LEGENDS ROWS 6-7 COL 10, RECORD
      * DISPLAY ROWS 9-14 COL 10, MESSAGE LINE ROW 19 COL 1 (RPI 1414 -
      * AND THE SIGN-ON FIELDS ROWS 4-5, ITS LEGEND ROW 7, COL 10)
        CM3SBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 30 TO SBAB-COL.
            PERFORM CM3SBA1.
            MOVE SBAB-SBA TO C3SBA1.
            MOVE SBAB-SBA TO AUSBA1.
            MOVE 4 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM CM3SBA1.
            MOVE SBAB-SBA TO AUSBA2.
            MOVE 5 TO SBAB-ROW.
            PERFORM CM3SBA1.
            MOVE SBAB-SBA TO AUSBA3.
            MOVE 7 TO SBAB-ROW.
            PERFORM CM3SBA1.
            MOVE SBAB-SBA TO AUSBA4.
            MOVE 3 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM CM3SBA1.
            MOVE 12 TO SBAB-ROW.
            PERFORM CM3SBA1.
            MOVE SBAB-SBA TO R3SBA4.
            MOVE 13 TO SBAB-ROW.
            PERFORM CM3SBA1.
            MOVE SBAB-SBA TO R3SBA5.
            MOVE 14 TO SBAB-ROW.
            PERFORM CM3SBA1.
            MOVE SBAB-SBA TO R3SBA6.
            MOVE 19 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM CM3SBA1.
