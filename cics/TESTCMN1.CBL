      * DATASTREAM.  THE OPERATOR KEYS THE CUSTOMER NAME (OR THE ZIP
      * FOR PF5) INTO THE UNPROTECTED FIELD ON ROW 3; THE INBOUND
      * STREAM IS AID(1)/CURSOR(2)/SBA(3) FOLLOWED BY THE FIELD DATA.
      *
      * RPI 1416 - INQUIRY SHOWS THE RETURNED-MAIL STATUS ON ROW 12
      * (ADRSVC1 - SEE ADRSTAT.CPY), AND A PF2 ADDRESS UPDATE HANDS
      * THE NEW ADDRESS TO ADRSVC1 SO A CORRECTED ADDRESS CLEARS THE
      * FLAG AND MAILINGS RESUME.
      *
      * RPI 1425 - CUST-LASTACT IS THE BUSINESS DATE FROM
      * THE BDTSVC1 SERVICE (THE BUSINESS DATE BDROLL1 ROLLS), NOT
      * EIBDATE; AUDIT STAMPS STAY ON THE CLOCK.
      *
      * RPI 1436 - CUSTOMER PII IS MASKED BY OPERATOR AUTHORITY.  THE
      * TRANSACTION NOW OPENS WITH AN OPERATOR SIGN-ON AGAINST
      * USRPROF (ANY AUTHORITY; A REFUSED SIGN-ON IS A 'CM1FAIL'
      * SECURITY EVENT), AND EVERY NAME AND ADDRESS IT SHOWS -
      * INQUIRY, BROWSE PAGES, PHONETIC MATCHES - GOES THROUGH THE
      * PIIMSK1 SERVICE, WHICH CUTS THEM DOWN BELOW THE CMNCTL LEVEL
      * (SEE CMNCTL.CPY).  PF10 ASKS FOR THE FULL VIEW: BELOW THE
      * LEVEL IT IS REFUSED AND JOURNALED AS AN 'UNMASK' EVENT.
      *
      * RPI 1437 - CUSTJRNQ RECORDS GO OUT THROUGH THE JRNCHN1 HASH
      * CHAIN SERVICE INSTEAD OF A DIRECT WRITEQ; JRNL-REC CARRIES
      * THE 27 CHAIN BYTES IT APPENDS.
      *
      * RPI 1439 - INPUT IS TAKEN THROUGH THE INPSVC1 SERVICE, SO A
      * SESSION CAN BE RECORDED AND REPLAYED UNATTENDED BY INPRPL1;
      * THE AID TESTED IS THE ONE IT HANDS BACK, AND A REPLAYED STEP
      * HANDS ITS COMMAREA BACK THROUGH IT INSTEAD OF RETURNING WITH
      * THE TRANSID.
      *
        PROGRAM-ID. TESTCMN1.
        ENVIRONMENT DIVISION.
      *            'B' = NAME BROWSE POSITIONED, 'Z' = ZIP BROWSE
                03  CMNKEY    PIC X(40).
                03  CMNZKEY   PIC X(5).
      *         RPI 1436 - SIGNED-ON OPERATOR (SPACES = NOT YET) AND
      *         ITS AUTHORITY
                03  CMNOPER   PIC X(8).
                03  CMNAUTH   PIC X.
        77  CMNCOMMLEN  PIC 9(4)  COMP VALUE 58.

      * CUSTOMER RECORD - SAME LAYOUT TESTBMC1 WRITES
        01  CUST-REC.
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

      * RPI 1335 - AFTER-IMAGE JOURNAL AREA PASSED TO VSAMJRN1 AFTER
            02  CMSBA4  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'PF7=BACK PF8=FWD PF5=ZIP PF9=SOUNDS '.
            02  FILLER  PIC X(11) VALUE 'PF10=UNMASK'.

      * RECORD DISPLAY LINES - NAME/ADDR/ZIP ON ROWS 9-11, RPI 1416
      * RETURNED-MAIL STATUS ON ROW 12
        77  CMNRECOL  PIC 9(4)  COMP.
        01  CMNRECO.
            02  ROSBA1    PIC X(3).
            02  ROSBA3    PIC X(3).
            02  FILLER    PIC X(6)  VALUE 'ZIP : '.
            02  CMNOZIP   PIC X(5).
            02  ROSBA4    PIC X(3).
            02  FILLER    PIC X(6)  VALUE 'MAIL: '.
            02  CMNOMAIL  PIC X(40).
        01  CMNOMRTN.
            02  FILLER    PIC X(10) VALUE 'RETURNED ('.
            02  CMNORSN   PIC X(2).
            02  FILLER    PIC X(2)  VALUE ') '.
            02  CMNORDT   PIC 9(7).
            02  FILLER    PIC X(19) VALUE ' - NOT BEING MAILED'.

      * MESSAGE LINE - ROW 19, BELOW THE PAGE AREA
        77  CMNMSGOL  PIC 9(4)  COMP.
                      VALUE 'KEY THE NEW ADDRESS BEFORE PF2          '.
        77  MSGUPDOK  PIC X(40)
                      VALUE 'CUSTOMER UPDATED                        '.
        77  MSGUPDCLR PIC X(40)
                      VALUE 'CUSTOMER UPDATED - MAIL FLAG CLEARED    '.
        77  MSGDELCF  PIC X(40)
                      VALUE 'PRESS PF4 AGAIN TO CONFIRM DELETE       '.
        77  MSGDELOK  PIC X(40)
                      VALUE 'ZIP BROWSE NEEDS 5 NUMERIC DIGITS       '.
        77  MSGEND    PIC X(40)
                      VALUE 'MAINTENANCE ENDED - PRESS CLEAR         '.
        77  MSGBADSGN PIC X(40)
                      VALUE 'OPERATOR SIGN-ON REJECTED               '.
        77  MSGUNMOK  PIC X(40)
                      VALUE 'NAME/ADDRESS ALREADY SHOWN IN FULL      '.
        77  MSGUNMNO  PIC X(40)
                      VALUE 'UNMASK REFUSED - ATTEMPT LOGGED         '.

      * BROWSE PAGE - 10 DETAIL LINES, ROWS 8-17 COLUMN 2, COMPOSED
      * AT ENTRY (THE FIRST-CUT HAND-DERIVED TABLE DRIFTED MID-PAGE -
        77  SDXRECL   PIC 9(4)  COMP.
        77  SDXBKEY   PIC X(44).

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

        01  SCAP-COMM.
            02  SCAP-PGM    PIC X(8)  VALUE 'TESTCMN1'.
            02  SCAP-ERASE  PIC X     VALUE 'N'.
        77  SCAPCOMML PIC 9(4)  COMP.


      * RPI 1425 - BUSINESS-DATE SERVICE COMMAREA (SEE BDTSVC1.CBL)
        01  BDS-COMM.
            02  BDS-DATE   PIC 9(7).
            02  BDS-SYS    PIC 9(7).
            02  BDS-PREV   PIC 9(7).
            02  BDS-RC     PIC 9(2).
        77  BDSCOMML  PIC 9(4)  COMP  VALUE 23.

      * RPI 1436 - PROFILE RECORD - TESTGUIC'S LAYOUT
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
            02  PROF-LASTSGN PIC 9(7).
            02  PROF-MGR     PIC X(8).
        77  PROFRECL  PIC 9(4)  COMP  VALUE 74.
        77  PROFKEY   PIC X(8).

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
                     VALUE 'CUSTOMER MASTER MAINTENANCE   '.
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
            02  SEC-TYPE   PIC X(8)  VALUE 'CM1FAIL '.

      * RPI 1436 - PII DISPLAY MASKING SERVICE (SEE PIIMSK1.CBL)
        01  PIIM-COMM.
            02  PIIM-FUNC   PIC X.
            02  PIIM-RC     PIC 9(2).
            02  PIIM-USER   PIC X(8).
            02  PIIM-AUTH   PIC X.
            02  PIIM-NAME   PIC X(40).
            02  PIIM-ADDR   PIC X(40).
        77  PIIMCOMML PIC 9(4)  COMP  VALUE 92.

      * RPI 1439 - OPERATOR INPUT SERVICE (SEE INPSVC1.CBL) - RECEIVES,
      * RECORDING WHEN ASKED, OR FEEDS A REPLAY
        01  IPS-COMM.
            02  IPS-FUNC    PIC X.
            02  IPS-RC      PIC 9(2).
            02  IPS-PGM     PIC X(8)  VALUE 'TESTCMN1'.
            02  IPS-REPLAY  PIC X.
            02  IPS-AID     PIC X.
            02  IPS-LEN     PIC 9(4)  COMP.
            02  IPS-DATA    PIC X(1536).
        77  IPSCOMML  PIC 9(4)  COMP  VALUE 1551.
        77  CMNAID    PIC X.
        77  CMNRPLY   PIC X     VALUE 'N'.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(55).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM CMNSBAS THRU CMNSBASX.
            MOVE LENGTH OF AUTSCRN TO AUTSCRNL.
            MOVE LENGTH OF CMNSCRN TO CMNSCRNL.
            MOVE LENGTH OF CMNRECO TO CMNRECOL.
            MOVE LENGTH OF CMNMSGO TO CMNMSGOL.
            MOVE LENGTH OF BRWLINE TO BRWLINEL.
            MOVE LOW-VALUES TO CMNCOMM.
            IF EIBCALEN NOT = 0 THEN GO TO CMNRENT.
            MOVE 'S' TO IPS-FUNC.
            PERFORM CMNINPS.

      * FIRST ENTRY - OPERATOR SIGN-ON SCREEN
        CMNSIGN.
            MOVE AUTSCRN TO SCAP-DATA.
            MOVE AUTSCRNL TO SCAP-LEN.
            MOVE 'Y' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE SPACE TO CMNMODE.
            MOVE SPACES TO CMNOPER.
            MOVE SPACE TO CMNAUTH.
            GO TO CMNRET.

      * SIGNED ON - PAINT THE BASE SCREEN AND WAIT FOR INPUT
        CMNSHOW.
            MOVE CMNSCRN TO SCAP-DATA.
            MOVE CMNSCRNL TO SCAP-LEN.
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = CMNCOMMLEN THEN
               GO TO CMNABEND.
            MOVE CA-DATA TO CMNCOMM.
            MOVE 'R' TO IPS-FUNC.
            PERFORM CMNINPS.
            MOVE IPS-AID TO CMNAID.
            IF CMNAID = DFHCLEAR AND CMNOPER = SPACES THEN
               GO TO CMNSIGN.
            IF CMNOPER = SPACES THEN GO TO CMNCHKSG.
            MOVE IPS-DATA TO CMN-IN.
            MOVE IPS-LEN TO CMN-INL.
            IF CMNAID = DFHCLEAR THEN GO TO CMNSHOW.
            IF CMNAID = DFHPF3   THEN GO TO CMNDONE.
      * THE ROW-3 FIELD IS THE RECORD KEY FOR INQUIRY/DELETE/BROWSE,
      * BUT FOR PF2 (NEW ADDRESS) AND PF5 (STARTING ZIP) IT CARRIES
      * DATA - THOSE PATHS KEEP THE KEY SAVED BY THE LAST INQUIRY
            IF CMNAID = DFHPF2   THEN GO TO CMNUPD.
            IF CMNAID = DFHPF5   THEN GO TO CMNZBRW.
            IF CMN-INL GREATER THAN 6 THEN
               MOVE CMN-IN-KEY TO CMNKEY.
            IF CMNAID = DFHENTER THEN GO TO CMNINQ.
            IF CMNAID = DFHPF4   THEN GO TO CMNDEL.
            IF CMNAID = DFHPF7   THEN GO TO CMNBRWB.
            IF CMNAID = DFHPF8   THEN GO TO CMNBRWF.
            IF CMNAID = DFHPF9   THEN GO TO CMNSNDX.
            IF CMNAID = DFHPF10  THEN GO TO CMNUNMSK.
            MOVE SPACE TO CMNMODE.
            GO TO CMNRET.

      * CMNCHKSG EQU   *
      * RPI 1436 - OPERATOR SIGN-ON: VALID, ENABLED PROFILE AND THE
      * RIGHT PASSWORD; THE AUTHORITY DECIDES WHAT PIIMSK1 MASKS
        CMNCHKSG.
            MOVE IPS-DATA TO AUT-IN.
            MOVE IPS-LEN TO AUT-INL.
            IF CMNAID NOT = DFHENTER THEN GO TO CMNSIGN.
            EXEC CICS HANDLE CONDITION NOTFND(CMNBADSG)
                 NOTOPEN(CMNBADSG) END-EXEC.
            MOVE AUT-USERID TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF AUT-PASSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y' THEN GO TO CMNBADSG.
            MOVE AUT-USERID TO CMNOPER.
            MOVE PROF-AUTH TO CMNAUTH.
            GO TO CMNSHOW.

        CMNBADSG.
            MOVE AUT-USERID TO SEC-USER.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.
            MOVE MSGBADSGN TO CMNMSGTX.
            GO TO CMNPUTMS.

      * CMNUNMSK EQU   *
      * RPI 1436 - PF10 ASKS FOR THE FULL NAME AND ADDRESS.  PIIMSK1
      * REFUSES AND JOURNALS IT BELOW THE CMNCTL LEVEL; AT OR ABOVE
      * IT THE SCREEN ALREADY SHOWS EVERYTHING
        CMNUNMSK.
            MOVE 'U' TO PIIM-FUNC.
            MOVE SPACES TO PIIM-NAME.
            MOVE SPACES TO PIIM-ADDR.
            PERFORM CMNPIIM.
            IF PIIM-RC = 0 THEN
               MOVE MSGUNMOK TO CMNMSGTX
            ELSE
               MOVE MSGUNMNO TO CMNMSGTX.
            GO TO CMNPUTMS.

      * CMNINQ   EQU   *
      * INQUIRY - READ BY NAME AND SHOW THE RECORD
        CMNINQ.
                 LENGTH(CUSTRECL) RIDFLD(CMNKEY) END-EXEC.
            MOVE 10 TO STP-SLOT.
            PERFORM CMNSTAT.
            MOVE 'M' TO PIIM-FUNC.
            MOVE CUST-NAME TO PIIM-NAME.
            MOVE CUST-ADDR TO PIIM-ADDR.
            PERFORM CMNPIIM.
            MOVE PIIM-NAME TO CMNONAME.
            MOVE PIIM-ADDR TO CMNOADDR.
            MOVE CUST-ZIP  TO CMNOZIP.
            MOVE 'I' TO ADR-FUNC.
            PERFORM CMNADR.
            IF ADR-RC = 4 THEN
               MOVE ADR-REASON  TO CMNORSN
               MOVE ADR-RTNDATE TO CMNORDT
               MOVE CMNOMRTN TO CMNOMAIL
            ELSE
               MOVE 'DELIVERABLE' TO CMNOMAIL.
            MOVE CMNRECO TO SCAP-DATA.
            MOVE CMNRECOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM CMNSTAT.
            MOVE CUST-REC TO JRNL-BEF-SAVE.
            PERFORM CMNUPDFL.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO CUST-LASTACT.
            EXEC CICS REWRITE FILE('MYFILE08') FROM(CUST-REC)
                 LENGTH(CUSTRECL) END-EXEC.
            MOVE 11 TO STP-SLOT.
            MOVE CUST-REC TO JRN-IMAGE.
            PERFORM CMNVJRN.
            MOVE MSGUPDOK TO CMNMSGTX.
      * RPI 1416 - A CORRECTED ADDRESS CLEARS THE RETURNED-MAIL FLAG
            MOVE 'C' TO ADR-FUNC.
            PERFORM CMNADR.
            IF ADR-RC = 2 THEN
               MOVE MSGUPDCLR TO CMNMSGTX.
            GO TO CMNPUTMS.

      * APPLY THE RE-KEYED ADDR/ZIP - THE OPERATOR KEYS THEM INTO THE
                 LENGTH(VJRNL) END-EXEC.


      * RPI 1416 - ONE RETURNED-MAIL STATUS CALL FOR THE CUSTOMER IN
      * CUST-REC (BY NAME - ADRSVC1 RESOLVES IT), FUNCTION PRESET
        CMNADR.
            MOVE 0 TO ADR-NUM.
            MOVE CUST-NAME TO ADR-NAME.
            MOVE CUST-ADDR TO ADR-ADDR.
            MOVE CUST-ZIP  TO ADR-ZIP.
            EXEC CICS LINK PROGRAM('ADRSVC1') COMMAREA(ADR-COMM)
                 LENGTH(ADRCOMML) END-EXEC.

      * RPI 1436 - ONE CALL TO THE PII MASKING SERVICE FOR THE
      * SIGNED-ON OPERATOR, FUNCTION AND FIELDS PRESET BY THE CALLER
        CMNPIIM.
            MOVE CMNOPER TO PIIM-USER.
            MOVE CMNAUTH TO PIIM-AUTH.
            EXEC CICS LINK PROGRAM('PIIMSK1') COMMAREA(PIIM-COMM)
                 LENGTH(PIIMCOMML) END-EXEC.

      * RPI 1330 - ONE STATISTICS POST, SLOT PRESET BY THE CALLER
        CMNSTAT.
            EXEC CICS LINK PROGRAM('STATPOST') COMMAREA(STP-COMM)
            MOVE EIBDATE       TO JRNL-DATE.
            MOVE EIBTIME       TO JRNL-TIME.
            MOVE JRNL-BEF-SAVE TO JRNL-BEFORE.
            MOVE JRNL-REC TO JCH-DATA.
            EXEC CICS LINK PROGRAM('JRNCHN1') COMMAREA(JCH-COMM)
                 LENGTH(JCHCOMML) END-EXEC.

      * CMNBRWF  EQU   *
      * NAME BROWSE FORWARD - PAGE OF 10 FROM THE SAVED POSITION
            MOVE 10 TO STP-SLOT.
            PERFORM CMNSTAT.
            MOVE BRWSBAE (BRWIX) TO BRWSBA.
            MOVE 'M' TO PIIM-FUNC.
            MOVE CUST-NAME TO PIIM-NAME.
            MOVE SPACES TO PIIM-ADDR.
            PERFORM CMNPIIM.
            MOVE PIIM-NAME TO BRWNAME.
            MOVE CUST-ZIP  TO BRWZIP.
            MOVE BRWLINE TO SCAP-DATA.
            MOVE BRWLINEL TO SCAP-LEN.
                 LENGTH(SDXRECL) RIDFLD(SDXBKEY) END-EXEC.
            IF SDX-REC-CODE NOT = SNDX-CODE THEN GO TO CMNSDXE.
            MOVE BRWSBAE (BRWIX) TO BRWSBA.
            MOVE 'M' TO PIIM-FUNC.
            MOVE SDX-REC-NAME TO PIIM-NAME.
            MOVE SPACES TO PIIM-ADDR.
            PERFORM CMNPIIM.
            MOVE PIIM-NAME TO BRWNAME.
            MOVE SPACES TO BRWZIP.
            MOVE BRWLINE TO SCAP-DATA.
            MOVE BRWLINEL TO SCAP-LEN.
      * CMNRET   EQU   *
        CMNRET.
            MOVE CMNCOMMLEN TO CA-HDR-LEN IN CMNCOMM-REC.
            IF CMNRPLY = 'Y' THEN
               MOVE 'C' TO IPS-FUNC
               MOVE CMNCOMM-REC TO IPS-DATA
               MOVE CMNCOMMLEN TO IPS-LEN
               PERFORM CMNINPS
               EXEC CICS RETURN END-EXEC.
            EXEC CICS RETURN TRANSID('CMN1') COMMAREA(CMNCOMM-REC)
                 LENGTH(CMNCOMMLEN) END-EXEC.


      * RPI 1355 - COMPOSE EVERY SCREEN ADDRESS: TITLE ROW 2 COL 30,
      * KEY LINE ROW 3 COL 25, LEGENDS ROWS 6-7 COL 10, RECORD
      * DISPLAY ROWS 9-12 COL 10, PAGE ROWS 8-17 COL 2, MESSAGE
      * LINE ROW 19 COL 1 (RPI 1436 - AND THE SIGN-ON FIELDS ROWS
      * 4-5, ITS LEGEND ROW 7, COL 10)
        CMNSBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE LENGTH OF SBAB-COMM TO SBABCOMML.
            MOVE 30 TO SBAB-COL.
            PERFORM CMNSBA1.
            MOVE SBAB-SBA TO CMSBA1.
            MOVE SBAB-SBA TO AUSBA1.
            MOVE 4 TO SBAB-ROW.
            MOVE 10 TO SBAB-COL.
            PERFORM CMNSBA1.
            MOVE SBAB-SBA TO AUSBA2.
            MOVE 5 TO SBAB-ROW.
            PERFORM CMNSBA1.
            MOVE SBAB-SBA TO AUSBA3.
            MOVE 7 TO SBAB-ROW.
            PERFORM CMNSBA1.
            MOVE SBAB-SBA TO AUSBA4.
            MOVE 3 TO SBAB-ROW.
            MOVE 25 TO SBAB-COL.
            PERFORM CMNSBA1.
            MOVE 11 TO SBAB-ROW.
            PERFORM CMNSBA1.
            MOVE SBAB-SBA TO ROSBA3.
            MOVE 12 TO SBAB-ROW.
            PERFORM CMNSBA1.
            MOVE SBAB-SBA TO ROSBA4.
            MOVE 19 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM CMNSBA1.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * RPI 1439 - THE OPERATOR INPUT SERVICE
        CMNINPS.
            EXEC CICS LINK PROGRAM('INPSVC1') COMMAREA(IPS-COMM)
                 LENGTH(IPSCOMML) END-EXEC.
            MOVE IPS-REPLAY TO CMNRPLY.

      * RPI 1355 - MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
