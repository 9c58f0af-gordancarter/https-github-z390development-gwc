      * SAME RAW-DATASTREAM SCREEN HANDLING AS TESTCMN1 - SBAS
      * COMPOSED AT ENTRY THROUGH SBABUILD, SENDS MIRRORED THROUGH
      * SCRNCAP1.
      *
      * RPI 1405 - PF2 USED TO POST ANY AMOUNT FOR ANY CUSTOMER,
      * HOWEVER MUCH THEY ALREADY OWED.  A CUSTOMER WITH A CRDPROF
      * CREDIT PROFILE (MAINTAINED BY TESTCRD1) IS NOW CHECKED FIRST:
      * THE NEW ORDER PLUS THE CUSTOMER'S OPEN ORDERS (ORDFILE, NOT
      * YET INVOICED) PLUS OPEN RECEIVABLES (ARLEDGER INVOICE
      * BALANCES LESS UNAPPLIED CASH) MUST NOT EXCEED THE LIMIT, AND
      * THE CUSTOMER MUST NOT BE ON CREDIT HOLD.  A REFUSED ORDER IS
      * NOT WRITTEN; THE REFUSAL IS LOGGED THROUGH CRDEVT1 AND THE
      * AMOUNT KEPT IN THE COMMAREA, SO
      *
      *    PF6    SUPERVISOR OVERRIDE - 'USERID PASSWORD' ON ROW 3;
      *           A USRPROF PROFILE WITH AUTHORITY '7' OR HIGHER
      *           POSTS THE REFUSED ORDER.  THE APPROVER IS RECORDED
      *           ON THE ORDER'S FIRST ORDHIST RECORD AND IN THE
      *           CRDEVT1 'CRDOVRD' EVENT; A FAILED OVERRIDE IS A
      *           'CRDFAIL' SECURITY EVENT.
      *
      * RPI 1406 - AN ORDER IS NO LONGER ONE KEYED AMOUNT.  AFTER THE
      * CUSTOMER IS PICKED THE ORDER IS BUILT A LINE AT A TIME:
      *
      *    PF4    ADD A LINE - 'ITEMCODE QTY' ON ROW 3.  THE ITEM
      *           MUST BE ON THE PRDMAST PRODUCT MASTER AND ACTIVE,
      *           OR THE LINE IS REFUSED THERE AND THEN; UP TO 10
      *           LINES ARE HELD IN THE COMMAREA
      *    PF2    POST THE LINES - EACH IS PRICED FROM PRDMAST (AND
      *           RE-CHECKED ACTIVE), ORD-AMT IS THE COMPUTED TOTAL,
      *           AND ONE ORDLINE RECORD PER LINE IS WRITTEN AND
      *           JOURNALED UNDER THE ORDER'S KEY (SEE ORDLIN.CPY)
      *
      * THE CREDIT CHECK AND THE PF6 OVERRIDE WORK ON THE COMPUTED
      * TOTAL.  PICKING ANOTHER CUSTOMER OR CLEAR DROPS HELD LINES.
      *
      * RPI 1407 - SALES TAX.  AT PF2 (AND ON A PF6 OVERRIDE) THE
      * CUSTOMER'S CUST-ZIP GOES TO TAXSVC1, WHICH RESOLVES THE STATE
      * THROUGH ZIPSVC1 AND APPLIES THAT STATE'S TAXRATE RATE IN
      * FORCE TODAY.  THE TAX IS STORED IN ORD-TAX, APART FROM THE
      * GOODS IN ORD-AMT, WITH THE STATE IN ORD-TAXST.  A ZIP THAT
      * RESOLVES TO NO STATE (OR A STATE WITH NO RATE) IS NOT TAXED
      * AT ZERO - THE ORDER IS POSTED WITH STATUS 'HLD' FOR REVIEW
      * AND TESTORD2 RELEASES IT ONCE THE TAX CAN BE COMPUTED.  THE
      * CREDIT EXPOSURE NOW INCLUDES THE TAX, AND HELD ORDERS COUNT
      * AS OPEN.
      *
      * RPI 1409 - EVERY POSTED ORDER GOES TO THE ORDCHK1 SERVICE
      * WITH THE CUSTOMER'S CUST-LASTACT AS IT WAS BEFORE THIS ORDER
      * STAMPED IT.  AN ORDER OUT OF LINE WITH THE CUSTOMER'S OWN
      * HISTORY IS STILL POSTED, BUT ORDCHK1 ALERTS THE OPERATOR
      * THROUGH THE ALRT QUEUE AND LOGS IT FOR THE ORDEXC1 DAILY
      * EXCEPTION REPORT, AND THE POSTED MESSAGE SAYS IT WAS FLAGGED
      * SO THE OPERATOR CAN CONFIRM IT WITH THE CUSTOMER THERE AND
      * THEN.
      *
      * RPI 1425 - THE ORDER DATE, CUST-LASTACT AND THE TAX DATE ARE
      * THE BUSINESS DATE FROM THE BDTSVC1 SERVICE (THE BUSINESS DATE
      * BDROLL1 ROLLS), NOT EIBDATE; THE ORDER HISTORY STAMP STAYS ON
      * THE CLOCK.
      *
      * RPI 1439 - INPUT IS TAKEN THROUGH THE INPSVC1 SERVICE, SO A
      * SESSION CAN BE RECORDED AND REPLAYED UNATTENDED BY INPRPL1;
      * THE AID TESTED IS THE ONE IT HANDS BACK, AND A REPLAYED STEP
      * HANDS ITS COMMAREA BACK THROUGH IT INSTEAD OF RETURNING WITH
      * THE TRANSID.
      *
        PROGRAM-ID. TESTORD1.
        ENVIRONMENT DIVISION.
                03  ORDMODE   PIC X.
                03  ORDCNAME  PIC X(40).
                03  ORDCNUM   PIC 9(8).
      * RPI 1405 - THE LAST ORDER REFUSED ON CREDIT, FOR PF6
                03  ORDBLKAMT PIC 9(9).
      * RPI 1406 - THE ORDER LINES KEYED SO FAR, FOR PF2
                03  ORDNLIN   PIC 9(2).
                03  ORDLENT   OCCURS 10 TIMES.
                    04  ORDLITEM  PIC X(8).
                    04  ORDLQTY   PIC 9(5).
        77  ORDCOMMLEN  PIC 9(4)  COMP VALUE 193.

      * ORDER RECORD - KEY CUSTOMER NUMBER + ORDER NUMBER
        01  ORD-REC.
            02  ORD-DATE    PIC 9(7).
            02  ORD-AMT     PIC 9(9).
            02  ORD-STAT    PIC X(3).
            02  ORD-TAX     PIC 9(9).
            02  ORD-TAXST   PIC X(2).
        77  ORDRECL   PIC 9(4)  COMP  VALUE 84.
        77  ORDKEY    PIC X(14).

      * CUSTOMER RECORD - SAME LAYOUT TESTBMC1 WRITES
        77  XRFRECL   PIC 9(4)  COMP  VALUE 48.
        77  ORDXKEY   PIC X(40).

      * RPI 1405 - CREDIT PROFILE (SEE CRDPROF.CPY), THE LEDGER THE
      * OPEN RECEIVABLES COME FROM (ARLEDG.CPY), AND THE ORDER
      * HISTORY AN OVERRIDE IS RECORDED ON (ORDHST.CPY)
        01  CRD-AREA.
        COPY CRDPROF.
        77  CRDRECL   PIC 9(4)  COMP  VALUE 40.
        77  CRDKEY    PIC 9(8).
        01  AR-AREA.
        COPY ARLEDG.
        77  ARRECL    PIC 9(4)  COMP  VALUE 80.
        77  ARKEY     PIC X(19).
        01  ORDH-AREA.
        COPY ORDHST.
        77  ORDHRECL  PIC 9(4)  COMP  VALUE 54.
        77  ORDHKEY   PIC X(28).

      * RPI 1406 - PRODUCT MASTER (SEE PRDMST.CPY) AND THE ORDER
      * LINES WRITTEN WITH THE ORDER (ORDLIN.CPY)
        01  PRD-AREA.
        COPY PRDMST.
        77  PRDRECL   PIC 9(4)  COMP  VALUE 70.
        77  PRDKEY    PIC X(8).
        01  ORDL-AREA.
        COPY ORDLIN.
        77  ORDLRECL  PIC 9(4)  COMP  VALUE 83.
        77  ORDLKEY   PIC X(17).

      * THE HELD LINES AS PRICED AT POST TIME
        01  ORDPRC-TAB.
            02  ORDPRC-ENT  OCCURS 10 TIMES.
                03  ORDPDESC   PIC X(30).
                03  ORDPPRICE  PIC 9(9).
                03  ORDPAMT    PIC 9(9).
        77  ORDLIX    PIC 9(2)  COMP.
        77  ORDEXTW   PIC 9(14).
        77  ORDTOTW   PIC 9(14).
      * PRICING RESULT - ' ' PRICED, 'X' ITEM GONE, 'T' TOTAL TOO BIG
        77  ORDPRRC   PIC X.

      * CREDIT CHECK RESULT - ' ' PASSED, 'H' ON HOLD, 'L' OVER LIMIT
        77  ORDCRRC   PIC X.
        77  ORDEXPOS  PIC S9(13) COMP-3.
        77  ORDOVOPER PIC X(8).

      * RPI 1407 - SALES-TAX COMMAREA (SEE TAXSVC1.CBL) AND THE TAX
      * FOR THE ORDER BEING POSTED; ORDTAXRC NOT ZERO HOLDS IT
        01  TXS-COMM.
            02  TXS-ZIP     PIC X(5).
            02  TXS-AMT     PIC 9(9).
            02  TXS-DATE    PIC 9(7).
            02  TXS-RC      PIC 9(2).
            02  TXS-STATE   PIC X(2).
            02  TXS-RATE    PIC 9V9(5).
            02  TXS-TAX     PIC 9(9).
        77  ORDTAXW   PIC 9(9).
        77  ORDTAXSTW PIC X(2).
        77  ORDTAXRC  PIC 9(2).

      * RPI 1409 - UNUSUAL-ORDER CHECK COMMAREA (SEE ORDCHK1.CBL) AND
      * CUST-LASTACT AS IT STOOD BEFORE THE ORDER WAS POSTED
        01  UNU-COMM.
            02  UNU-CUSTNO   PIC 9(8).
            02  UNU-ORDNUM   PIC 9(6).
            02  UNU-AMT      PIC 9(9).
            02  UNU-DATE     PIC 9(7).
            02  UNU-LASTACT  PIC 9(7).
            02  UNU-RC       PIC 9(2).
            02  UNU-FLAGS    PIC X(3).
        77  ORDLACTW  PIC 9(7).

      * PROFILE RECORD - TESTGUIC'S LAYOUT, FOR THE OVERRIDE
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

      * OVERRIDE ARGUMENT - 'USERID PASSWORD' IN THE ROW-3 FIELD
        01  OVR-ARG.
            02  OVR-ARG-USER PIC X(8).
            02  FILLER       PIC X.
            02  OVR-ARG-PSWD PIC X(8).
            02  FILLER       PIC X(23).

      * CREDIT EVENT COMMAREA (SEE CRDEVT1.CBL)
        01  CRE-COMM.
            02  CRE-TYPE    PIC X(8).
            02  CRE-CUSTNO  PIC 9(8).
            02  CRE-ORDAMT  PIC 9(9).
            02  CRE-EXPOSE  PIC 9(11).
            02  CRE-LIMIT   PIC 9(11).
            02  CRE-USER    PIC X(8).

      * SECURITY EVENT COMMAREA (SEE SECEVT1.CBL)
        01  SEC-COMM.
            02  SEC-USER   PIC X(8).
            02  SEC-TYPE   PIC X(8)  VALUE 'CRDFAIL '.

      * RPI 1335 - AFTER-IMAGE JOURNAL AREA PASSED TO VSAMJRN1
        01  VJRN-AREA.
        COPY VSAMJRN.
            02  ORD-IN-KEY PIC X(40).
        77  ORD-INL    PIC 9(4)  COMP.

      * THE ORDER TOTAL IN CENTS
        77  ORDAMTW    PIC 9(9).

      * LINE EDIT WORK - THE ROW-3 FIELD'S ITEM CODE AND THE DIGIT
      * STRING AFTER IT
        77  ORDITMW    PIC X(8).
        77  ORDQTYW    PIC 9(5).
        77  ORDQTYIX   PIC 9(2)  COMP.
        77  ORDQTYL    PIC 9(2)  COMP.
        77  ORDDIGIT   PIC 9.

      * BASE SCREEN - TITLE, ENTRY FIELD ON ROW 3, PF LEGEND
            02  FILLER  PIC X(30)
                     VALUE 'CUSTOMER ORDER ENTRY          '.
            02  ODSBA2  PIC X(3).
            02  FILLER  PIC X(15) VALUE 'NAME/ITEM QTY:'.
            02  FILLER  PIC X(1)  VALUE X'C1'.
            02  FILLER  PIC X(40) VALUE SPACES.
            02  ODSBA3  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'ENTER=PICK PF4=ADD LINE PF2=POST    '.
            02  ODSBA4  PIC X(3).
            02  FILLER  PIC X(36)
                     VALUE 'PF5=LIST PF6=CREDIT OVERRIDE PF3=END'.

      * ORDER DISPLAY PAGE - 10 LINES, ROWS 8-17
        77  ORDLINEL  PIC 9(4)  COMP.
            02  ODLAMT    PIC ZZZZZZZZ9.
            02  FILLER    PIC X     VALUE SPACE.
            02  ODLSTAT   PIC X(3).
      * RPI 1406 - ONE ORDER LINE AS ADDED, SAME ROWS AS THE PAGE
        77  ORDLNOL   PIC 9(4)  COMP.
        01  ORDLNO.
            02  OLNSBA    PIC X(3).
            02  OLNLINE   PIC Z9.
            02  FILLER    PIC X     VALUE SPACE.
            02  OLNITEM   PIC X(8).
            02  FILLER    PIC X     VALUE SPACE.
            02  OLNDESC   PIC X(30).
            02  FILLER    PIC X     VALUE SPACE.
            02  OLNQTY    PIC ZZZZ9.
            02  FILLER    PIC X(3)  VALUE ' X '.
            02  OLNPRICE  PIC ZZZZZZZZ9.
        01  ODLSBA-TAB.
            02  ODLSBAE   PIC X(3)  OCCURS 10 TIMES.
        77  ODLIX     PIC 9(2)  COMP.
                      VALUE 'KEY A CUSTOMER NAME FIRST               '.
        77  MSGNOCUST PIC X(40)
                      VALUE 'PICK THE CUSTOMER FIRST                 '.
        77  MSGBADLIN PIC X(40)
                      VALUE 'KEY ITEM CODE AND QUANTITY BEFORE PF4   '.
        77  MSGNOLIN  PIC X(40)
                      VALUE 'ADD ORDER LINES WITH PF4 BEFORE PF2     '.
        77  MSGFULL   PIC X(40)
                      VALUE 'ORDER FULL AT 10 LINES - PF2 TO POST    '.
        77  MSGNOITEM PIC X(40)
                      VALUE 'UNKNOWN ITEM - LINE REFUSED             '.
        77  MSGINACT  PIC X(40)
                      VALUE 'INACTIVE ITEM - LINE REFUSED            '.
        77  MSGTOOBIG PIC X(40)
                      VALUE 'ORDER TOTAL TOO LARGE - NOT POSTED      '.
        01  MSGLINADD.
            02  FILLER    PIC X(5)  VALUE 'LINE '.
            02  MSGLANO   PIC Z9.
            02  FILLER    PIC X(33)
                      VALUE ' ADDED - PF4 ANOTHER, PF2 POSTS  '.
        01  MSGITMGON.
            02  FILLER    PIC X(5)  VALUE 'ITEM '.
            02  MSGIGITEM PIC X(8).
            02  FILLER    PIC X(27)
                      VALUE ' NOW INACTIVE - NOT POSTED '.
        01  MSGPOSTED.
            02  FILLER    PIC X(6)  VALUE 'ORDER '.
            02  MSGPOSTNO PIC 9(6).
            02  FILLER    PIC X(28)
                      VALUE ' POSTED - ACTIVITY STAMPED  '.
        01  MSGHELD.
            02  FILLER    PIC X(6)  VALUE 'ORDER '.
            02  MSGHELDNO PIC 9(6).
            02  FILLER    PIC X(28)
                      VALUE ' HELD - NO TAX STATE FOR ZIP'.
        01  MSGFLAGD.
            02  FILLER    PIC X(6)  VALUE 'ORDER '.
            02  MSGFLAGNO PIC 9(6).
            02  FILLER    PIC X(28)
                      VALUE ' POSTED - UNUSUAL, CONFIRM  '.
        77  MSGNOORD  PIC X(40)
                      VALUE 'NO ORDERS ON FILE FOR THIS CUSTOMER     '.
        77  MSGENDLST PIC X(40)
                      VALUE 'END OF ORDER LIST                       '.
        77  MSGEND    PIC X(40)
                      VALUE 'ORDER ENTRY ENDED - PRESS CLEAR         '.
        77  MSGCRLIM  PIC X(40)
                      VALUE 'REFUSED - CREDIT LIMIT, PF6 OVERRIDE    '.
        77  MSGCRHLD  PIC X(40)
                      VALUE 'REFUSED - CREDIT HOLD, PF6 OVERRIDE     '.
        77  MSGNOBLK  PIC X(40)
                      VALUE 'NO REFUSED ORDER TO OVERRIDE            '.
        77  MSGOVRNA  PIC X(40)
                      VALUE 'OVERRIDE REFUSED - NEEDS AUTHORITY 7    '.
        01  MSGOVPOST.
            02  FILLER    PIC X(6)  VALUE 'ORDER '.
            02  MSGOVNO   PIC 9(6).
            02  FILLER    PIC X(19) VALUE ' POSTED, APPROVER: '.
            02  MSGOVOPR  PIC X(8).

        01  SBAB-COMM.
            02  SBAB-FUNC   PIC X.
            02  SCAP-DATA   PIC X(1536).
        77  SCAPCOMML PIC 9(4)  COMP.

      * RPI 1425 - BUSINESS-DATE SERVICE COMMAREA (SEE BDTSVC1.CBL)
        01  BDS-COMM.
            02  BDS-DATE   PIC 9(7).
            02  BDS-SYS    PIC 9(7).
            02  BDS-PREV   PIC 9(7).
            02  BDS-RC     PIC 9(2).
        77  BDSCOMML  PIC 9(4)  COMP  VALUE 23.

      * RPI 1439 - OPERATOR INPUT SERVICE (SEE INPSVC1.CBL) - RECEIVES,
      * RECORDING WHEN ASKED, OR FEEDS A REPLAY
        01  IPS-COMM.
            02  IPS-FUNC    PIC X.
            02  IPS-RC      PIC 9(2).
            02  IPS-PGM     PIC X(8)  VALUE 'TESTORD1'.
            02  IPS-REPLAY  PIC X.
            02  IPS-AID     PIC X.
            02  IPS-LEN     PIC 9(4)  COMP.
            02  IPS-DATA    PIC X(1536).
        77  IPSCOMML  PIC 9(4)  COMP  VALUE 1551.
        77  ORDAID    PIC X.
        77  ORDRPLY   PIC X     VALUE 'N'.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            COPY CAHDR.
            02  CA-DATA  PIC X(190).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE LENGTH OF ORDSCRN TO ORDSCRNL.
            MOVE LENGTH OF ORDLINE TO ORDLINEL.
            MOVE LENGTH OF ORDMSGO TO ORDMSGOL.
            MOVE LENGTH OF ORDLNO  TO ORDLNOL.
            MOVE LOW-VALUES TO ORDCOMM.
            IF EIBCALEN NOT = 0 THEN GO TO ORDRENT.
            MOVE 'S' TO IPS-FUNC.
            PERFORM ORDINPS.

      * FIRST ENTRY - PAINT THE BASE SCREEN AND WAIT FOR INPUT
        ORDSHOW.
            MOVE SPACE TO ORDMODE.
            MOVE SPACES TO ORDCNAME.
            MOVE 0 TO ORDCNUM.
            MOVE 0 TO ORDBLKAMT.
            MOVE 0 TO ORDNLIN.
            GO TO ORDRET.

        ORDRENT.
               OR CA-HDR-LEN IN DFHCOMMAREA NOT = ORDCOMMLEN THEN
               GO TO ORDABEND.
            MOVE CA-DATA TO ORDCOMM.
            MOVE 'R' TO IPS-FUNC.
            PERFORM ORDINPS.
            MOVE IPS-AID TO ORDAID.
            MOVE IPS-DATA TO ORD-IN.
            MOVE IPS-LEN TO ORD-INL.
            IF ORDAID = DFHCLEAR THEN GO TO ORDSHOW.
            IF ORDAID = DFHPF3   THEN GO TO ORDDONE.
            IF ORDAID = DFHENTER THEN GO TO ORDPICK.
            IF ORDAID = DFHPF2   THEN GO TO ORDPOST.
            IF ORDAID = DFHPF4   THEN GO TO ORDADDL.
            IF ORDAID = DFHPF5   THEN GO TO ORDLIST.
            IF ORDAID = DFHPF6   THEN GO TO ORDOVRD.
            GO TO ORDRET.

      * ORDPICK  EQU   *
            EXEC CICS READ FILE('CUSTXREF') INTO(XREF-AREA)
                 LENGTH(XRFRECL) RIDFLD(ORDXKEY) END-EXEC.
            MOVE XRF-NUM TO ORDCNUM.
            MOVE 0 TO ORDBLKAMT.
            MOVE 0 TO ORDNLIN.
            MOVE SPACES TO ORDMSGTX.
            MOVE ORDCNAME TO ORDMSGTX.
            GO TO ORDPUTMS.

      * ORDADDL  EQU   *
      * RPI 1406 - HOLD ONE MORE ORDER LINE; AN UNKNOWN OR INACTIVE
      * ITEM IS REFUSED HERE, NOT FOUND LATER AT INVOICING
        ORDADDL.
            IF ORDCNUM = 0 THEN
               MOVE MSGNOCUST TO ORDMSGTX
               GO TO ORDPUTMS.
            IF ORDNLIN NOT LESS THAN 10 THEN
               MOVE MSGFULL TO ORDMSGTX
               GO TO ORDPUTMS.
            PERFORM ORDITMED THRU ORDITMEX.
            IF ORDQTYL = 0 OR ORDQTYW = 0 THEN
               MOVE MSGBADLIN TO ORDMSGTX
               GO TO ORDPUTMS.
            EXEC CICS HANDLE CONDITION NOTFND(ORDNOITM)
                 NOTOPEN(ORDNOITM) END-EXEC.
            MOVE ORDITMW TO PRDKEY.
            EXEC CICS READ FILE('PRDMAST') INTO(PRD-REC)
                 LENGTH(PRDRECL) RIDFLD(PRDKEY) END-EXEC.
            IF PRD-ACTIVE NOT = 'Y' THEN
               MOVE MSGINACT TO ORDMSGTX
               GO TO ORDPUTMS.
            ADD 1 TO ORDNLIN.
            MOVE ORDITMW TO ORDLITEM (ORDNLIN).
            MOVE ORDQTYW TO ORDLQTY (ORDNLIN).
            MOVE 0 TO ORDBLKAMT.
            MOVE ODLSBAE (ORDNLIN) TO OLNSBA.
            MOVE ORDNLIN   TO OLNLINE.
            MOVE ORDITMW   TO OLNITEM.
            MOVE PRD-DESC  TO OLNDESC.
            MOVE ORDQTYW   TO OLNQTY.
            MOVE PRD-PRICE TO OLNPRICE.
            MOVE ORDLNO TO SCAP-DATA.
            MOVE ORDLNOL TO SCAP-LEN.
            MOVE 'N' TO SCAP-ERASE.
            PERFORM SENDCAP.
            MOVE ORDNLIN TO MSGLANO.
            MOVE MSGLINADD TO ORDMSGTX.
            GO TO ORDPUTMS.
        ORDNOITM.
            MOVE MSGNOITEM TO ORDMSGTX.
            GO TO ORDPUTMS.

      * ORDPOST  EQU   *
      * POST ONE ORDER - NEXT NUMBER FOR THE CUSTOMER, WRITE IT,
      * STAMP THE CUSTOMER'S LAST ACTIVITY, JOURNAL BOTH
            IF ORDCNUM = 0 THEN
               MOVE MSGNOCUST TO ORDMSGTX
               GO TO ORDPUTMS.
            IF ORDNLIN = 0 THEN
               MOVE MSGNOLIN TO ORDMSGTX
               GO TO ORDPUTMS.
      * RPI 1406 - PRICE THE HELD LINES; THE TOTAL IS THE ORDER
            PERFORM ORDPRICE THRU ORDPRICX.
            IF ORDPRRC NOT = SPACE THEN GO TO ORDPRBAD.
      * RPI 1407 - TAX THE GOODS BY THE CUSTOMER'S STATE
            PERFORM ORDTAXC THRU ORDTAXCX.
      * RPI 1405 - CREDIT CHECK; A REFUSAL IS LOGGED, NOT POSTED
            MOVE 0 TO ORDBLKAMT.
            MOVE SPACES TO ORDOVOPER.
            PERFORM ORDCRED THRU ORDCREDX.
            IF ORDCRRC NOT = SPACE THEN
               MOVE ORDAMTW TO ORDBLKAMT
               IF ORDCRRC = 'H' THEN
                  MOVE 'CRDHOLD ' TO CRE-TYPE
                  PERFORM ORDCREV
                  MOVE MSGCRHLD TO ORDMSGTX
                  GO TO ORDPUTMS
               ELSE
                  MOVE 'CRDLIMIT' TO CRE-TYPE
                  PERFORM ORDCREV
                  MOVE MSGCRLIM TO ORDMSGTX
                  GO TO ORDPUTMS.
      * ORDPWRT  EQU   *
      * WRITE THE ORDER - ALSO THE PF6 OVERRIDE'S WAY IN
        ORDPWRT.
            PERFORM ORDNEXT THRU ORDNEXTX.
            MOVE ORDCNUM  TO ORD-CUSTNO.
            MOVE ORDCNAME TO ORD-NAME.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO ORD-DATE.
            MOVE ORDAMTW  TO ORD-AMT.
            MOVE ORDTAXW  TO ORD-TAX.
            MOVE ORDTAXSTW TO ORD-TAXST.
            IF ORDTAXRC = 0 THEN
               MOVE 'OPN' TO ORD-STAT
            ELSE
               MOVE 'HLD' TO ORD-STAT.
            MOVE ORD-KEY  TO ORDKEY.
            EXEC CICS WRITE FILE('ORDFILE') FROM(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORDKEY) END-EXEC.
            MOVE 0          TO JRN-RRN.
            MOVE ORDRECL    TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE ORD-REC    TO JRN-IMAGE (1:84).
            PERFORM ORDVJRN.
      * RPI 1406 - THE LINES UNDER THE ORDER'S KEY
            PERFORM ORDLWRT THRU ORDLWRTX.
            MOVE 0 TO ORDNLIN.
      * STAMP THE REAL ACTIVITY DATE ON THE CUSTOMER RECORD
            EXEC CICS HANDLE CONDITION NOTFND(ORDNF) END-EXEC.
            EXEC CICS READ FILE('MYFILE08') INTO(CUST-REC)
                 LENGTH(CUSTRECL) RIDFLD(ORDCNAME) UPDATE END-EXEC.
            MOVE 10 TO STP-SLOT.
            PERFORM ORDSTAT.
            MOVE CUST-LASTACT TO ORDLACTW.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO CUST-LASTACT.
            EXEC CICS REWRITE FILE('MYFILE08') FROM(CUST-REC)
                 LENGTH(CUSTRECL) END-EXEC.
            MOVE 11 TO STP-SLOT.
            MOVE CUSTRECL   TO JRN-IMGLEN.
            MOVE CUST-REC   TO JRN-IMAGE.
            PERFORM ORDVJRN.
      * RPI 1409 - OUT OF LINE FOR THIS CUSTOMER?
            PERFORM ORDUNUS.
            IF ORDOVOPER NOT = SPACES THEN GO TO ORDOVDN.
            IF ORD-STAT = 'HLD' THEN
               MOVE ORD-NUM TO MSGHELDNO
               MOVE MSGHELD TO ORDMSGTX
               GO TO ORDPUTMS.
            IF UNU-RC = 4 THEN
               MOVE ORD-NUM TO MSGFLAGNO
               MOVE MSGFLAGD TO ORDMSGTX
               GO TO ORDPUTMS.
            MOVE ORD-NUM TO MSGPOSTNO.
            MOVE MSGPOSTED TO ORDMSGTX.
            GO TO ORDPUTMS.

      * ORDOVRD  EQU   *
      * RPI 1405 - SUPERVISOR OVERRIDE OF THE LAST CREDIT REFUSAL:
      * THE APPROVER MUST BE REAL, RIGHT, ENABLED AND SENIOR
        ORDOVRD.
            IF ORDCNUM = 0 THEN
               MOVE MSGNOCUST TO ORDMSGTX
               GO TO ORDPUTMS.
            IF ORDBLKAMT = 0 THEN
               MOVE MSGNOBLK TO ORDMSGTX
               GO TO ORDPUTMS.
            MOVE ORD-IN-KEY TO OVR-ARG.
            IF OVR-ARG-USER = SPACES THEN GO TO ORDOVNA.
            EXEC CICS HANDLE CONDITION NOTFND(ORDOVNA)
                 NOTOPEN(ORDOVNA) END-EXEC.
            MOVE OVR-ARG-USER TO PROFKEY.
            EXEC CICS READ FILE('USRPROF') INTO(PROF-REC)
                 LENGTH(PROFRECL) RIDFLD(PROFKEY) END-EXEC.
            IF OVR-ARG-PSWD NOT = PROF-PASSWD
               OR PROF-DISABLE = 'Y'
               OR PROF-AUTH LESS THAN '7' THEN
               GO TO ORDOVNA.
      * RE-PRICE THE LINES AND THE EXPOSURE FOR THE LOG, THEN POST
      * AS PF2 WOULD
            PERFORM ORDPRICE THRU ORDPRICX.
            IF ORDPRRC NOT = SPACE THEN GO TO ORDPRBAD.
            PERFORM ORDTAXC THRU ORDTAXCX.
            PERFORM ORDCRED THRU ORDCREDX.
            MOVE OVR-ARG-USER TO ORDOVOPER.
            GO TO ORDPWRT.
      * ORDOVDN  EQU   *
      * THE OVERRIDDEN ORDER IS ON FILE - RECORD WHO LET IT THROUGH
        ORDOVDN.
            PERFORM ORDHWRT THRU ORDHWRTX.
            MOVE 'CRDOVRD ' TO CRE-TYPE.
            PERFORM ORDCREV.
            MOVE 0 TO ORDBLKAMT.
            MOVE ORD-NUM   TO MSGOVNO.
            MOVE ORDOVOPER TO MSGOVOPR.
            MOVE MSGOVPOST TO ORDMSGTX.
            GO TO ORDPUTMS.
        ORDOVNA.
            MOVE OVR-ARG-USER TO SEC-USER.
            EXEC CICS LINK PROGRAM('SECEVT1') COMMAREA(SEC-COMM)
                 LENGTH(16) END-EXEC.
            MOVE MSGOVRNA TO ORDMSGTX.
            GO TO ORDPUTMS.

      * RPI 1405 - CREDIT CHECK OF ORDAMTW FOR THE PICKED CUSTOMER.
      * NO PROFILE, NO CHECK.  EXPOSURE = OPEN ORDERS (OPN/SHP - AN
      * INVOICED ORDER IS IN THE LEDGER) + OPEN INVOICE BALANCES
      * - UNAPPLIED CASH + THIS ORDER.
      * RPI 1407 - ORDERS COUNT WITH THEIR TAX, AND A HELD ORDER IS
      * STILL AN OPEN ONE.
        ORDCRED.
            MOVE SPACE TO ORDCRRC.
            MOVE 0 TO ORDEXPOS.
            MOVE 0 TO CRD-LIMIT.
            EXEC CICS HANDLE CONDITION NOTFND(ORDCREDX)
                 NOTOPEN(ORDCREDX) END-EXEC.
            MOVE ORDCNUM TO CRDKEY.
            EXEC CICS READ FILE('CRDPROF') INTO(CRD-REC)
                 LENGTH(CRDRECL) RIDFLD(CRDKEY) END-EXEC.
            ADD ORDAMTW TO ORDEXPOS.
            ADD ORDTAXW TO ORDEXPOS.
            EXEC CICS HANDLE CONDITION NOTFND(ORDCRAR)
                 ENDFILE(ORDCROE) NOTOPEN(ORDCRAR) END-EXEC.
            MOVE SPACES TO ORDKEY.
            MOVE ORDCNUM  TO ORDKEY (1:8).
            MOVE '000000' TO ORDKEY (9:6).
            EXEC CICS STARTBR FILE('ORDFILE') RIDFLD(ORDKEY)
                 GTEQ END-EXEC.
        ORDCROL.
            EXEC CICS READNEXT FILE('ORDFILE') INTO(ORD-REC)
                 LENGTH(ORDRECL) RIDFLD(ORDKEY) END-EXEC.
            IF ORD-CUSTNO NOT = ORDCNUM THEN GO TO ORDCROE.
            IF ORD-STAT = 'OPN' OR ORD-STAT = 'SHP'
               OR ORD-STAT = 'HLD' THEN
               ADD ORD-AMT TO ORDEXPOS
               ADD ORD-TAX TO ORDEXPOS.
            GO TO ORDCROL.
        ORDCROE.
            EXEC CICS ENDBR FILE('ORDFILE') END-EXEC.
      * ORDCRAR  EQU   *
        ORDCRAR.
            EXEC CICS HANDLE CONDITION NOTFND(ORDCRTST)
                 ENDFILE(ORDCRAE) NOTOPEN(ORDCRTST) END-EXEC.
            MOVE SPACES TO ARKEY.
            MOVE ORDCNUM TO ARKEY (1:8).
            MOVE '00000000000' TO ARKEY (9:11).
            EXEC CICS STARTBR FILE('ARLEDGER') RIDFLD(ARKEY)
                 GTEQ END-EXEC.
        ORDCRAL.
            EXEC CICS READNEXT FILE('ARLEDGER') INTO(AR-REC)
                 LENGTH(ARRECL) RIDFLD(ARKEY) END-EXEC.
            IF AR-CUSTNO NOT = ORDCNUM THEN GO TO ORDCRAE.
            IF AR-TYPE = 'I' THEN
               ADD AR-OPENAMT TO ORDEXPOS.
            IF AR-TYPE = 'U' THEN
               SUBTRACT AR-OPENAMT FROM ORDEXPOS.
            GO TO ORDCRAL.
        ORDCRAE.
            EXEC CICS ENDBR FILE('ARLEDGER') END-EXEC.
      * ORDCRTST EQU   *
        ORDCRTST.
            IF CRD-HOLD = 'Y' THEN
               MOVE 'H' TO ORDCRRC
            ELSE
            IF ORDEXPOS GREATER THAN CRD-LIMIT THEN
               MOVE 'L' TO ORDCRRC.
        ORDCREDX.
            EXIT.

      * RPI 1407 - TAX ORDAMTW FOR THE PICKED CUSTOMER THROUGH
      * TAXSVC1 AT TODAY'S RATE.  ORDTAXRC NOT ZERO (NO STATE FOR THE
      * ZIP, NO RATE FOR THE STATE, OR THE FILES DOWN) LEAVES THE TAX
      * ZERO AND THE ORDER IS POSTED 'HLD', NEVER TAXED AT ZERO.
        ORDTAXC.
            EXEC CICS HANDLE CONDITION NOTFND(ORDTAXNZ) END-EXEC.
            EXEC CICS READ FILE('MYFILE08') INTO(CUST-REC)
                 LENGTH(CUSTRECL) RIDFLD(ORDCNAME) END-EXEC.
            MOVE 10 TO STP-SLOT.
            PERFORM ORDSTAT.
            MOVE CUST-ZIP TO TXS-ZIP.
            GO TO ORDTAXL.
        ORDTAXNZ.
            MOVE SPACES TO TXS-ZIP.
        ORDTAXL.
            MOVE ORDAMTW TO TXS-AMT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            EXEC CICS LINK PROGRAM('BDTSVC1') COMMAREA(BDS-COMM)
                 LENGTH(BDSCOMML) END-EXEC.
            MOVE BDS-DATE TO TXS-DATE.
            EXEC CICS LINK PROGRAM('TAXSVC1') COMMAREA(TXS-COMM)
                 LENGTH(40) END-EXEC.
            MOVE TXS-RC TO ORDTAXRC.
            IF TXS-RC = 0 THEN
               MOVE TXS-TAX   TO ORDTAXW
               MOVE TXS-STATE TO ORDTAXSTW
            ELSE
               MOVE 0      TO ORDTAXW
               MOVE SPACES TO ORDTAXSTW.
        ORDTAXCX.
            EXIT.

      * RPI 1409 - THE ORDER JUST POSTED THROUGH ORDCHK1, WHICH
      * ALERTS AND LOGS IT ITSELF WHEN IT IS OUT OF LINE
        ORDUNUS.
            MOVE ORD-CUSTNO TO UNU-CUSTNO.
            MOVE ORD-NUM    TO UNU-ORDNUM.
            MOVE ORD-AMT    TO UNU-AMT.
            MOVE ORD-DATE   TO UNU-DATE.
            MOVE ORDLACTW   TO UNU-LASTACT.
            EXEC CICS LINK PROGRAM('ORDCHK1') COMMAREA(UNU-COMM)
                 LENGTH(42) END-EXEC.

      * ONE CREDIT EVENT THROUGH CRDEVT1, TYPE PRESET BY THE CALLER
        ORDCREV.
            MOVE ORDCNUM   TO CRE-CUSTNO.
            MOVE ORDAMTW   TO CRE-ORDAMT.
            IF ORDEXPOS LESS THAN 0 THEN
               MOVE 0 TO CRE-EXPOSE
            ELSE
               MOVE ORDEXPOS TO CRE-EXPOSE.
            MOVE CRD-LIMIT TO CRE-LIMIT.
            MOVE ORDOVOPER TO CRE-USER.
            EXEC CICS LINK PROGRAM('CRDEVT1') COMMAREA(CRE-COMM)
                 LENGTH(55) END-EXEC.

      * ONE ORDHIST RECORD FOR THE OVERRIDDEN ORDER - NO STATUS TO
      * NEW 'OPN', THE APPROVER AS THE OPERATOR; A SECOND CHANGE IN
      * THE SAME SECOND STEPS THE TIME PAST THE DUPLICATE KEY
        ORDHWRT.
            MOVE ORD-CUSTNO TO ORDH-CUSTNO.
            MOVE ORD-NUM    TO ORDH-NUM.
            MOVE EIBDATE    TO ORDH-DATE.
            MOVE EIBTIME    TO ORDH-TIME.
            MOVE SPACES     TO ORDH-OLDSTAT.
            MOVE ORD-STAT   TO ORDH-NEWSTAT.
            MOVE ORDOVOPER  TO ORDH-OPER.
            MOVE EIBTRMID   TO ORDH-TERM.
            MOVE 'TESTORD1' TO ORDH-PGM.
            EXEC CICS HANDLE CONDITION DUPREC(ORDHDUP) END-EXEC.
        ORDHWRTW.
            MOVE ORDH-KEY TO ORDHKEY.
            EXEC CICS WRITE FILE('ORDHIST') FROM(ORDH-REC)
                 LENGTH(ORDHRECL) RIDFLD(ORDHKEY) END-EXEC.
            MOVE 'ORDHIST ' TO JRN-FILE.
            MOVE 'WR'       TO JRN-FUNC.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE ORDHKEY    TO JRN-KEY (1:28).
            MOVE 0          TO JRN-RRN.
            MOVE ORDHRECL   TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE ORDH-REC   TO JRN-IMAGE (1:54).
            PERFORM ORDVJRN.
            GO TO ORDHWRTX.
      * THE LAST SECOND OF THE DAY HAS NO SECOND LEFT TO STEP TO -
      * THE CHANGE STANDS WITHOUT ITS HISTORY RECORD
        ORDHDUP.
            IF ORDH-TIME NOT LESS THAN 235959 THEN GO TO ORDHWRTX.
            ADD 1 TO ORDH-SS.
            IF ORDH-SS GREATER THAN 59 THEN
                MOVE 0 TO ORDH-SS
                ADD 1 TO ORDH-MM
                IF ORDH-MM GREATER THAN 59 THEN
                    MOVE 0 TO ORDH-MM
                    ADD 1 TO ORDH-HH.
            GO TO ORDHWRTW.
        ORDHWRTX.
            EXIT.

      * RPI 1406 - SPLIT THE ROW-3 FIELD INTO THE ITEM CODE (UP TO
      * THE FIRST BLANK, AT MOST 8) AND THE QUANTITY AFTER IT (UP TO
      * 5 DIGITS, LEADING BLANKS IGNORED)
        ORDITMED.
            MOVE SPACES TO ORDITMW.
            MOVE 0 TO ORDQTYW.
            MOVE 0 TO ORDQTYL.
            IF ORD-INL NOT GREATER THAN 6 THEN GO TO ORDITMEX.
            MOVE 0 TO ORDQTYIX.
        ORDITMEL.
            ADD 1 TO ORDQTYIX.
            IF ORDQTYIX GREATER THAN 9 THEN GO TO ORDITMEX.
            IF ORD-IN-KEY (ORDQTYIX:1) NOT = SPACE THEN
               GO TO ORDITMEL.
            IF ORDQTYIX = 1 THEN GO TO ORDITMEX.
            MOVE ORD-IN-KEY (1:ORDQTYIX - 1) TO ORDITMW.
        ORDQTYEL.
            ADD 1 TO ORDQTYIX.
            IF ORDQTYIX GREATER THAN 40 THEN GO TO ORDITMEX.
            IF ORD-IN-KEY (ORDQTYIX:1) = SPACE THEN
               IF ORDQTYL = 0 THEN
                  GO TO ORDQTYEL
               ELSE
                  GO TO ORDITMEX.
            IF ORD-IN-KEY (ORDQTYIX:1) LESS THAN '0'
               OR ORD-IN-KEY (ORDQTYIX:1) GREATER THAN '9' THEN
               MOVE 0 TO ORDQTYL
               GO TO ORDITMEX.
            IF ORDQTYL GREATER THAN 4 THEN
               MOVE 0 TO ORDQTYL
               GO TO ORDITMEX.
            MOVE ORD-IN-KEY (ORDQTYIX:1) TO ORDDIGIT.
            COMPUTE ORDQTYW = ORDQTYW * 10 + ORDDIGIT.
            ADD 1 TO ORDQTYL.
            GO TO ORDQTYEL.
        ORDITMEX.
            EXIT.

      * RPI 1406 - PRICE EVERY HELD LINE FROM PRDMAST INTO ORDPRC-TAB
      * AND TOTAL THEM INTO ORDAMTW.  AN ITEM MADE INACTIVE (OR
      * GONE) SINCE ITS LINE WAS ADDED STOPS THE POST.
        ORDPRICE.
            MOVE SPACE TO ORDPRRC.
            MOVE 0 TO ORDTOTW.
            MOVE 0 TO ORDAMTW.
            MOVE 0 TO ORDLIX.
            EXEC CICS HANDLE CONDITION NOTFND(ORDPRGON)
                 NOTOPEN(ORDPRGON) END-EXEC.
        ORDPRICL.
            ADD 1 TO ORDLIX.
            IF ORDLIX GREATER THAN ORDNLIN THEN GO TO ORDPRTOT.
            MOVE ORDLITEM (ORDLIX) TO PRDKEY.
            EXEC CICS READ FILE('PRDMAST') INTO(PRD-REC)
                 LENGTH(PRDRECL) RIDFLD(PRDKEY) END-EXEC.
            IF PRD-ACTIVE NOT = 'Y' THEN GO TO ORDPRGON.
            COMPUTE ORDEXTW = ORDLQTY (ORDLIX) * PRD-PRICE.
            IF ORDEXTW GREATER THAN 999999999 THEN
               MOVE 'T' TO ORDPRRC
               GO TO ORDPRICX.
            MOVE PRD-DESC  TO ORDPDESC (ORDLIX).
            MOVE PRD-PRICE TO ORDPPRICE (ORDLIX).
            MOVE ORDEXTW   TO ORDPAMT (ORDLIX).
            ADD ORDEXTW TO ORDTOTW.
            GO TO ORDPRICL.
        ORDPRTOT.
            IF ORDTOTW GREATER THAN 999999999 THEN
               MOVE 'T' TO ORDPRRC
            ELSE
               MOVE ORDTOTW TO ORDAMTW.
            GO TO ORDPRICX.
        ORDPRGON.
            MOVE 'X' TO ORDPRRC.
            MOVE ORDLITEM (ORDLIX) TO MSGIGITEM.
        ORDPRICX.
            EXIT.

      * ORDPRBAD EQU   *
      * THE LINES WOULD NOT PRICE - NOTHING WAS WRITTEN
        ORDPRBAD.
            IF ORDPRRC = 'X' THEN
               MOVE MSGITMGON TO ORDMSGTX
            ELSE
               MOVE MSGTOOBIG TO ORDMSGTX.
            GO TO ORDPUTMS.

      * RPI 1406 - ONE ORDLINE RECORD PER PRICED LINE UNDER THE KEY
      * OF THE ORDER JUST WRITTEN, EACH JOURNALED
        ORDLWRT.
            MOVE 0 TO ORDLIX.
        ORDLWRTL.
            ADD 1 TO ORDLIX.
            IF ORDLIX GREATER THAN ORDNLIN THEN GO TO ORDLWRTX.
            MOVE SPACES             TO ORDL-REC.
            MOVE ORD-CUSTNO         TO ORDL-CUSTNO.
            MOVE ORD-NUM            TO ORDL-NUM.
            MOVE ORDLIX             TO ORDL-LINE.
            MOVE ORDLITEM (ORDLIX)  TO ORDL-ITEM.
            MOVE ORDPDESC (ORDLIX)  TO ORDL-DESC.
            MOVE ORDLQTY (ORDLIX)   TO ORDL-QTY.
            MOVE ORDPPRICE (ORDLIX) TO ORDL-PRICE.
            MOVE ORDPAMT (ORDLIX)   TO ORDL-AMT.
            MOVE ORDL-KEY TO ORDLKEY.
            EXEC CICS WRITE FILE('ORDLINE') FROM(ORDL-REC)
                 LENGTH(ORDLRECL) RIDFLD(ORDLKEY) END-EXEC.
            MOVE 'ORDLINE ' TO JRN-FILE.
            MOVE 'WR'       TO JRN-FUNC.
            MOVE 'K'        TO JRN-KEYTYPE.
            MOVE SPACES     TO JRN-KEY.
            MOVE ORDLKEY    TO JRN-KEY (1:17).
            MOVE 0          TO JRN-RRN.
            MOVE ORDLRECL   TO JRN-IMGLEN.
            MOVE SPACES     TO JRN-IMAGE.
            MOVE ORDL-REC   TO JRN-IMAGE (1:83).
            PERFORM ORDVJRN.
            GO TO ORDLWRTL.
        ORDLWRTX.
            EXIT.

      * NEXT ORDER NUMBER - POSITION PAST THE CUSTOMER'S LAST ORDER
      * ORDRET   EQU   *
        ORDRET.
            MOVE ORDCOMMLEN TO CA-HDR-LEN IN ORDCOMM-REC.
            IF ORDRPLY = 'Y' THEN
               MOVE 'C' TO IPS-FUNC
               MOVE ORDCOMM-REC TO IPS-DATA
               MOVE ORDCOMMLEN TO IPS-LEN
               PERFORM ORDINPS
               EXEC CICS RETURN END-EXEC.
            EXEC CICS RETURN TRANSID('ORD1') COMMAREA(ORDCOMM-REC)
                 LENGTH(ORDCOMMLEN) END-EXEC.

            EXEC CICS ABEND ABCODE('ORD1') END-EXEC.

      * RPI 1355 - COMPOSE EVERY SCREEN ADDRESS: TITLE ROW 2 COL 30,
      * ENTRY LINE ROW 3 COL 25, LEGEND ROWS 6-7 COL 10, ORDER PAGE
      * ROWS 8-17 COL 2, MESSAGE LINE ROW 19 COL 1
        ORDSBAS.
            MOVE 'S' TO SBAB-FUNC.
            MOVE 10 TO SBAB-COL.
            PERFORM ORDSBA1.
            MOVE SBAB-SBA TO ODSBA3.
            MOVE 7 TO SBAB-ROW.
            PERFORM ORDSBA1.
            MOVE SBAB-SBA TO ODSBA4.
            MOVE 19 TO SBAB-ROW.
            MOVE 1 TO SBAB-COL.
            PERFORM ORDSBA1.
            EXEC CICS LINK PROGRAM('SBABUILD') COMMAREA(SBAB-COMM)
                 LENGTH(SBABCOMML) END-EXEC.

      * RPI 1439 - THE OPERATOR INPUT SERVICE
        ORDINPS.
            EXEC CICS LINK PROGRAM('INPSVC1') COMMAREA(IPS-COMM)
                 LENGTH(IPSCOMML) END-EXEC.
            MOVE IPS-REPLAY TO ORDRPLY.

      * RPI 1355 - MIRROR-AND-SEND THROUGH THE SHARED CAPTURE SERVICE
        SENDCAP.
            MOVE LENGTH OF SCAP-COMM TO SCAPCOMML.
