      ************************************************************
      * z390 - Mainframe assembler emulator and run-time engine
      * Copyright (C) 2021 z390 Assembler LLC
      *
      * This file is part of z390.
      *
      * z390 is free software; you can redistribute it and/or modify
      * it under the terms of the GNU General Public License as
      * published by the Free Software Foundation; either version 2 of
      * the License, or (at your option) any later version.
      * z390 is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.
      *
      * You should have received a copy of the GNU General Public
      * License along with this program; if not, see
      * https://www.gnu.org/licenses.
       IDENTIFICATION DIVISION.
      *
      * CUSTOMER INQUIRY SOA SERVICE WRAPPER - SERVICE NAME 'CUSTINQ'
      *
      * THE DISTRIBUTED SIDE HAS HAD NO LIVE WAY TO LOOK UP A
      * CUSTOMER, SO IT LIVED ON NIGHTLY CUSTMSK1-STYLE COPIES THAT
      * WERE A DAY STALE BY BREAKFAST.  THIS READ-ONLY WRAPPER IS
      * DISPATCHED BY THE SERVER-SIDE MANAGER FOR SERVICE NAME
      * 'CUSTINQ' (REGISTERED IN THE SOASVC ROUTING FILE LIKE
      * SOADATE1'S 'DATECALC', ONE LINE: NAME COLS 1-8, HOST COLS
      * 10-33, PORT COLS 35-39).  LIKE EVERY SERVICE IT IS ONLY
      * REACHED THROUGH THE MANAGER, SO THE SOAACCES GRANTS DECIDE
      * WHICH CLIENTS MAY CALL IT (ONE 'CUSTINQ  CLIENTID' LINE PER
      * APPROVED CLIENT - NO GRANT, NO CALL), AND EVERY CALL IS
      * JOURNALED TO SOAJRNL WITH ITS CREDENTIAL FOR SOARPT1 AND THE
      * SOAUSG1 ACCOUNTING LIKE ANY OTHER.
      *
      * THE CALLER PASSES A CUSTOMER NUMBER OR AN EXACT NAME.  A
      * NAME IS RESOLVED TO ITS NUMBER THROUGH THE CUSTXREF
      * CROSS-REFERENCE (CUSTNUM1 KEEPS IT IN STEP); THE ANSWER IS
      * THE MYFILE09 NUMBER-MASTER RECORD PLUS THE CITY AND STATE
      * THE CUSTOMER'S ZIP FALLS IN.  THE ZIP IS RESOLVED BY THE
      * ZIPSVC1 RULE AGAINST THE SAME ZIPFILE KSDS - THE CONTAINING
      * RANGE IS THE LAST ONE WHOSE LOW ZIP IS NOT ABOVE IT, AND
      * THE ZIP MUST NOT BE ABOVE THAT RANGE'S HIGH (THE 99999/00000
      * END-STOP NEVER MATCHES).  THE RANGES ARE READ INTO STORAGE
      * ON THE FIRST CALL, AS THE BATCH EDITS HOLD ZIPREF.  THE
      * CUSTOMER FILES ARE OPENED INPUT AND CLOSED PER CALL (THE
      * CUSTNUM1 RULE), SO THE SERVICE NEVER HOLDS THE MASTER OPEN.
      *
      *   SOA-MSG-SVC-RC 0 = FOUND, 4 = NO SUCH CUSTOMER, 8 = BAD
      *   REQUEST (NEITHER A NUMBER NOR A NAME), 12 = MYFILE09 OR
      *   CUSTXREF UNAVAILABLE.  A ZIP IN NO RANGE (OR ZIPFILE
      *   UNAVAILABLE) STILL ANSWERS RC 0 WITH CITY/STATE SPACES.
      *
      * PARMS LAYOUT (DISPLAY FORM SO A CAPTURE READS IN A BROWSE):
      *
      *   COL   1-  8  CUSTOMER NUMBER (IN/OUT - ZEROS OR SPACES TO
      *                LOOK UP BY NAME)
      *   COL   9- 48  CUSTOMER NAME, EXACT (IN/OUT)
      *   COL  49- 88  ADDRESS (RETURNED)
      *   COL  89- 93  ZIP (RETURNED)
      *   COL  94-100  LAST ACTIVITY, JULIAN 0CYYDDD (RETURNED)
      *   COL 101-120  CITY (RETURNED)
      *   COL 121-122  STATE (RETURNED)
      *
       PROGRAM-ID. SOACUST1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MYFILE09 ASSIGN TO MYFILE09
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-NUM
               ALTERNATE RECORD KEY IS CMST-NAME
               FILE STATUS IS CMST-FS.
           SELECT CUSTXREF ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-NAME
               FILE STATUS IS XRF-FS.
           SELECT ZIPFILE ASSIGN TO ZIPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ZF-LO
               FILE STATUS IS ZF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MYFILE09
           RECORDING MODE IS F.
       01  CMST-REC.
           05  CMST-NUM       PIC 9(8).
           05  CMST-NAME      PIC X(40).
           05  CMST-ADDR      PIC X(40).
           05  CMST-ZIP       PIC X(5).
           05  CMST-LASTACT   PIC 9(7).

       FD  CUSTXREF
           RECORDING MODE IS F.
       01  XRF-REC.
           05  XRF-NAME       PIC X(40).
           05  XRF-NUM        PIC 9(8).

       FD  ZIPFILE
           RECORDING MODE IS F.
       01  ZF-REC.
           05  ZF-LO          PIC 9(5).
           05  ZF-HI          PIC 9(5).
           05  ZF-STATE       PIC X(2).
           05  ZF-CITY        PIC X(20).

       WORKING-STORAGE SECTION.
       77  CMST-FS        PIC X(2)  VALUE SPACES.
       77  XRF-FS         PIC X(2)  VALUE SPACES.
       77  ZF-FS          PIC X(2)  VALUE SPACES.

      * ZIPFILE RANGES IN LOW-ZIP ORDER - SAME 500-RANGE LIMIT AS
      * THE BATCH ZIPREF TABLES.  ZIP-LOADED 'U' = ZIPFILE COULD NOT
      * BE READ; THE LOAD IS RETRIED ON THE NEXT CALL.
       01  ZIP-TABLE.
           05  ZIP-ENTRY OCCURS 500 TIMES.
               10  ZIP-LO     PIC 9(5).
               10  ZIP-HI     PIC 9(5).
               10  ZIP-STATE  PIC X(2).
               10  ZIP-CITY   PIC X(20).
       77  ZIP-TOT        PIC 9(4)  COMP VALUE 0.
       77  ZIP-IX         PIC 9(4)  COMP.
       77  ZIP-FLOOR      PIC 9(4)  COMP.
       77  ZIP-LOADED     PIC X     VALUE 'N'.
       77  ZIP-KEY        PIC 9(5).

       LINKAGE SECTION.
       01  SOA-MSG.
           05  SOA-MSG-PFX.
               10  SOA-MSG-LEN  PIC S9(8) COMP.
               10  SOA-MSG-TIME PIC S9(18) COMP.
               10  SOA-MSG-SVC-NAME PIC X(8).
               10  SOA-MSG-SVC-RC   PIC S9(8) COMP.
               10  SOA-MSG-CORR-ID  PIC S9(8) COMP.
               10  SOA-MSG-MODE     PIC X.
               10  SOA-MSG-SEG-MORE PIC X.
               10  SOA-MSG-SEG-NO   PIC 99.
               10  SOA-MSG-CRED     PIC X(8).
               10  SOA-MSG-ENC      PIC X.
               10  SOA-MSG-ENC-FLAGS PIC X(3).
           05  SOA-MSG-PARMS.
               10  SOA-CI-NUM     PIC X(8).
               10  SOA-CI-NAME    PIC X(40).
               10  SOA-CI-ADDR    PIC X(40).
               10  SOA-CI-ZIP     PIC X(5).
               10  SOA-CI-LASTACT PIC 9(7).
               10  SOA-CI-CITY    PIC X(20).
               10  SOA-CI-STATE   PIC X(2).
               10  FILLER         PIC X(13).

       PROCEDURE DIVISION USING SOA-MSG.
       CUSTMAIN.
           MOVE 0 TO SOA-MSG-SVC-RC.
           MOVE SPACES TO SOA-CI-ADDR SOA-CI-ZIP SOA-CI-CITY
               SOA-CI-STATE.
           MOVE 0 TO SOA-CI-LASTACT.
           IF SOA-CI-NUM = SPACES
               MOVE ZEROS TO SOA-CI-NUM.
      * A NUMBER THAT IS NOT DIGITS IS REFUSED HERE RATHER THAN
      * READ AS SOMEBODY ELSE'S KEY
           IF SOA-CI-NUM IS NOT NUMERIC
               MOVE 8 TO SOA-MSG-SVC-RC
               GOBACK.
           IF SOA-CI-NUM = ZEROS AND SOA-CI-NAME = SPACES
               MOVE 8 TO SOA-MSG-SVC-RC
               GOBACK.
           OPEN INPUT MYFILE09.
           IF CMST-FS NOT = '00'
               MOVE 12 TO SOA-MSG-SVC-RC
               GOBACK.
           IF SOA-CI-NUM NOT = ZEROS
               GO TO CUSTREAD.
      * BY NAME - THE CROSS-REFERENCE GIVES THE NUMBER
           OPEN INPUT CUSTXREF.
           IF XRF-FS NOT = '00'
               CLOSE MYFILE09
               MOVE 12 TO SOA-MSG-SVC-RC
               GOBACK.
           MOVE SOA-CI-NAME TO XRF-NAME.
           READ CUSTXREF.
           IF XRF-FS = '23'
               MOVE 4 TO SOA-MSG-SVC-RC
           ELSE
           IF XRF-FS NOT = '00'
               MOVE 12 TO SOA-MSG-SVC-RC
           ELSE
               MOVE XRF-NUM TO SOA-CI-NUM.
           CLOSE CUSTXREF.
           IF SOA-MSG-SVC-RC NOT = 0
               GO TO CUSTDONE.
       CUSTREAD.
           MOVE SOA-CI-NUM TO CMST-NUM.
           READ MYFILE09.
           IF CMST-FS = '23'
               MOVE 4 TO SOA-MSG-SVC-RC
               GO TO CUSTDONE.
           IF CMST-FS NOT = '00'
               MOVE 12 TO SOA-MSG-SVC-RC
               GO TO CUSTDONE.
           MOVE CMST-NUM     TO SOA-CI-NUM.
           MOVE CMST-NAME    TO SOA-CI-NAME.
           MOVE CMST-ADDR    TO SOA-CI-ADDR.
           MOVE CMST-ZIP     TO SOA-CI-ZIP.
           MOVE CMST-LASTACT TO SOA-CI-LASTACT.
           PERFORM ZIPFIND THRU ZIPFINDX.
       CUSTDONE.
           CLOSE MYFILE09.
           GOBACK.

      * CITY/STATE BY THE ZIPSVC1 FLOOR RULE - THE LAST RANGE WHOSE
      * LOW ZIP IS NOT ABOVE THE CUSTOMER'S, IF IT REACHES THAT HIGH
       ZIPFIND.
           IF ZIP-LOADED NOT = 'Y'
               PERFORM ZIPLOAD THRU ZIPLOADX.
           IF ZIP-LOADED NOT = 'Y'
               GO TO ZIPFINDX.
           IF SOA-CI-ZIP IS NOT NUMERIC
               GO TO ZIPFINDX.
           MOVE SOA-CI-ZIP TO ZIP-KEY.
           MOVE 0 TO ZIP-FLOOR.
           MOVE 1 TO ZIP-IX.
       ZIPFINDL.
           IF ZIP-IX GREATER THAN ZIP-TOT
               GO TO ZIPFINDM.
           IF ZIP-LO (ZIP-IX) GREATER THAN ZIP-KEY
               GO TO ZIPFINDM.
           MOVE ZIP-IX TO ZIP-FLOOR.
           ADD 1 TO ZIP-IX.
           GO TO ZIPFINDL.
       ZIPFINDM.
           IF ZIP-FLOOR = 0
               GO TO ZIPFINDX.
           IF ZIP-KEY GREATER THAN ZIP-HI (ZIP-FLOOR)
               GO TO ZIPFINDX.
           MOVE ZIP-CITY (ZIP-FLOOR)  TO SOA-CI-CITY.
           MOVE ZIP-STATE (ZIP-FLOOR) TO SOA-CI-STATE.
       ZIPFINDX.
           EXIT.

       ZIPLOAD.
           MOVE 0 TO ZIP-TOT.
           OPEN INPUT ZIPFILE.
           IF ZF-FS NOT = '00'
               MOVE 'U' TO ZIP-LOADED
               GO TO ZIPLOADX.
       ZIPLOADL.
           READ ZIPFILE
               AT END GO TO ZIPLOADE.
           IF ZF-FS NOT = '00'
               GO TO ZIPLOADE.
           IF ZIP-TOT = 500
               GO TO ZIPLOADE.
           ADD 1 TO ZIP-TOT.
           MOVE ZF-LO    TO ZIP-LO (ZIP-TOT).
           MOVE ZF-HI    TO ZIP-HI (ZIP-TOT).
           MOVE ZF-STATE TO ZIP-STATE (ZIP-TOT).
           MOVE ZF-CITY  TO ZIP-CITY (ZIP-TOT).
           GO TO ZIPLOADL.
       ZIPLOADE.
           CLOSE ZIPFILE.
           MOVE 'Y' TO ZIP-LOADED.
       ZIPLOADX.
           EXIT.
