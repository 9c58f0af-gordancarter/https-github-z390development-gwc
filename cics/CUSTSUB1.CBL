      *****************************************************************
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
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * REFERENTIALLY CONSISTENT TEST-DATA SUBSET EXTRACT
      *
      * RPI 1441 - CUSTMSK1 MASKS THE WHOLE CUSTOMER FILE, BUT A TEST
      * REGION NEEDS A FEW HUNDRED CUSTOMERS THAT HANG TOGETHER, NOT
      * ALL OF THEM.  THIS RUN PICKS CUSTOMERS FROM THE MYFILE09
      * NUMBER MASTER BY THE SUBCTL RULES AND WRITES, FOR THOSE
      * CUSTOMERS ONLY, A SELF-CONTAINED TEST SET:
      *
      *   MYFILE9T  THE NUMBER MASTER RECORD
      *   CUSTXRFT  THE NAME-TO-NUMBER CROSS-REFERENCE ENTRY (BUILT
      *             FROM THE MASTER WHEN CUSTXREF HAS NONE, OR HAS
      *             ONE POINTING AT ANOTHER NUMBER)
      *   MYFILE8T  THE LIVE MYFILE08 RECORD, WHEN THERE IS ONE - THE
      *             SAME DATASET CUSTMSK1 WRITES, SO A SUBSET RUN
      *             LOADS A TEST REGION IN PLACE OF A CUSTMSK1 RUN
      *   ORDFILET  EVERY ORDFILE ORDER FOR THE CUSTOMER NUMBER
      *   ORDLINET  EVERY ORDLINE LINE OF THOSE ORDERS (RPI 1406 -
      *             AN ORDER'S ORD-AMT IS THE SUM OF ITS LINES), AS
      *             IS - A LINE CARRIES NO PII
      *   JRNLT     THE CUSTJRNQ BEFORE/AFTER HISTORY - THE RETAINED
      *             CUSTJRNQ DATASETS CONCATENATED AS JRNLIN
      *
      * EVERY FILE IS MASKED THE CUSTMSK1 WAY, AND THE SAME WAY FOR
      * THE SAME CUSTOMER WHEREVER IT APPEARS: THE NAME BECOMES
      * 'TEST CUSTOMER NNNNNN' (NNNNNN THE CUSTOMER'S PLACE IN THE
      * SUBSET), ADDRESS LETTERS 'X' AND DIGITS '9', THE LAST TWO
      * ZIP DIGITS '00'.  THE MASKED NAME IS THE MASTER'S NAME, THE
      * CROSS-REFERENCE AND MYFILE08 KEY, THE ORDER NAME, THE JOURNAL
      * KEY AND THE NAME IN BOTH JOURNAL IMAGES, SO EVERY NAME LOOKUP
      * IN THE TEST REGION STILL LANDS.  CUSTOMER AND ORDER NUMBERS
      * ARE NOT PII AND ARE CARRIED UNCHANGED, SO THE ORDER KEYS LINE
      * UP WITH THE MASTER.  NOTHING IS WRITTEN FOR A CUSTOMER OUTSIDE
      * THE SUBSET, SO NO TEST RECORD POINTS AT ONE.
      *
      * THE JOURNAL RECORDS ARE RECHAINED AS THEY ARE WRITTEN, SINCE
      * MASKING BREAKS THE LIVE CHAIN (RPI 1437).  THE TEST CHAIN IS
      * KEPT HERE - SEQUENCE FROM 1, FIRST PREVIOUS HASH 0, EACH
      * RECORD'S HASH FROM JRNCHNB 'H' - AND NEVER TOUCHES A JRNCHN
      * CHAIN HEAD, SO THE LIVE CUSTJRNQ CHAIN IS NOT ADVANCED.  THE
      * LAST SEQUENCE AND HASH ARE DISPLAYED AT STEP END TO SEED THE
      * TEST REGION'S JRNCHN 'CUSTJRNQ' RECORD (CHN-SEQ, CHN-HASH),
      * AFTER WHICH JRNVFY1 VERIFIES THE TEST COPY.
      *
      * SUBCTL RULES, ONE PER LINE, '*' IN COLUMN 1 A COMMENT:
      *
      *   PCT      NNN             SAMPLE NNN PERCENT (1-100) OF THE
      *                            CUSTOMERS THE OTHER RULES LET
      *                            THROUGH - EVERY (100/NNN)TH ONE IN
      *                            NUMBER ORDER, SO A RERUN PICKS THE
      *                            SAME CUSTOMERS.  DEFAULT 100
      *   ZIP      NNNNN           ONLY CUSTOMERS IN THESE ZIPS (UP
      *                            TO 50 LINES; ANY ONE MATCHES)
      *   ORDDATE  0CYYDDD 0CYYDDD ONLY CUSTOMERS WITH AN ORDER DATED
      *                            IN THIS RANGE (ONE LINE)
      *   MAX      NNNN            STOP AT NNNN CUSTOMERS (1-1000,
      *                            DEFAULT 1000)
      *
      * THE VALUE STARTS IN COLUMN 10 (THE SECOND ORDDATE IN COLUMN
      * 18).  ZIP AND ORDDATE BOTH APPLY WHEN BOTH ARE GIVEN; THE
      * SAMPLE IS TAKEN FROM WHAT THEY LEAVE.  NO RULES AT ALL TAKES
      * THE FIRST 1000 CUSTOMERS.
      *
      * RETURN CODE 4 = NO CUSTOMER WAS PICKED, 16 = BAD RULE OR A
      * FILE THAT WOULD NOT OPEN.
      *
        PROGRAM-ID. CUSTSUB1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUBCTL ASSIGN TO SUBCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCT.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CMST-NUM
                ALTERNATE RECORD KEY IS CMST-NAME
                FILE STATUS IS WS-FS09.
            SELECT CUSTXREF ASSIGN TO CUSTXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XRF-NAME
                FILE STATUS IS WS-FSXR.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUST-NAME
                ALTERNATE RECORD KEY IS CUST-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS08.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT ORDLINE ASSIGN TO ORDLINE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORDL-KEY
                FILE STATUS IS WS-FSOL.
            SELECT JRNLIN ASSIGN TO JRNLIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJQ.
            SELECT MYFILE9T ASSIGN TO MYFILE9T
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS M9T-NUM
                ALTERNATE RECORD KEY IS M9T-NAME
                FILE STATUS IS WS-FS9T.
            SELECT CUSTXRFT ASSIGN TO CUSTXRFT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS XRT-NAME
                FILE STATUS IS WS-FSXT.
            SELECT MYFILE8T ASSIGN TO MYFILE8T
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MSK-NAME
                ALTERNATE RECORD KEY IS MSK-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS8T.
            SELECT ORDFILET ASSIGN TO ORDFILET
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORT-KEY
                FILE STATUS IS WS-FSOT.
            SELECT ORDLINET ASSIGN TO ORDLINET
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLT-KEY
                FILE STATUS IS WS-FSLT.
            SELECT JRNLT ASSIGN TO JRNLT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJT.

        DATA DIVISION.
        FILE SECTION.
        FD  SUBCTL
            RECORDING MODE IS F.
        01  RUL-REC.
            02  RUL-VERB          PIC X(8).
            02  FILLER            PIC X.
            02  RUL-VALUE         PIC X(15).
            02  FILLER            PIC X(56).
        01  RUL-PCT-REC.
            02  FILLER            PIC X(9).
            02  RUL-PCT           PIC 9(3).
            02  FILLER            PIC X(68).
        01  RUL-ZIP-REC.
            02  FILLER            PIC X(9).
            02  RUL-ZIP           PIC X(5).
            02  FILLER            PIC X(66).
        01  RUL-DATE-REC.
            02  FILLER            PIC X(9).
            02  RUL-DATE-LO       PIC 9(7).
            02  FILLER            PIC X.
            02  RUL-DATE-HI       PIC 9(7).
            02  FILLER            PIC X(56).
        01  RUL-MAX-REC.
            02  FILLER            PIC X(9).
            02  RUL-MAX           PIC 9(4).
            02  FILLER            PIC X(67).

        FD  MYFILE09
            RECORDING MODE IS F.
        01  CMST-REC.
            02  CMST-NUM          PIC 9(8).
            02  CMST-NAME         PIC X(40).
            02  CMST-ADDR         PIC X(40).
            02  CMST-ZIP          PIC X(5).
            02  CMST-LASTACT      PIC 9(7).

        FD  CUSTXREF
            RECORDING MODE IS F.
        01  XRF-REC.
            02  XRF-NAME          PIC X(40).
            02  XRF-NUM           PIC 9(8).

        FD  MYFILE08
            RECORDING MODE IS F.
        01  CUST-REC.
            02  CUST-NAME         PIC X(40).
            02  CUST-ADDR         PIC X(40).
            02  CUST-ZIP          PIC X(5).
            02  CUST-LASTACT      PIC 9(7).

        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  ORDLINE
            RECORDING MODE IS F.
        01  ORDL-FILE-REC.
        COPY ORDLIN.

      * THE CUSTJRNQ BEFORE/AFTER RECORD (TESTCMN1'S LAYOUT)
        FD  JRNLIN
            RECORDING MODE IS F.
        01  JRNL-REC.
            02  JRNL-NAME         PIC X(40).
            02  JRNL-FUNC         PIC X(3).
            02  JRNL-TERM         PIC X(4).
            02  JRNL-DATE         PIC 9(7).
            02  JRNL-TIME         PIC 9(7).
            02  JRNL-BEFORE       PIC X(92).
            02  JRNL-AFTER        PIC X(92).
            02  JRNL-SEQ          PIC 9(9).
            02  JRNL-PREVH        PIC 9(18).

        FD  MYFILE9T
            RECORDING MODE IS F.
        01  M9T-REC.
            02  M9T-NUM           PIC 9(8).
            02  M9T-NAME          PIC X(40).
            02  M9T-ADDR          PIC X(40).
            02  M9T-ZIP           PIC X(5).
            02  M9T-LASTACT       PIC 9(7).

        FD  CUSTXRFT
            RECORDING MODE IS F.
        01  XRT-REC.
            02  XRT-NAME          PIC X(40).
            02  XRT-NUM           PIC 9(8).

        FD  MYFILE8T
            RECORDING MODE IS F.
        01  MSK-REC.
            02  MSK-NAME          PIC X(40).
            02  MSK-ADDR          PIC X(40).
            02  MSK-ZIP           PIC X(5).
            02  MSK-LASTACT       PIC 9(7).

      * ORDMST'S 84 BYTES - ONLY THE NAME IS MASKED
        FD  ORDFILET
            RECORDING MODE IS F.
        01  ORT-REC.
            02  ORT-KEY           PIC X(14).
            02  ORT-NAME          PIC X(40).
            02  FILLER            PIC X(30).

      * ORDLIN'S 83 BYTES, COPIED UNCHANGED
        FD  ORDLINET
            RECORDING MODE IS F.
        01  OLT-REC.
            02  OLT-KEY           PIC X(17).
            02  FILLER            PIC X(66).

        FD  JRNLT
            RECORDING MODE IS F.
        01  JRT-REC               PIC X(272).

        WORKING-STORAGE SECTION.
        77  WS-FSCT               PIC X(2)   VALUE SPACES.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSXR               PIC X(2)   VALUE SPACES.
            88  WS-FSXR-OK                   VALUE '00'.
        77  WS-FS08               PIC X(2)   VALUE SPACES.
            88  WS-FS08-OK                   VALUE '00'.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-FSOL               PIC X(2)   VALUE SPACES.
            88  WS-FSOL-OK                   VALUE '00'.
        77  WS-FSJQ               PIC X(2)   VALUE SPACES.
            88  WS-FSJQ-OK                   VALUE '00'.
        77  WS-FS9T               PIC X(2)   VALUE SPACES.
        77  WS-FSXT               PIC X(2)   VALUE SPACES.
        77  WS-FS8T               PIC X(2)   VALUE SPACES.
        77  WS-FSOT               PIC X(2)   VALUE SPACES.
        77  WS-FSJT               PIC X(2)   VALUE SPACES.
        77  WS-FSLT               PIC X(2)   VALUE SPACES.
        77  WS-OPEN-ERR           PIC X      VALUE 'N'.
        77  WS-XRF-OPEN           PIC X      VALUE 'N'.
        77  WS-08-OPEN            PIC X      VALUE 'N'.
        77  WS-EOFCT              PIC X      VALUE 'N'.
            88  NO-MORE-CT                   VALUE 'Y'.
        77  WS-EOF09              PIC X      VALUE 'N'.
            88  NO-MORE-09                   VALUE 'Y'.
        77  WS-EOFOR              PIC X      VALUE 'N'.
            88  NO-MORE-OR                   VALUE 'Y'.
        77  WS-EOFOL              PIC X      VALUE 'N'.
            88  NO-MORE-OL                   VALUE 'Y'.
        77  WS-EOFJQ              PIC X      VALUE 'N'.
            88  NO-MORE-JQ                   VALUE 'Y'.

      * THE SELECTION RULES
        77  WS-BAD-RULE           PIC X      VALUE 'N'.
        77  WS-PCT                PIC 9(3)   VALUE 100.
        77  WS-PCT-ACC            PIC 9(3)   VALUE 0.
        77  WS-MAX                PIC 9(4)   VALUE 1000.
        77  WS-DATE-SW            PIC X      VALUE 'N'.
        77  WS-DATE-LO            PIC 9(7)   VALUE 0.
        77  WS-DATE-HI            PIC 9(7)   VALUE 0.
        01  WS-ZIP-TABLE.
            02  WS-ZIP            PIC X(5)   OCCURS 50 TIMES.
        77  WS-ZIP-TOT            PIC 9(2)   COMP VALUE 0.
        77  WS-ZIP-IX             PIC 9(2)   COMP.
        77  WS-PICK               PIC X.
            88  PICKED                       VALUE 'Y'.

      * THE SUBSET - THE LIVE NAME OF EACH CUSTOMER PICKED; ITS PLACE
      * IN THE TABLE IS THE NUMBER IN ITS MASKED NAME
        01  WS-SUB-TABLE.
            02  WS-SUB-NAME       PIC X(40)  OCCURS 1000 TIMES.
        77  WS-SUB-TOT            PIC 9(4)   COMP VALUE 0.
        77  WS-SUB-IX             PIC 9(4)   COMP.
        77  WS-FOUND-IX           PIC 9(4)   COMP.

      * CUSTMSK1'S MASKING
        01  WS-GEN-NAME.
            02  FILLER            PIC X(14)  VALUE 'TEST CUSTOMER '.
            02  WS-GEN-SEQ        PIC 9(6).
            02  FILLER            PIC X(20)  VALUE SPACES.
        77  WS-MSK-ADDR           PIC X(40).
        77  WS-MSK-IX             PIC 9(2)   COMP.
        77  WS-MSK-CHAR           PIC X.

      * ONE JOURNAL IMAGE (THE MYFILE08 LAYOUT) BEING MASKED
        01  WS-IMAGE              PIC X(92).
        01  WS-IMAGE-FLDS REDEFINES WS-IMAGE.
            02  WS-IMG-NAME       PIC X(40).
            02  WS-IMG-ADDR       PIC X(40).
            02  WS-IMG-ZIP        PIC X(5).
            02  WS-IMG-LASTACT    PIC X(7).

      * RPI 1437 - THE TEST JOURNAL'S OWN CHAIN: JRNCHNB PARAMETERS
      * (SEE JRNCHNB.CBL) - HASH ONLY - AND THE TEST CHAIN HEAD
        77  WS-JCB-FUNC           PIC X      VALUE 'H'.
        77  WS-JCB-JRNL           PIC X(8)   VALUE 'CUSTJRNQ'.
        77  WS-JCB-LEN            PIC 9(4)   COMP VALUE 272.
        01  WS-JCB-DATA           PIC X(300).
        77  WS-JCB-HASH           PIC 9(18)  VALUE 0.
        77  WS-JCB-RC             PIC 9(2)   VALUE 0.
        77  WS-JT-SEQ             PIC 9(9)   VALUE 0.
        77  WS-JT-HASH            PIC 9(18)  VALUE 0.

        77  WS-XRF-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-XRF-BUILT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-LIVE-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-ORD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-LIN-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-JRN-READ           PIC 9(7)   COMP-3 VALUE 0.
        77  WS-JRN-COUNT          PIC 9(7)   COMP-3 VALUE 0.

      * WINDOW CONTROL TOTALS, REGISTERED THROUGH CTLTOT1 AT STEP END
      * FOR THE CTLBAL1 BALANCER - CUSTOMERS READ, PICKED, PASSED OVER
        77  WS-CT-STEP            PIC X(8)   VALUE 'CUSTSUB1'.
        77  WS-CT-IN              PIC 9(8)   VALUE 0.
        77  WS-CT-OUT             PIC 9(8)   VALUE 0.
        77  WS-CT-REJ             PIC 9(8)   VALUE 0.

        PROCEDURE DIVISION.

            PERFORM SUBINIT.
            PERFORM SUBCUST UNTIL NO-MORE-09.
            PERFORM SUBJRNL THRU SUBJRNLX.
            PERFORM SUBTERM.
            STOP RUN.

      *****************************************************************
      * SUBINIT - THE RULES, THEN THE FILES
      *****************************************************************
        SUBINIT.
            OPEN INPUT SUBCTL.
            IF WS-FSCT NOT = '00' THEN
                MOVE 'Y' TO WS-EOFCT.
            PERFORM SUBRULE UNTIL NO-MORE-CT.
            IF WS-FSCT NOT = '35' THEN
                CLOSE SUBCTL.
            IF WS-BAD-RULE = 'Y' THEN
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT MYFILE09.
            IF NOT WS-FS09-OK THEN
                DISPLAY 'CUSTSUB1 CANNOT OPEN MYFILE09, STATUS ' WS-FS09
                MOVE 'Y' TO WS-OPEN-ERR.
            OPEN INPUT ORDFILE.
            IF NOT WS-FSOR-OK THEN
                DISPLAY 'CUSTSUB1 CANNOT OPEN ORDFILE, STATUS ' WS-FSOR
                MOVE 'Y' TO WS-OPEN-ERR.
            OPEN INPUT ORDLINE.
            IF NOT WS-FSOL-OK THEN
                DISPLAY 'CUSTSUB1 CANNOT OPEN ORDLINE, STATUS ' WS-FSOL
                MOVE 'Y' TO WS-OPEN-ERR.
            OPEN INPUT CUSTXREF.
            IF WS-FSXR-OK THEN
                MOVE 'Y' TO WS-XRF-OPEN
            ELSE
                DISPLAY 'CUSTSUB1 NO CUSTXREF - ENTRIES BUILT FROM '
                    'MYFILE09'.
            OPEN INPUT MYFILE08.
            IF WS-FS08-OK THEN
                MOVE 'Y' TO WS-08-OPEN
            ELSE
                DISPLAY 'CUSTSUB1 NO MYFILE08 - MYFILE8T LEFT EMPTY'.
            OPEN OUTPUT MYFILE9T.
            OPEN OUTPUT CUSTXRFT.
            OPEN OUTPUT MYFILE8T.
            OPEN OUTPUT ORDFILET.
            OPEN OUTPUT ORDLINET.
            OPEN OUTPUT JRNLT.
            IF WS-FS9T NOT = '00' OR WS-FSXT NOT = '00'
               OR WS-FS8T NOT = '00' OR WS-FSOT NOT = '00'
               OR WS-FSLT NOT = '00' OR WS-FSJT NOT = '00' THEN
                DISPLAY 'CUSTSUB1 CANNOT OPEN THE TEST SET, STATUS '
                    WS-FS9T ' ' WS-FSXT ' ' WS-FS8T ' ' WS-FSOT ' '
                    WS-FSLT ' ' WS-FSJT
                MOVE 'Y' TO WS-OPEN-ERR.
            IF WS-OPEN-ERR = 'Y' THEN
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            PERFORM SUBREAD.

      * ONE SUBCTL LINE
        SUBRULE.
            READ SUBCTL
                AT END MOVE 'Y' TO WS-EOFCT.
            IF NOT NO-MORE-CT AND RUL-VERB (1:1) NOT = '*'
               AND RUL-REC NOT = SPACES THEN
                PERFORM SUBRULE1.

        SUBRULE1.
            IF RUL-VERB = 'PCT' THEN
                IF RUL-PCT IS NOT NUMERIC OR RUL-PCT = 0
                   OR RUL-PCT GREATER THAN 100 THEN
                    PERFORM SUBBADR
                ELSE
                    MOVE RUL-PCT TO WS-PCT
                END-IF
            ELSE
            IF RUL-VERB = 'ZIP' THEN
                IF RUL-ZIP IS NOT NUMERIC OR WS-ZIP-TOT = 50 THEN
                    PERFORM SUBBADR
                ELSE
                    ADD 1 TO WS-ZIP-TOT
                    MOVE RUL-ZIP TO WS-ZIP (WS-ZIP-TOT)
                END-IF
            ELSE
            IF RUL-VERB = 'ORDDATE' THEN
                IF RUL-DATE-LO IS NOT NUMERIC
                   OR RUL-DATE-HI IS NOT NUMERIC
                   OR RUL-DATE-LO GREATER THAN RUL-DATE-HI
                   OR WS-DATE-SW = 'Y' THEN
                    PERFORM SUBBADR
                ELSE
                    MOVE 'Y' TO WS-DATE-SW
                    MOVE RUL-DATE-LO TO WS-DATE-LO
                    MOVE RUL-DATE-HI TO WS-DATE-HI
                END-IF
            ELSE
            IF RUL-VERB = 'MAX' THEN
                IF RUL-MAX IS NOT NUMERIC OR RUL-MAX = 0
                   OR RUL-MAX GREATER THAN 1000 THEN
                    PERFORM SUBBADR
                ELSE
                    MOVE RUL-MAX TO WS-MAX
                END-IF
            ELSE
                PERFORM SUBBADR.

        SUBBADR.
            DISPLAY 'CUSTSUB1 BAD SUBCTL RULE: ' RUL-REC.
            MOVE 'Y' TO WS-BAD-RULE.

        SUBREAD.
            READ MYFILE09
                AT END MOVE 'Y' TO WS-EOF09.
            IF NOT NO-MORE-09 AND NOT WS-FS09-OK THEN
                MOVE 'Y' TO WS-EOF09.

      *****************************************************************
      * SUBCUST - ONE MASTER RECORD: THROUGH THE RULES, AND INTO THE
      * TEST SET IF IT PASSES
      *****************************************************************
        SUBCUST.
            ADD 1 TO WS-CT-IN.
            MOVE 'Y' TO WS-PICK.
            IF WS-ZIP-TOT GREATER THAN 0 THEN
                PERFORM SUBZIP.
            IF PICKED AND WS-DATE-SW = 'Y' THEN
                PERFORM SUBODAT.
            IF PICKED AND WS-PCT LESS THAN 100 THEN
                PERFORM SUBSAMP.
            IF PICKED THEN
                PERFORM SUBTAKE.
            IF WS-SUB-TOT NOT LESS THAN WS-MAX THEN
                DISPLAY 'CUSTSUB1 SUBSET FULL AT ' WS-MAX ' CUSTOMERS'
                MOVE 'Y' TO WS-EOF09
            ELSE
                PERFORM SUBREAD.

        SUBZIP.
            MOVE 'N' TO WS-PICK.
            PERFORM SUBZIP1 VARYING WS-ZIP-IX FROM 1 BY 1
                UNTIL WS-ZIP-IX GREATER THAN WS-ZIP-TOT.

        SUBZIP1.
            IF CMST-ZIP = WS-ZIP (WS-ZIP-IX) THEN
                MOVE 'Y' TO WS-PICK.

      * ANY ORDER FOR THE CUSTOMER DATED IN THE ORDDATE RANGE
        SUBODAT.
            MOVE 'N' TO WS-PICK.
            PERFORM SUBOSTRT.
            PERFORM SUBODAT1 UNTIL NO-MORE-OR OR PICKED.

        SUBODAT1.
            PERFORM SUBONEXT.
            IF NOT NO-MORE-OR
               AND ORD-DATE NOT LESS THAN WS-DATE-LO
               AND ORD-DATE NOT GREATER THAN WS-DATE-HI THEN
                MOVE 'Y' TO WS-PICK.

      * POSITION ORDFILE AT THE CUSTOMER'S FIRST ORDER
        SUBOSTRT.
            MOVE CMST-NUM TO ORD-CUSTNO.
            MOVE 0 TO ORD-NUM.
            MOVE 'N' TO WS-EOFOR.
            START ORDFILE KEY IS NOT LESS THAN ORD-KEY
                INVALID KEY MOVE 'Y' TO WS-EOFOR.

      * THE CUSTOMER'S NEXT ORDER - END AT THE NEXT CUSTOMER'S
        SUBONEXT.
            READ ORDFILE NEXT
                AT END MOVE 'Y' TO WS-EOFOR.
            IF NOT NO-MORE-OR
               AND (NOT WS-FSOR-OK OR ORD-CUSTNO NOT = CMST-NUM) THEN
                MOVE 'Y' TO WS-EOFOR.

      * SYSTEMATIC SAMPLE - EVERY TIME THE RUNNING PERCENTAGE PASSES
      * 100 THE CUSTOMER IN HAND IS TAKEN
        SUBSAMP.
            ADD WS-PCT TO WS-PCT-ACC.
            IF WS-PCT-ACC LESS THAN 100 THEN
                MOVE 'N' TO WS-PICK
            ELSE
                SUBTRACT 100 FROM WS-PCT-ACC.

      *****************************************************************
      * SUBTAKE - THE PICKED CUSTOMER'S MASTER, CROSS-REFERENCE, LIVE
      * RECORD AND ORDERS (WITH THEIR LINES), ALL UNDER THE ONE
      * MASKED NAME
      *****************************************************************
        SUBTAKE.
            ADD 1 TO WS-SUB-TOT.
            MOVE CMST-NAME TO WS-SUB-NAME (WS-SUB-TOT).
            MOVE WS-SUB-TOT TO WS-GEN-SEQ.
            MOVE CMST-NUM TO M9T-NUM.
            MOVE WS-GEN-NAME TO M9T-NAME.
            MOVE CMST-ADDR TO WS-MSK-ADDR.
            PERFORM SUBMADR.
            MOVE WS-MSK-ADDR TO M9T-ADDR.
            MOVE CMST-ZIP TO M9T-ZIP.
            MOVE '00' TO M9T-ZIP (4:2).
            MOVE CMST-LASTACT TO M9T-LASTACT.
            WRITE M9T-REC.
      * THE CROSS-REFERENCE ENTRY - FROM THE MASTER IF CUSTXREF HAS
      * NONE THAT AGREES WITH IT
            MOVE WS-GEN-NAME TO XRT-NAME.
            MOVE CMST-NUM TO XRT-NUM.
            MOVE 'N' TO WS-FSXR.
            IF WS-XRF-OPEN = 'Y' THEN
                MOVE CMST-NAME TO XRF-NAME
                READ CUSTXREF.
            IF WS-FSXR-OK AND XRF-NUM = CMST-NUM THEN
                ADD 1 TO WS-XRF-COUNT
            ELSE
                ADD 1 TO WS-XRF-BUILT.
            WRITE XRT-REC.
            IF WS-08-OPEN = 'Y' THEN
                MOVE CMST-NAME TO CUST-NAME
                READ MYFILE08
                IF WS-FS08-OK THEN
                    MOVE WS-GEN-NAME TO MSK-NAME
                    MOVE CUST-ADDR TO WS-MSK-ADDR
                    PERFORM SUBMADR
                    MOVE WS-MSK-ADDR TO MSK-ADDR
                    MOVE CUST-ZIP TO MSK-ZIP
                    MOVE '00' TO MSK-ZIP (4:2)
                    MOVE CUST-LASTACT TO MSK-LASTACT
                    WRITE MSK-REC
                    ADD 1 TO WS-LIVE-COUNT.
            PERFORM SUBOSTRT.
            PERFORM SUBORDR UNTIL NO-MORE-OR.
            ADD 1 TO WS-CT-OUT.

        SUBORDR.
            PERFORM SUBONEXT.
            IF NOT NO-MORE-OR THEN
                MOVE ORD-REC TO ORT-REC
                MOVE WS-GEN-NAME TO ORT-NAME
                WRITE ORT-REC
                ADD 1 TO WS-ORD-COUNT
                PERFORM SUBLINES.

      * THE ORDER'S LINES - A GENERIC START ON THE 14-BYTE ORDER KEY
      * (LINE 0), READ UNTIL THE NEXT ORDER'S
        SUBLINES.
            MOVE ORD-CUSTNO TO ORDL-CUSTNO.
            MOVE ORD-NUM    TO ORDL-NUM.
            MOVE 0          TO ORDL-LINE.
            MOVE 'N' TO WS-EOFOL.
            START ORDLINE KEY IS NOT LESS THAN ORDL-KEY
                INVALID KEY MOVE 'Y' TO WS-EOFOL.
            PERFORM SUBLINE1 UNTIL NO-MORE-OL.

        SUBLINE1.
            READ ORDLINE NEXT
                AT END MOVE 'Y' TO WS-EOFOL.
            IF NOT NO-MORE-OL
               AND (NOT WS-FSOL-OK OR ORDL-CUSTNO NOT = ORD-CUSTNO
                    OR ORDL-NUM NOT = ORD-NUM) THEN
                MOVE 'Y' TO WS-EOFOL.
            IF NOT NO-MORE-OL THEN
                MOVE ORDL-REC TO OLT-REC
                WRITE OLT-REC
                ADD 1 TO WS-LIN-COUNT.

      * CUSTMSK1'S PER-CHARACTER CLASS MASK OVER WS-MSK-ADDR
        SUBMADR.
            MOVE 1 TO WS-MSK-IX.
            PERFORM SUBMCHR UNTIL WS-MSK-IX GREATER THAN 40.

        SUBMCHR.
            MOVE WS-MSK-ADDR (WS-MSK-IX:1) TO WS-MSK-CHAR.
            IF (WS-MSK-CHAR GREATER THAN OR EQUAL TO 'A'
                AND WS-MSK-CHAR LESS THAN OR EQUAL TO 'Z')
               OR (WS-MSK-CHAR GREATER THAN OR EQUAL TO 'a'
                AND WS-MSK-CHAR LESS THAN OR EQUAL TO 'z') THEN
                MOVE 'X' TO WS-MSK-ADDR (WS-MSK-IX:1)
            ELSE
            IF WS-MSK-CHAR GREATER THAN OR EQUAL TO '0'
               AND WS-MSK-CHAR LESS THAN OR EQUAL TO '9' THEN
                MOVE '9' TO WS-MSK-ADDR (WS-MSK-IX:1).
            ADD 1 TO WS-MSK-IX.

      *****************************************************************
      * SUBJRNL - THE SUBSET'S CUSTJRNQ HISTORY, MASKED AND RECHAINED
      *****************************************************************
        SUBJRNL.
            IF WS-SUB-TOT = 0 THEN GO TO SUBJRNLX.
            OPEN INPUT JRNLIN.
            IF NOT WS-FSJQ-OK THEN
                DISPLAY 'CUSTSUB1 NO JRNLIN SUPPLIED - THE TEST SET '
                    'HAS NO CHANGE HISTORY'
                GO TO SUBJRNLX.
            PERFORM SUBJREAD.
            PERFORM SUBJREC UNTIL NO-MORE-JQ.
            CLOSE JRNLIN.
        SUBJRNLX.
            EXIT.

        SUBJREAD.
            READ JRNLIN
                AT END MOVE 'Y' TO WS-EOFJQ.
            IF NOT NO-MORE-JQ AND NOT WS-FSJQ-OK THEN
                MOVE 'Y' TO WS-EOFJQ.

        SUBJREC.
            ADD 1 TO WS-JRN-READ.
            MOVE 0 TO WS-FOUND-IX.
            PERFORM SUBFIND VARYING WS-SUB-IX FROM 1 BY 1
                UNTIL WS-SUB-IX GREATER THAN WS-SUB-TOT
                   OR WS-FOUND-IX GREATER THAN 0.
            IF WS-FOUND-IX GREATER THAN 0 THEN
                PERFORM SUBJPUT.
            PERFORM SUBJREAD.

        SUBFIND.
            IF WS-SUB-NAME (WS-SUB-IX) = JRNL-NAME THEN
                MOVE WS-SUB-IX TO WS-FOUND-IX.

      * MASK BOTH IMAGES UNDER THE CUSTOMER'S MASKED NAME, STAMP THE
      * NEXT TEST-CHAIN SEQUENCE AND THE PREVIOUS RECORD'S HASH, AND
      * WRITE; THE RECORD'S OWN HASH IS THE NEXT ONE'S PREVIOUS
        SUBJPUT.
            MOVE WS-FOUND-IX TO WS-GEN-SEQ.
            MOVE WS-GEN-NAME TO JRNL-NAME.
            MOVE JRNL-BEFORE TO WS-IMAGE.
            PERFORM SUBMIMG.
            MOVE WS-IMAGE TO JRNL-BEFORE.
            MOVE JRNL-AFTER TO WS-IMAGE.
            PERFORM SUBMIMG.
            MOVE WS-IMAGE TO JRNL-AFTER.
            ADD 1 TO WS-JT-SEQ.
            MOVE WS-JT-SEQ  TO JRNL-SEQ.
            MOVE WS-JT-HASH TO JRNL-PREVH.
            MOVE JRNL-REC TO WS-JCB-DATA.
            CALL 'JRNCHNB' USING WS-JCB-FUNC WS-JCB-JRNL WS-JCB-LEN
                                 WS-JCB-DATA WS-JCB-HASH WS-JCB-RC.
            MOVE WS-JCB-HASH TO WS-JT-HASH.
            MOVE JRNL-REC TO JRT-REC.
            WRITE JRT-REC.
            ADD 1 TO WS-JRN-COUNT.

      * AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE
        SUBMIMG.
            IF WS-IMAGE NOT = LOW-VALUES AND WS-IMAGE NOT = SPACES THEN
                MOVE WS-GEN-NAME TO WS-IMG-NAME
                MOVE WS-IMG-ADDR TO WS-MSK-ADDR
                PERFORM SUBMADR
                MOVE WS-MSK-ADDR TO WS-IMG-ADDR
                MOVE '00' TO WS-IMG-ZIP (4:2).

        SUBTERM.
            CLOSE MYFILE09.
            CLOSE ORDFILE.
            CLOSE ORDLINE.
            IF WS-XRF-OPEN = 'Y' THEN
                CLOSE CUSTXREF.
            IF WS-08-OPEN = 'Y' THEN
                CLOSE MYFILE08.
            CLOSE MYFILE9T.
            CLOSE CUSTXRFT.
            CLOSE MYFILE8T.
            CLOSE ORDFILET.
            CLOSE ORDLINET.
            CLOSE JRNLT.
            DISPLAY 'CUSTSUB1 CUSTOMERS READ       = ' WS-CT-IN.
            DISPLAY 'CUSTSUB1 CUSTOMERS IN SUBSET  = ' WS-CT-OUT.
            DISPLAY 'CUSTSUB1 XREF ENTRIES COPIED  = ' WS-XRF-COUNT.
            DISPLAY 'CUSTSUB1 XREF ENTRIES BUILT   = ' WS-XRF-BUILT.
            DISPLAY 'CUSTSUB1 LIVE RECORDS COPIED  = ' WS-LIVE-COUNT.
            DISPLAY 'CUSTSUB1 ORDERS COPIED        = ' WS-ORD-COUNT.
            DISPLAY 'CUSTSUB1 ORDER LINES COPIED   = ' WS-LIN-COUNT.
            DISPLAY 'CUSTSUB1 JOURNAL RECS READ    = ' WS-JRN-READ.
            DISPLAY 'CUSTSUB1 JOURNAL RECS COPIED  = ' WS-JRN-COUNT.
            DISPLAY 'CUSTSUB1 TEST CHAIN LAST SEQ  = ' WS-JT-SEQ.
            DISPLAY 'CUSTSUB1 TEST CHAIN LAST HASH = ' WS-JT-HASH.
            IF WS-SUB-TOT = 0 THEN
                DISPLAY 'CUSTSUB1 NO CUSTOMER MATCHED THE SUBCTL RULES'
                MOVE 4 TO RETURN-CODE.
            COMPUTE WS-CT-REJ = WS-CT-IN - WS-CT-OUT.
            CALL 'CTLTOT1' USING WS-CT-STEP WS-CT-IN
                WS-CT-OUT WS-CT-REJ.
