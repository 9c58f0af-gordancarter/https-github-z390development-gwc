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
      * HASH-CHAINED JOURNAL WRITE SERVICE - JRNCHN KSDS
      *
      * RPI 1437 - THE SECJ SECURITY JOURNAL AND THE CUSTJRNQ CHANGE
      * JOURNAL ARE AUDIT EVIDENCE, BUT A RECORD DELETED OR EDITED IN
      * THE DATASET LEFT NO TRACE.  THEIR ONLINE WRITERS (SECEVT1 FOR
      * SECJ; TESTBMC1 AND TESTCMN1-4 FOR CUSTJRNQ) NOW LINK HERE
      * INSTEAD OF ISSUING THE WRITEQ THEMSELVES.  UNDER AN UPDATE
      * LOCK ON THE JOURNAL'S JRNCHN CONTROL RECORD (SEE JRNCHN.CPY)
      * THIS SERVICE TAKES THE NEXT SEQUENCE NUMBER, APPENDS IT AND
      * THE CHAIN HASH OF THE PREVIOUS RECORD TO THE CALLER'S
      * RECORD, WRITES THE RECORD TO THE QUEUE, AND MOVES THE CHAIN
      * HEAD ON TO THE NEW RECORD'S OWN HASH - SO SEQUENCE ORDER AND
      * QUEUE ORDER CANNOT DIFFER.  THE BATCH WRITERS CHAIN THROUGH
      * JRNCHNB, WHICH DOES THE SAME ARITHMETIC.
      *
      *   JCH-JRNL   QUEUE NAME AND CONTROL KEY ('SECJ    ', 'CUSTJRNQ')
      *   JCH-QTYPE  'D' = TD QUEUE (FIRST 4 BYTES OF THE NAME),
      *              'T' = TS QUEUE
      *   JCH-LEN    LENGTH OF THE CALLER'S RECORD IN JCH-DATA; THE
      *              27 CHAIN BYTES GO RIGHT AFTER IT (SEE JRNCHN.CPY)
      *   JCH-RC     0 = WRITTEN AND CHAINED, 8 = JRNCHN UNAVAILABLE -
      *              WRITTEN WITH A ZERO SEQUENCE (THE EVIDENCE IS
      *              NEVER DROPPED; JRNVFY1 REPORTS IT AS UNCHAINED),
      *              12 = BAD LENGTH, NOTHING WRITTEN
      *
      * THE CHAIN HASH: TWO RUNNING SUMS OVER EVERY BYTE'S VALUE,
      * A = (A * 31 + BYTE + 1) MOD 999999937 AND B = (B + A) MOD
      * 999999929, STARTING A = 1, B = 0; THE HASH IS A * 10**9 + B.
      *
      * RPI 1447 - EVERY RECORD WRITTEN, CHAINED OR NOT, IS REPORTED
      * TO TRCSVC1 'L' (JOURNAL NAME, SEQUENCE AND THE FIRST 20 BYTES
      * OF THE RECORD) SO A TASK WORKING FOR AN SOA REQUEST HAS ITS
      * SECJ AND CUSTJRNQ RECORDS LINKED TO THE CORR-ID ON TRCJ.
      *
        PROGRAM-ID. JRNCHN1.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        01  CHN-AREA.
        COPY JRNCHN.
        77  CHNRECL   PIC 9(4)  COMP  VALUE 80.
        77  JCNEWSW   PIC X.
        77  JCWLEN    PIC 9(4)  COMP.
        77  JCTDQ     PIC X(4).
        77  JCPREV    PIC 9(18).

      * CHAIN HASH WORK
        01  JCBYTE.
            02  JCBYTEN   PIC 9(4)  COMP.
        01  JCBYTEX REDEFINES JCBYTE.
            02  JCBYTEHI  PIC X.
            02  JCBYTELO  PIC X.
        77  JCIX      PIC 9(4)  COMP.
        77  JCHA      PIC 9(11) COMP-3.
        77  JCHB      PIC 9(11) COMP-3.
        77  JCHQ      PIC 9(11) COMP-3.
        77  JCHASH    PIC 9(18).

      * RPI 1447 - TRACE LINK (SEE TRCSVC1.CBL)
        01  JCTRC.
            02  JCT-FUNC    PIC X      VALUE 'L'.
            02  JCT-RC      PIC 9(2).
            02  JCT-CORR    PIC 9(8).
            02  JCT-CRED    PIC X(8).
            02  JCT-JRNL    PIC X(8).
            02  JCT-SEQ     PIC 9(9).
            02  JCT-INFO    PIC X(20).
        77  JCTRCL    PIC 9(4)  COMP  VALUE 56.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  JCH-JRNL    PIC X(8).
            02  JCH-QTYPE   PIC X.
            02  JCH-RC      PIC 9(2).
            02  JCH-LEN     PIC 9(4)  COMP.
            02  JCH-DATA    PIC X(300).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN NOT = 313 THEN
               EXEC CICS RETURN END-EXEC.
            MOVE 0 TO JCH-RC.
            IF JCH-LEN = 0 OR JCH-LEN GREATER THAN 273 THEN
               MOVE 12 TO JCH-RC
               EXEC CICS RETURN END-EXEC.
            COMPUTE JCWLEN = JCH-LEN + 27.
            MOVE 'N' TO JCNEWSW.
            EXEC CICS HANDLE CONDITION NOTFND(JCNEW)
                 NOTOPEN(JCSICK) END-EXEC.
            MOVE JCH-JRNL TO CHN-JRNL.
            EXEC CICS READ FILE('JRNCHN') INTO(CHN-REC)
                 LENGTH(CHNRECL) RIDFLD(CHN-KEY) UPDATE END-EXEC.
            GO TO JCSTAMP.

      * JCNEW    EQU   *
      * FIRST RECORD EVER ON THIS JOURNAL - THE CHAIN STARTS AT 1
        JCNEW.
            MOVE 'Y' TO JCNEWSW.
            MOVE SPACES TO CHN-REC.
            MOVE JCH-JRNL TO CHN-JRNL.
            MOVE 0 TO CHN-SEQ.
            MOVE 0 TO CHN-HASH.
            MOVE 0 TO CHN-VSEQ.
            MOVE 0 TO CHN-VHASH.
            MOVE 0 TO CHN-VDATE.

      * JCSTAMP  EQU   *
        JCSTAMP.
            ADD 1 TO CHN-SEQ.
            MOVE CHN-SEQ  TO JCH-DATA (JCH-LEN + 1:9).
            MOVE CHN-HASH TO JCPREV.
            MOVE JCPREV   TO JCH-DATA (JCH-LEN + 10:18).
            PERFORM JCHASHR THRU JCHASHX.
            MOVE JCHASH TO CHN-HASH.
            PERFORM JCWRITE.
            MOVE CHN-SEQ TO JCT-SEQ.
            PERFORM JCTRACE.
            IF JCNEWSW = 'Y' THEN
               EXEC CICS WRITE FILE('JRNCHN') FROM(CHN-REC)
                    LENGTH(CHNRECL) RIDFLD(CHN-KEY) END-EXEC
            ELSE
               EXEC CICS REWRITE FILE('JRNCHN') FROM(CHN-REC)
                    LENGTH(CHNRECL) END-EXEC.
            EXEC CICS RETURN END-EXEC.

      * JCSICK   EQU   *
      * NO CONTROL FILE - WRITE THE RECORD UNCHAINED RATHER THAN LOSE
      * IT; THE ZERO SEQUENCE IS WHAT THE VERIFIER FLAGS
        JCSICK.
            MOVE 8 TO JCH-RC.
            MOVE ZEROS TO JCH-DATA (JCH-LEN + 1:27).
            PERFORM JCWRITE.
            MOVE 0 TO JCT-SEQ.
            PERFORM JCTRACE.
            EXEC CICS RETURN END-EXEC.

      * ONE WRITE OF THE STAMPED RECORD TO THE JOURNAL'S QUEUE
        JCWRITE.
            IF JCH-QTYPE = 'D' THEN
               MOVE JCH-JRNL (1:4) TO JCTDQ
               EXEC CICS WRITEQ TD QUEUE(JCTDQ) FROM(JCH-DATA)
                    LENGTH(JCWLEN) END-EXEC
            ELSE
               EXEC CICS WRITEQ TS QUEUE(JCH-JRNL) FROM(JCH-DATA)
                    LENGTH(JCWLEN) END-EXEC.

      * RPI 1447 - LINK THE RECORD TO THE TASK'S SOA TRACE STAMP, IF
      * IT HAS ONE
        JCTRACE.
            MOVE JCH-JRNL TO JCT-JRNL.
            MOVE JCH-DATA (1:20) TO JCT-INFO.
            EXEC CICS LINK PROGRAM('TRCSVC1') COMMAREA(JCTRC)
                 LENGTH(JCTRCL) END-EXEC.

      * JCHASHR  EQU   *
      * CHAIN HASH OF THE STAMPED RECORD (JCWLEN BYTES) - SEE THE
      * PROLOGUE; JRNCHNB'S 'H' FUNCTION GIVES THE SAME ANSWER
        JCHASHR.
            MOVE 1 TO JCHA.
            MOVE 0 TO JCHB.
            MOVE LOW-VALUE TO JCBYTEHI.
            MOVE 0 TO JCIX.
        JCHASHL.
            ADD 1 TO JCIX.
            IF JCIX GREATER THAN JCWLEN THEN GO TO JCHASHE.
            MOVE JCH-DATA (JCIX:1) TO JCBYTELO.
            COMPUTE JCHA = JCHA * 31 + JCBYTEN + 1.
            DIVIDE JCHA BY 999999937 GIVING JCHQ REMAINDER JCHA.
            COMPUTE JCHB = JCHB + JCHA.
            DIVIDE JCHB BY 999999929 GIVING JCHQ REMAINDER JCHB.
            GO TO JCHASHL.
        JCHASHE.
            COMPUTE JCHASH = JCHA * 1000000000 + JCHB.
        JCHASHX.
            EXIT.
