        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTREL1.
      * AUTHOR.  DON HIGGINS.
      * DATE.    10/15/26.
      * REMARKS. RELATIVE FILE I/O REGRESSION BED.  THE SUITE'S ONLY
      *          FILE TEST WAS TESTFIL1'S SEQUENTIAL COPY, BUT THE
      *          RRDS BEDS (TESTVSB1/2, VSAMRST1) ARE RELATIVE I/O
      *          THROUGH AND THROUGH.  ONE DATASET IS OPENED THROUGH
      *          THREE SELECTS, ONE PER ACCESS MODE.  CASES:
      *            1. SEQUENTIAL LOAD - OPEN OUTPUT, WRITE, THE
      *               RELATIVE KEY RETURNED
      *            2. SEQUENTIAL READ TO AT END, READ PAST THE END
      *            3. RANDOM READ, READ OF AN EMPTY SLOT (INVALID
      *               KEY), WRITE TO AN EMPTY AND A USED SLOT
      *            4. RANDOM REWRITE AND DELETE, BOTH AGAINST A
      *               RECORD AND AGAINST AN EMPTY SLOT
      *            5. DYNAMIC START WITH EVERY COMPARISON, READ NEXT
      *               AND READ PREVIOUS ACROSS A DELETED SLOT, START
      *               PAST THE LAST RECORD
      *            6. A RELATIVE KEY TOO SMALL FOR THE RECORD NUMBER
      *            7. FILE-STATUS PATHS - OPEN OF A MISSING DATASET,
      *               READ AND CLOSE OF A FILE NOT OPEN
      *          EVERY RESULT IS ASSERTED THROUGH ZCASSERT SO
      *          FAILURES LAND IN THE ZCSUMM1 CONSOLIDATED SUMMARY.
      *          A STATUS CHECK COMPARES THE TWO-BYTE FILE STATUS,
      *          WHETHER THE INVALID KEY / AT END BRANCH WAS TAKEN
      *          AND THE VSAMSTAT TEXT FOR THE STATUS; A DATA CHECK
      *          THAT MEETS A BAD STATUS SHOWS THE DECODED STATUS
      *          IN PLACE OF THE DATA - THE FAILURE LINE NEVER
      *          LEAVES '23' TO BE LOOKED UP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RELSEQ
                ASSIGN TO 'zcobol\test\TESTREL1.DAT'
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                RELATIVE KEY IS RRN
                FILE STATUS IS REL-FS.
            SELECT RELRND
                ASSIGN TO 'zcobol\test\TESTREL1.DAT'
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS RRN
                FILE STATUS IS REL-FS.
            SELECT RELDYN
                ASSIGN TO 'zcobol\test\TESTREL1.DAT'
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS DYNAMIC
                RELATIVE KEY IS RRN
                FILE STATUS IS REL-FS.
      * THE SAME DATASET WITH A ONE-DIGIT RELATIVE KEY
            SELECT RELSMALL
                ASSIGN TO 'zcobol\test\TESTREL1.DAT'
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                RELATIVE KEY IS SMALL-RRN
                FILE STATUS IS REL-FS.
      * NEVER CREATED - FOR THE MISSING-DATASET PATH
            SELECT RELNOF
                ASSIGN TO 'zcobol\test\TESTREL1.NOF'
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS REL-FS.
        DATA DIVISION.
        FILE SECTION.
        FD  RELSEQ.
        01  SQ-REC.
            02  SQ-ID   PIC X(2).
            02  SQ-DATA PIC X(18).
        FD  RELRND.
        01  RN-REC.
            02  RN-ID   PIC X(2).
            02  RN-DATA PIC X(18).
        FD  RELDYN.
        01  DY-REC.
            02  DY-ID   PIC X(2).
            02  DY-DATA PIC X(18).
        FD  RELSMALL.
        01  SM-REC      PIC X(20).
        FD  RELNOF.
        01  NF-REC      PIC X(20).
        WORKING-STORAGE SECTION.
        77 RRN       PIC 9(8).
        77 SMALL-RRN PIC 9.
        77 SMALL-LAST PIC 9 VALUE 0.
        77 REL-FS    PIC X(2).
      * INVALID KEY / AT END BRANCH TAKEN, AND WHAT EACH CASE EXPECTS
        77 COND-SW   PIC X VALUE 'N'.
        77 EXP-FS    PIC X(2).
        77 EXP-COND  PIC X.
        77 EOF-SW    PIC X.
        77 LOAD-IX   PIC 9(2) COMP.
        77 REC-CNT   PIC 9(2).
        77 WORK-TEXT PIC X(30).
        77 LAST-ID   PIC X(2).
      * THE LOAD, ONE RECORD PER SLOT 1-5
        01 LOAD-VALUES.
           02 FILLER PIC X(20) VALUE 'R1ALPHA'.
           02 FILLER PIC X(20) VALUE 'R2BRAVO'.
           02 FILLER PIC X(20) VALUE 'R3CHARLIE'.
           02 FILLER PIC X(20) VALUE 'R4DELTA'.
           02 FILLER PIC X(20) VALUE 'R5ECHO'.
        01 LOAD-TABLE REDEFINES LOAD-VALUES.
           02 LOAD-REC PIC X(20) OCCURS 5 TIMES.
        77 GOOD PIC 999 VALUE 0.
        77 BAD  PIC 999 VALUE 0.
      * SHARED-SUITE ASSERTION PARAMETERS (SEE ZCASSERT.CBL)
        77 ZCA-TEST   PIC X(20).
        77 ZCA-ACTUAL PIC X(40).
        77 ZCA-EXPECT PIC X(40).
      * VSAMSTAT DECODER PARAMETERS (SEE CICS VSAMSTAT.CBL)
        77 VST-ORG    PIC X VALUE 'R'.
        77 VST-STATUS PIC X(2).
        77 VST-TEXT   PIC X(30).
        77 VST-SEV    PIC X.
        PROCEDURE DIVISION.
            DISPLAY 'TESTREL1 STARTED'
     1      OPEN OUTPUT RELSEQ
            MOVE 'TESTREL1 CASE 1A' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            MOVE 0 TO REC-CNT
            PERFORM LOADRTN VARYING LOAD-IX FROM 1 BY 1
                UNTIL LOAD-IX GREATER THAN 5
            MOVE 'TESTREL1 CASE 1B' TO ZCA-TEST
            MOVE SPACES TO ZCA-ACTUAL
            STRING 'LOADED ' REC-CNT ' LAST ' RRN
                DELIMITED BY SIZE INTO ZCA-ACTUAL
            MOVE 'LOADED 05 LAST 00000005' TO ZCA-EXPECT
            PERFORM DATARTN
            CLOSE RELSEQ
     2      OPEN INPUT RELSEQ
            MOVE 0 TO REC-CNT
            MOVE 'N' TO EOF-SW
            PERFORM SEQREAD UNTIL EOF-SW = 'Y'
            MOVE 'TESTREL1 CASE 2A' TO ZCA-TEST
            MOVE SPACES TO ZCA-ACTUAL
            STRING 'READ ' REC-CNT ' LAST ' LAST-ID
                DELIMITED BY SIZE INTO ZCA-ACTUAL
            MOVE 'READ 05 LAST R5' TO ZCA-EXPECT
            PERFORM CHKRTN
            MOVE 'TESTREL1 CASE 2B' TO ZCA-TEST
            MOVE '10' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            READ RELSEQ
            MOVE 'TESTREL1 CASE 2C' TO ZCA-TEST
            MOVE '46' TO EXP-FS
            PERFORM STATRTN
            CLOSE RELSEQ
     3      OPEN I-O RELRND
            MOVE 3 TO RRN
            PERFORM RNDREAD
            MOVE 'TESTREL1 CASE 3A' TO ZCA-TEST
            MOVE RN-REC TO ZCA-ACTUAL
            MOVE 'R3CHARLIE' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 9 TO RRN
            PERFORM RNDREAD
            MOVE 'TESTREL1 CASE 3B' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 8 TO RRN
            MOVE 'R8HOTEL' TO RN-REC
            PERFORM RNDWRITE
            MOVE 'TESTREL1 CASE 3C' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            MOVE 3 TO RRN
            MOVE 'R3DUPLICATE' TO RN-REC
            PERFORM RNDWRITE
            MOVE 'TESTREL1 CASE 3D' TO ZCA-TEST
            MOVE '22' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
     4      MOVE 2 TO RRN
            PERFORM RNDREAD
            MOVE 'R2BRAVO-CHANGED' TO RN-REC
            MOVE 'N' TO COND-SW
            REWRITE RN-REC
                INVALID KEY MOVE 'Y' TO COND-SW
            END-REWRITE
            MOVE 'TESTREL1 CASE 4A' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            MOVE SPACES TO RN-REC
            PERFORM RNDREAD
            MOVE 'TESTREL1 CASE 4B' TO ZCA-TEST
            MOVE RN-REC TO ZCA-ACTUAL
            MOVE 'R2BRAVO-CHANGED' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 6 TO RRN
            MOVE 'R6FOXTROT' TO RN-REC
            MOVE 'N' TO COND-SW
            REWRITE RN-REC
                INVALID KEY MOVE 'Y' TO COND-SW
            END-REWRITE
            MOVE 'TESTREL1 CASE 4C' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 4 TO RRN
            PERFORM RNDDELETE
            MOVE 'TESTREL1 CASE 4D' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            PERFORM RNDREAD
            MOVE 'TESTREL1 CASE 4E' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            PERFORM RNDDELETE
            MOVE 'TESTREL1 CASE 4F' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 12 TO RRN
            MOVE 'R12LIMA' TO RN-REC
            PERFORM RNDWRITE
            MOVE 'TESTREL1 CASE 4G' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            CLOSE RELRND
      *    THE FILE NOW HOLDS SLOTS 1 2 3 5 8 12
     5      OPEN I-O RELDYN
            MOVE 3 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS EQUAL TO RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            MOVE 'TESTREL1 CASE 5A' TO ZCA-TEST
            PERFORM DYNDATA
            MOVE '00000003 R3CHARLIE' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 3 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS GREATER THAN RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            MOVE 'TESTREL1 CASE 5B' TO ZCA-TEST
            PERFORM DYNDATA
            MOVE '00000005 R5ECHO' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 6 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS NOT LESS THAN RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            MOVE 'TESTREL1 CASE 5C' TO ZCA-TEST
            PERFORM DYNDATA
            MOVE '00000008 R8HOTEL' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 4 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS GREATER THAN OR EQUAL TO RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            MOVE 'TESTREL1 CASE 5D' TO ZCA-TEST
            PERFORM DYNDATA
            MOVE '00000005 R5ECHO' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 5 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS LESS THAN RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNPREV
            MOVE 'TESTREL1 CASE 5E' TO ZCA-TEST
            PERFORM DYNDATA
            MOVE '00000003 R3CHARLIE' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 5 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS LESS THAN OR EQUAL TO RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNPREV
            MOVE 'TESTREL1 CASE 5F' TO ZCA-TEST
            PERFORM DYNDATA
            MOVE '00000005 R5ECHO' TO ZCA-EXPECT
            PERFORM DATARTN
            PERFORM DYNPREV
            MOVE 'TESTREL1 CASE 5G' TO ZCA-TEST
            PERFORM DYNDATA
            MOVE '00000003 R3CHARLIE' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 2 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS NOT GREATER THAN RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNPREV
            MOVE 'TESTREL1 CASE 5H' TO ZCA-TEST
            PERFORM DYNDATA
            MOVE '00000002 R2BRAVO-CHANGED' TO ZCA-EXPECT
            PERFORM DATARTN
            PERFORM DYNPREV
            PERFORM DYNPREV
            MOVE 'TESTREL1 CASE 5I' TO ZCA-TEST
            MOVE '10' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 12 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS GREATER THAN RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            MOVE 'TESTREL1 CASE 5J' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 12 TO RRN
            MOVE 'N' TO COND-SW
            START RELDYN KEY IS EQUAL TO RRN
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            PERFORM DYNNEXT
            MOVE 'TESTREL1 CASE 5K' TO ZCA-TEST
            MOVE '10' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 8 TO RRN
            MOVE 'N' TO COND-SW
            DELETE RELDYN RECORD
                INVALID KEY MOVE 'Y' TO COND-SW
            END-DELETE
            MOVE 'TESTREL1 CASE 5L' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            CLOSE RELDYN
      *    SLOTS 1 2 3 5 12 - SLOT 12 DOES NOT FIT A ONE-DIGIT KEY
     6      OPEN INPUT RELSMALL
            MOVE 0 TO REC-CNT
            MOVE 'N' TO EOF-SW
            PERFORM SMLREAD UNTIL EOF-SW = 'Y'
            MOVE 'TESTREL1 CASE 6A' TO ZCA-TEST
            MOVE '14' TO EXP-FS
            PERFORM STATRTN
            MOVE 'TESTREL1 CASE 6B' TO ZCA-TEST
            MOVE SPACES TO ZCA-ACTUAL
            STRING 'READ ' REC-CNT ' LAST ' SMALL-LAST
                DELIMITED BY SIZE INTO ZCA-ACTUAL
            MOVE 'READ 04 LAST 5' TO ZCA-EXPECT
            PERFORM CHKRTN
            CLOSE RELSMALL
     7      OPEN INPUT RELNOF
            MOVE 'TESTREL1 CASE 7A' TO ZCA-TEST
            MOVE '35' TO EXP-FS
            PERFORM STATRTN
            READ RELNOF
            MOVE 'TESTREL1 CASE 7B' TO ZCA-TEST
            MOVE '47' TO EXP-FS
            PERFORM STATRTN
            CLOSE RELNOF
            MOVE 'TESTREL1 CASE 7C' TO ZCA-TEST
            MOVE '42' TO EXP-FS
            PERFORM STATRTN
            DISPLAY  'TOTAL TESTS GOOD= ' GOOD ' BAD=' BAD.
            STOP RUN.
      * ONE LOAD RECORD, SEQUENTIAL WRITE - THE RELATIVE KEY COMES
      * BACK AS THE SLOT WRITTEN
        LOADRTN.
            MOVE LOAD-REC (LOAD-IX) TO SQ-REC.
            WRITE SQ-REC
                INVALID KEY DISPLAY 'ERROR LOAD ' SQ-ID ' ' REL-FS
            END-WRITE.
            IF REL-FS = '00'
               ADD 1 TO REC-CNT.
        SEQREAD.
            MOVE 'N' TO COND-SW.
            READ RELSEQ
                AT END MOVE 'Y' TO COND-SW
            END-READ.
            IF REL-FS = '00'
               ADD 1 TO REC-CNT
               MOVE SQ-ID TO LAST-ID
            ELSE
               MOVE 'Y' TO EOF-SW.
        SMLREAD.
            READ RELSMALL
                AT END MOVE 'Y' TO EOF-SW
            END-READ.
            IF REL-FS = '00'
               ADD 1 TO REC-CNT
               MOVE SMALL-RRN TO SMALL-LAST
            ELSE
               MOVE 'Y' TO EOF-SW.
        RNDREAD.
            MOVE 'N' TO COND-SW.
            READ RELRND
                INVALID KEY MOVE 'Y' TO COND-SW
            END-READ.
        RNDWRITE.
            MOVE 'N' TO COND-SW.
            WRITE RN-REC
                INVALID KEY MOVE 'Y' TO COND-SW
            END-WRITE.
        RNDDELETE.
            MOVE 'N' TO COND-SW.
            DELETE RELRND RECORD
                INVALID KEY MOVE 'Y' TO COND-SW
            END-DELETE.
        DYNNEXT.
            MOVE 'N' TO COND-SW.
            READ RELDYN NEXT RECORD
                AT END MOVE 'Y' TO COND-SW
            END-READ.
        DYNPREV.
            MOVE 'N' TO COND-SW.
            READ RELDYN PREVIOUS RECORD
                AT END MOVE 'Y' TO COND-SW
            END-READ.
      * THE SLOT AND THE RECORD JUST READ, FOR A DATA CHECK
        DYNDATA.
            MOVE SPACES TO ZCA-ACTUAL.
            STRING RRN ' ' DY-REC DELIMITED BY SIZE INTO ZCA-ACTUAL.
      * STATUS CHECK, NO BRANCH EXPECTED
        STATRTN.
            MOVE 'N' TO EXP-COND.
            PERFORM STATEXP.
      * STATUS CHECK - STATUS, BRANCH FLAG AND DECODED TEXT, ACTUAL
      * AGAINST EXPECTED; COND-SW IS RESET FOR THE NEXT CASE
        STATEXP.
            MOVE REL-FS TO VST-STATUS.
            CALL 'VSAMSTAT' USING VST-ORG VST-STATUS VST-TEXT VST-SEV.
            MOVE SPACES TO ZCA-ACTUAL.
            STRING 'FS ' REL-FS ' ' COND-SW ' ' VST-TEXT
                DELIMITED BY SIZE INTO ZCA-ACTUAL.
            MOVE EXP-FS TO VST-STATUS.
            CALL 'VSAMSTAT' USING VST-ORG VST-STATUS VST-TEXT VST-SEV.
            MOVE SPACES TO ZCA-EXPECT.
            STRING 'FS ' EXP-FS ' ' EXP-COND ' ' VST-TEXT
                DELIMITED BY SIZE INTO ZCA-EXPECT.
            MOVE 'N' TO COND-SW.
            PERFORM CHKRTN.
      * DATA CHECK - A BAD STATUS STANDS IN FOR THE DATA, DECODED
        DATARTN.
            IF REL-FS NOT = '00'
               MOVE REL-FS TO VST-STATUS
               CALL 'VSAMSTAT' USING VST-ORG VST-STATUS
                                     VST-TEXT VST-SEV
               MOVE VST-TEXT TO WORK-TEXT
               MOVE SPACES TO ZCA-ACTUAL
               STRING 'FS ' REL-FS ' ' WORK-TEXT
                   DELIMITED BY SIZE INTO ZCA-ACTUAL.
            PERFORM CHKRTN.
        CHKRTN.
            CALL 'ZCASSERT' USING ZCA-TEST ZCA-ACTUAL ZCA-EXPECT.
            IF ZCA-ACTUAL NOT = ZCA-EXPECT
               DISPLAY 'ERROR ' ZCA-TEST ' =' ZCA-ACTUAL
               PERFORM BADRTN
            ELSE PERFORM GOODRTN.
      * PARAGRAPHS NAMED AS IN TESTRMD1 - NEWER COMPILERS REJECT A
      * PARAGRAPH SHARING ITS NAME WITH THE COUNTER IT BUMPS
        GOODRTN.
            ADD 1 TO GOOD.
        BADRTN.
            ADD 1 TO BAD.
