        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTIDX1.
      * AUTHOR.  DON HIGGINS.
      * DATE.    10/15/26.
      * REMARKS. INDEXED FILE I/O REGRESSION BED.  THE SUITE'S ONLY
      *          FILE TEST WAS TESTFIL1'S SEQUENTIAL COPY, BUT THE
      *          BATCH SIDE (CUSTPRG1, CUSTLDR1, VSAMRST1) NOW RUNS ON
      *          KSDS I/O.  ONE DATASET, WITH AN ALTERNATE KEY THAT
      *          ALLOWS DUPLICATES, IS OPENED THROUGH THREE SELECTS,
      *          ONE PER ACCESS MODE.  CASES:
      *            1. SEQUENTIAL LOAD - OPEN OUTPUT, WRITES IN KEY
      *               ORDER (STATUS 02 ON A DUPLICATE ALTERNATE KEY),
      *               A WRITE OUT OF SEQUENCE (INVALID KEY)
      *            2. SEQUENTIAL READ TO AT END, READ PAST THE END
      *            3. SEQUENTIAL REWRITE WITH NO READ BEFORE IT, AND
      *               ONE THAT CHANGES THE PRIME KEY
      *            4. RANDOM READ, READ OF A MISSING KEY (INVALID
      *               KEY), WRITE OF A NEW AND A DUPLICATE KEY
      *            5. RANDOM REWRITE AND DELETE, BOTH AGAINST A
      *               RECORD (ITS ALTERNATE KEY UNIQUE, SO 00) AND
      *               AGAINST A MISSING KEY
      *            6. DYNAMIC START ON THE PRIME KEY WITH EVERY
      *               COMPARISON, READ NEXT AND READ PREVIOUS ACROSS
      *               A DELETED RECORD, START PAST THE LAST KEY
      *            7. THE ALTERNATE KEY - START AND READ NEXT OVER
      *               THE DUPLICATES (STATUS 02 WHILE MORE FOLLOW),
      *               RANDOM READ BY IT, A MISSING ALTERNATE KEY
      *            8. FILE-STATUS PATHS - OPEN OF A MISSING DATASET,
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
            SELECT IDXSEQ
                ASSIGN TO 'zcobol\test\TESTIDX1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SQ-KEY
                ALTERNATE RECORD KEY IS SQ-ALT WITH DUPLICATES
                FILE STATUS IS IDX-FS.
            SELECT IDXRND
                ASSIGN TO 'zcobol\test\TESTIDX1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RN-KEY
                ALTERNATE RECORD KEY IS RN-ALT WITH DUPLICATES
                FILE STATUS IS IDX-FS.
            SELECT IDXDYN
                ASSIGN TO 'zcobol\test\TESTIDX1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DY-KEY
                ALTERNATE RECORD KEY IS DY-ALT WITH DUPLICATES
                FILE STATUS IS IDX-FS.
      * NEVER CREATED - FOR THE MISSING-DATASET PATH
            SELECT IDXNOF
                ASSIGN TO 'zcobol\test\TESTIDX1.NOF'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NF-KEY
                FILE STATUS IS IDX-FS.
        DATA DIVISION.
        FILE SECTION.
        FD  IDXSEQ.
        01  SQ-REC.
            02  SQ-KEY  PIC X(6).
            02  SQ-ALT  PIC X(2).
            02  SQ-DATA PIC X(12).
        FD  IDXRND.
        01  RN-REC.
            02  RN-KEY  PIC X(6).
            02  RN-ALT  PIC X(2).
            02  RN-DATA PIC X(12).
        FD  IDXDYN.
        01  DY-REC.
            02  DY-KEY  PIC X(6).
            02  DY-ALT  PIC X(2).
            02  DY-DATA PIC X(12).
        FD  IDXNOF.
        01  NF-REC.
            02  NF-KEY  PIC X(6).
            02  FILLER  PIC X(14).
        WORKING-STORAGE SECTION.
        77 IDX-FS    PIC X(2).
      * INVALID KEY / AT END BRANCH TAKEN, AND WHAT EACH CASE EXPECTS
        77 COND-SW   PIC X VALUE 'N'.
        77 EXP-FS    PIC X(2).
        77 EXP-COND  PIC X.
        77 EOF-SW    PIC X.
        77 LOAD-IX   PIC 9(2) COMP.
        77 REC-CNT   PIC 9(2).
        77 LAST-FS   PIC X(2).
        77 WORK-TEXT PIC X(30).
        77 LAST-KEY  PIC X(6).
      * THE ALTERNATE-KEY BROWSE - KEYS COLLECTED AND THE STATUS OF
      * THE FIRST READ
        77 ALT-WANT  PIC X(2).
        77 ALT-PTR   PIC 9(2).
        77 ALT-FS1   PIC X(2).
        77 ALT-KEYS  PIC X(40).
      * THE LOAD, IN PRIME KEY ORDER; D1 IS ON THREE RECORDS
        01 LOAD-VALUES.
           02 FILLER PIC X(20) VALUE 'A00010D1ALPHA'.
           02 FILLER PIC X(20) VALUE 'A00020D2BRAVO'.
           02 FILLER PIC X(20) VALUE 'A00030D1CHARLIE'.
           02 FILLER PIC X(20) VALUE 'A00040D3DELTA'.
           02 FILLER PIC X(20) VALUE 'A00050D1ECHO'.
        01 LOAD-TABLE REDEFINES LOAD-VALUES.
           02 LOAD-REC PIC X(20) OCCURS 5 TIMES.
        77 GOOD PIC 999 VALUE 0.
        77 BAD  PIC 999 VALUE 0.
      * SHARED-SUITE ASSERTION PARAMETERS (SEE ZCASSERT.CBL)
        77 ZCA-TEST   PIC X(20).
        77 ZCA-ACTUAL PIC X(40).
        77 ZCA-EXPECT PIC X(40).
      * VSAMSTAT DECODER PARAMETERS (SEE CICS VSAMSTAT.CBL)
        77 VST-ORG    PIC X VALUE 'I'.
        77 VST-STATUS PIC X(2).
        77 VST-TEXT   PIC X(30).
        77 VST-SEV    PIC X.
        PROCEDURE DIVISION.
            DISPLAY 'TESTIDX1 STARTED'
     1      OPEN OUTPUT IDXSEQ
            MOVE 'TESTIDX1 CASE 1A' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            MOVE 0 TO REC-CNT
            PERFORM LOADRTN VARYING LOAD-IX FROM 1 BY 1
                UNTIL LOAD-IX GREATER THAN 5
            MOVE 'TESTIDX1 CASE 1B' TO ZCA-TEST
            MOVE SPACES TO ZCA-ACTUAL
            STRING 'LOADED ' REC-CNT ' LAST FS ' LAST-FS
                DELIMITED BY SIZE INTO ZCA-ACTUAL
            MOVE 'LOADED 05 LAST FS 02' TO ZCA-EXPECT
            PERFORM CHKRTN
            MOVE 'A00005D2OUT OF SEQ' TO SQ-REC
            MOVE 'N' TO COND-SW
            WRITE SQ-REC
                INVALID KEY MOVE 'Y' TO COND-SW
            END-WRITE
            MOVE 'TESTIDX1 CASE 1C' TO ZCA-TEST
            MOVE '21' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            CLOSE IDXSEQ
     2      OPEN INPUT IDXSEQ
            MOVE 0 TO REC-CNT
            MOVE 'N' TO EOF-SW
            PERFORM SEQREAD UNTIL EOF-SW = 'Y'
            MOVE 'TESTIDX1 CASE 2A' TO ZCA-TEST
            MOVE SPACES TO ZCA-ACTUAL
            STRING 'READ ' REC-CNT ' LAST ' LAST-KEY
                DELIMITED BY SIZE INTO ZCA-ACTUAL
            MOVE 'READ 05 LAST A00050' TO ZCA-EXPECT
            PERFORM CHKRTN
            MOVE 'TESTIDX1 CASE 2B' TO ZCA-TEST
            MOVE '10' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            READ IDXSEQ
            MOVE 'TESTIDX1 CASE 2C' TO ZCA-TEST
            MOVE '46' TO EXP-FS
            PERFORM STATRTN
            CLOSE IDXSEQ
     3      OPEN I-O IDXSEQ
            MOVE 'A00010D1NO READ' TO SQ-REC
            REWRITE SQ-REC
            MOVE 'TESTIDX1 CASE 3A' TO ZCA-TEST
            MOVE '43' TO EXP-FS
            PERFORM STATRTN
            MOVE 'N' TO EOF-SW
            PERFORM SEQREAD
            MOVE 'A00011' TO SQ-KEY
            MOVE 'N' TO COND-SW
            REWRITE SQ-REC
                INVALID KEY MOVE 'Y' TO COND-SW
            END-REWRITE
            MOVE 'TESTIDX1 CASE 3B' TO ZCA-TEST
            MOVE '21' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            CLOSE IDXSEQ
     4      OPEN I-O IDXRND
            MOVE 'A00030' TO RN-KEY
            PERFORM RNDREAD
            MOVE 'TESTIDX1 CASE 4A' TO ZCA-TEST
            MOVE RN-REC TO ZCA-ACTUAL
            MOVE 'A00030D1CHARLIE' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'A00099' TO RN-KEY
            PERFORM RNDREAD
            MOVE 'TESTIDX1 CASE 4B' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 'A00025D2BRAVO-TWO' TO RN-REC
            PERFORM RNDWRITE
            MOVE 'TESTIDX1 CASE 4C' TO ZCA-TEST
            MOVE '02' TO EXP-FS
            PERFORM STATRTN
            MOVE 'A00030D9DUPLICATE' TO RN-REC
            PERFORM RNDWRITE
            MOVE 'TESTIDX1 CASE 4D' TO ZCA-TEST
            MOVE '22' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
     5      MOVE 'A00040' TO RN-KEY
            PERFORM RNDREAD
            MOVE 'DELTA-TWO' TO RN-DATA
            PERFORM RNDREWRITE
            MOVE 'TESTIDX1 CASE 5A' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            MOVE SPACES TO RN-REC
            MOVE 'A00040' TO RN-KEY
            PERFORM RNDREAD
            MOVE 'TESTIDX1 CASE 5B' TO ZCA-TEST
            MOVE RN-REC TO ZCA-ACTUAL
            MOVE 'A00040D3DELTA-TWO' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'A00077D3NOBODY' TO RN-REC
            PERFORM RNDREWRITE
            MOVE 'TESTIDX1 CASE 5C' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 'A00040' TO RN-KEY
            PERFORM RNDDELETE
            MOVE 'TESTIDX1 CASE 5D' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            PERFORM RNDREAD
            MOVE 'TESTIDX1 CASE 5E' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            PERFORM RNDDELETE
            MOVE 'TESTIDX1 CASE 5F' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            CLOSE IDXRND
      *    THE FILE NOW HOLDS A00010 A00020 A00025 A00030 A00050
     6      OPEN I-O IDXDYN
            MOVE 'A00030' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS EQUAL TO DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            MOVE 'TESTIDX1 CASE 6A' TO ZCA-TEST
            MOVE DY-KEY TO ZCA-ACTUAL
            MOVE 'A00030' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'A00030' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS GREATER THAN DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            MOVE 'TESTIDX1 CASE 6B' TO ZCA-TEST
            MOVE DY-KEY TO ZCA-ACTUAL
            MOVE 'A00050' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'A00026' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS NOT LESS THAN DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            MOVE 'TESTIDX1 CASE 6C' TO ZCA-TEST
            MOVE DY-KEY TO ZCA-ACTUAL
            MOVE 'A00030' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'A00021' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS GREATER THAN OR EQUAL TO DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            MOVE 'TESTIDX1 CASE 6D' TO ZCA-TEST
            MOVE DY-KEY TO ZCA-ACTUAL
            MOVE 'A00025' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'A00030' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS LESS THAN DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNPREV
            MOVE 'TESTIDX1 CASE 6E' TO ZCA-TEST
            MOVE DY-KEY TO ZCA-ACTUAL
            MOVE 'A00025' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'A00050' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS LESS THAN OR EQUAL TO DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNPREV
            MOVE 'TESTIDX1 CASE 6F' TO ZCA-TEST
            MOVE DY-KEY TO ZCA-ACTUAL
            MOVE 'A00050' TO ZCA-EXPECT
            PERFORM DATARTN
            PERFORM DYNPREV
            MOVE 'TESTIDX1 CASE 6G' TO ZCA-TEST
            MOVE DY-KEY TO ZCA-ACTUAL
            MOVE 'A00030' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'A00015' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS NOT GREATER THAN DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNPREV
            MOVE 'TESTIDX1 CASE 6H' TO ZCA-TEST
            MOVE DY-KEY TO ZCA-ACTUAL
            MOVE 'A00010' TO ZCA-EXPECT
            PERFORM DATARTN
            PERFORM DYNPREV
            MOVE 'TESTIDX1 CASE 6I' TO ZCA-TEST
            MOVE '10' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 'A00050' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS GREATER THAN DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            MOVE 'TESTIDX1 CASE 6J' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 'A00050' TO DY-KEY
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS EQUAL TO DY-KEY
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            PERFORM DYNNEXT
            PERFORM DYNNEXT
            MOVE 'TESTIDX1 CASE 6K' TO ZCA-TEST
            MOVE '10' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
      *    ALTERNATE KEY ORDER: D1 A00010 A00030 A00050, D2 A00020
      *    A00025 - DUPLICATES COME BACK IN THE ORDER WRITTEN
     7      MOVE 'D1' TO ALT-WANT
            MOVE 'D1' TO DY-ALT
            MOVE 'N' TO COND-SW
            START IDXDYN KEY IS EQUAL TO DY-ALT
                INVALID KEY MOVE 'Y' TO COND-SW
            END-START
            MOVE 'TESTIDX1 CASE 7A' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            MOVE SPACES TO ALT-KEYS
            MOVE SPACES TO ALT-FS1
            MOVE 1 TO ALT-PTR
            MOVE 'N' TO EOF-SW
            PERFORM ALTREAD UNTIL EOF-SW = 'Y'
            MOVE 'TESTIDX1 CASE 7B' TO ZCA-TEST
            MOVE ALT-KEYS TO ZCA-ACTUAL
            MOVE 'A00010 A00030 A00050' TO ZCA-EXPECT
            PERFORM CHKRTN
            MOVE 'TESTIDX1 CASE 7C' TO ZCA-TEST
            MOVE ALT-FS1 TO IDX-FS
            MOVE '02' TO EXP-FS
            PERFORM STATRTN
            MOVE 'D2' TO DY-ALT
            MOVE 'N' TO COND-SW
            READ IDXDYN KEY IS DY-ALT
                INVALID KEY MOVE 'Y' TO COND-SW
            END-READ
            MOVE 'TESTIDX1 CASE 7D' TO ZCA-TEST
            MOVE DY-REC TO ZCA-ACTUAL
            MOVE 'A00020D2BRAVO' TO ZCA-EXPECT
            PERFORM DATARTN
            MOVE 'TESTIDX1 CASE 7E' TO ZCA-TEST
            MOVE '02' TO EXP-FS
            PERFORM STATRTN
            MOVE 'D9' TO DY-ALT
            MOVE 'N' TO COND-SW
            READ IDXDYN KEY IS DY-ALT
                INVALID KEY MOVE 'Y' TO COND-SW
            END-READ
            MOVE 'TESTIDX1 CASE 7F' TO ZCA-TEST
            MOVE '23' TO EXP-FS
            MOVE 'Y' TO EXP-COND
            PERFORM STATEXP
            MOVE 'A00025' TO DY-KEY
            MOVE 'N' TO COND-SW
            DELETE IDXDYN RECORD
                INVALID KEY MOVE 'Y' TO COND-SW
            END-DELETE
            MOVE 'TESTIDX1 CASE 7G' TO ZCA-TEST
            MOVE '00' TO EXP-FS
            PERFORM STATRTN
            CLOSE IDXDYN
     8      OPEN INPUT IDXNOF
            MOVE 'TESTIDX1 CASE 8A' TO ZCA-TEST
            MOVE '35' TO EXP-FS
            PERFORM STATRTN
            READ IDXNOF
            MOVE 'TESTIDX1 CASE 8B' TO ZCA-TEST
            MOVE '47' TO EXP-FS
            PERFORM STATRTN
            CLOSE IDXNOF
            MOVE 'TESTIDX1 CASE 8C' TO ZCA-TEST
            MOVE '42' TO EXP-FS
            PERFORM STATRTN
            DISPLAY  'TOTAL TESTS GOOD= ' GOOD ' BAD=' BAD.
            STOP RUN.
      * ONE LOAD RECORD, SEQUENTIAL WRITE - 00, OR 02 WHEN ITS
      * ALTERNATE KEY IS ALREADY ON FILE
        LOADRTN.
            MOVE LOAD-REC (LOAD-IX) TO SQ-REC.
            WRITE SQ-REC
                INVALID KEY DISPLAY 'ERROR LOAD ' SQ-KEY ' ' IDX-FS
            END-WRITE.
            MOVE IDX-FS TO LAST-FS.
            IF IDX-FS = '00' OR IDX-FS = '02'
               ADD 1 TO REC-CNT.
        SEQREAD.
            MOVE 'N' TO COND-SW.
            READ IDXSEQ
                AT END MOVE 'Y' TO COND-SW
            END-READ.
            IF IDX-FS = '00' OR IDX-FS = '02'
               ADD 1 TO REC-CNT
               MOVE SQ-KEY TO LAST-KEY
            ELSE
               MOVE 'Y' TO EOF-SW.
      * READ NEXT ALONG THE ALTERNATE KEY WHILE IT HOLDS ALT-WANT,
      * STRINGING THE PRIME KEYS TOGETHER
        ALTREAD.
            READ IDXDYN NEXT RECORD
                AT END MOVE 'Y' TO EOF-SW
            END-READ.
            IF ALT-FS1 = SPACES
               MOVE IDX-FS TO ALT-FS1.
            IF IDX-FS NOT = '00' AND IDX-FS NOT = '02'
               MOVE 'Y' TO EOF-SW.
            IF EOF-SW NOT = 'Y' AND DY-ALT NOT = ALT-WANT
               MOVE 'Y' TO EOF-SW.
            IF EOF-SW NOT = 'Y'
               STRING DY-KEY ' ' DELIMITED BY SIZE INTO ALT-KEYS
                   WITH POINTER ALT-PTR.
        RNDREAD.
            MOVE 'N' TO COND-SW.
            READ IDXRND
                INVALID KEY MOVE 'Y' TO COND-SW
            END-READ.
        RNDWRITE.
            MOVE 'N' TO COND-SW.
            WRITE RN-REC
                INVALID KEY MOVE 'Y' TO COND-SW
            END-WRITE.
        RNDREWRITE.
            MOVE 'N' TO COND-SW.
            REWRITE RN-REC
                INVALID KEY MOVE 'Y' TO COND-SW
            END-REWRITE.
        RNDDELETE.
            MOVE 'N' TO COND-SW.
            DELETE IDXRND RECORD
                INVALID KEY MOVE 'Y' TO COND-SW
            END-DELETE.
        DYNNEXT.
            MOVE 'N' TO COND-SW.
            READ IDXDYN NEXT RECORD
                AT END MOVE 'Y' TO COND-SW
            END-READ.
        DYNPREV.
            MOVE 'N' TO COND-SW.
            READ IDXDYN PREVIOUS RECORD
                AT END MOVE 'Y' TO COND-SW
            END-READ.
      * STATUS CHECK, NO BRANCH EXPECTED
        STATRTN.
            MOVE 'N' TO EXP-COND.
            PERFORM STATEXP.
      * STATUS CHECK - STATUS, BRANCH FLAG AND DECODED TEXT, ACTUAL
      * AGAINST EXPECTED; COND-SW IS RESET FOR THE NEXT CASE
        STATEXP.
            MOVE IDX-FS TO VST-STATUS.
            CALL 'VSAMSTAT' USING VST-ORG VST-STATUS VST-TEXT VST-SEV.
            MOVE SPACES TO ZCA-ACTUAL.
            STRING 'FS ' IDX-FS ' ' COND-SW ' ' VST-TEXT
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
            IF IDX-FS NOT = '00' AND IDX-FS NOT = '02'
               MOVE IDX-FS TO VST-STATUS
               CALL 'VSAMSTAT' USING VST-ORG VST-STATUS
                                     VST-TEXT VST-SEV
               MOVE VST-TEXT TO WORK-TEXT
               MOVE SPACES TO ZCA-ACTUAL
               STRING 'FS ' IDX-FS ' ' WORK-TEXT
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
