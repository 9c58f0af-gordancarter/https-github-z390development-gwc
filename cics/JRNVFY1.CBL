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
      * NIGHTLY JOURNAL CHAIN VERIFICATION - SECJ AND CUSTJRNQ
      *
      * RPI 1437 - EVERY SECJ AND CUSTJRNQ RECORD NOW CARRIES A
      * SEQUENCE NUMBER AND THE CHAIN HASH OF THE RECORD BEFORE IT
      * (SEE JRNCHN.CPY).  THIS STEP READS THE DAY'S DATASETS -
      * SECJIN (THE SECJ TD DATASET, 61-BYTE LINES) AND JRNLIN (THE
      * CUSTJRNQ DATASETS IN THE ORDER WRITTEN, 272 BYTES) - AND
      * RECOMPUTES THE CHAIN, STARTING FROM THE LAST RECORD THE
      * PREVIOUS RUN PROVED (CHN-VSEQ/CHN-VHASH ON JRNCHN).  IT
      * REPORTS, RECORD BY RECORD:
      *
      *   UNCHAINED   SEQUENCE ZERO - WRITTEN WHILE JRNCHN WAS DOWN
      *   REPEATED    SEQUENCE ALREADY SEEN - A RECORD REPLAYED OR
      *               MOVED
      *   GAP         SEQUENCE PAST THE ONE EXPECTED - RECORDS
      *               DELETED (OR A DATASET LEFT OUT OF JRNLIN)
      *   BROKEN      RIGHT SEQUENCE, BUT THE PREVIOUS-RECORD HASH
      *               IT CARRIES IS NOT THE HASH OF THE RECORD BEFORE
      *               IT AS IT NOW STANDS - THAT RECORD WAS EDITED
      *
      * THE CHAIN PICKS UP AGAIN AFTER A GAP OR A BREAK, SO ONE BAD
      * RECORD IS REPORTED ONCE, NOT ON EVERY LINE AFTER IT.  THE
      * LAST RECORD READ BECOMES THE NEXT RUN'S STARTING POINT.  THE
      * SUMMARY LINE ALSO SHOWS THE CHAIN HEAD: A HEAD PAST THE LAST
      * RECORD READ IS RECORDS STILL ON THE QUEUE, NOT YET OFFLOADED.
      * A DATASET NOT THERE TODAY IS READ AS EMPTY.
      *
      * RETURN CODE 0 = BOTH CHAINS INTACT, 8 = AT LEAST ONE RECORD
      * REPORTED, 16 = JRNCHN OR A JOURNAL DATASET NOT AVAILABLE.
      *
        PROGRAM-ID. JRNVFY1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JRNCHN ASSIGN TO JRNCHN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CHN-KEY
                FILE STATUS IS WS-FSCH.
            SELECT SECJIN ASSIGN TO SECJIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSSJ.
            SELECT JRNLIN ASSIGN TO JRNLIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FSJR.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  JRNCHN
            RECORDING MODE IS F.
        01  CHN-FILE-REC.
        COPY JRNCHN.

        FD  SECJIN
            RECORDING MODE IS F.
        01  SECJ-REC              PIC X(61).

        FD  JRNLIN
            RECORDING MODE IS F.
        01  JRNL-REC              PIC X(272).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(100).

        WORKING-STORAGE SECTION.
        77  WS-FSCH               PIC X(2)   VALUE SPACES.
            88  WS-FSCH-OK                   VALUE '00'.
        77  WS-FSSJ               PIC X(2)   VALUE SPACES.
        77  WS-FSJR               PIC X(2)   VALUE SPACES.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  NO-MORE-JRNL                 VALUE 'Y'.

        77  WS-RC-FUNC            PIC X.
        77  WS-RC-STEP            PIC X(8)   VALUE 'JRNVFY1 '.
        77  WS-RC-CODE            PIC 9(4)   VALUE 0.
        77  WS-RC-SKIP            PIC X      VALUE 'N'.

        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-YYDDD              PIC 9(5).

      * THE JOURNAL BEING VERIFIED: NAME, LENGTH OF THE CALLER'S
      * RECORD AND OF THE WHOLE RECORD WITH ITS 27 CHAIN BYTES
        77  WS-VF-JRNL            PIC X(8).
        77  WS-VF-DLEN            PIC 9(4)   COMP.
        77  WS-VF-RLEN            PIC 9(4)   COMP.
        01  WS-VF-DATA            PIC X(300).
        77  WS-VF-SEQ             PIC 9(9).
        77  WS-VF-PREVH           PIC 9(18).
        77  WS-VF-EXPSEQ          PIC 9(9).
        77  WS-VF-EXPH            PIC 9(18).
        77  WS-VF-FIRST           PIC 9(9).
        77  WS-VF-LAST            PIC 9(9).
        77  WS-VF-LASTH           PIC 9(18).
        77  WS-VF-RECNO           PIC 9(7)   COMP-3.
        77  WS-VF-ERRS            PIC 9(7)   COMP-3.
        77  WS-ERR-TOTAL          PIC 9(7)   COMP-3 VALUE 0.

      * JRNCHNB PARAMETERS (SEE JRNCHNB.CBL) - HASH ONLY
        77  WS-JCB-FUNC           PIC X      VALUE 'H'.
        77  WS-JCB-LEN            PIC 9(4)   COMP.
        77  WS-JCB-HASH           PIC 9(18)  VALUE 0.
        77  WS-JCB-RC             PIC 9(2)   VALUE 0.

        01  RPT-HDRLINE.
            02  FILLER            PIC X(45)
                VALUE 'JRNVFY1 - JOURNAL CHAIN VERIFICATION 0CYYDDD '.
            02  RPT-HDR-DATE      PIC 9(7).
        01  RPT-DETAIL.
            02  RPT-DTL-JRNL      PIC X(8).
            02  FILLER            PIC X(5)   VALUE ' REC='.
            02  RPT-DTL-RECNO     PIC ZZZZZZ9.
            02  FILLER            PIC X(5)   VALUE ' SEQ='.
            02  RPT-DTL-SEQ       PIC 9(9).
            02  FILLER            PIC X(10)  VALUE ' EXPECTED='.
            02  RPT-DTL-EXP       PIC 9(9).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-TEXT      PIC X(40).
        01  RPT-SUMMARY.
            02  FILLER            PIC X(8)   VALUE 'JOURNAL '.
            02  RPT-SUM-JRNL      PIC X(8).
            02  FILLER            PIC X(9)   VALUE ' RECORDS='.
            02  RPT-SUM-RECS      PIC ZZZZZZ9.
            02  FILLER            PIC X(7)   VALUE ' FIRST='.
            02  RPT-SUM-FIRST     PIC ZZZZZZZZ9.
            02  FILLER            PIC X(6)   VALUE ' LAST='.
            02  RPT-SUM-LAST      PIC ZZZZZZZZ9.
            02  FILLER            PIC X(8)   VALUE ' ERRORS='.
            02  RPT-SUM-ERRS      PIC ZZZZZZ9.
            02  FILLER            PIC X(6)   VALUE ' HEAD='.
            02  RPT-SUM-HEAD      PIC ZZZZZZZZ9.

        PROCEDURE DIVISION.

      * REGISTER THE STEP; A RESTARTED WINDOW SKIPS A STEP ALREADY
      * MARKED DONE ON THE RUN-CONTROL FILE
            MOVE 'S' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            IF WS-RC-SKIP = 'Y' THEN
                DISPLAY 'JRNVFY1 ALREADY DONE - RESTART SKIP'
                STOP RUN.
            OPEN OUTPUT RPTOUT.
            ACCEPT WS-YYDDD FROM DAY.
            COMPUTE WS-TODAY = 100000 + WS-YYDDD.
            MOVE WS-TODAY TO RPT-HDR-DATE.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            OPEN I-O JRNCHN.
            IF NOT WS-FSCH-OK THEN
                DISPLAY 'JRNVFY1 CANNOT OPEN JRNCHN, STATUS ' WS-FSCH
                MOVE 16 TO RETURN-CODE
                GO TO VFYEND.
            PERFORM VFYSECJ THRU VFYSECJX.
            PERFORM VFYCUST THRU VFYCUSTX.
            CLOSE JRNCHN.
            IF WS-ERR-TOTAL GREATER THAN 0
               AND RETURN-CODE LESS THAN 8 THEN
                MOVE 8 TO RETURN-CODE.
        VFYEND.
            CLOSE RPTOUT.
            MOVE RETURN-CODE TO WS-RC-CODE.
            MOVE 'E' TO WS-RC-FUNC.
            CALL 'RUNCTL1' USING WS-RC-FUNC WS-RC-STEP
                                 WS-RC-CODE WS-RC-SKIP.
            MOVE WS-RC-CODE TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * VFYSECJ - THE SECJ DATASET, 34 BYTES OF EVENT PER RECORD
      *****************************************************************
        VFYSECJ.
            MOVE 'SECJ    ' TO WS-VF-JRNL.
            MOVE 34 TO WS-VF-DLEN.
            MOVE 61 TO WS-VF-RLEN.
            PERFORM VFYBEGIN THRU VFYBEGINX.
            OPEN INPUT SECJIN.
            IF WS-FSSJ = '35' THEN GO TO VFYSECJE.
            IF WS-FSSJ NOT = '00' THEN
                DISPLAY 'JRNVFY1 CANNOT OPEN SECJIN, STATUS ' WS-FSSJ
                MOVE 16 TO RETURN-CODE
                GO TO VFYSECJE.
            MOVE 'N' TO WS-EOF.
        VFYSECJL.
            READ SECJIN
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT NO-MORE-JRNL THEN
                MOVE SECJ-REC TO WS-VF-DATA
                PERFORM VFYREC THRU VFYRECX
                GO TO VFYSECJL.
            CLOSE SECJIN.
        VFYSECJE.
            PERFORM VFYCKPT THRU VFYCKPTX.
        VFYSECJX.
            EXIT.

      *****************************************************************
      * VFYCUST - THE CUSTJRNQ DATASETS, 245 BYTES OF JRNL-REC
      *****************************************************************
        VFYCUST.
            MOVE 'CUSTJRNQ' TO WS-VF-JRNL.
            MOVE 245 TO WS-VF-DLEN.
            MOVE 272 TO WS-VF-RLEN.
            PERFORM VFYBEGIN THRU VFYBEGINX.
            OPEN INPUT JRNLIN.
            IF WS-FSJR = '35' THEN GO TO VFYCUSTE.
            IF WS-FSJR NOT = '00' THEN
                DISPLAY 'JRNVFY1 CANNOT OPEN JRNLIN, STATUS ' WS-FSJR
                MOVE 16 TO RETURN-CODE
                GO TO VFYCUSTE.
            MOVE 'N' TO WS-EOF.
        VFYCUSTL.
            READ JRNLIN
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT NO-MORE-JRNL THEN
                MOVE JRNL-REC TO WS-VF-DATA
                PERFORM VFYREC THRU VFYRECX
                GO TO VFYCUSTL.
            CLOSE JRNLIN.
        VFYCUSTE.
            PERFORM VFYCKPT THRU VFYCKPTX.
        VFYCUSTX.
            EXIT.

      *****************************************************************
      * VFYBEGIN - WHERE THE CHAIN MUST PICK UP: THE RECORD AFTER THE
      * LAST ONE PROVED.  NO CONTROL RECORD YET MEANS SEQUENCE 1.
      *****************************************************************
        VFYBEGIN.
            MOVE 0 TO WS-VF-RECNO.
            MOVE 0 TO WS-VF-ERRS.
            MOVE 0 TO WS-VF-FIRST.
            MOVE 0 TO WS-VF-LAST.
            MOVE 0 TO WS-VF-LASTH.
            MOVE 1 TO WS-VF-EXPSEQ.
            MOVE 0 TO WS-VF-EXPH.
            MOVE WS-VF-JRNL TO CHN-JRNL.
            READ JRNCHN
                INVALID KEY GO TO VFYBEGINX.
            COMPUTE WS-VF-EXPSEQ = CHN-VSEQ + 1.
            MOVE CHN-VHASH TO WS-VF-EXPH.
        VFYBEGINX.
            EXIT.

      *****************************************************************
      * VFYREC - ONE JOURNAL RECORD AGAINST THE CHAIN
      *****************************************************************
        VFYREC.
            ADD 1 TO WS-VF-RECNO.
            MOVE WS-VF-DATA (WS-VF-DLEN + 1:9) TO WS-VF-SEQ.
            MOVE WS-VF-DATA (WS-VF-DLEN + 10:18) TO WS-VF-PREVH.
            IF WS-VF-DATA (WS-VF-DLEN + 1:9) IS NOT NUMERIC
               OR WS-VF-SEQ = 0 THEN
                MOVE 'UNCHAINED - NO SEQUENCE NUMBER' TO RPT-DTL-TEXT
                MOVE 0 TO WS-VF-SEQ
                PERFORM VFYERR
                GO TO VFYRECX.
            IF WS-VF-SEQ LESS THAN WS-VF-EXPSEQ THEN
                MOVE 'REPEATED OR OUT OF ORDER' TO RPT-DTL-TEXT
                PERFORM VFYERR
                GO TO VFYRECX.
            IF WS-VF-SEQ GREATER THAN WS-VF-EXPSEQ THEN
                MOVE 'GAP - RECORDS MISSING BEFORE THIS ONE'
                    TO RPT-DTL-TEXT
                PERFORM VFYERR
                GO TO VFYRECH.
            IF WS-VF-DATA (WS-VF-DLEN + 10:18) IS NOT NUMERIC
               OR WS-VF-PREVH NOT = WS-VF-EXPH THEN
                MOVE 'BROKEN - PREVIOUS RECORD ALTERED'
                    TO RPT-DTL-TEXT
                PERFORM VFYERR.
      * PICK THE CHAIN UP FROM THIS RECORD AS IT STANDS
        VFYRECH.
            MOVE WS-VF-RLEN TO WS-JCB-LEN.
            CALL 'JRNCHNB' USING WS-JCB-FUNC WS-VF-JRNL WS-JCB-LEN
                                 WS-VF-DATA WS-JCB-HASH WS-JCB-RC.
            IF WS-VF-FIRST = 0 THEN
                MOVE WS-VF-SEQ TO WS-VF-FIRST.
            MOVE WS-VF-SEQ TO WS-VF-LAST.
            MOVE WS-JCB-HASH TO WS-VF-LASTH.
            COMPUTE WS-VF-EXPSEQ = WS-VF-SEQ + 1.
            MOVE WS-JCB-HASH TO WS-VF-EXPH.
        VFYRECX.
            EXIT.

        VFYERR.
            ADD 1 TO WS-VF-ERRS.
            ADD 1 TO WS-ERR-TOTAL.
            MOVE WS-VF-JRNL   TO RPT-DTL-JRNL.
            MOVE WS-VF-RECNO  TO RPT-DTL-RECNO.
            MOVE WS-VF-SEQ    TO RPT-DTL-SEQ.
            MOVE WS-VF-EXPSEQ TO RPT-DTL-EXP.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.

      *****************************************************************
      * VFYCKPT - THE LAST RECORD READ BECOMES TOMORROW'S STARTING
      * POINT.  THE CONTROL RECORD IS READ AGAIN JUST BEFORE THE
      * REWRITE SO A CHAIN HEAD MOVED ONLINE MEANWHILE IS KEPT.
      *****************************************************************
        VFYCKPT.
            MOVE WS-VF-JRNL TO CHN-JRNL.
            READ JRNCHN
                INVALID KEY
                    MOVE SPACES TO CHN-REC
                    MOVE WS-VF-JRNL TO CHN-JRNL
                    MOVE 0 TO CHN-SEQ
                    MOVE 0 TO CHN-HASH
                    MOVE 0 TO CHN-VSEQ
                    MOVE 0 TO CHN-VHASH
                    MOVE 0 TO CHN-VDATE
            END-READ.
            IF WS-VF-LAST GREATER THAN 0 THEN
                MOVE WS-VF-LAST  TO CHN-VSEQ
                MOVE WS-VF-LASTH TO CHN-VHASH.
            MOVE WS-TODAY TO CHN-VDATE.
            IF WS-FSCH-OK THEN
                REWRITE CHN-FILE-REC
            ELSE
                WRITE CHN-FILE-REC.
            MOVE WS-VF-JRNL   TO RPT-SUM-JRNL.
            MOVE WS-VF-RECNO  TO RPT-SUM-RECS.
            MOVE WS-VF-FIRST  TO RPT-SUM-FIRST.
            MOVE WS-VF-LAST   TO RPT-SUM-LAST.
            MOVE WS-VF-ERRS   TO RPT-SUM-ERRS.
            MOVE CHN-SEQ      TO RPT-SUM-HEAD.
            MOVE RPT-SUMMARY TO RPT-REC.
            WRITE RPT-REC.
        VFYCKPTX.
            EXIT.
