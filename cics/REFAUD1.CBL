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
      * CROSS-FILE REFERENTIAL INTEGRITY AUDIT - CUSTOMER/ORDER FILES
      *
      * RPI 1420 - VSAMVFY1 PROVES MYFILE8P AGREES WITH MYFILE08, BUT
      * NOTHING PROVED THE FILES POINT AT EACH OTHER CORRECTLY AFTER
      * A NIGHT OF LOADS, PURGES (CUSTPRG1), MERGES (CUSTMRG1),
      * RESTORES AND ARCHIVES.  THIS NIGHTLY AUDIT WALKS EVERY
      * CROSS-FILE REFERENCE IN FIVE PASSES AND REPORTS EACH BROKEN
      * ONE BY TYPE:
      *
      *   NO MASTER   MYFILE08 CUSTOMER WITH NO MYFILE09 RECORD OF THE
      *               SAME NAME (MATCH-MERGE, NAME ORDER - MYFILE09
      *               READ DOWN ITS CMST-NAME ALTERNATE INDEX)
      *   NO BASE     MYFILE09 CUSTOMER WITH NO MYFILE08 RECORD (SAME
      *               MERGE)
      *   XREF DANGLE CUSTXREF NAME WHOSE NUMBER HAS NO MYFILE09 RECORD
      *               (AN OLD NAME WITH NO MYFILE08 RECORD IS NORMAL -
      *               THAT IS WHAT THE CROSS-REFERENCE IS FOR)
      *   ORDER ORPH  ORDFILE ORDER WHOSE ORD-CUSTNO HAS NO MYFILE09
      *               RECORD - PURGED OR MERGED AWAY UNDER IT
      *               (MATCH-MERGE, CUSTOMER-NUMBER ORDER)
      *   LINE ORPH   ORDLINE LINE WHOSE ORDER IS NOT ON ORDFILE
      *   HIST ORPH   ORDHIST ENTRY WHOSE ORDER IS NOT ON ORDFILE
      *   SDX DANGLE  CUSTSDX PHONETIC ENTRY FOR A NAME MYFILE08 NO
      *               LONGER HOLDS
      *
      * THE TRAILER GIVES EACH FILE'S RECORD COUNT AND THE COUNT OF
      * EACH TYPE.  CUSTXREF, ORDFILE, ORDLINE, ORDHIST AND CUSTSDX
      * ARE OPTIONAL - ONE NOT SUPPLIED IS SAID SO IN THE LISTING
      * AND ITS PASSES ARE SKIPPED.
      *
      * RETURN CODE 0 = CLEAN, 8 = ANYTHING FOUND (RUNCTL1 RECORDS
      * THE STEP AS FAILED), 16 = MYFILE08 OR MYFILE09 UNAVAILABLE.
      *
        PROGRAM-ID. REFAUD1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MYFILE08 ASSIGN TO MYFILE08
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-NAME
                ALTERNATE RECORD KEY IS CUST-ZIP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS08.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CMST-NUM
                ALTERNATE RECORD KEY IS CMST-NAME
                FILE STATUS IS WS-FS09.
            SELECT CUSTXREF ASSIGN TO CUSTXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS XRF-NAME
                FILE STATUS IS WS-FSXR.
            SELECT ORDFILE ASSIGN TO ORDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORD-KEY
                FILE STATUS IS WS-FSOR.
            SELECT ORDLINE ASSIGN TO ORDLINE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORDL-KEY
                FILE STATUS IS WS-FSOL.
            SELECT ORDHIST ASSIGN TO ORDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORDH-KEY
                FILE STATUS IS WS-FSOH.
            SELECT CUSTSDX ASSIGN TO CUSTSDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SDX-KEY
                FILE STATUS IS WS-FSSX.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  MYFILE08
            RECORDING MODE IS F.
        01  CUST-REC.
            02  CUST-NAME         PIC X(40).
            02  CUST-ADDR         PIC X(40).
            02  CUST-ZIP          PIC X(5).
            02  CUST-LASTACT      PIC 9(7).

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

        FD  ORDFILE
            RECORDING MODE IS F.
        01  ORD-FILE-REC.
        COPY ORDMST.

        FD  ORDLINE
            RECORDING MODE IS F.
        01  ORDL-FILE-REC.
        COPY ORDLIN.

        FD  ORDHIST
            RECORDING MODE IS F.
        01  ORDH-FILE-REC.
        COPY ORDHST.

        FD  CUSTSDX
            RECORDING MODE IS F.
        01  SDX-REC.
            02  SDX-KEY.
                03  SDX-REC-CODE  PIC X(4).
                03  SDX-REC-NAME  PIC X(40).

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FS08               PIC X(2)   VALUE SPACES.
            88  WS-FS08-OK                   VALUE '00'.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSXR               PIC X(2)   VALUE SPACES.
            88  WS-FSXR-OK                   VALUE '00'.
        77  WS-FSOR               PIC X(2)   VALUE SPACES.
            88  WS-FSOR-OK                   VALUE '00'.
        77  WS-FSOL               PIC X(2)   VALUE SPACES.
            88  WS-FSOL-OK                   VALUE '00'.
        77  WS-FSOH               PIC X(2)   VALUE SPACES.
            88  WS-FSOH-OK                   VALUE '00'.
        77  WS-FSSX               PIC X(2)   VALUE SPACES.
            88  WS-FSSX-OK                   VALUE '00'.
        77  WS-EOF08              PIC X      VALUE 'N'.
            88  NO-MORE-08                   VALUE 'Y'.
        77  WS-EOF09              PIC X      VALUE 'N'.
            88  NO-MORE-09                   VALUE 'Y'.
        77  WS-EOF                PIC X      VALUE 'N'.
            88  AT-EOF                       VALUE 'Y'.

      * WHICH OPTIONAL FILES WERE SUPPLIED
        77  WS-XR-OPEN            PIC X      VALUE 'N'.
        77  WS-OR-OPEN            PIC X      VALUE 'N'.
        77  WS-OL-OPEN            PIC X      VALUE 'N'.
        77  WS-OH-OPEN            PIC X      VALUE 'N'.
        77  WS-SX-OPEN            PIC X      VALUE 'N'.

      * THE ORDER LAST LOOKED UP FOR THE LINE/HISTORY PASSES, AND
      * WHETHER ORDFILE HAD IT
        01  WS-LAST-ORD.
            02  WS-LAST-CUST      PIC 9(8)   VALUE 0.
            02  WS-LAST-NUM       PIC 9(6)   VALUE 0.
        77  WS-LAST-FOUND         PIC X      VALUE 'Y'.

        77  WS-CNT-08             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CNT-09             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CNT-XR             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CNT-OR             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CNT-OL             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CNT-OH             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-CNT-SX             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-NOMAST             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-NOBASE             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-XRDANG             PIC 9(7)   COMP-3 VALUE 0.
        77  WS-ORDORPH            PIC 9(7)   COMP-3 VALUE 0.
        77  WS-LINORPH            PIC 9(7)   COMP-3 VALUE 0.
        77  WS-HSTORPH            PIC 9(7)   COMP-3 VALUE 0.
        77  WS-SDXDANG            PIC 9(7)   COMP-3 VALUE 0.
        77  WS-FOUND              PIC 9(7)   COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(56)
            VALUE 'REFAUD1 - CROSS-FILE REFERENTIAL INTEGRITY AUDIT'.
        01  RPT-DETAIL.
            02  RPT-DTL-KIND      PIC X(11).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-KEY       PIC X(40).
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-REF       PIC X(27).
        01  RPT-NOFILE.
            02  RPT-NOF-NAME      PIC X(9).
            02  FILLER            PIC X(42)
                VALUE 'NOT SUPPLIED - ITS CHECKS SKIPPED, STATUS '.
            02  RPT-NOF-FS        PIC X(2).
        01  RPT-CNTLINE.
            02  RPT-CNT-NAME      PIC X(9).
            02  FILLER            PIC X(7)   VALUE 'READ..='.
            02  RPT-CNT-READ      PIC ZZZZZZ9.
            02  FILLER            PIC X(3)   VALUE SPACES.
            02  RPT-CNT-KIND      PIC X(11).
            02  FILLER            PIC X      VALUE '='.
            02  RPT-CNT-BAD       PIC ZZZZZZ9.
        01  RPT-TRAILER.
            02  FILLER            PIC X(30)
                VALUE 'BROKEN REFERENCES, ALL TYPES.='.
            02  RPT-TRL-FOUND     PIC ZZZZZZ9.

        PROCEDURE DIVISION.

            PERFORM AUDINIT.
            PERFORM AUDNAME THRU AUDNAMEX.
            PERFORM AUDXREF THRU AUDXREFX.
            PERFORM AUDORD THRU AUDORDX.
            PERFORM AUDLINE THRU AUDLINEX.
            PERFORM AUDHIST THRU AUDHISTX.
            PERFORM AUDSDX THRU AUDSDXX.
            PERFORM AUDTERM.
            STOP RUN.

      *****************************************************************
      * AUDINIT - OPEN EVERYTHING; THE TWO MASTERS ARE REQUIRED
      *****************************************************************
        AUDINIT.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            OPEN INPUT MYFILE08.
            IF NOT WS-FS08-OK THEN
                DISPLAY 'REFAUD1 CANNOT OPEN MYFILE08, STATUS ' WS-FS08
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT MYFILE09.
            IF NOT WS-FS09-OK THEN
                DISPLAY 'REFAUD1 CANNOT OPEN MYFILE09, STATUS ' WS-FS09
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT CUSTXREF.
            IF WS-FSXR-OK THEN
                MOVE 'Y' TO WS-XR-OPEN
            ELSE
                MOVE 'CUSTXREF' TO RPT-NOF-NAME
                MOVE WS-FSXR TO RPT-NOF-FS
                PERFORM AUDNOF.
            OPEN INPUT ORDFILE.
            IF WS-FSOR-OK THEN
                MOVE 'Y' TO WS-OR-OPEN
            ELSE
                MOVE 'ORDFILE' TO RPT-NOF-NAME
                MOVE WS-FSOR TO RPT-NOF-FS
                PERFORM AUDNOF.
            OPEN INPUT ORDLINE.
            IF WS-FSOL-OK THEN
                MOVE 'Y' TO WS-OL-OPEN
            ELSE
                MOVE 'ORDLINE' TO RPT-NOF-NAME
                MOVE WS-FSOL TO RPT-NOF-FS
                PERFORM AUDNOF.
            OPEN INPUT ORDHIST.
            IF WS-FSOH-OK THEN
                MOVE 'Y' TO WS-OH-OPEN
            ELSE
                MOVE 'ORDHIST' TO RPT-NOF-NAME
                MOVE WS-FSOH TO RPT-NOF-FS
                PERFORM AUDNOF.
            OPEN INPUT CUSTSDX.
            IF WS-FSSX-OK THEN
                MOVE 'Y' TO WS-SX-OPEN
            ELSE
                MOVE 'CUSTSDX' TO RPT-NOF-NAME
                MOVE WS-FSSX TO RPT-NOF-FS
                PERFORM AUDNOF.

        AUDNOF.
            MOVE SPACES TO RPT-REC.
            MOVE RPT-NOFILE TO RPT-REC.
            WRITE RPT-REC.

      *****************************************************************
      * AUDNAME - MYFILE08 AGAINST MYFILE09 IN NAME ORDER, THE
      * MASTER READ DOWN ITS CMST-NAME ALTERNATE INDEX
      *****************************************************************
        AUDNAME.
            MOVE LOW-VALUES TO CMST-NAME.
            START MYFILE09 KEY IS NOT LESS THAN CMST-NAME.
            IF NOT WS-FS09-OK THEN
                MOVE 'Y' TO WS-EOF09
            ELSE
                PERFORM M09READ.
            PERFORM M08READ.
        AUDNAMEM.
            IF NO-MORE-08 AND NO-MORE-09 THEN GO TO AUDNAMEX.
            IF NO-MORE-09 THEN
                PERFORM AUDNOMAST
                GO TO AUDNAMEM.
            IF NO-MORE-08 THEN
                PERFORM AUDNOBASE
                GO TO AUDNAMEM.
            IF CUST-NAME LESS THAN CMST-NAME THEN
                PERFORM AUDNOMAST
                GO TO AUDNAMEM.
            IF CUST-NAME GREATER THAN CMST-NAME THEN
                PERFORM AUDNOBASE
                GO TO AUDNAMEM.
            PERFORM M08READ.
            PERFORM M09READ.
            GO TO AUDNAMEM.
        AUDNAMEX.
            EXIT.

        M08READ.
            READ MYFILE08 NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF08.
            IF NOT NO-MORE-08 AND NOT WS-FS08-OK THEN
                MOVE 'Y' TO WS-EOF08.
            IF NOT NO-MORE-08 THEN
                ADD 1 TO WS-CNT-08.

        M09READ.
            READ MYFILE09 NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF09.
            IF NOT NO-MORE-09 AND NOT WS-FS09-OK THEN
                MOVE 'Y' TO WS-EOF09.
            IF NOT NO-MORE-09 THEN
                ADD 1 TO WS-CNT-09.

        AUDNOMAST.
            ADD 1 TO WS-NOMAST.
            MOVE SPACES TO RPT-REC.
            MOVE 'NO MASTER' TO RPT-DTL-KIND.
            MOVE CUST-NAME TO RPT-DTL-KEY.
            MOVE 'MYFILE08 NAME, NO MYFILE09' TO RPT-DTL-REF.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            PERFORM M08READ.

        AUDNOBASE.
            ADD 1 TO WS-NOBASE.
            MOVE SPACES TO RPT-REC.
            MOVE 'NO BASE' TO RPT-DTL-KIND.
            MOVE CMST-NAME TO RPT-DTL-KEY.
            MOVE SPACES TO RPT-DTL-REF.
            MOVE 'NUMBER ' TO RPT-DTL-REF (1:7).
            MOVE CMST-NUM TO RPT-DTL-REF (8:8).
            MOVE ', NO MYFILE08' TO RPT-DTL-REF (16:12).
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            PERFORM M09READ.

      *****************************************************************
      * AUDXREF - EVERY CROSS-REFERENCE NUMBER MUST BE ON MYFILE09
      *****************************************************************
        AUDXREF.
            IF WS-XR-OPEN NOT = 'Y' THEN GO TO AUDXREFX.
            MOVE 'N' TO WS-EOF.
        AUDXREFL.
            READ CUSTXREF
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT AT-EOF AND NOT WS-FSXR-OK THEN
                MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO AUDXREFX.
            ADD 1 TO WS-CNT-XR.
            MOVE XRF-NUM TO CMST-NUM.
            READ MYFILE09 KEY IS CMST-NUM.
            IF WS-FS09-OK THEN GO TO AUDXREFL.
            ADD 1 TO WS-XRDANG.
            MOVE SPACES TO RPT-REC.
            MOVE 'XREF DANGLE' TO RPT-DTL-KIND.
            MOVE XRF-NAME TO RPT-DTL-KEY.
            MOVE SPACES TO RPT-DTL-REF.
            MOVE 'NUMBER ' TO RPT-DTL-REF (1:7).
            MOVE XRF-NUM TO RPT-DTL-REF (8:8).
            MOVE ', NO MYFILE09' TO RPT-DTL-REF (16:12).
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            GO TO AUDXREFL.
        AUDXREFX.
            EXIT.

      *****************************************************************
      * AUDORD - ORDFILE AGAINST MYFILE09 IN CUSTOMER-NUMBER ORDER
      *****************************************************************
        AUDORD.
            IF WS-OR-OPEN NOT = 'Y' THEN GO TO AUDORDX.
            MOVE 'N' TO WS-EOF09.
            MOVE 0 TO CMST-NUM.
            START MYFILE09 KEY IS NOT LESS THAN CMST-NUM.
            IF NOT WS-FS09-OK THEN
                MOVE 'Y' TO WS-EOF09
            ELSE
                PERFORM M09NEXT.
            MOVE 'N' TO WS-EOF.
            PERFORM ORDREAD.
        AUDORDM.
            IF AT-EOF THEN GO TO AUDORDX.
            IF NOT NO-MORE-09 AND CMST-NUM LESS THAN ORD-CUSTNO THEN
                PERFORM M09NEXT
                GO TO AUDORDM.
            IF NO-MORE-09 OR CMST-NUM GREATER THAN ORD-CUSTNO THEN
                ADD 1 TO WS-ORDORPH
                MOVE SPACES TO RPT-REC
                MOVE 'ORDER ORPH' TO RPT-DTL-KIND
                MOVE ORD-NAME TO RPT-DTL-KEY
                MOVE SPACES TO RPT-DTL-REF
                MOVE ORD-CUSTNO TO RPT-DTL-REF (1:8)
                MOVE '-' TO RPT-DTL-REF (9:1)
                MOVE ORD-NUM TO RPT-DTL-REF (10:6)
                MOVE ', NO MYFILE09' TO RPT-DTL-REF (16:12)
                MOVE RPT-DETAIL TO RPT-REC
                WRITE RPT-REC.
            PERFORM ORDREAD.
            GO TO AUDORDM.
        AUDORDX.
            EXIT.

      * THE MASTER IN NUMBER ORDER - NOT COUNTED, AUDNAME DID THAT
        M09NEXT.
            READ MYFILE09 NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF09.
            IF NOT NO-MORE-09 AND NOT WS-FS09-OK THEN
                MOVE 'Y' TO WS-EOF09.

        ORDREAD.
            READ ORDFILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT AT-EOF AND NOT WS-FSOR-OK THEN
                MOVE 'Y' TO WS-EOF.
            IF NOT AT-EOF THEN
                ADD 1 TO WS-CNT-OR.

      *****************************************************************
      * AUDLINE - EVERY ORDER LINE MUST HAVE ITS ORDER.  LINES COME IN
      * ORDER-KEY ORDER, SO ORDFILE IS READ ONCE PER DISTINCT ORDER.
      *****************************************************************
        AUDLINE.
            IF WS-OL-OPEN NOT = 'Y' OR WS-OR-OPEN NOT = 'Y' THEN
                GO TO AUDLINEX.
            MOVE 0 TO WS-LAST-CUST.
            MOVE 0 TO WS-LAST-NUM.
            MOVE 'N' TO WS-EOF.
        AUDLINEL.
            READ ORDLINE
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT AT-EOF AND NOT WS-FSOL-OK THEN
                MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO AUDLINEX.
            ADD 1 TO WS-CNT-OL.
            IF ORDL-CUSTNO NOT = WS-LAST-CUST
               OR ORDL-NUM NOT = WS-LAST-NUM THEN
                MOVE ORDL-CUSTNO TO WS-LAST-CUST
                MOVE ORDL-NUM    TO WS-LAST-NUM
                PERFORM ORDFIND.
            IF WS-LAST-FOUND = 'Y' THEN GO TO AUDLINEL.
            ADD 1 TO WS-LINORPH.
            MOVE SPACES TO RPT-REC.
            MOVE 'LINE ORPH' TO RPT-DTL-KIND.
            MOVE SPACES TO RPT-DTL-KEY.
            MOVE ORDL-CUSTNO TO RPT-DTL-KEY (1:8).
            MOVE '-' TO RPT-DTL-KEY (9:1).
            MOVE ORDL-NUM TO RPT-DTL-KEY (10:6).
            MOVE '-' TO RPT-DTL-KEY (16:1).
            MOVE ORDL-LINE TO RPT-DTL-KEY (17:3).
            MOVE 'ORDER NOT ON ORDFILE' TO RPT-DTL-REF.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            GO TO AUDLINEL.
        AUDLINEX.
            EXIT.

        ORDFIND.
            MOVE WS-LAST-CUST TO ORD-CUSTNO.
            MOVE WS-LAST-NUM  TO ORD-NUM.
            READ ORDFILE KEY IS ORD-KEY.
            IF WS-FSOR-OK THEN
                MOVE 'Y' TO WS-LAST-FOUND
            ELSE
                MOVE 'N' TO WS-LAST-FOUND.

      *****************************************************************
      * AUDHIST - EVERY STATUS-HISTORY ENTRY MUST HAVE ITS ORDER
      *****************************************************************
        AUDHIST.
            IF WS-OH-OPEN NOT = 'Y' OR WS-OR-OPEN NOT = 'Y' THEN
                GO TO AUDHISTX.
            MOVE 0 TO WS-LAST-CUST.
            MOVE 0 TO WS-LAST-NUM.
            MOVE 'N' TO WS-EOF.
        AUDHISTL.
            READ ORDHIST
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT AT-EOF AND NOT WS-FSOH-OK THEN
                MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO AUDHISTX.
            ADD 1 TO WS-CNT-OH.
            IF ORDH-CUSTNO NOT = WS-LAST-CUST
               OR ORDH-NUM NOT = WS-LAST-NUM THEN
                MOVE ORDH-CUSTNO TO WS-LAST-CUST
                MOVE ORDH-NUM    TO WS-LAST-NUM
                PERFORM ORDFIND.
            IF WS-LAST-FOUND = 'Y' THEN GO TO AUDHISTL.
            ADD 1 TO WS-HSTORPH.
            MOVE SPACES TO RPT-REC.
            MOVE 'HIST ORPH' TO RPT-DTL-KIND.
            MOVE SPACES TO RPT-DTL-KEY.
            MOVE ORDH-CUSTNO TO RPT-DTL-KEY (1:8).
            MOVE '-' TO RPT-DTL-KEY (9:1).
            MOVE ORDH-NUM TO RPT-DTL-KEY (10:6).
            MOVE SPACE TO RPT-DTL-KEY (16:1).
            MOVE ORDH-DATE TO RPT-DTL-KEY (17:7).
            MOVE 'ORDER NOT ON ORDFILE' TO RPT-DTL-REF.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            GO TO AUDHISTL.
        AUDHISTX.
            EXIT.

      *****************************************************************
      * AUDSDX - EVERY PHONETIC ENTRY MUST NAME A MYFILE08 CUSTOMER
      *****************************************************************
        AUDSDX.
            IF WS-SX-OPEN NOT = 'Y' THEN GO TO AUDSDXX.
            MOVE 'N' TO WS-EOF.
        AUDSDXL.
            READ CUSTSDX
                AT END MOVE 'Y' TO WS-EOF.
            IF NOT AT-EOF AND NOT WS-FSSX-OK THEN
                MOVE 'Y' TO WS-EOF.
            IF AT-EOF THEN GO TO AUDSDXX.
            ADD 1 TO WS-CNT-SX.
            MOVE SDX-REC-NAME TO CUST-NAME.
            READ MYFILE08 KEY IS CUST-NAME.
            IF WS-FS08-OK THEN GO TO AUDSDXL.
            ADD 1 TO WS-SDXDANG.
            MOVE SPACES TO RPT-REC.
            MOVE 'SDX DANGLE' TO RPT-DTL-KIND.
            MOVE SDX-REC-NAME TO RPT-DTL-KEY.
            MOVE SPACES TO RPT-DTL-REF.
            MOVE 'CODE ' TO RPT-DTL-REF (1:5).
            MOVE SDX-REC-CODE TO RPT-DTL-REF (6:4).
            MOVE ', NO MYFILE08' TO RPT-DTL-REF (10:13).
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            GO TO AUDSDXL.
        AUDSDXX.
            EXIT.

      *****************************************************************
      * AUDTERM - COUNTS BY FILE AND TYPE, THE STEP'S RETURN CODE
      *****************************************************************
        AUDTERM.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE 'MYFILE08' TO RPT-CNT-NAME.
            MOVE WS-CNT-08  TO RPT-CNT-READ.
            MOVE 'NO MASTER'  TO RPT-CNT-KIND.
            MOVE WS-NOMAST  TO RPT-CNT-BAD.
            PERFORM AUDCNT.
            MOVE 'MYFILE09' TO RPT-CNT-NAME.
            MOVE WS-CNT-09  TO RPT-CNT-READ.
            MOVE 'NO BASE'    TO RPT-CNT-KIND.
            MOVE WS-NOBASE  TO RPT-CNT-BAD.
            PERFORM AUDCNT.
            MOVE 'CUSTXREF' TO RPT-CNT-NAME.
            MOVE WS-CNT-XR  TO RPT-CNT-READ.
            MOVE 'XREF DANGLE' TO RPT-CNT-KIND.
            MOVE WS-XRDANG  TO RPT-CNT-BAD.
            PERFORM AUDCNT.
            MOVE 'ORDFILE'  TO RPT-CNT-NAME.
            MOVE WS-CNT-OR  TO RPT-CNT-READ.
            MOVE 'ORDER ORPH' TO RPT-CNT-KIND.
            MOVE WS-ORDORPH TO RPT-CNT-BAD.
            PERFORM AUDCNT.
            MOVE 'ORDLINE'  TO RPT-CNT-NAME.
            MOVE WS-CNT-OL  TO RPT-CNT-READ.
            MOVE 'LINE ORPH'  TO RPT-CNT-KIND.
            MOVE WS-LINORPH TO RPT-CNT-BAD.
            PERFORM AUDCNT.
            MOVE 'ORDHIST'  TO RPT-CNT-NAME.
            MOVE WS-CNT-OH  TO RPT-CNT-READ.
            MOVE 'HIST ORPH'  TO RPT-CNT-KIND.
            MOVE WS-HSTORPH TO RPT-CNT-BAD.
            PERFORM AUDCNT.
            MOVE 'CUSTSDX'  TO RPT-CNT-NAME.
            MOVE WS-CNT-SX  TO RPT-CNT-READ.
            MOVE 'SDX DANGLE' TO RPT-CNT-KIND.
            MOVE WS-SDXDANG TO RPT-CNT-BAD.
            PERFORM AUDCNT.
            COMPUTE WS-FOUND = WS-NOMAST + WS-NOBASE + WS-XRDANG
                + WS-ORDORPH + WS-LINORPH + WS-HSTORPH + WS-SDXDANG.
            MOVE SPACES TO RPT-REC.
            MOVE WS-FOUND TO RPT-TRL-FOUND.
            MOVE RPT-TRAILER TO RPT-REC.
            WRITE RPT-REC.
            CLOSE MYFILE08.
            CLOSE MYFILE09.
            IF WS-XR-OPEN = 'Y' THEN CLOSE CUSTXREF.
            IF WS-OR-OPEN = 'Y' THEN CLOSE ORDFILE.
            IF WS-OL-OPEN = 'Y' THEN CLOSE ORDLINE.
            IF WS-OH-OPEN = 'Y' THEN CLOSE ORDHIST.
            IF WS-SX-OPEN = 'Y' THEN CLOSE CUSTSDX.
            CLOSE RPTOUT.
            IF WS-FOUND GREATER THAN 0 THEN
                MOVE 8 TO RETURN-CODE.

        AUDCNT.
            MOVE SPACES TO RPT-REC.
            MOVE RPT-CNTLINE TO RPT-REC.
            WRITE RPT-REC.
