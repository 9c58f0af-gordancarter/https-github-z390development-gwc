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
      * SOA CANARY OPERATOR COMMAND - SET, PROMOTE, WITHDRAW
      *
      * DEMOCMGR CAN SEND A SHARE OF A SERVICE'S LIVE TRAFFIC TO A
      * CANARY BUILD (SEE SOA-CAN-REG IN DEMOCMGR.CBL).  THIS STEP
      * IS HOW OPERATIONS STEERS IT WHILE THE MANAGER RUNS: IT
      * READS ONE CANCTL CARD, SENDS THE '*CANARY ' CONTROL MESSAGE,
      * AND THE MANAGER ACTS ON IT FROM THE NEXT REQUEST - NO
      * BOUNCE.  THE CARD:
      *
      *   COL  1- 8  SET, PROMOTE OR WITHDRAW
      *   COL 10-17  SERVICE NAME
      *   COL 19-42  CANARY HOST         (SET ONLY)
      *   COL 44-48  CANARY PORT         (SET ONLY)
      *   COL 50-52  PERCENTAGE, 1-100   (SET ONLY)
      *
      * PROMOTE MAKES THE CANARY THE SERVICE'S ONLY HOST; WITHDRAW
      * SENDS EVERYTHING BACK TO THE MAIN BUILD.  THE CREDENTIAL IS
      * 'SOACAN1 ', SO THE MANAGER'S SOAACCES FILE MUST GRANT IT
      * '*CANARY '.  RETURN CODE 8 = THE MANAGER REFUSED THE
      * COMMAND (ITS RC IS PRINTED), 16 = A BAD CARD.
      *
       PROGRAM-ID. SOACAN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCTL ASSIGN TO CANCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCTL
           RECORDING MODE IS F.
       01  CTL-REC.
           05  CTL-VERB    PIC X(8).
           05  FILLER      PIC X.
           05  CTL-SVC     PIC X(8).
           05  FILLER      PIC X.
           05  CTL-HOST    PIC X(24).
           05  FILLER      PIC X.
           05  CTL-PORT    PIC X(5).
           05  FILLER      PIC X.
           05  CTL-PCT     PIC X(3).
           05  FILLER      PIC X(28).

       FD  RPTOUT
           RECORDING MODE IS F.
       01  RPT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
      * THE COMMAND MESSAGE - DEMOCMGR'S LINKAGE SHAPE WITH THE
      * SOA-CAN-PARMS PAYLOAD IN THE PARMS AREA
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
               10  SOA-CAN-ACTION  PIC X.
               10  SOA-CAN-NAME    PIC X(8).
               10  SOA-CAN-HOST    PIC X(24).
               10  SOA-CAN-PORT    PIC 9(5).
               10  SOA-CAN-SHARE   PIC 9(3).
               10  FILLER          PIC X(94).

       77  CAN-RC         PIC 9(4).

       01  RPT-HDRLINE    PIC X(52)
           VALUE 'SOACAN1 - SOA CANARY COMMAND'.
       01  RPT-CMDLINE.
           05  FILLER      PIC X(8)  VALUE 'COMMAND '.
           05  RPT-CMD     PIC X(52).
       01  RPT-RESULT.
           05  FILLER      PIC X(8)  VALUE 'RESULT  '.
           05  RPT-TEXT    PIC X(30).
           05  FILLER      PIC X(4)  VALUE ' RC='.
           05  RPT-RC      PIC ZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN OUTPUT RPTOUT.
           MOVE RPT-HDRLINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO CTL-REC.
           OPEN INPUT CANCTL.
           READ CANCTL
               AT END MOVE SPACES TO CTL-REC.
           CLOSE CANCTL.
           MOVE CTL-REC TO RPT-CMD.
           MOVE RPT-CMDLINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO SOA-MSG-PARMS.
           PERFORM CANEDIT THRU CANEDITX.
           IF RETURN-CODE NOT = 0
               GO TO CANDONE.
           PERFORM CANSEND.
       CANDONE.
           CLOSE RPTOUT.
           STOP RUN.

      * THE CARD INTO SOA-CAN-PARMS - A BAD ONE IS REPORTED AND
      * NEVER SENT
       CANEDIT.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO SOA-CAN-PORT.
           MOVE 0 TO SOA-CAN-SHARE.
           IF CTL-SVC = SPACES
               MOVE 'NO SERVICE NAME' TO RPT-TEXT
               GO TO CANEDITE.
           MOVE CTL-SVC TO SOA-CAN-NAME.
           IF CTL-VERB = 'PROMOTE'
               MOVE 'P' TO SOA-CAN-ACTION
               GO TO CANEDITX.
           IF CTL-VERB = 'WITHDRAW'
               MOVE 'W' TO SOA-CAN-ACTION
               GO TO CANEDITX.
           IF CTL-VERB NOT = 'SET'
               MOVE 'UNKNOWN COMMAND' TO RPT-TEXT
               GO TO CANEDITE.
           IF CTL-HOST = SPACES
              OR CTL-PORT IS NOT NUMERIC
              OR CTL-PCT IS NOT NUMERIC
               MOVE 'SET NEEDS HOST, PORT, PERCENT' TO RPT-TEXT
               GO TO CANEDITE.
           MOVE 'S' TO SOA-CAN-ACTION.
           MOVE CTL-HOST TO SOA-CAN-HOST.
           MOVE CTL-PORT TO SOA-CAN-PORT.
           MOVE CTL-PCT  TO SOA-CAN-SHARE.
           IF SOA-CAN-SHARE = 0 OR SOA-CAN-SHARE GREATER THAN 100
               MOVE 'PERCENT MUST BE 1-100' TO RPT-TEXT
               GO TO CANEDITE.
           GO TO CANEDITX.
       CANEDITE.
           MOVE 0 TO RPT-RC.
           MOVE RPT-RESULT TO RPT-REC.
           WRITE RPT-REC.
           MOVE 16 TO RETURN-CODE.
       CANEDITX.
           EXIT.

      * THE COMMAND ITSELF - THE MANAGER'S RC DECIDES THE RESULT
       CANSEND.
           MOVE LENGTH OF SOA-MSG TO SOA-MSG-LEN.
           MOVE 0          TO SOA-MSG-TIME.
           MOVE '*CANARY ' TO SOA-MSG-SVC-NAME.
           MOVE 0          TO SOA-MSG-SVC-RC.
           MOVE 0          TO SOA-MSG-CORR-ID.
           MOVE SPACE      TO SOA-MSG-MODE.
           MOVE SPACE      TO SOA-MSG-SEG-MORE.
           MOVE 0          TO SOA-MSG-SEG-NO.
           MOVE 'SOACAN1 ' TO SOA-MSG-CRED.
           MOVE 'C'        TO SOA-MSG-ENC.
           MOVE SPACES     TO SOA-MSG-ENC-FLAGS.
           CALL 'DEMOCMGR' USING SOA-MSG.
           MOVE SOA-MSG-SVC-RC TO CAN-RC.
           MOVE CAN-RC TO RPT-RC.
           IF CAN-RC = 0
               MOVE 'ACCEPTED' TO RPT-TEXT
           ELSE
               MOVE 'REFUSED BY THE MANAGER' TO RPT-TEXT
               MOVE 8 TO RETURN-CODE.
           MOVE RPT-RESULT TO RPT-REC.
           WRITE RPT-REC.
