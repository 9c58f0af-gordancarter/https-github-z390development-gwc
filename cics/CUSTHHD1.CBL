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
      * NIGHTLY HOUSEHOLD BUILD - MYFILE09 TO HHLDFILE
      *
      * RPI 1415 - CUSTLBL1 AND THE STM1 STATEMENT RUN MAIL ONE PIECE
      * PER CUSTOMER, SO A HOUSE WITH FOUR CUSTOMERS IN IT GETS FOUR
      * ENVELOPES.  THIS RUN GROUPS THE CUSTOMERS INTO HOUSEHOLDS:
      *
      *   - EVERY MYFILE09 ADDRESS IS PUT INTO POSTAL FORM WITH THE
      *     SAME PARSE AND STDRULES REPLACEMENTS AS CUSTSTD1 (AN
      *     ADDRESS CUSTSTD1 COULD NOT PARSE IS COMPARED UPPER-CASED
      *     AS KEYED), SO 'St.' AND 'STREET' LAND IN ONE HOUSEHOLD
      *     WHETHER OR NOT THE CUSTSTD1 UPDATE RUN HAS BEEN MADE
      *   - THE CUSTOMERS ARE SORTED ON ZIP + STANDARDIZED ADDRESS +
      *     CUSTOMER NUMBER; EACH ZIP/ADDRESS BREAK IS ONE HOUSEHOLD,
      *     ITS ID THE LOWEST CUSTOMER NUMBER (THE HEAD).  A BLANK
      *     ADDRESS IS NEVER GROUPED - EACH IS A HOUSEHOLD OF ONE
      *   - HHLDFILE IS REWRITTEN, ONE HHLDREC PER CUSTOMER, FOR THE
      *     ONE-PER-HOUSEHOLD MODES OF CUSTLBL1 AND STMPRT1
      *
      * THE REPORT SHOWS THE HOUSEHOLD SIZE DISTRIBUTION AND WHAT THE
      * HOUSEHOLD MODES SAVE: PIECES SAVED = CUSTOMERS LESS HOUSEHOLDS,
      * POSTAGE SAVED = PIECES SAVED AT THE HHCTL RATE (COL 1-4 =
      * CENTS PER PIECE, DEFAULT 73 WHEN THE CARD IS MISSING OR NOT
      * NUMERIC).  A HOUSEHOLD OF MORE THAN 100 CUSTOMERS IS SPLIT
      * AT EACH HUNDRED, THE REMAINDER HEADED BY ITS OWN LOWEST NUMBER.
      *
      * THE PARSE IS THE TWIN OF CUSTSTD1'S STDPARSE/STDAPPLY/STDBUILD.
      * A CHANGE THERE MUST BE MADE HERE TOO OR STANDARDIZED AND
      * UNSTANDARDIZED ADDRESSES STOP FALLING INTO ONE HOUSEHOLD.
      *
      * RPI 1425 - 'TODAY' IS THE BUSINESS DATE FROM BUSDT1 (THE
      * BUSDATE RECORD BDROLL1 ROLLS), NOT THE SYSTEM CLOCK.
      *
        PROGRAM-ID. CUSTHHD1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HHCTL ASSIGN TO HHCTL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSCT.
            SELECT STDRULES ASSIGN TO STDRULES
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MYFILE09 ASSIGN TO MYFILE09
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CMST-NUM
                ALTERNATE RECORD KEY IS CMST-NAME
                FILE STATUS IS WS-FS09.
            SELECT SORTWK ASSIGN TO SORTWK.
            SELECT HHLDFILE ASSIGN TO HHLDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HH-KEY
                FILE STATUS IS WS-FSHH.
            SELECT RPTOUT ASSIGN TO RPTOUT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  HHCTL
            RECORDING MODE IS F.
        01  CTL-REC.
            02  CTL-RATE          PIC X(4).
            02  FILLER            PIC X(76).

        FD  STDRULES
            RECORDING MODE IS F.
        01  RULE-REC.
            02  RULE-FROM         PIC X(10).
            02  FILLER            PIC X.
            02  RULE-TO           PIC X(10).
            02  FILLER            PIC X(59).

        FD  MYFILE09
            RECORDING MODE IS F.
        01  CMST-REC.
            02  CMST-NUM          PIC 9(8).
            02  CMST-NAME         PIC X(40).
            02  CMST-ADDR         PIC X(40).
            02  CMST-ZIP          PIC X(5).
            02  CMST-LASTACT      PIC 9(7).

        SD  SORTWK.
        01  SORT-REC.
            02  SORT-HHKEY.
                03  SORT-ZIP      PIC X(5).
                03  SORT-ADDR     PIC X(40).
            02  SORT-NUM          PIC 9(8).
            02  SORT-NAME         PIC X(40).

        FD  HHLDFILE
            RECORDING MODE IS F.
        01  HH-FILE-REC.
        COPY HHLDREC.

        FD  RPTOUT
            RECORDING MODE IS F.
        01  RPT-REC               PIC X(80).

        WORKING-STORAGE SECTION.
        77  WS-FSCT               PIC X(2)   VALUE SPACES.
        77  WS-FS09               PIC X(2)   VALUE SPACES.
            88  WS-FS09-OK                   VALUE '00'.
        77  WS-FSHH               PIC X(2)   VALUE SPACES.
            88  WS-FSHH-OK                   VALUE '00'.
        77  WS-RULE-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-RULES                VALUE 'Y'.
        77  WS-EOF09              PIC X      VALUE 'N'.
            88  NO-MORE-09                   VALUE 'Y'.
        77  WS-SORT-EOF           PIC X      VALUE 'N'.
            88  NO-MORE-SORT                 VALUE 'Y'.

      * THE RULES TABLE - CUSTSTD1'S, LOADED FROM THE SAME STDRULES
        01  WS-RULE-TABLE.
            02  WS-RULE-ENTRY OCCURS 100 TIMES.
                03  WS-RULE-FROM  PIC X(10).
                03  WS-RULE-TO    PIC X(10).
        77  WS-RULE-TOT           PIC 9(3)   COMP VALUE 0.
        77  WS-RULE-IX            PIC 9(3)   COMP.

      * TOKENIZER WORK - UP TO 12 WORDS OF UP TO 10 CHARACTERS
        77  WS-OLD-ADDR           PIC X(40).
        77  WS-NEW-ADDR           PIC X(40).
        01  WS-WORD-TABLE.
            02  WS-WORD    PIC X(10)  OCCURS 12 TIMES.
        77  WS-WORD-TOT           PIC 9(2)   COMP.
        77  WS-WORD-IX            PIC 9(2)   COMP.
        77  WS-CHAR-IX            PIC 9(2)   COMP.
        77  WS-WLEN               PIC 9(2)   COMP.
        77  WS-OUT-IX             PIC 9(2)   COMP.
        77  WS-PARSE-OK           PIC X.
        77  WS-CHAR               PIC X.

      * THE HOUSEHOLD BEING GATHERED - UP TO 100 MEMBERS
        01  WS-PREV-KEY.
            02  WS-PREV-ZIP       PIC X(5).
            02  WS-PREV-ADDR      PIC X(40).
        01  WS-GRP-TABLE.
            02  WS-GRP-ENTRY OCCURS 100 TIMES.
                03  WS-GRP-NUM    PIC 9(8).
                03  WS-GRP-NAME   PIC X(40).
        77  WS-GRP-TOT            PIC 9(3)   COMP VALUE 0.
        77  WS-GRP-IX             PIC 9(3)   COMP.
        77  WS-SAME-SURN          PIC X.
        77  WS-SURNAME            PIC X(40).
        77  WS-HEAD-SURN          PIC X(40).
        77  WS-NAME-WORK          PIC X(40).
        77  WS-NAME-IX            PIC 9(2)   COMP.
        77  WS-NAME-END           PIC 9(2)   COMP.
        77  WS-HEAD-END           PIC 9(2)   COMP.

      * SIZE DISTRIBUTION - SIZES 1 TO 9, THE LAST SLOT IS 10 AND UP
        01  WS-DIST-TABLE.
            02  WS-DIST-ENTRY OCCURS 10 TIMES.
                03  WS-DIST-HH    PIC 9(7)   COMP-3.
                03  WS-DIST-CUST  PIC 9(7)   COMP-3.
        77  WS-DIST-IX            PIC 9(2)   COMP.

        77  WS-RATE               PIC 9(4)   VALUE 73.
        77  WS-TODAY              PIC 9(7)   VALUE 0.
        77  WS-BD-RC              PIC 9(2)   VALUE 0.
        77  WS-CUST-COUNT         PIC 9(7)   COMP-3 VALUE 0.
        77  WS-HH-COUNT           PIC 9(7)   COMP-3 VALUE 0.
        77  WS-BAD-COUNT          PIC 9(7)   COMP-3 VALUE 0.
        77  WS-SAVED              PIC 9(7)   COMP-3 VALUE 0.
        77  WS-POSTAGE            PIC 9(9)V99 COMP-3 VALUE 0.

        01  RPT-HDRLINE           PIC X(48)
            VALUE 'CUSTHHD1 - NIGHTLY HOUSEHOLD BUILD'.
        01  RPT-RATELINE.
            02  FILLER            PIC X(28)
                VALUE 'POSTAGE PER PIECE (CENTS)..='.
            02  RPT-RATE          PIC ZZZ9.
        01  RPT-COLHDR            PIC X(48)
            VALUE ' SIZE  HOUSEHOLDS   CUSTOMERS'.
        01  RPT-DETAIL.
            02  FILLER            PIC X      VALUE SPACE.
            02  RPT-DTL-SIZE      PIC ZZZ9.
            02  RPT-DTL-PLUS      PIC X.
            02  FILLER            PIC X(3)   VALUE SPACES.
            02  RPT-DTL-HH        PIC ZZZZZZ9.
            02  FILLER            PIC X(5)   VALUE SPACES.
            02  RPT-DTL-CUST      PIC ZZZZZZ9.
        01  RPT-TRAILER1.
            02  FILLER            PIC X(12)  VALUE 'CUSTOMERS..='.
            02  RPT-TRL-CUST      PIC ZZZZZZ9.
            02  FILLER            PIC X(13)  VALUE ' HOUSEHOLDS.='.
            02  RPT-TRL-HH        PIC ZZZZZZ9.
            02  FILLER            PIC X(14)  VALUE ' UNPARSEABLE.='.
            02  RPT-TRL-BAD       PIC ZZZZZZ9.
        01  RPT-TRAILER2.
            02  FILLER            PIC X(15)  VALUE 'PIECES SAVED..='.
            02  RPT-TRL-SAVED     PIC ZZZZZZ9.
            02  FILLER            PIC X(17)  VALUE ' POSTAGE SAVED..='.
            02  RPT-TRL-POST      PIC ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.

            PERFORM HHDINIT.
            SORT SORTWK
                ON ASCENDING KEY SORT-HHKEY SORT-NUM
                INPUT PROCEDURE IS HHDIN
                OUTPUT PROCEDURE IS HHDOUT.
            PERFORM HHDTERM.
            STOP RUN.

      *****************************************************************
      * HHDINIT - POSTAGE RATE, RULES TABLE, FILES
      *****************************************************************
        HHDINIT.
      * RPI 1425 - THE BUSINESS DATE, NOT THE CLOCK
            CALL 'BUSDT1' USING WS-TODAY WS-BD-RC.
            OPEN INPUT HHCTL.
            IF WS-FSCT = '00' THEN
                READ HHCTL
                    AT END MOVE SPACES TO CTL-REC
                END-READ
                IF CTL-RATE IS NUMERIC THEN
                    MOVE CTL-RATE TO WS-RATE
                END-IF
                CLOSE HHCTL.
            OPEN INPUT STDRULES.
            PERFORM RULEREAD.
            PERFORM RULELOAD UNTIL NO-MORE-RULES.
            CLOSE STDRULES.
            OPEN INPUT MYFILE09.
            IF NOT WS-FS09-OK THEN
                DISPLAY 'CUSTHHD1 CANNOT OPEN MYFILE09, STATUS '
                    WS-FS09
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT HHLDFILE.
            IF NOT WS-FSHH-OK THEN
                DISPLAY 'CUSTHHD1 CANNOT OPEN HHLDFILE, STATUS '
                    WS-FSHH
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 1 TO WS-DIST-IX.
            PERFORM HHDZERO UNTIL WS-DIST-IX GREATER THAN 10.
            OPEN OUTPUT RPTOUT.
            MOVE RPT-HDRLINE TO RPT-REC.
            WRITE RPT-REC.
            MOVE SPACES TO RPT-REC.
            MOVE WS-RATE TO RPT-RATE.
            MOVE RPT-RATELINE TO RPT-REC.
            WRITE RPT-REC.

        HHDZERO.
            MOVE 0 TO WS-DIST-HH (WS-DIST-IX).
            MOVE 0 TO WS-DIST-CUST (WS-DIST-IX).
            ADD 1 TO WS-DIST-IX.

        RULEREAD.
            READ STDRULES
                AT END MOVE 'Y' TO WS-RULE-EOF.

        RULELOAD.
            IF RULE-FROM (1:1) NOT = '*'
               AND RULE-FROM NOT = SPACES
               AND WS-RULE-TOT LESS THAN 100 THEN
                ADD 1 TO WS-RULE-TOT
                MOVE RULE-FROM TO WS-RULE-FROM (WS-RULE-TOT)
                MOVE RULE-TO   TO WS-RULE-TO   (WS-RULE-TOT).
            PERFORM RULEREAD.

      *****************************************************************
      * HHDIN - RELEASE EACH CUSTOMER UNDER ITS STANDARDIZED ADDRESS
      *****************************************************************
        HHDIN SECTION.
        HHDIN-OPEN.
            PERFORM CUSTREAD.
            PERFORM HHDREL UNTIL NO-MORE-09.
            CLOSE MYFILE09.
            GO TO HHDIN-EXIT.

        CUSTREAD.
            READ MYFILE09
                AT END MOVE 'Y' TO WS-EOF09.
            IF NOT NO-MORE-09 AND NOT WS-FS09-OK THEN
                MOVE 'Y' TO WS-EOF09.

        HHDREL.
            ADD 1 TO WS-CUST-COUNT.
            MOVE CMST-ADDR TO WS-OLD-ADDR.
            PERFORM STDPARSE THRU STDPARSX.
            IF WS-PARSE-OK = 'N' THEN
                ADD 1 TO WS-BAD-COUNT
                MOVE WS-OLD-ADDR TO WS-NEW-ADDR
            ELSE
                PERFORM STDAPPLY THRU STDAPPLX
                PERFORM STDBUILD THRU STDBUILX.
            MOVE CMST-ZIP  TO SORT-ZIP.
            MOVE WS-NEW-ADDR TO SORT-ADDR.
            MOVE CMST-NUM  TO SORT-NUM.
            MOVE CMST-NAME TO SORT-NAME.
            RELEASE SORT-REC.
            PERFORM CUSTREAD.

      *****************************************************************
      * STDPARSE - THE ADDRESS INTO WORDS: UPPER-CASED, BLANK RUNS
      * COLLAPSED, TRAILING PERIOD PER WORD DROPPED.  MORE THAN 12
      * WORDS OR A WORD OVER 10 CHARACTERS IS UNPARSEABLE.
      *****************************************************************
        STDPARSE.
            MOVE 'Y' TO WS-PARSE-OK.
            MOVE SPACES TO WS-WORD-TABLE.
            MOVE 0 TO WS-WORD-TOT.
            MOVE 0 TO WS-WLEN.
            IF WS-OLD-ADDR = SPACES THEN
                MOVE 'N' TO WS-PARSE-OK
                GO TO STDPARSX.
            INSPECT WS-OLD-ADDR CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE 0 TO WS-CHAR-IX.
        STDPARSL.
            ADD 1 TO WS-CHAR-IX.
            IF WS-CHAR-IX GREATER THAN 40 THEN
                PERFORM STDWORDE
                GO TO STDPARSX.
            MOVE WS-OLD-ADDR (WS-CHAR-IX:1) TO WS-CHAR.
            IF WS-CHAR = SPACE THEN
                PERFORM STDWORDE
                GO TO STDPARSL.
            IF WS-WLEN = 10 THEN
                MOVE 'N' TO WS-PARSE-OK
                GO TO STDPARSX.
            ADD 1 TO WS-WLEN.
            IF WS-WORD-TOT = 0 THEN
                MOVE 1 TO WS-WORD-TOT.
            IF WS-WLEN = 1 AND WS-WORD (WS-WORD-TOT) NOT = SPACES
               THEN
                ADD 1 TO WS-WORD-TOT
                IF WS-WORD-TOT GREATER THAN 12 THEN
                    MOVE 'N' TO WS-PARSE-OK
                    GO TO STDPARSX
                END-IF.
            MOVE WS-CHAR TO WS-WORD (WS-WORD-TOT) (WS-WLEN:1).
            GO TO STDPARSL.
        STDPARSX.
            EXIT.

      * END OF A WORD - DROP ITS TRAILING PERIOD, RESET THE LENGTH
        STDWORDE.
            IF WS-WLEN GREATER THAN 0
               AND WS-WORD-TOT GREATER THAN 0 THEN
                IF WS-WORD (WS-WORD-TOT) (WS-WLEN:1) = '.' THEN
                    MOVE SPACE TO WS-WORD (WS-WORD-TOT) (WS-WLEN:1)
                END-IF.
            MOVE 0 TO WS-WLEN.

      * STDAPPLY - EACH WORD THROUGH THE RULES TABLE
        STDAPPLY.
            MOVE 0 TO WS-WORD-IX.
        STDAPPLL.
            ADD 1 TO WS-WORD-IX.
            IF WS-WORD-IX GREATER THAN WS-WORD-TOT THEN
                GO TO STDAPPLX.
            MOVE 0 TO WS-RULE-IX.
        STDAPPLR.
            ADD 1 TO WS-RULE-IX.
            IF WS-RULE-IX GREATER THAN WS-RULE-TOT THEN
                GO TO STDAPPLL.
            IF WS-WORD (WS-WORD-IX) = WS-RULE-FROM (WS-RULE-IX) THEN
                MOVE WS-RULE-TO (WS-RULE-IX)
                  TO WS-WORD (WS-WORD-IX)
                GO TO STDAPPLL.
            GO TO STDAPPLR.
        STDAPPLX.
            EXIT.

      * STDBUILD - THE WORDS BACK INTO ONE ADDRESS, SINGLE BLANKS
        STDBUILD.
            MOVE SPACES TO WS-NEW-ADDR.
            MOVE 0 TO WS-OUT-IX.
            MOVE 0 TO WS-WORD-IX.
        STDBUILL.
            ADD 1 TO WS-WORD-IX.
            IF WS-WORD-IX GREATER THAN WS-WORD-TOT THEN
                GO TO STDBUILX.
            IF WS-WORD (WS-WORD-IX) = SPACES THEN
                GO TO STDBUILL.
            MOVE 10 TO WS-WLEN.
        STDBUILT.
            IF WS-WLEN GREATER THAN 0
               AND WS-WORD (WS-WORD-IX) (WS-WLEN:1) = SPACE THEN
                SUBTRACT 1 FROM WS-WLEN
                GO TO STDBUILT.
            IF WS-OUT-IX GREATER THAN 0 THEN
                ADD 1 TO WS-OUT-IX.
            IF WS-OUT-IX + WS-WLEN GREATER THAN 40 THEN
                GO TO STDBUILX.
            MOVE WS-WORD (WS-WORD-IX) (1:WS-WLEN)
              TO WS-NEW-ADDR (WS-OUT-IX + 1:WS-WLEN).
            ADD WS-WLEN TO WS-OUT-IX.
            GO TO STDBUILL.
        STDBUILX.
            EXIT.

        HHDIN-EXIT.
            EXIT.

      *****************************************************************
      * HHDOUT - CONTROL BREAK ON ZIP + STANDARDIZED ADDRESS; EACH
      * GROUP IS ONE HOUSEHOLD, WRITTEN WHEN THE NEXT ONE STARTS
      *****************************************************************
        HHDOUT SECTION.
        HHDOUT-OPEN.
            PERFORM HHDRET.
            PERFORM HHDBRK UNTIL NO-MORE-SORT.
            IF WS-GRP-TOT GREATER THAN 0 THEN
                PERFORM HHDGRP THRU HHDGRPX.
            GO TO HHDOUT-EXIT.

        HHDRET.
            RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF.

      * A BLANK ADDRESS ALWAYS STARTS (AND ENDS) ITS OWN HOUSEHOLD
        HHDBRK.
            IF WS-GRP-TOT GREATER THAN 0
               AND (SORT-HHKEY NOT = WS-PREV-KEY
                    OR SORT-ADDR = SPACES
                    OR WS-GRP-TOT = 100) THEN
                PERFORM HHDGRP THRU HHDGRPX.
            MOVE SORT-HHKEY TO WS-PREV-KEY.
            ADD 1 TO WS-GRP-TOT.
            MOVE SORT-NUM  TO WS-GRP-NUM (WS-GRP-TOT).
            MOVE SORT-NAME TO WS-GRP-NAME (WS-GRP-TOT).
            PERFORM HHDRET.

      *****************************************************************
      * HHDGRP - ONE HOUSEHOLD: THE ADDRESSEE LINE, ONE HHLDFILE
      * RECORD PER MEMBER, THE SIZE DISTRIBUTION
      *****************************************************************
        HHDGRP.
            ADD 1 TO WS-HH-COUNT.
            IF WS-GRP-TOT GREATER THAN 9 THEN
                MOVE 10 TO WS-DIST-IX
            ELSE
                MOVE WS-GRP-TOT TO WS-DIST-IX.
            ADD 1 TO WS-DIST-HH (WS-DIST-IX).
            ADD WS-GRP-TOT TO WS-DIST-CUST (WS-DIST-IX).
            MOVE SPACES TO HH-REC.
            MOVE WS-GRP-NUM (1) TO HH-ID.
            MOVE WS-GRP-TOT TO HH-SIZE.
            MOVE WS-PREV-ADDR TO HH-ADDR.
            MOVE WS-PREV-ZIP TO HH-ZIP.
            MOVE WS-TODAY TO HH-DATE.
            IF WS-GRP-TOT = 1 THEN
                MOVE WS-GRP-NAME (1) TO HH-NAME
                GO TO HHDGRPW.
      * SHARED SURNAME?  EVERY MEMBER'S LAST NAME WORD AGAINST THE
      * HEAD'S
            MOVE WS-GRP-NAME (1) TO WS-NAME-WORK.
            PERFORM HHDSURN THRU HHDSURNX.
            MOVE WS-SURNAME TO WS-HEAD-SURN.
            MOVE WS-NAME-END TO WS-HEAD-END.
            MOVE 'Y' TO WS-SAME-SURN.
            MOVE 1 TO WS-GRP-IX.
        HHDGRPS.
            ADD 1 TO WS-GRP-IX.
            IF WS-GRP-IX GREATER THAN WS-GRP-TOT THEN
                GO TO HHDGRPN.
            MOVE WS-GRP-NAME (WS-GRP-IX) TO WS-NAME-WORK.
            PERFORM HHDSURN THRU HHDSURNX.
            IF WS-SURNAME NOT = WS-HEAD-SURN THEN
                MOVE 'N' TO WS-SAME-SURN
                GO TO HHDGRPN.
            GO TO HHDGRPS.
        HHDGRPN.
            IF WS-SAME-SURN = 'Y' AND WS-HEAD-SURN NOT = SPACES THEN
                STRING 'THE ' DELIMITED BY SIZE
                       WS-HEAD-SURN DELIMITED BY SPACE
                       ' HOUSEHOLD' DELIMITED BY SIZE
                  INTO HH-NAME
            ELSE
                MOVE WS-GRP-NAME (1) TO HH-NAME
                IF WS-HEAD-END LESS THAN 27 THEN
                    MOVE ' AND HOUSEHOLD'
                      TO HH-NAME (WS-HEAD-END + 1:14)
                END-IF.
      * HHDGRPW - ONE RECORD PER MEMBER, THE HEAD FIRST
        HHDGRPW.
            MOVE 0 TO WS-GRP-IX.
        HHDGRPL.
            ADD 1 TO WS-GRP-IX.
            IF WS-GRP-IX GREATER THAN WS-GRP-TOT THEN
                GO TO HHDGRPE.
            MOVE WS-GRP-NUM (WS-GRP-IX) TO HH-CUSTNO.
            IF WS-GRP-IX = 1 THEN
                MOVE 'Y' TO HH-HEAD
            ELSE
                MOVE 'N' TO HH-HEAD.
            WRITE HH-FILE-REC
                INVALID KEY
                    DISPLAY 'CUSTHHD1 DUPLICATE CUSTOMER ' HH-CUSTNO.
            GO TO HHDGRPL.
        HHDGRPE.
            MOVE 0 TO WS-GRP-TOT.
        HHDGRPX.
            EXIT.

      * HHDSURN - THE LAST WORD OF WS-NAME-WORK INTO WS-SURNAME
        HHDSURN.
            MOVE SPACES TO WS-SURNAME.
            MOVE 40 TO WS-NAME-END.
        HHDSURNE.
            IF WS-NAME-END = 0 THEN GO TO HHDSURNX.
            IF WS-NAME-WORK (WS-NAME-END:1) = SPACE THEN
                SUBTRACT 1 FROM WS-NAME-END
                GO TO HHDSURNE.
            MOVE WS-NAME-END TO WS-NAME-IX.
        HHDSURNB.
            IF WS-NAME-IX GREATER THAN 1
               AND WS-NAME-WORK (WS-NAME-IX - 1:1) NOT = SPACE THEN
                SUBTRACT 1 FROM WS-NAME-IX
                GO TO HHDSURNB.
            MOVE WS-NAME-WORK (WS-NAME-IX:WS-NAME-END - WS-NAME-IX + 1)
              TO WS-SURNAME.
        HHDSURNX.
            EXIT.

        HHDOUT-EXIT.
            EXIT.

      *****************************************************************
      * HHDTERM - DISTRIBUTION, SAVINGS, CLOSE
      *****************************************************************
        HHDTERM SECTION.
        HHDTERM-OPEN.
            MOVE RPT-COLHDR TO RPT-REC.
            WRITE RPT-REC.
            MOVE 1 TO WS-DIST-IX.
            PERFORM HHDDIST UNTIL WS-DIST-IX GREATER THAN 10.
            MOVE SPACES TO RPT-REC.
            WRITE RPT-REC.
            MOVE WS-CUST-COUNT TO RPT-TRL-CUST.
            MOVE WS-HH-COUNT   TO RPT-TRL-HH.
            MOVE WS-BAD-COUNT  TO RPT-TRL-BAD.
            MOVE RPT-TRAILER1 TO RPT-REC.
            WRITE RPT-REC.
            COMPUTE WS-SAVED = WS-CUST-COUNT - WS-HH-COUNT.
            COMPUTE WS-POSTAGE = WS-SAVED * WS-RATE / 100.
            MOVE WS-SAVED   TO RPT-TRL-SAVED.
            MOVE WS-POSTAGE TO RPT-TRL-POST.
            MOVE SPACES TO RPT-REC.
            MOVE RPT-TRAILER2 TO RPT-REC.
            WRITE RPT-REC.
            CLOSE HHLDFILE.
            CLOSE RPTOUT.
            GO TO HHDTERM-EXIT.

        HHDDIST.
            MOVE SPACES TO RPT-REC.
            MOVE WS-DIST-IX TO RPT-DTL-SIZE.
            IF WS-DIST-IX = 10 THEN
                MOVE '+' TO RPT-DTL-PLUS
            ELSE
                MOVE SPACE TO RPT-DTL-PLUS.
            MOVE WS-DIST-HH (WS-DIST-IX)   TO RPT-DTL-HH.
            MOVE WS-DIST-CUST (WS-DIST-IX) TO RPT-DTL-CUST.
            MOVE RPT-DETAIL TO RPT-REC.
            WRITE RPT-REC.
            ADD 1 TO WS-DIST-IX.

        HHDTERM-EXIT.
            EXIT.
