      * AND CUTOFF, NEWEST LAST - THE HIGHEST ID IS THE ONE
      * CUSTRST1 NORMALLY WANTS (RSTCTL COLS 42-45).
      *
      * RPI 1419 - ORDARC1 ORDER ARCHIVES SHARE THE REGISTRY AND THE
      * ID SEQUENCE.  THEIR HEADER CARRIES ' ORDERS=' WHERE A
      * CUSTOMER ARCHIVE HAS ' PURGED='; THEY ARE COUNTED FOR THE
      * ORDINAL AND PASSED OVER WITHOUT A SKIP LINE.
      *
      * RPI 1426 - AN ARCHIVE THE RETEXP1 RETENTION RUN EXPIRED IS
      * MARKED 'EXPIRED' ON ITS REGISTRY LINE AND IS NO LONGER IN
      * THE CONCATENATION, SO THE ORDINAL PASSES OVER ITS ID.
      *
      * RETURN CODE 0 = FOUND, 4 = NOT IN ANY REGISTERED ARCHIVE,
      * 16 = BAD CONTROL INPUT.
      *
            02  REG-KEYLO         PIC X(30).
            02  FILLER            PIC X.
            02  REG-KEYHI         PIC X(30).
            02  FILLER            PIC X.
            02  REG-EXPIRED       PIC X(7).
            02  FILLER            PIC X(14).

        FD  ARCHIN
            RECORDING MODE IS F.
                03  WS-RG-CUTOFF  PIC 9(7).
                03  WS-RG-KEYLO   PIC X(30).
                03  WS-RG-KEYHI   PIC X(30).
                03  WS-RG-EXP     PIC X.
        77  WS-REG-TOT            PIC 9(3)   COMP VALUE 0.
        77  WS-REG-IX             PIC 9(3)   COMP.

                MOVE REG-DATE   TO WS-RG-DATE   (WS-REG-TOT)
                MOVE REG-CUTOFF TO WS-RG-CUTOFF (WS-REG-TOT)
                MOVE REG-KEYLO  TO WS-RG-KEYLO  (WS-REG-TOT)
                MOVE REG-KEYHI  TO WS-RG-KEYHI  (WS-REG-TOT)
                MOVE 'N'        TO WS-RG-EXP    (WS-REG-TOT)
                IF REG-EXPIRED = 'EXPIRED' THEN
                    MOVE 'Y' TO WS-RG-EXP (WS-REG-TOT).
            GO TO SRCREGL.
        SRCREGD.
            CLOSE ARCHREG.

        SRCHDR.
            ADD 1 TO WS-CUR-ARCH.
            PERFORM SRCEXPS THRU SRCEXPSX.
            MOVE 'N' TO WS-SKIP-ARCH.
            IF ARCH-REC (9:8) = ' ORDERS=' THEN
                MOVE 'Y' TO WS-SKIP-ARCH
                GO TO SRCHDRX.
            PERFORM SRCREGF THRU SRCREGFX.
        SRCHDRX.
            EXIT.

      * RPI 1426 - PASS OVER EXPIRED IDS.  THE ID IS THE REGISTRY
      * LINE NUMBER, SO IT SUBSCRIPTS THE TABLE DIRECTLY.
        SRCEXPS.
            IF WS-CUR-ARCH GREATER THAN WS-REG-TOT THEN
                GO TO SRCEXPSX.
            IF WS-RG-EXP (WS-CUR-ARCH) NOT = 'Y' THEN
                GO TO SRCEXPSX.
            ADD 1 TO WS-CUR-ARCH.
            GO TO SRCEXPS.
        SRCEXPSX.
            EXIT.

      * THE REGISTRY ENTRY FOR THE CURRENT ORDINAL - A KEY RANGE
      * THAT CANNOT HOLD THE NAME SKIPS THE WHOLE ARCHIVE
        SRCREGF.
