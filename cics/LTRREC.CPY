      *****************************************************************
      * LETTER TEMPLATE LINE - LTRFILE KSDS
      *
      * RPI 1417 - THE PRE-PURGE LETTER TEXT, LOADED BY EACH PRGNTC1
      * RUN FROM THE LTRTMPL TEXT FILE (ONE PRINT LINE PER TEXT LINE,
      * COLUMNS 1-76) SO THE WORDING IS CHANGED BY EDITING THAT FILE,
      * NOT BY A RECOMPILE.  KEYED ON THE LINE NUMBER IN PRINT ORDER.
      * THE PRGLTR1 LETTER RUN MERGES EACH CUSTOMER INTO THE TEXT,
      * REPLACING THE MARKERS (TRAILING BLANKS DROPPED):
      *
      *    &N  CUSTOMER NAME        &A  ADDRESS
      *    &Z  ZIP CODE             &D  ARCHIVE DATE MM/DD/YYYY
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  LTR-REC IS 80 BYTES, KEY 4.
            02  LTR-REC.
                03  LTR-KEY.
                    04  LTR-LINENO   PIC 9(4).
                03  LTR-TEXT     PIC X(76).
