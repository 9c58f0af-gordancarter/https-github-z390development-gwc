      *****************************************************************
      * JOURNAL HASH-CHAIN CONTROL RECORD - JRNCHN KSDS
      *
      * RPI 1437 - ONE RECORD PER CHAINED JOURNAL, KEYED ON ITS QUEUE
      * NAME ('SECJ    ', 'CUSTJRNQ').  EVERY RECORD WRITTEN TO THE
      * JOURNAL - ONLINE THROUGH THE JRNCHN1 SERVICE, IN BATCH
      * THROUGH THE JRNCHNB SUBPROGRAM - TAKES THE NEXT SEQUENCE
      * NUMBER AND CARRIES, IN ITS LAST 27 BYTES, THAT NUMBER AND THE
      * CHAIN HASH OF THE RECORD BEFORE IT:
      *
      *   SEQUENCE     PIC 9(9)   1, 2, 3 ... NEVER REUSED
      *   PREVIOUS     PIC 9(18)  CHAIN HASH OF RECORD SEQUENCE - 1
      *                           (ZERO ON SEQUENCE 1)
      *
      * A RECORD'S OWN CHAIN HASH IS TAKEN OVER ALL ITS BYTES,
      * SEQUENCE AND PREVIOUS HASH INCLUDED, SO DELETING, MOVING OR
      * EDITING ANY RECORD BREAKS THE LINK TO THE ONE AFTER IT.
      *
      *   CHN-SEQ/CHN-HASH    THE CHAIN HEAD - LAST RECORD WRITTEN
      *   CHN-VSEQ/CHN-VHASH  LAST RECORD THE NIGHTLY JRNVFY1 RUN
      *                       PROVED, AND ITS RECOMPUTED HASH - THE
      *                       POINT THE NEXT DAY'S DATASET MUST
      *                       CONTINUE FROM
      *   CHN-VDATE           DATE OF THAT RUN, JULIAN 0CYYDDD
      *
      * THE HEAD LIVES HERE, NOT IN THE JOURNAL DATASET, SO A
      * GENERATION SWITCH THAT STARTS A FRESH DATASET (OR A DELETED
      * AND RE-CREATED TS QUEUE) CONTINUES THE SAME CHAIN, AND THE
      * VERIFIER JOINS EACH DAY TO THE DAY BEFORE.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  CHN-REC IS 80 BYTES, KEY 8.
            02  CHN-REC.
                03  CHN-KEY.
                    04  CHN-JRNL     PIC X(8).
                03  CHN-SEQ      PIC 9(9).
                03  CHN-HASH     PIC 9(18).
                03  CHN-VSEQ     PIC 9(9).
                03  CHN-VHASH    PIC 9(18).
                03  CHN-VDATE    PIC 9(7).
                03  FILLER       PIC X(11).
