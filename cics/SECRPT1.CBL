      * FLAGGED 'REPEAT', SO 'WHO KEEPS PROBING OPTION 9' FINALLY
      * HAS AN ANSWER.  RETURN CODE 4 = AT LEAST ONE REPEAT
      * OFFENDER FLAGGED.
      *
      * RPI 1437 - THE SECJ RECORD CARRIES JRNCHN1'S SEQUENCE AND
      * PREVIOUS-RECORD HASH AFTER SEC-TIME; JRNVFY1 CHECKS THEM.
      *
        PROGRAM-ID. SECRPT1.
        ENVIRONMENT DIVISION.
            02  SEC-TYPE          PIC X(8).
            02  SEC-DATE          PIC 9(7).
            02  SEC-TIME          PIC 9(7).
            02  SEC-SEQ           PIC 9(9).
            02  SEC-PREVH         PIC 9(18).
            02  FILLER            PIC X(19).

        SD  SORTWK.
        01  SORT-REC.
