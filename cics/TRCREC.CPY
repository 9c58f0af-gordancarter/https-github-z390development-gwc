      *****************************************************************
      * SOA REQUEST TRACE LINK RECORD - TRCJ TD QUEUE
      *
      * RPI 1447 - A DISTRIBUTED CALLER'S COMPLAINT COULD BE FOUND IN
      * SOAJRNL BY CORR-ID, BUT NOTHING TIED IT TO THE CICS-SIDE WORK
      * IT CAUSED.  THE SOA CORR-ID AND CREDENTIAL NOW TRAVEL WITH
      * THAT WORK AS A 16-BYTE TRACE STAMP (TRC-STAMP BELOW): A SOA
      * SERVICE THAT STARTS CICS WORK PASSES SOA-MSG-CORR-ID AND
      * SOA-MSG-CRED AS THE FIRST 16 BYTES OF ITS START DATA OR
      * COMMAREA, AND THE TRANSACTION'S FIRST ACT IS TO LINK TRCSVC1
      * 'S' WITH THEM (AND 'E' AS ITS LAST); A TASK THAT HANDS WORK
      * ON ASKS TRCSVC1 'G' FOR ITS STAMP AND PASSES IT THE SAME WAY.
      * WHILE THE STAMP IS SET, EVERY JOURNAL WRITE THE TASK MAKES
      * IS LINKED TO IT BY ONE RECORD ON THE TRCJ EXTRAPARTITION TD
      * QUEUE:
      *
      *   TRC-EVENT 'B'  THE TASK TOOK UP THE REQUEST - TRC-TASK,
      *                  DATE AND TIME STAMP EVERY VJRN AFTER IMAGE
      *                  THE TASK WRITES FROM HERE ON (VJRN RECORDS
      *                  CARRY JRN-TASK)
      *             'E'  THE TASK FINISHED WITH IT
      *             'L'  ONE CHAINED JOURNAL RECORD (JRNCHN1 - SECJ,
      *                  CUSTJRNQ) BY TRC-JRNL AND ITS CHAIN SEQUENCE
      *                  TRC-SEQ, OR ONE REPORT CATALOGED BY RPTSVC1
      *                  (TRC-JRNL 'RPTCAT', SEQUENCE ZERO)
      *
      * THE LINK IS KEPT BESIDE THE JOURNALS, NOT INSIDE THEM: THE
      * CHAINED JOURNALS' RECORDS ARE HASHED EVIDENCE WHOSE LAYOUT
      * THE VERIFIER JOINS DAY TO DAY, AND VJRN IS THE FORWARD-
      * RECOVERY STREAM - NEITHER CHANGES SHAPE.  TRCRPT1 PRINTS ONE
      * CORR-ID'S STORY ACROSS SOAJRNL, VJRN, CUSTJRNQ AND SECJ.
      * TRC-INFO IS A SHORT DESCRIPTION FOR THE REPORT (THE FIRST 20
      * BYTES OF THE JOURNAL RECORD, OR THE REPORT ID AND DATE).
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  TRC-REC IS 80 BYTES.
            02  TRC-REC.
                03  TRC-STAMP.
                    04  TRC-CORR     PIC 9(8).
                    04  TRC-CRED     PIC X(8).
                03  TRC-EVENT    PIC X.
                03  TRC-JRNL     PIC X(8).
                03  TRC-SEQ      PIC 9(9).
                03  TRC-TASK     PIC 9(7).
                03  TRC-DATE     PIC 9(7).
                03  TRC-TIME     PIC 9(7).
                03  TRC-TERM     PIC X(4).
                03  TRC-INFO     PIC X(20).
                03  FILLER       PIC X(1).
