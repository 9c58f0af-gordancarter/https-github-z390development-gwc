      *****************************************************************
      * GENERAL-LEDGER JOURNAL RECORD - GLOUT INTERFACE FILE
      *
      * RPI 1408 - WRITTEN BY THE GLEXT1 NIGHTLY EXTRACT FOR THE
      * LEDGER LOAD: FIXED 80-BYTE RECORDS, ONE PER JOURNAL ENTRY
      * (GL-TYPE 'D') FOLLOWED BY ONE TRAILER (GL-TYPE 'T') CARRYING
      * THE ENTRY COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH ARE
      * ALWAYS EQUAL - AN EXTRACT THAT DOES NOT BALANCE IS NEVER
      * RELEASED.  AMOUNTS ARE IN CENTS LIKE ORD-AMT; DATES JULIAN
      * 0CYYDDD.
      *
      *    GL-ACCT   THE LEDGER ACCOUNT, FROM THE GLMAP CONTROL TABLE
      *    GL-DRCR   'D' DEBIT, 'C' CREDIT
      *    GL-REF    THE SOURCE DOCUMENT - ENTRY TYPE (I INVOICE,
      *              P PAYMENT APPLIED, C CASH ON ACCOUNT) THEN THE
      *              ARLEDGER KEY: CUSTOMER(8) INVOICE(8) SEQ(3)
      *    GL-SRC    THE STEP THAT POSTED THE DOCUMENT
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  GL-REC IS 80 BYTES.
            02  GL-REC.
                03  GL-TYPE          PIC X.
                03  GL-BODY          PIC X(79).
      * 'D' - ONE JOURNAL ENTRY
                03  GL-DTL REDEFINES GL-BODY.
                    04  GL-DATE      PIC 9(7).
                    04  GL-SEQ       PIC 9(6).
                    04  GL-ACCT      PIC X(10).
                    04  GL-DRCR      PIC X.
                    04  GL-AMT       PIC 9(13).
                    04  GL-REF.
                        05  GL-REF-TYPE  PIC X.
                        05  GL-REF-CUST  PIC 9(8).
                        05  GL-REF-INV   PIC 9(8).
                        05  GL-REF-SEQ   PIC 9(3).
                    04  GL-SRC       PIC X(8).
                    04  FILLER       PIC X(14).
      * 'T' - THE TRAILER
                03  GL-TRL REDEFINES GL-BODY.
                    04  GLT-DATE     PIC 9(7).
                    04  GLT-COUNT    PIC 9(6).
                    04  GLT-DRTOT    PIC 9(15).
                    04  GLT-CRTOT    PIC 9(15).
                    04  FILLER       PIC X(36).
