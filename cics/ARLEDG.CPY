      *****************************************************************
      * ACCOUNTS-RECEIVABLE LEDGER RECORD - ARLEDGER KSDS
      *
      * RPI 1402 - ONE LEDGER PER CUSTOMER NUMBER.  THE KEY IS
      * CUSTOMER NUMBER + INVOICE NUMBER + ENTRY SEQUENCE, SO A
      * GENERIC BROWSE ON THE CUSTOMER NUMBER RETURNS THE WHOLE
      * LEDGER AND ONE ON CUSTOMER + INVOICE RETURNS THE INVOICE
      * WITH EVERY PAYMENT APPLIED TO IT:
      *
      *    INVOICE > 0, SEQ 000  TYPE I - THE INVOICE (WRITTEN BY
      *                          INVGEN1): ORIGINAL AMOUNT, OPEN
      *                          BALANCE, STATUS O(PEN)/P(AID)
      *    INVOICE > 0, SEQ NNN  TYPE P - ONE PAYMENT APPLIED TO IT
      *    INVOICE = 0, SEQ 000  TYPE U - UNAPPLIED CASH ON ACCOUNT;
      *                          AR-OPENAMT IS THE CREDIT HELD
      *    INVOICE = 0, SEQ NNN  TYPE C - ONE RECEIPT (OR THE EXCESS
      *                          OF AN OVERPAYMENT) PUT ON ACCOUNT
      *
      * THE SEQ 000 RECORD CARRIES THE LAST ENTRY SEQUENCE USED.
      * AMOUNTS ARE IN THE SAME UNITS AS ORD-AMT; DATES ARE JULIAN
      * 0CYYDDD LIKE ORD-DATE.
      * RPI 1408 - AR-DATE ON A PAYMENT ENTRY IS THE DATE THE CUSTOMER
      * PAID; AR-POSTDATE IS THE DAY THE ENTRY WAS POSTED (TYPES I, P
      * AND C), WHICH IS WHAT THE GLEXT1 LEDGER EXTRACT SELECTS ON.
      * AR-SPLIT 'Y' ON A TYPE C ENTRY MARKS THE EXCESS OF A PAYMENT
      * WHOSE FIRST PART IS THE TYPE P ENTRY BEFORE IT, SO A PAYMENT
      * IS COUNTED ONCE.
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  AR-REC IS 80 BYTES, KEY 19.
            02  AR-REC.
                03  AR-KEY.
                    04  AR-CUSTNO    PIC 9(8).
                    04  AR-INVNUM    PIC 9(8).
                    04  AR-SEQ       PIC 9(3).
                03  AR-TYPE          PIC X.
                03  AR-DATE          PIC 9(7).
                03  AR-AMT           PIC 9(11).
                03  AR-OPENAMT       PIC 9(11).
                03  AR-LASTSEQ       PIC 9(3).
                03  AR-LASTPAY       PIC 9(7).
                03  AR-STAT          PIC X.
                03  AR-POSTDATE      PIC 9(7).
                03  AR-SPLIT         PIC X.
                03  FILLER           PIC X(12).
