      *****************************************************************
      * UNUSUAL-ORDER EXCEPTION RECORD - ORDEXC KSDS
      *
      * RPI 1409 - ONE RECORD PER ORDER THE ORDCHK1 SERVICE FLAGS AS
      * OUT OF LINE WITH THE CUSTOMER'S OWN HISTORY, WRITTEN WHEN
      * TESTORD1 POSTS IT.  KEYED ON THE DATE FLAGGED AHEAD OF THE
      * ORDER KEY SO THE ORDEXC1 DAILY EXCEPTION REPORT READS ONE
      * DAY'S FLAGS TOGETHER.  THE FIGURES ARE THE ONES THE DECISION
      * WAS MADE ON:
      *
      *    EXC-AVG     AVERAGE OF THE CUSTOMER'S EARLIER ORDERS
      *    EXC-HISTN   HOW MANY EARLIER ORDERS (CANCELLED NOT COUNTED)
      *    EXC-RECENT  EARLIER ORDERS INSIDE THE FREQUENCY WINDOW
      *    EXC-IDLE    DAYS SINCE CUST-LASTACT BEFORE THIS ORDER
      *    EXC-FL-AMT  'A' AMOUNT OUT OF LINE
      *    EXC-FL-FREQ 'F' ORDERING FAR MORE OFTEN THAN USUAL
      *    EXC-FL-DORM 'D' LARGE ORDER FROM A DORMANT CUSTOMER
      *****************************************************************
      * CODED AT THE 02 LEVEL (LIKE VSAMJRN.CPY) SO EACH USER WRAPS
      * IT IN ITS OWN 01.  EXC-REC IS 80 BYTES, KEY 21.
            02  EXC-REC.
                03  EXC-KEY.
                    04  EXC-DATE     PIC 9(7).
                    04  EXC-CUSTNO   PIC 9(8).
                    04  EXC-NUM      PIC 9(6).
                03  EXC-TIME     PIC 9(7).
                03  EXC-TERM     PIC X(4).
                03  EXC-AMT      PIC 9(9).
                03  EXC-AVG      PIC 9(9).
                03  EXC-HISTN    PIC 9(5).
                03  EXC-RECENT   PIC 9(5).
                03  EXC-IDLE     PIC 9(5).
                03  EXC-FLAGS.
                    04  EXC-FL-AMT   PIC X.
                    04  EXC-FL-FREQ  PIC X.
                    04  EXC-FL-DORM  PIC X.
                03  FILLER       PIC X(12).
