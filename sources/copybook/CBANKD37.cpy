      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK37P) which keeps the teller cash    *
      * drawer journal BNKDRWR.  BUY brings cash from the branch      *
      * vault into the drawer and SELL returns it; the open float and *
      * the counted close move through the vault too (DBANK87P).      *
      *****************************************************************
         05  CD37-DATA.
           10  CD37I-DATA.
               88  CD37-REQUEST-CASHOUT             VALUE 'CASHOUT '.
               88  CD37-REQUEST-CLOSE               VALUE 'CLOSE   '.
               88  CD37-REQUEST-GET                 VALUE 'GET     '.
               88  CD37-REQUEST-BUY                 VALUE 'BUY     '.
               88  CD37-REQUEST-SELL                VALUE 'SELL    '.
             15  CD37I-TELLER                      PIC X(8).
             15  CD37I-AMOUNT                      PIC S9(7)V99 COMP-3.
      * The customer a cash in/out was handed over for, journalled
      * item by item on BNKDRWI; the note currency is set only when
      * the amount is the base value of a foreign-note deal
             15  CD37I-PID                         PIC X(5).
             15  CD37I-ACCNO                       PIC X(9).
             15  CD37I-CURRENCY                    PIC X(3).
      * Set when a representative, not the customer, is at the
      * counter - their PID or identity reference, checked against
      * the third-party authority registry (DBANK89P)
             15  CD37I-REP-ID                      PIC X(20).
           10  CD37O-DATA.
             15  CD37O-STATUS                      PIC X(8).
               88  CD37O-STATUS-OK                  VALUE 'OK      '.
             15  CD37O-CASH-OUT                    PIC S9(9)V99 COMP-3.
             15  CD37O-EXPECTED                    PIC S9(9)V99 COMP-3.
             15  CD37O-OVER-SHORT                  PIC S9(9)V99 COMP-3.
             15  CD37O-BRANCH                      PIC X(4).
             15  CD37O-BOUGHT                      PIC S9(7)V99 COMP-3.
             15  CD37O-SOLD                        PIC S9(7)V99 COMP-3.

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 10:30pm
