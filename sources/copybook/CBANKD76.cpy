                                                     COMP-3.
             15  CD76I-DENOM-COUNT                 PIC 9(5)
                                                     OCCURS 6 TIMES.
      * The customer a deal is done for (spaces for a walk-in)
             15  CD76I-PID                         PIC X(5).
      * Set when a representative, not the customer, is at the
      * counter - their PID or identity reference, checked against
      * the third-party authority registry (DBANK89P)
             15  CD76I-REP-ID                      PIC X(20).
           10  CD76O-DATA.
             15  CD76O-STATUS                      PIC X(8).
               88  CD76O-STATUS-OK                  VALUE 'OK      '.
