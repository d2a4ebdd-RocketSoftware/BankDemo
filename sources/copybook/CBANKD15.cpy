      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK15P) which lets a member of staff   *
      * open and close customers and accounts on BNKCUST/BNKACC, and  *
      * change an account's product type in place.                    *
      *****************************************************************
         05  CD15-DATA.
           10  CD15I-DATA.
               88  CD15-REQUEST-UNFREEZEACC         VALUE 'UNFRZACC'.
               88  CD15-REQUEST-SETSECANS           VALUE 'SETSECAN'.
               88  CD15-REQUEST-SETCHARSET          VALUE 'SETCHRST'.
               88  CD15-REQUEST-CHGPROD             VALUE 'CHGPROD '.
             15  CD15I-USER-ROLE                   PIC X(1).
               88  CD15I-ROLE-TELLER                 VALUE 'T'.
               88  CD15I-ROLE-ADMIN                   VALUE 'A'.
      * opened anyway.
             15  CD15I-DUP-OVERRIDE                PIC X(1).
               88  CD15I-DUP-OVERRIDDEN               VALUE 'Y'.
      * Staff userid behind the request, for the audit trail of a
      * product change (CHGPROD takes the new type in CD15I-ACCTYPE).
             15  CD15I-USERID                      PIC X(8).
      * Set when a representative, not the customer, is at the
      * counter - their PID or identity reference, checked against
      * the third-party authority registry (DBANK89P).
             15  CD15I-REP-ID                      PIC X(20).
      * Staff userid credited with referring a new account, and the
      * channel it came through (B branch, M mobile application) -
      * recorded on BNKREFR for the sales incentive run.
             15  CD15I-REFERRER                    PIC X(8).
             15  CD15I-REF-CHANNEL                 PIC X(1).
           10  CD15O-DATA.
             15  CD15O-STATUS                      PIC X(8).
               88  CD15O-STATUS-OK                  VALUE 'OK      '.
             15  CD15O-PID                         PIC X(5).
             15  CD15O-ACCNO                       PIC X(9).
             15  CD15O-DUP-PID                     PIC X(5).
      * The old type's share of the month's interest and maintenance
      * fee accrued by a product change, for the teller to quote.
             15  CD15O-INT-ACCRUED                 PIC S9(7)V99 COMP-3.
             15  CD15O-FEE-ACCRUED                 PIC S9(7)V99 COMP-3.

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 9:00pm
