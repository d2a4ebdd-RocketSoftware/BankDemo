      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK41P) which keeps the pending        *
      * account-opening applications on BNKAPPL and executes the      *
      * existing add/funding functions on approval.  A submission     *
      * may carry the applicant's tax residency self-certification,   *
      * which is recorded on BNKTAXR through DBANK81P                 *
      *****************************************************************
         05  CD41-DATA.
           10  CD41I-DATA.
             15  CD41I-FUND-ACCNO                  PIC X(9).
             15  CD41I-INIT-DEPOSIT                PIC S9(7)V99 COMP-3.
             15  CD41I-USERID                      PIC X(8).
             15  CD41I-RESIDENCE                   OCCURS 3 TIMES.
               20  CD41I-RES-CNTRY                 PIC X(2).
               20  CD41I-RES-TIN                   PIC X(20).
               20  CD41I-RES-NO-TIN                PIC X(1).
      * Staff userid credited with the referral, keyed on approval
             15  CD41I-REFERRER                    PIC X(8).
           10  CD41O-DATA.
             15  CD41O-STATUS                      PIC X(8).
               88  CD41O-STATUS-OK                  VALUE 'OK      '.
