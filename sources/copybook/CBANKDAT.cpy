      * the instruction on the pending-transfers file (BNKPEND) for
      * the daily release run ZBNKREL1.
                 25  BANK-SCR50-EFFDATE             PIC X(10).
      * Teller sessions only - the PID or identity reference of an
      * attorney, trustee or court appointee transacting for the
      * customer; spaces when the customer is at the counter.
                 25  BANK-SCR50-REPID               PIC X(20).
      * Pay-by-alias - the payee's registered e-mail or telephone
      * keyed instead of an account number.  The first Enter shows
      * the payee's masked name and remembers the alias it was shown
      * for; only a second Enter with the same alias posts.
                 25  BANK-SCR50-ALIAS               PIC X(30).
                 25  BANK-SCR50-ALIASNAME           PIC X(25).
                 25  BANK-SCR50-ALIASCONF           PIC X(30).
               20  BANK-SCREEN55-DATA.
                 25  BANK-SCR55-BILLER             PIC X(6).
                 25  BANK-SCR55-BILLERNAME         PIC X(30).
      * an account - the decisioning step measures debt-to-income
      * against it.
                 25  BANK-SCR70-INCOME             PIC X(9).
      * Staff userid credited with referring the loan, keyed with
      * the conversion when a member of staff made the introduction.
                 25  BANK-SCR70-REFERRER           PIC X(8).
      * Truth-in-lending disclosure at conversion: the creditor cover
      * premium per 1000 a month (9.999) and the monthly escrow
      * portion (99999.99) it is built on, blank when not taken; the
      * saved quote it was issued for, its reference and APR; and the
      * borrower's acknowledgement (Y), keyed before the quote can be
      * converted.
                 25  BANK-SCR70-INSRATE            PIC X(5).
                 25  BANK-SCR70-ESCROW             PIC X(8).
                 25  BANK-SCR70-DISCSEQ            PIC X(4).
                 25  BANK-SCR70-DISCREF            PIC X(24).
                 25  BANK-SCR70-APR                PIC X(7).
                 25  BANK-SCR70-DISCACK            PIC X(1).
      * Upcoming-payments calendar: the account being projected and
      * eight calendar rows.  The source/slot/seq trio identifies
      * the standing order behind a row so an action code keyed
