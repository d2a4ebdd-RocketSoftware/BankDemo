                                                     COMP-3.
           10  BAT-REC-NSF-FEE                     PIC S9(3)V99
                                                     COMP-3.
      * Withdrawals and transfers out allowed per calendar-month
      * cycle (zero means the type is not limited), and the fee for
      * each one over the limit - see UBNKDLM1.
           10  BAT-REC-MAX-DEBITS                  PIC 9(3) COMP-3.
           10  BAT-REC-EXCESS-FEE                  PIC S9(3)V99
                                                     COMP-3.
      * Product rules checked when an account is changed onto this
      * type: N means the type carries no ATM card, and the largest
      * overdraft limit it allows (not numeric when the type sets no
      * ceiling).
           10  BAT-REC-ATM-ALLOWED                 PIC X(1).
             88  BAT-REC-NO-ATM                      VALUE 'N'.
           10  BAT-REC-MAX-OVERDRAFT               PIC S9(7)V99
                                                     COMP-3.
           10  BAT-REC-FILLER                      PIC X(64).

      * $ Version 8.00e sequenced on Sunday 9 Aug 2026 at 5:00pm
