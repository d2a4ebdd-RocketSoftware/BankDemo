         10  BANKXT01-5-MTD-SAVED                  PIC S9(7)V99 COMP-3.
         10  BANKXT01-5-LIFE-SAVED                 PIC S9(7)V99 COMP-3.
         10  FILLER                                PIC X(50).
      * Per-item activity fee breakdown for an account, one per
      * service used in the month, written after its REC2 from the
      * BNKFITM record so the print step can list what was used,
      * what the allowance covered and what was charged.
       01  BANKXT01-REC6.
         10  BANKXT01-6-TYPE                       PIC X(1).
         10  BANKXT01-6-PID                        PIC X(5).
         10  BANKXT01-6-ACC-NO                     PIC X(9).
         10  BANKXT01-6-PERIOD                     PIC X(7).
         10  BANKXT01-6-SERVICE                    PIC X(20).
         10  BANKXT01-6-USED                       PIC 9(5).
         10  BANKXT01-6-FREE                       PIC 9(3).
         10  BANKXT01-6-BILLED                     PIC 9(5).
         10  BANKXT01-6-UNIT-PRICE                 PIC S9(3)V99 COMP-3.
         10  BANKXT01-6-AMOUNT                     PIC S9(7)V99 COMP-3.
         10  FILLER                                PIC X(3).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
