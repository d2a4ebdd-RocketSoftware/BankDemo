      * This is the record file record layout for the teller cash     *
      * drawer journal (BNKDRWR) - one record per teller per business *
      * day, from drawer open with the starting float through every   *
      * cash movement to the counted close.  The float is issued from *
      * the branch vault, the teller buys more from it or sells the   *
      * surplus back during the day, and the close returns the        *
      * counted cash to it.                                           *
      *****************************************************************
         05  BDR-RECORD                            PIC X(100).
         05  FILLER REDEFINES BDR-RECORD.
           10  BDR-REC-CASH-OUT                    PIC S9(9)V99 COMP-3.
           10  BDR-REC-COUNTED                     PIC S9(9)V99 COMP-3.
           10  BDR-REC-OVER-SHORT                  PIC S9(9)V99 COMP-3.
      * Cash bought from and sold back to the branch vault
           10  BDR-REC-BOUGHT                      PIC S9(7)V99 COMP-3.
           10  BDR-REC-SOLD                        PIC S9(7)V99 COMP-3.
           10  BDR-REC-FILLER                      PIC X(37).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 10:30pm
