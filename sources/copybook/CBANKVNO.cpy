           10  BNO-REC-NAME                        PIC X(30).
           10  BNO-REC-POSITION                    PIC S9(11)V99
                                                     COMP-3.
      * Currency of our account with the correspondent - foreign
      * cheques in that currency are sent to it for collection
           10  BNO-REC-CURRENCY                    PIC X(3).
           10  BNO-REC-FILLER                      PIC X(29).

      * $ Version 8.02a sequenced on Sunday 23 Aug 2026 at 8:00pm
