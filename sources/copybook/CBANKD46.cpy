             15  CD46I-AMOUNT                      PIC S9(9)V99 COMP-3.
             15  CD46I-REFERENCE                   PIC X(20).
             15  CD46I-NAME                        PIC X(30).
      * ADDCORR - the currency our account with them is kept in
             15  CD46I-CURRENCY                    PIC X(3).
           10  CD46O-DATA.
             15  CD46O-STATUS                      PIC X(8).
               88  CD46O-STATUS-OK                  VALUE 'OK      '.
