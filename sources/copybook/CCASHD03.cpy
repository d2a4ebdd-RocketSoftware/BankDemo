             15  CDC3I-AMOUNT                      PIC S9(9)V99 COMP-3.
             15  CDC3I-LOCATION                    PIC X(30).
             15  CDC3I-REPLENISH-AT                PIC S9(9)V99 COMP-3.
             15  CDC3I-BRANCH                      PIC X(4).
           10  CDC3O-DATA.
             15  CDC3O-STATUS                      PIC X(8).
               88  CDC3O-STATUS-OK                  VALUE 'OK      '.
