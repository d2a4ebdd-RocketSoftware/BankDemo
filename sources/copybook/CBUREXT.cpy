             88  BUX-REC-STATUS-CURRENT              VALUE SPACE.
             88  BUX-REC-STATUS-RESTRUCTURED         VALUE 'R'.
             88  BUX-REC-STATUS-CLOSED               VALUE 'C'.
             88  BUX-REC-STATUS-CHARGED-OFF          VALUE 'W'.
           10  BUX-REC-OPEN-DATE                   PIC X(10).
           10  BUX-REC-TERM                        PIC 9(4).
           10  FILLER                              PIC X(27).
