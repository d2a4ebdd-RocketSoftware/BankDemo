           10  BJS-REC-DEPENDS-ON                  PIC 9(3).
           10  BJS-REC-ENABLED                     PIC X(1).
             88  BJS-REC-IS-ENABLED                  VALUE 'Y'.
      * The step's normal elapsed time in seconds - its average over
      * the runs counted - kept by the run-trend report ZBNKRTR1 for
      * the operator console's finish-time projection.
           10  BJS-REC-NORM-SECS                   PIC 9(5).
           10  BJS-REC-NORM-RUNS                   PIC 9(2).
           10  BJS-REC-FILLER                      PIC X(8).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 6:00pm
