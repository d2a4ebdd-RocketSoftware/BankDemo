           10  BOD-REC-PEND-ACTION                 PIC X(1).
           10  BOD-REC-MAKER                       PIC X(8).
           10  BOD-REC-CHECKER                     PIC X(8).
      * When the checker last approved a pending action.
           10  BOD-REC-APPROVED-DATE               PIC X(10).
           10  BOD-REC-FILLER                      PIC X(30).

      * $ Version 8.02a sequenced on Wednesday 2 Sep 2026 at 9:00am
