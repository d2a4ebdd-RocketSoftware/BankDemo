           10  BAP-REC-DECIDED-BY                  PIC X(8).
           10  BAP-REC-DECIDED-DATE                PIC X(10).
           10  BAP-REC-NEW-ACCNO                   PIC X(9).
           10  BAP-REC-REFERRER                    PIC X(8).
           10  BAP-REC-FILLER                      PIC X(18).

      * $ Version 8.02a sequenced on Sunday 23 Aug 2026 at 1:00pm
