           10  BTM-REC-CASH-ON-HAND                PIC S9(9)V99 COMP-3.
           10  BTM-REC-REPLENISH-AT                PIC S9(9)V99 COMP-3.
           10  BTM-REC-LAST-REPLENISH              PIC X(10).
      * Branch the machine belongs to (spaces for an off-site machine
      * not tied to a branch)
           10  BTM-REC-BRANCH                      PIC X(4).
      * Balancing cut: the business date the machine was last balanced
      * against its device counters (spaces = never), the cash on hand
      * carried forward from that balancing, and the cash loaded into
      * it since - so the host's dispensed figure for the next
      * balancing is cut cash + loaded - cash on hand
           10  BTM-REC-CUT-DATE                    PIC X(10).
           10  BTM-REC-CUT-CASH                    PIC S9(9)V99 COMP-3.
           10  BTM-REC-CUT-LOADED                  PIC S9(9)V99 COMP-3.
           10  BTM-REC-FILLER                      PIC X(5).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 7:00pm
