               88  CD01O-SET-OK                    VALUE 'Y'.
               88  CD01O-SET-NO-USER               VALUE 'U'.
               88  CD01O-SET-BAD-OLD-PIN            VALUE 'B'.
               88  CD01O-SET-COOLING-OFF            VALUE 'C'.
             15  CD01O-CARD-NO                     PIC X(16).
             15  CD01O-CARD-STATUS                 PIC X(1).
             15  CD01O-CARD-ISSUE-DATE              PIC X(10).
