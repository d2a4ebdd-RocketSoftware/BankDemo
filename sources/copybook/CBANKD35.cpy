           10  CD35I-DATA.
             15  CD35I-FUNCTION                    PIC X(8).
               88  CD35-REQUEST-EVALUATE            VALUE 'EVALUATE'.
      * COOLOFF asks only the cooling-off rules about an action taken
      * soon after a contact-detail change; no counters are rolled
               88  CD35-REQUEST-COOLOFF             VALUE 'COOLOFF '.
             15  CD35I-PID                         PIC X(5).
             15  CD35I-CHANNEL                     PIC X(1).
               88  CD35I-CHANNEL-ATM                 VALUE 'A'.
