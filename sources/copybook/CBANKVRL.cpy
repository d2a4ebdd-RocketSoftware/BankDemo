             88  BRL-REC-TYPE-DAY-VELOCITY           VALUE 'D'.
             88  BRL-REC-TYPE-NEW-PAYEE              VALUE 'P'.
             88  BRL-REC-TYPE-GEO-SEQUENCE           VALUE 'G'.
      * A cooling-off rule acts on an amount over its limit amount
      * and, with a non-zero limit count, on any new payee
             88  BRL-REC-TYPE-COOLING-OFF            VALUE 'C'.
      * Channel the rule applies to - A/G/M, or * for every channel.
           10  BRL-REC-CHANNEL                     PIC X(1).
      * For velocity rules, the count ceiling; for the geo rule, the
