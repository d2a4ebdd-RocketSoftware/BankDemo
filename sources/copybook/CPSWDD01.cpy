             15  CPSWDD01I-USERID                  PIC X(8).
             15  CPSWDD01I-PASSWORD                PIC X(8).
             15  CPSWDD01I-NEWPASSWORD             PIC X(8).
      * The conversation signing on or off (its TS queue name) and
      * its channel, G green-screen CICS or W internet, for the
      * signon session registry
             15  CPSWDD01I-SESSION-ID              PIC X(8).
             15  CPSWDD01I-CHANNEL                 PIC X(1).
           10  CPSWDD01O-DATA.
             15  CPSWDD01O-MESSAGE                 PIC X(75).
      * Set on a good signon that ended the userid's session elsewhere
             15  CPSWDD01O-NOTICE                  PIC X(60).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
