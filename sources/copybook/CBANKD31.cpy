             15  CD31I-USERID                      PIC X(8).
             15  CD31I-SUPERVISOR                  PIC X(1).
               88  CD31I-SUPERVISOR-APPROVED          VALUE 'Y'.
      * Fees are refunded only through the fee waiver (DBANK86P),
      * which sets this with its reason code
             15  CD31I-FEE-WAIVER                  PIC X(1).
               88  CD31I-IS-FEE-WAIVER                VALUE 'Y'.
             15  CD31I-REASON                      PIC X(2).
           10  CD31O-DATA.
             15  CD31O-STATUS                      PIC X(8).
               88  CD31O-STATUS-OK                  VALUE 'OK      '.
