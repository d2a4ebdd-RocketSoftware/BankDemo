      * guardian threshold is refused.
             15  CD04I-GUARDIAN-FLAG               PIC X(1).
               88  CD04I-GUARDIAN-OK               VALUE 'Y'.
      * The member of staff posting on the customer's behalf, stamped
      * into the audit records (spaces for self-service channels).
             15  CD04I-USERID                      PIC X(8).
           10  CD04O-DATA.
             15  CD04O-RESULT                      PIC X(1).
               88  CD04O-UPDATE-OK                 VALUE '0'.
               20  CD040-FIL2                      PIC X(1).
               20  CD040-MSEC                      PIC X(6).
             15  CD04O-MSG                         PIC X(62).
      * Where the debit stands against the FROM account type's
      * monthly withdrawal limit (see UBNKDLM1) - on a successful
      * update CD04O-MSG then carries the warning for the customer.
             15  CD04O-DEBIT-LIMIT                 PIC X(1).
               88  CD04O-LIMIT-NOT-APPLIED         VALUE SPACE.
               88  CD04O-LIMIT-WITHIN              VALUE 'W'.
               88  CD04O-LIMIT-REACHED             VALUE 'L'.
               88  CD04O-LIMIT-EXCEEDED            VALUE 'X'.

      * $ Version 8.03a sequenced on Monday 24 Aug 2026 at 4:00pm
