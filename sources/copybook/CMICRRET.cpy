      *   R01 insufficient funds        R02 account closed
      *   R03 no account / not found    R04 invalid item
      *   R08 stop payment              R16 account frozen
      *   R20 bank cheque not issued    R21 bank cheque amount wrong
      *   R22 bank cheque already paid  R23 bank cheque escheated
           10  RTN-REC-REASON-CODE                 PIC X(3).
           10  RTN-REC-REASON-TEXT                 PIC X(25).
           10  RTN-REC-PRESENT-BANK                PIC X(9).
