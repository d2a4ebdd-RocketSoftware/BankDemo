      * when a book is printed); kind I registers one issued cheque   *
      * with its amount from a business customer's positive-pay      *
      * upload; kind V voids a previously registered item.            *
      * Kind R on the official-cheque house account loads the bank's  *
      * own stock of official cheque forms instead.                   *
      *****************************************************************
         05  ISS-RECORD                            PIC X(80).
         05  FILLER REDEFINES ISS-RECORD.
