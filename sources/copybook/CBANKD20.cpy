               88  CD20I-CHANNEL-ATM                 VALUE 'A'.
               88  CD20I-CHANNEL-TELLER              VALUE 'T'.
               88  CD20I-CHANNEL-MOBILE              VALUE 'M'.
               88  CD20I-CHANNEL-CARDLESS            VALUE 'C'.
             15  CD20I-AMOUNT                      PIC S9(7)V99 COMP-3.
             15  CD20I-AUTH-TIMESTAMP              PIC X(26).
             15  CD20I-MATCHED-TIMESTAMP          PIC X(26).
