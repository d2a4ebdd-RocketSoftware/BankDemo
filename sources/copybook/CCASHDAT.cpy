      * '5' is reserved - inbound ISO 8583 traffic reaches BCASH05P
      * through the socket listener, not through this dispatch.
               88  CASH-REQUEST-DEPOSIT             VALUE '6'.
      * Cardless withdrawal - the customer keys the one-time code
      * staged from the mobile app, and their PIN, instead of a card;
      * CASH-USERID is filled in from the code.
               88  CASH-REQUEST-CARDLESS            VALUE '7'.
      *      15  CASH-CONTROL-FIELDS.
      *        20  CASH-ENV                        PIC X(4).
      *          88  CASH-ENV-NULL                 VALUE LOW-VALUES.
                 25  CASH-ATM6-RESULT              PIC X(1).
                   88  CASH-ATM6-ACCEPTED          VALUE 'Y'.
                   88  CASH-ATM6-REJECTED          VALUE 'N'.
               20  CASH-ATM7-DATA-R REDEFINES CASH-ATM1-DATA.
                 25  CASH-ATM7-CODE                PIC X(8).
                 25  CASH-ATM7-CASH-AMT            PIC X(8).
                 25  CASH-ATM7-FROM-ACC            PIC X(9).
                 25  CASH-ATM7-FROM-BAL            PIC X(13).
               20  CASH-ATM4-DATA-R REDEFINES CASH-ATM1-DATA.
                 25  CASH-ATM4-OLD-PIN             PIC X(4).
                 25  CASH-ATM4-NEW-PIN             PIC X(4).
