             88  BAU-REC-CHANNEL-ATM                 VALUE 'A'.
             88  BAU-REC-CHANNEL-TELLER              VALUE 'T'.
             88  BAU-REC-CHANNEL-MOBILE              VALUE 'M'.
      * Held for a cardless withdrawal code (BNKCLWD) - it is settled
      * when the code is used or expired, never matched to a posting
             88  BAU-REC-CHANNEL-CARDLESS            VALUE 'C'.
           10  BAU-REC-AMOUNT                      PIC S9(7)V99 COMP-3.
           10  BAU-REC-STATUS                      PIC X(1).
             88  BAU-REC-PENDING                     VALUE 'P'.
