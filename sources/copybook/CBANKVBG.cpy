      * with the merchant and the declared amount; two different      *
      * staff userids then record the actual contents, the verified   *
      * amount posts to the merchant's account, and any discrepancy   *
      * against the declaration is flagged for review.  The verified  *
      * cash goes into the counting branch's vault.  The daily        *
      * bag-status report answers from this record.                   *
      *****************************************************************
         05  BBG-RECORD                            PIC X(150).
           10  BBG-REC-POSTED-AMOUNT               PIC S9(7)V99
                                                     COMP-3.
           10  BBG-REC-POSTED-DATE                 PIC X(10).
      * The branch whose vault took the bag's cash - the branch of
      * the second counter
           10  BBG-REC-BRANCH                      PIC X(4).
           10  BBG-REC-FILLER                      PIC X(39).

      * $ Version 8.02b sequenced on Thursday 3 Sep 2026 at 11:00am
