      *---------------------------------------------------------------*
      * This area is used to pass data between a requesting program   *
      * and the I/O program (DBANK26P) which serves the collections   *
      * work queue BNKCOLLQ to back-office staff, showing any         *
      * bankruptcy stay that protects the customer                    *
      *****************************************************************
         05  CD26-DATA.
           10  CD26I-DATA.
             15  CD26O-PROMISE-DATE                PIC X(10).
             15  CD26O-PROMISE-AMOUNT              PIC S9(7)V99 COMP-3.
             15  CD26O-NOTE                        PIC X(30).
      * The customer's bankruptcy case, when the automatic stay holds
      * collection on the item
             15  CD26O-STAY                        PIC X(1).
               88  CD26O-STAY-ACTIVE                 VALUE 'Y'.
             15  CD26O-STAY-CASE-NO                PIC X(20).
             15  CD26O-STAY-CHAPTER                PIC X(2).
             15  CD26O-STAY-FILING-DATE            PIC X(10).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 2:00pm
