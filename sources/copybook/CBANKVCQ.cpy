             88  BCQ-REC-OPEN                        VALUE 'O'.
             88  BCQ-REC-WORKING                     VALUE 'W'.
             88  BCQ-REC-CLEARED                     VALUE 'C'.
      * Held off the queue by a bankruptcy stay (BNKBKRP)
             88  BCQ-REC-STAYED                      VALUE 'S'.
           10  BCQ-REC-BUCKET                      PIC X(1).
           10  BCQ-REC-BEHIND-COUNT                PIC 9(3) COMP-3.
           10  BCQ-REC-OVERDUE-AMOUNT              PIC S9(7)V99 COMP-3.
           10  BCQ-REC-PROMISE-DATE                PIC X(10).
           10  BCQ-REC-PROMISE-AMOUNT              PIC S9(7)V99 COMP-3.
           10  BCQ-REC-NOTE                        PIC X(30).
      * Set while a covenant breach on the loan (BNKCOVN) is worked
      * from this item - the arrears run leaves such an item on the
      * queue even when the loan itself is up to date
           10  BCQ-REC-COVENANT                    PIC X(1).
             88  BCQ-REC-COVENANT-BREACH             VALUE 'Y'.
           10  BCQ-REC-FILLER                      PIC X(33).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 2:00pm
