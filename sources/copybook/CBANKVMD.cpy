           10  BMD-REC-STATUS                      PIC X(1).
             88  BMD-REC-MANDATE-ACTIVE              VALUE 'A'.
             88  BMD-REC-MANDATE-CANCELLED           VALUE 'C'.
      * Suspended when the customer is confirmed deceased; the cancel
      * date and cancelled-by fields then say when and by whom.
             88  BMD-REC-MANDATE-SUSPENDED           VALUE 'S'.
           10  BMD-REC-START-DATE                  PIC X(10).
           10  BMD-REC-CANCEL-DATE                 PIC X(10).
      * Per-debit ceiling; zero leaves the mandate uncapped.
