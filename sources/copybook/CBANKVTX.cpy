      * Channel of origin: G green-screen CICS, M mobile/REST,
      * A ATM, B batch posting.
           10  BTX-REC-CHANNEL                     PIC X(1).
      * Staff userid that keyed or authorised the entry at a staff
      * screen (spaces for customer self-service and batch).
           10  BTX-REC-USERID                      PIC X(8).
           10  BTX-REC-FILLER                      PIC X(2).

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 5:30pm
