      * business customer's positive-pay issue file, carrying the     *
      * amount it was written for.  The clearing run (ZBNKCLR1)      *
      * matches every presented item against this registry.           *
      * The bank's own official cheques are kept here too, under the  *
      * official-cheque house account: one stock record with a blank  *
      * serial (sorting ahead of the items) holds the range of forms  *
      * in hand, and each cheque issued at the teller is a kind-I     *
      * item carrying the customer account that paid for it.          *
      *****************************************************************
         05  BCR-RECORD                            PIC X(100).
         05  FILLER REDEFINES BCR-RECORD.
           10  BCR-REC-AMOUNT                      PIC S9(7)V99 COMP-3.
           10  BCR-REC-ISSUE-DATE                  PIC X(10).
           10  BCR-REC-PAYEE                       PIC X(25).
      * On the official-cheque stock record the payee area carries
      * the next serial to issue from the range.
           10  BCR-REC-STOCK-R REDEFINES BCR-REC-PAYEE.
             15  BCR-REC-NEXT-SERIAL               PIC X(10).
             15  FILLER                            PIC X(15).
           10  BCR-REC-STATUS                      PIC X(1).
             88  BCR-REC-OUTSTANDING                 VALUE 'O'.
             88  BCR-REC-PAID                        VALUE 'P'.
             88  BCR-REC-VOID                        VALUE 'V'.
      * An official cheque unpresented past the stale-dated point
      * (ZBNKOCS1), and one since remitted to the state as
      * unclaimed property (ZBNKESH1).
             88  BCR-REC-STALE                       VALUE 'S'.
             88  BCR-REC-ESCHEATED                   VALUE 'E'.
      * Date paid - or, for an escheated official cheque, the date
      * it was remitted.
           10  BCR-REC-PAID-DATE                   PIC X(10).
      * Customer account debited for an official cheque (the
      * remitter) - spaces on a customer's own cheques.
           10  BCR-REC-REMITTER-ACCNO              PIC X(9).
           10  BCR-REC-FILLER                      PIC X(10).

      * $ Version 8.02a sequenced on Wednesday 2 Sep 2026 at 9:00am
