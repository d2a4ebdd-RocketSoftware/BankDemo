             88  BDU-REC-KIND-DOMESTIC               VALUE 'D'.
             88  BDU-REC-KIND-WIRE                   VALUE 'W'.
             88  BDU-REC-KIND-REVERSAL               VALUE 'R'.
      * A fee waiver over the requesting user's daily limit - release
      * hands it back to DBANK86P to refund the fee
             88  BDU-REC-KIND-FEE-WAIVER             VALUE 'F'.
           10  BDU-REC-STATUS                      PIC X(1).
             88  BDU-REC-HELD                        VALUE 'P'.
             88  BDU-REC-RELEASED                    VALUE 'R'.
      * wire is mirrored at posting time.
           10  BDU-REC-SWIFT-BIC                   PIC X(11).
           10  BDU-REC-IBAN                        PIC X(34).
      * When the checker released or rejected the item.
           10  BDU-REC-DECIDED-DATE                PIC X(10).
           10  BDU-REC-FILLER                      PIC X(7).

      * $ Version 8.03a sequenced on Monday 24 Aug 2026 at 6:00pm
