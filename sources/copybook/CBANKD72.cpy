             15  CD72I-LIEN-EXPIRY                 PIC X(10).
             15  CD72I-POLICY-NO                   PIC X(15).
             15  CD72I-POLICY-EXPIRY               PIC X(10).
      * ADD - R residential property, C commercial property,
      * F cash or securities pledged with us, V vehicle or
      * equipment, O other; spaces leave a revalued item's kind as
      * it was
             15  CD72I-TYPE                        PIC X(1).
           10  CD72O-DATA.
             15  CD72O-STATUS                      PIC X(8).
               88  CD72O-STATUS-OK                  VALUE 'OK      '.
               20  CD72O-LIST-LIEN-EXPIRY          PIC X(10).
               20  CD72O-LIST-POLICY-EXPIRY        PIC X(10).
               20  CD72O-LIST-STATUS               PIC X(1).
               20  CD72O-LIST-TYPE                 PIC X(1).

      * $ Version 8.02b sequenced on Wednesday 2 Sep 2026 at 4:00pm
