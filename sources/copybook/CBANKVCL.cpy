           10  BCL-REC-POLICY-NO                   PIC X(15).
           10  BCL-REC-POLICY-EXPIRY               PIC X(10).
           10  BCL-REC-STATUS                      PIC X(1).
             88  BCL-REC-LIEN-HELD                   VALUE SPACE 'D'.
             88  BCL-REC-LIEN-RELEASED               VALUE 'R'.
      * Loan paid off - the lien is still held, waiting for staff to
      * release it
             88  BCL-REC-RELEASE-DUE                 VALUE 'D'.
           10  BCL-REC-RELEASED-DTE                PIC X(10).
      * Kind of security, as the capital return recognizes it -
      * space on items recorded before it was captured counts as
      * other
           10  BCL-REC-TYPE                        PIC X(1).
             88  BCL-REC-TYPE-RESIDENTIAL            VALUE 'R'.
             88  BCL-REC-TYPE-COMMERCIAL             VALUE 'C'.
             88  BCL-REC-TYPE-FINANCIAL              VALUE 'F'.
             88  BCL-REC-TYPE-VEHICLE                VALUE 'V'.
             88  BCL-REC-TYPE-OTHER                  VALUE 'O' SPACE.
           10  BCL-REC-FILLER                      PIC X(31).

      * $ Version 8.02b sequenced on Wednesday 2 Sep 2026 at 4:00pm
