             15  CD18I-PROGRAM                     PIC X(8).
             15  CD18I-TERMID                      PIC X(4).
             15  CD18I-TRANID                      PIC X(4).
      * The customer whose data the traced activity touched, where
      * the caller knows it (spaces otherwise)
             15  CD18I-PID                         PIC X(5).
      * The staff userid an administration change was made to
             15  CD18I-USERID                      PIC X(8).
      * What was changed, where the caller records it (old and new
      * values and the like)
             15  CD18I-DETAIL                      PIC X(80).
           10  CD18O-DATA.
             15  CD18O-STATUS                      PIC X(8).
               88  CD18O-STATUS-OK                  VALUE 'OK      '.
