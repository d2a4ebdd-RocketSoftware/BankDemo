      * date only - the slot's day/amount/payee are left untouched.   *
      *****************************************************************
       SKIP-NEXT-SLOT.
      * A slot suspended because its owner has died stays suspended
           IF (CD17I-SLOT IS EQUAL TO 1 AND
               BAC-REC-RP1-SKIP-NEXT IS EQUAL TO 'S') OR
              (CD17I-SLOT IS EQUAL TO 2 AND
               BAC-REC-RP2-SKIP-NEXT IS EQUAL TO 'S') OR
              (CD17I-SLOT IS EQUAL TO 3 AND
               BAC-REC-RP3-SKIP-NEXT IS EQUAL TO 'S')
              SET CD17O-STATUS-ERROR TO TRUE
              GO TO SKIP-NEXT-SLOT-EXIT
           END-IF.
           EVALUATE CD17I-SLOT
             WHEN 1
              MOVE CD17I-SKIP-NEXT TO BAC-REC-RP1-SKIP-NEXT
