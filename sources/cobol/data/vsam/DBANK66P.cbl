         05  WS-NEW-RECORD-SW                      PIC X(1).
           88  WS-NEW-RECORD                         VALUE 'Y'.

       COPY CTSTAMPD.

       01  WS-BNKODP-REC.
       COPY CBANKVOD.

                TO CD66O-MSG
              GO TO APPROVE-CHANGE-EXIT
           END-IF.
           COPY CTSTAMPP.
           MOVE CD66I-USERID TO BOD-REC-CHECKER.
           MOVE WS-TS-DATE (1:10) TO BOD-REC-APPROVED-DATE.
           IF BOD-REC-PEND-ACTION IS EQUAL TO 'X'
              SET BOD-REC-PROT-CANCELLED TO TRUE
           ELSE
