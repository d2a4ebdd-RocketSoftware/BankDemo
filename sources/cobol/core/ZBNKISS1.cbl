
         05  WS-EXCEPTION-REASON                   PIC X(40).

      * The bank's own official cheques are drawn on this house
      * account; a range card for it loads the stock of blank forms
      * the tellers issue from.
         05  WS-OFFICIAL-CHQ-ACCNO                 PIC X(9)
             VALUE '999999992'.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
              GO TO APPLY-ONE-ISSUE-EXIT
           END-IF.

           IF ISS-REC-ACCNO IS EQUAL TO WS-OFFICIAL-CHQ-ACCNO
              IF ISS-REC-KIND-RANGE
                 PERFORM LOAD-OFFICIAL-STOCK THRU
                         LOAD-OFFICIAL-STOCK-EXIT
              ELSE
                 MOVE 'Official cheques are issued at the branch'
                   TO WS-EXCEPTION-REASON
                 PERFORM WRITE-EXCEPTION-LINE
              END-IF
              GO TO APPLY-ONE-ISSUE-EXIT
           END-IF.

           IF ISS-REC-KIND-VOID
              PERFORM VOID-REGISTRY-ITEM THRU
                      VOID-REGISTRY-ITEM-EXIT
       APPLY-ONE-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * Load a new range of official cheque forms as the stock the    *
      * tellers issue from.  There is one stock record, under a blank *
      * serial; it is only replaced once the forms in hand are used   *
      * up, and never by a range that goes back over serials already  *
      * issued.                                                       *
      *****************************************************************
       LOAD-OFFICIAL-STOCK.
           IF ISS-REC-SERIAL IS NOT NUMERIC OR
              ISS-REC-SERIAL-HIGH IS NOT NUMERIC
              MOVE 'Official cheque serials must be numeric'
                TO WS-EXCEPTION-REASON
              PERFORM WRITE-EXCEPTION-LINE
              GO TO LOAD-OFFICIAL-STOCK-EXIT
           END-IF.

           MOVE ISS-REC-ACCNO TO BCR-REC-ACCNO.
           MOVE SPACES TO BCR-REC-SERIAL.
           READ BNKCHQR-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKCHQR-STATUS IS EQUAL TO '00'
              IF BCR-REC-NEXT-SERIAL IS NUMERIC AND
                 BCR-REC-NEXT-SERIAL IS NOT GREATER THAN
                   BCR-REC-SERIAL-HIGH
                 MOVE 'Official cheque stock not yet used up'
                   TO WS-EXCEPTION-REASON
                 PERFORM WRITE-EXCEPTION-LINE
                 GO TO LOAD-OFFICIAL-STOCK-EXIT
              END-IF
              IF ISS-REC-SERIAL IS NOT GREATER THAN
                   BCR-REC-SERIAL-HIGH
                 MOVE 'Range overlaps forms already issued'
                   TO WS-EXCEPTION-REASON
                 PERFORM WRITE-EXCEPTION-LINE
                 GO TO LOAD-OFFICIAL-STOCK-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO BCR-REC-STOCK-R.
           MOVE ISS-REC-SERIAL TO BCR-REC-NEXT-SERIAL.
           MOVE ISS-REC-SERIAL-HIGH TO BCR-REC-SERIAL-HIGH.
           MOVE ISS-REC-ISSUE-DATE TO BCR-REC-ISSUE-DATE.
           IF WS-BNKCHQR-STATUS IS EQUAL TO '00'
              REWRITE BNKCHQR-REC
           ELSE
              MOVE SPACES TO BCR-RECORD
              MOVE ISS-REC-ACCNO TO BCR-REC-ACCNO
              MOVE SPACES TO BCR-REC-SERIAL
              SET BCR-REC-KIND-RANGE TO TRUE
              MOVE ISS-REC-SERIAL-HIGH TO BCR-REC-SERIAL-HIGH
              MOVE ZERO TO BCR-REC-AMOUNT
              MOVE ISS-REC-ISSUE-DATE TO BCR-REC-ISSUE-DATE
              MOVE ISS-REC-SERIAL TO BCR-REC-NEXT-SERIAL
              SET BCR-REC-OUTSTANDING TO TRUE
              WRITE BNKCHQR-REC
           END-IF.
           IF WS-BNKCHQR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Unable to record the cheque stock'
                TO WS-EXCEPTION-REASON
              PERFORM WRITE-EXCEPTION-LINE
              GO TO LOAD-OFFICIAL-STOCK-EXIT
           END-IF.
           ADD 1 TO WS-LOADED-COUNTER.
       LOAD-OFFICIAL-STOCK-EXIT.
           EXIT.

      *****************************************************************
      * Void a registered item that is still outstanding              *
      *****************************************************************
