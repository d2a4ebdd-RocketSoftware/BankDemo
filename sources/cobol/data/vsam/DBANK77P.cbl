      *              - posts the verified amount to the merchant's    *
      *              account; a second count that differs, or a       *
      *              verified amount away from the declaration,       *
      *              flags the bag discrepant for review.  The cash   *
      *              posted goes into the vault of the second         *
      *              counter's branch (DBANK87P).  LIST returns       *
      *              recent bags.  VSAM Version                       *
      *****************************************************************

       IDENTIFICATION DIVISION.
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-BAG-POSTED-SW                      PIC X(1).
           88  WS-BAG-POSTED                         VALUE 'Y'.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
       01  WS-STAFF-DATA.
       COPY CBANKD14.

       01  WS-VAULT-DATA.
       COPY CBANKD87.

       01  WS-COMMAREA.
       COPY CBANKD77.

      *****************************************************************
       COUNT-BAG.
       COPY CTSTAMPP.
           MOVE 'N' TO WS-BAG-POSTED-SW.
      * Both verifying counters must be real staff userids
           MOVE SPACES TO CD14-DATA.
           SET CD14-REQUEST-CHECK TO TRUE.
              END-IF
              MOVE CD77I-USERID TO BBG-REC-COUNT2-BY
              MOVE CD77I-AMOUNT TO BBG-REC-COUNT2-AMOUNT
              MOVE CD14O-BRANCH TO BBG-REC-BRANCH
              IF CD77I-AMOUNT IS NOT EQUAL TO
                 BBG-REC-COUNT1-AMOUNT
                 SET BBG-REC-BAG-DISCREPANT TO TRUE
                 IF NOT CD77O-STATUS-OK
                    GO TO COUNT-BAG-EXIT
                 END-IF
                 MOVE 'Y' TO WS-BAG-POSTED-SW
                 SET CD77O-STATUS-ERROR TO TRUE
                 IF BBG-REC-POSTED-AMOUNT IS NOT EQUAL TO
                    BBG-REC-DECLARED
           MOVE BBG-REC-STATUS TO CD77O-BAG-STATUS.
           MOVE BBG-REC-POSTED-AMOUNT TO CD77O-POSTED-AMOUNT.
           SET CD77O-STATUS-OK TO TRUE.

      * The verified cash is now physically in the branch vault
           IF WS-BAG-POSTED AND
              BBG-REC-BRANCH IS NOT EQUAL TO SPACES
              MOVE SPACES TO CD87-DATA
              SET CD87-REQUEST-POST TO TRUE
              MOVE BBG-REC-BRANCH TO CD87I-BRANCH
              SET CD87I-MOVE-BAG TO TRUE
              MOVE BBG-REC-POSTED-AMOUNT TO CD87I-AMOUNT
              EXEC CICS LINK PROGRAM('DBANK87P')
                             COMMAREA(CD87-DATA)
                             LENGTH(LENGTH OF CD87-DATA)
              END-EXEC
              IF NOT CD87O-STATUS-OK
                 MOVE 'Posted - vault not updated' TO CD77O-MSG
              END-IF
           END-IF.
       COUNT-BAG-EXIT.
           EXIT.

