      *              consolidated into carrier orders with a          *
      *              denomination breakdown, recorded on BNKCORD      *
      *              and transmitted on the carrier's CARORD file     *
      *              with a two-day delivery window.  A branch vault  *
      *              holding more than its insured limit (less any    *
      *              pickup already on order) gets a pickup order for *
      *              the excess.                                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BRNNEED-STATUS.

           SELECT BNKVALT-NDX
                  ASSIGN       TO NDXVALT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BVT-REC-BRANCH
                  FILE STATUS  IS WS-BNKVALT-STATUS.

           SELECT CARORD-FILE
                  ASSIGN       TO CARORD
                  ORGANIZATION IS SEQUENTIAL
                                                     OCCURS 4 TIMES.
         05  FILLER                                PIC X(36).

       FD  BNKVALT-NDX.
       01  BNKVALT-REC.
       COPY CBANKVVT.

       FD  CARORD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
         05  WS-BNKCORD-STATUS                     PIC X(2).
         05  WS-BRNNEED-STATUS                     PIC X(2).
         05  WS-CARORD-STATUS                      PIC X(2).
         05  WS-BNKVALT-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
                                                     COMP-3.
         05  WS-TOTAL                              PIC S9(9)V99
                                                     COMP-3.
         05  WS-PICKUP-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-WINDOW-DATE                        PIC X(10).
         05  WS-WIN-YYYY                           PIC 9(4).
         05  WS-WIN-MM                             PIC 9(2).
         05  FILLER REDEFINES WS-DIM-TABLE.
           10  WS-DIM                              PIC 9(2)
               OCCURS 12 TIMES.
      * Vault pickups are made up in these notes, a quarter of the
      * excess in each
         05  WS-PICKUP-DENOM-TABLE.
           10  FILLER                              PIC X(12)
               VALUE '100050020010'.
         05  FILLER REDEFINES WS-PICKUP-DENOM-TABLE.
           10  WS-PICKUP-DENOM                     PIC 9(3)
               OCCURS 4 TIMES.

       01  WS-BUS-DATE                             PIC X(10).

              CLOSE BRNNEED-FILE
           END-IF.

           OPEN I-O BNKVALT-NDX.
           MOVE WS-BNKVALT-STATUS TO WS-IO-STATUS.
           MOVE 'BNKVALT-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           PERFORM VAULT-LOOP THRU
                   VAULT-LOOP-EXIT.
           CLOSE BNKVALT-NDX.

           CLOSE BNKCORD-NDX.
           CLOSE CARORD-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-ORDER-COUNTER DELIMITED BY SIZE
                  ' order(s) placed, ' DELIMITED BY SIZE
                  WS-PICKUP-COUNTER DELIMITED BY SIZE
                  ' vault pickup(s)' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

       BRANCH-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * A vault over its insured limit has the excess collected.  A   *
      * pickup already on order counts against the excess so the same *
      * cash is not ordered out twice before the carrier calls.       *
      *****************************************************************
       VAULT-LOOP.
           READ BNKVALT-NDX NEXT RECORD.
           IF WS-BNKVALT-STATUS IS EQUAL TO '10'
              GO TO VAULT-LOOP-EXIT
           END-IF.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKVALT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           IF BVT-REC-INSURED-LIMIT IS NOT GREATER THAN ZERO
              GO TO VAULT-LOOP
           END-IF.
           COMPUTE WS-NEED =
                   BVT-REC-BOOK - BVT-REC-INSURED-LIMIT
                   - BVT-REC-PICKUP-PENDING.
           IF WS-NEED IS NOT GREATER THAN ZERO
              GO TO VAULT-LOOP
           END-IF.
           COMPUTE WS-QUARTER = WS-NEED / 4.

           MOVE SPACES TO BCO-RECORD.
           SET BCO-REC-DEST-PICKUP TO TRUE.
           MOVE BVT-REC-BRANCH TO BCO-REC-DEST-ID.
           MOVE ZERO TO WS-TOTAL.
           PERFORM SET-PICKUP-NOTES THRU
                   SET-PICKUP-NOTES-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN 4.
           IF WS-TOTAL IS NOT GREATER THAN ZERO
              GO TO VAULT-LOOP
           END-IF.
           PERFORM PLACE-ORDER THRU
                   PLACE-ORDER-EXIT.
           ADD 1 TO WS-PICKUP-COUNTER.

           ADD WS-TOTAL TO BVT-REC-PICKUP-PENDING.
           REWRITE BNKVALT-REC.
           IF WS-BNKVALT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKVALT-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           GO TO VAULT-LOOP.
       VAULT-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * Whole notes only - the odd amount stays in the vault          *
      *****************************************************************
       SET-PICKUP-NOTES.
           MOVE WS-PICKUP-DENOM (WS-SUB) TO BCO-REC-ORD-DENOM (WS-SUB).
           DIVIDE WS-QUARTER BY WS-PICKUP-DENOM (WS-SUB)
             GIVING BCO-REC-ORD-COUNT (WS-SUB).
           COMPUTE WS-TOTAL =
                   WS-TOTAL +
                   (BCO-REC-ORD-COUNT (WS-SUB) *
                    WS-PICKUP-DENOM (WS-SUB)).
       SET-PICKUP-NOTES-EXIT.
           EXIT.

      *****************************************************************
      * Record the order and put it on the carrier's file             *
      *****************************************************************
