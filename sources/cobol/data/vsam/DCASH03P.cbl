           END-IF.
      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
      * The cassettes taken out and put in count as cash loaded since
      * the last balancing cut
           IF BTM-REC-CUT-DATE IS NOT EQUAL TO SPACES
              COMPUTE BTM-REC-CUT-LOADED = BTM-REC-CUT-LOADED
                      + CDC3I-AMOUNT - BTM-REC-CASH-ON-HAND
           END-IF.
           MOVE CDC3I-AMOUNT TO BTM-REC-CASH-ON-HAND.
           MOVE WS-TS-DATE TO BTM-REC-LAST-REPLENISH.
           EXEC CICS REWRITE FILE('BNKTERM')
           SET BTM-REC-IN-SERVICE TO TRUE.
           MOVE ZERO TO BTM-REC-CASH-ON-HAND.
           MOVE CDC3I-REPLENISH-AT TO BTM-REC-REPLENISH-AT.
           MOVE ZERO TO BTM-REC-CUT-CASH.
           MOVE ZERO TO BTM-REC-CUT-LOADED.
           MOVE CDC3I-BRANCH TO BTM-REC-BRANCH.
           MOVE BTM-REC-TERMINAL-ID TO WS-BNKTERM-RID.
           EXEC CICS WRITE FILE('BNKTERM')
                           FROM(WS-BNKTERM-REC)
