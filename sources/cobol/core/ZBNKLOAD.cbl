      * a newly loaded bank has no pending authorizations, so the
      * available balance starts equal to the ledger balance.
           MOVE BAC-REC-BALANCE TO BAC-REC-AVAIL-BALANCE.
           MOVE SPACE TO BAC-REC-TD-NOTICED.
           MOVE SPACES TO BAC-REC-FILLER.
           WRITE BNKACC-REC.
           ADD 1 TO WS-RECORD-COUNTER1.
      * Seed data predates the reversal-linkage fields
           SET BTX-REC-NOT-REVERSED TO TRUE.
           MOVE SPACES TO BTX-REC-LINKED-TIMESTAMP.
           MOVE SPACES TO BTX-REC-USERID.
           MOVE SPACES TO BTX-REC-FILLER.
           WRITE BNKTXN-REC.
           ADD 1 TO WS-RECORD-COUNTER1.
