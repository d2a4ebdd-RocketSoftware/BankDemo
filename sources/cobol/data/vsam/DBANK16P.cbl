           MOVE WS-TS-DATE TO BLQ-REC-QUOTE-DTE.
           SET BLQ-REC-QUOTED TO TRUE.
           MOVE SPACES TO BLQ-REC-ACCNO.
      * A new quote has no disclosure until DTILA01P issues one
           MOVE SPACES TO BLQ-REC-DISCLOSURE-REF.
           MOVE ZERO TO BLQ-REC-DISC-APR.
           MOVE ZERO TO BLQ-REC-DISC-INS-RATE.
           MOVE ZERO TO BLQ-REC-DISC-ESCROW.
           MOVE SPACE TO BLQ-REC-DISC-ACK.
           MOVE SPACES TO BLQ-REC-DISC-ACK-DTE.
           MOVE SPACES TO BLQ-REC-DISC-ACK-BY.
           MOVE BLQ-REC-KEY TO WS-BNKLOANQ-RID.
           EXEC CICS WRITE FILE('BNKLOANQ')
                           FROM(BNKLOANQ-REC)
      *****************************************************************
      * Mark a quote as converted to a real loan account once the     *
      * account and its repayment standing order have been set up.    *
      * Only a quote whose truth-in-lending disclosure the borrower   *
      * has acknowledged may be converted.                            *
      *****************************************************************
       CONVERT-QUOTE.
      * Simulate SQL TIMESTAMP function
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD16O-STATUS-NOTFOUND TO TRUE
              GO TO CONVERT-QUOTE-EXIT
           END-IF.
           IF BLQ-REC-DISC-REPORT-ID IS EQUAL TO SPACES OR
              NOT BLQ-REC-DISC-ACKNOWLEDGED
              EXEC CICS UNLOCK FILE('BNKLOANQ')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              SET CD16O-STATUS-ERROR TO TRUE
           ELSE
              SET BLQ-REC-CONVERTED TO TRUE
              MOVE CD16I-ACCNO TO BLQ-REC-ACCNO
