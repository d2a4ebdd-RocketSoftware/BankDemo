           MOVE SPACES TO BNO-RECORD.
           MOVE CD46I-BIC TO BNO-REC-BIC.
           MOVE CD46I-NAME TO BNO-REC-NAME.
           MOVE CD46I-CURRENCY TO BNO-REC-CURRENCY.
           MOVE ZERO TO BNO-REC-POSITION.
           MOVE BNO-REC-BIC TO WS-BNKNOSTR-RID.
           EXEC CICS WRITE FILE('BNKNOSTR')
