           MOVE CD72I-LIEN-EXPIRY TO BCL-REC-LIEN-EXPIRY.
           MOVE CD72I-POLICY-NO TO BCL-REC-POLICY-NO.
           MOVE CD72I-POLICY-EXPIRY TO BCL-REC-POLICY-EXPIRY.
           MOVE CD72I-TYPE TO BCL-REC-TYPE.
           SET BCL-REC-LIEN-HELD TO TRUE.
           MOVE BCL-REC-KEY TO WS-BNKCOLL-RID.
           EXEC CICS WRITE FILE('BNKCOLL')
                 MOVE CD72I-LIEN-EXPIRY TO BCL-REC-LIEN-EXPIRY
                 MOVE CD72I-POLICY-NO TO BCL-REC-POLICY-NO
                 MOVE CD72I-POLICY-EXPIRY TO BCL-REC-POLICY-EXPIRY
                 IF CD72I-TYPE IS NOT EQUAL TO SPACES
                    MOVE CD72I-TYPE TO BCL-REC-TYPE
                 END-IF
                 EXEC CICS REWRITE FILE('BNKCOLL')
                                   FROM(WS-BNKCOLL-REC)
                                   LENGTH(LENGTH OF WS-BNKCOLL-REC)
                          RIDFLD(WS-BNKLOANQ-RID)
                          RESP(WS-RESP)
           END-EXEC.
      * A charged-off loan's security is what recoveries come from
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BLQ-REC-CHARGED-OFF
              EXEC CICS UNLOCK FILE('BNKCOLL')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Loan was charged off - lien must stay'
                TO CD72O-MSG
              GO TO RELEASE-LIEN-EXIT
           END-IF.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BLQ-REC-CONVERTED AND
              BLQ-REC-ACCNO IS NOT EQUAL TO SPACES
           MOVE BCL-REC-POLICY-EXPIRY
             TO CD72O-LIST-POLICY-EXPIRY (WS-SUB).
           MOVE BCL-REC-STATUS TO CD72O-LIST-STATUS (WS-SUB).
           MOVE BCL-REC-TYPE TO CD72O-LIST-TYPE (WS-SUB).
           GO TO LIST-COLLATERAL-LOOP.
       LIST-COLLATERAL-DONE.
           EXEC CICS ENDBR FILE('BNKCOLL')
