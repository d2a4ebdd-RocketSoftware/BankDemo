           MOVE WS-TIMESTAMP    TO BAL-REC-TIMESTAMP.
           MOVE CD18I-TERMID    TO BAL-REC-TERMID.
           MOVE CD18I-TRANID    TO BAL-REC-TRANID.
           MOVE CD18I-PID       TO BAL-REC-PID.
           MOVE CD18I-USERID    TO BAL-REC-USERID.
           MOVE CD18I-DETAIL    TO BAL-REC-DETAIL.
           CALL 'DBANKIOP' USING WS-AM-PASS-AREA.
           MOVE WS-AM-METHOD    TO BAL-REC-ACCESS-METHOD.
           MOVE 0 TO BAL-REC-SEQNO.
           MOVE 63 TO HSH-INPUT-LEN.
           MOVE 'BNKALOG ' TO HSH-SALT.
           CALL 'UBNKHSH1' USING WS-HASH-PARM.
      * The customer, userid and detail are chained too when present -
      * entries without them keep the digest they were written with
           IF BAL-REC-PID IS NOT EQUAL TO SPACES OR
              BAL-REC-USERID IS NOT EQUAL TO SPACES OR
              BAL-REC-DETAIL IS NOT EQUAL TO SPACES
              MOVE SPACES TO HSH-INPUT
              STRING HSH-DIGEST DELIMITED BY SIZE
                     BAL-REC-PID DELIMITED BY SIZE
                     BAL-REC-USERID DELIMITED BY SIZE
                     BAL-REC-DETAIL (1:35) DELIMITED BY SIZE
                INTO HSH-INPUT
              MOVE 64 TO HSH-INPUT-LEN
              CALL 'UBNKHSH1' USING WS-HASH-PARM
              MOVE SPACES TO HSH-INPUT
              STRING HSH-DIGEST DELIMITED BY SIZE
                     BAL-REC-DETAIL (36:45) DELIMITED BY SIZE
                INTO HSH-INPUT
              MOVE 61 TO HSH-INPUT-LEN
              CALL 'UBNKHSH1' USING WS-HASH-PARM
           END-IF.
           MOVE HSH-DIGEST TO BAL-REC-CHAIN-HASH.
       CHAIN-THIS-ENTRY-EXIT.
           EXIT.
