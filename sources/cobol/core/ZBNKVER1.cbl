         05  SRT-TRANID                            PIC X(4).
         05  SRT-METHOD                            PIC X(3).
         05  SRT-HASH                              PIC X(16).
         05  SRT-PID                               PIC X(5).
         05  SRT-USERID                            PIC X(8).
         05  SRT-DETAIL                            PIC X(80).

       FD  VERRPT-FILE
           RECORDING MODE IS F
           MOVE BAL-REC-TRANID TO SRT-TRANID.
           MOVE BAL-REC-ACCESS-METHOD TO SRT-METHOD.
           MOVE BAL-REC-CHAIN-HASH TO SRT-HASH.
           MOVE BAL-REC-PID TO SRT-PID.
           MOVE BAL-REC-USERID TO SRT-USERID.
           MOVE BAL-REC-DETAIL TO SRT-DETAIL.
           RELEASE SRT-REC.
           GO TO RELEASE-LOG-LOOP.
       RELEASE-LOG-DONE.
           MOVE 63 TO HSH-INPUT-LEN.
           MOVE 'BNKALOG ' TO HSH-SALT.
           CALL 'UBNKHSH1' USING WS-HASH-PARM.
      * The customer, userid and detail are chained too when present -
      * entries without them keep the digest they were written with
           IF SRT-PID IS NOT EQUAL TO SPACES OR
              SRT-USERID IS NOT EQUAL TO SPACES OR
              SRT-DETAIL IS NOT EQUAL TO SPACES
              MOVE SPACES TO HSH-INPUT
              STRING HSH-DIGEST DELIMITED BY SIZE
                     SRT-PID DELIMITED BY SIZE
                     SRT-USERID DELIMITED BY SIZE
                     SRT-DETAIL (1:35) DELIMITED BY SIZE
                INTO HSH-INPUT
              MOVE 64 TO HSH-INPUT-LEN
              CALL 'UBNKHSH1' USING WS-HASH-PARM
              MOVE SPACES TO HSH-INPUT
              STRING HSH-DIGEST DELIMITED BY SIZE
                     SRT-DETAIL (36:45) DELIMITED BY SIZE
                INTO HSH-INPUT
              MOVE 61 TO HSH-INPUT-LEN
              CALL 'UBNKHSH1' USING WS-HASH-PARM
           END-IF.

           IF HSH-DIGEST IS NOT EQUAL TO SRT-HASH
              SET WS-CHAIN-BROKEN TO TRUE
