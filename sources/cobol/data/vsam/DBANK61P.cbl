           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD61I-TP-ID (1:4) TO CD18I-TERMID.
           MOVE 'WEB1' TO CD18I-TRANID.
           MOVE CD61I-PID TO CD18I-PID.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
