       01  WS-ALOG-DATA.
       COPY CBANKD18.

       01  WS-COOL-DATA.
       COPY CCOOLD01.

       01  WS-COMMAREA.
       COPY CBANKD60.

              GO TO VERIFY-DEVICE-EXIT
           END-IF.

      * A device is not trusted while a recent contact-detail change
      * is still cooling off
           MOVE SPACES TO CDK1-DATA.
           SET CDK1-REQUEST-CHECK TO TRUE.
           MOVE CD60I-PID TO CDK1I-PID.
           MOVE WS-PROGRAM-ID TO CDK1I-USERID.
           SET CDK1I-ACTION-DEVICE TO TRUE.
           MOVE ZERO TO CDK1I-AMOUNT.
           EXEC CICS LINK PROGRAM('DCOOL01P')
                          COMMAREA(CDK1-DATA)
                          LENGTH(LENGTH OF CDK1-DATA)
           END-EXEC.
           IF CDK1O-STATUS-BLOCKED
              MOVE CDK1O-MSG TO CD60O-MSG
              GO TO VERIFY-DEVICE-EXIT
           END-IF.

           MOVE SPACES TO WS-BNKDEVR-RID.
           MOVE CD60I-PID TO WS-BNKDEVR-RID (1:5).
           MOVE CD60I-DEVICE-ID TO WS-BNKDEVR-RID (6:32).
