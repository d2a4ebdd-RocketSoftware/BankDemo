       01  WS-HASH-PARM.
       COPY CBANKHSD.

       01  WS-COOL-DATA.
       COPY CCOOLD01.

       01  WS-COMMAREA.
       COPY CCASHD01.

      * to the audit trail so Customer Service can see the history.   *
      *****************************************************************
       REISSUE-CARD.
      * No replacement card while a recent contact-detail change is
      * still cooling off - the classic takeover sequence
           MOVE SPACES TO CDK1-DATA.
           SET CDK1-REQUEST-CHECK TO TRUE.
           MOVE CD01I-CONTACT-ID TO CDK1I-PID.
           MOVE WS-PROGRAM-ID TO CDK1I-USERID.
           SET CDK1I-ACTION-CARD TO TRUE.
           MOVE ZERO TO CDK1I-AMOUNT.
           EXEC CICS LINK PROGRAM('DCOOL01P')
                          COMMAREA(CDK1-DATA)
                          LENGTH(LENGTH OF CDK1-DATA)
           END-EXEC.
           IF CDK1O-STATUS-BLOCKED
              SET CD01O-SET-COOLING-OFF TO TRUE
              GO TO REISSUE-CARD-EXIT
           END-IF.

           MOVE CD01I-CONTACT-ID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
