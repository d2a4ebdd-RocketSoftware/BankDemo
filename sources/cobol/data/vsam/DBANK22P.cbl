       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-COOL-DATA.
       COPY CCOOLD01.

       01  WS-COMMAREA.
       COPY CBANKD22.

      * mistyped-destination protection the directory exists for.     *
      *****************************************************************
       ADD-PAYEE.
      * A new payee soon after a contact-detail change goes past the
      * rules engine, which may refuse it
           MOVE SPACES TO CDK1-DATA.
           SET CDK1-REQUEST-CHECK TO TRUE.
           MOVE CD22I-PID TO CDK1I-PID.
           MOVE WS-PROGRAM-ID TO CDK1I-USERID.
           SET CDK1I-ACTION-PAYEE TO TRUE.
           MOVE ZERO TO CDK1I-AMOUNT.
           EXEC CICS LINK PROGRAM('DCOOL01P')
                          COMMAREA(CDK1-DATA)
                          LENGTH(LENGTH OF CDK1-DATA)
           END-EXEC.
           IF CDK1O-STATUS-BLOCKED
              MOVE CDK1O-MSG TO CD22O-MSG
              GO TO ADD-PAYEE-EXIT
           END-IF.

           IF CD22I-TYPE-INTERNAL
              MOVE CD22I-PAYEE-ACCNO TO WS-BNKACC-RID
              EXEC CICS READ FILE('BNKACC')
