      *              queue and approve or decline.  Approval runs the *
      *              existing teller add-account function (DBANK15P)  *
      *              and posts the funding transfer (DBANK04P) - no   *
      *              second copy of the opening logic.  A tax         *
      *              residency self-certification given with the      *
      *              application is recorded through DBANK81P before  *
      *              the application is filed.                        *
      *              VSAM Version                                     *
      *****************************************************************

       01  WS-ACCT-DATA.
       COPY CBANKD11.

       01  WS-TAXR-DATA.
       COPY CBANKD81.

       01  WS-REFERRAL-DATA.
       COPY CBANKD99.

       01  WS-COMMAREA.
       COPY CBANKD41.

       COPY CRETURN.

       SUBMIT-APPLICATION.
           IF CD41I-RES-CNTRY (1) IS NOT EQUAL TO SPACES
              MOVE SPACES TO CD81-DATA
              SET CD81-REQUEST-CERTIFY TO TRUE
              MOVE CD41I-PID TO CD81I-PID
              MOVE 'M' TO CD81I-SOURCE
              MOVE CD41I-USERID TO CD81I-USERID
              PERFORM COPY-RESIDENCE THRU COPY-RESIDENCE-EXIT
                VARYING WS-SUB FROM 1 BY 1
                  UNTIL WS-SUB IS GREATER THAN 3
              EXEC CICS LINK PROGRAM('DBANK81P')
                             COMMAREA(CD81-DATA)
                             LENGTH(LENGTH OF CD81-DATA)
              END-EXEC
              IF NOT CD81O-STATUS-OK
                 MOVE CD81O-MSG TO CD41O-MSG
                 GO TO SUBMIT-APPLICATION-EXIT
              END-IF
           END-IF.
      * Simulate SQL TIMESTAMP function
       COPY CTSTAMPP.
           MOVE SPACES TO BAP-RECORD.
       SUBMIT-APPLICATION-EXIT.
           EXIT.

       COPY-RESIDENCE.
           MOVE CD41I-RES-CNTRY (WS-SUB) TO CD81I-RES-CNTRY (WS-SUB).
           MOVE CD41I-RES-TIN (WS-SUB) TO CD81I-RES-TIN (WS-SUB).
           MOVE CD41I-RES-NO-TIN (WS-SUB)
             TO CD81I-RES-NO-TIN (WS-SUB).
       COPY-RESIDENCE-EXIT.
           EXIT.

       LIST-QUEUE.
           MOVE LOW-VALUES TO WS-BNKAPPL-RID.
           EXEC CICS STARTBR FILE('BNKAPPL')
              GO TO DECIDE-APPLICATION-EXIT
           END-IF.

      * A referring staff userid is checked before anything is opened
           IF CD41I-REFERRER IS NOT EQUAL TO SPACES
              MOVE SPACES TO CD99-DATA
              SET CD99-REQUEST-CHECK TO TRUE
              MOVE CD41I-REFERRER TO CD99I-REFERRER
              MOVE BAP-REC-PID TO CD99I-PID
              EXEC CICS LINK PROGRAM('DBANK99P')
                             COMMAREA(CD99-DATA)
                             LENGTH(LENGTH OF CD99-DATA)
              END-EXEC
              IF NOT CD99O-STATUS-OK
                 MOVE CD99O-MSG TO CD41O-MSG
                 GO TO DECIDE-APPLICATION-EXIT
              END-IF
           END-IF.

      *****************************************************************
      * Approval: the existing teller add-account function opens the  *
      * account with a zero balance, then the initial deposit is      *
           MOVE ZERO TO CD15I-OPENING-BAL.
           MOVE ZERO TO CD15I-OVERDRAFT-LIMIT.
           MOVE SPACES TO CD15I-CURRENCY.
           MOVE CD41I-REFERRER TO CD15I-REFERRER.
           MOVE 'M' TO CD15I-REF-CHANNEL.
           EXEC CICS LINK PROGRAM('DBANK15P')
                          COMMAREA(CD15-DATA)
                          LENGTH(LENGTH OF CD15-DATA)
              MOVE CD15O-ACCNO TO CD04I-TO-ACC
              MOVE BAP-REC-INIT-DEPOSIT TO CD04I-XFER-AMOUNT
              MOVE 'Opening deposit' TO CD04I-DESC
              MOVE CD41I-USERID TO CD04I-USERID
              EXEC CICS LINK PROGRAM('DBANK04P')
                             COMMAREA(CD04-DATA)
                             LENGTH(LENGTH OF CD04-DATA)
           MOVE CD41I-USERID TO BAP-REC-DECIDED-BY.
           MOVE WS-TS-DATE TO BAP-REC-DECIDED-DATE.
           MOVE CD15O-ACCNO TO BAP-REC-NEW-ACCNO.
           MOVE CD41I-REFERRER TO BAP-REC-REFERRER.
           PERFORM REWRITE-APPLICATION THRU
                   REWRITE-APPLICATION-EXIT.
           IF CD41O-STATUS-OK
