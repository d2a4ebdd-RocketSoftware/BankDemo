       01  WS-NOSTRO-DATA.
       COPY CBANKD46.

       01  WS-POA-DATA.
       COPY CBANKD89.

       01  WS-ALIAS-DATA.
       COPY CBANKD90.

       01  WS-COOL-DATA.
       COPY CCOOLD01.

       COPY CABENDD.

       LINKAGE SECTION.
              MOVE SPACES TO BANK-SCR50-BENEFNAME
              MOVE SPACES TO BANK-SCR50-PAYEE
              MOVE SPACES TO BANK-SCR50-EFFDATE
              MOVE SPACES TO BANK-SCR50-ALIAS
              MOVE SPACES TO BANK-SCR50-ALIASNAME
              MOVE SPACES TO BANK-SCR50-ALIASCONF
              MOVE WS-RETURN-MSG TO BANK-ERROR-MSG
              MOVE 'BBANK50P' TO BANK-LAST-PROG
              MOVE 'BBANK50P' TO BANK-NEXT-PROG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * A representative transacting for the customer at the counter  *
      * must hold a current authority with the transact scope         *
      *****************************************************************
           IF (BANK-ROLE-TELLER OR BANK-ROLE-ADMIN) AND
              BANK-SCR50-REPID IS NOT EQUAL TO SPACES AND
              BANK-SCR50-REPID IS NOT EQUAL TO LOW-VALUES
              MOVE SPACES TO CD89-DATA
              SET CD89-REQUEST-CHECK TO TRUE
              MOVE BANK-USERID TO CD89I-PID
              MOVE BANK-SCR50-REPID TO CD89I-REP-IDREF
              MOVE 'T' TO CD89I-SCOPE
              EXEC CICS LINK PROGRAM('DBANK89P')
                             COMMAREA(CD89-DATA)
                             LENGTH(LENGTH OF CD89-DATA)
              END-EXEC
              IF NOT CD89O-STATUS-OK
                 MOVE CD89O-MSG TO BANK-ERROR-MSG
                 MOVE 'BBANK50P' TO BANK-LAST-PROG
                 MOVE 'BBANK50P' TO BANK-NEXT-PROG
                 MOVE 'MBANK50' TO BANK-LAST-MAPSET
                 MOVE 'BANK50A' TO BANK-LAST-MAP
                 MOVE 'MBANK50' TO BANK-NEXT-MAPSET
                 MOVE 'BANK50A' TO BANK-NEXT-MAP
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * A wire soon after a contact-detail change goes past the       *
      * rules engine's cooling-off rules first, which may refuse it   *
      *****************************************************************
           IF WS-XFER-INTL
              MOVE SPACES TO CDK1-DATA
              SET CDK1-REQUEST-CHECK TO TRUE
              MOVE BANK-USERID TO CDK1I-PID
              MOVE BANK-SIGNON-ID TO CDK1I-USERID
              SET CDK1I-ACTION-WIRE TO TRUE
              IF BANK-TERMINAL-ID IS NOT EQUAL TO SPACES AND
                 BANK-TERMINAL-ID IS NOT EQUAL TO LOW-VALUES
                 MOVE 'A' TO CDK1I-CHANNEL
              ELSE
                 MOVE 'G' TO CDK1I-CHANNEL
              END-IF
              MOVE WS-XFER-AMT-NUM-N TO CDK1I-AMOUNT
              EXEC CICS LINK PROGRAM('DCOOL01P')
                             COMMAREA(CDK1-DATA)
                             LENGTH(LENGTH OF CDK1-DATA)
              END-EXEC
              IF CDK1O-STATUS-BLOCKED
                 MOVE CDK1O-MSG TO BANK-ERROR-MSG
                 MOVE 'BBANK50P' TO BANK-LAST-PROG
                 MOVE 'BBANK50P' TO BANK-NEXT-PROG
                 MOVE 'MBANK50' TO BANK-LAST-MAPSET
                 MOVE 'BANK50A' TO BANK-LAST-MAP
                 MOVE 'MBANK50' TO BANK-NEXT-MAPSET
                 MOVE 'BANK50A' TO BANK-NEXT-MAP
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Real-time fraud rules - velocity and pattern checks run      *
      * before anything posts.  A decline stops the transfer cold;   *
           MOVE SPACE TO CD04I-TO-BLIND-FLAG.
           MOVE SPACES TO CD04I-DESC.
           MOVE BANK-TERMINAL-ID TO CD04I-TERMINAL-ID.
           IF BANK-ROLE-TELLER OR
              BANK-ROLE-ADMIN
              MOVE BANK-SIGNON-ID TO CD04I-USERID
           END-IF.
           IF WS-XFER-INTL
      * Outgoing international wire - credit the wire suspense house
      * account pending outbound settlement, and record the
                     ' to ' DELIMITED BY SIZE
                     WS-XFER-ACCT-TO DELIMITED BY SIZE
                INTO BANK-ERROR-MSG
      * A savings-type account at or over its monthly withdrawal
      * limit gets the warning after the confirmation
              IF CD04O-LIMIT-EXCEEDED
                 MOVE ' - monthly limit exceeded'
                   TO BANK-ERROR-MSG (49:25)
              END-IF
              IF CD04O-LIMIT-REACHED
                 MOVE ' - last free withdrawal'
                   TO BANK-ERROR-MSG (49:23)
              END-IF
      * A teller's posting against a bank cash account is physical
      * money over the counter - record it against their drawer
              PERFORM RECORD-DRAWER-MOVE THRU
              MOVE SPACES TO BANK-SCR50-IBAN
              MOVE SPACES TO BANK-SCR50-SWIFT
              MOVE SPACES TO BANK-SCR50-BENEFNAME
              MOVE SPACES TO BANK-SCR50-ALIAS
              MOVE SPACES TO BANK-SCR50-ALIASNAME
              MOVE SPACES TO BANK-SCR50-ALIASCONF
           END-IF.

       XFER-DONE.
              END-IF
           END-IF.

      *****************************************************************
      * Or the payee may be named by the e-mail or telephone they     *
      * registered as an alias.  It resolves into the other-account   *
      * field the same way, but only once the payer has seen the      *
      * payee's masked name and pressed Enter again.                  *
      *****************************************************************
           IF BANK-SCR50-ALIAS IS NOT EQUAL TO SPACES AND
              BANK-SCR50-ALIAS IS NOT EQUAL TO LOW-VALUES
              IF WS-SEL-COUNT IS GREATER THAN ZERO OR
                 (BANK-SCR50-PAYEE IS NOT EQUAL TO SPACES AND
                  BANK-SCR50-PAYEE IS NOT EQUAL TO LOW-VALUES)
                 MOVE 'Pick one of alias, payee or to account'
                   TO WS-ERROR-MSG
                 GO TO VALIDATE-DATA-ERROR
              END-IF
              PERFORM RESOLVE-ALIAS THRU
                      RESOLVE-ALIAS-EXIT
              IF INPUT-ERROR
                 GO TO VALIDATE-DATA-ERROR
              END-IF
           END-IF.

      *****************************************************************
      * No TO1-TO6 account was picked - if an account number was      *
      * typed into the "other account" field instead, treat that as  *
           END-IF.
           MOVE BANK-SIGNON-ID TO CD37I-TELLER.
           MOVE WS-XFER-AMT-NUM-N TO CD37I-AMOUNT.
           MOVE BANK-USERID TO CD37I-PID.
           IF CD37-REQUEST-CASHOUT
              MOVE WS-XFER-ACCT-FROM TO CD37I-ACCNO
           ELSE
              MOVE WS-XFER-ACCT-TO TO CD37I-ACCNO
           END-IF.
           EXEC CICS LINK PROGRAM('DBANK37P')
                          COMMAREA(CD37-DATA)
                          LENGTH(LENGTH OF CD37-DATA)
       RESOLVE-PAYEE-EXIT.
           EXIT.

       RESOLVE-ALIAS.
           MOVE SPACES TO CD90-DATA.
           SET CD90-REQUEST-RESOLVE TO TRUE.
           MOVE BANK-SCR50-ALIAS TO CD90I-ALIAS.
           MOVE BANK-USERID TO CD90I-USERID.
           EXEC CICS LINK PROGRAM('DBANK90P')
                          COMMAREA(CD90-DATA)
                          LENGTH(LENGTH OF CD90-DATA)
           END-EXEC.
           IF NOT CD90O-STATUS-OK
              MOVE 'No payee is registered under that alias'
                TO WS-ERROR-MSG
              MOVE SPACES TO BANK-SCR50-ALIASNAME
              MOVE SPACES TO BANK-SCR50-ALIASCONF
              SET INPUT-ERROR TO TRUE
              GO TO RESOLVE-ALIAS-EXIT
           END-IF.
           IF BANK-SCR50-ALIASCONF IS NOT EQUAL TO BANK-SCR50-ALIAS
              MOVE CD90O-MASKED-NAME TO BANK-SCR50-ALIASNAME
              MOVE BANK-SCR50-ALIAS TO BANK-SCR50-ALIASCONF
              MOVE SPACES TO WS-ERROR-MSG
              STRING 'Pay ' DELIMITED BY SIZE
                     CD90O-MASKED-NAME DELIMITED BY '  '
                     '? Press Enter again to confirm'
                       DELIMITED BY SIZE
                INTO WS-ERROR-MSG
              SET INPUT-ERROR TO TRUE
              GO TO RESOLVE-ALIAS-EXIT
           END-IF.
           MOVE CD90O-ACCNO TO BANK-SCR50-OTHERACC.
       RESOLVE-ALIAS-EXIT.
           EXIT.

      *****************************************************************
      * Edit the optional value (effective) date - blank means post   *
      * now; otherwise it must be a well-formed YYYY-MM-DD that is    *
              MOVE SPACES TO BANK-SCR50-BENEFNAME
              MOVE SPACES TO BANK-SCR50-PAYEE
              MOVE SPACES TO BANK-SCR50-EFFDATE
              MOVE SPACES TO BANK-SCR50-ALIAS
              MOVE SPACES TO BANK-SCR50-ALIASNAME
              MOVE SPACES TO BANK-SCR50-ALIASCONF
           ELSE
              MOVE CD21O-MSG TO BANK-ERROR-MSG
           END-IF.
