         05  WS-FX-OK-SW                           PIC X(1).
           88  WS-FX-OK                              VALUE 'Y'.
         05  WS-BNKODP-RID                         PIC X(9).
         05  WS-BNKBKRP-RID                        PIC X(5).
         05  WS-READ-TOKEN-ODP                     PIC S9(8) COMP.
         05  WS-READ-TOKEN-FND                     PIC S9(8) COMP.
         05  WS-BNKACC-FND-RID                     PIC X(9).
      * A youth debit over this needs the guardian's approval
         05  WS-YOUTH-THRESHOLD                    PIC S9(5)V99 COMP-3
             VALUE 100.00.
         05  WS-XSF-PID                            PIC X(5).
         05  WS-XSF-ACCNO                          PIC X(9).
         05  WS-XSF-CURRENCY                       PIC X(3).

       COPY CTSTAMPD.

       01  WS-BNKODP-REC.
       COPY CBANKVOD.

       01  WS-BNKBKRP-REC.
       COPY CBANKVBR.

       01  WS-BNKENV-REC.
       COPY CBANKVEV.

       01  WS-RATE-DATA.
       COPY CBANKD25.

       01  WS-DLM-PARM.
       COPY CBANKDLD.

       01  WS-BUDGET-DATA.
       COPY CBANKD92.

       01  WS-COMMAREA.
       COPY CBANKD04.

                TO CD04O-MSG
              GO TO DBANK04P-EXIT
           END-IF.
      * A written-off account still takes repayments - the overdrawn
      * collections run ZBNKODC1 moves them to the recovery ledger.
           IF BAC-REC-CLOSED IN WS-BNKACC-TO-REC AND
              NOT BAC-REC-WRITTEN-OFF IN WS-BNKACC-TO-REC
              MOVE 'TO account is closed'
                TO CD04O-MSG
              GO TO DBANK04P-EXIT
      * preserved across the posting.
           ADD WS-FROM-BAL-DELTA
             TO BAC-REC-AVAIL-BALANCE IN WS-BNKACC-FROM-REC.
      * A debit on an account type with a monthly withdrawal limit
      * is counted against it - one over the limit takes the excess
      * fee and the customer is warned through CD04O-MSG
           SET DLM-O-NOT-LIMITED TO TRUE.
           MOVE ZERO TO DLM-O-FEE.
           MOVE SPACES TO DLM-O-MSG.
           IF WS-FROM-BAL-DELTA IS LESS THAN ZERO
              MOVE BAC-REC-TYPE IN WS-BNKACC-FROM-REC
                TO WS-BNKATYP-RID
              PERFORM GET-DEBIT-LIMIT THRU
                      GET-DEBIT-LIMIT-EXIT
              CALL 'UBNKDLM1' USING WS-DLM-PARM
                                    WS-BNKACC-FROM-REC
           END-IF.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-FROM-REC)
                             LENGTH(LENGTH OF WS-BNKACC-FROM-REC)
           MOVE WS-TIMESTAMP TO CD04O-TIMESTAMP.
           PERFORM WRITE-AUDIT-RECORDS.
           SET CD04O-UPDATE-OK TO TRUE.
           MOVE DLM-O-RESULT TO CD04O-DEBIT-LIMIT.
           IF DLM-O-FEE IS GREATER THAN ZERO
              MOVE CD04I-FROM-PID TO WS-XSF-PID
              MOVE CD04I-FROM-ACC TO WS-XSF-ACCNO
              MOVE BAC-REC-CURRENCY IN WS-BNKACC-FROM-REC
                TO WS-XSF-CURRENCY
              PERFORM WRITE-EXCESS-FEE THRU
                      WRITE-EXCESS-FEE-EXIT
           END-IF.
           IF DLM-O-MSG IS NOT EQUAL TO SPACES
              MOVE DLM-O-MSG TO CD04O-MSG
           END-IF.

      *****************************************************************
      * Check whether either account has crossed a customer-defined   *
           COMPUTE WS-ALERT-TXN-AMOUNT =
                   CD04I-FROM-NEW-BAL - CD04I-FROM-OLD-BAL.
           PERFORM CHECK-ACCOUNT-ALERTS THRU CHECK-ACCOUNT-ALERTS-EXIT.
      * A debit can also take the owner's spending category over the
      * monthly budget they have set - alerted the same way
           PERFORM CHECK-SPENDING-BUDGET THRU
                   CHECK-SPENDING-BUDGET-EXIT.

           MOVE BAC-REC-PID IN WS-BNKACC-TO-REC TO WS-ALERT-PID.
           MOVE CD04I-TO-ACC TO WS-ALERT-ACCNO.
              END-EXEC
              GO TO TRY-OVERDRAFT-PROTECTION-EXIT
           END-IF.
      * No draw on the funding account while the customer is under
      * the automatic stay of an active bankruptcy case
           MOVE BAC-REC-PID IN WS-BNKACC-FROM-REC TO WS-BNKBKRP-RID.
           EXEC CICS READ FILE('BNKBKRP')
                          INTO(WS-BNKBKRP-REC)
                          LENGTH(LENGTH OF WS-BNKBKRP-REC)
                          RIDFLD(WS-BNKBKRP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BBR-REC-STAY-ACTIVE
              EXEC CICS UNLOCK FILE('BNKODP')
                               TOKEN(WS-READ-TOKEN-ODP)
              END-EXEC
              GO TO TRY-OVERDRAFT-PROTECTION-EXIT
           END-IF.
           IF BOD-REC-INCREMENT IS NOT GREATER THAN ZERO OR
              BOD-REC-FUND-ACCNO IS EQUAL TO CD04I-FROM-ACC
              EXEC CICS UNLOCK FILE('BNKODP')
             FROM BAC-REC-BALANCE IN WS-BNKACC-FND-REC.
           SUBTRACT WS-ODP-XFER
             FROM BAC-REC-AVAIL-BALANCE IN WS-BNKACC-FND-REC.
      * A protection transfer out of a limited (savings) type counts
      * against its monthly withdrawal limit like any other debit
           MOVE BAC-REC-TYPE IN WS-BNKACC-FND-REC TO WS-BNKATYP-RID.
           PERFORM GET-DEBIT-LIMIT THRU
                   GET-DEBIT-LIMIT-EXIT.
           CALL 'UBNKDLM1' USING WS-DLM-PARM
                                 WS-BNKACC-FND-REC.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-FND-REC)
                             LENGTH(LENGTH OF WS-BNKACC-FND-REC)

           PERFORM WRITE-ODP-PAIR THRU
                   WRITE-ODP-PAIR-EXIT.
           IF DLM-O-FEE IS GREATER THAN ZERO
              MOVE BAC-REC-PID IN WS-BNKACC-FND-REC TO WS-XSF-PID
              MOVE BOD-REC-FUND-ACCNO TO WS-XSF-ACCNO
              MOVE BAC-REC-CURRENCY IN WS-BNKACC-FND-REC
                TO WS-XSF-CURRENCY
              PERFORM WRITE-EXCESS-FEE THRU
                      WRITE-EXCESS-FEE-EXIT
           END-IF.

      * Tell the customer their protection fired
           MOVE CD04I-FROM-PID TO WS-ALERT-PID.
       ASSESS-NSF-FEE-EXIT.
           EXIT.

      *****************************************************************
      * Look up the monthly withdrawal limit and excess fee for the   *
      * account type in WS-BNKATYP-RID - a type that cannot be read   *
      * is treated as not limited                                     *
      *****************************************************************
       GET-DEBIT-LIMIT.
           MOVE ZERO TO DLM-I-MAX-DEBITS.
           MOVE ZERO TO DLM-I-EXCESS-FEE.
      * Simulate SQL TIMESTAMP function
           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:7) TO DLM-I-CYCLE.
           EXEC CICS READ FILE('BNKATYPE')
                          INTO(WS-BNKATYP-REC)
                          LENGTH(LENGTH OF WS-BNKATYP-REC)
                          RIDFLD(WS-BNKATYP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO GET-DEBIT-LIMIT-EXIT
           END-IF.
           IF BAT-REC-MAX-DEBITS IS NUMERIC
              MOVE BAT-REC-MAX-DEBITS TO DLM-I-MAX-DEBITS
           END-IF.
           IF BAT-REC-EXCESS-FEE IS NUMERIC
              MOVE BAT-REC-EXCESS-FEE TO DLM-I-EXCESS-FEE
           END-IF.
       GET-DEBIT-LIMIT-EXIT.
           EXIT.

      *****************************************************************
      * The excess-withdrawal fee UBNKDLM1 has already taken off the  *
      * account record goes to the audit trail as a fee (type 3/A)    *
      *****************************************************************
       WRITE-EXCESS-FEE.
      * Simulate SQL TIMESTAMP function
           COPY CTSTAMPP.
           MOVE SPACES TO BTX-RECORD.
           MOVE WS-XSF-PID TO BTX-REC-PID.
           MOVE '3' TO BTX-REC-TYPE.
           MOVE 'A' TO BTX-REC-SUB-TYPE.
           MOVE WS-XSF-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE '2' TO BTX-REC-TIMESTAMP (26:1).
           COMPUTE BTX-REC-AMOUNT = ZERO - DLM-O-FEE.
           MOVE 'Excess withdrawal fee' TO BTX-REC-DATA-OLD (1:21).
           MOVE WS-XSF-CURRENCY TO BTX-REC-CURRENCY.
           MOVE CD04I-TERMINAL-ID TO BTX-REC-TERMINAL-ID.
           PERFORM STAMP-CHANNEL.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
                           FROM(WS-BNKTXN-REC)
                           LENGTH(LENGTH OF WS-BNKTXN-REC)
                           RIDFLD(WS-BNKTXN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKTXN-RID)
                           RESP(WS-RESP)
           END-EXEC.
       WRITE-EXCESS-FEE-EXIT.
           EXIT.

      *****************************************************************
      * WS-ALERT-PID/ACCNO/BALANCE/LOW-BAL-THRESH/LARGE-TXN-THRESH/   *
      * TXN-AMOUNT are set by the caller for the one account being    *
       CHECK-ACCOUNT-ALERTS-EXIT.
           EXIT.

      *****************************************************************
      * After a debit ask DBANK92P for each of the owner's budgeted   *
      * categories that this month's spending - online or batch - has *
      * taken over budget for the first time this month, and alert    *
      * them with the month's spend in it.  Each category answered is *
      * marked alerted, so asking again until the answer is no longer *
      * OVER reports every one of them once.                          *
      *****************************************************************
       CHECK-SPENDING-BUDGET.
           IF WS-ALERT-TXN-AMOUNT IS NOT LESS THAN ZERO
              GO TO CHECK-SPENDING-BUDGET-EXIT
           END-IF.
       CHECK-SPENDING-BUDGET-NEXT.
           MOVE SPACES TO CD92-DATA.
           SET CD92-REQUEST-CHECK TO TRUE.
           MOVE BAC-REC-PID IN WS-BNKACC-FROM-REC TO CD92I-PID.
           MOVE ZERO TO CD92I-BUDGET.
           EXEC CICS LINK PROGRAM('DBANK92P')
                          COMMAREA(CD92-DATA)
                          LENGTH(LENGTH OF CD92-DATA)
           END-EXEC.
           IF NOT CD92O-STATUS-OVER
              GO TO CHECK-SPENDING-BUDGET-EXIT
           END-IF.
           MOVE CD92O-MSG TO WS-ALERT-TEXT.
           MOVE '6' TO WS-ALERT-SUB-TYPE.
           MOVE CD92O-ALERT-SPENT TO WS-ALERT-BTX-AMOUNT.
           PERFORM SEND-ACCOUNT-ALERT THRU SEND-ACCOUNT-ALERT-EXIT.
           GO TO CHECK-SPENDING-BUDGET-NEXT.
       CHECK-SPENDING-BUDGET-EXIT.
           EXIT.

      *****************************************************************
      * Look up the account owner's notification preference and post  *
      * the alert to the transaction audit trail (BNKTXN type '5') so *
                 MOVE 'G' TO BTX-REC-CHANNEL
              END-IF
           END-IF.
           IF CD04I-USERID IS EQUAL TO LOW-VALUES
              MOVE SPACES TO BTX-REC-USERID
           ELSE
              MOVE CD04I-USERID TO BTX-REC-USERID
           END-IF.

      *****************************************************************
      * Build the descending-order alternate timestamp field          *
