                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKATYPE-NDX
                  ASSIGN       TO NDXATYP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAT-REC-TYPE
                  FILE STATUS  IS WS-BNKATYPE-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKATYPE-NDX.
       01  BNKATYPE-REC.
       COPY CBANKVAT.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKATYPE-STATUS                    PIC X(2).
         05  WS-XSF-PID                            PIC X(5).
         05  WS-XSF-ACCNO                          PIC X(9).
         05  WS-XSF-CURRENCY                       PIC X(3).
         05  WS-NDQRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
         05  WS-TWOS-COMP-INPUT                    PIC X(256).
         05  WS-TWOS-COMP-OUTPUT                   PIC X(256).

       01  WS-DLM-PARM.
       COPY CBANKDLD.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKATYPE-NDX.
           MOVE WS-BNKATYPE-STATUS TO WS-IO-STATUS.
           MOVE 'BNKATYPE-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM POST-THE-QUEUE THRU
                   POST-THE-QUEUE-DONE.
           PERFORM PRINT-TOTALS.
           CLOSE BNKCUST-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKATYPE-NDX.
           IF WS-RATE-FILE-OPEN
              CLOSE BNKRATE-NDX
           END-IF.
           READ BNKACC-NDX.
           SUBTRACT BNQ-REC-AMOUNT FROM BAC-REC-BALANCE.
           SUBTRACT BNQ-REC-AMOUNT FROM BAC-REC-AVAIL-BALANCE.
           PERFORM COUNT-LIMITED-DEBIT THRU
                   COUNT-LIMITED-DEBIT-EXIT.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE

           PERFORM WRITE-AUDIT-PAIR THRU
                   WRITE-AUDIT-PAIR-EXIT.
           IF DLM-O-FEE IS GREATER THAN ZERO
              PERFORM WRITE-EXCESS-FEE
           END-IF.

           SET BNQ-REC-POSTED TO TRUE.
           REWRITE BNKNDQ-REC.
           EXIT.


      *****************************************************************
      * Count a debit just applied to the account record against      *
      * its type's monthly withdrawal limit.  UBNKDLM1 takes any      *
      * excess fee off the record before it is rewritten.             *
      *****************************************************************
       COUNT-LIMITED-DEBIT.
           MOVE ZERO TO DLM-I-MAX-DEBITS.
           MOVE ZERO TO DLM-I-EXCESS-FEE.
           MOVE WS-BUS-DATE (1:7) TO DLM-I-CYCLE.
           MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
           READ BNKATYPE-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKATYPE-STATUS IS EQUAL TO '00'
              IF BAT-REC-MAX-DEBITS IS NUMERIC
                 MOVE BAT-REC-MAX-DEBITS TO DLM-I-MAX-DEBITS
              END-IF
              IF BAT-REC-EXCESS-FEE IS NUMERIC
                 MOVE BAT-REC-EXCESS-FEE TO DLM-I-EXCESS-FEE
              END-IF
           END-IF.
           CALL 'UBNKDLM1' USING WS-DLM-PARM
                                 BNKACC-REC.
           MOVE BAC-REC-PID TO WS-XSF-PID.
           MOVE BAC-REC-ACCNO TO WS-XSF-ACCNO.
           MOVE BAC-REC-CURRENCY TO WS-XSF-CURRENCY.
       COUNT-LIMITED-DEBIT-EXIT.
           EXIT.

      *****************************************************************
      * Write the excess withdrawal fee taken by COUNT-LIMITED-DEBIT  *
      * as its own service-charge entry on the audit trail            *
      *****************************************************************
       WRITE-EXCESS-FEE.
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
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

      *****************************************************************
      * Build the descending-order alternate timestamp field          *
      *****************************************************************
