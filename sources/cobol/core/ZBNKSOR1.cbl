                  RECORD KEY   IS BSO-REC-KEY
                  FILE STATUS  IS WS-BNKSORD-STATUS.

           SELECT BNKATYPE-NDX
                  ASSIGN       TO NDXATYP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAT-REC-TYPE
                  FILE STATUS  IS WS-BNKATYPE-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
       01  BNKSORD-REC.
       COPY CBANKVSO.

       FD  BNKATYPE-NDX.
       01  BNKATYPE-REC.
       COPY CBANKVAT.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKSORD-STATUS                     PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKATYPE-STATUS                    PIC X(2).
         05  WS-XSF-PID                            PIC X(5).
         05  WS-XSF-ACCNO                          PIC X(9).
         05  WS-XSF-CURRENCY                       PIC X(3).
         05  WS-SOREXCPT-STATUS                    PIC X(2).
         05  WS-OUTPAY-STATUS                      PIC X(2).
         05  WS-BNKSTOP-STATUS                     PIC X(2).

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-DLM-PARM.
       COPY CBANKDLD.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-EVT-PARM.
       COPY CBANKEVD.

       01  WS-OFR-PARM.
       COPY CBANKOFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
              PERFORM ABORT-PROGRAM
           END-IF.

      * A slot suspended ('S') because its owner has died is neither
      * paid nor cleared - it is left for the estate to deal with
           MOVE 'N' TO WS-SLOT-CHANGED-SW.
           MOVE BAC-REC-RP1-DAY TO WS-CHK-DAY.
           PERFORM CHECK-DAY-DUE THRU
                   CHECK-DAY-DUE-EXIT.
           IF BAC-REC-RP1-ACCNO IS NOT EQUAL TO SPACES AND
              BAC-REC-RP1-SKIP-NEXT IS NOT EQUAL TO 'S' AND
              WS-DAY-DUE AND
              BAC-REC-RP1-LAST-PAY IS NOT EQUAL TO WS-RUN-DATE
              IF BAC-REC-RP1-SKIP-NEXT IS EQUAL TO 'Y'
           PERFORM CHECK-DAY-DUE THRU
                   CHECK-DAY-DUE-EXIT.
           IF BAC-REC-RP2-ACCNO IS NOT EQUAL TO SPACES AND
              BAC-REC-RP2-SKIP-NEXT IS NOT EQUAL TO 'S' AND
              WS-DAY-DUE AND
              BAC-REC-RP2-LAST-PAY IS NOT EQUAL TO WS-RUN-DATE
              IF BAC-REC-RP2-SKIP-NEXT IS EQUAL TO 'Y'
           PERFORM CHECK-DAY-DUE THRU
                   CHECK-DAY-DUE-EXIT.
           IF BAC-REC-RP3-ACCNO IS NOT EQUAL TO SPACES AND
              BAC-REC-RP3-SKIP-NEXT IS NOT EQUAL TO 'S' AND
              WS-DAY-DUE AND
              BAC-REC-RP3-LAST-PAY IS NOT EQUAL TO WS-RUN-DATE
              IF BAC-REC-RP3-SKIP-NEXT IS EQUAL TO 'Y'
           MOVE 'OUTPAY-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           SET OFD-REQUEST-OPEN TO TRUE.
           MOVE 'SORDPAY' TO OFD-FILE-ID.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.
           MOVE SPACES TO WS-OUTPAY-HEADER.
           MOVE 'H' TO WS-OPH-TYPE.
           MOVE WS-RUN-DATE TO WS-OPH-DATE.
           MOVE WS-OUTPAY-HEADER TO OUTPAY-REC.
           PERFORM WRITE-OUTPAY-RECORD.
           MOVE SPACES TO SOREXCPT-REC.
           STRING 'Standing order exceptions for ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKATYPE-NDX.
           MOVE WS-BNKATYPE-STATUS TO WS-IO-STATUS.
           MOVE 'BNKATYPE-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKSTOP-NDX.
           MOVE WS-BNKSTOP-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSTOP-NDX' TO WS-FILE.
           CLOSE BNKACC-NDX.
           CLOSE BNKSORD-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKATYPE-NDX.
           CLOSE BNKSTOP-NDX.

       PAY-DUE-ORDERS-EXIT.
           MOVE WS-OUTPAY-COUNTER TO WS-OPT-COUNT.
           MOVE WS-OUTPAY-TOTAL TO WS-OPT-AMOUNT.
           MOVE WS-OUTPAY-TRAILER TO OUTPAY-REC.
           PERFORM WRITE-OUTPAY-RECORD.
           CLOSE OUTPAY-FILE.
           SET OFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.
           IF OFD-STATUS-UNAVAILABLE
              MOVE 'SORDPAY not entered on the outbound file register'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.
           CLOSE SOREXCPT-FILE.

      *****************************************************************
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM COUNT-LIMITED-DEBIT THRU
                   COUNT-LIMITED-DEBIT-EXIT.
           REWRITE BNKACC-REC.

      *****************************************************************
           END-IF.

           PERFORM WRITE-AUDIT-RECORDS.
           IF DLM-O-FEE IS GREATER THAN ZERO
              PERFORM WRITE-EXCESS-FEE
           END-IF.

           IF WS-DUE-PAYEE-EXTERNAL (WS-DUE-IX)
              PERFORM WRITE-OUTPAY-DETAIL
           MOVE WS-DUE-DESC (WS-DUE-IX) TO WS-OPD-DESC.
           MOVE WS-RUN-DATE TO WS-OPD-DATE.
           MOVE WS-OUTPAY-DETAIL TO OUTPAY-REC.
           PERFORM WRITE-OUTPAY-RECORD.
           ADD 1 TO WS-OUTPAY-COUNTER.
           ADD WS-DUE-AMOUNT (WS-DUE-IX) TO WS-OUTPAY-TOTAL.

           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

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
           MOVE WS-STP-MM TO WS-STEP-DATE (6:2).
           MOVE WS-STP-DD TO WS-STEP-DATE (9:2).

      *****************************************************************
      * Write a SORDPAY record, entering it on the outbound file      *
      * register as it goes                                           *
      *****************************************************************
       WRITE-OUTPAY-RECORD.
           WRITE OUTPAY-REC.
           SET OFD-REQUEST-RECORD TO TRUE.
           MOVE OUTPAY-REC TO OFD-RECORD.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
