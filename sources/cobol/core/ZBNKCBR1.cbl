      *              format - balance, scheduled payment, days past   *
      *              due from the arrears bucket, restructure and     *
      *              closed status - under a control-total trailer.   *
      *              Paid-off loans go out as closed; charged-off     *
      *              loans as charged off, owing what the loss        *
      *              ledger BNKLOSS shows net of recoveries.          *
      *              Records failing the bureau's edits land on the   *
      *              rejects report instead of the file.              *
      *****************************************************************
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKLOSS-NDX
                  ASSIGN       TO NDXLOSS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BLL-REC-KEY
                  FILE STATUS  IS WS-BNKLOSS-STATUS.

           SELECT BUREXT-FILE
                  ASSIGN       TO BUREXT
                  ORGANIZATION IS SEQUENTIAL
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKLOSS-NDX.
       01  BNKLOSS-REC.
       COPY CBANKVLL.

       FD  BUREXT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BUREXT-STATUS                      PIC X(2).
         05  WS-CBRREJ-STATUS                      PIC X(2).
         05  WS-BNKLOSS-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-OFR-PARM.
       COPY CBANKOFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           MOVE 'BUREXT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           SET OFD-REQUEST-OPEN TO TRUE.
           MOVE 'BUREXT' TO OFD-FILE-ID.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

           OPEN OUTPUT CBRREJ-FILE.
           MOVE WS-CBRREJ-STATUS TO WS-IO-STATUS.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKLOSS-NDX.
           MOVE WS-BNKLOSS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOSS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM EXTRACT-LOOP THRU
                   EXTRACT-LOOP-EXIT.


           CLOSE BNKLOANQ-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKLOSS-NDX.
           CLOSE BUREXT-FILE.
           SET OFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.
           IF OFD-STATUS-UNAVAILABLE
              MOVE 'BUREXT not entered on the outbound file register'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.
           CLOSE CBRREJ-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
              PERFORM ABORT-PROGRAM
           END-IF.

           IF NOT BLQ-REC-DRAWN
              GO TO EXTRACT-LOOP
           END-IF.

           ELSE
              MOVE ZERO TO WS-OUTSTANDING
           END-IF.
      * ...except a charged-off loan, whose debt left the account
      * for the loss ledger
           IF BLQ-REC-CHARGED-OFF
              MOVE BLQ-REC-PID TO BLL-REC-PID
              MOVE BLQ-REC-SEQ TO BLL-REC-SEQ
              READ BNKLOSS-NDX RECORD
                INVALID KEY
                  CONTINUE
              END-READ
              IF WS-BNKLOSS-STATUS IS EQUAL TO '00'
                 COMPUTE WS-OUTSTANDING =
                         BLL-REC-CHARGEOFF-AMT - BLL-REC-RECOVERED-AMT
                 IF WS-OUTSTANDING IS LESS THAN ZERO
                    MOVE ZERO TO WS-OUTSTANDING
                 END-IF
              END-IF
           END-IF.
           MOVE WS-OUTSTANDING TO BUX-REC-BALANCE.
           MOVE BLQ-REC-PAYMENT TO BUX-REC-PAYMENT.
           EVALUATE BLQ-REC-ARREARS-BUCKET
              MOVE ZERO TO BUX-REC-DPD
           END-EVALUATE.
           EVALUATE TRUE
             WHEN BLQ-REC-CHARGED-OFF
              SET BUX-REC-STATUS-CHARGED-OFF TO TRUE
             WHEN BLQ-REC-PAID-OFF
              SET BUX-REC-STATUS-CLOSED TO TRUE
             WHEN BAC-REC-CLOSED
              SET BUX-REC-STATUS-CLOSED TO TRUE
             WHEN WS-OUTSTANDING IS EQUAL TO ZERO
           END-EVALUATE.
           MOVE BLQ-REC-CONVERT-DTE TO BUX-REC-OPEN-DATE.
           MOVE BLQ-REC-TERM TO BUX-REC-TERM.
           PERFORM WRITE-BUREXT-RECORD.
           ADD 1 TO WS-EXTRACTED-COUNTER.
           ADD WS-OUTSTANDING TO WS-BALANCE-TOTAL.
           GO TO EXTRACT-LOOP.
           SET BUX-REC-TRAILER TO TRUE.
           MOVE WS-EXTRACTED-COUNTER TO BUX-TRL-COUNT.
           MOVE WS-BALANCE-TOTAL TO BUX-TRL-TOTAL.
           PERFORM WRITE-BUREXT-RECORD.

       WRITE-REJECT-LINE.
           WRITE CBRREJ-REC.
           MOVE CBRREJ-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      *****************************************************************
      * Write a BUREXT record, entering it on the outbound file       *
      * register as it goes                                           *
      *****************************************************************
       WRITE-BUREXT-RECORD.
           WRITE BUREXT-REC.
           SET OFD-REQUEST-RECORD TO TRUE.
           MOVE BUREXT-REC TO OFD-RECORD.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
