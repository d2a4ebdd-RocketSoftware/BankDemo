      *              house's reason codes.  Items that fail the       *
      *              positive-pay match against the issue registry    *
      *              BNKCHQR are held on the review queue BNKPPQ for  *
      *              same-day staff review.  The bank's own official  *
      *              cheques must match the item issued at the teller *
      *              by serial and amount and are returned outright   *
      *              when they do not.  Follows the same import       *
      *              shape as ZBNKACH1.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
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
         05  WS-MICRCLR-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKATYPE-STATUS                    PIC X(2).
         05  WS-XSF-PID                            PIC X(5).
         05  WS-XSF-ACCNO                          PIC X(9).
         05  WS-XSF-CURRENCY                       PIC X(3).
         05  WS-BNKSTOP-STATUS                     PIC X(2).
         05  WS-BNKCHQR-STATUS                     PIC X(2).
         05  WS-BNKPPQ-STATUS                      PIC X(2).
           88  WS-STOP-HIT                           VALUE 'Y'.
         05  WS-AMOUNT                             PIC S9(7)V99 COMP-3.

      * House account the bank's own official cheques are drawn on
         05  WS-OFFICIAL-CHQ-ACCNO                 PIC X(9)
             VALUE '999999992'.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-DLM-PARM.
       COPY CBANKDLD.

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-IFC-PARM.
       COPY CBANKIFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * The exchange file is taken only once intake control has passed
      * it - a held, rejected or duplicate file is left unposted
           PERFORM CONTROL-INTAKE THRU
                   CONTROL-INTAKE-EXIT.
           IF NOT IFD-TAKE-UP
              MOVE IFD-MESSAGE TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM RUN-TIME
              MOVE IFD-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF.

      * Batch postings are stamped with the bank business date, not
      * the wall-clock date
           SET BDA-REQUEST-GET TO TRUE.

           PERFORM RUN-TIME.

           SET IFD-REQUEST-POSTED TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Pass the whole exchange file through intake control before any*
      * of it is taken                                                *
      *****************************************************************
       CONTROL-INTAKE.
           SET IFD-REQUEST-OPEN TO TRUE.
           MOVE 'MICRCLR ' TO IFD-FEED.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           OPEN INPUT MICRCLR-FILE.
           MOVE WS-MICRCLR-STATUS TO WS-IO-STATUS.
           MOVE 'MICRCLR-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       CONTROL-INTAKE-LOOP.
           READ MICRCLR-FILE.
           IF WS-MICRCLR-STATUS IS EQUAL TO '10'
              GO TO CONTROL-INTAKE-DONE
           END-IF.
           IF WS-MICRCLR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading MICRCLR-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           SET IFD-REQUEST-RECORD TO TRUE.
           MOVE MICRCLR-REC TO IFD-RECORD.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           GO TO CONTROL-INTAKE-LOOP.
       CONTROL-INTAKE-DONE.
           CLOSE MICRCLR-FILE.
           SET IFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
       CONTROL-INTAKE-EXIT.
           EXIT.

      *****************************************************************
      * Open every file, read the exchange file item by item and      *
      * post or return each cheque, then close down again.            *
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
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE MICRCLR-REC TO IFD-RECORD.
           IF IFD-REC-CONTROL
              GO TO POST-CLEARING-LOOP
           END-IF.

           PERFORM POST-ONE-CHEQUE THRU
                   POST-ONE-CHEQUE-EXIT.
           CLOSE MICRCLR-FILE.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKATYPE-NDX.
           CLOSE BNKSTOP-NDX.
           CLOSE BNKCHQR-NDX.
           CLOSE BNKPPQ-NDX.
              GO TO POST-ONE-CHEQUE-EXIT
           END-IF.

      * An official cheque is the bank's own paper: it must match an
      * item issued at the teller by serial and amount, and anything
      * else goes straight back - there is no customer to review it.
      * The funds have sat on the house account since issue.
           IF CLR-REC-ACCNO IS EQUAL TO WS-OFFICIAL-CHQ-ACCNO
              PERFORM CHECK-OFFICIAL-CHEQUE THRU
                      CHECK-OFFICIAL-CHEQUE-EXIT
              IF WS-RETURN-CODE-3 IS NOT EQUAL TO SPACES
                 PERFORM WRITE-RETURN-ITEM
                 GO TO POST-ONE-CHEQUE-EXIT
              END-IF
              GO TO POST-ONE-CHEQUE-PAY
           END-IF.

      * Positive pay: a presented item that does not match the
      * issue registry is held for same-day staff review, neither
      * posted nor returned.
              GO TO POST-ONE-CHEQUE-EXIT
           END-IF.

       POST-ONE-CHEQUE-PAY.
           SUBTRACT WS-AMOUNT FROM BAC-REC-BALANCE.
           SUBTRACT WS-AMOUNT FROM BAC-REC-AVAIL-BALANCE.
           PERFORM COUNT-LIMITED-DEBIT THRU
                   COUNT-LIMITED-DEBIT-EXIT.
           REWRITE BNKACC-REC.

           PERFORM WRITE-AUDIT-RECORD.
           IF DLM-O-FEE IS GREATER THAN ZERO
              PERFORM WRITE-EXCESS-FEE
           END-IF.

      * A cheque that matched its issue-file record is marked paid
      * on the registry, so a second presentment of the serial goes
       CHECK-ISSUE-REGISTRY-EXIT.
           EXIT.

      *****************************************************************
      * Match a presented official cheque against the item issued at  *
      * the teller.  Outstanding and stale-dated items are good - a   *
      * stale official cheque is still the bank's debt until it has   *
      * gone to the state.  Any other item is returned with its       *
      * reason.                                                       *
      *****************************************************************
       CHECK-OFFICIAL-CHEQUE.
           SET WS-PP-MATCHED TO TRUE.
           MOVE CLR-REC-ACCNO TO BCR-REC-ACCNO.
           MOVE CLR-REC-SERIAL TO BCR-REC-SERIAL.
           READ BNKCHQR-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKCHQR-STATUS IS NOT EQUAL TO '00' OR
              NOT BCR-REC-KIND-ITEM OR
              BCR-REC-VOID
              MOVE 'R20' TO WS-RETURN-CODE-3
              MOVE 'Bank cheque not issued' TO WS-RETURN-TEXT
              GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           IF BCR-REC-PAID
              MOVE 'R22' TO WS-RETURN-CODE-3
              MOVE 'Bank cheque already paid' TO WS-RETURN-TEXT
              GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           IF BCR-REC-ESCHEATED
              MOVE 'R23' TO WS-RETURN-CODE-3
              MOVE 'Bank cheque escheated' TO WS-RETURN-TEXT
              GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           IF BCR-REC-AMOUNT IS NOT EQUAL TO WS-AMOUNT
              MOVE 'R21' TO WS-RETURN-CODE-3
              MOVE 'Amount not as issued' TO WS-RETURN-TEXT
              GO TO CHECK-OFFICIAL-CHEQUE-EXIT
           END-IF.
           SET WS-PP-MATCHED-ITEM TO TRUE.
       CHECK-OFFICIAL-CHEQUE-EXIT.
           EXIT.

      *****************************************************************
      * Mark a matched issue-file record paid on the registry         *
      *****************************************************************
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
