       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-OFR-PARM.
       COPY CBANKOFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           MOVE 'BILREMIT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           SET OFD-REQUEST-OPEN TO TRUE.
           MOVE 'BILREMIT' TO OFD-FILE-ID.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

           PERFORM COLLECT-PAYMENTS THRU
                   COLLECT-PAYMENTS-DONE.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BILREMIT-FILE.
           SET OFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.
           IF OFD-STATUS-UNAVAILABLE
              MOVE 'BILREMIT not entered on the outbound file register'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-DETAIL-COUNTER DELIMITED BY SIZE
           MOVE BBP-REC-AMOUNT TO WS-RMD-AMOUNT.
           MOVE BBP-REC-DATE TO WS-RMD-DATE.
           MOVE WS-REMIT-DETAIL TO BILREMIT-REC.
           PERFORM WRITE-BILREMIT-RECORD.
           ADD 1 TO WS-DETAIL-COUNTER.

           SET BBP-REC-SETTLED TO TRUE.
           MOVE WS-BIL-COUNT (WS-BIL-IX) TO WS-RMT-COUNT.
           MOVE WS-BIL-TOTAL (WS-BIL-IX) TO WS-RMT-AMOUNT.
           MOVE WS-REMIT-TOTAL TO BILREMIT-REC.
           PERFORM WRITE-BILREMIT-RECORD.

           IF WS-BIL-SETTLE-ACCNO (WS-BIL-IX) IS EQUAL TO SPACES
              MOVE 'Biller has no settlement account'
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.

      *****************************************************************
      * Write a BILREMIT record, entering it on the outbound file     *
      * register as it goes                                           *
      *****************************************************************
       WRITE-BILREMIT-RECORD.
           WRITE BILREMIT-REC.
           SET OFD-REQUEST-RECORD TO TRUE.
           MOVE BILREMIT-REC TO OFD-RECORD.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
