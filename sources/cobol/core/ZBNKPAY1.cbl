       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-OFR-PARM.
       COPY CBANKOFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           MOVE 'OUTPAY-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           SET OFD-REQUEST-OPEN TO TRUE.
           MOVE 'PAYROLL' TO OFD-FILE-ID.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

           MOVE WS-EMPLOYER-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD.
           CLOSE PAYROLL-FILE.
           CLOSE BNKTXN-NDX.
           CLOSE OUTPAY-FILE.
           SET OFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.
           IF OFD-STATUS-UNAVAILABLE
              MOVE 'PAYROLL not entered on the outbound file register'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      *****************************************************************
      * An internal employee is credited directly; an employee        *
           MOVE PAY-REC-REFERENCE TO ACH-REC-REFERENCE OF OUTPAY-REC.
           MOVE WS-EMPLOYER-NAME TO ACH-REC-ORIGINATOR OF OUTPAY-REC.
           MOVE SPACE TO ACH-REC-DRCR OF OUTPAY-REC.
           PERFORM WRITE-OUTPAY-RECORD.
           ADD 1 TO WS-EXTERNAL-COUNTER.

      *****************************************************************
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.

      *****************************************************************
      * Write a PAYROLL record, entering it on the outbound file      *
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
