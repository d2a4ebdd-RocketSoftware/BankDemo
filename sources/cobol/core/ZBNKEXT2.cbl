         88  WS-TXNC-OPEN                            VALUE 'Y'.
       01  WS-TXN-CATEGORY                         PIC X(10).

       01  WS-OFR-PARM.
       COPY CBANKOFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       01  WS-COMMAREA.
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
              END-IF.
           SET OFD-REQUEST-OPEN TO TRUE.
           MOVE 'WHSEXT' TO OFD-FILE-ID.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

      *****************************************************************
      * Write a record to the sequential file                         *
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           SET OFD-REQUEST-RECORD TO TRUE.
           MOVE BANKXT02-REC TO OFD-RECORD.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.

      *****************************************************************
      * Close the sequential extract file                              *
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           SET OFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKOFR1' USING WS-OFR-PARM.
           IF OFD-STATUS-UNAVAILABLE
              MOVE 'WHSEXT not entered on the outbound file register'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      *****************************************************************
      * Display the file status bytes. This routine will display as   *
