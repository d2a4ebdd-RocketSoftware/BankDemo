         05  WS-SKIPPED-COUNTER                    PIC 9(5)
             VALUE ZERO.

       01  WS-IFC-PARM.
       COPY CBANKIFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * The bureau file is taken only once intake control has passed
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

           OPEN INPUT BUROIN-FILE.
           MOVE WS-BUROIN-STATUS TO WS-IO-STATUS.
           MOVE 'BUROIN-FILE' TO WS-FILE.

           PERFORM RUN-TIME.

           SET IFD-REQUEST-POSTED TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Pass the whole bureau file through intake control before any  *
      * of it is taken                                                *
      *****************************************************************
       CONTROL-INTAKE.
           SET IFD-REQUEST-OPEN TO TRUE.
           MOVE 'BUROIN  ' TO IFD-FEED.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           OPEN INPUT BUROIN-FILE.
           MOVE WS-BUROIN-STATUS TO WS-IO-STATUS.
           MOVE 'BUROIN-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       CONTROL-INTAKE-LOOP.
           READ BUROIN-FILE.
           IF WS-BUROIN-STATUS IS EQUAL TO '10'
              GO TO CONTROL-INTAKE-DONE
           END-IF.
           IF WS-BUROIN-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BUROIN-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           SET IFD-REQUEST-RECORD TO TRUE.
           MOVE BUROIN-REC TO IFD-RECORD.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           GO TO CONTROL-INTAKE-LOOP.
       CONTROL-INTAKE-DONE.
           CLOSE BUROIN-FILE.
           SET IFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
       CONTROL-INTAKE-EXIT.
           EXIT.

      *****************************************************************
      * Apply each score record.  A record with no PID or a non-      *
      * numeric score is skipped and reported on the console.         *
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE BUROIN-REC TO IFD-RECORD.
           IF IFD-REC-CONTROL
              GO TO APPLY-LOOP
           END-IF.

           IF BUR-REC-PID IS EQUAL TO SPACES
              ADD 1 TO WS-SKIPPED-COUNTER
