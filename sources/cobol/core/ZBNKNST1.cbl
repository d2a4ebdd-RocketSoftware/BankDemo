         05  WS-BREAK-COUNTER                      PIC 9(5)
             VALUE ZERO.

       01  WS-IFC-PARM.
       COPY CBANKIFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * The correspondent's statement is taken only once intake
      * control has passed it - a held, rejected or duplicate file is
      * left unmatched
           PERFORM CONTROL-INTAKE THRU
                   CONTROL-INTAKE-EXIT.
           IF NOT IFD-TAKE-UP
              MOVE IFD-MESSAGE TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM RUN-TIME
              MOVE IFD-RETURN-CODE TO RETURN-CODE
              GOBACK
           END-IF.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE TO WS-RUN-DATE.


           PERFORM RUN-TIME.

           SET IFD-REQUEST-POSTED TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Pass the whole correspondent's statement through intake       *
      * control before any of it is taken                             *
      *****************************************************************
       CONTROL-INTAKE.
           SET IFD-REQUEST-OPEN TO TRUE.
           MOVE 'NSTSTMT ' TO IFD-FEED.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           OPEN INPUT NSTSTMT-FILE.
           MOVE WS-NSTSTMT-STATUS TO WS-IO-STATUS.
           MOVE 'NSTSTMT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       CONTROL-INTAKE-LOOP.
           READ NSTSTMT-FILE.
           IF WS-NSTSTMT-STATUS IS EQUAL TO '10'
              GO TO CONTROL-INTAKE-DONE
           END-IF.
           IF WS-NSTSTMT-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading NSTSTMT-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           SET IFD-REQUEST-RECORD TO TRUE.
           MOVE NSTSTMT-REC TO IFD-RECORD.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           GO TO CONTROL-INTAKE-LOOP.
       CONTROL-INTAKE-DONE.
           CLOSE NSTSTMT-FILE.
           SET IFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
       CONTROL-INTAKE-EXIT.
           EXIT.

      *****************************************************************
      * Net position per correspondent                                *
      *****************************************************************
           READ NSTSTMT-FILE
             AT END
               GO TO MATCH-STATEMENT-DONE.
           MOVE NSTSTMT-REC TO IFD-RECORD.
           IF IFD-REC-CONTROL
              GO TO MATCH-STATEMENT-LOOP
           END-IF.
           PERFORM MATCH-ONE-ITEM THRU
                   MATCH-ONE-ITEM-EXIT.
           GO TO MATCH-STATEMENT-LOOP.
