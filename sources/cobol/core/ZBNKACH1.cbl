           88  WS-MANDATE-GOOD                       VALUE ' '.
           88  WS-MANDATE-MISSING                    VALUE 'M'.
           88  WS-MANDATE-CANCELLED                  VALUE 'C'.
           88  WS-MANDATE-SUSPENDED                  VALUE 'S'.
           88  WS-MANDATE-OVER-CAP                   VALUE 'X'.
           88  WS-MANDATE-WRONG-ACC                  VALUE 'W'.
         05  WS-DEBIT-AMOUNT                       PIC S9(7)V99 COMP-3.
       01  WS-EVT-PARM.
       COPY CBANKEVD.

       01  WS-IFC-PARM.
       COPY CBANKIFD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * The payments file is taken only once intake control has passed
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

      * Large inbound credits raise a partner event for subscribers
           SET EVT-REQUEST-OPEN TO TRUE.
           CALL 'UBNKEVT1' USING WS-EVT-PARM.

           PERFORM RUN-TIME.

           SET IFD-REQUEST-POSTED TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Pass the whole payments file through intake control before any*
      * of it is taken                                                *
      *****************************************************************
       CONTROL-INTAKE.
           SET IFD-REQUEST-OPEN TO TRUE.
           MOVE 'ACHWIRE ' TO IFD-FEED.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           OPEN INPUT ACHWIRE-FILE.
           MOVE WS-ACHWIRE-STATUS TO WS-IO-STATUS.
           MOVE 'ACHWIRE-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
       CONTROL-INTAKE-LOOP.
           READ ACHWIRE-FILE.
           IF WS-ACHWIRE-STATUS IS EQUAL TO '10'
              GO TO CONTROL-INTAKE-DONE
           END-IF.
           IF WS-ACHWIRE-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading ACHWIRE-FILE' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           SET IFD-REQUEST-RECORD TO TRUE.
           MOVE ACH-REC TO IFD-RECORD.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
           GO TO CONTROL-INTAKE-LOOP.
       CONTROL-INTAKE-DONE.
           CLOSE ACHWIRE-FILE.
           SET IFD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKIFC1' USING WS-IFC-PARM.
       CONTROL-INTAKE-EXIT.
           EXIT.

      *****************************************************************
      * Open every file, read the payments file record by record and  *
      * post or except each credit, then close down again.            *
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE ACH-REC TO IFD-RECORD.
           IF IFD-REC-CONTROL
              GO TO POST-ACH-LOOP
           END-IF.

           PERFORM POST-ONE-CREDIT THRU
                   POST-ONE-CREDIT-EXIT.
                      TO WS-EXCEPTION-REASON
                   WHEN WS-MANDATE-CANCELLED
                    MOVE 'Mandate cancelled' TO WS-EXCEPTION-REASON
                   WHEN WS-MANDATE-SUSPENDED
                    MOVE 'Mandate suspended' TO WS-EXCEPTION-REASON
                   WHEN WS-MANDATE-OVER-CAP
                    MOVE 'Debit exceeds mandate ceiling'
                      TO WS-EXCEPTION-REASON
              SET WS-MANDATE-CANCELLED TO TRUE
              GO TO CHECK-MANDATE-EXIT
           END-IF.
           IF BMD-REC-MANDATE-SUSPENDED
              SET WS-MANDATE-SUSPENDED TO TRUE
              GO TO CHECK-MANDATE-EXIT
           END-IF.
           IF BMD-REC-ACCNO IS NOT EQUAL TO SPACES AND
              BMD-REC-ACCNO IS NOT EQUAL TO ACH-REC-ACCNO
              SET WS-MANDATE-WRONG-ACC TO TRUE
