       01  WS-BNKSTOP-REC.
       COPY CBANKVSP.

       01  WS-BILL-DATA.
       COPY CBANKD85.

       01  WS-COMMAREA.
       COPY CBANKD38.

           END-IF.
           MOVE WS-NEXT-SEQ TO CD38O-SEQ.
           SET CD38O-STATUS-OK TO TRUE.

      * A stop placement is a billable item for the month-end
      * activity fee run - best-effort, the stop itself stands
           MOVE SPACES TO CD85-DATA.
           SET CD85-REQUEST-RECORD TO TRUE.
           MOVE CD38I-ACCNO TO CD85I-ACCNO.
           SET CD85I-SVC-STOP-PAYMENT TO TRUE.
           STRING 'Stop payment ' DELIMITED BY SIZE
                  CD38I-ORIG-REF DELIMITED BY SIZE
             INTO CD85I-DESC.
           EXEC CICS LINK PROGRAM('DBANK85P')
                          COMMAREA(CD85-DATA)
                          LENGTH(LENGTH OF CD85-DATA)
           END-EXEC.
       PLACE-STOP-EXIT.
           EXIT.

