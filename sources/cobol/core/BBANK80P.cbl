       01  WS-STMT-REQUEST-DATA.
       COPY CSTMTD01.

       01  WS-BILL-DATA.
       COPY CBANKD85.

       COPY CSTATESD.

       COPY CABENDD.
              END-IF
      * all the routine that will invoke the print process
       COPY CSTMTX01.
      * A reprint of an archived cycle is a billable item for the
      * month-end activity fee run
              IF CSTMTD01O-OK AND
                 NOT CSTMTD01I-GEN-CURRENT
                 MOVE SPACES TO CD85-DATA
                 SET CD85-REQUEST-RECORD TO TRUE
                 MOVE BANK-SCR80-CONTACT-ID TO CD85I-PID
                 SET CD85I-SVC-STMT-REPRINT TO TRUE
                 STRING 'Statement reprint cycle ' DELIMITED BY SIZE
                        CSTMTD01I-GEN DELIMITED BY SIZE
                   INTO CD85I-DESC
                 EXEC CICS LINK PROGRAM('DBANK85P')
                                COMMAREA(CD85-DATA)
                                LENGTH(LENGTH OF CD85-DATA)
                 END-EXEC
              END-IF
              IF CSTMTD01I-POST
                 STRING 'Statement print has been requested'
                           DELIMITED BY SIZE
