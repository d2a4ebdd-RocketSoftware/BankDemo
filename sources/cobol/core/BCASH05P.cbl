       01  WS-CCTL-DATA.
       COPY CBANKD58.

       01  WS-BILL-DATA.
       COPY CBANKD85.

       COPY CABENDD.

       LINKAGE SECTION.

           IF CASH-ERROR-MSG (1:12) IS EQUAL TO 'Transferred '
              MOVE '00' TO ISO-RS-RESP-CODE
              PERFORM RECORD-OFFUS-WITHDRAWAL THRU
                      RECORD-OFFUS-WITHDRAWAL-EXIT
           ELSE
              IF CASH-ERROR-MSG (1:12) IS EQUAL TO 'Insufficient'
                 MOVE '51' TO ISO-RS-RESP-CODE
       ISO-CASH-WITHDRAWAL-EXIT.
           EXIT.

      *****************************************************************
      * A withdrawal at another bank's machine is a billable item for *
      * the month-end activity fee run - the posting itself looks the *
      * same as one at our own machines, so it is marked separately   *
      *****************************************************************
       RECORD-OFFUS-WITHDRAWAL.
           MOVE SPACES TO CD85-DATA.
           SET CD85-REQUEST-RECORD TO TRUE.
           MOVE ISO-RQ-PID TO CD85I-PID.
           MOVE ISO-RQ-ACCOUNT TO CD85I-ACCNO.
           SET CD85I-SVC-OFFUS-ATM TO TRUE.
           STRING 'Off-us ATM ' DELIMITED BY SIZE
                  ISO-RQ-TERMINAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ISO-RQ-STAN DELIMITED BY SIZE
             INTO CD85I-DESC.
           MOVE ISO-RQ-TERMINAL TO CD85I-TERMINAL-ID.
           MOVE 'A' TO CD85I-CHANNEL.
           EXEC CICS LINK PROGRAM('DBANK85P')
                          COMMAREA(CD85-DATA)
                          LENGTH(LENGTH OF CD85-DATA)
           END-EXEC.
       RECORD-OFFUS-WITHDRAWAL-EXIT.
           EXIT.

      *****************************************************************
      * Reversal - the dispensed cash never reached the cardholder,   *
      * so the money moves back from the cash account the withdrawal  *
