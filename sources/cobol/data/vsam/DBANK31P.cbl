              MOVE 'Nothing to reverse on that entry' TO CD31O-MSG
              GO TO DBANK31P-EXIT
           END-IF.
      * Maintenance, NSF, activity and late fees are given back only
      * through the fee waiver, which records a reason code and holds
      * the user to their daily waiver limit
           IF BTX-REC-TYPE IN WS-BNKTXN-ORIG-REC IS EQUAL TO '3' AND
              (BTX-REC-SUB-TYPE IN WS-BNKTXN-ORIG-REC IS EQUAL TO '2' OR
               BTX-REC-SUB-TYPE IN WS-BNKTXN-ORIG-REC IS EQUAL TO '3' OR
               BTX-REC-SUB-TYPE IN WS-BNKTXN-ORIG-REC IS EQUAL TO '4' OR
               BTX-REC-SUB-TYPE IN WS-BNKTXN-ORIG-REC IS EQUAL TO '5')
              AND BTX-REC-AMOUNT IN WS-BNKTXN-ORIG-REC IS LESS THAN ZERO
              AND NOT CD31I-IS-FEE-WAIVER
              MOVE 'Fees are refunded through a fee waiver'
                TO CD31O-MSG
              GO TO DBANK31P-EXIT
           END-IF.

           MOVE BTX-REC-AMOUNT IN WS-BNKTXN-ORIG-REC
             TO WS-ABS-AMOUNT.
           MOVE WS-REVERSAL-AMOUNT
             TO BTX-REC-AMOUNT IN WS-BNKTXN-REV-REC.
           MOVE SPACES TO BTX-REC-DATA-OLD IN WS-BNKTXN-REV-REC.
           IF CD31I-IS-FEE-WAIVER
              STRING 'Fee waiver by ' DELIMITED BY SIZE
                     CD31I-USERID DELIMITED BY SPACE
                     ' reason ' DELIMITED BY SIZE
                     CD31I-REASON DELIMITED BY SIZE
                     ' of ' DELIMITED BY SIZE
                     CD31I-TXN-TIMESTAMP (1:10) DELIMITED BY SIZE
                INTO BTX-REC-DATA-OLD IN WS-BNKTXN-REV-REC
           ELSE
              STRING 'Reversal by ' DELIMITED BY SIZE
                     CD31I-USERID DELIMITED BY SIZE
                     ' of ' DELIMITED BY SIZE
                     CD31I-TXN-TIMESTAMP (1:10) DELIMITED BY SIZE
                     ' item' DELIMITED BY SIZE
                INTO BTX-REC-DATA-OLD IN WS-BNKTXN-REV-REC
           END-IF.
           MOVE WS-ORIG-CURRENCY
             TO BTX-REC-CURRENCY IN WS-BNKTXN-REV-REC.
           SET BTX-REC-IS-REVERSAL IN WS-BNKTXN-REV-REC TO TRUE.
             TO BTX-REC-TIMESTAMP-FF IN WS-BNKTXN-REV-REC.
      * These corrections are keyed at a staff screen
           MOVE 'G' TO BTX-REC-CHANNEL IN WS-BNKTXN-REV-REC.
           MOVE CD31I-USERID TO BTX-REC-USERID IN WS-BNKTXN-REV-REC.
           MOVE BTX-REC-TIMESTAMP IN WS-BNKTXN-REV-REC
             TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
             TO BTX-REC-TIMESTAMP-FF IN WS-BNKTXN-REV-REC.
      * These corrections are keyed at a staff screen
           MOVE 'G' TO BTX-REC-CHANNEL IN WS-BNKTXN-REV-REC.
           MOVE CD31I-USERID TO BTX-REC-USERID IN WS-BNKTXN-REV-REC.
           MOVE BTX-REC-TIMESTAMP IN WS-BNKTXN-REV-REC
             TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
