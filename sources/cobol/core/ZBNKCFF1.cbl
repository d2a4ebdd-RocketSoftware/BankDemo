           END-IF.

           IF BAC-REC-RP1-AMOUNT IS GREATER THAN ZERO AND
              BAC-REC-RP1-SKIP-NEXT IS NOT EQUAL TO 'Y' AND
              BAC-REC-RP1-SKIP-NEXT IS NOT EQUAL TO 'S'
              MOVE BAC-REC-RP1-DAY TO WS-DUE-DD
              MOVE BAC-REC-RP1-AMOUNT TO WS-FLOW-AMOUNT
              PERFORM NOTE-MONTHLY-OUTFLOW THRU
                      NOTE-MONTHLY-OUTFLOW-EXIT
           END-IF.
           IF BAC-REC-RP2-AMOUNT IS GREATER THAN ZERO AND
              BAC-REC-RP2-SKIP-NEXT IS NOT EQUAL TO 'Y' AND
              BAC-REC-RP2-SKIP-NEXT IS NOT EQUAL TO 'S'
              MOVE BAC-REC-RP2-DAY TO WS-DUE-DD
              MOVE BAC-REC-RP2-AMOUNT TO WS-FLOW-AMOUNT
              PERFORM NOTE-MONTHLY-OUTFLOW THRU
                      NOTE-MONTHLY-OUTFLOW-EXIT
           END-IF.
           IF BAC-REC-RP3-AMOUNT IS GREATER THAN ZERO AND
              BAC-REC-RP3-SKIP-NEXT IS NOT EQUAL TO 'Y' AND
              BAC-REC-RP3-SKIP-NEXT IS NOT EQUAL TO 'S'
              MOVE BAC-REC-RP3-DAY TO WS-DUE-DD
              MOVE BAC-REC-RP3-AMOUNT TO WS-FLOW-AMOUNT
              PERFORM NOTE-MONTHLY-OUTFLOW THRU
