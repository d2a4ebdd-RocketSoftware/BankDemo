       01  WS-DONE-USED                            PIC 9(2)
           VALUE ZERO.

       01  WS-FEE-USED-ED                          PIC ZZZZ9.
       01  WS-FEE-FREE-ED                          PIC ZZ9.

       01  WS-CONSOLE-MESSAGE                      PIC X(48).

       01  WS-EXEC-PARM.
              MOVE WS-LINE5 TO PRINTOUT-REC
              PERFORM PRINTOUT-PUT
           END-IF.
      *****************************************************************
      * A type 6 record is one line of the activity fee breakdown -   *
      * the service and its charge, then what was used and how many   *
      * of those the free allowance covered                           *
      *****************************************************************
           IF BANKXT01-6-TYPE IS EQUAL TO '6'
              MOVE SPACES TO WS-LINE5
              STRING 'Fee: ' DELIMITED BY SIZE
                     BANKXT01-6-SERVICE DELIMITED BY SIZE
                INTO WS-LINE5-DESC (4:30)
              MOVE BANKXT01-6-AMOUNT TO WS-LINE5-AMOUNT
              MOVE WS-LINE5 TO PRINTOUT-REC
              PERFORM PRINTOUT-PUT
              MOVE BANKXT01-6-USED TO WS-FEE-USED-ED
              MOVE BANKXT01-6-FREE TO WS-FEE-FREE-ED
              MOVE SPACES TO WS-LINE5
              STRING WS-FEE-USED-ED DELIMITED BY SIZE
                     ' used,' DELIMITED BY SIZE
                     WS-FEE-FREE-ED DELIMITED BY SIZE
                     ' free' DELIMITED BY SIZE
                INTO WS-LINE5-DESC (6:28)
              MOVE WS-LINE5 TO PRINTOUT-REC
              PERFORM PRINTOUT-PUT
           END-IF.

      *****************************************************************
      * Load the insert-control rules - without the table (or the    *
