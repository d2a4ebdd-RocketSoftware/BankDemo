      *              seized funds are debited and paid away to each   *
      *              authority under a remittance advice, and an      *
      *              order whose amount is fully remitted is marked   *
      *              satisfied.  No seizure is made from a customer   *
      *              protected by an active bankruptcy case - the     *
      *              order waits until the stay is lifted.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
             VALUE ZERO.
         05  WS-SATISFIED-COUNTER                  PIC 9(5)
             VALUE ZERO.
         05  WS-STAYED-COUNTER                     PIC 9(5)
             VALUE ZERO.

         05  WS-ACC-FOUND-SW                       PIC X(1).
           88  WS-ACC-FOUND                         VALUE 'Y'.
       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-BKR-PARM.
       COPY CBANKBKD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

                  ' satisfied' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           IF WS-STAYED-COUNTER IS GREATER THAN ZERO
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-STAYED-COUNTER DELIMITED BY SIZE
                     ' order(s) held by a bankruptcy stay'
                       DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

           PERFORM RUN-TIME.

              GO TO ORDER-LOOP
           END-IF.

      * The automatic stay stops seizures while the case is active
           SET BKD-REQUEST-CHECK TO TRUE.
           MOVE BAC-REC-PID TO BKD-PID.
           CALL 'UBNKBKR1' USING WS-BKR-PARM.
           IF BKD-STAY-ACTIVE
              ADD 1 TO WS-STAYED-COUNTER
              MOVE SPACES TO GARRPT-REC
              STRING BGN-REC-ACCNO DELIMITED BY SIZE
                     ' order ' DELIMITED BY SIZE
                     BGN-REC-ORDER-REF DELIMITED BY SIZE
                     ' stayed - bankruptcy case ' DELIMITED BY SIZE
                     BKD-CASE-NO DELIMITED BY SPACE
                INTO GARRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO ORDER-LOOP
           END-IF.

           PERFORM TOP-UP-SEIZURE THRU
                   TOP-UP-SEIZURE-EXIT.
           PERFORM REMIT-SEIZURE THRU
