      *              one late fee per calendar month, and placed on   *
      *              the collections work queue BNKCOLLQ; loans that  *
      *              have caught up are cleared from the queue.       *
      *              A borrower protected by a bankruptcy stay is     *
      *              charged no fee and their item is held stayed.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
             VALUE ZERO.
         05  WS-CLEARED-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-STAYED-COUNTER                     PIC 9(5)
             VALUE ZERO.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-BKR-PARM.
       COPY CBANKBKD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
                  WS-FEE-COUNTER DELIMITED BY SIZE
                  ' late fee(s), ' DELIMITED BY SIZE
                  WS-CLEARED-COUNTER DELIMITED BY SIZE
                  ' cleared, ' DELIMITED BY SIZE
                  WS-STAYED-COUNTER DELIMITED BY SIZE
                  ' under bankruptcy stay' DELIMITED BY SIZE
             INTO ARRRPT-REC.
           WRITE ARRRPT-REC.


           ADD 1 TO WS-ARREARS-COUNTER.

      * A borrower under an active bankruptcy case is protected by
      * the automatic stay - no late fee, and the work-queue item is
      * held as stayed rather than worked
           SET BKD-REQUEST-CHECK TO TRUE.
           MOVE BLQ-REC-PID TO BKD-PID.
           CALL 'UBNKBKR1' USING WS-BKR-PARM.
           IF BKD-STAY-ACTIVE
              ADD 1 TO WS-STAYED-COUNTER
           END-IF.

           IF BLQ-REC-LATE-FEE-DTE (1:7) IS NOT EQUAL TO
              WS-RUN-DATE (1:7) AND
              BKD-NO-STAY
              PERFORM ASSESS-LATE-FEE THRU
                      ASSESS-LATE-FEE-EXIT
              MOVE WS-RUN-DATE TO BLQ-REC-LATE-FEE-DTE
                  WS-BEHIND-DISPLAY DELIMITED BY SIZE
                  ' installment(s)' DELIMITED BY SIZE
             INTO ARRRPT-REC.
           IF BKD-STAY-ACTIVE
              STRING ' - stayed, case ' DELIMITED BY SIZE
                     BKD-CASE-NO DELIMITED BY SPACE
                INTO ARRRPT-REC (48:60)
           END-IF.
           WRITE ARRRPT-REC.
       ASSESS-ONE-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * Add or refresh this loan's collections work-queue item,       *
      * preserving anything staff have recorded on it.  While a stay  *
      * is in force the item is held as stayed; once the case ends it *
      * goes back on the queue to be worked.                          *
      *****************************************************************
       UPSERT-QUEUE-ITEM.
           MOVE WS-LOAN-ACCNO TO BCQ-REC-ACCNO.
             INVALID KEY
               GO TO UPSERT-QUEUE-ITEM-NEW
           END-READ.
           IF BKD-STAY-ACTIVE
              SET BCQ-REC-STAYED TO TRUE
           ELSE
              IF BCQ-REC-CLEARED OR
                 BCQ-REC-STAYED
                 SET BCQ-REC-OPEN TO TRUE
              END-IF
           END-IF.
           MOVE WS-BUCKET TO BCQ-REC-BUCKET.
           MOVE WS-BEHIND-COUNT TO BCQ-REC-BEHIND-COUNT.
           MOVE WS-LOAN-ACCNO TO BCQ-REC-ACCNO.
           MOVE BLQ-REC-PID TO BCQ-REC-PID.
           SET BCQ-REC-OPEN TO TRUE.
           IF BKD-STAY-ACTIVE
              SET BCQ-REC-STAYED TO TRUE
           END-IF.
           MOVE WS-BUCKET TO BCQ-REC-BUCKET.
           MOVE WS-BEHIND-COUNT TO BCQ-REC-BEHIND-COUNT.
           MOVE WS-OVERDUE-AMOUNT TO BCQ-REC-OVERDUE-AMOUNT.
           EXIT.

      *****************************************************************
      * A loan that has caught up comes off the work queue, unless a  *
      * covenant breach is still being worked from the item           *
      *****************************************************************
       CLEAR-QUEUE-ITEM.
           MOVE WS-LOAN-ACCNO TO BCQ-REC-ACCNO.
             INVALID KEY
               GO TO CLEAR-QUEUE-ITEM-EXIT
           END-READ.
           IF BCQ-REC-COVENANT-BREACH
              GO TO CLEAR-QUEUE-ITEM-EXIT
           END-IF.
           IF NOT BCQ-REC-CLEARED
              SET BCQ-REC-CLEARED TO TRUE
              REWRITE BNKCOLLQ-REC
