      *              same mail/email delivery preference statements   *
      *              use.  The exec parm names the tax year;          *
      *              without one the year before the business date    *
      *              is reported.  The first figure issued for a     *
      *              finished year is frozen on the tax-year history  *
      *              BNKYTDH, and a rerun of that year (a corrected   *
      *              slip) reprints the frozen figure rather than     *
      *              recomputing from a schedule that a restructure   *
      *              may since have rewritten.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKYTDH-NDX
                  ASSIGN       TO NDXYTDH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BYH-REC-KEY
                  FILE STATUS  IS WS-BNKYTDH-STATUS.

           SELECT ANLINT-FILE
                  ASSIGN       TO ANLINT
                  ORGANIZATION IS SEQUENTIAL
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKYTDH-NDX.
       01  BNKYTDH-REC.
       COPY CBANKVYH.

       FD  ANLINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-ANLINT-STATUS                      PIC X(2).
         05  WS-BNKYTDH-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
             VALUE ZERO.

         05  WS-REPORT-YEAR                        PIC 9(4).
         05  WS-BUS-YEAR                           PIC 9(4).
         05  WS-REPRINT-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-YEAR-END-DATE                      PIC X(10).
         05  WS-CNV-YYYY                           PIC 9(4).
         05  WS-CNV-MM                             PIC 9(2).
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKYTDH-NDX.
           MOVE WS-BNKYTDH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKYTDH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YEAR.

           PERFORM STATEMENT-LOOP THRU
                   STATEMENT-LOOP-EXIT.

           CLOSE BNKLOANS-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKYTDH-NDX.
           CLOSE ANLINT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
                  ' statement line(s)' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-REPRINT-COUNTER DELIMITED BY SIZE
                  ' reprinted from tax-year history' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

              PERFORM ABORT-PROGRAM
           END-IF.

           IF NOT BLQ-REC-DRAWN
              GO TO STATEMENT-LOOP
           END-IF.
           IF BLQ-REC-PAYMENT IS NOT GREATER THAN ZERO
           PERFORM SUM-YEAR-INTEREST THRU
                   SUM-YEAR-INTEREST-EXIT.

           IF WS-REPORT-YEAR IS LESS THAN WS-BUS-YEAR
              PERFORM FREEZE-YEAR-INTEREST THRU
                      FREEZE-YEAR-INTEREST-EXIT
           END-IF.

           IF WS-LOAN-INTEREST IS GREATER THAN ZERO
              PERFORM PRINT-STATEMENT-LINE THRU
                      PRINT-STATEMENT-LINE-EXIT
       SUM-YEAR-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      * A finished year's figure is issued once: the history record   *
      * for the loan account and year either already holds the figure *
      * first printed, which replaces the recomputed one, or takes    *
      * the recomputed one now.  The record may already exist from    *
      * the year-end close, which froze the account's counters there  *
      *****************************************************************
       FREEZE-YEAR-INTEREST.
           MOVE SPACES TO BNKYTDH-REC.
           MOVE WS-LOAN-ACCNO TO BYH-REC-ACCNO.
           MOVE WS-REPORT-YEAR TO BYH-REC-YEAR.
           READ BNKYTDH-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKYTDH-STATUS IS EQUAL TO '00'
              IF BYH-REC-LOAN-INT-FROZEN
                 MOVE BYH-REC-LOAN-INT-PAID TO WS-LOAN-INTEREST
                 ADD 1 TO WS-REPRINT-COUNTER
                 GO TO FREEZE-YEAR-INTEREST-EXIT
              END-IF
              MOVE WS-LOAN-INTEREST TO BYH-REC-LOAN-INT-PAID
              SET BYH-REC-LOAN-INT-FROZEN TO TRUE
              REWRITE BNKYTDH-REC
           ELSE
              MOVE SPACES TO BNKYTDH-REC
              MOVE WS-LOAN-ACCNO TO BYH-REC-ACCNO
              MOVE WS-REPORT-YEAR TO BYH-REC-YEAR
              MOVE BLQ-REC-PID TO BYH-REC-PID
              MOVE ZERO TO BYH-REC-YTD-INTEREST
              MOVE ZERO TO BYH-REC-YTD-FEES
              MOVE WS-LOAN-INTEREST TO BYH-REC-LOAN-INT-PAID
              SET BYH-REC-LOAN-INT-FROZEN TO TRUE
              WRITE BNKYTDH-REC
           END-IF.
           IF WS-BNKYTDH-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKYTDH-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       FREEZE-YEAR-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      * One line per loan, under the customer's statement delivery    *
      * preference                                                    *
