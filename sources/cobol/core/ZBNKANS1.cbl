      *              year-to-date interest across all of a customer's *
      *              accounts, and prints one summary line per        *
      *              customer plus a bank-wide grand total.           *
      *              A tax year added to the exec parm reprints that  *
      *              closed year from the tax-year history BNKYTDH    *
      *              frozen by the year-end close ZBNKYEC1, for a     *
      *              customer who needs a corrected slip.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKYTDH-NDX
                  ASSIGN       TO NDXYTDH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BYH-REC-KEY
                  FILE STATUS  IS WS-BNKYTDH-STATUS.

           SELECT ANNINT-FILE
                  ASSIGN       TO ANNINT
                  ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  BNKYTDH-NDX.
       01  BNKYTDH-REC.
       COPY CBANKVYH.

       FD  ANNINT-FILE.
       01  ANNINT-REC                               PIC X(80).

         05  WS-ANNINT-STATUS.
           10  WS-ANNINT-STAT1                     PIC X(1).
           10  WS-ANNINT-STAT2                     PIC X(1).
         05  WS-BNKYTDH-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
             VALUE SPACES.
         05  WS-PARM-PID-HIGH                       PIC X(5)
             VALUE SPACES.
      * ...optionally followed by a comma and a closed tax year
         05  WS-PARM-SELECT                        PIC X(11)
             VALUE SPACES.
         05  WS-PARM-YEAR                          PIC X(4)
             VALUE SPACES.
         05  WS-HISTORY-SW                         PIC X(1)
             VALUE 'N'.
           88  WS-FROM-HISTORY                     VALUE 'Y'.
         05  WS-ACC-INTEREST                       PIC S9(7)V99
                                                     COMP-3.

       01  WS-EXEC-PARM.
         05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  WS-EXEC-PARM-DATA                     PIC X(16).

       01  WS-PARM-PTR                             POINTER.

             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACES TO WS-PARM-SELECT.
           MOVE SPACES TO WS-PARM-YEAR.
           UNSTRING WS-EXEC-PARM-DATA DELIMITED BY ','
             INTO WS-PARM-SELECT WS-PARM-YEAR.
           MOVE SPACES TO WS-PARM-PID-LOW.
           MOVE SPACES TO WS-PARM-PID-HIGH.
           UNSTRING WS-PARM-SELECT DELIMITED BY ':'
             INTO WS-PARM-PID-LOW WS-PARM-PID-HIGH.

           IF WS-PARM-YEAR IS NOT EQUAL TO SPACES
              PERFORM HISTORY-OPEN
           END-IF.

           PERFORM REPORT-OPEN.
           PERFORM SOURCE1-OPEN.
           PERFORM UNTIL IO-REQUEST-STATUS-EOF
                      MOVE ZERO TO WS-CUST-INTEREST
                      ADD 1 TO WS-GRAND-CUSTOMERS
                   END-IF
                   PERFORM PICK-ACCOUNT-INTEREST
                   ADD WS-ACC-INTEREST TO WS-CUST-INTEREST
                   ADD WS-ACC-INTEREST TO WS-GRAND-INTEREST
                   ADD 1 TO WS-GRAND-ACCOUNTS
                END-IF
             END-IF
           PERFORM REPORT-PUT.

           PERFORM REPORT-CLOSE.
           IF WS-FROM-HISTORY
              CLOSE BNKYTDH-NDX
           END-IF.

           MOVE 'End Of Job'
             TO WS-CONSOLE-MESSAGE.
           MOVE WS-LINE-DETAIL TO ANNINT-REC.
           PERFORM REPORT-PUT.

      *****************************************************************
      * The account's interest for the report - the live year-to-date *
      * counter, or the figure frozen for the requested closed year   *
      * (nothing, for an account opened after that year)              *
      *****************************************************************
       PICK-ACCOUNT-INTEREST.
           IF NOT WS-FROM-HISTORY
              MOVE CD51O-ACC-YTD-INTEREST TO WS-ACC-INTEREST
           ELSE
              MOVE ZERO TO WS-ACC-INTEREST
              MOVE SPACES TO BNKYTDH-REC
              MOVE CD51O-ACC-NO TO BYH-REC-ACCNO
              MOVE WS-PARM-YEAR TO BYH-REC-YEAR
              READ BNKYTDH-NDX RECORD
                INVALID KEY
                  CONTINUE
              END-READ
              IF WS-BNKYTDH-STATUS IS EQUAL TO '00'
                 MOVE BYH-REC-YTD-INTEREST TO WS-ACC-INTEREST
              END-IF
           END-IF.

      *****************************************************************
      * Open the tax-year history for a rerun of a closed year.  A    *
      * year the close has not yet run for has no history to reprint *
      *****************************************************************
       HISTORY-OPEN.
           IF WS-PARM-YEAR IS NOT NUMERIC
              MOVE 'Tax year in exec parm is not numeric'
                TO WS-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           OPEN INPUT BNKYTDH-NDX.
           IF WS-BNKYTDH-STATUS IS NOT EQUAL TO '00'
              MOVE 'BNKYTDH (Tax-year history) file open failure...'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKYTDH-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE SPACES TO BNKYTDH-REC.
           SET BYH-REC-IS-CONTROL TO TRUE.
           MOVE WS-PARM-YEAR TO BYH-REC-YEAR.
           READ BNKYTDH-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKYTDH-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING 'Tax year ' DELIMITED BY SIZE
                     WS-PARM-YEAR DELIMITED BY SIZE
                     ' has not been closed' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           SET WS-FROM-HISTORY TO TRUE.
           MOVE SPACES TO WS-LINE2.
           STRING 'Annual Interest Earned Summary - tax year '
                    DELIMITED BY SIZE
                  WS-PARM-YEAR DELIMITED BY SIZE
                  ' (reprint)' DELIMITED BY SIZE
             INTO WS-LINE2.

      *****************************************************************
      * Open the source file                                          *
      *****************************************************************
