                  RECORD KEY   IS BRU-REC-PID
                  FILE STATUS  IS WS-BNKRUP-STATUS.

           SELECT BNKFITM-NDX
                  ASSIGN       TO NDXFITM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BFI-REC-ACCNO
                  FILE STATUS  IS WS-BNKFITM-STATUS.

           SELECT BNKSTCY-NDX
                  ASSIGN       TO NDXSTCY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BSY-REC-ACCNO
                  FILE STATUS  IS WS-BNKSTCY-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
       01  BNKRUP-REC.
       COPY CBANKVRU.

       FD  BNKFITM-NDX.
       01  BNKFITM-REC.
       COPY CBANKVFI.

       FD  BNKSTCY-NDX.
       01  BNKSTCY-REC.
       COPY CBANKVSY.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

         05  WS-RUP-OPEN-SW                        PIC X(1)
             VALUE SPACE.
           88  WS-RUP-OPEN                           VALUE 'Y'.
         05  WS-BNKFITM-STATUS                     PIC X(2).
         05  WS-FITM-OPEN-SW                       PIC X(1)
             VALUE SPACE.
           88  WS-FITM-OPEN                          VALUE 'Y'.
         05  WS-FITM-SUB                           PIC 9(2).

      *****************************************************************
      * Statement cycles.  Only accounts whose cycle falls due on or  *
      * before the business date are extracted; an account with an    *
      * electronic transfer since its last statement is also taken at *
      * the next monthly cycle day, whatever its own frequency.       *
      *****************************************************************
         05  WS-BNKSTCY-STATUS                     PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BUS-DATE                           PIC X(10).
      * The cycle an account is on until one is set for it
         05  WS-DEFAULT-FREQ                       PIC X(1)
             VALUE 'M'.
         05  WS-DEFAULT-DAY                        PIC 9(2)
             VALUE 01.
         05  WS-CYCLE-DUE-SW                       PIC X(1).
           88  WS-CYCLE-DUE                          VALUE 'Y'.
         05  WS-CYCLE-NEW-SW                       PIC X(1).
           88  WS-CYCLE-NEW                          VALUE 'Y'.
         05  WS-CYCLE-CHANGED-SW                   PIC X(1).
           88  WS-CYCLE-CHANGED                      VALUE 'Y'.
      * The statement the extracted account is cut from
         05  WS-STMT-FROM-DATE                     PIC X(10).
         05  WS-STMT-FROM-BAL                      PIC S9(7)V99
                                                     COMP-3.
      * Next cycle date after WS-CALC-FROM for WS-CALC-FREQ on
      * WS-CALC-DAY, moved on to a business day
         05  WS-CALC-FREQ                          PIC X(1).
         05  WS-CALC-FROM                          PIC X(10).
         05  WS-CALC-DAY                           PIC 9(2).
         05  WS-CALC-YYYY                          PIC 9(4).
         05  WS-CALC-MM                            PIC 9(2).
         05  WS-CALC-DATE.
           10  WS-CALC-DATE-YYYY                   PIC 9(4).
           10  FILLER                              PIC X(1)
               VALUE '-'.
           10  WS-CALC-DATE-MM                     PIC 9(2).
           10  FILLER                              PIC X(1)
               VALUE '-'.
           10  WS-CALC-DATE-DD                     PIC 9(2).
         05  WS-CALC-NEXT                          PIC X(10).
      * Transaction pass - is the entry's account being extracted
         05  WS-TXN-ACCNO                          PIC X(9)
             VALUE SPACES.
         05  WS-TXN-SELECTED-SW                    PIC X(1).
           88  WS-TXN-SELECTED                       VALUE 'Y'.
         05  WS-RANGE-PID                          PIC X(5).
         05  WS-IN-RANGE-SW                        PIC X(1).
           88  WS-IN-RANGE                           VALUE 'Y'.
         05  WS-EFT-POST-DATE                      PIC X(10).
         05  WS-CYCLE-SKIPPED                      PIC 9(7)
             VALUE ZERO.
         05  WS-EFT-FLAGGED                        PIC 9(7)
             VALUE ZERO.
         05  WS-STMT-DATES-SET                     PIC 9(7)
             VALUE ZERO.

         05  WS-CTL-CUSTOMERS                      PIC 9(7)
             VALUE ZERO.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-EXEC-PARM.
         05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
         05  WS-EXEC-PARM-DATA                     PIC X(12).
           UNSTRING WS-EXEC-PARM-DATA DELIMITED BY ':'
             INTO WS-PARM-PID-LOW WS-PARM-PID-HIGH.

      *****************************************************************
      * Statement cycles run to the bank business date                *
      *****************************************************************
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

      *****************************************************************
      * Check to see if we want to demonstrate MFE calling a module   *
      * that resides on the mainframe.                                *
           IF WS-BNKRUP-STATUS IS EQUAL TO '00'
              SET WS-RUP-OPEN TO TRUE
           END-IF.
           OPEN INPUT BNKFITM-NDX.
           IF WS-BNKFITM-STATUS IS EQUAL TO '00'
              SET WS-FITM-OPEN TO TRUE
           END-IF.

      *****************************************************************
      * The statement cycle file is created by the first run, every   *
      * account starting on the default cycle.  Electronic transfers  *
      * since each account's last statement are noted on it before    *
      * the accounts are picked.                                      *
      *****************************************************************
           OPEN I-O BNKSTCY-NDX.
           IF WS-BNKSTCY-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKSTCY-NDX
              CLOSE BNKSTCY-NDX
              OPEN I-O BNKSTCY-NDX
           END-IF.
           IF WS-BNKSTCY-STATUS IS NOT EQUAL TO '00'
              MOVE 'BNKSTCY file open failure...'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKSTCY-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           PERFORM NOTE-ELECTRONIC-TRANSFERS THRU
                   NOTE-ELECTRONIC-TRANSFERS-EXIT.

      *****************************************************************
      * Open the customer details input then read the data and create *
                   MOVE CD51O-PID TO WS-CHECK-PID
                   PERFORM CHECK-SUPPRESSED-PID THRU
                           CHECK-SUPPRESSED-PID-EXIT
                   MOVE SPACE TO WS-CYCLE-DUE-SW
                   IF NOT WS-SUPP-FOUND
                      PERFORM CHECK-CYCLE-DUE THRU
                              CHECK-CYCLE-DUE-EXIT
                   END-IF
                   IF CD51O-PID IS NOT EQUAL TO WS-LAST-PID AND
                      NOT WS-SUPP-FOUND AND
                      WS-CYCLE-DUE
                      MOVE SPACES TO BANKXT01-REC0
                      MOVE '0' TO BANKXT01-0-TYPE
                      MOVE CD51O-PID TO BANKXT01-1-PID
                      PERFORM EXTRACT-ROUNDUP-SUMMARY THRU
                              EXTRACT-ROUNDUP-SUMMARY-EXIT
                   END-IF
                   IF NOT WS-SUPP-FOUND AND
                      WS-CYCLE-DUE
                   MOVE SPACES TO BANKXT01-REC2
                   MOVE '2' TO BANKXT01-2-TYPE
                   MOVE CD51O-PID TO BANKXT01-2-PID
                   MOVE CD51O-ACC-NO TO BANKXT01-2-ACC-NO
                   MOVE CD51O-ACC-DESC TO BANKXT01-2-ACC-DESC
                   MOVE CD51O-ACC-CURR-BAL TO BANKXT01-2-ACC-CURR-BAL
                   MOVE WS-STMT-FROM-DATE
                     TO BANKXT01-2-ACC-LAST-STMT-DTE
                   MOVE WS-STMT-FROM-BAL
                     TO BANKXT01-2-ACC-LAST-STMT-BAL
                   MOVE CD51O-ACC-YTD-INTEREST
                     TO BANKXT01-2-ACC-YTD-INTEREST
                   ADD CD51O-ACC-CURR-BAL TO WS-CTL-ASSETS
                   PERFORM EXTRACT-CARD-SUMMARY THRU
                           EXTRACT-CARD-SUMMARY-EXIT
                   PERFORM EXTRACT-FEE-BREAKDOWN THRU
                           EXTRACT-FEE-BREAKDOWN-EXIT
                   END-IF
                END-IF
             END-IF
           END-PERFORM.
           PERFORM SOURCE1-CLOSE.

      *****************************************************************
      * The accounts' own last statement date and balance move on     *
      * only for the accounts extracted this run                      *
      *****************************************************************
           PERFORM SET-STATEMENT-DATES THRU
                   SET-STATEMENT-DATES-EXIT.

      *****************************************************************
      * Open the transactions details file then read the data and     *
      * create output records as appropriate.                         *
                   MOVE CD52O-PID TO WS-CHECK-PID
                   PERFORM CHECK-SUPPRESSED-PID THRU
                           CHECK-SUPPRESSED-PID-EXIT
                   PERFORM CHECK-TXN-ACCOUNT THRU
                           CHECK-TXN-ACCOUNT-EXIT
                   IF NOT WS-SUPP-FOUND AND
                      WS-TXN-SELECTED
                   MOVE SPACES TO BANKXT01-REC3
                   MOVE '3' TO BANKXT01-3-TYPE
                   MOVE CD52O-PID TO BANKXT01-3-PID
             END-IF
           END-PERFORM.
           PERFORM SOURCE2-CLOSE.
           CLOSE BNKSTCY-NDX.

      *****************************************************************
      * Write the control totals record for the print step to        *
                    DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-CYCLE-SKIPPED DELIMITED BY SIZE
                  ' account(s) not due a statement'
                    DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-EFT-FLAGGED DELIMITED BY SIZE
                  ' EFT(s) noted, '
                    DELIMITED BY SIZE
                  WS-STMT-DATES-SET DELIMITED BY SIZE
                  ' stmt date(s) set' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE 'End Of Job'
             TO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           IF BANKXT01-5-TYPE IS EQUAL TO '5'
              WRITE BANKXT01-REC5
           END-IF.
           IF BANKXT01-6-TYPE IS EQUAL TO '6'
              WRITE BANKXT01-REC6
           END-IF.
           IF WS-EXTRACT-STATUS NOT = '00'
              MOVE 'EXTRACT Error Writing file ...'
                TO WS-CONSOLE-MESSAGE
       EXTRACT-CARD-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      * Write the activity fee breakdown for an account charged (or   *
      * counted within its allowance) by ZBNKAFE1 - one record per    *
      * service the account used in the month                        *
      *****************************************************************
       EXTRACT-FEE-BREAKDOWN.
           IF NOT WS-FITM-OPEN
              GO TO EXTRACT-FEE-BREAKDOWN-EXIT
           END-IF.
           MOVE CD51O-ACC-NO TO BFI-REC-ACCNO.
           READ BNKFITM-NDX RECORD
             INVALID KEY
               GO TO EXTRACT-FEE-BREAKDOWN-EXIT
           END-READ.
           IF WS-BNKFITM-STATUS IS NOT EQUAL TO '00'
              GO TO EXTRACT-FEE-BREAKDOWN-EXIT
           END-IF.
           PERFORM EXTRACT-FEE-ITEM THRU
                   EXTRACT-FEE-ITEM-EXIT
             VARYING WS-FITM-SUB FROM 1 BY 1
               UNTIL WS-FITM-SUB IS GREATER THAN BFI-REC-ITEM-COUNT.
       EXTRACT-FEE-BREAKDOWN-EXIT.
           EXIT.

       EXTRACT-FEE-ITEM.
           MOVE SPACES TO BANKXT01-REC6.
           MOVE '6' TO BANKXT01-6-TYPE.
           MOVE CD51O-PID TO BANKXT01-6-PID.
           MOVE CD51O-ACC-NO TO BANKXT01-6-ACC-NO.
           MOVE BFI-REC-PERIOD TO BANKXT01-6-PERIOD.
           MOVE BFI-REC-ITEM-SERVICE (WS-FITM-SUB)
             TO BANKXT01-6-SERVICE.
           MOVE BFI-REC-ITEM-USED (WS-FITM-SUB) TO BANKXT01-6-USED.
           MOVE BFI-REC-ITEM-FREE (WS-FITM-SUB) TO BANKXT01-6-FREE.
           MOVE BFI-REC-ITEM-BILLED (WS-FITM-SUB)
             TO BANKXT01-6-BILLED.
           MOVE BFI-REC-ITEM-UNIT-PRICE (WS-FITM-SUB)
             TO BANKXT01-6-UNIT-PRICE.
           MOVE BFI-REC-ITEM-AMOUNT (WS-FITM-SUB)
             TO BANKXT01-6-AMOUNT.
           PERFORM EXTRACT-PUT.
       EXTRACT-FEE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Write the round-up savings summary record for an enrolled     *
      * customer, so the statement can say what they saved this       *
           IF WS-RUP-OPEN
              CLOSE BNKRUP-NDX
           END-IF.
           IF WS-FITM-OPEN
              CLOSE BNKFITM-NDX
           END-IF.
           CLOSE EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = '00'
              MOVE 'EXTRACT file closed OK'
       CHECK-SUPPRESSED-PID-EXIT.
           EXIT.

      *****************************************************************
      * Note on each account's statement cycle the posting date of    *
      * its latest electronic transfer - mobile and ATM entries and   *
      * ACH or wire postings.  Without the transaction file nothing   *
      * is forced this run.                                           *
      *****************************************************************
       NOTE-ELECTRONIC-TRANSFERS.
           OPEN INPUT BNKTXN-NDX.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              MOVE 'BNKTXN not available - no cycles forced'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              GO TO NOTE-ELECTRONIC-TRANSFERS-EXIT
           END-IF.
       NOTE-ELECTRONIC-TRANSFERS-LOOP.
           READ BNKTXN-NDX NEXT RECORD.
           IF WS-BNKTXN-STATUS IS EQUAL TO '10'
              CLOSE BNKTXN-NDX
              GO TO NOTE-ELECTRONIC-TRANSFERS-EXIT
           END-IF.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              MOVE 'BNKTXN Error reading file ...'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           IF BTX-REC-CHANNEL IS NOT EQUAL TO 'M' AND
              BTX-REC-CHANNEL IS NOT EQUAL TO 'A' AND
              BTX-REC-TYPE IS NOT EQUAL TO '6'
              GO TO NOTE-ELECTRONIC-TRANSFERS-LOOP
           END-IF.
           MOVE BTX-REC-PID TO WS-RANGE-PID.
           PERFORM CHECK-PID-RANGE THRU
                   CHECK-PID-RANGE-EXIT.
           IF NOT WS-IN-RANGE
              GO TO NOTE-ELECTRONIC-TRANSFERS-LOOP
           END-IF.
           MOVE BTX-REC-POST-DATE TO WS-EFT-POST-DATE.
           IF WS-EFT-POST-DATE IS EQUAL TO SPACES
              MOVE BTX-REC-TIMESTAMP (1:10) TO WS-EFT-POST-DATE
           END-IF.

           MOVE BTX-REC-ACCNO TO BSY-REC-ACCNO.
           READ BNKSTCY-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKSTCY-STATUS IS EQUAL TO '00'
              IF WS-EFT-POST-DATE IS GREATER THAN
                   BSY-REC-LAST-EFT-DATE
                 MOVE WS-EFT-POST-DATE TO BSY-REC-LAST-EFT-DATE
                 REWRITE BNKSTCY-REC
                 ADD 1 TO WS-EFT-FLAGGED
              END-IF
           ELSE
              MOVE SPACES TO BNKSTCY-REC
              MOVE BTX-REC-ACCNO TO BSY-REC-ACCNO
              MOVE BTX-REC-PID TO BSY-REC-PID
              MOVE WS-DEFAULT-FREQ TO BSY-REC-FREQ
              MOVE WS-DEFAULT-DAY TO BSY-REC-CYCLE-DAY
              MOVE ZERO TO BSY-REC-LAST-BAL
              MOVE ZERO TO BSY-REC-PRIOR-BAL
              MOVE WS-EFT-POST-DATE TO BSY-REC-LAST-EFT-DATE
              WRITE BNKSTCY-REC
              ADD 1 TO WS-EFT-FLAGGED
           END-IF.
           GO TO NOTE-ELECTRONIC-TRANSFERS-LOOP.
       NOTE-ELECTRONIC-TRANSFERS-EXIT.
           EXIT.

      *****************************************************************
      * Is the account's statement due?  Sets WS-CYCLE-DUE and the    *
      * statement the new one runs on from, and moves the cycle on    *
      * for an account being extracted.  An account cut earlier today *
      * is taken again from the same statement, so a rerun extracts   *
      * exactly what the first run did.                               *
      *****************************************************************
       CHECK-CYCLE-DUE.
           MOVE SPACE TO WS-CYCLE-NEW-SW.
           MOVE SPACE TO WS-CYCLE-CHANGED-SW.
           MOVE CD51O-ACC-NO TO BSY-REC-ACCNO.
           READ BNKSTCY-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKSTCY-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO BNKSTCY-REC
              MOVE CD51O-ACC-NO TO BSY-REC-ACCNO
              MOVE CD51O-PID TO BSY-REC-PID
              MOVE WS-DEFAULT-FREQ TO BSY-REC-FREQ
              MOVE WS-DEFAULT-DAY TO BSY-REC-CYCLE-DAY
              MOVE ZERO TO BSY-REC-LAST-BAL
              MOVE ZERO TO BSY-REC-PRIOR-BAL
              SET WS-CYCLE-NEW TO TRUE
           END-IF.

           IF BSY-REC-LAST-CUT AND
              BSY-REC-LAST-DATE IS EQUAL TO WS-BUS-DATE
              MOVE BSY-REC-PRIOR-DATE TO WS-STMT-FROM-DATE
              MOVE BSY-REC-PRIOR-BAL TO WS-STMT-FROM-BAL
              SET WS-CYCLE-DUE TO TRUE
              GO TO CHECK-CYCLE-DUE-EXIT
           END-IF.

      * Until the extract cuts its first statement the account's own
      * last statement is the one the cycle runs on from
           IF BSY-REC-LAST-DATE IS EQUAL TO SPACES AND
              CD51O-ACC-LAST-STMT-DTE IS NOT EQUAL TO SPACES
              MOVE CD51O-ACC-LAST-STMT-DTE TO BSY-REC-LAST-DATE
              MOVE CD51O-ACC-LAST-STMT-BAL TO BSY-REC-LAST-BAL
              SET BSY-REC-LAST-FROM-ACCOUNT TO TRUE
              MOVE SPACES TO BSY-REC-NEXT-DATE
              SET WS-CYCLE-CHANGED TO TRUE
           END-IF.
           MOVE BSY-REC-LAST-DATE TO WS-STMT-FROM-DATE.
           MOVE BSY-REC-LAST-BAL TO WS-STMT-FROM-BAL.

      * An account that has never had a statement is due now
           IF BSY-REC-LAST-DATE IS EQUAL TO SPACES
              SET WS-CYCLE-DUE TO TRUE
              GO TO CHECK-CYCLE-DUE-CUT
           END-IF.

           IF BSY-REC-NEXT-DATE IS EQUAL TO SPACES
              MOVE BSY-REC-FREQ TO WS-CALC-FREQ
              MOVE BSY-REC-LAST-DATE TO WS-CALC-FROM
              MOVE BSY-REC-CYCLE-DAY TO WS-CALC-DAY
              PERFORM NEXT-CYCLE-DATE THRU
                      NEXT-CYCLE-DATE-EXIT
              MOVE WS-CALC-NEXT TO BSY-REC-NEXT-DATE
              SET WS-CYCLE-CHANGED TO TRUE
           END-IF.
           IF BSY-REC-NEXT-DATE IS NOT GREATER THAN WS-BUS-DATE
              SET WS-CYCLE-DUE TO TRUE
              GO TO CHECK-CYCLE-DUE-CUT
           END-IF.

      * Electronic transfers since the last statement force the next
      * monthly cycle day, whatever the account's own frequency
           IF BSY-REC-LAST-EFT-DATE IS GREATER THAN BSY-REC-LAST-DATE
              MOVE 'M' TO WS-CALC-FREQ
              MOVE BSY-REC-LAST-DATE TO WS-CALC-FROM
              MOVE BSY-REC-CYCLE-DAY TO WS-CALC-DAY
              PERFORM NEXT-CYCLE-DATE THRU
                      NEXT-CYCLE-DATE-EXIT
              IF WS-CALC-NEXT IS NOT GREATER THAN WS-BUS-DATE
                 SET WS-CYCLE-DUE TO TRUE
                 GO TO CHECK-CYCLE-DUE-CUT
              END-IF
           END-IF.

           ADD 1 TO WS-CYCLE-SKIPPED.
           GO TO CHECK-CYCLE-DUE-PUT.

       CHECK-CYCLE-DUE-CUT.
           MOVE CD51O-PID TO BSY-REC-PID.
           MOVE BSY-REC-LAST-DATE TO BSY-REC-PRIOR-DATE.
           MOVE BSY-REC-LAST-BAL TO BSY-REC-PRIOR-BAL.
           MOVE WS-BUS-DATE TO BSY-REC-LAST-DATE.
           MOVE CD51O-ACC-CURR-BAL TO BSY-REC-LAST-BAL.
           SET BSY-REC-LAST-CUT TO TRUE.
           MOVE BSY-REC-FREQ TO WS-CALC-FREQ.
           MOVE WS-BUS-DATE TO WS-CALC-FROM.
           MOVE BSY-REC-CYCLE-DAY TO WS-CALC-DAY.
           PERFORM NEXT-CYCLE-DATE THRU
                   NEXT-CYCLE-DATE-EXIT.
           MOVE WS-CALC-NEXT TO BSY-REC-NEXT-DATE.
           SET WS-CYCLE-CHANGED TO TRUE.

       CHECK-CYCLE-DUE-PUT.
           IF WS-CYCLE-NEW
              WRITE BNKSTCY-REC
           ELSE
              IF WS-CYCLE-CHANGED
                 REWRITE BNKSTCY-REC
              END-IF
           END-IF.
           IF WS-BNKSTCY-STATUS IS NOT EQUAL TO '00'
              MOVE 'BNKSTCY Error writing file ...'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKSTCY-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
       CHECK-CYCLE-DUE-EXIT.
           EXIT.

      *****************************************************************
      * The first cycle day after WS-CALC-FROM in a month the         *
      * frequency prints in - every month, January/April/July/October *
      * for quarterly, January/July for half-yearly - moved on to the *
      * next business day when it falls on a weekend or holiday       *
      *****************************************************************
       NEXT-CYCLE-DATE.
           IF WS-CALC-FREQ IS NOT EQUAL TO 'Q' AND
              WS-CALC-FREQ IS NOT EQUAL TO 'S'
              MOVE 'M' TO WS-CALC-FREQ
           END-IF.
           IF WS-CALC-DAY IS NOT NUMERIC OR
              WS-CALC-DAY IS LESS THAN 1 OR
              WS-CALC-DAY IS GREATER THAN 28
              MOVE WS-DEFAULT-DAY TO WS-CALC-DAY
           END-IF.
           IF WS-CALC-FROM (1:4) IS NOT NUMERIC OR
              WS-CALC-FROM (6:2) IS NOT NUMERIC
              MOVE WS-BUS-DATE TO WS-CALC-FROM
           END-IF.
           MOVE WS-CALC-FROM (1:4) TO WS-CALC-YYYY.
           MOVE WS-CALC-FROM (6:2) TO WS-CALC-MM.
           IF WS-CALC-MM IS LESS THAN 1 OR
              WS-CALC-MM IS GREATER THAN 12
              MOVE 1 TO WS-CALC-MM
           END-IF.
       NEXT-CYCLE-DATE-LOOP.
           MOVE WS-CALC-YYYY TO WS-CALC-DATE-YYYY.
           MOVE WS-CALC-MM TO WS-CALC-DATE-MM.
           MOVE WS-CALC-DAY TO WS-CALC-DATE-DD.
           IF WS-CALC-DATE IS GREATER THAN WS-CALC-FROM
              IF WS-CALC-FREQ IS EQUAL TO 'M'
                 GO TO NEXT-CYCLE-DATE-BUSINESS
              END-IF
              IF WS-CALC-FREQ IS EQUAL TO 'Q' AND
                 (WS-CALC-MM IS EQUAL TO 1 OR 4 OR 7 OR 10)
                 GO TO NEXT-CYCLE-DATE-BUSINESS
              END-IF
              IF WS-CALC-FREQ IS EQUAL TO 'S' AND
                 (WS-CALC-MM IS EQUAL TO 1 OR 7)
                 GO TO NEXT-CYCLE-DATE-BUSINESS
              END-IF
           END-IF.
           ADD 1 TO WS-CALC-MM.
           IF WS-CALC-MM IS GREATER THAN 12
              MOVE 1 TO WS-CALC-MM
              ADD 1 TO WS-CALC-YYYY
           END-IF.
           GO TO NEXT-CYCLE-DATE-LOOP.
       NEXT-CYCLE-DATE-BUSINESS.
           MOVE WS-CALC-DATE TO WS-CALC-NEXT.
           MOVE WS-CALC-DATE TO BDA-IN-DATE.
           SET BDA-REQUEST-ISBUS TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           IF BDA-NOT-BUSINESS-DAY
              SET BDA-REQUEST-NEXTBUS TO TRUE
              CALL 'UBNKBDAY' USING WS-BDAY-PARM
              IF BDA-STATUS-OK
                 MOVE BDA-OUT-DATE TO WS-CALC-NEXT
              END-IF
           END-IF.
       NEXT-CYCLE-DATE-EXIT.
           EXIT.

      *****************************************************************
      * Is the transaction's account being extracted this run - its   *
      * cycle was cut today                                           *
      *****************************************************************
       CHECK-TXN-ACCOUNT.
           IF CD52O-ACC-NO IS EQUAL TO WS-TXN-ACCNO
              GO TO CHECK-TXN-ACCOUNT-EXIT
           END-IF.
           MOVE CD52O-ACC-NO TO WS-TXN-ACCNO.
           MOVE SPACE TO WS-TXN-SELECTED-SW.
           MOVE CD52O-ACC-NO TO BSY-REC-ACCNO.
           READ BNKSTCY-NDX RECORD
             INVALID KEY
               GO TO CHECK-TXN-ACCOUNT-EXIT
           END-READ.
           IF WS-BNKSTCY-STATUS IS EQUAL TO '00' AND
              BSY-REC-LAST-CUT AND
              BSY-REC-LAST-DATE IS EQUAL TO WS-BUS-DATE
              SET WS-TXN-SELECTED TO TRUE
           END-IF.
       CHECK-TXN-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Carry each extracted account's new statement date and closing *
      * balance to its account record - accounts not due this run     *
      * keep their last statement as it was                           *
      *****************************************************************
       SET-STATEMENT-DATES.
           OPEN I-O BNKACC-NDX.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'BNKACC file open failure...'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKACC-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           MOVE LOW-VALUES TO BSY-REC-ACCNO.
           START BNKSTCY-NDX KEY IS GREATER THAN BSY-REC-ACCNO
             INVALID KEY
               GO TO SET-STATEMENT-DATES-DONE
           END-START.
       SET-STATEMENT-DATES-LOOP.
           READ BNKSTCY-NDX NEXT RECORD.
           IF WS-BNKSTCY-STATUS IS EQUAL TO '10'
              GO TO SET-STATEMENT-DATES-DONE
           END-IF.
           IF WS-BNKSTCY-STATUS IS NOT EQUAL TO '00'
              MOVE 'BNKSTCY Error reading file ...'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKSTCY-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           IF NOT BSY-REC-LAST-CUT OR
              BSY-REC-LAST-DATE IS NOT EQUAL TO WS-BUS-DATE
              GO TO SET-STATEMENT-DATES-LOOP
           END-IF.
           MOVE BSY-REC-PID TO WS-RANGE-PID.
           PERFORM CHECK-PID-RANGE THRU
                   CHECK-PID-RANGE-EXIT.
           IF NOT WS-IN-RANGE
              GO TO SET-STATEMENT-DATES-LOOP
           END-IF.
           MOVE BSY-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               GO TO SET-STATEMENT-DATES-LOOP
           END-READ.
           IF BAC-REC-LAST-STMT-DTE IS EQUAL TO BSY-REC-LAST-DATE AND
              BAC-REC-LAST-STMT-BAL IS EQUAL TO BSY-REC-LAST-BAL
              GO TO SET-STATEMENT-DATES-LOOP
           END-IF.
           MOVE BSY-REC-LAST-DATE TO BAC-REC-LAST-STMT-DTE.
           MOVE BSY-REC-LAST-BAL TO BAC-REC-LAST-STMT-BAL.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'BNKACC Error writing file ...'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              MOVE WS-BNKACC-STATUS TO WS-IO-STATUS
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-STMT-DATES-SET.
           GO TO SET-STATEMENT-DATES-LOOP.
       SET-STATEMENT-DATES-DONE.
           CLOSE BNKACC-NDX.
       SET-STATEMENT-DATES-EXIT.
           EXIT.

      *****************************************************************
      * Is WS-RANGE-PID within the PID, PID range or ALL this run was *
      * asked for                                                     *
      *****************************************************************
       CHECK-PID-RANGE.
           MOVE SPACE TO WS-IN-RANGE-SW.
           IF WS-PARM-PID-LOW IS EQUAL TO 'ALL'
              SET WS-IN-RANGE TO TRUE
              GO TO CHECK-PID-RANGE-EXIT
           END-IF.
           IF WS-PARM-PID-HIGH IS EQUAL TO SPACES
              IF WS-RANGE-PID IS EQUAL TO WS-PARM-PID-LOW
                 SET WS-IN-RANGE TO TRUE
              END-IF
              GO TO CHECK-PID-RANGE-EXIT
           END-IF.
           IF WS-RANGE-PID IS NOT LESS THAN WS-PARM-PID-LOW AND
              WS-RANGE-PID IS NOT GREATER THAN WS-PARM-PID-HIGH
              SET WS-IN-RANGE TO TRUE
           END-IF.
       CHECK-PID-RANGE-EXIT.
           EXIT.


      *****************************************************************
      * Display the file status bytes. This routine will display as   *
