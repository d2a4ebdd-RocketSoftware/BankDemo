      *****************************************************************
      *                                                               *
      * Copyright (C) 2010-2021 Micro Focus.  All Rights Reserved     *
      * This software may be used, modified, and distributed          *
      * (provided this notice is included without modification)       *
      * solely for internal demonstration purposes with other         *
      * Micro Focus software, and is otherwise subject to the EULA at *
      * https://www.microfocus.com/en-us/legal/software-licensing.    *
      *                                                               *
      * THIS SOFTWARE IS PROVIDED "AS IS" AND ALL IMPLIED             *
      * WARRANTIES, INCLUDING THE IMPLIED WARRANTIES OF               *
      * MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE,         *
      * SHALL NOT APPLY.                                              *
      * TO THE EXTENT PERMITTED BY LAW, IN NO EVENT WILL              *
      * MICRO FOCUS HAVE ANY LIABILITY WHATSOEVER IN CONNECTION       *
      * WITH THIS SOFTWARE.                                           *
      *                                                               *
      *****************************************************************

      *****************************************************************
      * Program:     ZBNKLCY1.CBL                                     *
      * Function:    Nightly loan lifecycle run, stepped after the    *
      *              arrears run ZBNKARR1.  For every running loan:   *
      *              - PAYOFF: once the loan account no longer owes   *
      *                anything and the repayments have carried the   *
      *                schedule balance to zero (or an early-         *
      *                settlement payoff was quoted), the loan is     *
      *                marked paid off, the loan account is closed    *
      *                under the same zero-balance rule as the        *
      *                DBANK15P close, its collateral is flagged for  *
      *                lien release and any collections item cleared. *
      *              - CHARGE-OFF: a loan whose collections item      *
      *                shows it past the charge-off days-past-due is  *
      *                written off - the outstanding debt is credited *
      *                off the loan account under its own transaction *
      *                type, which BNKGLMAP maps to the loan loss GL  *
      *                account in the ZBNKGLP1 feed - and entered on  *
      *                the loan-loss ledger BNKLOSS.                  *
      *              - RECOVERY: money arriving on a charged-off loan *
      *                account is taken as a recovery under a second  *
      *                transaction type and totalled on the ledger,   *
      *                up to the loss still unrecovered; any more is  *
      *                left on the account and reported.  Nothing is  *
      *                taken while the borrower is protected by an    *
      *                active bankruptcy stay.                        *
      *              The report closes with losses net of recoveries  *
      *              for every loan on the ledger.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKLCY1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKLOANQ-NDX
                  ASSIGN       TO NDXLOANQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BLQ-REC-KEY
                  FILE STATUS  IS WS-BNKLOANQ-STATUS.

           SELECT BNKLOANS-NDX
                  ASSIGN       TO NDXLOANS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BLS-REC-KEY
                  FILE STATUS  IS WS-BNKLOANS-STATUS.

           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKCOLL-NDX
                  ASSIGN       TO NDXCOLL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCL-REC-KEY
                  FILE STATUS  IS WS-BNKCOLL-STATUS.

           SELECT BNKCOLLQ-NDX
                  ASSIGN       TO NDXCOLLQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCQ-REC-ACCNO
                  FILE STATUS  IS WS-BNKCOLLQ-STATUS.

           SELECT BNKLOSS-NDX
                  ASSIGN       TO NDXLOSS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BLL-REC-KEY
                  FILE STATUS  IS WS-BNKLOSS-STATUS.

           SELECT LCYRPT-FILE
                  ASSIGN       TO LCYRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-LCYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKLOANQ-NDX.
       01  BNKLOANQ-REC.
       COPY CBANKVLQ.

       FD  BNKLOANS-NDX.
       01  BNKLOANS-REC.
       COPY CBANKVLS.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKCOLL-NDX.
       01  BNKCOLL-REC.
       COPY CBANKVCL.

       FD  BNKCOLLQ-NDX.
       01  BNKCOLLQ-REC.
       COPY CBANKVCQ.

       FD  BNKLOSS-NDX.
       01  BNKLOSS-REC.
       COPY CBANKVLL.

       FD  LCYRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  LCYRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKLCY1'.
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKLOANS-STATUS                    PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKCOLL-STATUS                     PIC X(2).
         05  WS-BNKCOLLQ-STATUS                    PIC X(2).
         05  WS-BNKLOSS-STATUS                     PIC X(2).
         05  WS-LCYRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * Days past due at which a loan is written off - site-tunable.
      * Days past due are read from the installments behind that the
      * arrears run keeps on the collections item, 30 days apiece.
         05  WS-CHARGEOFF-DPD                      PIC 9(4)
             VALUE 180.
         05  WS-DPD                                PIC 9(4).

         05  WS-LOAN-ACCNO                         PIC X(9).
         05  WS-ACTUAL-AMOUNT                      PIC S9(9)V99 COMP-3.
         05  WS-PAID-PERIODS                       PIC S9(5) COMP-3.
         05  WS-PAID-REM                           PIC S9(7)V99 COMP-3.
         05  WS-SETTLED-SW                         PIC X(1).
           88  WS-SCHEDULE-SETTLED                   VALUE 'Y'.
         05  WS-ACCOUNT-SW                         PIC X(1).
           88  WS-ACCOUNT-FOUND                      VALUE 'Y'.
         05  WS-OUTSTANDING                        PIC S9(9)V99 COMP-3.
         05  WS-RECOVERY                           PIC S9(9)V99 COMP-3.
         05  WS-NET-LOSS                           PIC S9(9)V99 COMP-3.
         05  WS-TXN-SEQ                            PIC X(1).
         05  WS-AMOUNT-ED                          PIC Z,ZZZ,ZZ9.99-.
         05  WS-AMOUNT-ED2                         PIC Z,ZZZ,ZZ9.99-.
         05  WS-AMOUNT-ED3                         PIC Z,ZZZ,ZZ9.99-.
         05  WS-COLL-COUNT                         PIC 9(2).

         05  WS-PAIDOFF-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-CLOSED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-CHARGEOFF-COUNTER                  PIC 9(5)
             VALUE ZERO.
         05  WS-RECOVERY-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-STAYED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-TOTAL-CHARGED                      PIC S9(11)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-TOTAL-RECOVERED                    PIC S9(11)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-TOTAL-NET                          PIC S9(11)V99
                                                     COMP-3 VALUE ZERO.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-BKR-PARM.
       COPY CBANKBKD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'LOANLCY ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN I-O BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKLOANS-NDX.
           MOVE WS-BNKLOANS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKCOLL-NDX.
           MOVE WS-BNKCOLL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCOLL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKCOLLQ-NDX.
           MOVE WS-BNKCOLLQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCOLLQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKLOSS-NDX.
           MOVE WS-BNKLOSS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOSS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT LCYRPT-FILE.
           MOVE WS-LCYRPT-STATUS TO WS-IO-STATUS.
           MOVE 'LCYRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO LCYRPT-REC.
           STRING 'Loan lifecycle run for ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM SCAN-LOANS THRU
                   SCAN-LOANS-DONE.

           MOVE SPACES TO LCYRPT-REC.
           STRING WS-PAIDOFF-COUNTER DELIMITED BY SIZE
                  ' paid off (' DELIMITED BY SIZE
                  WS-CLOSED-COUNTER DELIMITED BY SIZE
                  ' account(s) closed), ' DELIMITED BY SIZE
                  WS-CHARGEOFF-COUNTER DELIMITED BY SIZE
                  ' charged off, ' DELIMITED BY SIZE
                  WS-RECOVERY-COUNTER DELIMITED BY SIZE
                  ' recovery posting(s)' DELIMITED BY SIZE
             INTO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-STAYED-COUNTER IS GREATER THAN ZERO
              MOVE SPACES TO LCYRPT-REC
              STRING WS-STAYED-COUNTER DELIMITED BY SIZE
                     ' recovery(ies) held by a bankruptcy stay'
                       DELIMITED BY SIZE
                INTO LCYRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM REPORT-NET-LOSSES THRU
                   REPORT-NET-LOSSES-EXIT.

           CLOSE BNKLOANQ-NDX.
           CLOSE BNKLOANS-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKCOLL-NDX.
           CLOSE BNKCOLLQ-NDX.
           CLOSE BNKLOSS-NDX.
           CLOSE LCYRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-PAIDOFF-COUNTER DELIMITED BY SIZE
                  ' paid off, ' DELIMITED BY SIZE
                  WS-CHARGEOFF-COUNTER DELIMITED BY SIZE
                  ' charged off, ' DELIMITED BY SIZE
                  WS-RECOVERY-COUNTER DELIMITED BY SIZE
                  ' recovered' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Walk the quote file: running loans are tested for payoff and  *
      * charge-off, charged-off loans for recoveries                  *
      *****************************************************************
       SCAN-LOANS.
           CONTINUE.
       SCAN-LOANS-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD.
           IF WS-BNKLOANQ-STATUS IS EQUAL TO '10'
              GO TO SCAN-LOANS-DONE
           END-IF.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKLOANQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           IF NOT BLQ-REC-DRAWN
              GO TO SCAN-LOANS-LOOP
           END-IF.
           IF BLQ-REC-ACCNO IS EQUAL TO SPACES OR
              BLQ-REC-CONVERT-DTE IS EQUAL TO SPACES
              GO TO SCAN-LOANS-LOOP
           END-IF.

           MOVE BLQ-REC-ACCNO TO WS-LOAN-ACCNO.
           MOVE 'N' TO WS-ACCOUNT-SW.
           MOVE WS-LOAN-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKACC-STATUS IS EQUAL TO '00'
              SET WS-ACCOUNT-FOUND TO TRUE
           END-IF.
           IF NOT WS-ACCOUNT-FOUND
              MOVE SPACES TO LCYRPT-REC
              STRING BLQ-REC-PID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     BLQ-REC-SEQ DELIMITED BY SIZE
                     ' loan account ' DELIMITED BY SIZE
                     WS-LOAN-ACCNO DELIMITED BY SIZE
                     ' not on file' DELIMITED BY SIZE
                INTO LCYRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO SCAN-LOANS-LOOP
           END-IF.

           IF BLQ-REC-CHARGED-OFF
              PERFORM TAKE-RECOVERY THRU
                      TAKE-RECOVERY-EXIT
              GO TO SCAN-LOANS-LOOP
           END-IF.

      * A paid-off loan whose account was left open for a refund is
      * closed once the refund has gone out
           IF BLQ-REC-PAID-OFF
              IF NOT BAC-REC-CLOSED
                 PERFORM CLOSE-LOAN-ACCOUNT THRU
                         CLOSE-LOAN-ACCOUNT-EXIT
              END-IF
              GO TO SCAN-LOANS-LOOP
           END-IF.

           PERFORM TEST-PAYOFF THRU
                   TEST-PAYOFF-EXIT.
           IF WS-SCHEDULE-SETTLED
              PERFORM PAY-OFF-LOAN THRU
                      PAY-OFF-LOAN-EXIT
              GO TO SCAN-LOANS-LOOP
           END-IF.

           PERFORM TEST-CHARGEOFF THRU
                   TEST-CHARGEOFF-EXIT.
           GO TO SCAN-LOANS-LOOP.
       SCAN-LOANS-DONE.
           EXIT.

      *****************************************************************
      * A loan is settled when its account no longer owes anything    *
      * (the debt is carried as a negative balance) and either an     *
      * early-settlement payoff was quoted, or the repayments posted  *
      * to the account have carried the schedule balance to zero      *
      *****************************************************************
       TEST-PAYOFF.
           MOVE 'N' TO WS-SETTLED-SW.
           IF BAC-REC-BALANCE IS LESS THAN ZERO
              GO TO TEST-PAYOFF-EXIT
           END-IF.
           IF BLQ-REC-PAYOFF-AMOUNT IS GREATER THAN ZERO
              SET WS-SCHEDULE-SETTLED TO TRUE
              GO TO TEST-PAYOFF-EXIT
           END-IF.
           IF BLQ-REC-PAYMENT IS NOT GREATER THAN ZERO
              GO TO TEST-PAYOFF-EXIT
           END-IF.

           PERFORM SUM-LOAN-CREDITS THRU
                   SUM-LOAN-CREDITS-EXIT.
           ADD BLQ-REC-ARREARS-CAPITALIZED TO WS-ACTUAL-AMOUNT.
           DIVIDE WS-ACTUAL-AMOUNT BY BLQ-REC-PAYMENT
               GIVING WS-PAID-PERIODS
               REMAINDER WS-PAID-REM.
           IF WS-PAID-PERIODS IS NOT GREATER THAN ZERO
              GO TO TEST-PAYOFF-EXIT
           END-IF.
           IF WS-PAID-PERIODS IS GREATER THAN BLQ-REC-TERM
              MOVE BLQ-REC-TERM TO WS-PAID-PERIODS
           END-IF.
           MOVE BLQ-REC-PID TO BLS-REC-PID.
           MOVE BLQ-REC-SEQ TO BLS-REC-SEQ.
           MOVE WS-PAID-PERIODS TO BLS-REC-PERIOD.
           READ BNKLOANS-NDX RECORD
             INVALID KEY
               GO TO TEST-PAYOFF-EXIT
           END-READ.
           IF WS-BNKLOANS-STATUS IS EQUAL TO '00' AND
              BLS-REC-BALANCE IS NOT GREATER THAN ZERO
              SET WS-SCHEDULE-SETTLED TO TRUE
           END-IF.
       TEST-PAYOFF-EXIT.
           EXIT.

      *****************************************************************
      * Total the credits posted to the loan account since the loan   *
      * was drawn down                                                *
      *****************************************************************
       SUM-LOAN-CREDITS.
           MOVE ZERO TO WS-ACTUAL-AMOUNT.
           MOVE WS-LOAN-ACCNO TO BTX-REC-ACCNO.
           MOVE SPACES TO BTX-REC-TIMESTAMP OF BTX-REC-ALTKEY1.
           MOVE BLQ-REC-CONVERT-DTE
             TO BTX-REC-TIMESTAMP OF BTX-REC-ALTKEY1 (1:10).
           START BNKTXN-NDX KEY IS GREATER THAN OR EQUAL TO
                 BTX-REC-ALTKEY1.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              GO TO SUM-LOAN-CREDITS-EXIT
           END-IF.
       SUM-LOAN-CREDITS-LOOP.
           READ BNKTXN-NDX NEXT RECORD.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
              WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
              GO TO SUM-LOAN-CREDITS-EXIT
           END-IF.
           IF BTX-REC-ACCNO IS NOT EQUAL TO WS-LOAN-ACCNO
              GO TO SUM-LOAN-CREDITS-EXIT
           END-IF.
           IF BTX-REC-AMOUNT IS GREATER THAN ZERO
              ADD BTX-REC-AMOUNT TO WS-ACTUAL-AMOUNT
           END-IF.
           GO TO SUM-LOAN-CREDITS-LOOP.
       SUM-LOAN-CREDITS-EXIT.
           EXIT.

      *****************************************************************
      * Mark the loan paid off and close its account.  As with the    *
      * online close, an account still holding money is not closed -  *
      * an overpayment has to be refunded by transfer first, and the  *
      * close is picked up on the first run after that                *
      *****************************************************************
       PAY-OFF-LOAN.
           SET BLQ-REC-PAID-OFF TO TRUE.
           REWRITE BNKLOANQ-REC.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKLOANQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-PAIDOFF-COUNTER.

           PERFORM CLOSE-LOAN-ACCOUNT THRU
                   CLOSE-LOAN-ACCOUNT-EXIT.

           PERFORM FLAG-COLLATERAL THRU
                   FLAG-COLLATERAL-EXIT.

           PERFORM CLEAR-QUEUE-ITEM THRU
                   CLEAR-QUEUE-ITEM-EXIT.
       PAY-OFF-LOAN-EXIT.
           EXIT.

       CLOSE-LOAN-ACCOUNT.
           IF BAC-REC-BALANCE IS NOT EQUAL TO ZERO
              MOVE BAC-REC-BALANCE TO WS-AMOUNT-ED
              MOVE SPACES TO LCYRPT-REC
              STRING BLQ-REC-PID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     BLQ-REC-SEQ DELIMITED BY SIZE
                     ' a/c ' DELIMITED BY SIZE
                     WS-LOAN-ACCNO DELIMITED BY SIZE
                     ' paid off - balance ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                     ' to refund, account left open'
                       DELIMITED BY SIZE
                INTO LCYRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO CLOSE-LOAN-ACCOUNT-EXIT
           END-IF.
           SET BAC-REC-CLOSED TO TRUE.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-CLOSED-COUNTER.
           MOVE SPACES TO LCYRPT-REC.
           STRING BLQ-REC-PID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BLQ-REC-SEQ DELIMITED BY SIZE
                  ' a/c ' DELIMITED BY SIZE
                  WS-LOAN-ACCNO DELIMITED BY SIZE
                  ' paid off - account closed' DELIMITED BY SIZE
             INTO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       CLOSE-LOAN-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Every lien still held against the loan is flagged for release *
      * - staff complete the release with the registry through the    *
      * collateral screen                                             *
      *****************************************************************
       FLAG-COLLATERAL.
           MOVE ZERO TO WS-COLL-COUNT.
           MOVE BLQ-REC-PID TO BCL-REC-PID.
           MOVE BLQ-REC-SEQ TO BCL-REC-SEQ.
           MOVE ZERO TO BCL-REC-ITEM.
           START BNKCOLL-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCL-REC-KEY.
           IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'
              GO TO FLAG-COLLATERAL-EXIT
           END-IF.
       FLAG-COLLATERAL-LOOP.
           READ BNKCOLL-NDX NEXT RECORD.
           IF WS-BNKCOLL-STATUS IS NOT EQUAL TO '00'
              GO TO FLAG-COLLATERAL-DONE
           END-IF.
           IF BCL-REC-PID IS NOT EQUAL TO BLQ-REC-PID OR
              BCL-REC-SEQ IS NOT EQUAL TO BLQ-REC-SEQ
              GO TO FLAG-COLLATERAL-DONE
           END-IF.
           IF BCL-REC-STATUS IS EQUAL TO SPACE
              SET BCL-REC-RELEASE-DUE TO TRUE
              REWRITE BNKCOLL-REC
              ADD 1 TO WS-COLL-COUNT
           END-IF.
           GO TO FLAG-COLLATERAL-LOOP.
       FLAG-COLLATERAL-DONE.
           IF WS-COLL-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO LCYRPT-REC
              STRING BLQ-REC-PID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     BLQ-REC-SEQ DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-COLL-COUNT DELIMITED BY SIZE
                     ' collateral item(s) due for lien release'
                       DELIMITED BY SIZE
                INTO LCYRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       FLAG-COLLATERAL-EXIT.
           EXIT.

      *****************************************************************
      * A loan that is paid off or charged off leaves the collections *
      * work queue                                                    *
      *****************************************************************
       CLEAR-QUEUE-ITEM.
           MOVE WS-LOAN-ACCNO TO BCQ-REC-ACCNO.
           READ BNKCOLLQ-NDX RECORD
             INVALID KEY
               GO TO CLEAR-QUEUE-ITEM-EXIT
           END-READ.
           IF NOT BCQ-REC-CLEARED
              SET BCQ-REC-CLEARED TO TRUE
              REWRITE BNKCOLLQ-REC
           END-IF.
       CLEAR-QUEUE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Write off a loan whose collections item is past the charge-   *
      * off days-past-due.  The debt still owed is credited off the   *
      * loan account under type L/1 (mapped to loan losses for the    *
      * GL feed) and the loan goes on the loss ledger                 *
      *****************************************************************
       TEST-CHARGEOFF.
           MOVE WS-LOAN-ACCNO TO BCQ-REC-ACCNO.
           READ BNKCOLLQ-NDX RECORD
             INVALID KEY
               GO TO TEST-CHARGEOFF-EXIT
           END-READ.
           IF BCQ-REC-CLEARED
              GO TO TEST-CHARGEOFF-EXIT
           END-IF.
           COMPUTE WS-DPD = BCQ-REC-BEHIND-COUNT * 30.
           IF WS-DPD IS LESS THAN WS-CHARGEOFF-DPD
              GO TO TEST-CHARGEOFF-EXIT
           END-IF.
           IF BAC-REC-BALANCE IS NOT LESS THAN ZERO
              GO TO TEST-CHARGEOFF-EXIT
           END-IF.
           COMPUTE WS-OUTSTANDING = ZERO - BAC-REC-BALANCE.

           ADD WS-OUTSTANDING TO BAC-REC-BALANCE.
           ADD WS-OUTSTANDING TO BAC-REC-AVAIL-BALANCE.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           COPY CTSTAMPP.
           MOVE '0' TO WS-TXN-SEQ.
           MOVE SPACES TO BTX-RECORD.
           MOVE BLQ-REC-PID TO BTX-REC-PID.
           MOVE 'L' TO BTX-REC-TYPE.
           MOVE '1' TO BTX-REC-SUB-TYPE.
           MOVE WS-LOAN-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-TXN-SEQ TO BTX-REC-TIMESTAMP (26:1).
           MOVE WS-OUTSTANDING TO BTX-REC-AMOUNT.
           MOVE 'Loan charged off' TO BTX-REC-DATA-OLD (1:16).
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

           SET BLQ-REC-CHARGED-OFF TO TRUE.
           REWRITE BNKLOANQ-REC.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKLOANQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           MOVE SPACES TO BLL-RECORD.
           MOVE BLQ-REC-PID TO BLL-REC-PID.
           MOVE BLQ-REC-SEQ TO BLL-REC-SEQ.
           MOVE WS-LOAN-ACCNO TO BLL-REC-ACCNO.
           MOVE WS-BUS-DATE TO BLL-REC-CHARGEOFF-DTE.
           MOVE WS-OUTSTANDING TO BLL-REC-CHARGEOFF-AMT.
           MOVE WS-DPD TO BLL-REC-DPD.
           MOVE ZERO TO BLL-REC-RECOVERED-AMT.
           MOVE ZERO TO BLL-REC-RECOVERY-COUNT.
           WRITE BNKLOSS-REC.
           IF WS-BNKLOSS-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKLOSS-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           SET BCQ-REC-CLEARED TO TRUE.
           REWRITE BNKCOLLQ-REC.

           ADD 1 TO WS-CHARGEOFF-COUNTER.
           MOVE WS-OUTSTANDING TO WS-AMOUNT-ED.
           MOVE SPACES TO LCYRPT-REC.
           STRING BLQ-REC-PID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BLQ-REC-SEQ DELIMITED BY SIZE
                  ' a/c ' DELIMITED BY SIZE
                  WS-LOAN-ACCNO DELIMITED BY SIZE
                  ' charged off ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' at ' DELIMITED BY SIZE
                  WS-DPD DELIMITED BY SIZE
                  ' days past due' DELIMITED BY SIZE
             INTO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       TEST-CHARGEOFF-EXIT.
           EXIT.

      *****************************************************************
      * The charge-off left the loan account at zero, so anything     *
      * standing to its credit now is money collected since - it is   *
      * taken off as a recovery under type L/2 and added to the       *
      * ledger.  No more is taken than the loss still unrecovered; a  *
      * surplus stays on the account and is reported so it can be     *
      * returned to the borrower.                                     *
      *****************************************************************
       TAKE-RECOVERY.
           IF BAC-REC-BALANCE IS NOT GREATER THAN ZERO
              GO TO TAKE-RECOVERY-EXIT
           END-IF.
           MOVE BLQ-REC-PID TO BLL-REC-PID.
           MOVE BLQ-REC-SEQ TO BLL-REC-SEQ.
           READ BNKLOSS-NDX RECORD
             INVALID KEY
               MOVE SPACES TO LCYRPT-REC
               STRING BLQ-REC-PID DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      BLQ-REC-SEQ DELIMITED BY SIZE
                      ' charged off but not on the loss ledger'
                        DELIMITED BY SIZE
                 INTO LCYRPT-REC
               PERFORM WRITE-REPORT-LINE
               GO TO TAKE-RECOVERY-EXIT
           END-READ.
      * Setting the money off against the charged-off debt is barred
      * by the automatic stay
           SET BKD-REQUEST-CHECK TO TRUE.
           MOVE BLQ-REC-PID TO BKD-PID.
           CALL 'UBNKBKR1' USING WS-BKR-PARM.
           IF BKD-STAY-ACTIVE
              ADD 1 TO WS-STAYED-COUNTER
              MOVE SPACES TO LCYRPT-REC
              STRING BLQ-REC-PID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     BLQ-REC-SEQ DELIMITED BY SIZE
                     ' a/c ' DELIMITED BY SIZE
                     WS-LOAN-ACCNO DELIMITED BY SIZE
                     ' recovery stayed - case ' DELIMITED BY SIZE
                     BKD-CASE-NO DELIMITED BY SPACE
                INTO LCYRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO TAKE-RECOVERY-EXIT
           END-IF.
           COMPUTE WS-OUTSTANDING =
                   BLL-REC-CHARGEOFF-AMT - BLL-REC-RECOVERED-AMT.
           IF WS-OUTSTANDING IS NOT GREATER THAN ZERO
              MOVE BAC-REC-BALANCE TO WS-AMOUNT-ED
              MOVE SPACES TO LCYRPT-REC
              STRING BLQ-REC-PID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     BLQ-REC-SEQ DELIMITED BY SIZE
                     ' a/c ' DELIMITED BY SIZE
                     WS-LOAN-ACCNO DELIMITED BY SIZE
                     ' loss recovered - credit ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                     ' left on account' DELIMITED BY SIZE
                INTO LCYRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO TAKE-RECOVERY-EXIT
           END-IF.
           MOVE BAC-REC-BALANCE TO WS-RECOVERY.
           IF WS-RECOVERY IS GREATER THAN WS-OUTSTANDING
              MOVE WS-OUTSTANDING TO WS-RECOVERY
           END-IF.

           SUBTRACT WS-RECOVERY FROM BAC-REC-BALANCE.
           SUBTRACT WS-RECOVERY FROM BAC-REC-AVAIL-BALANCE.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           COPY CTSTAMPP.
           MOVE '0' TO WS-TXN-SEQ.
           MOVE SPACES TO BTX-RECORD.
           MOVE BLQ-REC-PID TO BTX-REC-PID.
           MOVE 'L' TO BTX-REC-TYPE.
           MOVE '2' TO BTX-REC-SUB-TYPE.
           MOVE WS-LOAN-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-TXN-SEQ TO BTX-REC-TIMESTAMP (26:1).
           COMPUTE BTX-REC-AMOUNT = ZERO - WS-RECOVERY.
           MOVE 'Charged-off loan recovery' TO BTX-REC-DATA-OLD (1:25).
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

           ADD WS-RECOVERY TO BLL-REC-RECOVERED-AMT.
           ADD 1 TO BLL-REC-RECOVERY-COUNT.
           MOVE WS-BUS-DATE TO BLL-REC-LAST-RECOVERY-DTE.
           REWRITE BNKLOSS-REC.
           IF WS-BNKLOSS-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKLOSS-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           ADD 1 TO WS-RECOVERY-COUNTER.
           MOVE WS-RECOVERY TO WS-AMOUNT-ED.
           MOVE SPACES TO LCYRPT-REC.
           STRING BLQ-REC-PID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BLQ-REC-SEQ DELIMITED BY SIZE
                  ' a/c ' DELIMITED BY SIZE
                  WS-LOAN-ACCNO DELIMITED BY SIZE
                  ' recovery ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF BAC-REC-BALANCE IS GREATER THAN ZERO
              MOVE BAC-REC-BALANCE TO WS-AMOUNT-ED
              MOVE SPACES TO LCYRPT-REC
              STRING '    loss cleared - credit ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                     ' left on account' DELIMITED BY SIZE
                INTO LCYRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
       TAKE-RECOVERY-EXIT.
           EXIT.

      *****************************************************************
      * Losses net of recoveries, one line per loan on the ledger     *
      *****************************************************************
       REPORT-NET-LOSSES.
           MOVE SPACES TO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO LCYRPT-REC.
           STRING 'Loan          Account   Charged off    Charged  '
                    DELIMITED BY SIZE
                  '      Recovered            Net' DELIMITED BY SIZE
             INTO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO BLL-REC-KEY.
           START BNKLOSS-NDX KEY IS GREATER THAN OR EQUAL TO
                 BLL-REC-KEY.
           IF WS-BNKLOSS-STATUS IS NOT EQUAL TO '00'
              GO TO REPORT-NET-LOSSES-TOTAL
           END-IF.
       REPORT-NET-LOSSES-LOOP.
           READ BNKLOSS-NDX NEXT RECORD.
           IF WS-BNKLOSS-STATUS IS NOT EQUAL TO '00'
              GO TO REPORT-NET-LOSSES-TOTAL
           END-IF.
           COMPUTE WS-NET-LOSS =
                   BLL-REC-CHARGEOFF-AMT - BLL-REC-RECOVERED-AMT.
           ADD BLL-REC-CHARGEOFF-AMT TO WS-TOTAL-CHARGED.
           ADD BLL-REC-RECOVERED-AMT TO WS-TOTAL-RECOVERED.
           ADD WS-NET-LOSS TO WS-TOTAL-NET.
           MOVE BLL-REC-CHARGEOFF-AMT TO WS-AMOUNT-ED.
           MOVE BLL-REC-RECOVERED-AMT TO WS-AMOUNT-ED2.
           MOVE WS-NET-LOSS TO WS-AMOUNT-ED3.
           MOVE SPACES TO LCYRPT-REC.
           STRING BLL-REC-PID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  BLL-REC-SEQ DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  BLL-REC-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BLL-REC-CHARGEOFF-DTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
             INTO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           GO TO REPORT-NET-LOSSES-LOOP.
       REPORT-NET-LOSSES-TOTAL.
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-ED.
           MOVE WS-TOTAL-RECOVERED TO WS-AMOUNT-ED2.
           MOVE WS-TOTAL-NET TO WS-AMOUNT-ED3.
           MOVE SPACES TO LCYRPT-REC.
           STRING 'Total                              '
                    DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
             INTO LCYRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       REPORT-NET-LOSSES-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE LCYRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE LCYRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      *****************************************************************
      * Build the descending-order alternate timestamp field          *
      *****************************************************************
       STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-TWOS-COMP-INPUT.
           MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.
           MOVE LENGTH OF BTX-REC-TIMESTAMP TO WS-TWOS-COMP-LEN.
           CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN
                                 WS-TWOS-COMP-INPUT
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
       CHECK-OPEN.
           IF WS-IO-STATUS IS EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-FILE DELIMITED BY ' '
                     ' opened ok' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING WS-FILE DELIMITED BY ' '
                     ' open failed' DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM DISPLAY-IO-STATUS
              PERFORM ABORT-PROGRAM
           END-IF.
       CHECK-OPEN-EXIT.
           EXIT.

      *****************************************************************
      * Display the file status bytes.                                *
      *****************************************************************
       DISPLAY-IO-STATUS.
           IF WS-IO-STATUS NUMERIC
              MOVE SPACE TO WS-CONSOLE-MESSAGE
              STRING 'File status -' DELIMITED BY SIZE
                     WS-IO-STATUS DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
              MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
              MOVE SPACE TO WS-CONSOLE-MESSAGE
              STRING 'File status -' DELIMITED BY SIZE
                     WS-IO-STAT1 DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-TWO-BYTES DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      *****************************************************************
      * 'ABORT' the program.                                          *
      * Post a message to the console and issue a STOP RUN            *
      *****************************************************************
       ABORT-PROGRAM.
           MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Display CONSOLE messages...                                   *
      *****************************************************************
       DISPLAY-CONSOLE-MESSAGE.
           DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
           MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.

      *****************************************************************
      * Display the run time that this program took to execute       *
      *****************************************************************
       RUN-TIME.
           IF TIMER-START IS EQUAL TO ZERO
              ACCEPT TIMER-START FROM TIME
              MOVE 'Timer started' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           ELSE
              ACCEPT TIMER-END FROM TIME
              MOVE 'Timer stopped' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              COMPUTE TIMER-ELAPSED =
                        ((TIMER-END-HH * 60 * 60 * 100) +
                         (TIMER-END-MM * 60 * 100) +
                         (TIMER-END-SS * 100) +
                          TIMER-END-DD) -
                        ((TIMER-START-HH * 60 * 60 * 100) +
                         (TIMER-START-MM * 60 * 100) +
                         (TIMER-START-SS * 100) +
                          TIMER-START-DD)
              MOVE TIMER-ELAPSED-R TO TIMER-RUN-TIME-ELAPSED
              MOVE TIMER-RUN-TIME TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
