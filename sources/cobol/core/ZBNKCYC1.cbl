      *              not paid in full, the minimum payment and due    *
      *              date are computed, and the contract record is    *
      *              updated for the statement extract to pick up.    *
      *              The cut also keeps the card's rewards points:    *
      *              points past their expiry date are written off,   *
      *              the cycle's purchases earn points at the rate    *
      *              set for each purchase's category, and points     *
      *              earned on purchases since reversed are clawed    *
      *              back.                                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKTXNC-NDX
                  ASSIGN       TO NDXTXNC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BTC-REC-KEY
                  FILE STATUS  IS WS-BNKTXNC-STATUS.

           SELECT BNKRWDS-NDX
                  ASSIGN       TO NDXRWDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BRW-REC-ACCNO
                  FILE STATUS  IS WS-BNKRWDS-STATUS.

           SELECT BNKRWDL-NDX
                  ASSIGN       TO NDXRWDL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BRX-REC-KEY
                  FILE STATUS  IS WS-BNKRWDL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKRVLV-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKTXNC-NDX.
       01  BNKTXNC-REC.
       COPY CBANKVTC.

       FD  BNKRWDS-NDX.
       01  BNKRWDS-REC.
       COPY CBANKVRW.

       FD  BNKRWDL-NDX.
       01  BNKRWDL-REC.
       COPY CBANKVRX.

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

         05  WS-BNKRVLV-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKTXNC-STATUS                     PIC X(2).
         05  WS-BNKRWDS-STATUS                     PIC X(2).
         05  WS-BNKRWDL-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

      *****************************************************************
      * Rewards points.  The earn rate for a purchase category is the *
      * business parameter RWD-R-<category> (points per unit spent);  *
      * a category with no rate of its own earns at RWD-R-OTHER.      *
      * Points expire RWD-EXPIRY-MTHS months after they are earned.   *
      *****************************************************************
       01  WS-REWARDS-STORAGE.
         05  WS-DEFAULT-RATE                       PIC S9(5)V99 COMP-3
             VALUE 1.00.
         05  WS-EXPIRY-MONTHS                      PIC 9(3)
             VALUE 36.
         05  WS-RWD-RATE                           PIC S9(5)V99 COMP-3.
         05  WS-RWD-CATEGORY                       PIC X(10).
         05  WS-RATE-COUNT                         PIC 9(2)
             VALUE ZERO.
         05  WS-RATE-SUB                           PIC 9(2).
         05  WS-RATE-TABLE.
           10  WS-RATE-ENTRY                       OCCURS 20 TIMES.
             15  WS-RATE-CATEGORY                  PIC X(10).
             15  WS-RATE-VALUE                     PIC S9(5)V99 COMP-3.
         05  WS-RWD-ON-FILE-SW                     PIC X(1).
           88  WS-RWD-ON-FILE                        VALUE 'Y'.
         05  WS-LOT-FOUND-SW                       PIC X(1).
           88  WS-LOT-FOUND                          VALUE 'Y'.
         05  WS-LOT-SEQ                            PIC 9(5).
         05  WS-TXN-POINTS                         PIC S9(9) COMP-3.
         05  WS-CYCLE-POINTS                       PIC S9(9) COMP-3.
         05  WS-EARN-SPEND                         PIC S9(7)V99 COMP-3.
         05  WS-CLAWBACK-POINTS                    PIC S9(9) COMP-3.
         05  WS-CLAWBACK-SPEND                     PIC S9(7)V99 COMP-3.
         05  WS-EXPIRE-POINTS                      PIC S9(9) COMP-3.
         05  WS-USE-POINTS                         PIC S9(9) COMP-3.
         05  WS-SAVE-ALTKEY                        PIC X(35).
         05  WS-EXPIRY-DATE.
           10  WS-EXP-YYYY                         PIC 9(4).
           10  WS-EXP-DASH1                        PIC X(1).
           10  WS-EXP-MM                           PIC 9(2).
           10  WS-EXP-DASH2                        PIC X(1).
           10  WS-EXP-DD                           PIC 9(2).
         05  WS-EXP-MONTH-NO                       PIC S9(7) COMP-3.
         05  WS-EXP-REM                            PIC S9(3) COMP-3.
         05  WS-TOTAL-EARNED                       PIC 9(9)
             VALUE ZERO.
         05  WS-TOTAL-CLAWED                       PIC 9(9)
             VALUE ZERO.
         05  WS-TOTAL-EXPIRED                      PIC 9(9)
             VALUE ZERO.

       01  WS-BUS-DATE                             PIC X(10).
       01  WS-BUS-DAY                              PIC X(2).

       01  WS-EVT-PARM.
       COPY CBANKEVD.

       01  WS-PRM-PARM.
       COPY CBANKPMD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-DAY.

           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'RWD-R-OTHER' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-DEFAULT-RATE
           END-IF.
           SET PMD-REQUEST-GET TO TRUE.
           MOVE 'RWD-EXPIRY-MTHS' TO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-EXPIRY-MONTHS
           END-IF.

      * A cycle cut raises a partner event for the subscribers
           SET EVT-REQUEST-OPEN TO TRUE.
           CALL 'UBNKEVT1' USING WS-EVT-PARM.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKTXNC-NDX.
           MOVE WS-BNKTXNC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXNC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The rewards files are created by the first cycle cut
           OPEN I-O BNKRWDS-NDX.
           IF WS-BNKRWDS-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKRWDS-NDX
              CLOSE BNKRWDS-NDX
              OPEN I-O BNKRWDS-NDX
           END-IF.
           MOVE WS-BNKRWDS-STATUS TO WS-IO-STATUS.
           MOVE 'BNKRWDS-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKRWDL-NDX.
           IF WS-BNKRWDL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKRWDL-NDX
              CLOSE BNKRWDL-NDX
              OPEN I-O BNKRWDL-NDX
           END-IF.
           MOVE WS-BNKRWDL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKRWDL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           PERFORM CYCLE-CUT-LOOP THRU
                   CYCLE-CUT-LOOP-EXIT.

           CLOSE BNKRVLV-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKTXNC-NDX.
           CLOSE BNKRWDS-NDX.
           CLOSE BNKRWDL-NDX.

           SET EVT-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKEVT1' USING WS-EVT-PARM.
                  ' skipped' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING 'Points ' DELIMITED BY SIZE
                  WS-TOTAL-EARNED DELIMITED BY SIZE
                  ' earned, ' DELIMITED BY SIZE
                  WS-TOTAL-CLAWED DELIMITED BY SIZE
                  ' clawed back, ' DELIMITED BY SIZE
                  WS-TOTAL-EXPIRED DELIMITED BY SIZE
                  ' expired' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

              GO TO CUT-ONE-CYCLE-EXIT
           END-IF.

           PERFORM GET-REWARDS-RECORD THRU
                   GET-REWARDS-RECORD-EXIT.

           PERFORM TOTAL-CYCLE-ACTIVITY THRU
                   TOTAL-CYCLE-ACTIVITY-EXIT.

           MOVE WS-INTEREST-AMOUNT TO BRV-REC-CYCLE-INTEREST.
           REWRITE BNKRVLV-REC.

           PERFORM POST-REWARDS THRU
                   POST-REWARDS-EXIT.

           SET EVT-REQUEST-EVENT TO TRUE.
           MOVE 'STMT' TO EVT-EVENT.
           MOVE SPACES TO EVT-PAYLOAD.
       TOTAL-CYCLE-ACTIVITY.
           MOVE ZERO TO WS-CYCLE-PAYMENTS.
           MOVE ZERO TO WS-CYCLE-PURCHASES.
           MOVE ZERO TO WS-CYCLE-POINTS.
           MOVE ZERO TO WS-EARN-SPEND.
           MOVE ZERO TO WS-CLAWBACK-POINTS.
           MOVE ZERO TO WS-CLAWBACK-SPEND.
           MOVE SPACES TO BTX-REC-ALTKEY1.
           MOVE BRV-REC-ACCNO TO BTX-REC-ACCNO.
           START BNKTXN-NDX KEY IS GREATER THAN OR EQUAL TO
           ELSE
              SUBTRACT BTX-REC-AMOUNT FROM WS-CYCLE-PURCHASES
           END-IF.
           PERFORM CHECK-REWARD-POSTING THRU
                   CHECK-REWARD-POSTING-EXIT.
           GO TO TOTAL-CYCLE-ACTIVITY-LOOP.
       TOTAL-CYCLE-ACTIVITY-EXIT.
           EXIT.

      *****************************************************************
      * Points on one of the cycle's postings.  A purchase earns at   *
      * its category's rate unless it has already been reversed; the  *
      * bank's own charges (type 3) earn nothing.  A reversal of a    *
      * purchase from an earlier cycle claws back what the purchase   *
      * earned - the original is read by its timestamp and the        *
      * browse picked up again after the reversal.                    *
      *****************************************************************
       CHECK-REWARD-POSTING.
           IF BTX-REC-AMOUNT IS LESS THAN ZERO AND
              BTX-REC-TYPE IS NOT EQUAL TO '3' AND
              BTX-REC-NOT-REVERSED
              PERFORM FIND-REWARD-RATE THRU
                      FIND-REWARD-RATE-EXIT
              COMPUTE WS-TXN-POINTS =
                      (ZERO - BTX-REC-AMOUNT) * WS-RWD-RATE
              ADD WS-TXN-POINTS TO WS-CYCLE-POINTS
              SUBTRACT BTX-REC-AMOUNT FROM WS-EARN-SPEND
              GO TO CHECK-REWARD-POSTING-EXIT
           END-IF.
           IF NOT BTX-REC-IS-REVERSAL OR
              BTX-REC-AMOUNT IS NOT GREATER THAN ZERO OR
              BRV-REC-CYCLE-CUT-DATE IS EQUAL TO SPACES
              GO TO CHECK-REWARD-POSTING-EXIT
           END-IF.

           MOVE BTX-REC-ALTKEY1 TO WS-SAVE-ALTKEY.
           MOVE BTX-REC-LINKED-TIMESTAMP TO BTX-REC-TIMESTAMP.
           READ BNKTXN-NDX KEY IS BTX-REC-TIMESTAMP.
           IF WS-BNKTXN-STATUS IS EQUAL TO '00' AND
              BTX-REC-AMOUNT IS LESS THAN ZERO AND
              BTX-REC-TYPE IS NOT EQUAL TO '3' AND
              BTX-REC-POST-DATE IS NOT GREATER THAN
              BRV-REC-CYCLE-CUT-DATE AND
              (BRW-REC-EARN-FROM-DATE IS EQUAL TO SPACES OR
               BTX-REC-POST-DATE IS GREATER THAN
               BRW-REC-EARN-FROM-DATE)
              PERFORM FIND-REWARD-RATE THRU
                      FIND-REWARD-RATE-EXIT
              COMPUTE WS-TXN-POINTS =
                      (ZERO - BTX-REC-AMOUNT) * WS-RWD-RATE
              ADD WS-TXN-POINTS TO WS-CLAWBACK-POINTS
              SUBTRACT BTX-REC-AMOUNT FROM WS-CLAWBACK-SPEND
           END-IF.
           MOVE WS-SAVE-ALTKEY TO BTX-REC-ALTKEY1.
           START BNKTXN-NDX KEY IS GREATER THAN BTX-REC-ALTKEY1.
       CHECK-REWARD-POSTING-EXIT.
           EXIT.

      *****************************************************************
      * The earn rate for the posting's category (BNKTXNC), taken     *
      * from the parameter table once per category per run            *
      *****************************************************************
       FIND-REWARD-RATE.
           MOVE BTX-REC-TYPE TO BTC-REC-TYPE.
           MOVE BTX-REC-SUB-TYPE TO BTC-REC-SUB-TYPE.
           READ BNKTXNC-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BTC-REC-CATEGORY
           END-READ.
           MOVE BTC-REC-CATEGORY TO WS-RWD-CATEGORY.
           IF WS-RWD-CATEGORY IS EQUAL TO SPACES
              MOVE 'OTHER' TO WS-RWD-CATEGORY
           END-IF.
           MOVE ZERO TO WS-RATE-SUB.
       FIND-REWARD-RATE-LOOP.
           ADD 1 TO WS-RATE-SUB.
           IF WS-RATE-SUB IS GREATER THAN WS-RATE-COUNT
              GO TO FIND-REWARD-RATE-NEW
           END-IF.
           IF WS-RATE-CATEGORY (WS-RATE-SUB) IS EQUAL TO
              WS-RWD-CATEGORY
              MOVE WS-RATE-VALUE (WS-RATE-SUB) TO WS-RWD-RATE
              GO TO FIND-REWARD-RATE-EXIT
           END-IF.
           GO TO FIND-REWARD-RATE-LOOP.
       FIND-REWARD-RATE-NEW.
           MOVE WS-DEFAULT-RATE TO WS-RWD-RATE.
           MOVE SPACES TO WS-PRM-PARM.
           SET PMD-REQUEST-GET TO TRUE.
           STRING 'RWD-R-' DELIMITED BY SIZE
                  WS-RWD-CATEGORY DELIMITED BY SPACE
             INTO PMD-PARM-ID.
           CALL 'UBNKPRM1' USING WS-PRM-PARM.
           IF PMD-STATUS-FOUND
              MOVE PMD-VALUE TO WS-RWD-RATE
           END-IF.
           IF WS-RATE-COUNT IS LESS THAN 20
              ADD 1 TO WS-RATE-COUNT
              MOVE WS-RWD-CATEGORY TO WS-RATE-CATEGORY (WS-RATE-COUNT)
              MOVE WS-RWD-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
           END-IF.
       FIND-REWARD-RATE-EXIT.
           EXIT.

      *****************************************************************
      * The card's points record, or a new one the first time the     *
      * card is cut - purchases since its last cut earn from now on   *
      *****************************************************************
       GET-REWARDS-RECORD.
           MOVE BRV-REC-ACCNO TO BRW-REC-ACCNO.
           READ BNKRWDS-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKRWDS-STATUS IS EQUAL TO '00'
              SET WS-RWD-ON-FILE TO TRUE
              GO TO GET-REWARDS-RECORD-EXIT
           END-IF.
           MOVE 'N' TO WS-RWD-ON-FILE-SW.
           MOVE SPACES TO BRW-RECORD.
           MOVE BRV-REC-ACCNO TO BRW-REC-ACCNO.
           MOVE BAC-REC-PID TO BRW-REC-PID.
           MOVE ZERO TO BRW-REC-BALANCE.
           MOVE ZERO TO BRW-REC-EARNED.
           MOVE ZERO TO BRW-REC-CLAWED-BACK.
           MOVE ZERO TO BRW-REC-REDEEMED.
           MOVE ZERO TO BRW-REC-EXPIRED.
           MOVE ZERO TO BRW-REC-LAST-SEQ.
           MOVE 1 TO BRW-REC-OLDEST-LOT.
           MOVE WS-BUS-DATE TO BRW-REC-OPENED-DATE.
           MOVE BRV-REC-CYCLE-CUT-DATE TO BRW-REC-EARN-FROM-DATE.
       GET-REWARDS-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * Bring the card's points up to date for the cycle: write off   *
      * what has expired, add the cycle's earnings as a new lot, then *
      * claw back points on reversed purchases - never below a zero   *
      * balance, the rest is not recovered.                           *
      *****************************************************************
       POST-REWARDS.
           PERFORM EXPIRE-POINTS THRU
                   EXPIRE-POINTS-EXIT.

           IF WS-CYCLE-POINTS IS GREATER THAN ZERO
              PERFORM SET-EXPIRY-DATE
              PERFORM NEW-LEDGER-ENTRY
              SET BRX-REC-EARNED TO TRUE
              MOVE WS-CYCLE-POINTS TO BRX-REC-POINTS
              MOVE WS-CYCLE-POINTS TO BRX-REC-POINTS-LEFT
              MOVE WS-EXPIRY-DATE TO BRX-REC-EXPIRY-DATE
              MOVE WS-EARN-SPEND TO BRX-REC-AMOUNT
              PERFORM WRITE-LEDGER-ENTRY
              ADD WS-CYCLE-POINTS TO BRW-REC-BALANCE
              ADD WS-CYCLE-POINTS TO BRW-REC-EARNED
              ADD WS-CYCLE-POINTS TO WS-TOTAL-EARNED
           END-IF.

           IF WS-CLAWBACK-POINTS IS GREATER THAN BRW-REC-BALANCE
              MOVE BRW-REC-BALANCE TO WS-CLAWBACK-POINTS
           END-IF.
           IF WS-CLAWBACK-POINTS IS GREATER THAN ZERO
              MOVE WS-CLAWBACK-POINTS TO WS-USE-POINTS
              PERFORM USE-POINTS THRU
                      USE-POINTS-EXIT
              PERFORM NEW-LEDGER-ENTRY
              SET BRX-REC-CLAWBACK TO TRUE
              COMPUTE BRX-REC-POINTS = ZERO - WS-CLAWBACK-POINTS
              MOVE WS-CLAWBACK-SPEND TO BRX-REC-AMOUNT
              PERFORM WRITE-LEDGER-ENTRY
              SUBTRACT WS-CLAWBACK-POINTS FROM BRW-REC-BALANCE
              ADD WS-CLAWBACK-POINTS TO BRW-REC-CLAWED-BACK
              ADD WS-CLAWBACK-POINTS TO WS-TOTAL-CLAWED
           END-IF.

           MOVE WS-BUS-DATE TO BRW-REC-LAST-ACCRUAL-DATE.
           IF WS-RWD-ON-FILE
              REWRITE BNKRWDS-REC
           ELSE
              WRITE BNKRWDS-REC
           END-IF.
           IF WS-BNKRWDS-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING 'Unable to update points for ' DELIMITED BY SIZE
                     BRW-REC-ACCNO DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.
       POST-REWARDS-EXIT.
           EXIT.

      *****************************************************************
      * Earnings are lots in date order, so expiry stops at the first *
      * lot that is still in date                                     *
      *****************************************************************
       EXPIRE-POINTS.
           MOVE ZERO TO WS-EXPIRE-POINTS.
           MOVE BRW-REC-OLDEST-LOT TO WS-LOT-SEQ.
       EXPIRE-POINTS-LOOP.
           IF WS-LOT-SEQ IS GREATER THAN BRW-REC-LAST-SEQ
              GO TO EXPIRE-POINTS-DONE
           END-IF.
           PERFORM READ-LOT.
           IF NOT WS-LOT-FOUND
              PERFORM NEXT-LOT
              GO TO EXPIRE-POINTS-LOOP
           END-IF.
           IF BRX-REC-EXPIRY-DATE IS GREATER THAN WS-BUS-DATE
              GO TO EXPIRE-POINTS-DONE
           END-IF.
           ADD BRX-REC-POINTS-LEFT TO WS-EXPIRE-POINTS.
           MOVE ZERO TO BRX-REC-POINTS-LEFT.
           REWRITE BNKRWDL-REC.
           PERFORM NEXT-LOT.
           GO TO EXPIRE-POINTS-LOOP.
       EXPIRE-POINTS-DONE.
           IF WS-EXPIRE-POINTS IS GREATER THAN ZERO
              PERFORM NEW-LEDGER-ENTRY
              SET BRX-REC-EXPIRED TO TRUE
              COMPUTE BRX-REC-POINTS = ZERO - WS-EXPIRE-POINTS
              PERFORM WRITE-LEDGER-ENTRY
              SUBTRACT WS-EXPIRE-POINTS FROM BRW-REC-BALANCE
              ADD WS-EXPIRE-POINTS TO BRW-REC-EXPIRED
              ADD WS-EXPIRE-POINTS TO WS-TOTAL-EXPIRED
           END-IF.
       EXPIRE-POINTS-EXIT.
           EXIT.

      *****************************************************************
      * Take WS-USE-POINTS from the lots, oldest first                *
      *****************************************************************
       USE-POINTS.
           MOVE BRW-REC-OLDEST-LOT TO WS-LOT-SEQ.
       USE-POINTS-LOOP.
           IF WS-USE-POINTS IS NOT GREATER THAN ZERO OR
              WS-LOT-SEQ IS GREATER THAN BRW-REC-LAST-SEQ
              GO TO USE-POINTS-EXIT
           END-IF.
           PERFORM READ-LOT.
           IF NOT WS-LOT-FOUND
              PERFORM NEXT-LOT
              GO TO USE-POINTS-LOOP
           END-IF.
           IF BRX-REC-POINTS-LEFT IS GREATER THAN WS-USE-POINTS
              SUBTRACT WS-USE-POINTS FROM BRX-REC-POINTS-LEFT
              MOVE ZERO TO WS-USE-POINTS
              REWRITE BNKRWDL-REC
              GO TO USE-POINTS-EXIT
           END-IF.
           SUBTRACT BRX-REC-POINTS-LEFT FROM WS-USE-POINTS.
           MOVE ZERO TO BRX-REC-POINTS-LEFT.
           REWRITE BNKRWDL-REC.
           PERFORM NEXT-LOT.
           GO TO USE-POINTS-LOOP.
       USE-POINTS-EXIT.
           EXIT.

      * An earning with points left on it
       READ-LOT.
           MOVE 'N' TO WS-LOT-FOUND-SW.
           MOVE BRW-REC-ACCNO TO BRX-REC-ACCNO.
           MOVE WS-LOT-SEQ TO BRX-REC-SEQ.
           READ BNKRWDL-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKRWDL-STATUS IS EQUAL TO '00' AND
              BRX-REC-EARNED AND
              BRX-REC-POINTS-LEFT IS GREATER THAN ZERO
              SET WS-LOT-FOUND TO TRUE
           END-IF.

      * Move past a lot that is used up, keeping the oldest-lot
      * pointer on the first lot with points left
       NEXT-LOT.
           IF WS-LOT-SEQ IS EQUAL TO BRW-REC-OLDEST-LOT
              ADD 1 TO BRW-REC-OLDEST-LOT
           END-IF.
           ADD 1 TO WS-LOT-SEQ.

       NEW-LEDGER-ENTRY.
           MOVE SPACES TO BRX-RECORD.
           ADD 1 TO BRW-REC-LAST-SEQ.
           MOVE BRW-REC-ACCNO TO BRX-REC-ACCNO.
           MOVE BRW-REC-LAST-SEQ TO BRX-REC-SEQ.
           MOVE ZERO TO BRX-REC-POINTS.
           MOVE ZERO TO BRX-REC-POINTS-LEFT.
           MOVE ZERO TO BRX-REC-AMOUNT.
           MOVE WS-BUS-DATE TO BRX-REC-ENTRY-DATE.

       WRITE-LEDGER-ENTRY.
           WRITE BNKRWDL-REC.
           IF WS-BNKRWDL-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO WS-CONSOLE-MESSAGE
              STRING 'Unable to write points ledger for '
                       DELIMITED BY SIZE
                     BRW-REC-ACCNO DELIMITED BY SIZE
                INTO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
           END-IF.

      *****************************************************************
      * Points earned today expire RWD-EXPIRY-MTHS months on (the day *
      * held to the 28th so it exists in every month)                 *
      *****************************************************************
       SET-EXPIRY-DATE.
           MOVE WS-BUS-DATE TO WS-EXPIRY-DATE.
           COMPUTE WS-EXP-MONTH-NO = WS-EXP-YYYY * 12 + WS-EXP-MM - 1
                                   + WS-EXPIRY-MONTHS.
           DIVIDE WS-EXP-MONTH-NO BY 12 GIVING WS-EXP-YYYY
               REMAINDER WS-EXP-REM.
           COMPUTE WS-EXP-MM = WS-EXP-REM + 1.
           IF WS-EXP-DD IS GREATER THAN 28
              MOVE 28 TO WS-EXP-DD
           END-IF.

      *****************************************************************
      * The minimum payment is due twenty-one days after the cut.     *
      *****************************************************************
