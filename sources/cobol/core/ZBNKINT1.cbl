                  RECORD KEY   IS BPE-REC-PID
                  FILE STATUS  IS WS-BNKPLCU-STATUS.

           SELECT BNKPCHG-NDX
                  ASSIGN       TO NDXPCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BPG-REC-ACCNO
                  FILE STATUS  IS WS-BNKPCHG-STATUS.

           SELECT INTRPT-FILE
                  ASSIGN       TO INTRPT
                  ORGANIZATION IS SEQUENTIAL
       01  BNKPLCU-REC.
       COPY CBANKVPE.

       FD  BNKPCHG-NDX.
       01  BNKPCHG-REC.
       COPY CBANKVPG.

       FD  INTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKPLAN-STATUS                     PIC X(2).
         05  WS-BNKPLCU-STATUS                     PIC X(2).
         05  WS-BNKPCHG-STATUS                     PIC X(2).
      * Relationship pricing: the annual-fraction uplift the account
      * owner's plan adds to the accrual rate, and what the uplift
      * paid this account
              SET WS-PRICING-ON TO TRUE
           END-IF.

      * So is the product change file - without it every account
      * accrues the whole month at its current type's rate
           OPEN I-O BNKPCHG-NDX.

           PERFORM ACCRUE-INTEREST-LOOP THRU
                   ACCRUE-INTEREST-LOOP-EXIT.

              CLOSE BNKPLAN-NDX
              CLOSE BNKPLCU-NDX
           END-IF.
           IF WS-BNKPCHG-STATUS IS EQUAL TO '00'
              CLOSE BNKPCHG-NDX
           END-IF.
           CLOSE INTRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
                   MOVE ZERO TO WS-INTEREST-AMOUNT
           END-COMPUTE.

      * An account whose product was changed this month earns the
      * current rate only for the days since the change, plus what
      * the teller accrued at the old rate up to it
           IF WS-BNKPCHG-STATUS IS EQUAL TO '00'
              PERFORM PRORATE-PRODUCT-CHANGE THRU
                      PRORATE-PRODUCT-CHANGE-EXIT
           END-IF.

      * A positive accrual for a customer on a relationship pricing
      * plan earns the plan's rate uplift on top; the extra cost is
      * banked on their BNKPLCU standing for the monthly plan report
       ACCRUE-INTEREST-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * Split the month's interest at a product change: the current   *
      * type's share for the days from the change, and the old type's *
      * accrual carried on BNKPCHG, which is then marked as settled   *
      *****************************************************************
       PRORATE-PRODUCT-CHANGE.
           MOVE BAC-REC-ACCNO TO BPG-REC-ACCNO.
           READ BNKPCHG-NDX RECORD
             INVALID KEY
               GO TO PRORATE-PRODUCT-CHANGE-EXIT
           END-READ.
           IF WS-BNKPCHG-STATUS IS NOT EQUAL TO '00' OR
              NOT BPG-REC-INT-DUE
              GO TO PRORATE-PRODUCT-CHANGE-EXIT
           END-IF.
           IF BPG-REC-DAYS-IN-MONTH IS GREATER THAN ZERO
              COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                      WS-INTEREST-AMOUNT * BPG-REC-DAYS-NEW
                      / BPG-REC-DAYS-IN-MONTH
                      + BPG-REC-INT-ACCRUED
                  ON SIZE ERROR
                      MOVE ZERO TO WS-INTEREST-AMOUNT
              END-COMPUTE
           END-IF.
           MOVE 'N' TO BPG-REC-INT-PENDING.
           REWRITE BNKPCHG-REC.
           IF WS-BNKPCHG-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKPCHG-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       PRORATE-PRODUCT-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      * Lift the accrual by the owner's plan benefit and record what  *
      * the uplift cost on their BNKPLCU standing                     *
