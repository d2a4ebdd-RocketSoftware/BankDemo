                  RECORD KEY   IS BPE-REC-PID
                  FILE STATUS  IS WS-BNKPLCU-STATUS.

           SELECT BNKPCHG-NDX
                  ASSIGN       TO NDXPCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BPG-REC-ACCNO
                  FILE STATUS  IS WS-BNKPCHG-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT FEERPT-FILE
                  ASSIGN       TO FEERPT
                  ORGANIZATION IS SEQUENTIAL
       01  BNKPLCU-REC.
       COPY CBANKVPE.

       FD  BNKPCHG-NDX.
       01  BNKPCHG-REC.
       COPY CBANKVPG.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  FEERPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKPLAN-STATUS                     PIC X(2).
         05  WS-BNKPLCU-STATUS                     PIC X(2).
         05  WS-BNKPCHG-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-FEERPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           88  WS-PRICING-ON                        VALUE 'Y'.
         05  WS-WAIVED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-CUSTOMERS-SW                       PIC X(1)
             VALUE SPACE.
           88  WS-CUSTOMERS-ON                      VALUE 'Y'.
         05  WS-ANALYSIS-SW                        PIC X(1).
           88  WS-ANALYSIS-ACCOUNT                  VALUE 'Y'.
         05  WS-LAST-ATYPE                         PIC X(1)
             VALUE SPACE.
         05  WS-LAST-ATYPE-FEE                     PIC S9(3)V99
              SET WS-PRICING-ON TO TRUE
           END-IF.

      * So is the product change file - without it every account
      * pays its current type's full fee
           OPEN I-O BNKPCHG-NDX.

      * Without the customer file no account can be told to belong
      * to a business customer, and every account is charged here
           OPEN INPUT BNKCUST-NDX.
           IF WS-BNKCUST-STATUS IS EQUAL TO '00'
              SET WS-CUSTOMERS-ON TO TRUE
           END-IF.

           PERFORM ASSESS-FEE-LOOP THRU
                   ASSESS-FEE-LOOP-EXIT.

              CLOSE BNKPLAN-NDX
              CLOSE BNKPLCU-NDX
           END-IF.
           IF WS-BNKPCHG-STATUS IS EQUAL TO '00'
              CLOSE BNKPCHG-NDX
           END-IF.
           IF WS-CUSTOMERS-ON
              CLOSE BNKCUST-NDX
           END-IF.
           PERFORM WRITE-BRANCH-SUMMARY THRU
                   WRITE-BRANCH-SUMMARY-EXIT.
           CLOSE FEERPT-FILE.
              GO TO ASSESS-FEE-LOOP
           END-IF.

           PERFORM CHECK-ANALYSIS-CUSTOMER THRU
                   CHECK-ANALYSIS-CUSTOMER-EXIT.
           IF WS-ANALYSIS-ACCOUNT
              ADD 1 TO WS-SKIPPED-COUNTER
              GO TO ASSESS-FEE-LOOP
           END-IF.

           PERFORM LOOKUP-ACCOUNT-TYPE-FEE THRU
                   LOOKUP-ACCOUNT-TYPE-FEE-EXIT.
           IF NOT WS-ATYPE-FOUND
              GO TO ASSESS-FEE-LOOP
           END-IF.

           MOVE WS-LAST-ATYPE-FEE TO WS-FEE-AMOUNT.

      * An account whose product was changed this month pays the
      * current type's fee only for the days since the change, plus
      * the old type's share the teller accrued up to it
           IF WS-BNKPCHG-STATUS IS EQUAL TO '00'
              PERFORM PRORATE-PRODUCT-CHANGE THRU
                      PRORATE-PRODUCT-CHANGE-EXIT
           END-IF.

           IF WS-FEE-AMOUNT IS EQUAL TO ZERO
              ADD 1 TO WS-SKIPPED-COUNTER
              GO TO ASSESS-FEE-LOOP
           END-IF.

      * A customer on a relationship pricing plan with the fee-
      * waiver benefit keeps the fee; the waived amount is banked
      * on their BNKPLCU standing for the monthly plan-cost report
       ASSESS-FEE-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * A business customer's accounts are charged by the month-end   *
      * account analysis instead, net of their earnings credit        *
      *****************************************************************
       CHECK-ANALYSIS-CUSTOMER.
           MOVE SPACE TO WS-ANALYSIS-SW.
           IF NOT WS-CUSTOMERS-ON
              GO TO CHECK-ANALYSIS-CUSTOMER-EXIT
           END-IF.
           MOVE BAC-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               GO TO CHECK-ANALYSIS-CUSTOMER-EXIT
           END-READ.
           IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND
              BCS-REC-PROFILE-BUSINESS
              SET WS-ANALYSIS-ACCOUNT TO TRUE
           END-IF.
       CHECK-ANALYSIS-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * Look up the current account's type on BNKATYPE, caching the   *
      * last type read since accounts are usually clustered by type.  *
       LOOKUP-ACCOUNT-TYPE-FEE-EXIT.
           EXIT.

      *****************************************************************
      * Split the month's fee at a product change: the current type's *
      * share for the days from the change, and the old type's share  *
      * carried on BNKPCHG, which is then marked as settled           *
      *****************************************************************
       PRORATE-PRODUCT-CHANGE.
           MOVE BAC-REC-ACCNO TO BPG-REC-ACCNO.
           READ BNKPCHG-NDX RECORD
             INVALID KEY
               GO TO PRORATE-PRODUCT-CHANGE-EXIT
           END-READ.
           IF WS-BNKPCHG-STATUS IS NOT EQUAL TO '00' OR
              NOT BPG-REC-FEE-DUE
              GO TO PRORATE-PRODUCT-CHANGE-EXIT
           END-IF.
           IF BPG-REC-DAYS-IN-MONTH IS GREATER THAN ZERO
              COMPUTE WS-FEE-AMOUNT ROUNDED =
                      WS-FEE-AMOUNT * BPG-REC-DAYS-NEW
                      / BPG-REC-DAYS-IN-MONTH
                      + BPG-REC-FEE-ACCRUED
                  ON SIZE ERROR
                      MOVE WS-LAST-ATYPE-FEE TO WS-FEE-AMOUNT
              END-COMPUTE
           END-IF.
           MOVE 'N' TO BPG-REC-FEE-PENDING.
           REWRITE BNKPCHG-REC.
           IF WS-BNKPCHG-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKPCHG-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       PRORATE-PRODUCT-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      * See whether the account owner's pricing plan waives the       *
      * maintenance fee, and if so record what the waiver cost        *
