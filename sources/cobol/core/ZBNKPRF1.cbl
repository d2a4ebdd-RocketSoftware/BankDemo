      *              are allocated to its product type and its        *
      *              owning branch - interest the bank pays out is    *
      *              expense, interest collected on lendings is       *
      *              income, fees collected are income and fees       *
      *              waived back (BNKWAIV) are shown beside them -    *
      *              less a flat cost                                 *
      *              allocation per account, labelled with the GL     *
      *              accounts from the BNKGLMAP mapping and the       *
      *              BNKBRNCH names, ranked best to worst into the    *
                  RECORD KEY   IS BGL-REC-KEY
                  FILE STATUS  IS WS-BNKGLMAP-STATUS.

           SELECT BNKWAIV-NDX
                  ASSIGN       TO NDXWAIV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BWV-REC-FEE-TS
                  ALTERNATE KEY IS BWV-REC-USER-KEY WITH DUPLICATES
                  ALTERNATE KEY IS BWV-REC-ACCNO WITH DUPLICATES
                  FILE STATUS  IS WS-BNKWAIV-STATUS.

           SELECT BNKBRXF-NDX
                  ASSIGN       TO NDXBRXF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BBX-REC-KEY
                  FILE STATUS  IS WS-BNKBRXF-STATUS.

           SELECT PRFRPT-FILE
                  ASSIGN       TO PRFRPT
                  ORGANIZATION IS SEQUENTIAL
       01  BNKGLMAP-REC.
       COPY CBANKVGL.

       FD  BNKWAIV-NDX.
       01  BNKWAIV-REC.
       COPY CBANKVWV.

       FD  BNKBRXF-NDX.
       01  BNKBRXF-REC.
       COPY CBANKVBX.

       FD  PRFRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
         05  WS-BNKBRNCH-STATUS                    PIC X(2).
         05  WS-BNKATYPE-STATUS                    PIC X(2).
         05  WS-BNKGLMAP-STATUS                    PIC X(2).
         05  WS-BNKWAIV-STATUS                     PIC X(2).
         05  WS-BNKBRXF-STATUS                     PIC X(2).
         05  WS-PRFRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
                                                     COMP-3.
         05  WS-FEE-INCOME                         PIC S9(9)V99
                                                     COMP-3.
         05  WS-FEE-WAIVED                         PIC S9(9)V99
                                                     COMP-3.
         05  WS-PROFIT                             PIC S9(11)V99
                                                     COMP-3.
         05  WS-AMOUNT-ED                          PIC Z(9)9.99-.
         05  WS-AMOUNT-ED2                         PIC Z(9)9.99-.
         05  WS-AMOUNT-ED3                         PIC Z(9)9.99-.
         05  WS-AMOUNT-ED4                         PIC Z(9)9.99-.
         05  WS-AMOUNT-ED5                         PIC Z(9)9.99-.
         05  WS-GL-LABEL                           PIC X(20).

      * What goes to one branch - the year is split between branches
      * where an account was re-homed by a branch closure
         05  WS-ALLOC-BRANCH                       PIC X(4).
         05  WS-ALLOC-INTEREST                     PIC S9(9)V99
                                                     COMP-3.
         05  WS-ALLOC-WAIVED                       PIC S9(9)V99
                                                     COMP-3.
         05  WS-ALLOC-COST                         PIC S9(3)V99
                                                     COMP-3.
         05  WS-PRIOR-INTEREST                     PIC S9(9)V99
                                                     COMP-3.
         05  WS-PRIOR-FEES                         PIC S9(9)V99
                                                     COMP-3.

      * Per-branch and per-product profit builders, ranked at the
      * end by straight selection
       01  WS-BRN-TABLE.
                                                     COMP-3.
           10  WS-BRN-FEES                         PIC S9(11)V99
                                                     COMP-3.
           10  WS-BRN-WAIVED                       PIC S9(11)V99
                                                     COMP-3.
           10  WS-BRN-COST                         PIC S9(11)V99
                                                     COMP-3.
       01  WS-BRN-USED                             PIC 9(3)
                                                     COMP-3.
           10  WS-PRD-FEES                        PIC S9(11)V99
                                                     COMP-3.
           10  WS-PRD-WAIVED                       PIC S9(11)V99
                                                     COMP-3.
           10  WS-PRD-COST                         PIC S9(11)V99
                                                     COMP-3.
       01  WS-PRD-USED                             PIC 9(2)
           PERFORM WRITE-GL-LABELS THRU
                   WRITE-GL-LABELS-EXIT.

      * Fee waivers are optional - without the log every fee in
      * YTD-FEES counts as collected
           OPEN INPUT BNKWAIV-NDX.

      * Branch transfers are optional too - without the log the
      * whole year goes to the branch the account is at now
           OPEN INPUT BNKBRXF-NDX.

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           IF WS-BNKGLMAP-STATUS IS EQUAL TO '00'
              CLOSE BNKGLMAP-NDX
           END-IF.
           IF WS-BNKWAIV-STATUS IS NOT EQUAL TO '35'
              CLOSE BNKWAIV-NDX
           END-IF.
           IF WS-BNKBRXF-STATUS IS NOT EQUAL TO '35'
              CLOSE BNKBRXF-NDX
           END-IF.
           CLOSE PRFRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
      *****************************************************************
      * Allocate each account's year-to-date earnings to its branch   *
      * and product: interest paid out is expense, interest           *
      * collected is income, fees are income net of any waived back   *
      * this year, less the flat cost.  An account re-homed this year *
      * credits its old branch with what it earned up to the move.    *
      *****************************************************************
       ALLOCATE-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           ELSE
              COMPUTE WS-INT-INCOME = ZERO - BAC-REC-YTD-INTEREST
           END-IF.
           PERFORM SUM-WAIVERS THRU
                   SUM-WAIVERS-EXIT.
           COMPUTE WS-FEE-INCOME = BAC-REC-YTD-FEES - WS-FEE-WAIVED.
           PERFORM ADD-TO-PRODUCT THRU
                   ADD-TO-PRODUCT-EXIT.

           MOVE WS-FEE-WAIVED TO WS-ALLOC-WAIVED.
           PERFORM ALLOCATE-TRANSFERS THRU
                   ALLOCATE-TRANSFERS-EXIT.
           MOVE BAC-REC-BRANCH TO WS-ALLOC-BRANCH.
           COMPUTE WS-ALLOC-INTEREST =
             BAC-REC-YTD-INTEREST - WS-PRIOR-INTEREST.
           PERFORM SPLIT-INTEREST.
           COMPUTE WS-FEE-INCOME =
             BAC-REC-YTD-FEES - WS-PRIOR-FEES - WS-ALLOC-WAIVED.
           MOVE WS-ALLOC-WAIVED TO WS-FEE-WAIVED.
           MOVE WS-COST-PER-ACCOUNT TO WS-ALLOC-COST.
           PERFORM ADD-TO-BRANCH THRU
                   ADD-TO-BRANCH-EXIT.
           GO TO ALLOCATE-LOOP.
       ALLOCATE-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * Each branch the account left this year earns what the account *
      * made while there: the difference between the year-to-date     *
      * figures logged at its move and those at the move before.      *
      * Waivers and the flat cost stay with the branch it is at now.  *
      *****************************************************************
       ALLOCATE-TRANSFERS.
           MOVE ZERO TO WS-PRIOR-INTEREST.
           MOVE ZERO TO WS-PRIOR-FEES.
           IF WS-BNKBRXF-STATUS IS EQUAL TO '35'
              GO TO ALLOCATE-TRANSFERS-EXIT
           END-IF.
           MOVE BAC-REC-ACCNO TO BBX-REC-ACCNO.
           MOVE LOW-VALUES TO BBX-REC-EFF-DATE.
           START BNKBRXF-NDX KEY IS NOT LESS THAN BBX-REC-KEY
             INVALID KEY
               GO TO ALLOCATE-TRANSFERS-EXIT
           END-START.
       ALLOCATE-TRANSFERS-NEXT.
           READ BNKBRXF-NDX NEXT RECORD
             AT END
               GO TO ALLOCATE-TRANSFERS-EXIT
           END-READ.
           IF BBX-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO
              GO TO ALLOCATE-TRANSFERS-EXIT
           END-IF.
           IF BBX-REC-EFF-DATE (1:4) IS NOT EQUAL TO WS-BUS-DATE (1:4)
              GO TO ALLOCATE-TRANSFERS-NEXT
           END-IF.
           MOVE BBX-REC-FROM-BRANCH TO WS-ALLOC-BRANCH.
           COMPUTE WS-ALLOC-INTEREST =
             BBX-REC-YTD-INTEREST - WS-PRIOR-INTEREST.
           PERFORM SPLIT-INTEREST.
           COMPUTE WS-FEE-INCOME = BBX-REC-YTD-FEES - WS-PRIOR-FEES.
           MOVE ZERO TO WS-FEE-WAIVED.
           MOVE ZERO TO WS-ALLOC-COST.
           PERFORM ADD-TO-BRANCH THRU
                   ADD-TO-BRANCH-EXIT.
           MOVE BBX-REC-YTD-INTEREST TO WS-PRIOR-INTEREST.
           MOVE BBX-REC-YTD-FEES TO WS-PRIOR-FEES.
           GO TO ALLOCATE-TRANSFERS-NEXT.
       ALLOCATE-TRANSFERS-EXIT.
           EXIT.

       SPLIT-INTEREST.
           MOVE ZERO TO WS-INT-INCOME.
           MOVE ZERO TO WS-INT-EXPENSE.
           IF WS-ALLOC-INTEREST IS GREATER THAN ZERO
              MOVE WS-ALLOC-INTEREST TO WS-INT-EXPENSE
           ELSE
              COMPUTE WS-INT-INCOME = ZERO - WS-ALLOC-INTEREST
           END-IF.

      *****************************************************************
      * Fees waived back on the account this year - YTD-FEES is what  *
      * was charged, the waiver log holds what was refunded           *
      *****************************************************************
       SUM-WAIVERS.
           MOVE ZERO TO WS-FEE-WAIVED.
           IF WS-BNKWAIV-STATUS IS EQUAL TO '35'
              GO TO SUM-WAIVERS-EXIT
           END-IF.
           MOVE BAC-REC-ACCNO TO BWV-REC-ACCNO.
           START BNKWAIV-NDX KEY IS EQUAL TO BWV-REC-ACCNO
             INVALID KEY
               GO TO SUM-WAIVERS-EXIT
           END-START.
       SUM-WAIVERS-NEXT.
           READ BNKWAIV-NDX NEXT RECORD
             AT END
               GO TO SUM-WAIVERS-EXIT
           END-READ.
           IF BWV-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO
              GO TO SUM-WAIVERS-EXIT
           END-IF.
           IF BWV-REC-WAIVED AND
              BWV-REC-DECIDED-DATE (1:4) IS EQUAL TO WS-BUS-DATE (1:4)
              ADD BWV-REC-AMOUNT TO WS-FEE-WAIVED
           END-IF.
           GO TO SUM-WAIVERS-NEXT.
       SUM-WAIVERS-EXIT.
           EXIT.

       ADD-TO-BRANCH.
           IF WS-BRN-USED IS EQUAL TO ZERO
              GO TO ADD-TO-BRANCH-NEW
           END-IF.
           SET WS-BRN-IX TO 1.
       ADD-TO-BRANCH-LOOP.
           IF WS-BRN-CODE (WS-BRN-IX) IS EQUAL TO WS-ALLOC-BRANCH
              GO TO ADD-TO-BRANCH-FOLD
           END-IF.
           IF WS-BRN-IX IS LESS THAN WS-BRN-USED
           END-IF.
           ADD 1 TO WS-BRN-USED.
           SET WS-BRN-IX TO WS-BRN-USED.
           MOVE WS-ALLOC-BRANCH TO WS-BRN-CODE (WS-BRN-IX).
           MOVE WS-ALLOC-BRANCH TO BBN-REC-BRANCH.
           READ BNKBRNCH-NDX RECORD
             INVALID KEY
               MOVE 'Unassigned' TO BBN-REC-NAME
           MOVE ZERO TO WS-BRN-INT-INC (WS-BRN-IX).
           MOVE ZERO TO WS-BRN-INT-EXP (WS-BRN-IX).
           MOVE ZERO TO WS-BRN-FEES (WS-BRN-IX).
           MOVE ZERO TO WS-BRN-WAIVED (WS-BRN-IX).
           MOVE ZERO TO WS-BRN-COST (WS-BRN-IX).
       ADD-TO-BRANCH-FOLD.
           ADD WS-INT-INCOME TO WS-BRN-INT-INC (WS-BRN-IX).
           ADD WS-INT-EXPENSE TO WS-BRN-INT-EXP (WS-BRN-IX).
           ADD WS-FEE-INCOME TO WS-BRN-FEES (WS-BRN-IX).
           ADD WS-FEE-WAIVED TO WS-BRN-WAIVED (WS-BRN-IX).
           ADD WS-ALLOC-COST TO WS-BRN-COST (WS-BRN-IX).
       ADD-TO-BRANCH-EXIT.
           EXIT.

           MOVE ZERO TO WS-PRD-INT-INC (WS-PRD-IX).
           MOVE ZERO TO WS-PRD-INT-EXP (WS-PRD-IX).
           MOVE ZERO TO WS-PRD-FEES (WS-PRD-IX).
           MOVE ZERO TO WS-PRD-WAIVED (WS-PRD-IX).
           MOVE ZERO TO WS-PRD-COST (WS-PRD-IX).
       ADD-TO-PRODUCT-FOLD.
           ADD WS-INT-INCOME TO WS-PRD-INT-INC (WS-PRD-IX).
           ADD WS-INT-EXPENSE TO WS-PRD-INT-EXP (WS-PRD-IX).
           ADD WS-FEE-INCOME TO WS-PRD-FEES (WS-PRD-IX).
           ADD WS-FEE-WAIVED TO WS-PRD-WAIVED (WS-PRD-IX).
           ADD WS-COST-PER-ACCOUNT TO WS-PRD-COST (WS-PRD-IX).
       ADD-TO-PRODUCT-EXIT.
           EXIT.
           MOVE WS-BRN-INT-INC (WS-BRN-IX) TO WS-AMOUNT-ED.
           MOVE WS-BRN-INT-EXP (WS-BRN-IX) TO WS-AMOUNT-ED2.
           MOVE WS-BRN-FEES (WS-BRN-IX) TO WS-AMOUNT-ED3.
           MOVE WS-BRN-WAIVED (WS-BRN-IX) TO WS-AMOUNT-ED5.
           MOVE WS-RANK-BEST-PROFIT TO WS-AMOUNT-ED4.
           MOVE SPACES TO PRFRPT-REC.
           STRING WS-BRN-CODE (WS-BRN-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BRN-NAME (WS-BRN-IX) (1:26) DELIMITED BY SIZE
                  ' inc' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' exp' DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' fee' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
                  ' wvd' DELIMITED BY SIZE
                  WS-AMOUNT-ED5 DELIMITED BY SIZE
                  ' net' DELIMITED BY SIZE
                  WS-AMOUNT-ED4 DELIMITED BY SIZE
             INTO PRFRPT-REC.
           MOVE WS-PRD-INT-INC (WS-PRD-IX) TO WS-AMOUNT-ED.
           MOVE WS-PRD-INT-EXP (WS-PRD-IX) TO WS-AMOUNT-ED2.
           MOVE WS-PRD-FEES (WS-PRD-IX) TO WS-AMOUNT-ED3.
           MOVE WS-PRD-WAIVED (WS-PRD-IX) TO WS-AMOUNT-ED5.
           MOVE WS-RANK-BEST-PROFIT TO WS-AMOUNT-ED4.
           MOVE SPACES TO PRFRPT-REC.
           STRING WS-PRD-CODE (WS-PRD-IX) DELIMITED BY SIZE
                  WS-AMOUNT-ED2 DELIMITED BY SIZE
                  ' fee' DELIMITED BY SIZE
                  WS-AMOUNT-ED3 DELIMITED BY SIZE
                  ' wvd' DELIMITED BY SIZE
                  WS-AMOUNT-ED5 DELIMITED BY SIZE
                  ' net' DELIMITED BY SIZE
                  WS-AMOUNT-ED4 DELIMITED BY SIZE
             INTO PRFRPT-REC.
