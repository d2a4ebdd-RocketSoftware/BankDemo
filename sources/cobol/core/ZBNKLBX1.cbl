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
      * Program:     ZBNKLBX1.CBL                                     *
      * Function:    Import the lockbox vendor's daily payments file  *
      *              for business customers.  Each batch is checked   *
      *              against its header's control count and total,    *
      *              then its good items are credited to the lockbox  *
      *              owner's nominated account as one consolidated    *
      *              deposit, the customer's direct-deposit split     *
      *              applied to it, and the remittance detail written *
      *              in the customer's own layout for their           *
      *              receivables system.  Batches and items that fail *
      *              validation are written to an exceptions report   *
      *              rather than abending the run.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKLBX1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT LBXPAY-FILE
                  ASSIGN       TO LBXPAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-LBXPAY-STATUS.

           SELECT BNKLBOX-NDX
                  ASSIGN       TO NDXLBOX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BLB-REC-LOCKBOX
                  FILE STATUS  IS WS-BNKLBOX-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

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

           SELECT BNKSPLT-NDX
                  ASSIGN       TO NDXSPLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BSL-REC-PID
                  FILE STATUS  IS WS-BNKSPLT-STATUS.

           SELECT LBXRMT-FILE
                  ASSIGN       TO LBXRMT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-LBXRMT-STATUS.

           SELECT LBXEXCPT-FILE
                  ASSIGN       TO LBXEXCPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-LBXEXCPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LBXPAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LBX-REC.
       COPY CLBXPAY.

       FD  BNKLBOX-NDX.
       01  BNKLBOX-REC.
       COPY CBANKVLB.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKSPLT-NDX.
       01  BNKSPLT-REC.
       COPY CBANKVSL.

       FD  LBXRMT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  LBXRMT-REC                              PIC X(120).

       FD  LBXEXCPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  LBXEXCPT-REC                            PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKLBX1'.
         05  WS-LBXPAY-STATUS                      PIC X(2).
         05  WS-BNKLBOX-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKSPLT-STATUS                     PIC X(2).
         05  WS-LBXRMT-STATUS                      PIC X(2).
         05  WS-LBXEXCPT-STATUS                    PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-BATCH-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-DEPOSIT-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-REJECTED-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-POSTED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-EXCEPTION-COUNTER                  PIC 9(5)
             VALUE ZERO.

         05  WS-LBXPAY-EOF-SW                      PIC X(1)
             VALUE SPACE.
           88  WS-LBXPAY-EOF                        VALUE 'Y'.
         05  WS-EXCEPTION-REASON                   PIC X(40).
         05  WS-BATCH-REASON                       PIC X(40).
         05  WS-BATCH-COUNT                        PIC 9(5).
         05  WS-BATCH-TOTAL                        PIC S9(9)V99 COMP-3.
         05  WS-DEPOSIT-COUNT                      PIC 9(5).
         05  WS-SLOT-SUB                           PIC S9(4) COMP.
         05  WS-SPLIT-REMAINING                    PIC S9(7)V99 COMP-3.
         05  WS-SPLIT-MOVED                        PIC S9(7)V99 COMP-3.
         05  WS-SLOT-AMOUNT                        PIC S9(7)V99 COMP-3.
         05  WS-SRC-PID                            PIC X(5).
         05  WS-SRC-ACCNO                          PIC X(9).
         05  WS-SRC-CURRENCY                       PIC X(3).
         05  WS-AMOUNT                             PIC S9(7)V99 COMP-3.
         05  WS-AMOUNT-ED                          PIC Z(8)9.99.
         05  WS-CSV-AMOUNT                         PIC 9(9).99.
         05  WS-COUNT-ED                           PIC ZZZZ9.
         05  WS-CSV-PAYER                          PIC X(30).
         05  WS-CSV-INVOICE                        PIC X(20).

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

      * The batch being assembled: its header, and its items held
      * until the control totals have been proved
       01  WS-BATCH-HEADER.
         05  WS-BAT-LOCKBOX                        PIC X(6).
         05  WS-BAT-BATCH                          PIC X(4).
         05  WS-BAT-DEPOSIT-DATE                   PIC X(10).
         05  WS-BAT-ITEM-COUNT                     PIC 9(5).
         05  WS-BAT-TOTAL                          PIC 9(9)V99.
       01  WS-ITM-TABLE.
         05  WS-ITM-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-ITM-IX.
           10  WS-ITM-CHEQUE-NO                    PIC X(8).
           10  WS-ITM-AMOUNT                       PIC S9(9)V99
                                                     COMP-3.
           10  WS-ITM-PAYER                        PIC X(30).
           10  WS-ITM-INVOICE                      PIC X(20).
           10  WS-ITM-REASON                       PIC X(40).
       01  WS-ITM-COUNT                            PIC 9(3)
           VALUE ZERO.

      * Fixed-width remittance lines - one per batch deposited, then
      * one per item in it
       01  WS-RMT-HEADER.
         05  WS-RMT-H-TYPE                         PIC X(1) VALUE 'H'.
         05  WS-RMT-H-LOCKBOX                      PIC X(6).
         05  WS-RMT-H-BATCH                        PIC X(4).
         05  WS-RMT-H-DEPOSIT-DATE                 PIC X(10).
         05  WS-RMT-H-PID                          PIC X(5).
         05  WS-RMT-H-ACCNO                        PIC X(9).
         05  WS-RMT-H-COUNT                        PIC 9(5).
         05  WS-RMT-H-TOTAL                        PIC 9(9)V99.
         05  FILLER                                PIC X(69)
             VALUE SPACES.
       01  WS-RMT-DETAIL.
         05  WS-RMT-D-TYPE                         PIC X(1) VALUE 'D'.
         05  WS-RMT-D-LOCKBOX                      PIC X(6).
         05  WS-RMT-D-BATCH                        PIC X(4).
         05  WS-RMT-D-CHEQUE-NO                    PIC X(8).
         05  WS-RMT-D-AMOUNT                       PIC 9(9)V99.
         05  WS-RMT-D-PAYER                        PIC X(30).
         05  WS-RMT-D-INVOICE                      PIC X(20).
         05  FILLER                                PIC X(40)
             VALUE SPACES.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * Batch postings are stamped with the bank business date, not
      * the wall-clock date
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.

           PERFORM POST-LOCKBOX-BATCHES THRU
                   POST-LOCKBOX-DONE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-DEPOSIT-COUNTER DELIMITED BY SIZE
                  ' batch(es) deposited, ' DELIMITED BY SIZE
                  WS-REJECTED-COUNTER DELIMITED BY SIZE
                  ' rejected' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.
           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-POSTED-COUNTER DELIMITED BY SIZE
                  ' item(s) posted, ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNTER DELIMITED BY SIZE
                  ' exception(s)' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Open every file, take the payments file a batch at a time and *
      * deposit or except each one, then close down again.            *
      *****************************************************************
       POST-LOCKBOX-BATCHES.
           OPEN INPUT LBXPAY-FILE.
           MOVE WS-LBXPAY-STATUS TO WS-IO-STATUS.
           MOVE 'LBXPAY-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKLBOX-NDX.
           MOVE WS-BNKLBOX-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLBOX-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
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

           OPEN INPUT BNKSPLT-NDX.
           MOVE WS-BNKSPLT-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSPLT-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT LBXRMT-FILE.
           MOVE WS-LBXRMT-STATUS TO WS-IO-STATUS.
           MOVE 'LBXRMT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT LBXEXCPT-FILE.
           MOVE WS-LBXEXCPT-STATUS TO WS-IO-STATUS.
           MOVE 'LBXEXCPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO LBXEXCPT-REC.
           MOVE 'Lockbox import exceptions' TO LBXEXCPT-REC.
           WRITE LBXEXCPT-REC.

           PERFORM READ-LOCKBOX-FILE.

       POST-LOCKBOX-LOOP.
           IF WS-LBXPAY-EOF
              GO TO POST-LOCKBOX-DONE
           END-IF.

      * Items ahead of any batch header cannot be proved to a batch
           IF NOT LBX-REC-HEADER
              MOVE SPACES TO WS-BATCH-HEADER
              MOVE LBX-REC-LOCKBOX TO WS-BAT-LOCKBOX
              MOVE LBX-REC-BATCH TO WS-BAT-BATCH
              MOVE 1 TO WS-ITM-COUNT
              SET WS-ITM-IX TO 1
              PERFORM HOLD-ONE-ITEM
              MOVE 'Item has no batch header'
                TO WS-EXCEPTION-REASON
              PERFORM WRITE-EXCEPTION-LINE
              PERFORM READ-LOCKBOX-FILE
              GO TO POST-LOCKBOX-LOOP
           END-IF.

           ADD 1 TO WS-BATCH-COUNTER.
           MOVE LBX-REC-LOCKBOX TO WS-BAT-LOCKBOX.
           MOVE LBX-REC-BATCH TO WS-BAT-BATCH.
           MOVE LBX-HDR-DEPOSIT-DATE TO WS-BAT-DEPOSIT-DATE.
           MOVE SPACES TO WS-BATCH-REASON.
           IF LBX-HDR-ITEM-COUNT IS NUMERIC AND
              LBX-HDR-BATCH-TOTAL IS NUMERIC
              MOVE LBX-HDR-ITEM-COUNT TO WS-BAT-ITEM-COUNT
              MOVE LBX-HDR-BATCH-TOTAL TO WS-BAT-TOTAL
           ELSE
              MOVE ZERO TO WS-BAT-ITEM-COUNT
              MOVE ZERO TO WS-BAT-TOTAL
              MOVE 'Batch header controls not numeric'
                TO WS-BATCH-REASON
           END-IF.

           MOVE ZERO TO WS-ITM-COUNT.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE ZERO TO WS-BATCH-TOTAL.
           PERFORM READ-LOCKBOX-FILE.
           PERFORM COLLECT-BATCH-ITEMS THRU
                   COLLECT-BATCH-ITEMS-EXIT.

           PERFORM POST-ONE-BATCH THRU
                   POST-ONE-BATCH-EXIT.
           GO TO POST-LOCKBOX-LOOP.

       POST-LOCKBOX-DONE.
           CLOSE LBXPAY-FILE.
           CLOSE BNKLBOX-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKSPLT-NDX.
           CLOSE LBXRMT-FILE.
           CLOSE LBXEXCPT-FILE.

      *****************************************************************
      * Read the next record of the payments file                     *
      *****************************************************************
       READ-LOCKBOX-FILE.
           READ LBXPAY-FILE.
           IF WS-LBXPAY-STATUS IS EQUAL TO '10'
              SET WS-LBXPAY-EOF TO TRUE
           ELSE
              IF WS-LBXPAY-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error reading LBXPAY-FILE'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
           END-IF.

      *****************************************************************
      * Hold the batch's items up to the next header, counting and    *
      * totalling them for the proof against the header's controls    *
      *****************************************************************
       COLLECT-BATCH-ITEMS.
           IF WS-LBXPAY-EOF OR
              LBX-REC-HEADER
              GO TO COLLECT-BATCH-ITEMS-EXIT
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           IF LBX-DTL-AMOUNT IS NUMERIC
              ADD LBX-DTL-AMOUNT TO WS-BATCH-TOTAL
           END-IF.
           IF LBX-REC-LOCKBOX IS NOT EQUAL TO WS-BAT-LOCKBOX OR
              LBX-REC-BATCH IS NOT EQUAL TO WS-BAT-BATCH
              MOVE 'Item does not match its batch header'
                TO WS-BATCH-REASON
           END-IF.
           IF WS-ITM-COUNT IS GREATER THAN OR EQUAL TO 200
              MOVE 'Batch has more than 200 items'
                TO WS-BATCH-REASON
           ELSE
              ADD 1 TO WS-ITM-COUNT
              SET WS-ITM-IX TO WS-ITM-COUNT
              PERFORM HOLD-ONE-ITEM
           END-IF.
           PERFORM READ-LOCKBOX-FILE.
           GO TO COLLECT-BATCH-ITEMS.
       COLLECT-BATCH-ITEMS-EXIT.
           EXIT.

       HOLD-ONE-ITEM.
           MOVE LBX-DTL-CHEQUE-NO TO WS-ITM-CHEQUE-NO (WS-ITM-IX).
           IF LBX-DTL-AMOUNT IS NUMERIC
              MOVE LBX-DTL-AMOUNT TO WS-ITM-AMOUNT (WS-ITM-IX)
           ELSE
              MOVE ZERO TO WS-ITM-AMOUNT (WS-ITM-IX)
           END-IF.
           MOVE LBX-DTL-PAYER TO WS-ITM-PAYER (WS-ITM-IX).
           MOVE LBX-DTL-INVOICE TO WS-ITM-INVOICE (WS-ITM-IX).
           MOVE SPACES TO WS-ITM-REASON (WS-ITM-IX).

      *****************************************************************
      * Prove the batch to its header, check the lockbox, its owner   *
      * and the nominated account, and deposit the good items.  A     *
      * batch that fails is excepted whole.                           *
      *****************************************************************
       POST-ONE-BATCH.
           IF WS-BATCH-REASON IS EQUAL TO SPACES AND
              (WS-BATCH-COUNT IS NOT EQUAL TO WS-BAT-ITEM-COUNT OR
               WS-BATCH-TOTAL IS NOT EQUAL TO WS-BAT-TOTAL)
              MOVE 'Batch does not agree to header totals'
                TO WS-BATCH-REASON
           END-IF.
           IF WS-BATCH-REASON IS NOT EQUAL TO SPACES
              GO TO POST-ONE-BATCH-REJECT
           END-IF.

           MOVE WS-BAT-LOCKBOX TO BLB-REC-LOCKBOX.
           READ BNKLBOX-NDX RECORD
             INVALID KEY
               MOVE 'Lockbox not registered' TO WS-BATCH-REASON
           END-READ.
           IF WS-BATCH-REASON IS EQUAL TO SPACES AND
              WS-BNKLBOX-STATUS IS NOT EQUAL TO '00'
              MOVE 'Lockbox registry unreadable' TO WS-BATCH-REASON
           END-IF.
           IF WS-BATCH-REASON IS NOT EQUAL TO SPACES
              GO TO POST-ONE-BATCH-REJECT
           END-IF.
           IF NOT BLB-REC-LOCKBOX-ACTIVE
              MOVE 'Lockbox is closed' TO WS-BATCH-REASON
              GO TO POST-ONE-BATCH-REJECT
           END-IF.
      * A rerun of the same vendor file must not deposit twice
           IF WS-BAT-DEPOSIT-DATE IS LESS THAN
              BLB-REC-LAST-DEPOSIT-DATE OR
              (WS-BAT-DEPOSIT-DATE IS EQUAL TO
               BLB-REC-LAST-DEPOSIT-DATE AND
               WS-BAT-BATCH IS NOT GREATER THAN BLB-REC-LAST-BATCH)
              MOVE 'Batch already deposited' TO WS-BATCH-REASON
              GO TO POST-ONE-BATCH-REJECT
           END-IF.

           MOVE BLB-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE 'Lockbox owner not found' TO WS-BATCH-REASON
           END-READ.
           IF WS-BATCH-REASON IS NOT EQUAL TO SPACES
              GO TO POST-ONE-BATCH-REJECT
           END-IF.
           IF NOT BCS-REC-PROFILE-BUSINESS
              MOVE 'Lockbox owner is not a business customer'
                TO WS-BATCH-REASON
              GO TO POST-ONE-BATCH-REJECT
           END-IF.

           MOVE BLB-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               MOVE 'Nominated account not found' TO WS-BATCH-REASON
           END-READ.
           IF WS-BATCH-REASON IS NOT EQUAL TO SPACES
              GO TO POST-ONE-BATCH-REJECT
           END-IF.
           IF BAC-REC-PID IS NOT EQUAL TO BLB-REC-PID
              MOVE 'Nominated account has another owner'
                TO WS-BATCH-REASON
              GO TO POST-ONE-BATCH-REJECT
           END-IF.
           IF BAC-REC-CLOSED
              MOVE 'Nominated account is closed' TO WS-BATCH-REASON
              GO TO POST-ONE-BATCH-REJECT
           END-IF.
           IF BAC-REC-ON-HOLD
              MOVE 'Nominated account is on hold' TO WS-BATCH-REASON
              GO TO POST-ONE-BATCH-REJECT
           END-IF.

      * The batch is good - each item is checked on its own, and the
      * ones that pass make up the deposit
           MOVE ZERO TO WS-AMOUNT.
           MOVE ZERO TO WS-DEPOSIT-COUNT.
           PERFORM CHECK-ONE-ITEM THRU
                   CHECK-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.
           IF WS-DEPOSIT-COUNT IS EQUAL TO ZERO
              ADD 1 TO WS-REJECTED-COUNTER
              GO TO POST-ONE-BATCH-EXIT
           END-IF.

           ADD WS-AMOUNT TO BAC-REC-BALANCE.
           ADD WS-AMOUNT TO BAC-REC-AVAIL-BALANCE.
           REWRITE BNKACC-REC.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      * A customer can have the deposit distributed across their
      * other accounts by a split instruction
           MOVE BAC-REC-PID TO WS-SRC-PID.
           MOVE BAC-REC-ACCNO TO WS-SRC-ACCNO.
           MOVE BAC-REC-CURRENCY TO WS-SRC-CURRENCY.
           PERFORM APPLY-SPLIT-INSTRUCTION THRU
                   APPLY-SPLIT-INSTRUCTION-EXIT.

           PERFORM WRITE-REMITTANCE-HEADER.
           PERFORM WRITE-REMITTANCE-ITEM THRU
                   WRITE-REMITTANCE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.

           MOVE WS-BAT-DEPOSIT-DATE TO BLB-REC-LAST-DEPOSIT-DATE.
           MOVE WS-BAT-BATCH TO BLB-REC-LAST-BATCH.
           REWRITE BNKLBOX-REC.
           IF WS-BNKLBOX-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKLBOX-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-DEPOSIT-COUNTER.
           ADD WS-DEPOSIT-COUNT TO WS-POSTED-COUNTER.
           GO TO POST-ONE-BATCH-EXIT.

       POST-ONE-BATCH-REJECT.
           ADD 1 TO WS-REJECTED-COUNTER.
           MOVE WS-BATCH-REASON TO WS-EXCEPTION-REASON.
           PERFORM EXCEPT-ONE-ITEM THRU
                   EXCEPT-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.
           IF WS-ITM-COUNT IS EQUAL TO ZERO
              SET WS-ITM-IX TO 1
              MOVE SPACES TO WS-ITM-ENTRY (1)
              MOVE ZERO TO WS-ITM-AMOUNT (1)
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.
       POST-ONE-BATCH-EXIT.
           EXIT.

      *****************************************************************
      * An item without a usable amount or an invoice reference is    *
      * held back for the remittance team to work by hand             *
      *****************************************************************
       CHECK-ONE-ITEM.
           IF WS-ITM-AMOUNT (WS-ITM-IX) IS NOT GREATER THAN ZERO
              MOVE 'Invalid or zero amount'
                TO WS-ITM-REASON (WS-ITM-IX)
           END-IF.
           IF WS-ITM-REASON (WS-ITM-IX) IS EQUAL TO SPACES AND
              WS-ITM-INVOICE (WS-ITM-IX) IS EQUAL TO SPACES
              MOVE 'Missing invoice reference'
                TO WS-ITM-REASON (WS-ITM-IX)
           END-IF.
           IF WS-ITM-REASON (WS-ITM-IX) IS NOT EQUAL TO SPACES
              MOVE WS-ITM-REASON (WS-ITM-IX) TO WS-EXCEPTION-REASON
              PERFORM WRITE-EXCEPTION-LINE
              GO TO CHECK-ONE-ITEM-EXIT
           END-IF.
           ADD WS-ITM-AMOUNT (WS-ITM-IX) TO WS-AMOUNT.
           ADD 1 TO WS-DEPOSIT-COUNT.
       CHECK-ONE-ITEM-EXIT.
           EXIT.

       EXCEPT-ONE-ITEM.
           PERFORM WRITE-EXCEPTION-LINE.
       EXCEPT-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Remittance detail in the layout the customer takes: a header  *
      * for the deposit, then one line per item deposited             *
      *****************************************************************
       WRITE-REMITTANCE-HEADER.
           MOVE SPACES TO LBXRMT-REC.
           IF BLB-REC-FORMAT-CSV
              MOVE WS-AMOUNT TO WS-CSV-AMOUNT
              STRING 'H,' DELIMITED BY SIZE
                     WS-BAT-LOCKBOX DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-BAT-BATCH DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-BAT-DEPOSIT-DATE DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     BAC-REC-PID DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     BAC-REC-ACCNO DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-DEPOSIT-COUNT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-CSV-AMOUNT DELIMITED BY SIZE
                INTO LBXRMT-REC
           ELSE
              MOVE WS-BAT-LOCKBOX TO WS-RMT-H-LOCKBOX
              MOVE WS-BAT-BATCH TO WS-RMT-H-BATCH
              MOVE WS-BAT-DEPOSIT-DATE TO WS-RMT-H-DEPOSIT-DATE
              MOVE BAC-REC-PID TO WS-RMT-H-PID
              MOVE BAC-REC-ACCNO TO WS-RMT-H-ACCNO
              MOVE WS-DEPOSIT-COUNT TO WS-RMT-H-COUNT
              MOVE WS-AMOUNT TO WS-RMT-H-TOTAL
              MOVE WS-RMT-HEADER TO LBXRMT-REC
           END-IF.
           WRITE LBXRMT-REC.

       WRITE-REMITTANCE-ITEM.
           IF WS-ITM-REASON (WS-ITM-IX) IS NOT EQUAL TO SPACES
              GO TO WRITE-REMITTANCE-ITEM-EXIT
           END-IF.
           MOVE SPACES TO LBXRMT-REC.
           IF BLB-REC-FORMAT-CSV
              MOVE WS-ITM-AMOUNT (WS-ITM-IX) TO WS-CSV-AMOUNT
              MOVE WS-ITM-PAYER (WS-ITM-IX) TO WS-CSV-PAYER
              INSPECT WS-CSV-PAYER REPLACING ALL ',' BY ' '
              MOVE WS-ITM-INVOICE (WS-ITM-IX) TO WS-CSV-INVOICE
              INSPECT WS-CSV-INVOICE REPLACING ALL ',' BY ' '
              STRING 'D,' DELIMITED BY SIZE
                     WS-BAT-LOCKBOX DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-BAT-BATCH DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-ITM-CHEQUE-NO (WS-ITM-IX) DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     WS-CSV-AMOUNT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-CSV-PAYER DELIMITED BY '  '
                     ',' DELIMITED BY SIZE
                     WS-CSV-INVOICE DELIMITED BY SPACE
                INTO LBXRMT-REC
           ELSE
              MOVE WS-BAT-LOCKBOX TO WS-RMT-D-LOCKBOX
              MOVE WS-BAT-BATCH TO WS-RMT-D-BATCH
              MOVE WS-ITM-CHEQUE-NO (WS-ITM-IX) TO WS-RMT-D-CHEQUE-NO
              MOVE WS-ITM-AMOUNT (WS-ITM-IX) TO WS-RMT-D-AMOUNT
              MOVE WS-ITM-PAYER (WS-ITM-IX) TO WS-RMT-D-PAYER
              MOVE WS-ITM-INVOICE (WS-ITM-IX) TO WS-RMT-D-INVOICE
              MOVE WS-RMT-DETAIL TO LBXRMT-REC
           END-IF.
           WRITE LBXRMT-REC.
       WRITE-REMITTANCE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Distribute the posted deposit per the customer's split        *
      * instruction: each slot takes its fixed amount or percentage,  *
      * the remainder account takes what is left, and every movement  *
      * posts as a linked pair so statements show where the money     *
      * went.  The instruction only fires for credits landing on the  *
      * account it watches.                                           *
      *****************************************************************
       APPLY-SPLIT-INSTRUCTION.
           MOVE WS-SRC-PID TO BSL-REC-PID.
           READ BNKSPLT-NDX RECORD
             INVALID KEY
               GO TO APPLY-SPLIT-INSTRUCTION-EXIT
           END-READ.
           IF WS-BNKSPLT-STATUS IS NOT EQUAL TO '00'
              GO TO APPLY-SPLIT-INSTRUCTION-EXIT
           END-IF.
           IF NOT BSL-REC-SPLIT-ACTIVE
              GO TO APPLY-SPLIT-INSTRUCTION-EXIT
           END-IF.
           IF BSL-REC-ACCNO IS NOT EQUAL TO WS-SRC-ACCNO
              GO TO APPLY-SPLIT-INSTRUCTION-EXIT
           END-IF.

           MOVE WS-AMOUNT TO WS-SPLIT-REMAINING.
           MOVE ZERO TO WS-SPLIT-MOVED.
           PERFORM APPLY-ONE-SLOT THRU
                   APPLY-ONE-SLOT-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB IS GREATER THAN 4.

           IF BSL-REC-REMAINDER-ACCNO IS NOT EQUAL TO SPACES AND
              BSL-REC-REMAINDER-ACCNO IS NOT EQUAL TO WS-SRC-ACCNO
              AND WS-SPLIT-REMAINING IS GREATER THAN ZERO
              MOVE WS-SPLIT-REMAINING TO WS-SLOT-AMOUNT
              MOVE BSL-REC-REMAINDER-ACCNO TO BAC-REC-ACCNO
              PERFORM MOVE-SPLIT-PORTION THRU
                      MOVE-SPLIT-PORTION-EXIT
           END-IF.

           IF WS-SPLIT-MOVED IS GREATER THAN ZERO
              MOVE WS-SRC-ACCNO TO BAC-REC-ACCNO
              READ BNKACC-NDX RECORD
              SUBTRACT WS-SPLIT-MOVED FROM BAC-REC-BALANCE
              SUBTRACT WS-SPLIT-MOVED FROM BAC-REC-AVAIL-BALANCE
              REWRITE BNKACC-REC
           END-IF.
       APPLY-SPLIT-INSTRUCTION-EXIT.
           EXIT.

      *****************************************************************
      * One slot of the instruction                                   *
      *****************************************************************
       APPLY-ONE-SLOT.
           IF BSL-REC-SLOT-ACCNO (WS-SLOT-SUB) IS EQUAL TO SPACES
              GO TO APPLY-ONE-SLOT-EXIT
           END-IF.
           IF WS-SPLIT-REMAINING IS NOT GREATER THAN ZERO
              GO TO APPLY-ONE-SLOT-EXIT
           END-IF.
           IF BSL-REC-SLOT-KIND (WS-SLOT-SUB) IS EQUAL TO 'P'
              COMPUTE WS-SLOT-AMOUNT ROUNDED =
                      WS-AMOUNT *
                      BSL-REC-SLOT-VALUE (WS-SLOT-SUB) / 100
           ELSE
              MOVE BSL-REC-SLOT-VALUE (WS-SLOT-SUB)
                TO WS-SLOT-AMOUNT
           END-IF.
           IF WS-SLOT-AMOUNT IS GREATER THAN WS-SPLIT-REMAINING
              MOVE WS-SPLIT-REMAINING TO WS-SLOT-AMOUNT
           END-IF.
           IF WS-SLOT-AMOUNT IS NOT GREATER THAN ZERO
              GO TO APPLY-ONE-SLOT-EXIT
           END-IF.
           MOVE BSL-REC-SLOT-ACCNO (WS-SLOT-SUB) TO BAC-REC-ACCNO.
           PERFORM MOVE-SPLIT-PORTION THRU
                   MOVE-SPLIT-PORTION-EXIT.
       APPLY-ONE-SLOT-EXIT.
           EXIT.

      *****************************************************************
      * Move one portion to its target account and write the linked   *
      * pair.  A target that is missing, closed, on hold or in a      *
      * different currency is skipped and its portion stays with the  *
      * remainder.  BAC-REC-ACCNO names the target on entry.          *
      *****************************************************************
       MOVE-SPLIT-PORTION.
           READ BNKACC-NDX RECORD
             INVALID KEY
               GO TO MOVE-SPLIT-PORTION-EXIT
           END-READ.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              GO TO MOVE-SPLIT-PORTION-EXIT
           END-IF.
           IF BAC-REC-CLOSED OR BAC-REC-ON-HOLD
              GO TO MOVE-SPLIT-PORTION-EXIT
           END-IF.
           IF BAC-REC-CURRENCY IS NOT EQUAL TO WS-SRC-CURRENCY
              GO TO MOVE-SPLIT-PORTION-EXIT
           END-IF.
           ADD WS-SLOT-AMOUNT TO BAC-REC-BALANCE.
           ADD WS-SLOT-AMOUNT TO BAC-REC-AVAIL-BALANCE.
           REWRITE BNKACC-REC.
           SUBTRACT WS-SLOT-AMOUNT FROM WS-SPLIT-REMAINING.
           ADD WS-SLOT-AMOUNT TO WS-SPLIT-MOVED.
           PERFORM WRITE-SPLIT-PAIR.
       MOVE-SPLIT-PORTION-EXIT.
           EXIT.

      *****************************************************************
      * The split pair, under its own type so statements show it,     *
      * each leg carrying the other's timestamp as its link           *
      *****************************************************************
       WRITE-SPLIT-PAIR.
           COPY CTSTAMPP.
           MOVE SPACES TO BTX-RECORD.
           MOVE WS-SRC-PID TO BTX-REC-PID.
           MOVE '7' TO BTX-REC-TYPE.
           MOVE '1' TO BTX-REC-SUB-TYPE.
           MOVE WS-SRC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE '0' TO BTX-REC-TIMESTAMP (26:1).
           COMPUTE BTX-REC-AMOUNT = ZERO - WS-SLOT-AMOUNT.
           MOVE 'Direct deposit split' TO BTX-REC-DATA-OLD (1:20).
           MOVE WS-SRC-CURRENCY TO BTX-REC-CURRENCY.
           MOVE WS-TIMESTAMP TO BTX-REC-LINKED-TIMESTAMP.
           MOVE '1' TO BTX-REC-LINKED-TIMESTAMP (26:1).
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

           MOVE SPACES TO BTX-RECORD.
           MOVE WS-SRC-PID TO BTX-REC-PID.
           MOVE '7' TO BTX-REC-TYPE.
           MOVE '2' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE '1' TO BTX-REC-TIMESTAMP (26:1).
           MOVE WS-SLOT-AMOUNT TO BTX-REC-AMOUNT.
           MOVE 'Direct deposit split' TO BTX-REC-DATA-OLD (1:20).
           MOVE WS-SRC-CURRENCY TO BTX-REC-CURRENCY.
           MOVE WS-TIMESTAMP TO BTX-REC-LINKED-TIMESTAMP.
           MOVE '0' TO BTX-REC-LINKED-TIMESTAMP (26:1).
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

      *****************************************************************
      * Write one line to the exceptions report                       *
      *****************************************************************
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNTER.
           MOVE WS-ITM-AMOUNT (WS-ITM-IX) TO WS-AMOUNT-ED.
           MOVE SPACES TO LBXEXCPT-REC.
           STRING WS-BAT-LOCKBOX DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BAT-BATCH DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITM-CHEQUE-NO (WS-ITM-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITM-INVOICE (WS-ITM-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
             INTO LBXEXCPT-REC.
           WRITE LBXEXCPT-REC.

      *****************************************************************
      * Write the audit-trail record for the consolidated deposit     *
      *****************************************************************
       WRITE-AUDIT-RECORD.
           COPY CTSTAMPP.

           MOVE SPACES TO BTX-RECORD.
           MOVE BAC-REC-PID TO BTX-REC-PID.
           MOVE '6' TO BTX-REC-TYPE.
           MOVE '3' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-AMOUNT TO BTX-REC-AMOUNT.
           MOVE WS-DEPOSIT-COUNT TO WS-COUNT-ED.
           STRING 'Lockbox ' DELIMITED BY SIZE
                  WS-BAT-LOCKBOX DELIMITED BY SIZE
                  ' batch ' DELIMITED BY SIZE
                  WS-BAT-BATCH DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' item(s)' DELIMITED BY SIZE
             INTO BTX-REC-DATA-OLD.
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

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
