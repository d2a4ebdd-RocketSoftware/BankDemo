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
      * Program:     ZBNKAAN1.CBL                                     *
      * Function:    Month-end account analysis for business          *
      *              customers.  For every open account of a customer *
      *              with the business profile, averages the month's  *
      *              collected balance from the BNKHIST snapshots and *
      *              allows an earnings credit on it, counts the      *
      *              month's activity against each analysis service   *
      *              on the fee schedule BNKFSCH (account type '*'),  *
      *              prices it with the account type's maintenance    *
      *              fee, and debits only the charges the credit does *
      *              not cover.  An analysis statement is printed for *
      *              each account and the lines are kept on BNKFITM   *
      *              for the statement's fee breakdown section; an    *
      *              account already analysed for the month is passed *
      *              over, so a rerun does not charge twice.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKAAN1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKACC-NDX
                  ASSIGN       TO NDXACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKATYPE-NDX
                  ASSIGN       TO NDXATYP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAT-REC-TYPE
                  FILE STATUS  IS WS-BNKATYPE-STATUS.

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

           SELECT BNKHIST-NDX
                  ASSIGN       TO NDXHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BBH-REC-KEY
                  FILE STATUS  IS WS-BNKHIST-STATUS.

           SELECT BNKFSCH-NDX
                  ASSIGN       TO NDXFSCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BFS-REC-KEY
                  FILE STATUS  IS WS-BNKFSCH-STATUS.

           SELECT BNKFITM-NDX
                  ASSIGN       TO NDXFITM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BFI-REC-ACCNO
                  FILE STATUS  IS WS-BNKFITM-STATUS.

           SELECT BNKCHQR-NDX
                  ASSIGN       TO NDXCHQR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BCR-REC-KEY
                  FILE STATUS  IS WS-BNKCHQR-STATUS.

           SELECT AANSTMT-FILE
                  ASSIGN       TO AANSTMT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AANSTMT-STATUS.

           SELECT AANRPT-FILE
                  ASSIGN       TO AANRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AANRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKATYPE-NDX.
       01  BNKATYPE-REC.
       COPY CBANKVAT.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKHIST-NDX.
       01  BNKHIST-REC.
       COPY CBANKVBH.

       FD  BNKFSCH-NDX.
       01  BNKFSCH-REC.
       COPY CBANKVFS.

       FD  BNKFITM-NDX.
       01  BNKFITM-REC.
       COPY CBANKVFI.

       FD  BNKCHQR-NDX.
       01  BNKCHQR-REC.
       COPY CBANKVCR.

       FD  AANSTMT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  AANSTMT-REC                             PIC X(90).

       FD  AANRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  AANRPT-REC                              PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKAAN1'.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKATYPE-STATUS                    PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKHIST-STATUS                     PIC X(2).
         05  WS-BNKFSCH-STATUS                     PIC X(2).
         05  WS-BNKFITM-STATUS                     PIC X(2).
         05  WS-BNKCHQR-STATUS                     PIC X(2).
         05  WS-AANSTMT-STATUS                     PIC X(2).
         05  WS-AANRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-ACCOUNT-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-ANALYSED-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-CHARGED-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-COVERED-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-DONE-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-SKIPPED-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-TOTAL-CHARGES                      PIC S9(9)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-TOTAL-CREDIT                       PIC S9(9)V99
                                                     COMP-3 VALUE ZERO.
         05  WS-TOTAL-NET                          PIC S9(9)V99
                                                     COMP-3 VALUE ZERO.

         05  WS-FITM-FOUND-SW                      PIC X(1).
           88  WS-FITM-FOUND                        VALUE 'Y'.
         05  WS-CHQR-SW                            PIC X(1)
             VALUE SPACE.
           88  WS-CHQR-ON                           VALUE 'Y'.
         05  WS-POSPAY-SW                          PIC X(1).
           88  WS-POSPAY                            VALUE 'Y'.
         05  WS-TXN-DATE                           PIC X(10).
         05  WS-MAINT-FEE                          PIC S9(3)V99
                                                     COMP-3.
         05  WS-ACCOUNT-CHARGES                    PIC S9(7)V99
                                                     COMP-3.
         05  WS-CREDIT-EARNED                      PIC S9(7)V99
                                                     COMP-3.
         05  WS-CREDIT-APPLIED                     PIC S9(7)V99
                                                     COMP-3.
         05  WS-NET-CHARGE                         PIC S9(7)V99
                                                     COMP-3.
         05  WS-NEW-BALANCE                        PIC S9(7)V99
                                                     COMP-3.
         05  WS-HIST-DAYS                          PIC 9(3).
         05  WS-HIST-TOTAL                         PIC S9(11)V99
                                                     COMP-3.
         05  WS-AVG-COLLECTED                      PIC S9(9)V99
                                                     COMP-3.
         05  WS-AMOUNT-ED                          PIC -(7)9.99.
         05  WS-BALANCE-ED                         PIC -(9)9.99.
         05  WS-PRICE-ED                           PIC ZZ9.99.
         05  WS-TOTAL-ED                           PIC -(9)9.99.
         05  WS-USED-ED                            PIC ZZZZ9.
         05  WS-FREE-ED                            PIC ZZ9.
         05  WS-BILLED-ED                          PIC ZZZZ9.
         05  WS-DAYS-ED                            PIC ZZ9.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

      * Earnings credit terms - the annual earnings credit rate and
      * the reserve requirement held back from the collected balance
      * before the rate is applied.  Credit beyond the month's
      * charges lapses; it is never paid out or carried forward.
       01  WS-ECR-RATE                             PIC SV9(5)
           VALUE 0.00500.
       01  WS-ECR-RESERVE                          PIC SV9(4)
           VALUE 0.1000.
       01  WS-ECR-DAYS-IN-YEAR                     PIC 9(3)
           VALUE 365.

      * The fee schedule's reserved account type for analysis services
       01  WS-ANALYSIS-TYPE                        PIC X(1)
           VALUE '*'.
      * Pseudo sub-type pricing positive-pay cheques: cheques (C/1)
      * drawn on an account enrolled on the issue registry BNKCHQR
       01  WS-POSPAY-SUB-TYPE                      PIC X(1)
           VALUE 'P'.

       01  WS-BUS-DATE                             PIC X(10).
      * The month being analysed (yyyy-mm of the business date)
       01  WS-PERIOD                               PIC X(7).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

      * The analysis services on the fee schedule, loaded once at the
      * start of the run
       01  WS-FSC-TABLE.
         05  WS-FSC-ENTRY OCCURS 6 TIMES
                          INDEXED BY WS-FSC-IX.
           10  WS-FSC-TXN-TYPE                     PIC X(1).
           10  WS-FSC-TXN-SUB-TYPE                 PIC X(1).
           10  WS-FSC-SERVICE                      PIC X(20).
           10  WS-FSC-UNIT-PRICE                   PIC S9(3)V99
                                                     COMP-3.
           10  WS-FSC-FREE-ITEMS                   PIC 9(3).
       01  WS-FSC-USED                             PIC 9(3)
           VALUE ZERO.

      * The current account's analysis lines - the services, then the
      * maintenance line and the earnings credit offset
       01  WS-ITM-TABLE.
         05  WS-ITM-ENTRY OCCURS 8 TIMES
                          INDEXED BY WS-ITM-IX.
           10  WS-ITM-TXN-TYPE                     PIC X(1).
           10  WS-ITM-TXN-SUB-TYPE                 PIC X(1).
           10  WS-ITM-SERVICE                      PIC X(20).
           10  WS-ITM-UNIT-PRICE                   PIC S9(3)V99
                                                     COMP-3.
           10  WS-ITM-FREE                         PIC 9(3).
           10  WS-ITM-USED                         PIC 9(5).
           10  WS-ITM-BILLED                       PIC 9(5).
           10  WS-ITM-AMOUNT                       PIC S9(7)V99
                                                     COMP-3.
       01  WS-ITM-COUNT                            PIC 9(2)
           VALUE ZERO.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * Everything this job prints is also captured to the report
      * repository for online viewing
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'ACCANL  ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * Batch postings are stamped with the bank business date, not
      * the wall-clock date, and the month analysed is the business
      * date's month
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:7) TO WS-PERIOD.

           OPEN OUTPUT AANRPT-FILE.
           MOVE WS-AANRPT-STATUS TO WS-IO-STATUS.
           MOVE 'AANRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO AANRPT-REC.
           STRING 'Account analysis run for ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
             INTO AANRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AANRPT-REC.
           STRING 'Account    Avg collected    Charges     Credit '
                    DELIMITED BY SIZE
                  '       Net' DELIMITED BY SIZE
             INTO AANRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           OPEN OUTPUT AANSTMT-FILE.
           MOVE WS-AANSTMT-STATUS TO WS-IO-STATUS.
           MOVE 'AANSTMT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKFSCH-NDX.
           MOVE WS-BNKFSCH-STATUS TO WS-IO-STATUS.
           MOVE 'BNKFSCH-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           PERFORM LOAD-FEE-SCHEDULE THRU
                   LOAD-FEE-SCHEDULE-EXIT.
           CLOSE BNKFSCH-NDX.

           OPEN I-O BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKATYPE-NDX.
           MOVE WS-BNKATYPE-STATUS TO WS-IO-STATUS.
           MOVE 'BNKATYPE-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKHIST-NDX.
           MOVE WS-BNKHIST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKHIST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKFITM-NDX.
           MOVE WS-BNKFITM-STATUS TO WS-IO-STATUS.
           MOVE 'BNKFITM-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * The cheque issue registry is optional equipment - without it
      * no account is treated as enrolled on positive pay
           OPEN INPUT BNKCHQR-NDX.
           IF WS-BNKCHQR-STATUS IS EQUAL TO '00'
              SET WS-CHQR-ON TO TRUE
           END-IF.

           PERFORM ANALYSE-ACCOUNT-LOOP THRU
                   ANALYSE-ACCOUNT-LOOP-EXIT.

           CLOSE BNKACC-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKATYPE-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKHIST-NDX.
           CLOSE BNKFITM-NDX.
           IF WS-CHQR-ON
              CLOSE BNKCHQR-NDX
           END-IF.
           CLOSE AANSTMT-FILE.

           MOVE WS-TOTAL-CHARGES TO WS-TOTAL-ED.
           MOVE SPACES TO AANRPT-REC.
           STRING WS-ANALYSED-COUNTER DELIMITED BY SIZE
                  ' account(s) analysed, charges ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO AANRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL-ED.
           MOVE SPACES TO AANRPT-REC.
           STRING 'Earnings credit applied ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO AANRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-NET TO WS-TOTAL-ED.
           MOVE SPACES TO AANRPT-REC.
           STRING WS-CHARGED-COUNTER DELIMITED BY SIZE
                  ' account(s) debited, net ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO AANRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AANRPT-REC.
           STRING WS-COVERED-COUNTER DELIMITED BY SIZE
                  ' covered by credit, ' DELIMITED BY SIZE
                  WS-DONE-COUNTER DELIMITED BY SIZE
                  ' already analysed for the month' DELIMITED BY SIZE
             INTO AANRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           CLOSE AANRPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-ACCOUNT-COUNTER DELIMITED BY SIZE
                  ' account(s) read, ' DELIMITED BY SIZE
                  WS-ANALYSED-COUNTER DELIMITED BY SIZE
                  ' analysed, ' DELIMITED BY SIZE
                  WS-SKIPPED-COUNTER DELIMITED BY SIZE
                  ' skipped' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Load the analysis services from the fee schedule - the rows   *
      * priced under the reserved account type                        *
      *****************************************************************
       LOAD-FEE-SCHEDULE.
           READ BNKFSCH-NDX NEXT RECORD.
           IF WS-BNKFSCH-STATUS IS NOT EQUAL TO '00'
              GO TO LOAD-FEE-SCHEDULE-EXIT
           END-IF.
           IF BFS-REC-ACC-TYPE IS NOT EQUAL TO WS-ANALYSIS-TYPE
              GO TO LOAD-FEE-SCHEDULE
           END-IF.
           IF WS-FSC-USED IS GREATER THAN OR EQUAL TO 6
              MOVE 'Analysis service table full - rows ignored'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              GO TO LOAD-FEE-SCHEDULE-EXIT
           END-IF.
           ADD 1 TO WS-FSC-USED.
           SET WS-FSC-IX TO WS-FSC-USED.
           MOVE BFS-REC-TXN-TYPE TO WS-FSC-TXN-TYPE (WS-FSC-IX).
           MOVE BFS-REC-TXN-SUB-TYPE
             TO WS-FSC-TXN-SUB-TYPE (WS-FSC-IX).
           MOVE BFS-REC-SERVICE TO WS-FSC-SERVICE (WS-FSC-IX).
           MOVE BFS-REC-UNIT-PRICE TO WS-FSC-UNIT-PRICE (WS-FSC-IX).
           MOVE BFS-REC-FREE-ITEMS TO WS-FSC-FREE-ITEMS (WS-FSC-IX).
           GO TO LOAD-FEE-SCHEDULE.
       LOAD-FEE-SCHEDULE-EXIT.
           EXIT.

      *****************************************************************
      * Read every account; one that is open, not on hold and owned   *
      * by a business customer is analysed for the month              *
      *****************************************************************
       ANALYSE-ACCOUNT-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO ANALYSE-ACCOUNT-LOOP-EXIT
           END-IF.
           IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKACC-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNTER.

           IF BAC-REC-ON-HOLD OR
              BAC-REC-CLOSED
              ADD 1 TO WS-SKIPPED-COUNTER
              GO TO ANALYSE-ACCOUNT-LOOP
           END-IF.

           MOVE BAC-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00' OR
              NOT BCS-REC-PROFILE-BUSINESS
              ADD 1 TO WS-SKIPPED-COUNTER
              GO TO ANALYSE-ACCOUNT-LOOP
           END-IF.

      * The breakdown on file says whether this month is already done
           MOVE SPACE TO WS-FITM-FOUND-SW.
           MOVE BAC-REC-ACCNO TO BFI-REC-ACCNO.
           READ BNKFITM-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKFITM-STATUS IS EQUAL TO '00'
              SET WS-FITM-FOUND TO TRUE
              IF BFI-REC-PERIOD IS EQUAL TO WS-PERIOD
                 ADD 1 TO WS-DONE-COUNTER
                 GO TO ANALYSE-ACCOUNT-LOOP
              END-IF
           END-IF.
           ADD 1 TO WS-ANALYSED-COUNTER.

           PERFORM BUILD-ACCOUNT-ITEMS THRU
                   BUILD-ACCOUNT-ITEMS-EXIT.
           PERFORM CHECK-POSITIVE-PAY THRU
                   CHECK-POSITIVE-PAY-EXIT.
           IF WS-FSC-USED IS GREATER THAN ZERO
              PERFORM COUNT-SERVICE-ITEMS THRU
                      COUNT-SERVICE-ITEMS-EXIT
           END-IF.

           MOVE ZERO TO WS-ACCOUNT-CHARGES.
           PERFORM PRICE-ONE-ITEM THRU
                   PRICE-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.
           PERFORM ADD-MAINTENANCE-ITEM THRU
                   ADD-MAINTENANCE-ITEM-EXIT.

           PERFORM COMPUTE-EARNINGS-CREDIT THRU
                   COMPUTE-EARNINGS-CREDIT-EXIT.
           PERFORM ADD-CREDIT-ITEM THRU
                   ADD-CREDIT-ITEM-EXIT.

           COMPUTE WS-NET-CHARGE =
                   WS-ACCOUNT-CHARGES - WS-CREDIT-APPLIED.
           ADD WS-ACCOUNT-CHARGES TO WS-TOTAL-CHARGES.
           ADD WS-CREDIT-APPLIED TO WS-TOTAL-CREDIT.

           IF WS-NET-CHARGE IS GREATER THAN ZERO
              COMPUTE WS-NEW-BALANCE =
                      BAC-REC-BALANCE - WS-NET-CHARGE
              MOVE WS-NEW-BALANCE TO BAC-REC-BALANCE
              SUBTRACT WS-NET-CHARGE FROM BAC-REC-AVAIL-BALANCE
              ADD WS-NET-CHARGE TO BAC-REC-YTD-FEES
              REWRITE BNKACC-REC
              IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error rewriting BNKACC-NDX'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
              PERFORM POST-NET-CHARGE THRU
                      POST-NET-CHARGE-EXIT
              ADD 1 TO WS-CHARGED-COUNTER
              ADD WS-NET-CHARGE TO WS-TOTAL-NET
           ELSE
              ADD 1 TO WS-COVERED-COUNTER
           END-IF.

           PERFORM PRINT-ANALYSIS-STATEMENT THRU
                   PRINT-ANALYSIS-STATEMENT-EXIT.
           PERFORM REPORT-ACCOUNT-LINE.
           PERFORM SAVE-BREAKDOWN THRU
                   SAVE-BREAKDOWN-EXIT.
           GO TO ANALYSE-ACCOUNT-LOOP.
       ANALYSE-ACCOUNT-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * Start the account's lines from the analysis services          *
      *****************************************************************
       BUILD-ACCOUNT-ITEMS.
           MOVE ZERO TO WS-ITM-COUNT.
           PERFORM BUILD-ONE-ITEM THRU
                   BUILD-ONE-ITEM-EXIT
             VARYING WS-FSC-IX FROM 1 BY 1
               UNTIL WS-FSC-IX IS GREATER THAN WS-FSC-USED.
       BUILD-ACCOUNT-ITEMS-EXIT.
           EXIT.

       BUILD-ONE-ITEM.
           ADD 1 TO WS-ITM-COUNT.
           SET WS-ITM-IX TO WS-ITM-COUNT.
           MOVE WS-FSC-TXN-TYPE (WS-FSC-IX)
             TO WS-ITM-TXN-TYPE (WS-ITM-IX).
           MOVE WS-FSC-TXN-SUB-TYPE (WS-FSC-IX)
             TO WS-ITM-TXN-SUB-TYPE (WS-ITM-IX).
           MOVE WS-FSC-SERVICE (WS-FSC-IX)
             TO WS-ITM-SERVICE (WS-ITM-IX).
           MOVE WS-FSC-UNIT-PRICE (WS-FSC-IX)
             TO WS-ITM-UNIT-PRICE (WS-ITM-IX).
           MOVE WS-FSC-FREE-ITEMS (WS-FSC-IX)
             TO WS-ITM-FREE (WS-ITM-IX).
           MOVE ZERO TO WS-ITM-USED (WS-ITM-IX).
           MOVE ZERO TO WS-ITM-BILLED (WS-ITM-IX).
           MOVE ZERO TO WS-ITM-AMOUNT (WS-ITM-IX).
       BUILD-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * An account with any entry on the cheque issue registry is     *
      * enrolled on positive pay                                      *
      *****************************************************************
       CHECK-POSITIVE-PAY.
           MOVE SPACE TO WS-POSPAY-SW.
           IF NOT WS-CHQR-ON
              GO TO CHECK-POSITIVE-PAY-EXIT
           END-IF.
           MOVE BAC-REC-ACCNO TO BCR-REC-ACCNO.
           MOVE LOW-VALUES TO BCR-REC-SERIAL.
           START BNKCHQR-NDX KEY IS GREATER THAN OR EQUAL TO
                 BCR-REC-KEY.
           IF WS-BNKCHQR-STATUS IS NOT EQUAL TO '00'
              GO TO CHECK-POSITIVE-PAY-EXIT
           END-IF.
           READ BNKCHQR-NDX NEXT RECORD.
           IF WS-BNKCHQR-STATUS IS EQUAL TO '00' AND
              BCR-REC-ACCNO IS EQUAL TO BAC-REC-ACCNO
              SET WS-POSPAY TO TRUE
           END-IF.
       CHECK-POSITIVE-PAY-EXIT.
           EXIT.

      *****************************************************************
      * Count the account's postings in the month against each        *
      * service.  An entry counts under the business date it posted   *
      * under, or its timestamp date where it carries none; reversed  *
      * entries and the reversals themselves are not counted.         *
      *****************************************************************
       COUNT-SERVICE-ITEMS.
           MOVE SPACES TO BTX-REC-ALTKEY1.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           START BNKTXN-NDX KEY IS GREATER THAN OR EQUAL TO
                 BTX-REC-ALTKEY1.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              GO TO COUNT-SERVICE-ITEMS-EXIT
           END-IF.
       COUNT-SERVICE-ITEMS-LOOP.
           READ BNKTXN-NDX NEXT RECORD.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' OR
              BTX-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO
              GO TO COUNT-SERVICE-ITEMS-EXIT
           END-IF.
           IF BTX-REC-POST-DATE IS EQUAL TO SPACES
              MOVE BTX-REC-TIMESTAMP (1:10) TO WS-TXN-DATE
           ELSE
              MOVE BTX-REC-POST-DATE TO WS-TXN-DATE
           END-IF.
           IF WS-TXN-DATE (1:7) IS NOT EQUAL TO WS-PERIOD
              GO TO COUNT-SERVICE-ITEMS-LOOP
           END-IF.
           IF BTX-REC-REVERSED OR
              BTX-REC-IS-REVERSAL
              GO TO COUNT-SERVICE-ITEMS-LOOP
           END-IF.
           PERFORM MATCH-ONE-ITEM THRU
                   MATCH-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.
           GO TO COUNT-SERVICE-ITEMS-LOOP.
       COUNT-SERVICE-ITEMS-EXIT.
           EXIT.

       MATCH-ONE-ITEM.
           IF BTX-REC-TYPE IS EQUAL TO WS-ITM-TXN-TYPE (WS-ITM-IX) AND
              BTX-REC-SUB-TYPE IS EQUAL TO
              WS-ITM-TXN-SUB-TYPE (WS-ITM-IX)
              ADD 1 TO WS-ITM-USED (WS-ITM-IX)
              GO TO MATCH-ONE-ITEM-EXIT
           END-IF.
      * Positive-pay cheques are the account's ordinary cheques,
      * priced separately once the account is enrolled
           IF WS-POSPAY AND
              BTX-REC-TYPE IS EQUAL TO 'C' AND
              BTX-REC-SUB-TYPE IS EQUAL TO '1' AND
              WS-ITM-TXN-TYPE (WS-ITM-IX) IS EQUAL TO 'C' AND
              WS-ITM-TXN-SUB-TYPE (WS-ITM-IX) IS EQUAL TO
              WS-POSPAY-SUB-TYPE
              ADD 1 TO WS-ITM-USED (WS-ITM-IX)
           END-IF.
       MATCH-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Items beyond the free allowance are charged at the unit price *
      *****************************************************************
       PRICE-ONE-ITEM.
           IF WS-ITM-USED (WS-ITM-IX) IS GREATER THAN
              WS-ITM-FREE (WS-ITM-IX)
              COMPUTE WS-ITM-BILLED (WS-ITM-IX) =
                      WS-ITM-USED (WS-ITM-IX) - WS-ITM-FREE (WS-ITM-IX)
              COMPUTE WS-ITM-AMOUNT (WS-ITM-IX) =
                      WS-ITM-BILLED (WS-ITM-IX) *
                      WS-ITM-UNIT-PRICE (WS-ITM-IX)
              ADD WS-ITM-AMOUNT (WS-ITM-IX) TO WS-ACCOUNT-CHARGES
           END-IF.
       PRICE-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * The account type's monthly maintenance fee is one more        *
      * service line on the analysis, at a volume of one              *
      *****************************************************************
       ADD-MAINTENANCE-ITEM.
           MOVE ZERO TO WS-MAINT-FEE.
           MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
           READ BNKATYPE-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKATYPE-STATUS IS EQUAL TO '00'
              MOVE BAT-REC-MAINT-FEE TO WS-MAINT-FEE
           END-IF.
           IF WS-MAINT-FEE IS NOT GREATER THAN ZERO
              GO TO ADD-MAINTENANCE-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-ITM-COUNT.
           SET WS-ITM-IX TO WS-ITM-COUNT.
           MOVE '3' TO WS-ITM-TXN-TYPE (WS-ITM-IX).
           MOVE '1' TO WS-ITM-TXN-SUB-TYPE (WS-ITM-IX).
           MOVE 'Account maintenance' TO WS-ITM-SERVICE (WS-ITM-IX).
           MOVE WS-MAINT-FEE TO WS-ITM-UNIT-PRICE (WS-ITM-IX).
           MOVE ZERO TO WS-ITM-FREE (WS-ITM-IX).
           MOVE 1 TO WS-ITM-USED (WS-ITM-IX).
           MOVE 1 TO WS-ITM-BILLED (WS-ITM-IX).
           MOVE WS-MAINT-FEE TO WS-ITM-AMOUNT (WS-ITM-IX).
           ADD WS-MAINT-FEE TO WS-ACCOUNT-CHARGES.
       ADD-MAINTENANCE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * The earnings credit: the month's average collected balance    *
      * (each nightly snapshot's available balance, an overdrawn day  *
      * counting as nil), less the reserve, at the earnings credit    *
      * rate for the days in the month.  Only as much as covers the   *
      * month's charges is applied.                                   *
      *****************************************************************
       COMPUTE-EARNINGS-CREDIT.
           MOVE ZERO TO WS-HIST-DAYS.
           MOVE ZERO TO WS-HIST-TOTAL.
           MOVE ZERO TO WS-AVG-COLLECTED.
           MOVE ZERO TO WS-CREDIT-EARNED.
           MOVE ZERO TO WS-CREDIT-APPLIED.
           MOVE BAC-REC-ACCNO TO BBH-REC-ACCNO.
           MOVE LOW-VALUES TO BBH-REC-DATE.
           MOVE WS-PERIOD TO BBH-REC-DATE (1:7).
           START BNKHIST-NDX KEY IS GREATER THAN OR EQUAL TO
                 BBH-REC-KEY.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00'
              GO TO COMPUTE-EARNINGS-CREDIT-EXIT
           END-IF.
       COMPUTE-EARNINGS-CREDIT-LOOP.
           READ BNKHIST-NDX NEXT RECORD.
           IF WS-BNKHIST-STATUS IS NOT EQUAL TO '00' OR
              BBH-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR
              BBH-REC-DATE (1:7) IS NOT EQUAL TO WS-PERIOD
              GO TO COMPUTE-EARNINGS-CREDIT-DONE
           END-IF.
           ADD 1 TO WS-HIST-DAYS.
           IF BBH-REC-AVAIL-BALANCE IS GREATER THAN ZERO
              ADD BBH-REC-AVAIL-BALANCE TO WS-HIST-TOTAL
           END-IF.
           GO TO COMPUTE-EARNINGS-CREDIT-LOOP.
       COMPUTE-EARNINGS-CREDIT-DONE.
           IF WS-HIST-DAYS IS EQUAL TO ZERO
              GO TO COMPUTE-EARNINGS-CREDIT-EXIT
           END-IF.
           COMPUTE WS-AVG-COLLECTED ROUNDED =
                   WS-HIST-TOTAL / WS-HIST-DAYS.
           COMPUTE WS-CREDIT-EARNED ROUNDED =
                   WS-HIST-TOTAL * (1 - WS-ECR-RESERVE) * WS-ECR-RATE
                   / WS-ECR-DAYS-IN-YEAR
               ON SIZE ERROR
                   MOVE ZERO TO WS-CREDIT-EARNED
           END-COMPUTE.
           IF WS-CREDIT-EARNED IS GREATER THAN WS-ACCOUNT-CHARGES
              MOVE WS-ACCOUNT-CHARGES TO WS-CREDIT-APPLIED
           ELSE
              MOVE WS-CREDIT-EARNED TO WS-CREDIT-APPLIED
           END-IF.
       COMPUTE-EARNINGS-CREDIT-EXIT.
           EXIT.

      *****************************************************************
      * The credit applied is the last line, as an offset, so the     *
      * lines kept for the statement add up to the net charge         *
      *****************************************************************
       ADD-CREDIT-ITEM.
           IF WS-CREDIT-APPLIED IS EQUAL TO ZERO
              GO TO ADD-CREDIT-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-ITM-COUNT.
           SET WS-ITM-IX TO WS-ITM-COUNT.
           MOVE WS-ANALYSIS-TYPE TO WS-ITM-TXN-TYPE (WS-ITM-IX).
           MOVE 'E' TO WS-ITM-TXN-SUB-TYPE (WS-ITM-IX).
           MOVE 'Earnings credit' TO WS-ITM-SERVICE (WS-ITM-IX).
           MOVE ZERO TO WS-ITM-UNIT-PRICE (WS-ITM-IX).
           MOVE ZERO TO WS-ITM-FREE (WS-ITM-IX).
           MOVE ZERO TO WS-ITM-USED (WS-ITM-IX).
           MOVE ZERO TO WS-ITM-BILLED (WS-ITM-IX).
           COMPUTE WS-ITM-AMOUNT (WS-ITM-IX) =
                   ZERO - WS-CREDIT-APPLIED.
       ADD-CREDIT-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * One posting for the net service charge                        *
      *****************************************************************
       POST-NET-CHARGE.
           COPY CTSTAMPP.
           MOVE SPACES TO BTX-RECORD.
           MOVE BAC-REC-PID TO BTX-REC-PID.
           MOVE '3' TO BTX-REC-TYPE.
           MOVE 'B' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           COMPUTE BTX-REC-AMOUNT = ZERO - WS-NET-CHARGE.
           STRING 'Account analysis service charge ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
             INTO BTX-REC-DATA-OLD.
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKTXN-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       POST-NET-CHARGE-EXIT.
           EXIT.

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
      * The customer's analysis statement: each service line with its *
      * volume, allowance and price, the total charges, the earnings  *
      * credit offset and the net service charge debited              *
      *****************************************************************
       PRINT-ANALYSIS-STATEMENT.
           MOVE SPACES TO AANSTMT-REC.
           STRING 'Account analysis statement for ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
             INTO AANSTMT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO AANSTMT-REC.
           STRING 'Account ' DELIMITED BY SIZE
                  BAC-REC-ACCNO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
             INTO AANSTMT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE WS-AVG-COLLECTED TO WS-BALANCE-ED.
           MOVE WS-HIST-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO AANSTMT-REC.
           STRING 'Average collected balance ' DELIMITED BY SIZE
                  WS-BALANCE-ED DELIMITED BY SIZE
                  ' over ' DELIMITED BY SIZE
                  WS-DAYS-ED DELIMITED BY SIZE
                  ' day(s)' DELIMITED BY SIZE
             INTO AANSTMT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO AANSTMT-REC.
           STRING 'Service               Volume Free Billed  Price '
                    DELIMITED BY SIZE
                  '     Amount' DELIMITED BY SIZE
             INTO AANSTMT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM PRINT-ONE-ITEM THRU
                   PRINT-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.
           MOVE WS-ACCOUNT-CHARGES TO WS-AMOUNT-ED.
           MOVE SPACES TO AANSTMT-REC.
           STRING 'Total service charges' DELIMITED BY SIZE
             INTO AANSTMT-REC.
           MOVE WS-AMOUNT-ED TO AANSTMT-REC (48:11).
           PERFORM WRITE-STATEMENT-LINE.
           MOVE WS-CREDIT-EARNED TO WS-AMOUNT-ED.
           MOVE SPACES TO AANSTMT-REC.
           STRING 'Earnings credit earned' DELIMITED BY SIZE
             INTO AANSTMT-REC.
           MOVE WS-AMOUNT-ED TO AANSTMT-REC (48:11).
           PERFORM WRITE-STATEMENT-LINE.
           COMPUTE WS-AMOUNT-ED = ZERO - WS-CREDIT-APPLIED.
           MOVE SPACES TO AANSTMT-REC.
           STRING 'Earnings credit offset' DELIMITED BY SIZE
             INTO AANSTMT-REC.
           MOVE WS-AMOUNT-ED TO AANSTMT-REC (48:11).
           PERFORM WRITE-STATEMENT-LINE.
           IF WS-NET-CHARGE IS GREATER THAN ZERO
              MOVE WS-NET-CHARGE TO WS-AMOUNT-ED
           ELSE
              MOVE ZERO TO WS-AMOUNT-ED
           END-IF.
           MOVE SPACES TO AANSTMT-REC.
           STRING 'Net service charge debited' DELIMITED BY SIZE
             INTO AANSTMT-REC.
           MOVE WS-AMOUNT-ED TO AANSTMT-REC (48:11).
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO AANSTMT-REC.
           PERFORM WRITE-STATEMENT-LINE.
       PRINT-ANALYSIS-STATEMENT-EXIT.
           EXIT.

       PRINT-ONE-ITEM.
      * The credit has its own lines at the foot of the statement
           IF WS-ITM-TXN-TYPE (WS-ITM-IX) IS EQUAL TO WS-ANALYSIS-TYPE
              GO TO PRINT-ONE-ITEM-EXIT
           END-IF.
           MOVE WS-ITM-USED (WS-ITM-IX) TO WS-USED-ED.
           MOVE WS-ITM-FREE (WS-ITM-IX) TO WS-FREE-ED.
           MOVE WS-ITM-BILLED (WS-ITM-IX) TO WS-BILLED-ED.
           MOVE WS-ITM-UNIT-PRICE (WS-ITM-IX) TO WS-PRICE-ED.
           MOVE WS-ITM-AMOUNT (WS-ITM-IX) TO WS-AMOUNT-ED.
           MOVE SPACES TO AANSTMT-REC.
           STRING WS-ITM-SERVICE (WS-ITM-IX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-USED-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-FREE-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BILLED-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRICE-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO AANSTMT-REC.
           PERFORM WRITE-STATEMENT-LINE.
       PRINT-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * One run report line per account analysed                      *
      *****************************************************************
       REPORT-ACCOUNT-LINE.
           MOVE SPACES TO AANRPT-REC.
           MOVE BAC-REC-ACCNO TO AANRPT-REC (1:9).
           MOVE WS-AVG-COLLECTED TO WS-BALANCE-ED.
           MOVE WS-BALANCE-ED TO AANRPT-REC (11:13).
           MOVE WS-ACCOUNT-CHARGES TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO AANRPT-REC (26:11).
           MOVE WS-CREDIT-APPLIED TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO AANRPT-REC (37:11).
           IF WS-NET-CHARGE IS GREATER THAN ZERO
              MOVE WS-NET-CHARGE TO WS-AMOUNT-ED
           ELSE
              MOVE ZERO TO WS-AMOUNT-ED
           END-IF.
           MOVE WS-AMOUNT-ED TO AANRPT-REC (48:11).
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Keep the month's analysis lines for the statement extract;    *
      * the total kept is the net charge actually debited             *
      *****************************************************************
       SAVE-BREAKDOWN.
           MOVE SPACES TO BFI-RECORD.
           MOVE BAC-REC-ACCNO TO BFI-REC-ACCNO.
           MOVE BAC-REC-PID TO BFI-REC-PID.
           MOVE WS-PERIOD TO BFI-REC-PERIOD.
           MOVE WS-BUS-DATE TO BFI-REC-POST-DATE.
           IF WS-NET-CHARGE IS GREATER THAN ZERO
              MOVE WS-NET-CHARGE TO BFI-REC-TOTAL-FEES
           ELSE
              MOVE ZERO TO BFI-REC-TOTAL-FEES
           END-IF.
           MOVE ZERO TO BFI-REC-ITEM-COUNT.
           PERFORM SAVE-ONE-ITEM THRU
                   SAVE-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.
           IF WS-FITM-FOUND
              REWRITE BNKFITM-REC
           ELSE
              WRITE BNKFITM-REC
           END-IF.
           IF WS-BNKFITM-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error writing BNKFITM-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
       SAVE-BREAKDOWN-EXIT.
           EXIT.

       SAVE-ONE-ITEM.
           IF WS-ITM-AMOUNT (WS-ITM-IX) IS EQUAL TO ZERO AND
              WS-ITM-USED (WS-ITM-IX) IS EQUAL TO ZERO
              GO TO SAVE-ONE-ITEM-EXIT
           END-IF.
           ADD 1 TO BFI-REC-ITEM-COUNT.
           MOVE WS-ITM-TXN-TYPE (WS-ITM-IX)
             TO BFI-REC-ITEM-TXN-TYPE (BFI-REC-ITEM-COUNT).
           MOVE WS-ITM-TXN-SUB-TYPE (WS-ITM-IX)
             TO BFI-REC-ITEM-TXN-SUB-TYPE (BFI-REC-ITEM-COUNT).
           MOVE WS-ITM-SERVICE (WS-ITM-IX)
             TO BFI-REC-ITEM-SERVICE (BFI-REC-ITEM-COUNT).
           MOVE WS-ITM-USED (WS-ITM-IX)
             TO BFI-REC-ITEM-USED (BFI-REC-ITEM-COUNT).
           MOVE WS-ITM-FREE (WS-ITM-IX)
             TO BFI-REC-ITEM-FREE (BFI-REC-ITEM-COUNT).
           MOVE WS-ITM-BILLED (WS-ITM-IX)
             TO BFI-REC-ITEM-BILLED (BFI-REC-ITEM-COUNT).
           MOVE WS-ITM-UNIT-PRICE (WS-ITM-IX)
             TO BFI-REC-ITEM-UNIT-PRICE (BFI-REC-ITEM-COUNT).
           MOVE WS-ITM-AMOUNT (WS-ITM-IX)
             TO BFI-REC-ITEM-AMOUNT (BFI-REC-ITEM-COUNT).
       SAVE-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Write a statement line                                        *
      *****************************************************************
       WRITE-STATEMENT-LINE.
           WRITE AANSTMT-REC.

      *****************************************************************
      * Write a report line and capture it to the repository          *
      *****************************************************************
       WRITE-REPORT-LINE.
           WRITE AANRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE AANRPT-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

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
