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
      * Program:     ZBNKAFE1.CBL                                     *
      * Function:    Month-end per-item activity fees.  For every     *
      *              open account, counts the month's postings of     *
      *              each billable transaction type/sub-type priced   *
      *              for its account type on the fee schedule         *
      *              BNKFSCH, charges the items beyond the monthly    *
      *              free allowance at the unit price, and debits one *
      *              fee per service so the charges read itemized on  *
      *              the audit trail.  The month's count, allowance   *
      *              and charge per service are kept on BNKFITM for   *
      *              the statement's fee breakdown section; an        *
      *              account already charged for the month is passed  *
      *              over, so a rerun does not charge twice.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKAFE1.
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

           SELECT BNKTXN-NDX
                  ASSIGN       TO NDXTXN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BTX-REC-TIMESTAMP
                  ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
                  FILE STATUS  IS WS-BNKTXN-STATUS.

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

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT AFERPT-FILE
                  ASSIGN       TO AFERPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AFERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKACC-NDX.
       01  BNKACC-REC.
       COPY CBANKVAC.

       FD  BNKTXN-NDX.
       01  BNKTXN-REC.
       COPY CBANKVTX.

       FD  BNKFSCH-NDX.
       01  BNKFSCH-REC.
       COPY CBANKVFS.

       FD  BNKFITM-NDX.
       01  BNKFITM-REC.
       COPY CBANKVFI.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  AFERPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  AFERPT-REC                              PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKAFE1'.
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKFSCH-STATUS                     PIC X(2).
         05  WS-BNKFITM-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-AFERPT-STATUS                      PIC X(2).

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
         05  WS-CHARGED-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-FREE-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-DONE-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-SKIPPED-COUNTER                    PIC 9(5)
             VALUE ZERO.
         05  WS-POSTED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-TOTAL-FEES                         PIC S9(9)V99
                                                     COMP-3 VALUE ZERO.

         05  WS-FITM-FOUND-SW                      PIC X(1).
           88  WS-FITM-FOUND                        VALUE 'Y'.
         05  WS-CUSTOMERS-SW                       PIC X(1)
             VALUE SPACE.
           88  WS-CUSTOMERS-ON                      VALUE 'Y'.
         05  WS-ANALYSIS-SW                        PIC X(1).
           88  WS-ANALYSIS-ACCOUNT                  VALUE 'Y'.
         05  WS-TXN-DATE                           PIC X(10).
         05  WS-ACCOUNT-FEES                       PIC S9(7)V99
                                                     COMP-3.
         05  WS-ACCOUNT-USED                       PIC 9(5).
         05  WS-NEW-BALANCE                        PIC S9(7)V99
                                                     COMP-3.
         05  WS-FEE-AMOUNT-ED                      PIC -(7)9.99.
         05  WS-PRICE-ED                           PIC ZZ9.99.
         05  WS-TOTAL-ED                           PIC -(9)9.99.
         05  WS-USED-ED                            PIC ZZZZ9.
         05  WS-FREE-ED                            PIC ZZ9.
         05  WS-BILLED-ED                          PIC ZZZZ9.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

       01  WS-BUS-DATE                             PIC X(10).
      * The month being charged (yyyy-mm of the business date)
       01  WS-PERIOD                               PIC X(7).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

      * The whole fee schedule, loaded once at the start of the run
       01  WS-FSC-TABLE.
         05  WS-FSC-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-FSC-IX.
           10  WS-FSC-ACC-TYPE                     PIC X(1).
           10  WS-FSC-TXN-TYPE                     PIC X(1).
           10  WS-FSC-TXN-SUB-TYPE                 PIC X(1).
           10  WS-FSC-SERVICE                      PIC X(20).
           10  WS-FSC-UNIT-PRICE                   PIC S9(3)V99
                                                     COMP-3.
           10  WS-FSC-FREE-ITEMS                   PIC 9(3).
       01  WS-FSC-USED                             PIC 9(3)
           VALUE ZERO.

      * The billable services priced for the current account's type,
      * and the month's count against each
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
       01  WS-ITM-SEQ                              PIC 9(1).

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

      * Everything this job prints is also captured to the report
      * repository for online viewing
           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'ACTFEE  ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      * Batch postings are stamped with the bank business date, not
      * the wall-clock date, and the month charged is the business
      * date's month
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:7) TO WS-PERIOD.

           OPEN OUTPUT AFERPT-FILE.
           MOVE WS-AFERPT-STATUS TO WS-IO-STATUS.
           MOVE 'AFERPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.
           MOVE SPACES TO AFERPT-REC.
           STRING 'Activity fee run for ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
             INTO AFERPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AFERPT-REC.
           STRING 'Account   Service              Used Free '
                    DELIMITED BY SIZE
                  'Billed  Price        Fee' DELIMITED BY SIZE
             INTO AFERPT-REC.
           PERFORM WRITE-REPORT-LINE.

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

           OPEN I-O BNKTXN-NDX.
           MOVE WS-BNKTXN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKTXN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKFITM-NDX.
           MOVE WS-BNKFITM-STATUS TO WS-IO-STATUS.
           MOVE 'BNKFITM-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

      * Without the customer file no account can be told to belong
      * to a business customer, and every account is charged here
           OPEN INPUT BNKCUST-NDX.
           IF WS-BNKCUST-STATUS IS EQUAL TO '00'
              SET WS-CUSTOMERS-ON TO TRUE
           END-IF.

           IF WS-FSC-USED IS GREATER THAN ZERO
              PERFORM ASSESS-ACCOUNT-LOOP THRU
                      ASSESS-ACCOUNT-LOOP-EXIT
           END-IF.

           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKFITM-NDX.
           IF WS-CUSTOMERS-ON
              CLOSE BNKCUST-NDX
           END-IF.

           MOVE WS-TOTAL-FEES TO WS-TOTAL-ED.
           MOVE SPACES TO AFERPT-REC.
           STRING WS-CHARGED-COUNTER DELIMITED BY SIZE
                  ' account(s) charged, ' DELIMITED BY SIZE
                  WS-POSTED-COUNTER DELIMITED BY SIZE
                  ' fee(s) posted, total ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO AFERPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO AFERPT-REC.
           STRING WS-FREE-COUNTER DELIMITED BY SIZE
                  ' within allowance, ' DELIMITED BY SIZE
                  WS-DONE-COUNTER DELIMITED BY SIZE
                  ' already charged for the month' DELIMITED BY SIZE
             INTO AFERPT-REC.
           PERFORM WRITE-REPORT-LINE.
           CLOSE AFERPT-FILE.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-ACCOUNT-COUNTER DELIMITED BY SIZE
                  ' account(s) read, ' DELIMITED BY SIZE
                  WS-CHARGED-COUNTER DELIMITED BY SIZE
                  ' charged, ' DELIMITED BY SIZE
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
      * Load the fee schedule into storage - it is small and is       *
      * consulted for every account                                   *
      *****************************************************************
       LOAD-FEE-SCHEDULE.
           READ BNKFSCH-NDX NEXT RECORD.
           IF WS-BNKFSCH-STATUS IS NOT EQUAL TO '00'
              GO TO LOAD-FEE-SCHEDULE-EXIT
           END-IF.
           IF WS-FSC-USED IS GREATER THAN OR EQUAL TO 200
              MOVE 'Fee schedule table full - rows ignored'
                TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              GO TO LOAD-FEE-SCHEDULE-EXIT
           END-IF.
           ADD 1 TO WS-FSC-USED.
           SET WS-FSC-IX TO WS-FSC-USED.
           MOVE BFS-REC-ACC-TYPE TO WS-FSC-ACC-TYPE (WS-FSC-IX).
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
      * Read every account; one that is open, not on hold and has     *
      * services priced for its type has the month's items counted    *
      * and charged                                                   *
      *****************************************************************
       ASSESS-ACCOUNT-LOOP.
           READ BNKACC-NDX NEXT RECORD.
           IF WS-BNKACC-STATUS IS EQUAL TO '10'
              GO TO ASSESS-ACCOUNT-LOOP-EXIT
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
              GO TO ASSESS-ACCOUNT-LOOP
           END-IF.

           PERFORM CHECK-ANALYSIS-CUSTOMER THRU
                   CHECK-ANALYSIS-CUSTOMER-EXIT.
           IF WS-ANALYSIS-ACCOUNT
              ADD 1 TO WS-SKIPPED-COUNTER
              GO TO ASSESS-ACCOUNT-LOOP
           END-IF.

           PERFORM BUILD-ACCOUNT-ITEMS THRU
                   BUILD-ACCOUNT-ITEMS-EXIT.
           IF WS-ITM-COUNT IS EQUAL TO ZERO
              ADD 1 TO WS-SKIPPED-COUNTER
              GO TO ASSESS-ACCOUNT-LOOP
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
                 GO TO ASSESS-ACCOUNT-LOOP
              END-IF
           END-IF.

           PERFORM COUNT-BILLABLE-ITEMS THRU
                   COUNT-BILLABLE-ITEMS-EXIT.

           MOVE ZERO TO WS-ACCOUNT-FEES.
           MOVE ZERO TO WS-ACCOUNT-USED.
           PERFORM PRICE-ONE-ITEM THRU
                   PRICE-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.

      * No billable activity this month - last month's breakdown must
      * not carry on to this month's statement
           IF WS-ACCOUNT-USED IS EQUAL TO ZERO
              IF WS-FITM-FOUND
                 DELETE BNKFITM-NDX RECORD
              END-IF
              GO TO ASSESS-ACCOUNT-LOOP
           END-IF.

           IF WS-ACCOUNT-FEES IS GREATER THAN ZERO
              COMPUTE WS-NEW-BALANCE =
                      BAC-REC-BALANCE - WS-ACCOUNT-FEES
              MOVE WS-NEW-BALANCE TO BAC-REC-BALANCE
              SUBTRACT WS-ACCOUNT-FEES FROM BAC-REC-AVAIL-BALANCE
              ADD WS-ACCOUNT-FEES TO BAC-REC-YTD-FEES
              REWRITE BNKACC-REC
              IF WS-BNKACC-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Error rewriting BNKACC-NDX'
                   TO WS-CONSOLE-MESSAGE
                 PERFORM DISPLAY-CONSOLE-MESSAGE
                 PERFORM ABORT-PROGRAM
              END-IF
              PERFORM POST-ONE-FEE THRU
                      POST-ONE-FEE-EXIT
                VARYING WS-ITM-IX FROM 1 BY 1
                  UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT
              ADD 1 TO WS-CHARGED-COUNTER
              ADD WS-ACCOUNT-FEES TO WS-TOTAL-FEES
           ELSE
              ADD 1 TO WS-FREE-COUNTER
           END-IF.

           PERFORM REPORT-ONE-ITEM THRU
                   REPORT-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.
           PERFORM SAVE-BREAKDOWN THRU
                   SAVE-BREAKDOWN-EXIT.
           GO TO ASSESS-ACCOUNT-LOOP.
       ASSESS-ACCOUNT-LOOP-EXIT.
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
      * Pick out the schedule rows for the account's type             *
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
           IF WS-FSC-ACC-TYPE (WS-FSC-IX) IS NOT EQUAL TO BAC-REC-TYPE
              GO TO BUILD-ONE-ITEM-EXIT
           END-IF.
           IF WS-ITM-COUNT IS GREATER THAN OR EQUAL TO 8
              GO TO BUILD-ONE-ITEM-EXIT
           END-IF.
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
      * Count the account's postings in the month against each priced *
      * service.  An entry counts under the business date it posted   *
      * under, or its timestamp date where it carries none; reversed  *
      * entries and the reversals themselves are not billed.          *
      *****************************************************************
       COUNT-BILLABLE-ITEMS.
           MOVE SPACES TO BTX-REC-ALTKEY1.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           START BNKTXN-NDX KEY IS GREATER THAN OR EQUAL TO
                 BTX-REC-ALTKEY1.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00'
              GO TO COUNT-BILLABLE-ITEMS-EXIT
           END-IF.
       COUNT-BILLABLE-ITEMS-LOOP.
           READ BNKTXN-NDX NEXT RECORD.
           IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' OR
              BTX-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO
              GO TO COUNT-BILLABLE-ITEMS-EXIT
           END-IF.
           IF BTX-REC-POST-DATE IS EQUAL TO SPACES
              MOVE BTX-REC-TIMESTAMP (1:10) TO WS-TXN-DATE
           ELSE
              MOVE BTX-REC-POST-DATE TO WS-TXN-DATE
           END-IF.
           IF WS-TXN-DATE (1:7) IS NOT EQUAL TO WS-PERIOD
              GO TO COUNT-BILLABLE-ITEMS-LOOP
           END-IF.
           IF BTX-REC-REVERSED OR
              BTX-REC-IS-REVERSAL
              GO TO COUNT-BILLABLE-ITEMS-LOOP
           END-IF.
           PERFORM MATCH-ONE-ITEM THRU
                   MATCH-ONE-ITEM-EXIT
             VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX IS GREATER THAN WS-ITM-COUNT.
           GO TO COUNT-BILLABLE-ITEMS-LOOP.
       COUNT-BILLABLE-ITEMS-EXIT.
           EXIT.

       MATCH-ONE-ITEM.
           IF BTX-REC-TYPE IS EQUAL TO WS-ITM-TXN-TYPE (WS-ITM-IX) AND
              BTX-REC-SUB-TYPE IS EQUAL TO
              WS-ITM-TXN-SUB-TYPE (WS-ITM-IX)
              ADD 1 TO WS-ITM-USED (WS-ITM-IX)
           END-IF.
       MATCH-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Items beyond the free allowance are charged at the unit price *
      *****************************************************************
       PRICE-ONE-ITEM.
           ADD WS-ITM-USED (WS-ITM-IX) TO WS-ACCOUNT-USED.
           IF WS-ITM-USED (WS-ITM-IX) IS GREATER THAN
              WS-ITM-FREE (WS-ITM-IX)
              COMPUTE WS-ITM-BILLED (WS-ITM-IX) =
                      WS-ITM-USED (WS-ITM-IX) - WS-ITM-FREE (WS-ITM-IX)
              COMPUTE WS-ITM-AMOUNT (WS-ITM-IX) =
                      WS-ITM-BILLED (WS-ITM-IX) *
                      WS-ITM-UNIT-PRICE (WS-ITM-IX)
              ADD WS-ITM-AMOUNT (WS-ITM-IX) TO WS-ACCOUNT-FEES
           END-IF.
       PRICE-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * One fee posting per charged service, so the audit trail and   *
      * the statement read itemized                                   *
      *****************************************************************
       POST-ONE-FEE.
           IF WS-ITM-AMOUNT (WS-ITM-IX) IS EQUAL TO ZERO
              GO TO POST-ONE-FEE-EXIT
           END-IF.
           COPY CTSTAMPP.
           SET WS-ITM-SEQ TO WS-ITM-IX.
           MOVE SPACES TO BTX-RECORD.
           MOVE BAC-REC-PID TO BTX-REC-PID.
           MOVE '3' TO BTX-REC-TYPE.
           MOVE '4' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-ITM-SEQ TO BTX-REC-TIMESTAMP (26:1).
           COMPUTE BTX-REC-AMOUNT = ZERO - WS-ITM-AMOUNT (WS-ITM-IX).
           MOVE WS-ITM-BILLED (WS-ITM-IX) TO WS-BILLED-ED.
           STRING WS-ITM-SERVICE (WS-ITM-IX) DELIMITED BY SIZE
                  ' x' DELIMITED BY SIZE
                  WS-BILLED-ED DELIMITED BY SIZE
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
           ADD 1 TO WS-POSTED-COUNTER.
       POST-ONE-FEE-EXIT.
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
      * One report line per service the account used this month       *
      *****************************************************************
       REPORT-ONE-ITEM.
           IF WS-ITM-USED (WS-ITM-IX) IS EQUAL TO ZERO
              GO TO REPORT-ONE-ITEM-EXIT
           END-IF.
           MOVE WS-ITM-USED (WS-ITM-IX) TO WS-USED-ED.
           MOVE WS-ITM-FREE (WS-ITM-IX) TO WS-FREE-ED.
           MOVE WS-ITM-BILLED (WS-ITM-IX) TO WS-BILLED-ED.
           MOVE WS-ITM-UNIT-PRICE (WS-ITM-IX) TO WS-PRICE-ED.
           MOVE WS-ITM-AMOUNT (WS-ITM-IX) TO WS-FEE-AMOUNT-ED.
           MOVE SPACES TO AFERPT-REC.
           STRING BAC-REC-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITM-SERVICE (WS-ITM-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-USED-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-FREE-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BILLED-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRICE-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FEE-AMOUNT-ED DELIMITED BY SIZE
             INTO AFERPT-REC.
           PERFORM WRITE-REPORT-LINE.
       REPORT-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Keep the month's breakdown for the statement extract          *
      *****************************************************************
       SAVE-BREAKDOWN.
           MOVE SPACES TO BFI-RECORD.
           MOVE BAC-REC-ACCNO TO BFI-REC-ACCNO.
           MOVE BAC-REC-PID TO BFI-REC-PID.
           MOVE WS-PERIOD TO BFI-REC-PERIOD.
           MOVE WS-BUS-DATE TO BFI-REC-POST-DATE.
           MOVE WS-ACCOUNT-FEES TO BFI-REC-TOTAL-FEES.
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
           IF WS-ITM-USED (WS-ITM-IX) IS EQUAL TO ZERO
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
      * Write a report line and capture it to the repository          *
      *****************************************************************
       WRITE-REPORT-LINE.
           WRITE AFERPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE AFERPT-REC TO RPD-LINE-TEXT.
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
