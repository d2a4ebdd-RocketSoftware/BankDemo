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
      * Program:     ZBNKCNS1.CBL                                     *
      * Function:    Nightly construction loan servicing.  For every  *
      *              construction loan (BNKCONL) still in its draw    *
      *              period:                                          *
      *              - INTEREST: once a month, on the day of the      *
      *                month the loan was opened, interest on the     *
      *                drawn balance only is taken from the payout    *
      *                account (transaction type K/3);                *
      *              - CONVERSION: once construction is marked        *
      *                complete, or the draw-period end date is       *
      *                reached, draws still awaiting sign-off lapse,  *
      *                the drawn balance becomes the principal of an  *
      *                amortizing loan over the agreed term - the     *
      *                schedule is written to BNKLOANS the way        *
      *                DBANK16P builds one, the loan is marked        *
      *                converted and a repayment standing order is    *
      *                set up from the payout account.  A loan whose  *
      *                draw period ends with nothing drawn lapses.    *
      *                Only a loan whose truth-in-lending disclosure  *
      *                the borrower acknowledged when it was opened   *
      *                through DBANK97P is converted; any other is    *
      *                held and reported each night until it is.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKCNS1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT   SECTION.
         FILE-CONTROL.
           SELECT BNKCONL-NDX
                  ASSIGN       TO NDXCONL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BKC-REC-KEY
                  FILE STATUS  IS WS-BNKCONL-STATUS.

           SELECT BNKDRAW-NDX
                  ASSIGN       TO NDXDRAW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BDW-REC-KEY
                  FILE STATUS  IS WS-BNKDRAW-STATUS.

           SELECT BNKLOANQ-NDX
                  ASSIGN       TO NDXLOANQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
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

           SELECT BNKSORD-NDX
                  ASSIGN       TO NDXSORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BSO-REC-KEY
                  FILE STATUS  IS WS-BNKSORD-STATUS.

           SELECT CNSRPT-FILE
                  ASSIGN       TO CNSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CNSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKCONL-NDX.
       01  BNKCONL-REC.
       COPY CBANKVKC.

       FD  BNKDRAW-NDX.
       01  BNKDRAW-REC.
       COPY CBANKVDW.

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

       FD  BNKSORD-NDX.
       01  BNKSORD-REC.
       COPY CBANKVSO.

       FD  CNSRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  CNSRPT-REC                              PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       COPY CTSTAMPD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKCNS1'.
         05  WS-BNKCONL-STATUS                     PIC X(2).
         05  WS-BNKDRAW-STATUS                     PIC X(2).
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKLOANS-STATUS                    PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKTXN-STATUS                      PIC X(2).
         05  WS-BNKSORD-STATUS                     PIC X(2).
         05  WS-CNSRPT-STATUS                      PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

         05  WS-RUN-DATE                           PIC X(10).
         05  WS-BUS-MONTH                          PIC X(7).
         05  WS-BUS-DD                             PIC 9(2).
         05  WS-CYCLE-DD                           PIC 9(2).
         05  WS-INTEREST                           PIC S9(7)V99 COMP-3.
         05  WS-DRAW-NO                            PIC 9(3).
         05  WS-LAPSED-DRAWS                       PIC 9(3).
         05  WS-CONVERT-SW                         PIC X(1).
           88  WS-CONVERT-DUE                        VALUE 'Y'.
         05  WS-MONTHLY-RATE                       PIC S9(3)V9(9)
                                                     COMP-3.
         05  WS-PAYMENT                            PIC S9(6)V99 COMP-3.
         05  WS-PERIOD                             PIC S9(5) COMP-3.
         05  WS-PERIOD-INTEREST                    PIC S9(6)V99 COMP-3.
         05  WS-PERIOD-PRINCIPAL                   PIC S9(6)V99 COMP-3.
         05  WS-PERIOD-PAYMENT                     PIC S9(6)V99 COMP-3.
         05  WS-SKED-BALANCE                       PIC S9(7)V99 COMP-3.
         05  WS-NEXT-SO-SEQ                        PIC 9(4).
         05  WS-AMOUNT-ED                          PIC Z(6)9.99.
         05  WS-PAYMENT-ED                         PIC Z(5)9.99.
         05  WS-TOTAL-ED                           PIC Z(8)9.99.

         05  WS-INTEREST-COUNTER                   PIC 9(5)
             VALUE ZERO.
         05  WS-CONVERTED-COUNTER                  PIC 9(5)
             VALUE ZERO.
         05  WS-LAPSED-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-HELD-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-INTEREST-TOTAL                     PIC S9(9)V99 COMP-3
             VALUE ZERO.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE TO WS-RUN-DATE.
      * Interest and conversions run to the bank business date
           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:7) TO WS-BUS-MONTH.
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-DD.

      * The file is created by the first construction loan; until
      * then there is nothing to service
           OPEN I-O BNKCONL-NDX.
           IF WS-BNKCONL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKCONL-NDX
              CLOSE BNKCONL-NDX
              OPEN I-O BNKCONL-NDX
           END-IF.
           MOVE WS-BNKCONL-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCONL-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKDRAW-NDX.
           IF WS-BNKDRAW-STATUS IS EQUAL TO '35'
              OPEN OUTPUT BNKDRAW-NDX
              CLOSE BNKDRAW-NDX
              OPEN I-O BNKDRAW-NDX
           END-IF.
           MOVE WS-BNKDRAW-STATUS TO WS-IO-STATUS.
           MOVE 'BNKDRAW-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKLOANQ-NDX.
           MOVE WS-BNKLOANQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKLOANQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN I-O BNKLOANS-NDX.
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

           OPEN I-O BNKSORD-NDX.
           MOVE WS-BNKSORD-STATUS TO WS-IO-STATUS.
           MOVE 'BNKSORD-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT CNSRPT-FILE.
           MOVE WS-CNSRPT-STATUS TO WS-IO-STATUS.
           MOVE 'CNSRPT-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'CONSSVC ' TO RPD-REPORT-ID.
           MOVE 'O' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO CNSRPT-REC.
           STRING 'Construction loan servicing for business date '
                    DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM SCAN-LOANS THRU
                   SCAN-LOANS-DONE.

           MOVE SPACES TO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-INTEREST-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO CNSRPT-REC.
           STRING WS-INTEREST-COUNTER DELIMITED BY SIZE
                  ' interest charge(s) totalling ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
             INTO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CNSRPT-REC.
           STRING WS-CONVERTED-COUNTER DELIMITED BY SIZE
                  ' loan(s) converted, ' DELIMITED BY SIZE
                  WS-LAPSED-COUNTER DELIMITED BY SIZE
                  ' lapsed undrawn' DELIMITED BY SIZE
             INTO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-HELD-COUNTER IS GREATER THAN ZERO
              MOVE SPACES TO CNSRPT-REC
              STRING WS-HELD-COUNTER DELIMITED BY SIZE
                     ' loan(s) held - no acknowledged disclosure'
                       DELIMITED BY SIZE
                INTO CNSRPT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           CLOSE BNKCONL-NDX.
           CLOSE BNKDRAW-NDX.
           CLOSE BNKLOANQ-NDX.
           CLOSE BNKLOANS-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKTXN-NDX.
           CLOSE BNKSORD-NDX.
           CLOSE CNSRPT-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-INTEREST-COUNTER DELIMITED BY SIZE
                  ' charged, ' DELIMITED BY SIZE
                  WS-CONVERTED-COUNTER DELIMITED BY SIZE
                  ' converted, ' DELIMITED BY SIZE
                  WS-LAPSED-COUNTER DELIMITED BY SIZE
                  ' lapsed' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Walk the construction loans still in their draw period        *
      *****************************************************************
       SCAN-LOANS.
           CONTINUE.
       SCAN-LOANS-LOOP.
           READ BNKCONL-NDX NEXT RECORD.
           IF WS-BNKCONL-STATUS IS EQUAL TO '10'
              GO TO SCAN-LOANS-DONE
           END-IF.
           IF WS-BNKCONL-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKCONL-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           IF NOT BKC-REC-IN-DRAW-PERIOD
              GO TO SCAN-LOANS-LOOP
           END-IF.

           PERFORM CHARGE-INTEREST THRU
                   CHARGE-INTEREST-EXIT.

           MOVE SPACE TO WS-CONVERT-SW.
           IF BKC-REC-COMPLETE OR
              WS-BUS-DATE IS NOT LESS THAN BKC-REC-DRAW-END-DATE
              SET WS-CONVERT-DUE TO TRUE
           END-IF.
           IF WS-CONVERT-DUE
              PERFORM LAPSE-PENDING-DRAWS THRU
                      LAPSE-PENDING-DRAWS-EXIT
              IF BKC-REC-DRAWN IS GREATER THAN ZERO
                 PERFORM CONVERT-LOAN THRU
                         CONVERT-LOAN-EXIT
              ELSE
                 PERFORM LAPSE-LOAN THRU
                         LAPSE-LOAN-EXIT
              END-IF
           END-IF.

           REWRITE BNKCONL-REC.
           GO TO SCAN-LOANS-LOOP.
       SCAN-LOANS-DONE.
           EXIT.

      *****************************************************************
      * This month's interest on the drawn balance, due on the day of *
      * the month the loan was opened (the 28th at the latest)        *
      *****************************************************************
       CHARGE-INTEREST.
           IF BKC-REC-DRAWN IS NOT GREATER THAN ZERO
              GO TO CHARGE-INTEREST-EXIT
           END-IF.
           IF BKC-REC-LAST-INT-MONTH IS NOT LESS THAN WS-BUS-MONTH
              GO TO CHARGE-INTEREST-EXIT
           END-IF.
           MOVE BKC-REC-OPENED-DATE (9:2) TO WS-CYCLE-DD.
           IF WS-CYCLE-DD IS GREATER THAN 28
              MOVE 28 TO WS-CYCLE-DD
           END-IF.
           IF WS-BUS-DD IS LESS THAN WS-CYCLE-DD
              GO TO CHARGE-INTEREST-EXIT
           END-IF.

           COMPUTE WS-INTEREST ROUNDED =
                   BKC-REC-DRAWN * BKC-REC-RATE / 1200.
           IF WS-INTEREST IS NOT GREATER THAN ZERO
              MOVE WS-BUS-MONTH TO BKC-REC-LAST-INT-MONTH
              GO TO CHARGE-INTEREST-EXIT
           END-IF.

           MOVE BKC-REC-PAYOUT-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               MOVE SPACES TO CNSRPT-REC
               STRING BKC-REC-PID DELIMITED BY SIZE
                      ' loan ' DELIMITED BY SIZE
                      BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                      ' payout account ' DELIMITED BY SIZE
                      BKC-REC-PAYOUT-ACCNO DELIMITED BY SIZE
                      ' not found - interest not charged'
                        DELIMITED BY SIZE
                 INTO CNSRPT-REC
               PERFORM WRITE-REPORT-LINE
               GO TO CHARGE-INTEREST-EXIT
           END-READ.
           SUBTRACT WS-INTEREST FROM BAC-REC-BALANCE.
           SUBTRACT WS-INTEREST FROM BAC-REC-AVAIL-BALANCE.
           REWRITE BNKACC-REC.

           COPY CTSTAMPP.
           MOVE SPACES TO BTX-RECORD.
           MOVE BKC-REC-PID TO BTX-REC-PID.
           MOVE 'K' TO BTX-REC-TYPE.
           MOVE '3' TO BTX-REC-SUB-TYPE.
           MOVE BKC-REC-PAYOUT-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE '0' TO BTX-REC-TIMESTAMP (26:1).
           COMPUTE BTX-REC-AMOUNT = ZERO - WS-INTEREST.
           STRING 'Construction loan interest ' DELIMITED BY SIZE
                  BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BUS-MONTH DELIMITED BY SIZE
             INTO BTX-REC-DATA-OLD.
           MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE WS-BUS-DATE TO BTX-REC-POST-DATE.
           MOVE 'B' TO BTX-REC-CHANNEL.
           WRITE BNKTXN-REC.

           MOVE WS-BUS-MONTH TO BKC-REC-LAST-INT-MONTH.
           ADD WS-INTEREST TO BKC-REC-INTEREST-CHARGED.
           ADD WS-INTEREST TO WS-INTEREST-TOTAL.
           ADD 1 TO WS-INTEREST-COUNTER.

           MOVE BKC-REC-DRAWN TO WS-TOTAL-ED.
           MOVE WS-INTEREST TO WS-AMOUNT-ED.
           MOVE SPACES TO CNSRPT-REC.
           STRING BKC-REC-PID DELIMITED BY SIZE
                  ' loan ' DELIMITED BY SIZE
                  BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                  ' interest on drawn ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  BKC-REC-PAYOUT-ACCNO DELIMITED BY SIZE
             INTO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       CHARGE-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      * Draws still awaiting sign-off when the draw period closes are *
      * not paid                                                      *
      *****************************************************************
       LAPSE-PENDING-DRAWS.
           MOVE ZERO TO WS-LAPSED-DRAWS.
           IF BKC-REC-PENDING IS EQUAL TO ZERO
              GO TO LAPSE-PENDING-DRAWS-EXIT
           END-IF.
           MOVE BKC-REC-LAST-DRAW-NO TO WS-DRAW-NO.
       LAPSE-PENDING-DRAWS-LOOP.
           IF WS-DRAW-NO IS EQUAL TO ZERO
              GO TO LAPSE-PENDING-DRAWS-DONE
           END-IF.
           MOVE BKC-REC-PID TO BDW-REC-PID.
           MOVE BKC-REC-SEQ TO BDW-REC-SEQ.
           MOVE WS-DRAW-NO TO BDW-REC-DRAW-NO.
           READ BNKDRAW-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BDW-REC-STATUS
           END-READ.
           IF BDW-REC-REQUESTED
              SET BDW-REC-REJECTED TO TRUE
              MOVE WS-PROGRAM-ID TO BDW-REC-SIGNED-OFF-BY
              MOVE WS-BUS-DATE TO BDW-REC-ACTION-DATE
              REWRITE BNKDRAW-REC
              ADD 1 TO WS-LAPSED-DRAWS
           END-IF.
           SUBTRACT 1 FROM WS-DRAW-NO.
           GO TO LAPSE-PENDING-DRAWS-LOOP.
       LAPSE-PENDING-DRAWS-DONE.
           MOVE ZERO TO BKC-REC-PENDING.
           MOVE SPACES TO CNSRPT-REC.
           STRING BKC-REC-PID DELIMITED BY SIZE
                  ' loan ' DELIMITED BY SIZE
                  BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LAPSED-DRAWS DELIMITED BY SIZE
                  ' draw(s) not signed off - lapsed' DELIMITED BY SIZE
             INTO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       LAPSE-PENDING-DRAWS-EXIT.
           EXIT.

      *****************************************************************
      * Convert the drawn balance into an amortizing loan             *
      *****************************************************************
       CONVERT-LOAN.
           MOVE BKC-REC-PID TO BLQ-REC-PID.
           MOVE BKC-REC-SEQ TO BLQ-REC-SEQ.
           READ BNKLOANQ-NDX RECORD
             INVALID KEY
               MOVE SPACES TO CNSRPT-REC
               STRING BKC-REC-PID DELIMITED BY SIZE
                      ' loan ' DELIMITED BY SIZE
                      BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                      ' has no loan record - not converted'
                        DELIMITED BY SIZE
                 INTO CNSRPT-REC
               PERFORM WRITE-REPORT-LINE
               GO TO CONVERT-LOAN-EXIT
           END-READ.
           IF BLQ-REC-DISC-REPORT-ID IS EQUAL TO SPACES OR
              NOT BLQ-REC-DISC-ACKNOWLEDGED
              ADD 1 TO WS-HELD-COUNTER
              MOVE SPACES TO CNSRPT-REC
              STRING BKC-REC-PID DELIMITED BY SIZE
                     ' loan ' DELIMITED BY SIZE
                     BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                     ' disclosure not acknowledged - not converted'
                       DELIMITED BY SIZE
                INTO CNSRPT-REC
              PERFORM WRITE-REPORT-LINE
              GO TO CONVERT-LOAN-EXIT
           END-IF.

      *****************************************************************
      * Level payment over the term (same annuity arithmetic the      *
      * quote screen uses), then the schedule as DBANK16P builds it   *
      *****************************************************************
           DIVIDE BKC-REC-RATE BY 1200 GIVING WS-MONTHLY-RATE.
           COMPUTE WS-PAYMENT ROUNDED =
             ((WS-MONTHLY-RATE * ((1 + WS-MONTHLY-RATE)
                 ** BKC-REC-TERM)) /
             (((1 + WS-MONTHLY-RATE) ** BKC-REC-TERM) - 1 ))
               * BKC-REC-DRAWN.

           MOVE BKC-REC-DRAWN TO WS-SKED-BALANCE.
           MOVE 0 TO WS-PERIOD.
       CONVERT-SKED-LOOP.
           ADD 1 TO WS-PERIOD.
           IF WS-PERIOD IS GREATER THAN BKC-REC-TERM
              GO TO CONVERT-SKED-DONE
           END-IF.
           COMPUTE WS-PERIOD-INTEREST ROUNDED =
                   WS-SKED-BALANCE * WS-MONTHLY-RATE.
           IF WS-PERIOD IS EQUAL TO BKC-REC-TERM
              MOVE WS-SKED-BALANCE TO WS-PERIOD-PRINCIPAL
              COMPUTE WS-PERIOD-PAYMENT =
                      WS-PERIOD-PRINCIPAL + WS-PERIOD-INTEREST
           ELSE
              COMPUTE WS-PERIOD-PRINCIPAL =
                      WS-PAYMENT - WS-PERIOD-INTEREST
              MOVE WS-PAYMENT TO WS-PERIOD-PAYMENT
           END-IF.
           SUBTRACT WS-PERIOD-PRINCIPAL FROM WS-SKED-BALANCE.
           MOVE SPACES TO BLS-RECORD.
           MOVE BKC-REC-PID TO BLS-REC-PID.
           MOVE BKC-REC-SEQ TO BLS-REC-SEQ.
           MOVE WS-PERIOD TO BLS-REC-PERIOD.
           MOVE WS-PERIOD-PAYMENT TO BLS-REC-PAYMENT.
           MOVE WS-PERIOD-INTEREST TO BLS-REC-INTEREST-PORTION.
           MOVE WS-PERIOD-PRINCIPAL TO BLS-REC-PRINCIPAL-PORTION.
           MOVE WS-SKED-BALANCE TO BLS-REC-BALANCE.
           WRITE BNKLOANS-REC
             INVALID KEY
               REWRITE BNKLOANS-REC
           END-WRITE.
           GO TO CONVERT-SKED-LOOP.
       CONVERT-SKED-DONE.

           MOVE BKC-REC-DRAWN TO BLQ-REC-PRINCIPAL.
           MOVE BKC-REC-RATE TO BLQ-REC-RATE.
           MOVE BKC-REC-TERM TO BLQ-REC-TERM.
           MOVE WS-PAYMENT TO BLQ-REC-PAYMENT.
           MOVE WS-BUS-DATE TO BLQ-REC-CONVERT-DTE.
           SET BLQ-REC-CONVERTED TO TRUE.
           REWRITE BNKLOANQ-REC.

           PERFORM ADD-REPAYMENT-ORDER THRU
                   ADD-REPAYMENT-ORDER-EXIT.

           SET BKC-REC-CONVERTED TO TRUE.
           MOVE WS-BUS-DATE TO BKC-REC-CONVERTED-DATE.
           ADD 1 TO WS-CONVERTED-COUNTER.

           MOVE BKC-REC-DRAWN TO WS-TOTAL-ED.
           MOVE WS-PAYMENT TO WS-PAYMENT-ED.
           MOVE SPACES TO CNSRPT-REC.
           STRING BKC-REC-PID DELIMITED BY SIZE
                  ' loan ' DELIMITED BY SIZE
                  BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                  ' converted: principal ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  ' over ' DELIMITED BY SIZE
                  BKC-REC-TERM DELIMITED BY SIZE
                  ' months, payment ' DELIMITED BY SIZE
                  WS-PAYMENT-ED DELIMITED BY SIZE
             INTO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       CONVERT-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * The repayment standing order, from the payout account into    *
      * the loan account each month on the conversion day - the       *
      * repricing run ZBNKRPR1 finds it by its payee account.         *
      *****************************************************************
       ADD-REPAYMENT-ORDER.
           MOVE 0 TO WS-NEXT-SO-SEQ.
           MOVE BKC-REC-PAYOUT-ACCNO TO BSO-REC-ACCNO.
           MOVE ZERO TO BSO-REC-SEQ.
           START BNKSORD-NDX KEY IS GREATER THAN OR EQUAL TO
                 BSO-REC-KEY
             INVALID KEY
               GO TO ADD-REPAYMENT-ORDER-WRITE
           END-START.
       ADD-REPAYMENT-ORDER-LOOP.
           READ BNKSORD-NDX NEXT RECORD
             AT END
               GO TO ADD-REPAYMENT-ORDER-WRITE
           END-READ.
           IF BSO-REC-ACCNO IS NOT EQUAL TO BKC-REC-PAYOUT-ACCNO
              GO TO ADD-REPAYMENT-ORDER-WRITE
           END-IF.
           MOVE BSO-REC-SEQ TO WS-NEXT-SO-SEQ.
           GO TO ADD-REPAYMENT-ORDER-LOOP.
       ADD-REPAYMENT-ORDER-WRITE.
           ADD 1 TO WS-NEXT-SO-SEQ.
           MOVE WS-BUS-DD TO WS-CYCLE-DD.
           IF WS-CYCLE-DD IS GREATER THAN 28
              MOVE 28 TO WS-CYCLE-DD
           END-IF.
           MOVE SPACES TO BSO-RECORD.
           MOVE BKC-REC-PAYOUT-ACCNO TO BSO-REC-ACCNO.
           MOVE WS-NEXT-SO-SEQ TO BSO-REC-SEQ.
           MOVE WS-CYCLE-DD TO BSO-REC-DAY.
           MOVE WS-PAYMENT TO BSO-REC-AMOUNT.
           MOVE BKC-REC-PID TO BSO-REC-PAYEE-PID.
           MOVE BKC-REC-LOAN-ACCNO TO BSO-REC-PAYEE-ACCNO.
           MOVE 'LOAN REPAYMENT ' TO BSO-REC-DESC.
           SET BSO-REC-ACTIVE TO TRUE.
           SET BSO-REC-PAYEE-INTERNAL TO TRUE.
           WRITE BNKSORD-REC
             INVALID KEY
               MOVE SPACES TO CNSRPT-REC
               STRING BKC-REC-PID DELIMITED BY SIZE
                      ' loan ' DELIMITED BY SIZE
                      BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                      ' repayment order not set up' DELIMITED BY SIZE
                 INTO CNSRPT-REC
               PERFORM WRITE-REPORT-LINE
           END-WRITE.
       ADD-REPAYMENT-ORDER-EXIT.
           EXIT.

      *****************************************************************
      * Nothing was drawn by the end of the draw period - the         *
      * commitment lapses                                             *
      *****************************************************************
       LAPSE-LOAN.
           MOVE BKC-REC-PID TO BLQ-REC-PID.
           MOVE BKC-REC-SEQ TO BLQ-REC-SEQ.
           READ BNKLOANQ-NDX RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET BLQ-REC-LAPSED TO TRUE
               REWRITE BNKLOANQ-REC
           END-READ.
           SET BKC-REC-LAPSED TO TRUE.
           MOVE WS-BUS-DATE TO BKC-REC-CONVERTED-DATE.
           ADD 1 TO WS-LAPSED-COUNTER.
           MOVE BKC-REC-COMMITMENT TO WS-TOTAL-ED.
           MOVE SPACES TO CNSRPT-REC.
           STRING BKC-REC-PID DELIMITED BY SIZE
                  ' loan ' DELIMITED BY SIZE
                  BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                  ' commitment ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  ' lapsed - nothing drawn' DELIMITED BY SIZE
             INTO CNSRPT-REC.
           PERFORM WRITE-REPORT-LINE.
       LAPSE-LOAN-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE CNSRPT-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE CNSRPT-REC TO RPD-LINE-TEXT.
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
