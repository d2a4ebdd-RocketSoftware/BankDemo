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
      * Program:     ZBNKBLN1.CBL                                     *
      * Function:    Loan billing notices.  Run nightly; a few days   *
      *              before each installment of a running loan falls  *
      *              due the borrower is sent a notice of what is     *
      *              owed - the installment split into principal and  *
      *              interest from the schedule on BNKLOANS, the      *
      *              escrow portion (BNKESCR), the creditor insurance *
      *              premium (BNKCRIN), any past-due amount and late  *
      *              fee from the arrears run, and the payoff figure  *
      *              while a quoted one is still valid.  Notices go   *
      *              by the customer's mail/email/SMS preference and  *
      *              a copy of each lands in the report repository.   *
      *              The period noticed is kept on the quote so each  *
      *              installment is billed once however often the     *
      *              run is repeated.                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ZBNKBLN1.
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
                  ACCESS MODE  IS SEQUENTIAL
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
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BAC-REC-ACCNO
                  ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
                  FILE STATUS  IS WS-BNKACC-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKESCR-NDX
                  ASSIGN       TO NDXESCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BES-REC-ACCNO
                  FILE STATUS  IS WS-BNKESCR-STATUS.

           SELECT BNKCRIN-NDX
                  ASSIGN       TO NDXCRIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCI-REC-ACCNO
                  FILE STATUS  IS WS-BNKCRIN-STATUS.

           SELECT BNKCOLLQ-NDX
                  ASSIGN       TO NDXCOLLQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCQ-REC-ACCNO
                  FILE STATUS  IS WS-BNKCOLLQ-STATUS.

           SELECT BLNNOTC-FILE
                  ASSIGN       TO BLNNOTC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BLNNOTC-STATUS.

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

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKESCR-NDX.
       01  BNKESCR-REC.
       COPY CBANKVES.

       FD  BNKCRIN-NDX.
       01  BNKCRIN-REC.
       COPY CBANKVCI.

       FD  BNKCOLLQ-NDX.
       01  BNKCOLLQ-REC.
       COPY CBANKVCQ.

       FD  BLNNOTC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01  BLNNOTC-REC                             PIC X(121).

       WORKING-STORAGE SECTION.
       COPY CTIMERD.

       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'ZBNKBLN1'.
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKLOANS-STATUS                    PIC X(2).
         05  WS-BNKACC-STATUS                      PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKESCR-STATUS                     PIC X(2).
         05  WS-BNKCRIN-STATUS                     PIC X(2).
         05  WS-BNKCOLLQ-STATUS                    PIC X(2).
         05  WS-BLNNOTC-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
           10  WS-IO-STAT1                         PIC X(1).
           10  WS-IO-STAT2                         PIC X(1).

         05  WS-TWO-BYTES.
           10  WS-TWO-BYTES-LEFT                   PIC X(1).
           10  WS-TWO-BYTES-RIGHT                  PIC X(1).
         05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
                                                   PIC 9(1) COMP.

         05  WS-FILE                               PIC X(16).

      * How many days ahead of the due date the notice goes out, and
      * the late fee the arrears run charges each month a loan stays
      * behind - site-tunable
         05  WS-LEAD-DAYS                          PIC 9(4)
             VALUE 5.
         05  WS-LATE-FEE-AMOUNT                    PIC S9(3)V99 COMP-3
             VALUE 25.00.

         05  WS-BUS-YYYY                           PIC 9(4).
         05  WS-BUS-MM                             PIC 9(2).
         05  WS-BUS-DD                             PIC 9(2).
         05  WS-BUS-YYYYMMDD                       PIC 9(8).
         05  WS-BUS-INTEGER                        PIC S9(9) COMP.
         05  WS-CNV-YYYY                           PIC 9(4).
         05  WS-CNV-MM                             PIC 9(2).
         05  WS-CNV-DD                             PIC 9(2).
         05  WS-MONTHS-ELAPSED                     PIC S9(5) COMP-3.
         05  WS-PERIOD                             PIC S9(5) COMP-3.
         05  WS-NOTICED-PERIOD                     PIC S9(5) COMP-3.
         05  WS-DUE-WORK                           PIC S9(7) COMP-3.
         05  WS-DUE-YYYY                           PIC 9(4).
         05  WS-DUE-MM                             PIC 9(2).
         05  WS-DUE-YYYYMMDD                       PIC 9(8).
         05  WS-DUE-YYYYMMDD-R REDEFINES WS-DUE-YYYYMMDD.
           10  WS-DUE-YYYYMMDD-YYYY                PIC X(4).
           10  WS-DUE-YYYYMMDD-MM                  PIC X(2).
           10  WS-DUE-YYYYMMDD-DD                  PIC X(2).
         05  WS-DUE-INTEGER                        PIC S9(9) COMP.
         05  WS-MONTH-END-INTEGER                  PIC S9(9) COMP.
         05  WS-DAYS-TO-DUE                        PIC S9(9) COMP.
         05  WS-DUE-DATE                           PIC X(10).

         05  WS-INSTALLMENT                        PIC S9(7)V99 COMP-3.
         05  WS-PRINCIPAL-PART                     PIC S9(7)V99 COMP-3.
         05  WS-INTEREST-PART                      PIC S9(7)V99 COMP-3.
         05  WS-ESCROW                             PIC S9(7)V99 COMP-3.
         05  WS-OUTSTANDING                        PIC S9(9)V99 COMP-3.
         05  WS-PREMIUM                            PIC S9(5)V99 COMP-3.
         05  WS-PAST-DUE                           PIC S9(7)V99 COMP-3.
         05  WS-LATE-FEE                           PIC S9(5)V99 COMP-3.
         05  WS-TOTAL-DUE                          PIC S9(9)V99 COMP-3.
         05  WS-GRAND-DUE                          PIC S9(11)V99 COMP-3
             VALUE ZERO.
         05  WS-PREMIUM-SW                         PIC X(1).
           88  WS-PREMIUM-SUSPENDED                  VALUE 'S'.

         05  WS-CHANNELS                           PIC X(30).
         05  WS-CHANNEL-PTR                        PIC S9(4) COMP.
         05  WS-MAIL-SW                            PIC X(1).
           88  WS-SEND-BY-MAIL                       VALUE 'Y'.
         05  WS-EMAIL-SW                           PIC X(1).
           88  WS-SEND-BY-EMAIL                      VALUE 'Y'.
         05  WS-SMS-SW                             PIC X(1).
           88  WS-SEND-BY-SMS                        VALUE 'Y'.

         05  WS-LOAN-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-NOTICE-COUNTER                     PIC 9(5)
             VALUE ZERO.
         05  WS-MAIL-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-EMAIL-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-SMS-COUNTER                        PIC 9(5)
             VALUE ZERO.
         05  WS-WITHHELD-COUNTER                   PIC 9(5)
             VALUE ZERO.

         05  WS-PERIOD-ED                          PIC ZZZ9.
         05  WS-TERM-ED                            PIC ZZZ9.
         05  WS-AMOUNT-ED                          PIC Z,ZZZ,ZZ9.99-.
         05  WS-GRAND-ED                           PIC
               ZZ,ZZZ,ZZZ,ZZ9.99.
         05  WS-LINE-LABEL                         PIC X(30).

       01  WS-BUS-DATE                             PIC X(10).

       01  WS-BDAY-PARM.
       COPY CBANKBDD.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY 'STARTED'.
           PERFORM RUN-TIME.

           SET BDA-REQUEST-GET TO TRUE.
           CALL 'UBNKBDAY' USING WS-BDAY-PARM.
           MOVE BDA-OUT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYY.
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-MM.
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-DD.
           COMPUTE WS-BUS-YYYYMMDD =
                   (WS-BUS-YYYY * 10000) + (WS-BUS-MM * 100) +
                   WS-BUS-DD.
           COMPUTE WS-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'LOANBILL' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           OPEN OUTPUT BLNNOTC-FILE.
           MOVE WS-BLNNOTC-STATUS TO WS-IO-STATUS.
           MOVE 'BLNNOTC-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

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

           OPEN INPUT BNKACC-NDX.
           MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.
           MOVE 'BNKACC-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKESCR-NDX.
           MOVE WS-BNKESCR-STATUS TO WS-IO-STATUS.
           MOVE 'BNKESCR-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCRIN-NDX.
           MOVE WS-BNKCRIN-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCRIN-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCOLLQ-NDX.
           MOVE WS-BNKCOLLQ-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCOLLQ-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           MOVE SPACES TO BLNNOTC-REC.
           STRING 'Loan billing notices for installments due by '
                    DELIMITED BY SIZE
                  WS-LEAD-DAYS DELIMITED BY SIZE
                  ' days after ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
             INTO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM NOTICE-LOOP THRU
                   NOTICE-LOOP-EXIT.

           MOVE WS-GRAND-DUE TO WS-GRAND-ED.
           MOVE SPACES TO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BLNNOTC-REC.
           STRING WS-NOTICE-COUNTER DELIMITED BY SIZE
                  ' notice(s) of ' DELIMITED BY SIZE
                  WS-LOAN-COUNTER DELIMITED BY SIZE
                  ' running loan(s), total billed ' DELIMITED BY SIZE
                  WS-GRAND-ED DELIMITED BY SIZE
             INTO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BLNNOTC-REC.
           STRING 'By mail ' DELIMITED BY SIZE
                  WS-MAIL-COUNTER DELIMITED BY SIZE
                  ', email ' DELIMITED BY SIZE
                  WS-EMAIL-COUNTER DELIMITED BY SIZE
                  ', SMS ' DELIMITED BY SIZE
                  WS-SMS-COUNTER DELIMITED BY SIZE
                  ', mail withheld (undeliverable address) '
                    DELIMITED BY SIZE
                  WS-WITHHELD-COUNTER DELIMITED BY SIZE
             INTO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKLOANQ-NDX.
           CLOSE BNKLOANS-NDX.
           CLOSE BNKACC-NDX.
           CLOSE BNKCUST-NDX.
           CLOSE BNKESCR-NDX.
           CLOSE BNKCRIN-NDX.
           CLOSE BNKCOLLQ-NDX.
           CLOSE BLNNOTC-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO WS-CONSOLE-MESSAGE.
           STRING WS-NOTICE-COUNTER DELIMITED BY SIZE
                  ' billing notice(s) issued' DELIMITED BY SIZE
             INTO WS-CONSOLE-MESSAGE.
           PERFORM DISPLAY-CONSOLE-MESSAGE.

           PERFORM RUN-TIME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * Every running loan whose next installment falls due within    *
      * the lead time and has not yet been billed gets its notice     *
      *****************************************************************
       NOTICE-LOOP.
           READ BNKLOANQ-NDX NEXT RECORD.
           IF WS-BNKLOANQ-STATUS IS EQUAL TO '10'
              GO TO NOTICE-LOOP-EXIT
           END-IF.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error reading BNKLOANQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.

           IF NOT BLQ-REC-CONVERTED
              GO TO NOTICE-LOOP
           END-IF.
           IF BLQ-REC-ACCNO IS EQUAL TO SPACES OR
              BLQ-REC-CONVERT-DTE IS EQUAL TO SPACES
              GO TO NOTICE-LOOP
           END-IF.
           ADD 1 TO WS-LOAN-COUNTER.

           PERFORM FIND-NEXT-DUE THRU
                   FIND-NEXT-DUE-EXIT.
           IF WS-PERIOD IS EQUAL TO ZERO
              GO TO NOTICE-LOOP
           END-IF.

           PERFORM ISSUE-NOTICE THRU
                   ISSUE-NOTICE-EXIT.

           MOVE WS-PERIOD TO BLQ-REC-NOTICE-PERIOD.
           REWRITE BNKLOANQ-REC.
           IF WS-BNKLOANQ-STATUS IS NOT EQUAL TO '00'
              MOVE 'Error rewriting BNKLOANQ-NDX' TO WS-CONSOLE-MESSAGE
              PERFORM DISPLAY-CONSOLE-MESSAGE
              PERFORM ABORT-PROGRAM
           END-IF.
           GO TO NOTICE-LOOP.
       NOTICE-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * The next period to fall due is the one after those already   *
      * due, measured the way the arrears run measures them: period  *
      * n falls due n months after conversion, on the conversion day *
      * or the last day of a shorter month.  WS-PERIOD is left zero  *
      * when nothing needs billing today.                             *
      *****************************************************************
       FIND-NEXT-DUE.
           MOVE BLQ-REC-CONVERT-DTE (1:4) TO WS-CNV-YYYY.
           MOVE BLQ-REC-CONVERT-DTE (6:2) TO WS-CNV-MM.
           MOVE BLQ-REC-CONVERT-DTE (9:2) TO WS-CNV-DD.
           COMPUTE WS-MONTHS-ELAPSED =
                   ((WS-BUS-YYYY * 12) + WS-BUS-MM) -
                   ((WS-CNV-YYYY * 12) + WS-CNV-MM).
           IF WS-BUS-DD IS LESS THAN WS-CNV-DD
              SUBTRACT 1 FROM WS-MONTHS-ELAPSED
           END-IF.
           IF WS-MONTHS-ELAPSED IS LESS THAN ZERO
              MOVE ZERO TO WS-MONTHS-ELAPSED
           END-IF.
           COMPUTE WS-PERIOD = WS-MONTHS-ELAPSED + 1.
           IF WS-PERIOD IS GREATER THAN BLQ-REC-TERM
              MOVE ZERO TO WS-PERIOD
              GO TO FIND-NEXT-DUE-EXIT
           END-IF.

           IF BLQ-REC-NOTICE-PERIOD IS NUMERIC
              MOVE BLQ-REC-NOTICE-PERIOD TO WS-NOTICED-PERIOD
           ELSE
              MOVE ZERO TO WS-NOTICED-PERIOD
           END-IF.
           IF WS-NOTICED-PERIOD IS NOT LESS THAN WS-PERIOD
              MOVE ZERO TO WS-PERIOD
              GO TO FIND-NEXT-DUE-EXIT
           END-IF.

      * First day of the month after the due month, less one, is the
      * last day the installment can fall on
           COMPUTE WS-DUE-WORK =
                   (WS-CNV-YYYY * 12) + WS-CNV-MM + WS-PERIOD.
           DIVIDE WS-DUE-WORK BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-DUE-MM.
           ADD 1 TO WS-DUE-MM.
           COMPUTE WS-DUE-YYYYMMDD =
                   (WS-DUE-YYYY * 10000) + (WS-DUE-MM * 100) + 1.
           COMPUTE WS-MONTH-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD) - 1.
           SUBTRACT 1 FROM WS-DUE-WORK.
           DIVIDE WS-DUE-WORK BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-DUE-MM.
           ADD 1 TO WS-DUE-MM.
           COMPUTE WS-DUE-YYYYMMDD =
                   (WS-DUE-YYYY * 10000) + (WS-DUE-MM * 100) + 1.
           COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD) +
                   WS-CNV-DD - 1.
           IF WS-DUE-INTEGER IS GREATER THAN WS-MONTH-END-INTEGER
              MOVE WS-MONTH-END-INTEGER TO WS-DUE-INTEGER
           END-IF.

           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INTEGER - WS-BUS-INTEGER.
           IF WS-DAYS-TO-DUE IS GREATER THAN WS-LEAD-DAYS
              MOVE ZERO TO WS-PERIOD
              GO TO FIND-NEXT-DUE-EXIT
           END-IF.

           COMPUTE WS-DUE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).
           MOVE SPACES TO WS-DUE-DATE.
           STRING WS-DUE-YYYYMMDD-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-YYYYMMDD-MM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-YYYYMMDD-DD DELIMITED BY SIZE
             INTO WS-DUE-DATE.
       FIND-NEXT-DUE-EXIT.
           EXIT.

      *****************************************************************
      * Gather what is owed and print the notice                      *
      *****************************************************************
       ISSUE-NOTICE.
      * The installment and its split come from the schedule row;
      * a loan without one is billed its level payment unsplit
           MOVE BLQ-REC-PAYMENT TO WS-INSTALLMENT.
           MOVE ZERO TO WS-PRINCIPAL-PART.
           MOVE ZERO TO WS-INTEREST-PART.
           MOVE BLQ-REC-PID TO BLS-REC-PID.
           MOVE BLQ-REC-SEQ TO BLS-REC-SEQ.
           MOVE WS-PERIOD TO BLS-REC-PERIOD.
           READ BNKLOANS-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKLOANS-STATUS IS EQUAL TO '00'
              MOVE BLS-REC-PAYMENT TO WS-INSTALLMENT
              MOVE BLS-REC-PRINCIPAL-PORTION TO WS-PRINCIPAL-PART
              MOVE BLS-REC-INTEREST-PORTION TO WS-INTEREST-PART
           END-IF.

           MOVE ZERO TO WS-ESCROW.
           MOVE BLQ-REC-ACCNO TO BES-REC-ACCNO.
           READ BNKESCR-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKESCR-STATUS IS EQUAL TO '00' AND
              BES-REC-ESCROW-ACTIVE AND
              BES-REC-MONTHLY-PORTION IS GREATER THAN ZERO
              MOVE BES-REC-MONTHLY-PORTION TO WS-ESCROW
           END-IF.

      * The premium the insurance run will bill on today's balance
           MOVE ZERO TO WS-PREMIUM.
           MOVE SPACE TO WS-PREMIUM-SW.
           MOVE BLQ-REC-ACCNO TO BCI-REC-ACCNO.
           READ BNKCRIN-NDX RECORD
             INVALID KEY
               CONTINUE
           END-READ.
           IF WS-BNKCRIN-STATUS IS EQUAL TO '00' AND
              BCI-REC-INS-ACTIVE
              IF BCI-REC-CLAIM-APPROVED
                 SET WS-PREMIUM-SUSPENDED TO TRUE
              ELSE
                 PERFORM COMPUTE-PREMIUM THRU
                         COMPUTE-PREMIUM-EXIT
              END-IF
           END-IF.

           MOVE ZERO TO WS-PAST-DUE.
           MOVE ZERO TO WS-LATE-FEE.
           IF BLQ-REC-ARREARS-BUCKET IS NOT EQUAL TO SPACE
              MOVE BLQ-REC-ACCNO TO BCQ-REC-ACCNO
              READ BNKCOLLQ-NDX RECORD
                INVALID KEY
                  CONTINUE
              END-READ
              IF WS-BNKCOLLQ-STATUS IS EQUAL TO '00' AND
                 NOT BCQ-REC-CLEARED
                 MOVE BCQ-REC-OVERDUE-AMOUNT TO WS-PAST-DUE
              END-IF
              IF BLQ-REC-LATE-FEE-DTE (1:7) IS EQUAL TO
                 WS-BUS-DATE (1:7)
                 MOVE WS-LATE-FEE-AMOUNT TO WS-LATE-FEE
              END-IF
           END-IF.

           COMPUTE WS-TOTAL-DUE = WS-INSTALLMENT + WS-ESCROW +
                   WS-PREMIUM + WS-PAST-DUE + WS-LATE-FEE.
           ADD WS-TOTAL-DUE TO WS-GRAND-DUE.
           ADD 1 TO WS-NOTICE-COUNTER.

           PERFORM SET-DELIVERY THRU
                   SET-DELIVERY-EXIT.

           MOVE SPACES TO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BLNNOTC-REC.
           STRING 'LOAN BILLING NOTICE  ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BLQ-REC-PID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
             INTO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-SEND-BY-MAIL
              MOVE SPACES TO BLNNOTC-REC
              STRING '  ' DELIMITED BY SIZE
                     BCS-REC-ADDR1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BCS-REC-ADDR2 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BCS-REC-POST-CODE DELIMITED BY SIZE
                INTO BLNNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SEND-BY-EMAIL
              MOVE SPACES TO BLNNOTC-REC
              STRING 'SENDTO: ' DELIMITED BY SIZE
                     BCS-REC-EMAIL DELIMITED BY SPACE
                INTO BLNNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SEND-BY-SMS
              MOVE SPACES TO BLNNOTC-REC
              STRING 'SENDTO: ' DELIMITED BY SIZE
                     BCS-REC-TEL DELIMITED BY SPACE
                INTO BLNNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE WS-PERIOD TO WS-PERIOD-ED.
           MOVE BLQ-REC-TERM TO WS-TERM-ED.
           MOVE SPACES TO BLNNOTC-REC.
           STRING '  Loan a/c ' DELIMITED BY SIZE
                  BLQ-REC-ACCNO DELIMITED BY SIZE
                  ' installment ' DELIMITED BY SIZE
                  WS-PERIOD-ED DELIMITED BY SIZE
                  ' of ' DELIMITED BY SIZE
                  WS-TERM-ED DELIMITED BY SIZE
                  ' due ' DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
             INTO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'Installment' TO WS-LINE-LABEL.
           MOVE WS-INSTALLMENT TO WS-AMOUNT-ED.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-PRINCIPAL-PART IS NOT EQUAL TO ZERO OR
              WS-INTEREST-PART IS NOT EQUAL TO ZERO
              MOVE '  of which principal' TO WS-LINE-LABEL
              MOVE WS-PRINCIPAL-PART TO WS-AMOUNT-ED
              PERFORM WRITE-AMOUNT-LINE
              MOVE '  of which interest' TO WS-LINE-LABEL
              MOVE WS-INTEREST-PART TO WS-AMOUNT-ED
              PERFORM WRITE-AMOUNT-LINE
           END-IF.
           IF WS-ESCROW IS GREATER THAN ZERO
              MOVE 'Escrow (taxes and insurance)' TO WS-LINE-LABEL
              MOVE WS-ESCROW TO WS-AMOUNT-ED
              PERFORM WRITE-AMOUNT-LINE
           END-IF.
           IF WS-PREMIUM IS GREATER THAN ZERO
              MOVE 'Creditor insurance premium' TO WS-LINE-LABEL
              MOVE WS-PREMIUM TO WS-AMOUNT-ED
              PERFORM WRITE-AMOUNT-LINE
           END-IF.
           IF WS-PREMIUM-SUSPENDED
              MOVE SPACES TO BLNNOTC-REC
              STRING '    Creditor insurance premium suspended'
                       DELIMITED BY SIZE
                     ' while your claim is approved' DELIMITED BY SIZE
                INTO BLNNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-PAST-DUE IS GREATER THAN ZERO
              MOVE 'Past due amount' TO WS-LINE-LABEL
              MOVE WS-PAST-DUE TO WS-AMOUNT-ED
              PERFORM WRITE-AMOUNT-LINE
           END-IF.
           IF WS-LATE-FEE IS GREATER THAN ZERO
              MOVE 'Late fee' TO WS-LINE-LABEL
              MOVE WS-LATE-FEE TO WS-AMOUNT-ED
              PERFORM WRITE-AMOUNT-LINE
           END-IF.
           MOVE 'TOTAL DUE' TO WS-LINE-LABEL.
           MOVE WS-TOTAL-DUE TO WS-AMOUNT-ED.
           PERFORM WRITE-AMOUNT-LINE.

           IF BLQ-REC-PAYOFF-AMOUNT IS GREATER THAN ZERO AND
              BLQ-REC-PAYOFF-VALID-DTE IS NOT EQUAL TO SPACES AND
              BLQ-REC-PAYOFF-VALID-DTE IS NOT LESS THAN WS-BUS-DATE
              MOVE BLQ-REC-PAYOFF-AMOUNT TO WS-AMOUNT-ED
              MOVE SPACES TO BLNNOTC-REC
              STRING '    Payoff figure ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                     ' valid until ' DELIMITED BY SIZE
                     BLQ-REC-PAYOFF-VALID-DTE DELIMITED BY SIZE
                INTO BLNNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO BLNNOTC-REC.
           STRING '    Sent by ' DELIMITED BY SIZE
                  WS-CHANNELS DELIMITED BY SIZE
             INTO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
       ISSUE-NOTICE-EXIT.
           EXIT.

      *****************************************************************
      * Premium on the outstanding loan balance, as the creditor      *
      * insurance run computes it                                     *
      *****************************************************************
       COMPUTE-PREMIUM.
           MOVE BLQ-REC-ACCNO TO BAC-REC-ACCNO.
           READ BNKACC-NDX RECORD
             INVALID KEY
               GO TO COMPUTE-PREMIUM-EXIT
           END-READ.
           IF BAC-REC-BALANCE IS LESS THAN ZERO
              COMPUTE WS-OUTSTANDING = ZERO - BAC-REC-BALANCE
           ELSE
              MOVE ZERO TO WS-OUTSTANDING
           END-IF.
           COMPUTE WS-PREMIUM ROUNDED =
                   WS-OUTSTANDING * BCI-REC-RATE-PER-1000 / 1000
               ON SIZE ERROR
                   MOVE ZERO TO WS-PREMIUM
           END-COMPUTE.
       COMPUTE-PREMIUM-EXIT.
           EXIT.

      *****************************************************************
      * Each channel the customer opted into.  Mail is the default    *
      * when none is chosen, and is withheld while the address is     *
      * reported undeliverable, as statements are.                    *
      *****************************************************************
       SET-DELIVERY.
           MOVE 'N' TO WS-MAIL-SW.
           MOVE 'N' TO WS-EMAIL-SW.
           MOVE 'N' TO WS-SMS-SW.
           MOVE BLQ-REC-PID TO BCS-REC-PID.
           READ BNKCUST-NDX RECORD
             INVALID KEY
               MOVE SPACES TO BCS-RECORD
           END-READ.
           IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y' AND
              BCS-REC-EMAIL IS NOT EQUAL TO SPACES
              SET WS-SEND-BY-EMAIL TO TRUE
           END-IF.
           IF BCS-REC-SEND-SMS IS EQUAL TO 'Y' AND
              BCS-REC-TEL IS NOT EQUAL TO SPACES
              SET WS-SEND-BY-SMS TO TRUE
           END-IF.
           IF BCS-REC-SEND-MAIL IS EQUAL TO 'Y' OR
              (NOT WS-SEND-BY-EMAIL AND NOT WS-SEND-BY-SMS)
              SET WS-SEND-BY-MAIL TO TRUE
           END-IF.

           MOVE SPACES TO WS-CHANNELS.
           MOVE 1 TO WS-CHANNEL-PTR.
           IF WS-SEND-BY-MAIL
              IF BCS-REC-ADDR-UNDELIVERABLE
                 MOVE 'N' TO WS-MAIL-SW
                 ADD 1 TO WS-WITHHELD-COUNTER
                 STRING 'mail withheld ' DELIMITED BY SIZE
                   INTO WS-CHANNELS
                   WITH POINTER WS-CHANNEL-PTR
              ELSE
                 ADD 1 TO WS-MAIL-COUNTER
                 STRING 'mail ' DELIMITED BY SIZE
                   INTO WS-CHANNELS
                   WITH POINTER WS-CHANNEL-PTR
              END-IF
           END-IF.
           IF WS-SEND-BY-EMAIL
              ADD 1 TO WS-EMAIL-COUNTER
              STRING 'email ' DELIMITED BY SIZE
                INTO WS-CHANNELS
                WITH POINTER WS-CHANNEL-PTR
           END-IF.
           IF WS-SEND-BY-SMS
              ADD 1 TO WS-SMS-COUNTER
              STRING 'SMS ' DELIMITED BY SIZE
                INTO WS-CHANNELS
                WITH POINTER WS-CHANNEL-PTR
           END-IF.
       SET-DELIVERY-EXIT.
           EXIT.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO BLNNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-LINE-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
             INTO BLNNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE BLNNOTC-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE BLNNOTC-REC TO RPD-LINE-TEXT.
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
