      *              remaining repayment schedule rows are            *
      *              recalculated at the new rate, the loan's         *
      *              repayment standing order is adjusted to the new  *
      *              installment, and a rate-change notice is sent to *
      *              each affected customer by their mail/email/SMS   *
      *              preference, worded in their language from the    *
      *              message catalog, showing the old and new rate    *
      *              and the old and new installment taken from the   *
      *              recalculated schedule.  A copy of each notice    *
      *              lands in the report repository.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
                  RECORD KEY   IS BSO-REC-KEY
                  FILE STATUS  IS WS-BNKSORD-STATUS.

           SELECT BNKCUST-NDX
                  ASSIGN       TO NDXCUST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BCS-REC-PID
                  FILE STATUS  IS WS-BNKCUST-STATUS.

           SELECT BNKMSGC-NDX
                  ASSIGN       TO NDXMSGC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BMC-REC-KEY
                  FILE STATUS  IS WS-BNKMSGC-STATUS.

           SELECT RPRNOTC-FILE
                  ASSIGN       TO RPRNOTC
                  ORGANIZATION IS SEQUENTIAL
       01  BNKSORD-REC.
       COPY CBANKVSO.

       FD  BNKCUST-NDX.
       01  BNKCUST-REC.
       COPY CBANKVCS.

       FD  BNKMSGC-NDX.
       01  BNKMSGC-REC.
       COPY CBANKVMC.

       FD  RPRNOTC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
         05  WS-BNKLOANQ-STATUS                    PIC X(2).
         05  WS-BNKLOANS-STATUS                    PIC X(2).
         05  WS-BNKSORD-STATUS                     PIC X(2).
         05  WS-BNKCUST-STATUS                     PIC X(2).
         05  WS-BNKMSGC-STATUS                     PIC X(2).
         05  WS-RPRNOTC-STATUS                     PIC X(2).

         05  WS-IO-STATUS.
                                                     COMP-3.
         05  WS-BASE-FOUND-SW                      PIC X(1).
           88  WS-BASE-FOUND                         VALUE 'Y'.
         05  WS-BASE-EFF-DATE                      PIC X(10).
         05  WS-NEW-RATE                           PIC S9(3)V9(3)
                                                     COMP-3.
         05  WS-RUN-YYYY                           PIC 9(4).
         05  WS-OLD-RATE-EDIT                      PIC ZZ9.999.
         05  WS-NEW-RATE-EDIT                      PIC ZZ9.999.
         05  WS-PAYMENT-EDIT                       PIC ZZZ,ZZ9.99.
      * Installment of the first recalculated schedule row, before
      * and after the rewrite - what the customer pays next
         05  WS-OLD-PAYMENT                        PIC S9(6)V99 COMP-3.
         05  WS-NEXT-PAYMENT                       PIC S9(6)V99 COMP-3.
         05  WS-FIRST-PERIOD                       PIC S9(5) COMP-3.
         05  WS-PERIOD-EDIT                        PIC ZZZ9.

         05  WS-MSGC-OPEN-SW                       PIC X(1)
             VALUE 'N'.
           88  WS-MSGC-OPEN                          VALUE 'Y'.
         05  WS-CUST-LANGUAGE                      PIC X(1).
         05  WS-WORDING-NO                         PIC X(5).
         05  WS-WORDING                            PIC X(75).

         05  WS-CHANNELS                           PIC X(30).
         05  WS-CHANNEL-PTR                        PIC S9(4) COMP.
         05  WS-MAIL-SW                            PIC X(1).
           88  WS-SEND-BY-MAIL                       VALUE 'Y'.
         05  WS-EMAIL-SW                           PIC X(1).
           88  WS-SEND-BY-EMAIL                      VALUE 'Y'.
         05  WS-SMS-SW                             PIC X(1).
           88  WS-SEND-BY-SMS                        VALUE 'Y'.
         05  WS-MAIL-COUNTER                       PIC 9(5)
             VALUE ZERO.
         05  WS-EMAIL-COUNTER                      PIC 9(5)
             VALUE ZERO.
         05  WS-SMS-COUNTER                        PIC 9(5)
             VALUE ZERO.
         05  WS-WITHHELD-COUNTER                   PIC 9(5)
             VALUE ZERO.

         05  WS-REPRICED-COUNTER                   PIC 9(5)
             VALUE ZERO.
       01  WS-RPT-USED                             PIC 9(3)
           VALUE ZERO.

       01  WS-RPT-PARM.
       COPY CBANKRPD.

       01  WS-CONSOLE-MESSAGE                      PIC X(60).

       PROCEDURE DIVISION.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN INPUT BNKCUST-NDX.
           MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.
           MOVE 'BNKCUST-NDX' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           OPEN OUTPUT RPRNOTC-FILE.
           MOVE WS-RPRNOTC-STATUS TO WS-IO-STATUS.
           MOVE 'RPRNOTC-FILE' TO WS-FILE.
           PERFORM CHECK-OPEN THRU
                   CHECK-OPEN-EXIT.

           SET RPD-REQUEST-OPEN TO TRUE.
           MOVE 'RATECHG ' TO RPD-REPORT-ID.
           MOVE 'R' TO RPD-CLASS.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           MOVE SPACES TO RPRNOTC-REC.
           STRING 'Rate-change notices for ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM REPRICE-LOANS THRU
                   REPRICE-LOANS-DONE.

           MOVE SPACES TO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BASE-RATE TO WS-NEW-RATE-EDIT.
           MOVE SPACES TO RPRNOTC-REC.
           STRING WS-REPRICED-COUNTER DELIMITED BY SIZE
                  ' loan(s) repriced, base rate ' DELIMITED BY SIZE
                  WS-NEW-RATE-EDIT DELIMITED BY SIZE
                  ' effective ' DELIMITED BY SIZE
                  WS-BASE-EFF-DATE DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPRNOTC-REC.
           STRING 'By mail ' DELIMITED BY SIZE
                  WS-MAIL-COUNTER DELIMITED BY SIZE
                  ', email ' DELIMITED BY SIZE
                  WS-EMAIL-COUNTER DELIMITED BY SIZE
                  ', SMS ' DELIMITED BY SIZE
                  WS-SMS-COUNTER DELIMITED BY SIZE
                  ', mail withheld (undeliverable address) '
                    DELIMITED BY SIZE
                  WS-WITHHELD-COUNTER DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           CLOSE BNKLOANQ-NDX.
           CLOSE BNKLOANS-NDX.
           CLOSE BNKCUST-NDX.
           IF WS-MSGC-OPEN
              CLOSE BNKMSGC-NDX
           END-IF.
           CLOSE RPRNOTC-FILE.

           SET RPD-REQUEST-CLOSE TO TRUE.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

           PERFORM ADJUST-REPAYMENT-ORDERS THRU
                   ADJUST-REPAYMENT-ORDERS-EXIT.

           END-IF.
           SET WS-BASE-FOUND TO TRUE.
           MOVE BPR-REC-RATE TO WS-BASE-RATE.
           MOVE BPR-REC-EFF-DATE TO WS-BASE-EFF-DATE.
           GO TO GET-BASE-RATE-LOOP.
       GET-BASE-RATE-DONE.
           CLOSE BNKPRIME-NDX.
      *****************************************************************
           MOVE WS-REMAIN-PRINCIPAL TO WS-SKED-BALANCE.
           MOVE WS-PERIODS-PAID TO WS-PERIOD.
           COMPUTE WS-FIRST-PERIOD = WS-PERIODS-PAID + 1.
           MOVE BLQ-REC-PAYMENT TO WS-OLD-PAYMENT.
           MOVE WS-NEW-PAYMENT TO WS-NEXT-PAYMENT.
       REPRICE-SKED-LOOP.
           ADD 1 TO WS-PERIOD.
           IF WS-PERIOD IS GREATER THAN BLQ-REC-TERM
             INVALID KEY
               GO TO REPRICE-SKED-DONE
           END-READ.
           IF WS-PERIOD IS EQUAL TO WS-FIRST-PERIOD
              MOVE BLS-REC-PAYMENT TO WS-OLD-PAYMENT
           END-IF.
           COMPUTE WS-PERIOD-INTEREST ROUNDED =
                   WS-SKED-BALANCE * WS-MONTHLY-RATE.
           IF WS-PERIOD IS EQUAL TO BLQ-REC-TERM
           MOVE WS-PERIOD-PRINCIPAL TO BLS-REC-PRINCIPAL-PORTION.
           MOVE WS-SKED-BALANCE TO BLS-REC-BALANCE.
           REWRITE BNKLOANS-REC.
           IF WS-PERIOD IS EQUAL TO WS-FIRST-PERIOD
              MOVE BLS-REC-PAYMENT TO WS-NEXT-PAYMENT
           END-IF.
           GO TO REPRICE-SKED-LOOP.
       REPRICE-SKED-DONE.

                  ' new payment ' DELIMITED BY SIZE
                  WS-PAYMENT-EDIT DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM ISSUE-RATE-NOTICE THRU
                   ISSUE-RATE-NOTICE-EXIT.
       REPRICE-ONE-LOAN-EXIT.
           EXIT.

       ADJUST-REPAYMENT-ORDERS-EXIT.
           EXIT.

      *****************************************************************
      * The customer's notice.  Each line of fixed wording is catalog *
      * row RPNnn in the customer's language, the figures follow it.  *
      *****************************************************************
       ISSUE-RATE-NOTICE.
           PERFORM SET-DELIVERY THRU
                   SET-DELIVERY-EXIT.
           MOVE BCS-REC-LANGUAGE TO WS-CUST-LANGUAGE.

           MOVE 'RPN01' TO WS-WORDING-NO.
           MOVE 'LOAN INTEREST RATE CHANGE NOTICE' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO RPRNOTC-REC.
           STRING '  ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-SEND-BY-MAIL
              MOVE SPACES TO RPRNOTC-REC
              STRING '  ' DELIMITED BY SIZE
                     BCS-REC-ADDR1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BCS-REC-ADDR2 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BCS-REC-POST-CODE DELIMITED BY SIZE
                INTO RPRNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SEND-BY-EMAIL
              MOVE SPACES TO RPRNOTC-REC
              STRING 'SENDTO: ' DELIMITED BY SIZE
                     BCS-REC-EMAIL DELIMITED BY SPACE
                INTO RPRNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SEND-BY-SMS
              MOVE SPACES TO RPRNOTC-REC
              STRING 'SENDTO: ' DELIMITED BY SIZE
                     BCS-REC-TEL DELIMITED BY SPACE
                INTO RPRNOTC-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE 'RPN02' TO WS-WORDING-NO.
           MOVE 'The interest rate on your loan has changed' TO
             WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO RPRNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  '  a/c ' DELIMITED BY SIZE
                  BLQ-REC-ACCNO DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'RPN03' TO WS-WORDING-NO.
           MOVE 'Rate (% a year) was / is now' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO RPRNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-OLD-RATE-EDIT DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  WS-NEW-RATE-EDIT DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-OLD-PAYMENT TO WS-PAYMENT-EDIT.
           MOVE 'RPN04' TO WS-WORDING-NO.
           MOVE 'Monthly installment was' TO WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO RPRNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-PAYMENT-EDIT DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-NEXT-PAYMENT TO WS-PAYMENT-EDIT.
           MOVE WS-FIRST-PERIOD TO WS-PERIOD-EDIT.
           MOVE 'RPN05' TO WS-WORDING-NO.
           MOVE 'New monthly installment from installment' TO
             WS-WORDING.
           PERFORM RESOLVE-WORDING THRU
                   RESOLVE-WORDING-EXIT.
           MOVE SPACES TO RPRNOTC-REC.
           STRING '    ' DELIMITED BY SIZE
                  WS-WORDING DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-PERIOD-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PAYMENT-EDIT DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO RPRNOTC-REC.
           STRING '    Sent by ' DELIMITED BY SIZE
                  WS-CHANNELS DELIMITED BY SIZE
             INTO RPRNOTC-REC.
           PERFORM WRITE-REPORT-LINE.
       ISSUE-RATE-NOTICE-EXIT.
           EXIT.

      *****************************************************************
      * Wording in the customer's language from the message catalog   *
      * (row WS-WORDING-NO + language).  Missing file or row keeps    *
      * the compiled-in English already in WS-WORDING.  The catalog   *
      * is opened on first use so an unconfigured site pays nothing.  *
      *****************************************************************
       RESOLVE-WORDING.
           IF WS-CUST-LANGUAGE IS EQUAL TO SPACES OR
              WS-CUST-LANGUAGE IS EQUAL TO 'E'
              GO TO RESOLVE-WORDING-EXIT
           END-IF.
           IF NOT WS-MSGC-OPEN
              OPEN INPUT BNKMSGC-NDX
              IF WS-BNKMSGC-STATUS IS NOT EQUAL TO '00'
                 GO TO RESOLVE-WORDING-EXIT
              END-IF
              MOVE 'Y' TO WS-MSGC-OPEN-SW
           END-IF.
           MOVE WS-WORDING-NO TO BMC-REC-MSG-NO.
           MOVE WS-CUST-LANGUAGE TO BMC-REC-LANGUAGE.
           READ BNKMSGC-NDX RECORD
             INVALID KEY
               GO TO RESOLVE-WORDING-EXIT
           END-READ.
           MOVE BMC-REC-TEXT TO WS-WORDING.
       RESOLVE-WORDING-EXIT.
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

       WRITE-REPORT-LINE.
           WRITE RPRNOTC-REC.
           SET RPD-REQUEST-LINE TO TRUE.
           MOVE RPRNOTC-REC TO RPD-LINE-TEXT.
           CALL 'UBNKRPT1' USING WS-RPT-PARM.

      *****************************************************************
      * Check file open OK                                            *
      *****************************************************************
