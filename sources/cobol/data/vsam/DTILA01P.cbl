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
      * Program:     DTILA01P.CBL                                     *
      * Function:    Truth-in-lending disclosure for a loan quote.    *
      *              DISCLOSE works out the cost of the credit from   *
      *              the saved quote and its BNKLOANS schedule - the  *
      *              origination fee taken from the proceeds, the     *
      *              interest and any creditor insurance premiums     *
      *              are the finance charge; escrow is shown but is   *
      *              not one - solves for the annual percentage rate, *
      *              writes the document with the full payment        *
      *              schedule to the BNKREPO repository under         *
      *              regulatory retention and stamps its reference    *
      *              on the quote.  ACK records that the borrower has *
      *              acknowledged it, which DBANK16P requires before  *
      *              the quote may be converted and DBANK97P before a *
      *              construction commitment is opened.  ENROL puts   *
      *              the disclosed creditor cover and escrow portion  *
      *              into force on BNKCRIN and BNKESCR once the loan  *
      *              account is open.  Each step is audited through   *
      *              DBANK18P.                                        *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DTILA01P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DTILA01P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKLOANQ-RID                       PIC X(9).
         05  WS-BNKLOANS-RID                       PIC X(13).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKREPO-RID                        PIC X(24).
         05  WS-BNKCRIN-RID                        PIC X(9).
         05  WS-BNKESCR-RID                        PIC X(9).
         05  WS-TODAY                              PIC X(10).
         05  WS-LINE-NO                            PIC 9(6).
         05  WS-FIRST-LINE-NO                      PIC 9(6).
         05  WS-LOG-ACTION                         PIC X(8).
         05  WS-SUB                                PIC S9(4) COMP.

      * The origination fee is LOAN-ORIGFEE-PCT percent of the
      * principal but never less than LOAN-ORIGFEE-MIN.  It is kept
      * out of the proceeds, so it is a prepaid finance charge.
         05  WS-FEE-PCT                            PIC S9(3)V99
                                                     COMP-3
             VALUE 1.00.
         05  WS-FEE-MIN                            PIC S9(7)V99
                                                     COMP-3
             VALUE ZERO.

      * What the credit costs
         05  WS-PRINCIPAL                          PIC S9(7)V99
                                                     COMP-3.
         05  WS-ORIG-FEE                           PIC S9(7)V99
                                                     COMP-3.
         05  WS-AMOUNT-FINANCED                    PIC S9(7)V99
                                                     COMP-3.
         05  WS-TOTAL-PAYMENTS                     PIC S9(9)V99
                                                     COMP-3.
         05  WS-FINANCE-CHARGE                     PIC S9(9)V99
                                                     COMP-3.
         05  WS-TOTAL-INTEREST                     PIC S9(9)V99
                                                     COMP-3.
         05  WS-TOTAL-PREMIUMS                     PIC S9(9)V99
                                                     COMP-3.
         05  WS-TOTAL-ESCROW                       PIC S9(9)V99
                                                     COMP-3.
         05  WS-TOTAL-SCHEDULED                    PIC S9(9)V99
                                                     COMP-3.
         05  WS-OPENING-BALANCE                    PIC S9(7)V99
                                                     COMP-3.
         05  WS-APR                                PIC S9(3)V9(3)
                                                     COMP-3.

      * The APR is the monthly rate, times twelve, at which the
      * payments and premiums discount back to the amount financed -
      * found by halving the interval the rate must lie in
         05  WS-RATE-LOW                           PIC S9(1)V9(15)
                                                     COMP-3.
         05  WS-RATE-HIGH                          PIC S9(1)V9(15)
                                                     COMP-3.
         05  WS-RATE-TRY                           PIC S9(1)V9(15)
                                                     COMP-3.
         05  WS-DISCOUNT                           PIC S9(3)V9(15)
                                                     COMP-3.
         05  WS-PRESENT-VALUE                      PIC S9(11)V9(6)
                                                     COMP-3.
         05  WS-ITERATIONS                         PIC S9(4) COMP.

         05  WS-AMOUNT-ED                          PIC Z,ZZZ,ZZ9.99-.
         05  WS-RATE-ED                            PIC ZZ9.999.
         05  WS-PER-1000-ED                        PIC ZZ9.999.
         05  WS-ESCROW-ED                          PIC ZZ,ZZ9.99.
         05  WS-TERM-ED                            PIC ZZZ9.

      * The quote's schedule with the premium each period carries
       01  WS-SCHEDULE.
         05  WS-SKED-COUNT                         PIC S9(4) COMP.
         05  WS-SKED-ENTRY                         OCCURS 1200 TIMES.
           10  WS-SKED-PAYMENT                     PIC S9(6)V99
                                                     COMP-3.
           10  WS-SKED-PREMIUM                     PIC S9(5)V99
                                                     COMP-3.
           10  WS-SKED-BALANCE                     PIC S9(7)V99
                                                     COMP-3.

       01  WS-DOC-LINE                             PIC X(121).
       01  WS-FIGURE-LINE REDEFINES WS-DOC-LINE.
         05  FILLER                                PIC X(2).
         05  WS-FL-LABEL                           PIC X(30).
         05  WS-FL-VALUE                           PIC X(14).
         05  FILLER                                PIC X(2).
         05  WS-FL-TEXT                            PIC X(73).
       01  WS-SKED-LINE REDEFINES WS-DOC-LINE.
         05  FILLER                                PIC X(2).
         05  WS-SL-PERIOD                          PIC ZZZ9.
         05  FILLER                                PIC X(3).
         05  WS-SL-PAYMENT                         PIC ZZZ,ZZ9.99.
         05  FILLER                                PIC X(3).
         05  WS-SL-PREMIUM                         PIC ZZ,ZZ9.99.
         05  FILLER                                PIC X(3).
         05  WS-SL-ESCROW                          PIC ZZ,ZZ9.99.
         05  FILLER                                PIC X(3).
         05  WS-SL-TOTAL                           PIC ZZZ,ZZZ,ZZ9.99.
         05  FILLER                                PIC X(3).
         05  WS-SL-BALANCE                         PIC Z,ZZZ,ZZ9.99.
         05  FILLER                                PIC X(46).

       01  WS-BNKLOANQ-REC.
       COPY CBANKVLQ.

       01  WS-BNKLOANS-REC.
       COPY CBANKVLS.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKREPO-REC.
       COPY CBANKVRP.

       01  WS-BNKCRIN-REC.
       COPY CBANKVCI.

       01  WS-BNKESCR-REC.
       COPY CBANKVES.

       01  WS-PARM-DATA.
       COPY CBANKD93.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CTILAD01.

       COPY CTSTAMPD.

       COPY CABENDD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(1)
             OCCURS 1 TO 4096 TIMES
               DEPENDING ON WS-COMMAREA-LENGTH.

       COPY CENTRY.
      *****************************************************************
      * Move the passed data to our area                              *
      *****************************************************************
           MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

      *****************************************************************
      * Initialize our output area                                    *
      *****************************************************************
           MOVE SPACES TO CTL1O-DATA.
           MOVE ZERO TO CTL1O-LINE-NO.
           MOVE ZERO TO CTL1O-LINE-COUNT.
           MOVE ZERO TO CTL1O-APR.
           MOVE ZERO TO CTL1O-AMOUNT-FINANCED.
           MOVE ZERO TO CTL1O-FINANCE-CHARGE.
           MOVE ZERO TO CTL1O-TOTAL-PAYMENTS.
           MOVE ZERO TO CTL1O-ORIG-FEE.
           SET CTL1O-STATUS-ERROR TO TRUE.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CTL1-REQUEST-DISCLOSE
              PERFORM ISSUE-DISCLOSURE THRU ISSUE-DISCLOSURE-EXIT
             WHEN CTL1-REQUEST-ACK
              PERFORM RECORD-ACKNOWLEDGEMENT THRU
                      RECORD-ACKNOWLEDGEMENT-EXIT
             WHEN CTL1-REQUEST-ENROL
              PERFORM ENROL-COVER THRU ENROL-COVER-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CTL1O-MSG
           END-EVALUATE.

       DTILA01P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Build the disclosure for a quote still open for conversion.   *
      * The document goes to the repository first; only then is its  *
      * reference stamped on the quote, replacing any earlier one and *
      * any acknowledgement given to it.                              *
      *****************************************************************
       ISSUE-DISCLOSURE.
           IF CTL1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CTL1O-MSG
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.
           IF CTL1I-INS-RATE IS LESS THAN ZERO OR
              CTL1I-ESCROW IS LESS THAN ZERO
              MOVE 'Cover rate and escrow cannot be negative'
                TO CTL1O-MSG
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.

           MOVE CTL1I-PID TO BLQ-REC-PID.
           MOVE CTL1I-SEQ TO BLQ-REC-SEQ.
           MOVE BLQ-REC-KEY TO WS-BNKLOANQ-RID.
           EXEC CICS READ FILE('BNKLOANQ')
                          INTO(WS-BNKLOANQ-REC)
                          LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                          RIDFLD(WS-BNKLOANQ-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CTL1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Loan quote not found' TO CTL1O-MSG
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.
           IF NOT BLQ-REC-QUOTED
              MOVE 'Quote is no longer open for conversion'
                TO CTL1O-MSG
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.

           MOVE CTL1I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CTL1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CTL1O-MSG
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.

           PERFORM LOAD-SCHEDULE THRU
                   LOAD-SCHEDULE-EXIT.
           IF WS-SKED-COUNT IS EQUAL TO ZERO
              MOVE 'Quote has no payment schedule' TO CTL1O-MSG
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.

           PERFORM GET-ORIGINATION-FEE THRU
                   GET-ORIGINATION-FEE-EXIT.

      * Amount financed is what the borrower actually receives; the
      * total of payments is every scheduled payment with its
      * premium; the difference between them is the finance charge
           COMPUTE WS-AMOUNT-FINANCED =
                   WS-PRINCIPAL - WS-ORIG-FEE.
           COMPUTE WS-TOTAL-PAYMENTS =
                   WS-TOTAL-SCHEDULED + WS-TOTAL-PREMIUMS.
           COMPUTE WS-FINANCE-CHARGE =
                   WS-TOTAL-PAYMENTS - WS-AMOUNT-FINANCED.
           COMPUTE WS-TOTAL-ESCROW =
                   CTL1I-ESCROW * WS-SKED-COUNT.

           PERFORM SOLVE-APR THRU
                   SOLVE-APR-EXIT.

           PERFORM WRITE-DISCLOSURE THRU
                   WRITE-DISCLOSURE-EXIT.
           IF NOT CTL1O-STATUS-OK
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.

           MOVE BLQ-REC-KEY TO WS-BNKLOANQ-RID.
           EXEC CICS READ FILE('BNKLOANQ')
                          UPDATE
                          INTO(WS-BNKLOANQ-REC)
                          LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                          RIDFLD(WS-BNKLOANQ-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CTL1O-STATUS-ERROR TO TRUE
              MOVE 'Disclosure written but quote not stamped'
                TO CTL1O-MSG
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.
           MOVE CTL1O-REPORT-ID TO BLQ-REC-DISC-REPORT-ID.
           MOVE CTL1O-REPORT-DATE TO BLQ-REC-DISC-DATE.
           MOVE CTL1O-LINE-NO TO BLQ-REC-DISC-LINE-NO.
           MOVE WS-APR TO BLQ-REC-DISC-APR.
           MOVE CTL1I-INS-RATE TO BLQ-REC-DISC-INS-RATE.
           MOVE CTL1I-ESCROW TO BLQ-REC-DISC-ESCROW.
           MOVE SPACE TO BLQ-REC-DISC-ACK.
           MOVE SPACES TO BLQ-REC-DISC-ACK-DTE.
           MOVE SPACES TO BLQ-REC-DISC-ACK-BY.
           EXEC CICS REWRITE FILE('BNKLOANQ')
                             FROM(WS-BNKLOANQ-REC)
                             LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CTL1O-STATUS-ERROR TO TRUE
              MOVE 'Disclosure written but quote not stamped'
                TO CTL1O-MSG
              GO TO ISSUE-DISCLOSURE-EXIT
           END-IF.

           MOVE WS-APR TO CTL1O-APR.
           MOVE WS-AMOUNT-FINANCED TO CTL1O-AMOUNT-FINANCED.
           MOVE WS-FINANCE-CHARGE TO CTL1O-FINANCE-CHARGE.
           MOVE WS-TOTAL-PAYMENTS TO CTL1O-TOTAL-PAYMENTS.
           MOVE WS-ORIG-FEE TO CTL1O-ORIG-FEE.
           MOVE 'Disclosure issued - awaiting acknowledgement'
             TO CTL1O-MSG.
           MOVE 'DISCLOSE' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU
                   WRITE-ACTIVITY-LOG-EXIT.
       ISSUE-DISCLOSURE-EXIT.
           EXIT.

      *****************************************************************
      * Take the quote's schedule into storage.  The creditor cover   *
      * premium for a period is charged on the balance outstanding    *
      * at its start, the way the monthly insurance run bills it.     *
      *****************************************************************
       LOAD-SCHEDULE.
           MOVE ZERO TO WS-SKED-COUNT.
           MOVE ZERO TO WS-TOTAL-INTEREST.
           MOVE ZERO TO WS-TOTAL-PREMIUMS.
           MOVE ZERO TO WS-TOTAL-SCHEDULED.
           MOVE BLQ-REC-PRINCIPAL TO WS-PRINCIPAL.
           MOVE BLQ-REC-PRINCIPAL TO WS-OPENING-BALANCE.
           MOVE CTL1I-PID TO BLS-REC-PID.
           MOVE CTL1I-SEQ TO BLS-REC-SEQ.
           MOVE ZERO TO BLS-REC-PERIOD.
           MOVE BLS-REC-KEY TO WS-BNKLOANS-RID.
           EXEC CICS STARTBR FILE('BNKLOANS')
                             RIDFLD(WS-BNKLOANS-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LOAD-SCHEDULE-EXIT
           END-IF.
       LOAD-SCHEDULE-LOOP.
           EXEC CICS READNEXT FILE('BNKLOANS')
                              INTO(WS-BNKLOANS-REC)
                              LENGTH(LENGTH OF WS-BNKLOANS-REC)
                              RIDFLD(WS-BNKLOANS-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BLS-REC-PID IS NOT EQUAL TO CTL1I-PID OR
              BLS-REC-SEQ IS NOT EQUAL TO CTL1I-SEQ
              GO TO LOAD-SCHEDULE-DONE
           END-IF.
           IF WS-SKED-COUNT IS NOT LESS THAN 1200
              GO TO LOAD-SCHEDULE-DONE
           END-IF.
           ADD 1 TO WS-SKED-COUNT.
           MOVE BLS-REC-PAYMENT TO WS-SKED-PAYMENT (WS-SKED-COUNT).
           MOVE BLS-REC-BALANCE TO WS-SKED-BALANCE (WS-SKED-COUNT).
           COMPUTE WS-SKED-PREMIUM (WS-SKED-COUNT) ROUNDED =
                   WS-OPENING-BALANCE * CTL1I-INS-RATE / 1000
               ON SIZE ERROR
                   MOVE ZERO TO WS-SKED-PREMIUM (WS-SKED-COUNT)
           END-COMPUTE.
           ADD BLS-REC-PAYMENT TO WS-TOTAL-SCHEDULED.
           ADD BLS-REC-INTEREST-PORTION TO WS-TOTAL-INTEREST.
           ADD WS-SKED-PREMIUM (WS-SKED-COUNT) TO WS-TOTAL-PREMIUMS.
           MOVE BLS-REC-BALANCE TO WS-OPENING-BALANCE.
           GO TO LOAD-SCHEDULE-LOOP.
       LOAD-SCHEDULE-DONE.
           EXEC CICS ENDBR FILE('BNKLOANS')
           END-EXEC.
       LOAD-SCHEDULE-EXIT.
           EXIT.

      *****************************************************************
      * Origination fee from the parameter table, the defaults above  *
      * standing when a parameter has not been set                    *
      *****************************************************************
       GET-ORIGINATION-FEE.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'LOAN-ORIGFEE-PCT' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-FEE-PCT
           END-IF.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'LOAN-ORIGFEE-MIN' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-FEE-MIN
           END-IF.

           COMPUTE WS-ORIG-FEE ROUNDED =
                   WS-PRINCIPAL * WS-FEE-PCT / 100.
           IF WS-ORIG-FEE IS LESS THAN WS-FEE-MIN
              MOVE WS-FEE-MIN TO WS-ORIG-FEE
           END-IF.
           IF WS-ORIG-FEE IS NOT LESS THAN WS-PRINCIPAL
              MOVE ZERO TO WS-ORIG-FEE
           END-IF.
       GET-ORIGINATION-FEE-EXIT.
           EXIT.

      *****************************************************************
      * Annual percentage rate.  The present value of the payments    *
      * falls as the rate rises, so the rate is pinned down by        *
      * halving the interval between a rate that leaves the value     *
      * above the amount financed and one that leaves it below.       *
      * A monthly 25% (300% a year) is far beyond any rate we lend at.*
      *****************************************************************
       SOLVE-APR.
           MOVE ZERO TO WS-APR.
           IF WS-FINANCE-CHARGE IS NOT GREATER THAN ZERO OR
              WS-AMOUNT-FINANCED IS NOT GREATER THAN ZERO
              GO TO SOLVE-APR-EXIT
           END-IF.
           MOVE ZERO TO WS-RATE-LOW.
           MOVE 0.25 TO WS-RATE-HIGH.
           MOVE ZERO TO WS-ITERATIONS.
       SOLVE-APR-LOOP.
           IF WS-ITERATIONS IS NOT LESS THAN 40
              GO TO SOLVE-APR-DONE
           END-IF.
           ADD 1 TO WS-ITERATIONS.
           COMPUTE WS-RATE-TRY ROUNDED =
                   (WS-RATE-LOW + WS-RATE-HIGH) / 2.
           PERFORM PRESENT-VALUE THRU
                   PRESENT-VALUE-EXIT.
           IF WS-PRESENT-VALUE IS GREATER THAN WS-AMOUNT-FINANCED
              MOVE WS-RATE-TRY TO WS-RATE-LOW
           ELSE
              MOVE WS-RATE-TRY TO WS-RATE-HIGH
           END-IF.
           GO TO SOLVE-APR-LOOP.
       SOLVE-APR-DONE.
           COMPUTE WS-APR ROUNDED =
                   (WS-RATE-LOW + WS-RATE-HIGH) / 2 * 1200.
       SOLVE-APR-EXIT.
           EXIT.

      *****************************************************************
      * Present value of the payments and premiums at WS-RATE-TRY a   *
      * month, period n discounted n months                           *
      *****************************************************************
       PRESENT-VALUE.
           MOVE ZERO TO WS-PRESENT-VALUE.
           MOVE 1 TO WS-DISCOUNT.
           MOVE ZERO TO WS-SUB.
       PRESENT-VALUE-LOOP.
           ADD 1 TO WS-SUB.
           IF WS-SUB IS GREATER THAN WS-SKED-COUNT
              GO TO PRESENT-VALUE-EXIT
           END-IF.
           COMPUTE WS-DISCOUNT ROUNDED =
                   WS-DISCOUNT / (1 + WS-RATE-TRY).
           COMPUTE WS-PRESENT-VALUE ROUNDED = WS-PRESENT-VALUE +
                   (WS-SKED-PAYMENT (WS-SUB) +
                    WS-SKED-PREMIUM (WS-SUB)) * WS-DISCOUNT.
           GO TO PRESENT-VALUE-LOOP.
       PRESENT-VALUE-EXIT.
           EXIT.

      *****************************************************************
      * The document: who it is for, the four headline figures, how  *
      * the finance charge is made up, then the payment schedule.     *
      * Disclosures share the day's TILDISC entry - the quote keeps   *
      * the line its own document starts on.                          *
      *****************************************************************
       WRITE-DISCLOSURE.
           MOVE 'TILDISC ' TO CTL1O-REPORT-ID.
           MOVE WS-TODAY TO CTL1O-REPORT-DATE.
           PERFORM FIND-NEXT-LINE-NO THRU
                   FIND-NEXT-LINE-NO-EXIT.
           MOVE WS-LINE-NO TO WS-FIRST-LINE-NO.
           SET CTL1O-STATUS-OK TO TRUE.

           MOVE SPACES TO WS-DOC-LINE.
           STRING 'TRUTH IN LENDING DISCLOSURE for ' DELIMITED BY SIZE
                  BCS-REC-NAME DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  CTL1I-PID DELIMITED BY SIZE
                  ') loan quote ' DELIMITED BY SIZE
                  CTL1I-SEQ DELIMITED BY SIZE
                  ' dated ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' prepared by ' DELIMITED BY SIZE
                  CTL1I-USERID DELIMITED BY SIZE
             INTO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.
           IF NOT CTL1O-STATUS-OK
              GO TO WRITE-DISCLOSURE-EXIT
           END-IF.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'ANNUAL PERCENTAGE RATE' TO WS-FL-LABEL.
           MOVE WS-APR TO WS-RATE-ED.
           STRING '      ' DELIMITED BY SIZE
                  WS-RATE-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
             INTO WS-FL-VALUE.
           MOVE 'The cost of your credit as a yearly rate'
             TO WS-FL-TEXT.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'FINANCE CHARGE' TO WS-FL-LABEL.
           MOVE WS-FINANCE-CHARGE TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-FL-VALUE.
           MOVE 'The dollar amount the credit will cost you'
             TO WS-FL-TEXT.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'AMOUNT FINANCED' TO WS-FL-LABEL.
           MOVE WS-AMOUNT-FINANCED TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-FL-VALUE.
           MOVE 'The amount of credit provided to you or on your behalf'
             TO WS-FL-TEXT.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'TOTAL OF PAYMENTS' TO WS-FL-LABEL.
           MOVE WS-TOTAL-PAYMENTS TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-FL-VALUE.
           MOVE 'What you will have paid after all scheduled payments'
             TO WS-FL-TEXT.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'Loan principal' TO WS-FL-LABEL.
           MOVE WS-PRINCIPAL TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-FL-VALUE.
           MOVE BLQ-REC-RATE TO WS-RATE-ED.
           MOVE BLQ-REC-TERM TO WS-TERM-ED.
           STRING 'Note rate ' DELIMITED BY SIZE
                  WS-RATE-ED DELIMITED BY SIZE
                  '% over ' DELIMITED BY SIZE
                  WS-TERM-ED DELIMITED BY SIZE
                  ' monthly payments' DELIMITED BY SIZE
             INTO WS-FL-TEXT.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'Prepaid origination fee' TO WS-FL-LABEL.
           MOVE WS-ORIG-FEE TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-FL-VALUE.
           MOVE 'Kept from the proceeds - part of the finance charge'
             TO WS-FL-TEXT.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'Interest' TO WS-FL-LABEL.
           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-FL-VALUE.
           MOVE 'Over the life of the loan - part of the finance charge'
             TO WS-FL-TEXT.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'Creditor insurance premiums' TO WS-FL-LABEL.
           MOVE WS-TOTAL-PREMIUMS TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-FL-VALUE.
           IF CTL1I-INS-RATE IS GREATER THAN ZERO
              MOVE CTL1I-INS-RATE TO WS-PER-1000-ED
              STRING 'Life/disability cover, ' DELIMITED BY SIZE
                     WS-PER-1000-ED DELIMITED BY SIZE
                     ' per 1000 of balance a month' DELIMITED BY SIZE
                INTO WS-FL-TEXT
           ELSE
              MOVE 'No creditor cover taken' TO WS-FL-TEXT
           END-IF.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'Escrow for taxes and insurance' TO WS-FL-LABEL.
           MOVE WS-TOTAL-ESCROW TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-FL-VALUE.
           IF CTL1I-ESCROW IS GREATER THAN ZERO
              MOVE CTL1I-ESCROW TO WS-ESCROW-ED
              STRING WS-ESCROW-ED DELIMITED BY SIZE
                     ' a month with each payment - not a finance charge'
                       DELIMITED BY SIZE
                INTO WS-FL-TEXT
           ELSE
              MOVE 'No escrow account' TO WS-FL-TEXT
           END-IF.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'PAYMENT SCHEDULE - payments fall due monthly from one'
             TO WS-DOC-LINE (3:53).
           MOVE ' month after the loan account is opened'
             TO WS-DOC-LINE (56:39).
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'No.' TO WS-DOC-LINE (4:3).
           MOVE 'Payment' TO WS-DOC-LINE (13:7).
           MOVE 'Insurance' TO WS-DOC-LINE (23:9).
           MOVE 'Escrow' TO WS-DOC-LINE (37:6).
           MOVE 'Total due' TO WS-DOC-LINE (52:9).
           MOVE 'Balance' TO WS-DOC-LINE (68:7).
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE ZERO TO WS-SUB.
       WRITE-DISCLOSURE-SKED.
           ADD 1 TO WS-SUB.
           IF WS-SUB IS GREATER THAN WS-SKED-COUNT
              GO TO WRITE-DISCLOSURE-SKED-DONE
           END-IF.
           MOVE SPACES TO WS-DOC-LINE.
           MOVE WS-SUB TO WS-SL-PERIOD.
           MOVE WS-SKED-PAYMENT (WS-SUB) TO WS-SL-PAYMENT.
           MOVE WS-SKED-PREMIUM (WS-SUB) TO WS-SL-PREMIUM.
           MOVE CTL1I-ESCROW TO WS-SL-ESCROW.
           COMPUTE WS-SL-TOTAL = WS-SKED-PAYMENT (WS-SUB) +
                                 WS-SKED-PREMIUM (WS-SUB) +
                                 CTL1I-ESCROW.
           MOVE WS-SKED-BALANCE (WS-SUB) TO WS-SL-BALANCE.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.
           GO TO WRITE-DISCLOSURE-SKED.
       WRITE-DISCLOSURE-SKED-DONE.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'Totals' TO WS-DOC-LINE (3:6).
           MOVE WS-TOTAL-SCHEDULED TO WS-SL-PAYMENT.
           MOVE WS-TOTAL-PREMIUMS TO WS-SL-PREMIUM.
           MOVE WS-TOTAL-ESCROW TO WS-SL-ESCROW.
           COMPUTE WS-SL-TOTAL = WS-TOTAL-PAYMENTS + WS-TOTAL-ESCROW.
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE SPACES TO WS-DOC-LINE.
           MOVE 'The loan cannot be opened until the borrower has'
             TO WS-DOC-LINE (3:48).
           MOVE ' acknowledged receipt of this disclosure'
             TO WS-DOC-LINE (51:40).
           PERFORM WRITE-DOC-LINE THRU
                   WRITE-DOC-LINE-EXIT.

           MOVE WS-FIRST-LINE-NO TO CTL1O-LINE-NO.
       WRITE-DISCLOSURE-EXIT.
           EXIT.

      *****************************************************************
      * Walk the day's TILDISC lines forward and carry on after the   *
      * last one already written                                      *
      *****************************************************************
       FIND-NEXT-LINE-NO.
           MOVE 1 TO WS-LINE-NO.
           MOVE SPACES TO BRP-RECORD.
           MOVE 'TILDISC ' TO BRP-REC-REPORT-ID.
           MOVE WS-TODAY TO BRP-REC-DATE.
           MOVE ZERO TO BRP-REC-LINE-NO.
           MOVE BRP-REC-KEY TO WS-BNKREPO-RID.
           EXEC CICS STARTBR FILE('BNKREPO')
                             RIDFLD(WS-BNKREPO-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-NEXT-LINE-NO-EXIT
           END-IF.
       FIND-NEXT-LINE-NO-LOOP.
           EXEC CICS READNEXT FILE('BNKREPO')
                              INTO(WS-BNKREPO-REC)
                              LENGTH(LENGTH OF WS-BNKREPO-REC)
                              RIDFLD(WS-BNKREPO-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BRP-REC-REPORT-ID IS NOT EQUAL TO 'TILDISC ' OR
              BRP-REC-DATE IS NOT EQUAL TO WS-TODAY
              GO TO FIND-NEXT-LINE-NO-DONE
           END-IF.
           COMPUTE WS-LINE-NO = BRP-REC-LINE-NO + 1.
           GO TO FIND-NEXT-LINE-NO-LOOP.
       FIND-NEXT-LINE-NO-DONE.
           EXEC CICS ENDBR FILE('BNKREPO')
           END-EXEC.
       FIND-NEXT-LINE-NO-EXIT.
           EXIT.

      *****************************************************************
      * One disclosure line into the repository, regulatory retention *
      * - once a line has failed the rest of the document is dropped  *
      *****************************************************************
       WRITE-DOC-LINE.
           IF NOT CTL1O-STATUS-OK
              GO TO WRITE-DOC-LINE-EXIT
           END-IF.
           MOVE SPACES TO BRP-RECORD.
           MOVE 'TILDISC ' TO BRP-REC-REPORT-ID.
           MOVE WS-TODAY TO BRP-REC-DATE.
           MOVE WS-LINE-NO TO BRP-REC-LINE-NO.
           MOVE 'R' TO BRP-REC-CLASS.
           MOVE WS-DOC-LINE TO BRP-REC-TEXT.
           MOVE BRP-REC-KEY TO WS-BNKREPO-RID.
           EXEC CICS WRITE FILE('BNKREPO')
                           FROM(WS-BNKREPO-REC)
                           LENGTH(LENGTH OF WS-BNKREPO-REC)
                           RIDFLD(WS-BNKREPO-RID)
                           KEYLENGTH(LENGTH OF WS-BNKREPO-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CTL1O-STATUS-ERROR TO TRUE
              MOVE 'Unable to write the disclosure' TO CTL1O-MSG
              GO TO WRITE-DOC-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-NO.
           ADD 1 TO CTL1O-LINE-COUNT.
       WRITE-DOC-LINE-EXIT.
           EXIT.

      *****************************************************************
      * Record the borrower's acknowledgement.  It only counts for    *
      * the terms that were disclosed - if the amount, rate or term   *
      * has since been changed, the quote must be disclosed again.    *
      *****************************************************************
       RECORD-ACKNOWLEDGEMENT.
           IF CTL1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CTL1O-MSG
              GO TO RECORD-ACKNOWLEDGEMENT-EXIT
           END-IF.
           MOVE CTL1I-PID TO BLQ-REC-PID.
           MOVE CTL1I-SEQ TO BLQ-REC-SEQ.
           MOVE BLQ-REC-KEY TO WS-BNKLOANQ-RID.
           EXEC CICS READ FILE('BNKLOANQ')
                          UPDATE
                          INTO(WS-BNKLOANQ-REC)
                          LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                          RIDFLD(WS-BNKLOANQ-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CTL1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Loan quote not found' TO CTL1O-MSG
              GO TO RECORD-ACKNOWLEDGEMENT-EXIT
           END-IF.
           IF NOT BLQ-REC-QUOTED
              MOVE 'Quote is no longer open for conversion'
                TO CTL1O-MSG
              GO TO RECORD-ACKNOWLEDGEMENT-UNLOCK
           END-IF.
           IF BLQ-REC-DISC-REPORT-ID IS EQUAL TO SPACES
              MOVE 'No disclosure has been issued for the quote'
                TO CTL1O-MSG
              GO TO RECORD-ACKNOWLEDGEMENT-UNLOCK
           END-IF.
           IF BLQ-REC-PRINCIPAL IS NOT EQUAL TO CTL1I-PRINCIPAL OR
              BLQ-REC-RATE IS NOT EQUAL TO CTL1I-RATE OR
              BLQ-REC-TERM IS NOT EQUAL TO CTL1I-TERM OR
              BLQ-REC-DISC-INS-RATE IS NOT EQUAL TO CTL1I-INS-RATE OR
              BLQ-REC-DISC-ESCROW IS NOT EQUAL TO CTL1I-ESCROW
              MOVE 'Terms changed since disclosure - disclose again'
                TO CTL1O-MSG
              GO TO RECORD-ACKNOWLEDGEMENT-UNLOCK
           END-IF.

           SET BLQ-REC-DISC-ACKNOWLEDGED TO TRUE.
           MOVE WS-TODAY TO BLQ-REC-DISC-ACK-DTE.
           MOVE CTL1I-USERID TO BLQ-REC-DISC-ACK-BY.
           EXEC CICS REWRITE FILE('BNKLOANQ')
                             FROM(WS-BNKLOANQ-REC)
                             LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the acknowledgement'
                TO CTL1O-MSG
              GO TO RECORD-ACKNOWLEDGEMENT-EXIT
           END-IF.

           MOVE BLQ-REC-DISC-REPORT-ID TO CTL1O-REPORT-ID.
           MOVE BLQ-REC-DISC-DATE TO CTL1O-REPORT-DATE.
           MOVE BLQ-REC-DISC-LINE-NO TO CTL1O-LINE-NO.
           MOVE BLQ-REC-DISC-APR TO CTL1O-APR.
           MOVE BLQ-REC-DISC-APR TO WS-APR.
           SET CTL1O-STATUS-OK TO TRUE.
           MOVE 'Disclosure acknowledged' TO CTL1O-MSG.
           MOVE 'ACK' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU
                   WRITE-ACTIVITY-LOG-EXIT.
           GO TO RECORD-ACKNOWLEDGEMENT-EXIT.

       RECORD-ACKNOWLEDGEMENT-UNLOCK.
           EXEC CICS UNLOCK FILE('BNKLOANQ')
                            TOKEN(WS-READ-TOKEN)
           END-EXEC.
       RECORD-ACKNOWLEDGEMENT-EXIT.
           EXIT.

      *****************************************************************
      * Once the quote is a running loan, enrol it in the creditor    *
      * cover and escrow it was disclosed with, so the premium billed *
      * and the portion collected are the ones the borrower saw.  The *
      * escrow disbursement instructions still come in through the    *
      * escrow maintenance run, which keeps the sub-ledger as it is.  *
      *****************************************************************
       ENROL-COVER.
           MOVE CTL1I-PID TO BLQ-REC-PID.
           MOVE CTL1I-SEQ TO BLQ-REC-SEQ.
           MOVE BLQ-REC-KEY TO WS-BNKLOANQ-RID.
           EXEC CICS READ FILE('BNKLOANQ')
                          INTO(WS-BNKLOANQ-REC)
                          LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                          RIDFLD(WS-BNKLOANQ-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CTL1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Loan quote not found' TO CTL1O-MSG
              GO TO ENROL-COVER-EXIT
           END-IF.
           IF NOT BLQ-REC-CONVERTED OR
              BLQ-REC-ACCNO IS EQUAL TO SPACES OR
              BLQ-REC-DISC-REPORT-ID IS EQUAL TO SPACES
              MOVE 'Quote has not been converted under disclosure'
                TO CTL1O-MSG
              GO TO ENROL-COVER-EXIT
           END-IF.

           IF BLQ-REC-DISC-INS-RATE IS GREATER THAN ZERO
              PERFORM ENROL-CREDITOR-COVER THRU
                      ENROL-CREDITOR-COVER-EXIT
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Unable to enrol the creditor cover'
                   TO CTL1O-MSG
                 GO TO ENROL-COVER-EXIT
              END-IF
           END-IF.
           IF BLQ-REC-DISC-ESCROW IS GREATER THAN ZERO
              PERFORM ENROL-ESCROW THRU
                      ENROL-ESCROW-EXIT
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Unable to enrol the escrow' TO CTL1O-MSG
                 GO TO ENROL-COVER-EXIT
              END-IF
           END-IF.

           MOVE BLQ-REC-DISC-REPORT-ID TO CTL1O-REPORT-ID.
           MOVE BLQ-REC-DISC-DATE TO CTL1O-REPORT-DATE.
           MOVE BLQ-REC-DISC-LINE-NO TO CTL1O-LINE-NO.
           MOVE BLQ-REC-DISC-APR TO CTL1O-APR.
           MOVE BLQ-REC-DISC-APR TO WS-APR.
           SET CTL1O-STATUS-OK TO TRUE.
           MOVE 'Disclosed cover and escrow in force' TO CTL1O-MSG.
           MOVE 'ENROL' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU
                   WRITE-ACTIVITY-LOG-EXIT.
       ENROL-COVER-EXIT.
           EXIT.

      *****************************************************************
      * Creditor cover on BNKCRIN - an existing enrollment keeps its  *
      * billing history and takes the disclosed rate                  *
      *****************************************************************
       ENROL-CREDITOR-COVER.
           MOVE BLQ-REC-ACCNO TO WS-BNKCRIN-RID.
           EXEC CICS READ FILE('BNKCRIN')
                          UPDATE
                          INTO(WS-BNKCRIN-REC)
                          LENGTH(LENGTH OF WS-BNKCRIN-REC)
                          RIDFLD(WS-BNKCRIN-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE BLQ-REC-DISC-INS-RATE TO BCI-REC-RATE-PER-1000
              SET BCI-REC-INS-ACTIVE TO TRUE
              EXEC CICS REWRITE FILE('BNKCRIN')
                                FROM(WS-BNKCRIN-REC)
                                LENGTH(LENGTH OF WS-BNKCRIN-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
              GO TO ENROL-CREDITOR-COVER-EXIT
           END-IF.
           MOVE SPACES TO BCI-RECORD.
           MOVE BLQ-REC-ACCNO TO BCI-REC-ACCNO.
           SET BCI-REC-INS-ACTIVE TO TRUE.
           MOVE BLQ-REC-DISC-INS-RATE TO BCI-REC-RATE-PER-1000.
           SET BCI-REC-NO-CLAIM TO TRUE.
           MOVE ZERO TO BCI-REC-UNREMITTED.
           MOVE ZERO TO BCI-REC-YTD-PREMIUM.
           EXEC CICS WRITE FILE('BNKCRIN')
                           FROM(WS-BNKCRIN-REC)
                           LENGTH(LENGTH OF WS-BNKCRIN-REC)
                           RIDFLD(WS-BNKCRIN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKCRIN-RID)
                           RESP(WS-RESP)
           END-EXEC.
       ENROL-CREDITOR-COVER-EXIT.
           EXIT.

      *****************************************************************
      * Escrow sub-ledger on BNKESCR - an existing one keeps its      *
      * balance and instructions and takes the disclosed portion      *
      *****************************************************************
       ENROL-ESCROW.
           MOVE BLQ-REC-ACCNO TO WS-BNKESCR-RID.
           EXEC CICS READ FILE('BNKESCR')
                          UPDATE
                          INTO(WS-BNKESCR-REC)
                          LENGTH(LENGTH OF WS-BNKESCR-REC)
                          RIDFLD(WS-BNKESCR-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE BLQ-REC-DISC-ESCROW TO BES-REC-MONTHLY-PORTION
              SET BES-REC-ESCROW-ACTIVE TO TRUE
              EXEC CICS REWRITE FILE('BNKESCR')
                                FROM(WS-BNKESCR-REC)
                                LENGTH(LENGTH OF WS-BNKESCR-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
              GO TO ENROL-ESCROW-EXIT
           END-IF.
           MOVE SPACES TO BES-RECORD.
           MOVE BLQ-REC-ACCNO TO BES-REC-ACCNO.
           SET BES-REC-ESCROW-ACTIVE TO TRUE.
           MOVE ZERO TO BES-REC-BALANCE.
           MOVE BLQ-REC-DISC-ESCROW TO BES-REC-MONTHLY-PORTION.
           MOVE ZERO TO BES-REC-TAX-ANNUAL.
           MOVE ZERO TO BES-REC-INS-ANNUAL.
           MOVE ZERO TO BES-REC-YTD-DISBURSED.
           EXEC CICS WRITE FILE('BNKESCR')
                           FROM(WS-BNKESCR-REC)
                           LENGTH(LENGTH OF WS-BNKESCR-REC)
                           RIDFLD(WS-BNKESCR-RID)
                           KEYLENGTH(LENGTH OF WS-BNKESCR-RID)
                           RESP(WS-RESP)
           END-EXEC.
       ENROL-ESCROW-EXIT.
           EXIT.

      *****************************************************************
      * Audit each step against the customer                          *
      *****************************************************************
       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CTL1I-USERID (1:4) TO CD18I-TERMID.
           MOVE 'TILA' TO CD18I-TRANID.
           MOVE CTL1I-PID TO CD18I-PID.
           MOVE CTL1I-USERID TO CD18I-USERID.
           MOVE WS-APR TO WS-RATE-ED.
           STRING 'TIL ' DELIMITED BY SIZE
                  WS-LOG-ACTION DELIMITED BY SPACE
                  ' quote ' DELIMITED BY SIZE
                  CTL1I-SEQ DELIMITED BY SIZE
                  ' APR ' DELIMITED BY SIZE
                  WS-RATE-ED DELIMITED BY SIZE
                  ' ref ' DELIMITED BY SIZE
                  CTL1O-REPORT-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CTL1O-REPORT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CTL1O-LINE-NO DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
       WRITE-ACTIVITY-LOG-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
