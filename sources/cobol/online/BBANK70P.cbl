           88  PFK-VALID                           VALUE '0'.
           88  PFK-INVALID                         VALUE '1'.
         05  WS-ERROR-MSG                          PIC X(75).
         05  WS-INSIDER-FLAG                       PIC X(1).
           88  WS-INSIDER-LOAN                     VALUE 'Y'.
         05  WS-DISCLOSURE-FLAG                    PIC X(1).
           88  WS-DISCLOSURE-ACKED                 VALUE 'Y'.
      *
         05  WS-CALC-WORK-AREAS.
      * Used to count no of periods in rate
           10  WS-CALC-WORK-PAYMENT-N REDEFINES WS-CALC-WORK-PAYMENT
                                                   PIC $$$$$9.99.

         05  WS-DISC-WORK-AREAS.
      * Creditor cover rate keyed as 9.999 per 1000 a month
           10  WS-DISC-WORK-COVER                  PIC X(4).
           10  WS-DISC-WORK-COVER-N REDEFINES WS-DISC-WORK-COVER
                                                   PIC 9(1)V9(3).
      * Monthly escrow portion keyed as 99999.99 (or whole units)
           10  WS-DISC-WORK-ESCROW                 PIC X(8).
           10  WS-DISC-WORK-TEMP                   PIC X(8).
           10  WS-DISC-WORK-ESCROW-DIG             PIC X(7).
           10  WS-DISC-WORK-ESCROW-N REDEFINES WS-DISC-WORK-ESCROW-DIG
                                                   PIC 9(5)V99.
           10  WS-DISC-WORK-SEQ                    PIC 9(4).
           10  WS-DISC-WORK-APR                    PIC ZZ9.999.

         05  WS-LOAN-AREAS.
           10  WS-LOAN-PRINCIPAL                   PIC S9(7).
           10  WS-LOAN-INTEREST                    PIC SV9(8).
       01  WS-LOAN-DECISION.
       COPY CBANKD73.

       01  WS-INSIDER-CHECK.
       COPY CBANKD83.

       01  WS-REFERRAL-CHECK.
       COPY CBANKD99.

       01  WS-DISCLOSURE.
       COPY CTILAD01.

       01  WS-INCOME-WORK.
         05  WS-INCOME-TEXT                        PIC X(9).
         05  WS-INCOME-N REDEFINES WS-INCOME-TEXT
      * Check the AID to see if we have to save the quote just shown  *
      *****************************************************************
           IF BANK-AID-PFK05
              PERFORM RECALCULATE-QUOTE THRU
                      RECALCULATE-QUOTE-EXIT
              IF INPUT-ERROR
                 MOVE SPACES TO BANK-SCR70-PAYMENT
                 MOVE WS-ERROR-MSG TO BANK-ERROR-MSG
              ELSE
                 PERFORM SAVE-QUOTE THRU
                         SAVE-QUOTE-EXIT
              END-IF
              MOVE 'BBANK70P' TO BANK-LAST-PROG
              MOVE 'BBANK70P' TO BANK-NEXT-PROG
              MOVE 'MBANK70' TO BANK-LAST-MAPSET
      * order                                                          *
      *****************************************************************
           IF BANK-AID-PFK06
              PERFORM RECALCULATE-QUOTE THRU
                      RECALCULATE-QUOTE-EXIT
              IF INPUT-ERROR
                 MOVE SPACES TO BANK-SCR70-PAYMENT
                 MOVE WS-ERROR-MSG TO BANK-ERROR-MSG
              ELSE
                 PERFORM CONVERT-TO-ACCOUNT THRU
                         CONVERT-TO-ACCOUNT-EXIT
              END-IF
              MOVE 'BBANK70P' TO BANK-LAST-PROG
              MOVE 'BBANK70P' TO BANK-NEXT-PROG
              MOVE 'MBANK70' TO BANK-LAST-MAPSET
              MOVE SPACES TO BANK-SCR70-LOANSEQ
              MOVE SPACES TO BANK-SCR70-PAYOFF
              MOVE SPACES TO BANK-SCR70-PAYOFFVAL
              MOVE SPACES TO BANK-SCR70-INSRATE
              MOVE SPACES TO BANK-SCR70-ESCROW
              MOVE SPACES TO BANK-SCR70-DISCSEQ
              MOVE SPACES TO BANK-SCR70-DISCREF
              MOVE SPACES TO BANK-SCR70-APR
              MOVE SPACES TO BANK-SCR70-DISCACK
              MOVE WS-RETURN-MSG TO BANK-ERROR-MSG
              MOVE 'BBANK70P' TO BANK-LAST-PROG
              MOVE 'BBANK70P' TO BANK-NEXT-PROG
              GO TO COMMON-RETURN
           END-IF.

           PERFORM CALCULATE-PAYMENT THRU
                   CALCULATE-PAYMENT-EXIT.
           GO TO COMMON-RETURN.

       COMMON-RETURN.
           MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA).
       COPY CRETURN.

      *****************************************************************
      * Now calculate the monthly cost of the loan                    *
      *****************************************************************
       CALCULATE-PAYMENT.
           MOVE WS-CALC-WORK-AMOUNT-N TO WS-LOAN-PRINCIPAL.
           DIVIDE 100 INTO WS-CALC-WORK-PERC-N
             GIVING WS-LOAN-INTEREST.
              MOVE BANK-SCR70-PAYMENT (2:8) TO BANK-SCR70-PAYMENT (1:8)
              MOVE ' ' TO BANK-SCR70-PAYMENT (9:1)
              GO TO LEFT-JUST-PAYMENT
           END-IF.
       CALCULATE-PAYMENT-EXIT.
           EXIT.

      *****************************************************************
      * A quote is saved or converted from the figures now on the     *
      * screen, so they are validated and the payment worked out     *
      * again first - the loan fields are not kept between screens.   *
      * With no quote shown, the save or convert says so itself.      *
      *****************************************************************
       RECALCULATE-QUOTE.
           SET INPUT-OK TO TRUE.
           IF BANK-SCR70-PAYMENT IS EQUAL TO SPACES
              GO TO RECALCULATE-QUOTE-EXIT
           END-IF.
           PERFORM VALIDATE-DATA THRU
                   VALIDATE-DATA-EXIT.
           IF INPUT-ERROR
              GO TO RECALCULATE-QUOTE-EXIT
           END-IF.
           PERFORM CALCULATE-PAYMENT THRU
                   CALCULATE-PAYMENT-EXIT.
       RECALCULATE-QUOTE-EXIT.
           EXIT.

      *****************************************************************
      * Save the last quote calculated for this customer, along with *
      *****************************************************************
      * Convert the last quote calculated for this customer into a   *
      * real loan account, set up a standing order for the monthly   *
      * repayment, and mark the saved quote as converted.  The first *
      * press issues the truth-in-lending disclosure; the account is *
      * opened on a later press once the borrower has acknowledged  *
      * it.                                                          *
      *****************************************************************
       CONVERT-TO-ACCOUNT.
           IF BANK-SCR70-PAYMENT IS EQUAL TO SPACES
              GO TO CONVERT-TO-ACCOUNT-EXIT
           END-IF.

      * With a disclosure out on the quote the decision it was
      * issued under stands - it is not taken a second time
           IF BANK-SCR70-DISCSEQ IS NUMERIC
              GO TO CONVERT-INSIDER-CHECK
           END-IF.

      * The decisioning step stands between the quote and the
      * account: our own arrears history, the bureau score, and
      * debt-to-income from the declared monthly income
              GO TO CONVERT-TO-ACCOUNT-EXIT
           END-IF.

      * A loan to an insider or one of their related interests is
      * held until the board's approval has been recorded
       CONVERT-INSIDER-CHECK.
           MOVE SPACES TO CD83-DATA.
           SET CD83-REQUEST-CLEAR TO TRUE.
           MOVE BANK-USERID TO CD83I-PID.
           MOVE WS-LOAN-PRINCIPAL TO CD83I-PRINCIPAL.
           MOVE WS-CALC-WORK-PERC-N TO CD83I-RATE.
           MOVE WS-LOAN-TERM TO CD83I-TERM.
           MOVE BANK-SIGNON-ID TO CD83I-USERID.
           EXEC CICS LINK PROGRAM('DBANK83P')
                          COMMAREA(CD83-DATA)
                          LENGTH(LENGTH OF CD83-DATA)
           END-EXEC.
           IF CD83O-STATUS-HELD
              MOVE CD83O-MSG TO BANK-ERROR-MSG
              GO TO CONVERT-TO-ACCOUNT-EXIT
           END-IF.
           IF NOT CD83O-STATUS-OK
              MOVE 'Insider check unavailable - try later'
                TO BANK-ERROR-MSG
              GO TO CONVERT-TO-ACCOUNT-EXIT
           END-IF.
           MOVE CD83O-INSIDER-FLAG TO WS-INSIDER-FLAG.

      * A referring staff userid is checked before the account opens
           IF BANK-SCR70-REFERRER IS EQUAL TO LOW-VALUES
              MOVE SPACES TO BANK-SCR70-REFERRER
           END-IF.
           IF BANK-SCR70-REFERRER IS NOT EQUAL TO SPACES
              MOVE SPACES TO CD99-DATA
              SET CD99-REQUEST-CHECK TO TRUE
              MOVE BANK-SCR70-REFERRER TO CD99I-REFERRER
              MOVE BANK-USERID TO CD99I-PID
              EXEC CICS LINK PROGRAM('DBANK99P')
                             COMMAREA(CD99-DATA)
                             LENGTH(LENGTH OF CD99-DATA)
              END-EXEC
              IF NOT CD99O-STATUS-OK
                 MOVE CD99O-MSG TO BANK-ERROR-MSG
                 GO TO CONVERT-TO-ACCOUNT-EXIT
              END-IF
           END-IF.

      * No account is opened until the borrower has acknowledged the
      * truth-in-lending disclosure for exactly these terms
           PERFORM DISCLOSE-QUOTE THRU
                   DISCLOSE-QUOTE-EXIT.
           IF NOT WS-DISCLOSURE-ACKED
              GO TO CONVERT-TO-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES TO CD15-DATA.
           SET CD15-REQUEST-ADDACC TO TRUE.
           MOVE BANK-USERID TO CD15I-PID.
           MOVE 'USD' TO CD15I-CURRENCY.
           MOVE ZERO TO CD15I-OPENING-BAL.
           MOVE ZERO TO CD15I-OVERDRAFT-LIMIT.
           MOVE BANK-SCR70-REFERRER TO CD15I-REFERRER.
           MOVE 'B' TO CD15I-REF-CHANNEL.

           EXEC CICS LINK PROGRAM('DBANK15P')
                          COMMAREA(CD15-DATA)
              GO TO CONVERT-TO-ACCOUNT-EXIT
           END-IF.

      * The disclosure is used up once its account exists
           MOVE BANK-SCR70-DISCSEQ TO WS-DISC-WORK-SEQ.
           MOVE SPACES TO BANK-SCR70-DISCSEQ.
           MOVE SPACES TO BANK-SCR70-DISCACK.

           MOVE SPACES TO CD12-DATA.
           SET CD12-REQUEST-ADD TO TRUE.
           MOVE CD15O-ACCNO TO CD12I-ACCNO.
           END-IF.

           MOVE SPACES TO CD16-DATA.
           SET CD16-REQUEST-CONVERT TO TRUE.
           MOVE BANK-USERID TO CD16I-PID.
           MOVE WS-DISC-WORK-SEQ TO CD16I-SEQ.
           MOVE CD15O-ACCNO TO CD16I-ACCNO.

           EXEC CICS LINK PROGRAM('DBANK16P')
                          COMMAREA(CD16-DATA)
           END-EXEC.

           IF NOT CD16O-STATUS-OK
              MOVE 'Account opened but quote could not be converted'
                TO BANK-ERROR-MSG
              GO TO CONVERT-TO-ACCOUNT-EXIT
           ELSE
              MOVE 'Loan account ' TO BANK-ERROR-MSG
              MOVE CD15O-ACCNO TO BANK-ERROR-MSG (15:9)
              MOVE ' has been opened' TO BANK-ERROR-MSG (25:17)
           END-IF.

      * The creditor cover and escrow the borrower was shown go into
      * force on the new account
           MOVE SPACES TO CTL1-DATA.
           SET CTL1-REQUEST-ENROL TO TRUE.
           MOVE BANK-SIGNON-ID TO CTL1I-USERID.
           MOVE BANK-USERID TO CTL1I-PID.
           MOVE WS-DISC-WORK-SEQ TO CTL1I-SEQ.
           MOVE ZERO TO CTL1I-INS-RATE.
           MOVE ZERO TO CTL1I-ESCROW.
           MOVE ZERO TO CTL1I-PRINCIPAL.
           MOVE ZERO TO CTL1I-RATE.
           MOVE ZERO TO CTL1I-TERM.
           EXEC CICS LINK PROGRAM('DTILA01P')
                          COMMAREA(CTL1-DATA)
                          LENGTH(LENGTH OF CTL1-DATA)
           END-EXEC.
           IF NOT CTL1O-STATUS-OK
              MOVE ' - cover/escrow not enrolled'
                TO BANK-ERROR-MSG (41:28)
           END-IF.

      * The board approval the loan was opened under is now spent
           IF WS-INSIDER-LOAN
              MOVE SPACES TO CD83-DATA
              SET CD83-REQUEST-USE TO TRUE
              MOVE BANK-USERID TO CD83I-PID
              MOVE CD15O-ACCNO TO CD83I-ACCNO
              MOVE BANK-SIGNON-ID TO CD83I-USERID
              EXEC CICS LINK PROGRAM('DBANK83P')
                             COMMAREA(CD83-DATA)
                             LENGTH(LENGTH OF CD83-DATA)
              END-EXEC
           END-IF.
       CONVERT-TO-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Truth-in-lending disclosure.  With none out yet the quote is  *
      * saved (building its BNKLOANS schedule) and the disclosure is  *
      * issued into the report repository; conversion stops there    *
      * until the borrower's acknowledgement is keyed, when it is     *
      * recorded against the quote - provided the terms, cover and    *
      * escrow are still the ones disclosed.                          *
      *****************************************************************
       DISCLOSE-QUOTE.
           MOVE SPACE TO WS-DISCLOSURE-FLAG.
           PERFORM VALIDATE-COVER-TERMS THRU
                   VALIDATE-COVER-TERMS-EXIT.
           IF NOT INPUT-OK
              MOVE WS-ERROR-MSG TO BANK-ERROR-MSG
              GO TO DISCLOSE-QUOTE-EXIT
           END-IF.

           IF BANK-SCR70-DISCSEQ IS NOT NUMERIC
              GO TO DISCLOSE-QUOTE-ISSUE
           END-IF.
           IF BANK-SCR70-DISCACK IS NOT EQUAL TO 'Y'
              MOVE SPACES TO BANK-ERROR-MSG
              STRING 'Disclosure ' DELIMITED BY SIZE
                     BANK-SCR70-DISCREF DELIMITED BY SIZE
                     ' must be acknowledged (Y) to convert'
                       DELIMITED BY SIZE
                INTO BANK-ERROR-MSG
              GO TO DISCLOSE-QUOTE-EXIT
           END-IF.

           MOVE SPACES TO CTL1-DATA.
           SET CTL1-REQUEST-ACK TO TRUE.
           MOVE BANK-SIGNON-ID TO CTL1I-USERID.
           MOVE BANK-USERID TO CTL1I-PID.
           MOVE BANK-SCR70-DISCSEQ TO CTL1I-SEQ.
           MOVE WS-DISC-WORK-COVER-N TO CTL1I-INS-RATE.
           MOVE WS-DISC-WORK-ESCROW-N TO CTL1I-ESCROW.
           MOVE WS-LOAN-PRINCIPAL TO CTL1I-PRINCIPAL.
           MOVE WS-CALC-WORK-PERC-N TO CTL1I-RATE.
           MOVE WS-LOAN-TERM TO CTL1I-TERM.
           EXEC CICS LINK PROGRAM('DTILA01P')
                          COMMAREA(CTL1-DATA)
                          LENGTH(LENGTH OF CTL1-DATA)
           END-EXEC.
           IF CTL1O-STATUS-OK
              SET WS-DISCLOSURE-ACKED TO TRUE
              GO TO DISCLOSE-QUOTE-EXIT
           END-IF.
      * Whatever stopped the acknowledgement, the next press starts
      * again with a fresh disclosure
           MOVE CTL1O-MSG TO BANK-ERROR-MSG.
           MOVE SPACES TO BANK-SCR70-DISCSEQ.
           MOVE SPACES TO BANK-SCR70-DISCREF.
           MOVE SPACES TO BANK-SCR70-APR.
           MOVE SPACES TO BANK-SCR70-DISCACK.
           GO TO DISCLOSE-QUOTE-EXIT.

       DISCLOSE-QUOTE-ISSUE.
           MOVE SPACES TO CD16-DATA.
           SET CD16-REQUEST-ADDQUOTE TO TRUE.
           MOVE BANK-USERID TO CD16I-PID.
           MOVE WS-LOAN-PRINCIPAL TO CD16I-PRINCIPAL.
           MOVE WS-CALC-WORK-PERC-N TO CD16I-RATE.
           MOVE WS-LOAN-TERM TO CD16I-TERM.
           MOVE WS-LOAN-MONTHLY-PAYMENT TO CD16I-PAYMENT.
           EXEC CICS LINK PROGRAM('DBANK16P')
                          COMMAREA(CD16-DATA)
                          LENGTH(LENGTH OF CD16-DATA)
           END-EXEC.
           IF NOT CD16O-STATUS-OK
              MOVE 'Unable to save the quote for disclosure'
                TO BANK-ERROR-MSG
              GO TO DISCLOSE-QUOTE-EXIT
           END-IF.

           MOVE SPACES TO CTL1-DATA.
           SET CTL1-REQUEST-DISCLOSE TO TRUE.
           MOVE BANK-SIGNON-ID TO CTL1I-USERID.
           MOVE BANK-USERID TO CTL1I-PID.
           MOVE CD16O-SEQ TO CTL1I-SEQ.
           MOVE WS-DISC-WORK-COVER-N TO CTL1I-INS-RATE.
           MOVE WS-DISC-WORK-ESCROW-N TO CTL1I-ESCROW.
           MOVE ZERO TO CTL1I-PRINCIPAL.
           MOVE ZERO TO CTL1I-RATE.
           MOVE ZERO TO CTL1I-TERM.
           EXEC CICS LINK PROGRAM('DTILA01P')
                          COMMAREA(CTL1-DATA)
                          LENGTH(LENGTH OF CTL1-DATA)
           END-EXEC.
           IF NOT CTL1O-STATUS-OK
              MOVE CTL1O-MSG TO BANK-ERROR-MSG
              GO TO DISCLOSE-QUOTE-EXIT
           END-IF.

           MOVE CD16O-SEQ TO BANK-SCR70-DISCSEQ.
           MOVE CTL1O-DISCLOSURE-REF TO BANK-SCR70-DISCREF.
           MOVE CTL1O-APR TO WS-DISC-WORK-APR.
           MOVE WS-DISC-WORK-APR TO BANK-SCR70-APR.
           MOVE SPACES TO BANK-SCR70-DISCACK.
           MOVE SPACES TO BANK-ERROR-MSG.
           STRING 'Disclosure issued, APR ' DELIMITED BY SIZE
                  WS-DISC-WORK-APR DELIMITED BY SIZE
                  '% - key Y once acknowledged, then convert'
                    DELIMITED BY SIZE
             INTO BANK-ERROR-MSG.
       DISCLOSE-QUOTE-EXIT.
           EXIT.

      *****************************************************************
      * Creditor cover rate (9.999 per 1000 a month) and monthly      *
      * escrow portion (99999.99, or whole units) - blank for none    *
      *****************************************************************
       VALIDATE-COVER-TERMS.
           SET INPUT-OK TO TRUE.
           MOVE ZERO TO WS-DISC-WORK-COVER-N.
           MOVE ZERO TO WS-DISC-WORK-ESCROW-N.

           IF BANK-SCR70-INSRATE IS EQUAL TO SPACES OR
              BANK-SCR70-INSRATE IS EQUAL TO LOW-VALUES
              GO TO VALIDATE-COVER-ESCROW
           END-IF.
           IF BANK-SCR70-INSRATE (2:1) IS NOT EQUAL TO '.'
              MOVE 'Cover rate per 1000 must be keyed as 9.999'
                TO WS-ERROR-MSG
              GO TO VALIDATE-COVER-TERMS-ERROR
           END-IF.
           MOVE BANK-SCR70-INSRATE (1:1) TO WS-DISC-WORK-COVER (1:1).
           MOVE BANK-SCR70-INSRATE (3:3) TO WS-DISC-WORK-COVER (2:3).
           IF WS-DISC-WORK-COVER IS NOT NUMERIC
              MOVE 'Cover rate per 1000 must be keyed as 9.999'
                TO WS-ERROR-MSG
              GO TO VALIDATE-COVER-TERMS-ERROR
           END-IF.

       VALIDATE-COVER-ESCROW.
           MOVE BANK-SCR70-ESCROW TO WS-DISC-WORK-ESCROW.
           IF WS-DISC-WORK-ESCROW IS EQUAL TO SPACES OR
              WS-DISC-WORK-ESCROW IS EQUAL TO LOW-VALUES
              GO TO VALIDATE-COVER-TERMS-EXIT
           END-IF.
       VALIDATE-COVER-ESCROW-RIGHT-JUSTIFY.
           IF WS-DISC-WORK-ESCROW (8:1) IS EQUAL TO SPACE OR
              WS-DISC-WORK-ESCROW (8:1) IS EQUAL TO LOW-VALUE
              MOVE WS-DISC-WORK-ESCROW (1:7) TO WS-DISC-WORK-TEMP
              MOVE SPACES TO WS-DISC-WORK-ESCROW
              MOVE WS-DISC-WORK-TEMP (1:7) TO WS-DISC-WORK-ESCROW (2:7)
              GO TO VALIDATE-COVER-ESCROW-RIGHT-JUSTIFY
           END-IF.
           INSPECT WS-DISC-WORK-ESCROW
             CONVERTING ' ' TO '0'.
           IF WS-DISC-WORK-ESCROW (6:1) IS EQUAL TO '.'
              MOVE WS-DISC-WORK-ESCROW (1:5)
                TO WS-DISC-WORK-ESCROW-DIG (1:5)
              MOVE WS-DISC-WORK-ESCROW (7:2)
                TO WS-DISC-WORK-ESCROW-DIG (6:2)
           ELSE
              IF WS-DISC-WORK-ESCROW (1:3) IS NOT EQUAL TO '000'
                 MOVE 'Escrow portion must be keyed as 99999.99'
                   TO WS-ERROR-MSG
                 GO TO VALIDATE-COVER-TERMS-ERROR
              END-IF
              MOVE WS-DISC-WORK-ESCROW (4:5)
                TO WS-DISC-WORK-ESCROW-DIG (1:5)
              MOVE '00' TO WS-DISC-WORK-ESCROW-DIG (6:2)
           END-IF.
           IF WS-DISC-WORK-ESCROW-DIG IS NOT NUMERIC
              MOVE 'Escrow portion must be keyed as 99999.99'
                TO WS-ERROR-MSG
              GO TO VALIDATE-COVER-TERMS-ERROR
           END-IF.
           GO TO VALIDATE-COVER-TERMS-EXIT.

       VALIDATE-COVER-TERMS-ERROR.
           SET INPUT-ERROR TO TRUE.
       VALIDATE-COVER-TERMS-EXIT.
           EXIT.

       VALIDATE-DATA.
