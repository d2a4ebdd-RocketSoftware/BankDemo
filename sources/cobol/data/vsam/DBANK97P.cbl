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
      * Program:     DBANK97P.CBL                                     *
      * Function:    Construction loans.  OPEN records an approved    *
      *              commitment - a loan account is opened for it     *
      *              through DBANK15P - with the borrower's payout    *
      *              account, the draw-period end date and the        *
      *              repayment terms.  The first OPEN saves the terms *
      *              as a quote and issues the truth-in-lending       *
      *              disclosure through DTILA01P; the account is only *
      *              opened when OPEN is repeated for that quote with *
      *              the borrower's acknowledgement, which DTILA01P   *
      *              records against the disclosed terms.  DRAW       *
      *              requests a staged draw against the undrawn       *
      *              commitment; SIGNOFF records                      *
      *              the inspection sign-off by a second member of    *
      *              staff and only then pays the draw out of the     *
      *              loan account into the payout account; REJECT     *
      *              turns a requested draw down; COMPLETE marks      *
      *              construction finished so the nightly run         *
      *              ZBNKCNS1 converts the drawn balance into an      *
      *              amortizing loan; INQUIRE shows the commitment    *
      *              and its latest draws.  Changes are audited       *
      *              through DBANK18P.                                *
      *              Draws post as transaction type K - sub-type 1    *
      *              out of the loan account, 2 into the payout       *
      *              account.                                         *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK97P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK97P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-DRAW-TOKEN                         PIC S9(8) COMP.
         05  WS-LOAN-TOKEN                         PIC S9(8) COMP.
         05  WS-PAY-TOKEN                          PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKCONL-RID                        PIC X(9).
         05  WS-BNKDRAW-RID                        PIC X(12).
         05  WS-BNKLOANQ-RID                       PIC X(9).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-TODAY                              PIC X(10).
         05  WS-MONTHLY-RATE                       PIC S9(3)V9(9)
                                                     COMP-3.
         05  WS-PAYMENT                            PIC S9(6)V99 COMP-3.
         05  WS-DRAW-NO                            PIC 9(3).
         05  WS-SUB                                PIC 9(1).
         05  WS-EXPOSURE                           PIC S9(8)V99 COMP-3.
         05  WS-AMOUNT-ED                          PIC Z(6)9.99.
         05  WS-ACTION                             PIC X(10).
         05  WS-LOG-CODE                           PIC X(1).

       COPY CTSTAMPD.

       01  WS-BNKCONL-REC.
       COPY CBANKVKC.

       01  WS-BNKDRAW-REC.
       COPY CBANKVDW.

       01  WS-BNKLOANQ-REC.
       COPY CBANKVLQ.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKACC-LOAN-REC.
       COPY CBANKVAC.

       01  WS-BNKACC-PAY-REC.
       COPY CBANKVAC.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-TWOS-COMP.
         05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.
         05  WS-TWOS-COMP-INPUT                    PIC X(256).
         05  WS-TWOS-COMP-OUTPUT                   PIC X(256).

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-ACC-DATA.
       COPY CBANKD15.

       01  WS-QUOTE-DATA.
       COPY CBANKD16.

       01  WS-TILA-DATA.
       COPY CTILAD01.

       01  WS-COMMAREA.
       COPY CBANKD97.

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
           MOVE SPACES TO CD97O-DATA.
           SET CD97O-STATUS-ERROR TO TRUE.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CD97-REQUEST-INQUIRE
              PERFORM INQUIRE-LOAN THRU INQUIRE-LOAN-EXIT
             WHEN CD97-REQUEST-OPEN
              PERFORM OPEN-LOAN THRU OPEN-LOAN-EXIT
             WHEN CD97-REQUEST-DRAW
              PERFORM REQUEST-DRAW THRU REQUEST-DRAW-EXIT
             WHEN CD97-REQUEST-SIGNOFF
              PERFORM SIGNOFF-DRAW THRU SIGNOFF-DRAW-EXIT
             WHEN CD97-REQUEST-REJECT
              PERFORM REJECT-DRAW THRU REJECT-DRAW-EXIT
             WHEN CD97-REQUEST-COMPLETE
              PERFORM COMPLETE-LOAN THRU COMPLETE-LOAN-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD97O-MSG
           END-EVALUATE.

       DBANK97P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Show the commitment and up to eight of its latest draws       *
      *****************************************************************
       INQUIRE-LOAN.
           MOVE CD97I-PID TO BKC-REC-PID.
           MOVE CD97I-SEQ TO BKC-REC-SEQ.
           MOVE BKC-REC-KEY TO WS-BNKCONL-RID.
           EXEC CICS READ FILE('BNKCONL')
                          INTO(WS-BNKCONL-REC)
                          LENGTH(LENGTH OF WS-BNKCONL-REC)
                          RIDFLD(WS-BNKCONL-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD97O-STATUS-NOTFOUND TO TRUE
              MOVE 'Construction loan not found' TO CD97O-MSG
              GO TO INQUIRE-LOAN-EXIT
           END-IF.
           PERFORM MOVE-LOAN-TO-OUTPUT.

           MOVE 0 TO CD97O-DRAW-COUNT.
           MOVE BKC-REC-LAST-DRAW-NO TO WS-DRAW-NO.
       INQUIRE-LOAN-DRAWS.
           IF WS-DRAW-NO IS EQUAL TO ZERO OR
              CD97O-DRAW-COUNT IS EQUAL TO 8
              GO TO INQUIRE-LOAN-DONE
           END-IF.
           MOVE BKC-REC-PID TO BDW-REC-PID.
           MOVE BKC-REC-SEQ TO BDW-REC-SEQ.
           MOVE WS-DRAW-NO TO BDW-REC-DRAW-NO.
           MOVE BDW-REC-KEY TO WS-BNKDRAW-RID.
           EXEC CICS READ FILE('BNKDRAW')
                          INTO(WS-BNKDRAW-REC)
                          LENGTH(LENGTH OF WS-BNKDRAW-REC)
                          RIDFLD(WS-BNKDRAW-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO CD97O-DRAW-COUNT
              MOVE CD97O-DRAW-COUNT TO WS-SUB
              MOVE BDW-REC-DRAW-NO TO CD97O-DRAW-ENTRY-NO (WS-SUB)
              MOVE BDW-REC-AMOUNT TO CD97O-DRAW-AMOUNT (WS-SUB)
              MOVE BDW-REC-STATUS TO CD97O-DRAW-STATUS (WS-SUB)
              MOVE BDW-REC-REQUESTED-BY
                TO CD97O-DRAW-REQUESTED-BY (WS-SUB)
              MOVE BDW-REC-REQUESTED-DATE
                TO CD97O-DRAW-REQUESTED-DATE (WS-SUB)
              MOVE BDW-REC-INSPECTION-REF
                TO CD97O-DRAW-INSPECTION-REF (WS-SUB)
              MOVE BDW-REC-SIGNED-OFF-BY
                TO CD97O-DRAW-SIGNED-OFF-BY (WS-SUB)
              MOVE BDW-REC-ACTION-DATE
                TO CD97O-DRAW-ACTION-DATE (WS-SUB)
           END-IF.
           SUBTRACT 1 FROM WS-DRAW-NO.
           GO TO INQUIRE-LOAN-DRAWS.
       INQUIRE-LOAN-DONE.
           SET CD97O-STATUS-OK TO TRUE.
           EVALUATE TRUE
             WHEN BKC-REC-DRAWING
              MOVE 'In draw period' TO CD97O-MSG
             WHEN BKC-REC-COMPLETE
              MOVE 'Complete - awaiting conversion' TO CD97O-MSG
             WHEN BKC-REC-CONVERTED
              MOVE 'Converted to an amortizing loan' TO CD97O-MSG
             WHEN OTHER
              MOVE 'Lapsed - nothing was drawn' TO CD97O-MSG
           END-EVALUATE.
       INQUIRE-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * Record an approved commitment.  Until the borrower has        *
      * acknowledged the truth-in-lending disclosure for its terms no *
      * account is opened: the first request saves the terms as a     *
      * quote through DBANK16P and issues the disclosure, and the     *
      * request repeated with the quote's sequence number records the *
      * acknowledgement.  The loan is then held on BNKLOANQ under     *
      * that quote's key with status K, and the draw terms on BNKCONL *
      * under the same key.                                           *
      *****************************************************************
       OPEN-LOAN.
           MOVE CD97I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD97O-STATUS-NOTFOUND TO TRUE
              MOVE 'Customer not found' TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.

           MOVE CD97I-PAYOUT-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-PAY-REC)
                          LENGTH(LENGTH OF WS-BNKACC-PAY-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Payout account not found' TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.
           IF BAC-REC-PID IN WS-BNKACC-PAY-REC IS NOT EQUAL TO
              CD97I-PID
              MOVE 'Payout account belongs to another customer'
                TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.
           IF BAC-REC-CLOSED IN WS-BNKACC-PAY-REC
              MOVE 'Payout account is closed' TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.
           IF CD97I-DRAW-END-DATE IS NOT GREATER THAN WS-TODAY
              MOVE 'Draw period end date must be in the future'
                TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.

           IF CD97I-SEQ IS NOT GREATER THAN ZERO
              PERFORM DISCLOSE-COMMITMENT THRU
                      DISCLOSE-COMMITMENT-EXIT
              GO TO OPEN-LOAN-EXIT
           END-IF.
           IF CD97I-DISC-ACK IS NOT EQUAL TO 'Y'
              MOVE 'Disclosure must be acknowledged (Y)'
                TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.

      * The acknowledgement only stands for the terms disclosed
           MOVE SPACES TO CTL1-DATA.
           SET CTL1-REQUEST-ACK TO TRUE.
           MOVE CD97I-USERID TO CTL1I-USERID.
           MOVE CD97I-PID TO CTL1I-PID.
           MOVE CD97I-SEQ TO CTL1I-SEQ.
           MOVE ZERO TO CTL1I-INS-RATE.
           MOVE ZERO TO CTL1I-ESCROW.
           MOVE CD97I-COMMITMENT TO CTL1I-PRINCIPAL.
           MOVE CD97I-RATE TO CTL1I-RATE.
           MOVE CD97I-TERM TO CTL1I-TERM.
           EXEC CICS LINK PROGRAM('DTILA01P')
                          COMMAREA(CTL1-DATA)
                          LENGTH(LENGTH OF CTL1-DATA)
           END-EXEC.
           IF NOT CTL1O-STATUS-OK
              MOVE CTL1O-MSG TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.
           MOVE CTL1O-DISCLOSURE-REF TO CD97O-DISCLOSURE-REF.
           MOVE CTL1O-APR TO CD97O-APR.

      * The loan account, in the payout account's currency
           MOVE SPACES TO CD15-DATA.
           SET CD15-REQUEST-ADDACC TO TRUE.
           MOVE CD97I-PID TO CD15I-PID.
           MOVE 'L' TO CD15I-ACCTYPE.
           MOVE BAC-REC-CURRENCY IN WS-BNKACC-PAY-REC
             TO CD15I-CURRENCY.
           MOVE ZERO TO CD15I-OPENING-BAL.
           MOVE ZERO TO CD15I-OVERDRAFT-LIMIT.
           MOVE BCS-REC-BRANCH TO CD15I-BRANCH.
           MOVE CD97I-USERID TO CD15I-USERID.
           EXEC CICS LINK PROGRAM('DBANK15P')
                          COMMAREA(CD15-DATA)
                          LENGTH(LENGTH OF CD15-DATA)
           END-EXEC.
           IF NOT CD15O-STATUS-OK
              MOVE CD15O-MSG TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.

      * The acknowledged quote becomes the construction loan
           MOVE CD97I-PID TO BLQ-REC-PID.
           MOVE CD97I-SEQ TO BLQ-REC-SEQ.
           MOVE BLQ-REC-KEY TO WS-BNKLOANQ-RID.
           EXEC CICS READ FILE('BNKLOANQ')
                          UPDATE
                          INTO(WS-BNKLOANQ-REC)
                          LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                          RIDFLD(WS-BNKLOANQ-RID)
                          TOKEN(WS-LOAN-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the loan' TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.
           MOVE ZERO TO BLQ-REC-PAYMENT.
           MOVE ZERO TO BLQ-REC-MARGIN.
           SET BLQ-REC-CONSTRUCTION TO TRUE.
           MOVE CD15O-ACCNO TO BLQ-REC-ACCNO.
           EXEC CICS REWRITE FILE('BNKLOANQ')
                             FROM(WS-BNKLOANQ-REC)
                             LENGTH(LENGTH OF WS-BNKLOANQ-REC)
                             TOKEN(WS-LOAN-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the loan' TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.

           MOVE SPACES TO BKC-RECORD.
           MOVE CD97I-PID TO BKC-REC-PID.
           MOVE CD97I-SEQ TO BKC-REC-SEQ.
           MOVE CD15O-ACCNO TO BKC-REC-LOAN-ACCNO.
           MOVE CD97I-PAYOUT-ACCNO TO BKC-REC-PAYOUT-ACCNO.
           MOVE CD97I-COMMITMENT TO BKC-REC-COMMITMENT.
           MOVE ZERO TO BKC-REC-DRAWN.
           MOVE ZERO TO BKC-REC-PENDING.
           MOVE CD97I-RATE TO BKC-REC-RATE.
           MOVE CD97I-TERM TO BKC-REC-TERM.
           MOVE WS-TODAY TO BKC-REC-OPENED-DATE.
           MOVE CD97I-USERID TO BKC-REC-OPENED-BY.
           MOVE CD97I-DRAW-END-DATE TO BKC-REC-DRAW-END-DATE.
           SET BKC-REC-DRAWING TO TRUE.
      * The first interest falls due a month after opening
           MOVE WS-TODAY (1:7) TO BKC-REC-LAST-INT-MONTH.
           MOVE ZERO TO BKC-REC-INTEREST-CHARGED.
           MOVE ZERO TO BKC-REC-LAST-DRAW-NO.
           MOVE BKC-REC-KEY TO WS-BNKCONL-RID.
           EXEC CICS WRITE FILE('BNKCONL')
                           FROM(WS-BNKCONL-REC)
                           LENGTH(LENGTH OF WS-BNKCONL-REC)
                           RIDFLD(WS-BNKCONL-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to record the commitment' TO CD97O-MSG
              GO TO OPEN-LOAN-EXIT
           END-IF.

           MOVE 'OPENED' TO WS-ACTION.
           MOVE 'O' TO WS-LOG-CODE.
           MOVE BKC-REC-COMMITMENT TO WS-AMOUNT-ED.
           MOVE ZERO TO WS-DRAW-NO.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM MOVE-LOAN-TO-OUTPUT.
           SET CD97O-STATUS-OK TO TRUE.
           MOVE 'Construction loan opened' TO CD97O-MSG.
       OPEN-LOAN-EXIT.
           EXIT.

      *****************************************************************
      * Save the commitment as a quote - its schedule the level       *
      * payment over the repayment term on the full commitment, the   *
      * most the borrower can owe at conversion - and issue the       *
      * disclosure for it.  Construction loans carry no creditor      *
      * cover or escrow.                                              *
      *****************************************************************
       DISCLOSE-COMMITMENT.
           DIVIDE CD97I-RATE BY 1200 GIVING WS-MONTHLY-RATE.
           COMPUTE WS-PAYMENT ROUNDED =
             ((WS-MONTHLY-RATE * ((1 + WS-MONTHLY-RATE)
                 ** CD97I-TERM)) /
             (((1 + WS-MONTHLY-RATE) ** CD97I-TERM) - 1 ))
               * CD97I-COMMITMENT.

           MOVE SPACES TO CD16-DATA.
           SET CD16-REQUEST-ADDQUOTE TO TRUE.
           MOVE CD97I-PID TO CD16I-PID.
           MOVE CD97I-COMMITMENT TO CD16I-PRINCIPAL.
           MOVE CD97I-RATE TO CD16I-RATE.
           MOVE CD97I-TERM TO CD16I-TERM.
           MOVE WS-PAYMENT TO CD16I-PAYMENT.
           EXEC CICS LINK PROGRAM('DBANK16P')
                          COMMAREA(CD16-DATA)
                          LENGTH(LENGTH OF CD16-DATA)
           END-EXEC.
           IF NOT CD16O-STATUS-OK
              MOVE 'Unable to save the terms for disclosure'
                TO CD97O-MSG
              GO TO DISCLOSE-COMMITMENT-EXIT
           END-IF.

           MOVE SPACES TO CTL1-DATA.
           SET CTL1-REQUEST-DISCLOSE TO TRUE.
           MOVE CD97I-USERID TO CTL1I-USERID.
           MOVE CD97I-PID TO CTL1I-PID.
           MOVE CD16O-SEQ TO CTL1I-SEQ.
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
              MOVE CTL1O-MSG TO CD97O-MSG
              GO TO DISCLOSE-COMMITMENT-EXIT
           END-IF.

           MOVE CD16O-SEQ TO CD97O-SEQ.
           MOVE CTL1O-DISCLOSURE-REF TO CD97O-DISCLOSURE-REF.
           MOVE CTL1O-APR TO CD97O-APR.
           MOVE CD97I-COMMITMENT TO CD97O-COMMITMENT.
           MOVE CD97I-RATE TO CD97O-RATE.
           MOVE CD97I-TERM TO CD97O-TERM.
           SET CD97O-STATUS-OK TO TRUE.
           MOVE 'Disclosed - open again once acknowledged'
             TO CD97O-MSG.
       DISCLOSE-COMMITMENT-EXIT.
           EXIT.

      *****************************************************************
      * Request a draw.  Draws may be requested until the draw-period *
      * end date, and what has been drawn plus what is awaiting       *
      * sign-off plus this draw may not exceed the commitment.        *
      *****************************************************************
       REQUEST-DRAW.
           PERFORM READ-LOAN-FOR-UPDATE THRU
                   READ-LOAN-FOR-UPDATE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO REQUEST-DRAW-EXIT
           END-IF.
           IF NOT BKC-REC-DRAWING
              PERFORM RELEASE-LOAN
              MOVE 'Loan is no longer in its draw period'
                TO CD97O-MSG
              GO TO REQUEST-DRAW-EXIT
           END-IF.
           IF WS-TODAY IS GREATER THAN BKC-REC-DRAW-END-DATE
              PERFORM RELEASE-LOAN
              MOVE 'The draw period has ended' TO CD97O-MSG
              GO TO REQUEST-DRAW-EXIT
           END-IF.
           COMPUTE WS-EXPOSURE = BKC-REC-DRAWN + BKC-REC-PENDING +
                                 CD97I-AMOUNT.
           IF WS-EXPOSURE IS GREATER THAN BKC-REC-COMMITMENT
              PERFORM RELEASE-LOAN
              PERFORM MOVE-LOAN-TO-OUTPUT
              MOVE 'Draw exceeds the undrawn commitment'
                TO CD97O-MSG
              GO TO REQUEST-DRAW-EXIT
           END-IF.
           IF BKC-REC-LAST-DRAW-NO IS EQUAL TO 999
              PERFORM RELEASE-LOAN
              MOVE 'No more draws can be recorded' TO CD97O-MSG
              GO TO REQUEST-DRAW-EXIT
           END-IF.

           COMPUTE WS-DRAW-NO = BKC-REC-LAST-DRAW-NO + 1.
           MOVE SPACES TO BDW-RECORD.
           MOVE BKC-REC-PID TO BDW-REC-PID.
           MOVE BKC-REC-SEQ TO BDW-REC-SEQ.
           MOVE WS-DRAW-NO TO BDW-REC-DRAW-NO.
           MOVE CD97I-AMOUNT TO BDW-REC-AMOUNT.
           SET BDW-REC-REQUESTED TO TRUE.
           MOVE CD97I-USERID TO BDW-REC-REQUESTED-BY.
           MOVE WS-TODAY TO BDW-REC-REQUESTED-DATE.
           MOVE CD97I-INSPECTION-REF TO BDW-REC-INSPECTION-REF.
           MOVE BDW-REC-KEY TO WS-BNKDRAW-RID.
           EXEC CICS WRITE FILE('BNKDRAW')
                           FROM(WS-BNKDRAW-REC)
                           LENGTH(LENGTH OF WS-BNKDRAW-REC)
                           RIDFLD(WS-BNKDRAW-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM RELEASE-LOAN
              MOVE 'Unable to record the draw' TO CD97O-MSG
              GO TO REQUEST-DRAW-EXIT
           END-IF.

           MOVE WS-DRAW-NO TO BKC-REC-LAST-DRAW-NO.
           ADD CD97I-AMOUNT TO BKC-REC-PENDING.
           PERFORM REWRITE-LOAN.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the commitment' TO CD97O-MSG
              GO TO REQUEST-DRAW-EXIT
           END-IF.

           MOVE 'REQUESTED' TO WS-ACTION.
           MOVE BDW-REC-STATUS TO WS-LOG-CODE.
           MOVE BDW-REC-AMOUNT TO WS-AMOUNT-ED.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM MOVE-LOAN-TO-OUTPUT.
           MOVE WS-DRAW-NO TO CD97O-DRAW-NO.
           SET CD97O-STATUS-OK TO TRUE.
           MOVE 'Draw requested - awaiting inspection' TO CD97O-MSG.
       REQUEST-DRAW-EXIT.
           EXIT.

      *****************************************************************
      * Sign off a requested draw and pay it.  The sign-off must come *
      * from someone other than the requester and carry the           *
      * inspection reference; the loan account is debited and the     *
      * payout account credited with the draw.                        *
      *****************************************************************
       SIGNOFF-DRAW.
           PERFORM READ-LOAN-FOR-UPDATE THRU
                   READ-LOAN-FOR-UPDATE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.
           IF NOT BKC-REC-IN-DRAW-PERIOD
              PERFORM RELEASE-LOAN
              MOVE 'Loan is no longer in its draw period'
                TO CD97O-MSG
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.
           PERFORM READ-DRAW-FOR-UPDATE THRU
                   READ-DRAW-FOR-UPDATE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.
           IF CD97I-USERID IS EQUAL TO BDW-REC-REQUESTED-BY
              PERFORM RELEASE-DRAW
              PERFORM RELEASE-LOAN
              MOVE 'Sign-off must be by a second staff member'
                TO CD97O-MSG
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.
           IF CD97I-INSPECTION-REF IS NOT EQUAL TO SPACES
              MOVE CD97I-INSPECTION-REF TO BDW-REC-INSPECTION-REF
           END-IF.
           IF BDW-REC-INSPECTION-REF IS EQUAL TO SPACES
              PERFORM RELEASE-DRAW
              PERFORM RELEASE-LOAN
              MOVE 'Inspection reference is required' TO CD97O-MSG
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.

           MOVE BKC-REC-LOAN-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-LOAN-REC)
                          LENGTH(LENGTH OF WS-BNKACC-LOAN-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-LOAN-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM RELEASE-DRAW
              PERFORM RELEASE-LOAN
              MOVE 'Loan account not found' TO CD97O-MSG
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.
           MOVE BKC-REC-PAYOUT-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-PAY-REC)
                          LENGTH(LENGTH OF WS-BNKACC-PAY-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-PAY-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('BNKACC')
                               TOKEN(WS-LOAN-TOKEN)
              END-EXEC
              PERFORM RELEASE-DRAW
              PERFORM RELEASE-LOAN
              MOVE 'Payout account not found' TO CD97O-MSG
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.
           IF BAC-REC-CLOSED IN WS-BNKACC-PAY-REC
              EXEC CICS UNLOCK FILE('BNKACC')
                               TOKEN(WS-PAY-TOKEN)
              END-EXEC
              EXEC CICS UNLOCK FILE('BNKACC')
                               TOKEN(WS-LOAN-TOKEN)
              END-EXEC
              PERFORM RELEASE-DRAW
              PERFORM RELEASE-LOAN
              MOVE 'Payout account is closed' TO CD97O-MSG
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.

           SUBTRACT BDW-REC-AMOUNT
             FROM BAC-REC-BALANCE IN WS-BNKACC-LOAN-REC.
           SUBTRACT BDW-REC-AMOUNT
             FROM BAC-REC-AVAIL-BALANCE IN WS-BNKACC-LOAN-REC.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-LOAN-REC)
                             LENGTH(LENGTH OF WS-BNKACC-LOAN-REC)
                             TOKEN(WS-LOAN-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to debit the loan account' TO CD97O-MSG
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.
           ADD BDW-REC-AMOUNT
             TO BAC-REC-BALANCE IN WS-BNKACC-PAY-REC.
           ADD BDW-REC-AMOUNT
             TO BAC-REC-AVAIL-BALANCE IN WS-BNKACC-PAY-REC.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-PAY-REC)
                             LENGTH(LENGTH OF WS-BNKACC-PAY-REC)
                             TOKEN(WS-PAY-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to pay the payout account' TO CD97O-MSG
              GO TO SIGNOFF-DRAW-EXIT
           END-IF.

           SET BDW-REC-PAID TO TRUE.
           MOVE CD97I-USERID TO BDW-REC-SIGNED-OFF-BY.
           MOVE WS-TODAY TO BDW-REC-ACTION-DATE.
           PERFORM REWRITE-DRAW.
           ADD BDW-REC-AMOUNT TO BKC-REC-DRAWN.
           SUBTRACT BDW-REC-AMOUNT FROM BKC-REC-PENDING.
           PERFORM REWRITE-LOAN.

           PERFORM WRITE-DRAW-POSTINGS THRU
                   WRITE-DRAW-POSTINGS-EXIT.

           MOVE 'PAID' TO WS-ACTION.
           MOVE BDW-REC-STATUS TO WS-LOG-CODE.
           MOVE BDW-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE BDW-REC-DRAW-NO TO WS-DRAW-NO.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM MOVE-LOAN-TO-OUTPUT.
           MOVE BDW-REC-DRAW-NO TO CD97O-DRAW-NO.
           SET CD97O-STATUS-OK TO TRUE.
           MOVE 'Draw signed off and paid' TO CD97O-MSG.
       SIGNOFF-DRAW-EXIT.
           EXIT.

      *****************************************************************
      * Turn down a requested draw - it no longer counts against the  *
      * commitment                                                    *
      *****************************************************************
       REJECT-DRAW.
           PERFORM READ-LOAN-FOR-UPDATE THRU
                   READ-LOAN-FOR-UPDATE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO REJECT-DRAW-EXIT
           END-IF.
           PERFORM READ-DRAW-FOR-UPDATE THRU
                   READ-DRAW-FOR-UPDATE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO REJECT-DRAW-EXIT
           END-IF.
           SET BDW-REC-REJECTED TO TRUE.
           MOVE CD97I-USERID TO BDW-REC-SIGNED-OFF-BY.
           MOVE WS-TODAY TO BDW-REC-ACTION-DATE.
           IF CD97I-INSPECTION-REF IS NOT EQUAL TO SPACES
              MOVE CD97I-INSPECTION-REF TO BDW-REC-INSPECTION-REF
           END-IF.
           PERFORM REWRITE-DRAW.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM RELEASE-LOAN
              MOVE 'Unable to update the draw' TO CD97O-MSG
              GO TO REJECT-DRAW-EXIT
           END-IF.
           SUBTRACT BDW-REC-AMOUNT FROM BKC-REC-PENDING.
           PERFORM REWRITE-LOAN.

           MOVE 'REJECTED' TO WS-ACTION.
           MOVE BDW-REC-STATUS TO WS-LOG-CODE.
           MOVE BDW-REC-AMOUNT TO WS-AMOUNT-ED.
           MOVE BDW-REC-DRAW-NO TO WS-DRAW-NO.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM MOVE-LOAN-TO-OUTPUT.
           MOVE BDW-REC-DRAW-NO TO CD97O-DRAW-NO.
           SET CD97O-STATUS-OK TO TRUE.
           MOVE 'Draw rejected' TO CD97O-MSG.
       REJECT-DRAW-EXIT.
           EXIT.

      *****************************************************************
      * Construction is finished - the nightly run converts the drawn *
      * balance.  Every draw must have been signed off or rejected    *
      * first.                                                        *
      *****************************************************************
       COMPLETE-LOAN.
           PERFORM READ-LOAN-FOR-UPDATE THRU
                   READ-LOAN-FOR-UPDATE-EXIT.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO COMPLETE-LOAN-EXIT
           END-IF.
           IF NOT BKC-REC-DRAWING
              PERFORM RELEASE-LOAN
              MOVE 'Loan is no longer in its draw period'
                TO CD97O-MSG
              GO TO COMPLETE-LOAN-EXIT
           END-IF.
           IF BKC-REC-PENDING IS NOT EQUAL TO ZERO
              PERFORM RELEASE-LOAN
              PERFORM MOVE-LOAN-TO-OUTPUT
              MOVE 'Draws are still awaiting sign-off' TO CD97O-MSG
              GO TO COMPLETE-LOAN-EXIT
           END-IF.
           IF BKC-REC-DRAWN IS NOT GREATER THAN ZERO
              PERFORM RELEASE-LOAN
              MOVE 'Nothing has been drawn' TO CD97O-MSG
              GO TO COMPLETE-LOAN-EXIT
           END-IF.
           SET BKC-REC-COMPLETE TO TRUE.
           MOVE CD97I-USERID TO BKC-REC-COMPLETED-BY.
           MOVE WS-TODAY TO BKC-REC-COMPLETED-DATE.
           PERFORM REWRITE-LOAN.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to update the commitment' TO CD97O-MSG
              GO TO COMPLETE-LOAN-EXIT
           END-IF.

           MOVE 'COMPLETED' TO WS-ACTION.
           MOVE BKC-REC-STATUS TO WS-LOG-CODE.
           MOVE BKC-REC-DRAWN TO WS-AMOUNT-ED.
           MOVE ZERO TO WS-DRAW-NO.
           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM MOVE-LOAN-TO-OUTPUT.
           SET CD97O-STATUS-OK TO TRUE.
           MOVE 'Complete - converts in the nightly run'
             TO CD97O-MSG.
       COMPLETE-LOAN-EXIT.
           EXIT.

       READ-LOAN-FOR-UPDATE.
           MOVE CD97I-PID TO BKC-REC-PID.
           MOVE CD97I-SEQ TO BKC-REC-SEQ.
           MOVE BKC-REC-KEY TO WS-BNKCONL-RID.
           EXEC CICS READ FILE('BNKCONL')
                          UPDATE
                          INTO(WS-BNKCONL-REC)
                          LENGTH(LENGTH OF WS-BNKCONL-REC)
                          RIDFLD(WS-BNKCONL-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD97O-STATUS-NOTFOUND TO TRUE
              MOVE 'Construction loan not found' TO CD97O-MSG
           END-IF.
       READ-LOAN-FOR-UPDATE-EXIT.
           EXIT.

      * A draw that is still awaiting sign-off; the commitment is
      * released when it is not
       READ-DRAW-FOR-UPDATE.
           MOVE BKC-REC-PID TO BDW-REC-PID.
           MOVE BKC-REC-SEQ TO BDW-REC-SEQ.
           MOVE CD97I-DRAW-NO TO BDW-REC-DRAW-NO.
           MOVE BDW-REC-KEY TO WS-BNKDRAW-RID.
           EXEC CICS READ FILE('BNKDRAW')
                          UPDATE
                          INTO(WS-BNKDRAW-REC)
                          LENGTH(LENGTH OF WS-BNKDRAW-REC)
                          RIDFLD(WS-BNKDRAW-RID)
                          TOKEN(WS-DRAW-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM RELEASE-LOAN
              SET CD97O-STATUS-NOTFOUND TO TRUE
              MOVE 'Draw not found' TO CD97O-MSG
              GO TO READ-DRAW-FOR-UPDATE-EXIT
           END-IF.
           IF NOT BDW-REC-REQUESTED
              PERFORM RELEASE-DRAW
              PERFORM RELEASE-LOAN
              MOVE 'Draw is not awaiting sign-off' TO CD97O-MSG
              MOVE DFHRESP(NOTFND) TO WS-RESP
           END-IF.
       READ-DRAW-FOR-UPDATE-EXIT.
           EXIT.

       REWRITE-LOAN.
           EXEC CICS REWRITE FILE('BNKCONL')
                             FROM(WS-BNKCONL-REC)
                             LENGTH(LENGTH OF WS-BNKCONL-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.

       REWRITE-DRAW.
           EXEC CICS REWRITE FILE('BNKDRAW')
                             FROM(WS-BNKDRAW-REC)
                             LENGTH(LENGTH OF WS-BNKDRAW-REC)
                             TOKEN(WS-DRAW-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.

       RELEASE-LOAN.
           EXEC CICS UNLOCK FILE('BNKCONL')
                            TOKEN(WS-READ-TOKEN)
           END-EXEC.

       RELEASE-DRAW.
           EXEC CICS UNLOCK FILE('BNKDRAW')
                            TOKEN(WS-DRAW-TOKEN)
           END-EXEC.

       MOVE-LOAN-TO-OUTPUT.
           MOVE BKC-REC-SEQ TO CD97O-SEQ.
           MOVE BKC-REC-LOAN-ACCNO TO CD97O-LOAN-ACCNO.
           MOVE BKC-REC-PAYOUT-ACCNO TO CD97O-PAYOUT-ACCNO.
           MOVE BKC-REC-COMMITMENT TO CD97O-COMMITMENT.
           MOVE BKC-REC-DRAWN TO CD97O-DRAWN.
           MOVE BKC-REC-PENDING TO CD97O-PENDING.
           COMPUTE CD97O-UNDRAWN = BKC-REC-COMMITMENT -
                                   BKC-REC-DRAWN.
           MOVE BKC-REC-RATE TO CD97O-RATE.
           MOVE BKC-REC-TERM TO CD97O-TERM.
           MOVE BKC-REC-OPENED-DATE TO CD97O-OPENED-DATE.
           MOVE BKC-REC-DRAW-END-DATE TO CD97O-DRAW-END-DATE.
           MOVE BKC-REC-STATUS TO CD97O-LOAN-STATUS.
           MOVE BKC-REC-INTEREST-CHARGED TO CD97O-INTEREST-CHARGED.

      *****************************************************************
      * One audit pair for a paid draw: out of the loan account and   *
      * into the payout account                                       *
      *****************************************************************
       WRITE-DRAW-POSTINGS.
           MOVE SPACES TO BTX-RECORD.
           MOVE BKC-REC-PID TO BTX-REC-PID.
           MOVE 'K' TO BTX-REC-TYPE.
           MOVE '1' TO BTX-REC-SUB-TYPE.
           MOVE BKC-REC-LOAN-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE '0' TO BTX-REC-TIMESTAMP (26:1).
           COMPUTE BTX-REC-AMOUNT = ZERO - BDW-REC-AMOUNT.
           STRING 'Construction draw ' DELIMITED BY SIZE
                  BDW-REC-DRAW-NO DELIMITED BY SIZE
                  ' insp ' DELIMITED BY SIZE
                  BDW-REC-INSPECTION-REF DELIMITED BY SIZE
             INTO BTX-REC-DATA-OLD.
           MOVE BAC-REC-CURRENCY IN WS-BNKACC-LOAN-REC
             TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
                           FROM(WS-BNKTXN-REC)
                           LENGTH(LENGTH OF WS-BNKTXN-REC)
                           RIDFLD(WS-BNKTXN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKTXN-RID)
                           RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO BTX-RECORD.
           MOVE BKC-REC-PID TO BTX-REC-PID.
           MOVE 'K' TO BTX-REC-TYPE.
           MOVE '2' TO BTX-REC-SUB-TYPE.
           MOVE BKC-REC-PAYOUT-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE '1' TO BTX-REC-TIMESTAMP (26:1).
           MOVE BDW-REC-AMOUNT TO BTX-REC-AMOUNT.
           STRING 'Construction loan draw ' DELIMITED BY SIZE
                  BDW-REC-DRAW-NO DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
             INTO BTX-REC-DATA-OLD.
           MOVE BAC-REC-CURRENCY IN WS-BNKACC-PAY-REC
             TO BTX-REC-CURRENCY.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
                           FROM(WS-BNKTXN-REC)
                           LENGTH(LENGTH OF WS-BNKTXN-REC)
                           RIDFLD(WS-BNKTXN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKTXN-RID)
                           RESP(WS-RESP)
           END-EXEC.
       WRITE-DRAW-POSTINGS-EXIT.
           EXIT.

       STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-TWOS-COMP-INPUT.
           MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.
           MOVE LENGTH OF BTX-REC-TIMESTAMP TO WS-TWOS-COMP-LEN.
           CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN
                                 WS-TWOS-COMP-INPUT
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.
           MOVE WS-TODAY TO BTX-REC-POST-DATE.
           MOVE 'G' TO BTX-REC-CHANNEL.
           MOVE CD97I-USERID TO BTX-REC-USERID.

      *****************************************************************
      * Audit the change to the loan                                  *
      *****************************************************************
       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD97I-USERID (1:4) TO CD18I-TERMID.
           MOVE SPACES TO CD18I-TRANID.
           STRING 'CL' DELIMITED BY SIZE
                  WS-LOG-CODE DELIMITED BY SIZE
             INTO CD18I-TRANID.
           MOVE BKC-REC-PID TO CD18I-PID.
           MOVE CD97I-USERID TO CD18I-USERID.
           IF WS-DRAW-NO IS EQUAL TO ZERO
              STRING 'CONSTRUCTION LOAN ' DELIMITED BY SIZE
                     BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-ACTION DELIMITED BY SPACE
                     ' AMOUNT ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                INTO CD18I-DETAIL
           ELSE
              STRING 'CONSTRUCTION LOAN ' DELIMITED BY SIZE
                     BKC-REC-LOAN-ACCNO DELIMITED BY SIZE
                     ' DRAW ' DELIMITED BY SIZE
                     WS-DRAW-NO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-ACTION DELIMITED BY SPACE
                     ' AMOUNT ' DELIMITED BY SIZE
                     WS-AMOUNT-ED DELIMITED BY SIZE
                INTO CD18I-DETAIL
           END-IF.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
