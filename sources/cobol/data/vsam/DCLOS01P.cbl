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
      * Program:     DCLOS01P.CBL                                     *
      * Function:    Account closure settlement.  QUOTE works out     *
      *              the interest to the closing day, the final       *
      *              maintenance and closure fees and any early-      *
      *              closure fee, the residual to be paid away, and   *
      *              lists every instruction that depends on the      *
      *              account with what settlement would do to it.     *
      *              SETTLE posts the interest and fees, pays the     *
      *              residual by transfer (DBANK04P) or official      *
      *              cheque (DBANK88P), cancels or redirects the      *
      *              inline regular payments, standing orders,        *
      *              mandates, sweeps, deposit splits, round-ups,     *
      *              envelopes and saved payees, requests the final   *
      *              statement (SSTMT01P) and closes the account      *
      *              through DBANK15P.  Each instruction changed is   *
      *              audited through DBANK18P.                        *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DCLOS01P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DCLOS01P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKACC-AIX1-RID                    PIC X(5).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKATYP-RID                        PIC X(1).
         05  WS-BNKPCHG-RID                        PIC X(9).
         05  WS-BNKHIST-RID                        PIC X(19).
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-BNKSORD-RID.
           10  WS-BNKSORD-RID-ACCNO                PIC X(9).
           10  WS-BNKSORD-RID-SEQ                  PIC 9(4).
         05  WS-BNKMAND-RID                        PIC X(35).
         05  WS-LAST-MAND-RID                      PIC X(35).
         05  WS-BNKSWEEP-RID                       PIC X(9).
         05  WS-BNKSPLT-RID                        PIC X(5).
         05  WS-BNKRUP-RID                         PIC X(5).
         05  WS-BNKENV-RID                         PIC X(21).
         05  WS-LAST-ENV-RID                       PIC X(21).
         05  WS-BNKPAYEE-RID                       PIC X(17).
         05  WS-LAST-PAYEE-RID                     PIC X(17).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-SLOT-NO                            PIC 9(2).
         05  WS-SEQ-DISP                           PIC 9(4).
         05  WS-TODAY                              PIC X(10).
         05  WS-APPLY-SW                           PIC X(1).
           88  WS-APPLY                              VALUE 'Y'.
         05  WS-REDIRECT-SW                        PIC X(1).
           88  WS-REDIRECT-OK                        VALUE 'Y'.
         05  WS-CHANGED-SW                         PIC X(1).
           88  WS-CHANGED                            VALUE 'Y'.
         05  WS-PCHG-SW                            PIC X(1).
           88  WS-PCHG-DUES                          VALUE 'Y'.
         05  WS-PAYOUT-SWEEP-SW                    PIC X(1).
           88  WS-PAYOUT-HAS-SWEEP                   VALUE 'Y'.
         05  WS-ITEM-FAIL-SW                       PIC X(1).
           88  WS-ITEM-FAILED                        VALUE 'Y'.

      * Closing postings on the audit trail, and the before-images
      * kept to put records back
         05  WS-TXN-SEQ                            PIC 9(1).
         05  WS-TXN-SUB-TYPE                       PIC X(1).
         05  WS-TXN-AMOUNT                         PIC S9(7)V99 COMP-3.
         05  WS-TXN-DESC                           PIC X(32).
         05  WS-PCHG-SAVE                          PIC X(100).
         05  WS-SWEEP-SAVE                         PIC X(60).

      * The account being closed, as it stood when settlement began
         05  WS-CLOSE-ACCNO                        PIC X(9).
         05  WS-OWNER-PID                          PIC X(5).
         05  WS-CURRENCY                           PIC X(3).
         05  WS-ACC-TYPE                           PIC X(1).
         05  WS-BALANCE                            PIC S9(7)V99 COMP-3.
         05  WS-PAYOUT-ACCNO                       PIC X(9).

      * Closing interest and fees.  The month's share runs from the
      * first - or from a product change this month, whose accrual
      * for the old type is carried in - to the closing day.
         05  WS-CL-YYYY                            PIC 9(4).
         05  WS-CL-MM                              PIC 9(2).
         05  WS-CL-DD                              PIC 9(2).
         05  WS-CL-DIM                             PIC 9(2).
         05  WS-CL-START                           PIC 9(2).
         05  WS-CL-DAYS                            PIC 9(2).
         05  WS-CL-QUOT                            PIC S9(9) COMP-3.
         05  WS-CL-REM                             PIC S9(4) COMP-3.
         05  WS-CL-RATE                            PIC S9(1)V9(4)
                                                     COMP-3.
         05  WS-CL-MAINT-FEE                       PIC S9(3)V99 COMP-3.
         05  WS-INTEREST                           PIC S9(7)V99 COMP-3.
         05  WS-FINAL-FEE                          PIC S9(7)V99 COMP-3.
         05  WS-EARLY-FEE                          PIC S9(7)V99 COMP-3.
         05  WS-RESIDUAL                           PIC S9(7)V99 COMP-3.
         05  WS-DIM-TABLE.
           10  FILLER                              PIC X(24)
               VALUE '312831303130313130313031'.
         05  FILLER REDEFINES WS-DIM-TABLE.
           10  WS-DIM                              PIC 9(2)
               OCCURS 12 TIMES.

      * Site-tunable closure charges - business parameters CLOSE-FEE,
      * CLOSE-EARLY-FEE and CLOSE-EARLY-MTHS when in force.  An
      * account whose first nightly balance snapshot is later than
      * the early-closure period before today is closing early.
         05  WS-CLOSE-FEE                          PIC S9(7)V99 COMP-3
             VALUE ZERO.
         05  WS-CLOSE-EARLY-FEE                    PIC S9(7)V99 COMP-3
             VALUE 25.00.
         05  WS-CLOSE-EARLY-MTHS                   PIC 9(2)
             VALUE 6.
         05  WS-CUTOFF-DATE                        PIC X(10).
         05  WS-CUT-YYYY                           PIC 9(4).
         05  WS-CUT-MM                             PIC 9(2).
         05  WS-CUT-DD                             PIC 9(2).

      * An instruction being listed, set by the caller of ADD-ITEM
         05  WS-ITEM-KIND                          PIC X(4).
         05  WS-ITEM-REF                           PIC X(30).
         05  WS-ITEM-ACTION                        PIC X(1).
         05  WS-ITEM-TARGET                        PIC X(9).

      * The inline regular payment slots of the account, taken off
      * the record before they are cleared
         05  WS-RP-SLOTS.
           10  WS-RP-SLOT                          OCCURS 3 TIMES.
             15  WS-RP-DAY                         PIC X(2).
             15  WS-RP-AMOUNT                      PIC S9(5)V99 COMP-3.
             15  WS-RP-PID                         PIC X(5).
             15  WS-RP-ACCNO                       PIC X(9).
             15  WS-RP-LAST-PAY                    PIC X(10).

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

      * The owner's other accounts, any of which may sweep into the
      * account being closed
       01  WS-ACC-TABLE.
         05  WS-ACC-COUNT                          PIC S9(4) COMP.
         05  WS-ACC-NO                             PIC X(9)
             OCCURS 20 TIMES.

       COPY CTSTAMPD.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKATYP-REC.
       COPY CBANKVAT.

       01  WS-BNKPCHG-REC.
       COPY CBANKVPG.

       01  WS-BNKHIST-REC.
       COPY CBANKVBH.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-BNKSORD-REC.
       COPY CBANKVSO.

       01  WS-BNKMAND-REC.
       COPY CBANKVMD.

       01  WS-BNKSWEEP-REC.
       COPY CBANKVSW.

       01  WS-BNKSPLT-REC.
       COPY CBANKVSL.

       01  WS-BNKRUP-REC.
       COPY CBANKVRU.

       01  WS-BNKENV-REC.
       COPY CBANKVEV.

       01  WS-BNKPAYEE-REC.
       COPY CBANKVPY.

       01  WS-PARM-DATA.
       COPY CBANKD93.

       01  WS-XFER-DATA.
       COPY CBANKD04.

       01  WS-CHEQUE-DATA.
       COPY CBANKD88.

       01  WS-SORD-DATA.
       COPY CBANKD12.

       01  WS-CLOSE-DATA.
       COPY CBANKD15.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-STMT-DATA.
       COPY CSTMTD01.

       01  WS-COMMAREA.
       COPY CCLOSD01.

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
           MOVE SPACES TO CDC1O-DATA.
           MOVE ZERO TO CDC1O-BALANCE.
           MOVE ZERO TO CDC1O-INTEREST.
           MOVE ZERO TO CDC1O-FINAL-FEE.
           MOVE ZERO TO CDC1O-EARLY-FEE.
           MOVE ZERO TO CDC1O-PAYOUT-AMOUNT.
           MOVE ZERO TO CDC1O-ITEM-COUNT.
           SET CDC1O-STATUS-ERROR TO TRUE.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.
           MOVE SPACE TO WS-ITEM-FAIL-SW.

           EVALUATE TRUE
             WHEN CDC1-REQUEST-QUOTE
              MOVE SPACE TO WS-APPLY-SW
              PERFORM QUOTE-SETTLEMENT THRU QUOTE-SETTLEMENT-EXIT
             WHEN CDC1-REQUEST-SETTLE
              SET WS-APPLY TO TRUE
              PERFORM SETTLE-ACCOUNT THRU SETTLE-ACCOUNT-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CDC1O-MSG
           END-EVALUATE.

       DCLOS01P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * The figures and the instructions settlement would deal with - *
      * nothing is changed                                            *
      *****************************************************************
       QUOTE-SETTLEMENT.
           PERFORM CHECK-AND-FIGURE THRU CHECK-AND-FIGURE-EXIT.
           IF CDC1O-MSG IS NOT EQUAL TO SPACES
              GO TO QUOTE-SETTLEMENT-EXIT
           END-IF.
           PERFORM DEAL-WITH-INSTRUCTIONS THRU
                   DEAL-WITH-INSTRUCTIONS-EXIT.
           MOVE 'Closure quote - settle to close the account'
             TO CDC1O-MSG.
           SET CDC1O-STATUS-OK TO TRUE.
       QUOTE-SETTLEMENT-EXIT.
           EXIT.

      *****************************************************************
      * Settle and close.  The interest and fees are posted, then the *
      * residual paid away; a payout that fails backs the postings    *
      * out again so the account is left exactly as it was.  Only     *
      * once the money has gone are the instructions dealt with, the  *
      * final statement asked for and the account closed.             *
      *****************************************************************
       SETTLE-ACCOUNT.
           IF CDC1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CDC1O-MSG
              GO TO SETTLE-ACCOUNT-EXIT
           END-IF.
           IF NOT CDC1I-PAYOUT-TRANSFER AND
              NOT CDC1I-PAYOUT-CHEQUE
              MOVE 'Pay out by T transfer or C official cheque'
                TO CDC1O-MSG
              GO TO SETTLE-ACCOUNT-EXIT
           END-IF.
           PERFORM CHECK-AND-FIGURE THRU CHECK-AND-FIGURE-EXIT.
           IF CDC1O-MSG IS NOT EQUAL TO SPACES
              GO TO SETTLE-ACCOUNT-EXIT
           END-IF.

           PERFORM POST-INTEREST-AND-FEES THRU
                   POST-INTEREST-AND-FEES-EXIT.
           IF CDC1O-MSG IS NOT EQUAL TO SPACES
              GO TO SETTLE-ACCOUNT-EXIT
           END-IF.

           PERFORM PAY-OUT-RESIDUAL THRU PAY-OUT-RESIDUAL-EXIT.
           IF CDC1O-MSG IS NOT EQUAL TO SPACES
              PERFORM UNDO-INTEREST-AND-FEES THRU
                      UNDO-INTEREST-AND-FEES-EXIT
              GO TO SETTLE-ACCOUNT-EXIT
           END-IF.

           PERFORM DEAL-WITH-INSTRUCTIONS THRU
                   DEAL-WITH-INSTRUCTIONS-EXIT.
           PERFORM REQUEST-FINAL-STATEMENT THRU
                   REQUEST-FINAL-STATEMENT-EXIT.

           MOVE SPACES TO CD15-DATA.
           SET CD15-REQUEST-CLOSEACC TO TRUE.
           MOVE WS-CLOSE-ACCNO TO CD15I-ACCNO.
           MOVE CDC1I-USERID TO CD15I-USERID.
           EXEC CICS LINK PROGRAM('DBANK15P')
                          COMMAREA(CD15-DATA)
                          LENGTH(LENGTH OF CD15-DATA)
           END-EXEC.
           IF NOT CD15O-STATUS-OK
              STRING 'Settled but not closed: ' DELIMITED BY SIZE
                     CD15O-MSG DELIMITED BY SIZE
                INTO CDC1O-MSG
              GO TO SETTLE-ACCOUNT-EXIT
           END-IF.

           MOVE 'CLOS' TO WS-ITEM-KIND.
           MOVE SPACES TO WS-ITEM-REF.
           MOVE SPACE TO WS-ITEM-ACTION.
           MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           IF WS-ITEM-FAILED
              MOVE 'Account closed - check the instructions listed'
                TO CDC1O-MSG
           END-IF.
           IF CDC1O-MSG IS EQUAL TO SPACES
              MOVE 'Account settled and closed' TO CDC1O-MSG
           END-IF.
           SET CDC1O-STATUS-OK TO TRUE.
       SETTLE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * Check the account can be settled here, check the payout, and  *
      * work out the closing figures                                  *
      *****************************************************************
       CHECK-AND-FIGURE.
           MOVE CDC1I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDC1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CDC1O-MSG
              GO TO CHECK-AND-FIGURE-EXIT
           END-IF.
           IF NOT BAC-REC-OPEN
              MOVE 'Account is already closed' TO CDC1O-MSG
              GO TO CHECK-AND-FIGURE-EXIT
           END-IF.
           IF BAC-REC-ON-HOLD
              MOVE 'Account is on hold' TO CDC1O-MSG
              GO TO CHECK-AND-FIGURE-EXIT
           END-IF.
      * Products with a contract of their own are closed through it
           IF BAC-REC-TYPE-HOUSE OR
              BAC-REC-TYPE-TERM-DEP OR
              BAC-REC-TYPE-REVOLVING OR
              BAC-REC-TYPE IS EQUAL TO 'L'
              MOVE 'Product is closed through its own screen'
                TO CDC1O-MSG
              GO TO CHECK-AND-FIGURE-EXIT
           END-IF.
      * Pending authorizations and deposit holds have to clear first
           IF BAC-REC-AVAIL-BALANCE IS NOT EQUAL TO BAC-REC-BALANCE
              MOVE 'Pending items must clear before closure'
                TO CDC1O-MSG
              GO TO CHECK-AND-FIGURE-EXIT
           END-IF.
           MOVE BAC-REC-ACCNO TO WS-CLOSE-ACCNO.
           MOVE BAC-REC-PID TO WS-OWNER-PID.
           MOVE BAC-REC-CURRENCY TO WS-CURRENCY.
           MOVE BAC-REC-TYPE TO WS-ACC-TYPE.
           MOVE BAC-REC-BALANCE TO WS-BALANCE.
           MOVE WS-OWNER-PID TO CDC1O-PID.
           MOVE WS-BALANCE TO CDC1O-BALANCE.

           MOVE WS-OWNER-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE BCS-REC-NAME TO CDC1O-NAME
           END-IF.

      * A transfer goes to another open account of the same customer
      * in the same currency, and only then can instructions follow it
           MOVE SPACES TO WS-PAYOUT-ACCNO.
           MOVE SPACE TO WS-REDIRECT-SW.
           IF CDC1I-PAYOUT-TRANSFER
              IF CDC1I-PAYOUT-ACCNO IS EQUAL TO SPACES OR
                 CDC1I-PAYOUT-ACCNO IS EQUAL TO WS-CLOSE-ACCNO
                 MOVE 'Enter the account to pay the balance to'
                   TO CDC1O-MSG
                 GO TO CHECK-AND-FIGURE-EXIT
              END-IF
              MOVE CDC1I-PAYOUT-ACCNO TO WS-BNKACC-RID
              EXEC CICS READ FILE('BNKACC')
                             INTO(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             RIDFLD(WS-BNKACC-RID)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Payout account not found' TO CDC1O-MSG
                 GO TO CHECK-AND-FIGURE-EXIT
              END-IF
              IF NOT BAC-REC-OPEN OR
                 BAC-REC-TYPE-HOUSE
                 MOVE 'Payout account cannot take the balance'
                   TO CDC1O-MSG
                 GO TO CHECK-AND-FIGURE-EXIT
              END-IF
              IF BAC-REC-PID IS NOT EQUAL TO WS-OWNER-PID
                 MOVE 'Payout account belongs to another customer'
                   TO CDC1O-MSG
                 GO TO CHECK-AND-FIGURE-EXIT
              END-IF
              IF BAC-REC-CURRENCY IS NOT EQUAL TO WS-CURRENCY
                 MOVE 'Payout account is in another currency'
                   TO CDC1O-MSG
                 GO TO CHECK-AND-FIGURE-EXIT
              END-IF
              MOVE CDC1I-PAYOUT-ACCNO TO WS-PAYOUT-ACCNO
              IF CDC1I-REDIRECT-WANTED
                 SET WS-REDIRECT-OK TO TRUE
              END-IF
           END-IF.

           PERFORM FIGURE-INTEREST-AND-FEE THRU
                   FIGURE-INTEREST-AND-FEE-EXIT.
           PERFORM FIGURE-EARLY-FEE THRU FIGURE-EARLY-FEE-EXIT.
           COMPUTE WS-RESIDUAL =
                   WS-BALANCE + WS-INTEREST - WS-FINAL-FEE
                              - WS-EARLY-FEE.
           MOVE WS-INTEREST TO CDC1O-INTEREST.
           MOVE WS-FINAL-FEE TO CDC1O-FINAL-FEE.
           MOVE WS-EARLY-FEE TO CDC1O-EARLY-FEE.
           MOVE WS-RESIDUAL TO CDC1O-PAYOUT-AMOUNT.
           IF WS-RESIDUAL IS LESS THAN ZERO
              SET CDC1O-STATUS-OVERDRAWN TO TRUE
              MOVE 'Overdrawn after closing charges - clear it first'
                TO CDC1O-MSG
              GO TO CHECK-AND-FIGURE-EXIT
           END-IF.
       CHECK-AND-FIGURE-EXIT.
           EXIT.

      *****************************************************************
      * The account type's interest (on a credit balance) and         *
      * maintenance fee for this month up to and including the        *
      * closing day, plus what a product change earlier in the month  *
      * left accrued for the old type, plus the flat closure fee      *
      *****************************************************************
       FIGURE-INTEREST-AND-FEE.
           MOVE WS-TODAY (1:4) TO WS-CL-YYYY.
           MOVE WS-TODAY (6:2) TO WS-CL-MM.
           MOVE WS-TODAY (9:2) TO WS-CL-DD.
           MOVE WS-DIM (WS-CL-MM) TO WS-CL-DIM.
           IF WS-CL-MM IS EQUAL TO 2
              DIVIDE WS-CL-YYYY BY 4 GIVING WS-CL-QUOT
                                    REMAINDER WS-CL-REM
              IF WS-CL-REM IS EQUAL TO ZERO
                 MOVE 29 TO WS-CL-DIM
              END-IF
           END-IF.
           MOVE 1 TO WS-CL-START.
           MOVE ZERO TO WS-INTEREST.
           MOVE ZERO TO WS-FINAL-FEE.
           MOVE ZERO TO WS-CL-RATE.
           MOVE ZERO TO WS-CL-MAINT-FEE.

           MOVE WS-ACC-TYPE TO WS-BNKATYP-RID.
           EXEC CICS READ FILE('BNKATYPE')
                          INTO(WS-BNKATYP-REC)
                          LENGTH(LENGTH OF WS-BNKATYP-REC)
                          RIDFLD(WS-BNKATYP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              IF BAT-REC-INT-RATE IS NUMERIC
                 MOVE BAT-REC-INT-RATE TO WS-CL-RATE
              END-IF
              IF BAT-REC-MAINT-FEE IS NUMERIC
                 MOVE BAT-REC-MAINT-FEE TO WS-CL-MAINT-FEE
              END-IF
           END-IF.

           MOVE SPACE TO WS-PCHG-SW.
           MOVE WS-CLOSE-ACCNO TO WS-BNKPCHG-RID.
           EXEC CICS READ FILE('BNKPCHG')
                          INTO(WS-BNKPCHG-REC)
                          LENGTH(LENGTH OF WS-BNKPCHG-REC)
                          RIDFLD(WS-BNKPCHG-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BPG-REC-CHANGE-DATE (1:7) IS EQUAL TO WS-TODAY (1:7)
              IF BPG-REC-INT-DUE OR BPG-REC-FEE-DUE
                 SET WS-PCHG-DUES TO TRUE
                 MOVE BPG-REC-CHANGE-DATE (9:2) TO WS-CL-START
              END-IF
              IF BPG-REC-INT-DUE
                 MOVE BPG-REC-INT-ACCRUED TO WS-INTEREST
              END-IF
              IF BPG-REC-FEE-DUE
                 MOVE BPG-REC-FEE-ACCRUED TO WS-FINAL-FEE
              END-IF
           END-IF.

           COMPUTE WS-CL-DAYS = WS-CL-DD - WS-CL-START + 1.
           IF WS-BALANCE IS GREATER THAN ZERO
              COMPUTE WS-INTEREST ROUNDED =
                      WS-INTEREST + (WS-BALANCE * WS-CL-RATE / 12
                                     * WS-CL-DAYS / WS-CL-DIM)
                  ON SIZE ERROR
                      CONTINUE
              END-COMPUTE
           END-IF.
           COMPUTE WS-FINAL-FEE ROUNDED =
                   WS-FINAL-FEE + (WS-CL-MAINT-FEE
                                   * WS-CL-DAYS / WS-CL-DIM)
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE.

           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'CLOSE-FEE' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-CLOSE-FEE
           END-IF.
           ADD WS-CLOSE-FEE TO WS-FINAL-FEE.
       FIGURE-INTEREST-AND-FEE-EXIT.
           EXIT.

      *****************************************************************
      * The early-closure fee.  An account has its first balance      *
      * snapshot the night it is opened; one with none yet, or whose  *
      * first falls inside the early-closure period, closes early.    *
      *****************************************************************
       FIGURE-EARLY-FEE.
           MOVE ZERO TO WS-EARLY-FEE.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'CLOSE-EARLY-MTHS' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-CLOSE-EARLY-MTHS
           END-IF.
           IF WS-CLOSE-EARLY-MTHS IS EQUAL TO ZERO
              GO TO FIGURE-EARLY-FEE-EXIT
           END-IF.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'CLOSE-EARLY-FEE' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-CLOSE-EARLY-FEE
           END-IF.

      * Today less the early-closure period in months
           MOVE WS-TODAY (1:4) TO WS-CUT-YYYY.
           MOVE WS-TODAY (6:2) TO WS-CUT-MM.
           MOVE WS-TODAY (9:2) TO WS-CUT-DD.
           MOVE WS-CLOSE-EARLY-MTHS TO WS-SUB.
       FIGURE-EARLY-FEE-BACK.
           IF WS-SUB IS GREATER THAN ZERO
              SUBTRACT 1 FROM WS-SUB
              SUBTRACT 1 FROM WS-CUT-MM
              IF WS-CUT-MM IS EQUAL TO ZERO
                 MOVE 12 TO WS-CUT-MM
                 SUBTRACT 1 FROM WS-CUT-YYYY
              END-IF
              GO TO FIGURE-EARLY-FEE-BACK
           END-IF.
           IF WS-CUT-DD IS GREATER THAN 28
              MOVE 28 TO WS-CUT-DD
           END-IF.
           MOVE SPACES TO WS-CUTOFF-DATE.
           MOVE WS-CUT-YYYY TO WS-CUTOFF-DATE (1:4).
           MOVE '-' TO WS-CUTOFF-DATE (5:1).
           MOVE WS-CUT-MM TO WS-CUTOFF-DATE (6:2).
           MOVE '-' TO WS-CUTOFF-DATE (8:1).
           MOVE WS-CUT-DD TO WS-CUTOFF-DATE (9:2).

           MOVE SPACES TO BBH-RECORD.
           MOVE WS-CLOSE-ACCNO TO BBH-REC-ACCNO.
           MOVE LOW-VALUES TO BBH-REC-DATE.
           MOVE BBH-REC-KEY TO WS-BNKHIST-RID.
           EXEC CICS STARTBR FILE('BNKHIST')
                             RIDFLD(WS-BNKHIST-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE('BNKHIST')
                                 INTO(WS-BNKHIST-REC)
                                 LENGTH(LENGTH OF WS-BNKHIST-REC)
                                 RIDFLD(WS-BNKHIST-RID)
                                 RESP(WS-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE('BNKHIST')
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BBH-REC-ACCNO IS NOT EQUAL TO WS-CLOSE-ACCNO OR
              BBH-REC-DATE IS GREATER THAN WS-CUTOFF-DATE
              MOVE WS-CLOSE-EARLY-FEE TO WS-EARLY-FEE
           END-IF.
       FIGURE-EARLY-FEE-EXIT.
           EXIT.

      *****************************************************************
      * Post the closing interest and fees to the account and audit   *
      * them, and clear any product-change dues now taken in.  The    *
      * balance must still be the one the figures were worked from.   *
      *****************************************************************
       POST-INTEREST-AND-FEES.
           MOVE ZERO TO WS-TXN-SEQ.
           IF WS-INTEREST IS EQUAL TO ZERO AND
              WS-FINAL-FEE IS EQUAL TO ZERO AND
              WS-EARLY-FEE IS EQUAL TO ZERO AND
              NOT WS-PCHG-DUES
              GO TO POST-INTEREST-AND-FEES-EXIT
           END-IF.
           MOVE WS-CLOSE-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to read the account' TO CDC1O-MSG
              GO TO POST-INTEREST-AND-FEES-EXIT
           END-IF.
           IF BAC-REC-BALANCE IS NOT EQUAL TO WS-BALANCE
              EXEC CICS UNLOCK FILE('BNKACC')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Balance has changed - quote the closure again'
                TO CDC1O-MSG
              GO TO POST-INTEREST-AND-FEES-EXIT
           END-IF.
           ADD WS-INTEREST TO BAC-REC-BALANCE.
           ADD WS-INTEREST TO BAC-REC-AVAIL-BALANCE.
           ADD WS-INTEREST TO BAC-REC-YTD-INTEREST.
           SUBTRACT WS-FINAL-FEE FROM BAC-REC-BALANCE.
           SUBTRACT WS-FINAL-FEE FROM BAC-REC-AVAIL-BALANCE.
           ADD WS-FINAL-FEE TO BAC-REC-YTD-FEES.
           SUBTRACT WS-EARLY-FEE FROM BAC-REC-BALANCE.
           SUBTRACT WS-EARLY-FEE FROM BAC-REC-AVAIL-BALANCE.
           ADD WS-EARLY-FEE TO BAC-REC-YTD-FEES.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to post the closing interest and fees'
                TO CDC1O-MSG
              GO TO POST-INTEREST-AND-FEES-EXIT
           END-IF.

           IF WS-INTEREST IS NOT EQUAL TO ZERO
              MOVE '1' TO WS-TXN-SUB-TYPE
              MOVE WS-INTEREST TO WS-TXN-AMOUNT
              MOVE 'Closing interest' TO WS-TXN-DESC
              PERFORM WRITE-TXN THRU WRITE-TXN-EXIT
           END-IF.
           IF WS-FINAL-FEE IS NOT EQUAL TO ZERO
              MOVE '2' TO WS-TXN-SUB-TYPE
              COMPUTE WS-TXN-AMOUNT = ZERO - WS-FINAL-FEE
              MOVE 'Closing maintenance fee' TO WS-TXN-DESC
              PERFORM WRITE-TXN THRU WRITE-TXN-EXIT
           END-IF.
           IF WS-EARLY-FEE IS NOT EQUAL TO ZERO
              MOVE '2' TO WS-TXN-SUB-TYPE
              COMPUTE WS-TXN-AMOUNT = ZERO - WS-EARLY-FEE
              MOVE 'Early closure fee' TO WS-TXN-DESC
              PERFORM WRITE-TXN THRU WRITE-TXN-EXIT
           END-IF.

      * The month-end runs must not charge the carried amounts again
           IF WS-PCHG-DUES
              EXEC CICS READ FILE('BNKPCHG')
                             UPDATE
                             INTO(WS-BNKPCHG-REC)
                             LENGTH(LENGTH OF WS-BNKPCHG-REC)
                             RIDFLD(WS-BNKPCHG-RID)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 MOVE WS-BNKPCHG-REC TO WS-PCHG-SAVE
                 MOVE SPACE TO BPG-REC-INT-PENDING
                 MOVE SPACE TO BPG-REC-FEE-PENDING
                 EXEC CICS REWRITE FILE('BNKPCHG')
                                   FROM(WS-BNKPCHG-REC)
                                   LENGTH(LENGTH OF WS-BNKPCHG-REC)
                                   TOKEN(WS-READ-TOKEN)
                                   RESP(WS-RESP)
                 END-EXEC
              END-IF
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE SPACE TO WS-PCHG-SW
              END-IF
           END-IF.
       POST-INTEREST-AND-FEES-EXIT.
           EXIT.

      *****************************************************************
      * The payout failed - take the closing interest and fees back   *
      * off with offsetting entries and restore the product-change    *
      * dues, leaving the account as it was before settlement         *
      *****************************************************************
       UNDO-INTEREST-AND-FEES.
           IF WS-TXN-SEQ IS EQUAL TO ZERO AND
              NOT WS-PCHG-DUES
              GO TO UNDO-INTEREST-AND-FEES-EXIT
           END-IF.
           MOVE WS-CLOSE-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO UNDO-INTEREST-AND-FEES-EXIT
           END-IF.
           SUBTRACT WS-INTEREST FROM BAC-REC-BALANCE.
           SUBTRACT WS-INTEREST FROM BAC-REC-AVAIL-BALANCE.
           SUBTRACT WS-INTEREST FROM BAC-REC-YTD-INTEREST.
           ADD WS-FINAL-FEE TO BAC-REC-BALANCE.
           ADD WS-FINAL-FEE TO BAC-REC-AVAIL-BALANCE.
           SUBTRACT WS-FINAL-FEE FROM BAC-REC-YTD-FEES.
           ADD WS-EARLY-FEE TO BAC-REC-BALANCE.
           ADD WS-EARLY-FEE TO BAC-REC-AVAIL-BALANCE.
           SUBTRACT WS-EARLY-FEE FROM BAC-REC-YTD-FEES.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO UNDO-INTEREST-AND-FEES-EXIT
           END-IF.

           IF WS-INTEREST IS NOT EQUAL TO ZERO
              MOVE '1' TO WS-TXN-SUB-TYPE
              COMPUTE WS-TXN-AMOUNT = ZERO - WS-INTEREST
              MOVE 'Closing interest reversed' TO WS-TXN-DESC
              PERFORM WRITE-TXN THRU WRITE-TXN-EXIT
           END-IF.
           IF WS-FINAL-FEE IS NOT EQUAL TO ZERO
              MOVE '2' TO WS-TXN-SUB-TYPE
              MOVE WS-FINAL-FEE TO WS-TXN-AMOUNT
              MOVE 'Closing maintenance fee reversed' TO WS-TXN-DESC
              PERFORM WRITE-TXN THRU WRITE-TXN-EXIT
           END-IF.
           IF WS-EARLY-FEE IS NOT EQUAL TO ZERO
              MOVE '2' TO WS-TXN-SUB-TYPE
              MOVE WS-EARLY-FEE TO WS-TXN-AMOUNT
              MOVE 'Early closure fee reversed' TO WS-TXN-DESC
              PERFORM WRITE-TXN THRU WRITE-TXN-EXIT
           END-IF.

           IF WS-PCHG-DUES
              EXEC CICS READ FILE('BNKPCHG')
                             UPDATE
                             INTO(WS-BNKPCHG-REC)
                             LENGTH(LENGTH OF WS-BNKPCHG-REC)
                             RIDFLD(WS-BNKPCHG-RID)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 EXEC CICS REWRITE FILE('BNKPCHG')
                                   FROM(WS-PCHG-SAVE)
                                   LENGTH(LENGTH OF WS-BNKPCHG-REC)
                                   TOKEN(WS-READ-TOKEN)
                                   RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF.
       UNDO-INTEREST-AND-FEES-EXIT.
           EXIT.

      *****************************************************************
      * Pay what is left away - to the customer's other account, or   *
      * as an official cheque.  Either way the money leaves through   *
      * the ordinary posting module so the audit trail is the same as *
      * for any other debit.                                          *
      *****************************************************************
       PAY-OUT-RESIDUAL.
           IF WS-RESIDUAL IS NOT GREATER THAN ZERO
              GO TO PAY-OUT-RESIDUAL-EXIT
           END-IF.
           IF CDC1I-PAYOUT-CHEQUE
              MOVE SPACES TO CD88-DATA
              SET CD88-REQUEST-ISSUE TO TRUE
              MOVE CDC1I-USERID TO CD88I-USERID
              MOVE WS-CLOSE-ACCNO TO CD88I-ACCNO
              MOVE WS-RESIDUAL TO CD88I-AMOUNT
              MOVE CDC1I-PAYEE TO CD88I-PAYEE
              IF CD88I-PAYEE IS EQUAL TO SPACES
                 MOVE CDC1O-NAME TO CD88I-PAYEE
              END-IF
              EXEC CICS LINK PROGRAM('DBANK88P')
                             COMMAREA(CD88-DATA)
                             LENGTH(LENGTH OF CD88-DATA)
              END-EXEC
              IF NOT CD88O-STATUS-OK
                 MOVE CD88O-MSG TO CDC1O-MSG
                 IF CDC1O-MSG IS EQUAL TO SPACES
                    MOVE 'Unable to issue the official cheque'
                      TO CDC1O-MSG
                 END-IF
                 GO TO PAY-OUT-RESIDUAL-EXIT
              END-IF
              MOVE CD88O-SERIAL TO CDC1O-CHEQUE-SERIAL
              GO TO PAY-OUT-RESIDUAL-EXIT
           END-IF.

           MOVE SPACES TO CD04-DATA.
           MOVE WS-OWNER-PID TO CD04I-FROM-PID.
           MOVE WS-CLOSE-ACCNO TO CD04I-FROM-ACC.
           MOVE WS-RESIDUAL TO CD04I-FROM-OLD-BAL.
           MOVE ZERO TO CD04I-FROM-NEW-BAL.
           SET CD04I-TO-BLIND TO TRUE.
           MOVE WS-OWNER-PID TO CD04I-TO-PID.
           MOVE WS-PAYOUT-ACCNO TO CD04I-TO-ACC.
           MOVE WS-RESIDUAL TO CD04I-XFER-AMOUNT.
           STRING 'Closing balance of a/c ' DELIMITED BY SIZE
                  WS-CLOSE-ACCNO DELIMITED BY SIZE
             INTO CD04I-DESC.
           MOVE 'G' TO CD04I-CHANNEL.
           MOVE CDC1I-USERID TO CD04I-USERID.
      * The account closes straight after, so the money cannot wait
      * for the next-day queue, and the teller has already confirmed
      * the envelopes and any guardian consent as part of the closure
           SET CD04I-QUEUE-NOT-ALLOWED TO TRUE.
           SET CD04I-ENV-CONFIRMED TO TRUE.
           SET CD04I-GUARDIAN-OK TO TRUE.
           EXEC CICS LINK PROGRAM('DBANK04P')
                          COMMAREA(CD04-DATA)
                          LENGTH(LENGTH OF CD04-DATA)
           END-EXEC.
           IF NOT CD04O-UPDATE-OK
              MOVE CD04O-MSG TO CDC1O-MSG
              IF CDC1O-MSG IS EQUAL TO SPACES
                 MOVE 'Unable to pay the balance away' TO CDC1O-MSG
              END-IF
              GO TO PAY-OUT-RESIDUAL-EXIT
           END-IF.
       PAY-OUT-RESIDUAL-EXIT.
           EXIT.

      *****************************************************************
      * Every instruction that would otherwise keep moving money into *
      * or out of the account.  A QUOTE lists what settlement would   *
      * do; SETTLE does it.                                           *
      *****************************************************************
       DEAL-WITH-INSTRUCTIONS.
           PERFORM DEAL-REGULAR-PAYMENTS THRU
                   DEAL-REGULAR-PAYMENTS-EXIT.
           PERFORM DEAL-STANDING-ORDERS THRU
                   DEAL-STANDING-ORDERS-EXIT.
           PERFORM DEAL-MANDATES THRU DEAL-MANDATES-EXIT.
           PERFORM DEAL-SWEEPS THRU DEAL-SWEEPS-EXIT.
           PERFORM DEAL-SPLIT THRU DEAL-SPLIT-EXIT.
           PERFORM DEAL-ROUND-UP THRU DEAL-ROUND-UP-EXIT.
           PERFORM DEAL-ENVELOPES THRU DEAL-ENVELOPES-EXIT.
           PERFORM DEAL-PAYEES THRU DEAL-PAYEES-EXIT.
       DEAL-WITH-INSTRUCTIONS-EXIT.
           EXIT.

      *****************************************************************
      * The three regular payment slots held on the account itself.   *
      * They are taken off the account; a redirected one is set up    *
      * again as a standing order on the payout account.              *
      *****************************************************************
       DEAL-REGULAR-PAYMENTS.
           MOVE WS-CLOSE-ACCNO TO WS-BNKACC-RID.
           IF WS-APPLY
              EXEC CICS READ FILE('BNKACC')
                             UPDATE
                             INTO(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             RIDFLD(WS-BNKACC-RID)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ FILE('BNKACC')
                             INTO(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             RIDFLD(WS-BNKACC-RID)
                             RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO DEAL-REGULAR-PAYMENTS-EXIT
           END-IF.
           MOVE BAC-REC-RP1-DAY TO WS-RP-DAY (1).
           MOVE BAC-REC-RP1-AMOUNT TO WS-RP-AMOUNT (1).
           MOVE BAC-REC-RP1-PID TO WS-RP-PID (1).
           MOVE BAC-REC-RP1-ACCNO TO WS-RP-ACCNO (1).
           MOVE BAC-REC-RP1-LAST-PAY TO WS-RP-LAST-PAY (1).
           MOVE BAC-REC-RP2-DAY TO WS-RP-DAY (2).
           MOVE BAC-REC-RP2-AMOUNT TO WS-RP-AMOUNT (2).
           MOVE BAC-REC-RP2-PID TO WS-RP-PID (2).
           MOVE BAC-REC-RP2-ACCNO TO WS-RP-ACCNO (2).
           MOVE BAC-REC-RP2-LAST-PAY TO WS-RP-LAST-PAY (2).
           MOVE BAC-REC-RP3-DAY TO WS-RP-DAY (3).
           MOVE BAC-REC-RP3-AMOUNT TO WS-RP-AMOUNT (3).
           MOVE BAC-REC-RP3-PID TO WS-RP-PID (3).
           MOVE BAC-REC-RP3-ACCNO TO WS-RP-ACCNO (3).
           MOVE BAC-REC-RP3-LAST-PAY TO WS-RP-LAST-PAY (3).
           IF WS-APPLY
              IF BAC-REC-RP1-ACCNO IS EQUAL TO SPACES AND
                 BAC-REC-RP2-ACCNO IS EQUAL TO SPACES AND
                 BAC-REC-RP3-ACCNO IS EQUAL TO SPACES
                 EXEC CICS UNLOCK FILE('BNKACC')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
                 GO TO DEAL-REGULAR-PAYMENTS-EXIT
              END-IF
              MOVE SPACES TO BAC-REC-RP1-DAY
              MOVE ZERO TO BAC-REC-RP1-AMOUNT
              MOVE SPACES TO BAC-REC-RP1-PID
              MOVE SPACES TO BAC-REC-RP1-ACCNO
              MOVE SPACES TO BAC-REC-RP1-LAST-PAY
              MOVE SPACES TO BAC-REC-RP1-SKIP-NEXT
              MOVE SPACES TO BAC-REC-RP2-DAY
              MOVE ZERO TO BAC-REC-RP2-AMOUNT
              MOVE SPACES TO BAC-REC-RP2-PID
              MOVE SPACES TO BAC-REC-RP2-ACCNO
              MOVE SPACES TO BAC-REC-RP2-LAST-PAY
              MOVE SPACES TO BAC-REC-RP2-SKIP-NEXT
              MOVE SPACES TO BAC-REC-RP3-DAY
              MOVE ZERO TO BAC-REC-RP3-AMOUNT
              MOVE SPACES TO BAC-REC-RP3-PID
              MOVE SPACES TO BAC-REC-RP3-ACCNO
              MOVE SPACES TO BAC-REC-RP3-LAST-PAY
              MOVE SPACES TO BAC-REC-RP3-SKIP-NEXT
              EXEC CICS REWRITE FILE('BNKACC')
                                FROM(WS-BNKACC-REC)
                                LENGTH(LENGTH OF WS-BNKACC-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-ITEM-FAILED TO TRUE
                 GO TO DEAL-REGULAR-PAYMENTS-EXIT
              END-IF
           END-IF.
           PERFORM DEAL-ONE-SLOT THRU DEAL-ONE-SLOT-EXIT
             VARYING WS-SLOT-NO FROM 1 BY 1
               UNTIL WS-SLOT-NO IS GREATER THAN 3.
       DEAL-REGULAR-PAYMENTS-EXIT.
           EXIT.

       DEAL-ONE-SLOT.
           IF WS-RP-ACCNO (WS-SLOT-NO) IS EQUAL TO SPACES
              GO TO DEAL-ONE-SLOT-EXIT
           END-IF.
           MOVE 'RPAY' TO WS-ITEM-KIND.
           MOVE SPACES TO WS-ITEM-REF.
           STRING 'Regular payment ' DELIMITED BY SIZE
                  WS-SLOT-NO (2:1) DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  WS-RP-ACCNO (WS-SLOT-NO) DELIMITED BY SIZE
             INTO WS-ITEM-REF.
           MOVE 'C' TO WS-ITEM-ACTION.
           MOVE SPACES TO WS-ITEM-TARGET.
           IF WS-REDIRECT-OK
              MOVE 'R' TO WS-ITEM-ACTION
              MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
           END-IF.
           IF WS-APPLY AND
              WS-REDIRECT-OK
              MOVE SPACES TO CD12-DATA
              SET CD12-REQUEST-ADD TO TRUE
              MOVE WS-PAYOUT-ACCNO TO CD12I-ACCNO
              MOVE WS-RP-DAY (WS-SLOT-NO) TO CD12I-DAY
              MOVE WS-RP-AMOUNT (WS-SLOT-NO) TO CD12I-AMOUNT
              MOVE WS-RP-PID (WS-SLOT-NO) TO CD12I-PAYEE-PID
              MOVE WS-RP-ACCNO (WS-SLOT-NO) TO CD12I-PAYEE-ACCNO
              MOVE WS-RP-LAST-PAY (WS-SLOT-NO) TO CD12I-LAST-PAY
              STRING 'From ' DELIMITED BY SIZE
                     WS-CLOSE-ACCNO DELIMITED BY SIZE
                INTO CD12I-DESC
              SET CD12I-PAYEE-INTERNAL TO TRUE
              EXEC CICS LINK PROGRAM('DBANK12P')
                             COMMAREA(CD12-DATA)
                             LENGTH(LENGTH OF CD12-DATA)
              END-EXEC
              IF NOT CD12O-STATUS-OK
                 MOVE 'C' TO WS-ITEM-ACTION
                 MOVE SPACES TO WS-ITEM-TARGET
              END-IF
           END-IF.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-ONE-SLOT-EXIT.
           EXIT.

      *****************************************************************
      * Standing orders paid from the account.  Each is updated with  *
      * the browse ended, and the browse picks up again from the next *
      * sequence number.  A redirected order is added afresh to the   *
      * payout account and the old one cancelled.                     *
      *****************************************************************
       DEAL-STANDING-ORDERS.
           MOVE WS-CLOSE-ACCNO TO WS-BNKSORD-RID-ACCNO.
           MOVE ZERO TO WS-BNKSORD-RID-SEQ.
       DEAL-STANDING-ORDERS-LOOP.
           EXEC CICS STARTBR FILE('BNKSORD')
                             RIDFLD(WS-BNKSORD-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO DEAL-STANDING-ORDERS-EXIT
           END-IF.
           EXEC CICS READNEXT FILE('BNKSORD')
                              INTO(WS-BNKSORD-REC)
                              LENGTH(LENGTH OF WS-BNKSORD-REC)
                              RIDFLD(WS-BNKSORD-RID)
                              RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ENDBR FILE('BNKSORD')
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BSO-REC-ACCNO IS NOT EQUAL TO WS-CLOSE-ACCNO
              GO TO DEAL-STANDING-ORDERS-EXIT
           END-IF.
           IF NOT BSO-REC-CANCELLED
              PERFORM DEAL-ONE-ORDER THRU DEAL-ONE-ORDER-EXIT
           END-IF.
           IF BSO-REC-SEQ IS EQUAL TO 9999
              GO TO DEAL-STANDING-ORDERS-EXIT
           END-IF.
           MOVE BSO-REC-KEY TO WS-BNKSORD-RID.
           ADD 1 TO WS-BNKSORD-RID-SEQ.
           GO TO DEAL-STANDING-ORDERS-LOOP.
       DEAL-STANDING-ORDERS-EXIT.
           EXIT.

       DEAL-ONE-ORDER.
           MOVE 'SORD' TO WS-ITEM-KIND.
           MOVE BSO-REC-SEQ TO WS-SEQ-DISP.
           MOVE SPACES TO WS-ITEM-REF.
           STRING 'Standing order ' DELIMITED BY SIZE
                  WS-SEQ-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BSO-REC-DESC DELIMITED BY SIZE
             INTO WS-ITEM-REF.
           MOVE 'C' TO WS-ITEM-ACTION.
           MOVE SPACES TO WS-ITEM-TARGET.
           IF WS-REDIRECT-OK
              MOVE 'R' TO WS-ITEM-ACTION
              MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
           END-IF.
           IF NOT WS-APPLY
              GO TO DEAL-ONE-ORDER-LIST
           END-IF.
           IF WS-REDIRECT-OK
              MOVE SPACES TO CD12-DATA
              SET CD12-REQUEST-ADD TO TRUE
              MOVE WS-PAYOUT-ACCNO TO CD12I-ACCNO
              MOVE BSO-REC-DAY TO CD12I-DAY
              MOVE BSO-REC-AMOUNT TO CD12I-AMOUNT
              MOVE BSO-REC-PAYEE-PID TO CD12I-PAYEE-PID
              MOVE BSO-REC-PAYEE-ACCNO TO CD12I-PAYEE-ACCNO
              MOVE BSO-REC-LAST-PAY TO CD12I-LAST-PAY
              MOVE BSO-REC-DESC TO CD12I-DESC
              MOVE BSO-REC-PAYEE-TYPE TO CD12I-PAYEE-TYPE
              MOVE BSO-REC-EXT-ROUTING TO CD12I-EXT-ROUTING
              MOVE BSO-REC-EXT-ACCNO TO CD12I-EXT-ACCNO
              EXEC CICS LINK PROGRAM('DBANK12P')
                             COMMAREA(CD12-DATA)
                             LENGTH(LENGTH OF CD12-DATA)
              END-EXEC
              IF NOT CD12O-STATUS-OK
                 MOVE 'C' TO WS-ITEM-ACTION
                 MOVE SPACES TO WS-ITEM-TARGET
              END-IF
           END-IF.
           EXEC CICS READ FILE('BNKSORD')
                          UPDATE
                          INTO(WS-BNKSORD-REC)
                          LENGTH(LENGTH OF WS-BNKSORD-REC)
                          RIDFLD(WS-BNKSORD-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-ONE-ORDER-EXIT
           END-IF.
           SET BSO-REC-CANCELLED TO TRUE.
           EXEC CICS REWRITE FILE('BNKSORD')
                             FROM(WS-BNKSORD-REC)
                             LENGTH(LENGTH OF WS-BNKSORD-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-ONE-ORDER-EXIT
           END-IF.
       DEAL-ONE-ORDER-LIST.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-ONE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      * The owner's direct debit mandates drawn on the account.  As   *
      * with the standing orders each is updated with the browse      *
      * ended; the browse restarts at the mandate just done and steps *
      * past it.                                                      *
      *****************************************************************
       DEAL-MANDATES.
           MOVE SPACES TO WS-BNKMAND-RID.
           MOVE WS-OWNER-PID TO WS-BNKMAND-RID (1:5).
           MOVE SPACES TO WS-LAST-MAND-RID.
       DEAL-MANDATES-LOOP.
           EXEC CICS STARTBR FILE('BNKMAND')
                             RIDFLD(WS-BNKMAND-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO DEAL-MANDATES-EXIT
           END-IF.
           EXEC CICS READNEXT FILE('BNKMAND')
                              INTO(WS-BNKMAND-REC)
                              LENGTH(LENGTH OF WS-BNKMAND-REC)
                              RIDFLD(WS-BNKMAND-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              WS-BNKMAND-RID IS EQUAL TO WS-LAST-MAND-RID
              EXEC CICS READNEXT FILE('BNKMAND')
                                 INTO(WS-BNKMAND-REC)
                                 LENGTH(LENGTH OF WS-BNKMAND-REC)
                                 RIDFLD(WS-BNKMAND-RID)
                                 RESP(WS-RESP)
              END-EXEC
           END-IF.
           EXEC CICS ENDBR FILE('BNKMAND')
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BMD-REC-PID IS NOT EQUAL TO WS-OWNER-PID
              GO TO DEAL-MANDATES-EXIT
           END-IF.
           MOVE WS-BNKMAND-RID TO WS-LAST-MAND-RID.
           IF BMD-REC-ACCNO IS EQUAL TO WS-CLOSE-ACCNO AND
              NOT BMD-REC-MANDATE-CANCELLED
              PERFORM DEAL-ONE-MANDATE THRU DEAL-ONE-MANDATE-EXIT
           END-IF.
           GO TO DEAL-MANDATES-LOOP.
       DEAL-MANDATES-EXIT.
           EXIT.

       DEAL-ONE-MANDATE.
           MOVE 'MAND' TO WS-ITEM-KIND.
           MOVE BMD-REC-ORIGINATOR TO WS-ITEM-REF.
           MOVE 'C' TO WS-ITEM-ACTION.
           MOVE SPACES TO WS-ITEM-TARGET.
           IF WS-REDIRECT-OK
              MOVE 'R' TO WS-ITEM-ACTION
              MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
           END-IF.
           IF NOT WS-APPLY
              GO TO DEAL-ONE-MANDATE-LIST
           END-IF.
           EXEC CICS READ FILE('BNKMAND')
                          UPDATE
                          INTO(WS-BNKMAND-REC)
                          LENGTH(LENGTH OF WS-BNKMAND-REC)
                          RIDFLD(WS-BNKMAND-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-ONE-MANDATE-EXIT
           END-IF.
           IF WS-REDIRECT-OK
              MOVE WS-PAYOUT-ACCNO TO BMD-REC-ACCNO
           ELSE
              SET BMD-REC-MANDATE-CANCELLED TO TRUE
              MOVE WS-TODAY TO BMD-REC-CANCEL-DATE
              MOVE CDC1I-USERID TO BMD-REC-CANCELLED-BY
           END-IF.
           EXEC CICS REWRITE FILE('BNKMAND')
                             FROM(WS-BNKMAND-REC)
                             LENGTH(LENGTH OF WS-BNKMAND-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-ONE-MANDATE-EXIT
           END-IF.
       DEAL-ONE-MANDATE-LIST.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-ONE-MANDATE-EXIT.
           EXIT.

      *****************************************************************
      * Sweeps.  The account's own sweep moves across to the payout   *
      * account when that has none of its sweeping in place;          *
      * sweeps from the owner's other accounts into it are pointed    *
      * at the payout account instead.  A sweep that cannot follow    *
      * the money is cancelled.                                       *
      *****************************************************************
       DEAL-SWEEPS.
           MOVE WS-CLOSE-ACCNO TO WS-BNKSWEEP-RID.
           EXEC CICS READ FILE('BNKSWEEP')
                          INTO(WS-BNKSWEEP-REC)
                          LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                          RIDFLD(WS-BNKSWEEP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BSW-REC-SWEEP-ACTIVE
              PERFORM DEAL-SOURCE-SWEEP THRU DEAL-SOURCE-SWEEP-EXIT
           END-IF.
           PERFORM GATHER-ACCOUNTS THRU GATHER-ACCOUNTS-EXIT.
           PERFORM DEAL-TARGET-SWEEP THRU DEAL-TARGET-SWEEP-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-ACC-COUNT.
       DEAL-SWEEPS-EXIT.
           EXIT.

       DEAL-SOURCE-SWEEP.
           MOVE 'SWEP' TO WS-ITEM-KIND.
           MOVE SPACES TO WS-ITEM-REF.
           STRING 'Sweep out to ' DELIMITED BY SIZE
                  BSW-REC-TARGET-ACCNO DELIMITED BY SIZE
             INTO WS-ITEM-REF.
           MOVE 'C' TO WS-ITEM-ACTION.
           MOVE SPACES TO WS-ITEM-TARGET.
           MOVE WS-BNKSWEEP-REC TO WS-SWEEP-SAVE.
           MOVE SPACE TO WS-PAYOUT-SWEEP-SW.
           IF WS-REDIRECT-OK AND
              BSW-REC-TARGET-ACCNO IS NOT EQUAL TO WS-PAYOUT-ACCNO
              MOVE WS-PAYOUT-ACCNO TO WS-BNKSWEEP-RID
              EXEC CICS READ FILE('BNKSWEEP')
                             INTO(WS-BNKSWEEP-REC)
                             LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                             RIDFLD(WS-BNKSWEEP-RID)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
                 BSW-REC-SWEEP-ACTIVE
                 SET WS-PAYOUT-HAS-SWEEP TO TRUE
              END-IF
              IF NOT WS-PAYOUT-HAS-SWEEP
                 MOVE 'R' TO WS-ITEM-ACTION
                 MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
              END-IF
           END-IF.
           IF NOT WS-APPLY
              GO TO DEAL-SOURCE-SWEEP-LIST
           END-IF.

      * The sweep is set up again keyed on the payout account - over
      * a cancelled one if it had one before
           IF WS-ITEM-ACTION IS EQUAL TO 'R'
              MOVE WS-SWEEP-SAVE TO WS-BNKSWEEP-REC
              MOVE WS-PAYOUT-ACCNO TO BSW-REC-SOURCE-ACCNO
              MOVE WS-BNKSWEEP-REC TO WS-SWEEP-SAVE
              MOVE WS-PAYOUT-ACCNO TO WS-BNKSWEEP-RID
              EXEC CICS WRITE FILE('BNKSWEEP')
                              FROM(WS-BNKSWEEP-REC)
                              LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                              RIDFLD(WS-BNKSWEEP-RID)
                              KEYLENGTH(LENGTH OF WS-BNKSWEEP-RID)
                              RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
                 EXEC CICS READ FILE('BNKSWEEP')
                                UPDATE
                                INTO(WS-BNKSWEEP-REC)
                                LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                                RIDFLD(WS-BNKSWEEP-RID)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                    EXEC CICS REWRITE FILE('BNKSWEEP')
                                      FROM(WS-SWEEP-SAVE)
                                      LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                                      TOKEN(WS-READ-TOKEN)
                                      RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-IF
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'C' TO WS-ITEM-ACTION
                 MOVE SPACES TO WS-ITEM-TARGET
              END-IF
           END-IF.
           MOVE WS-CLOSE-ACCNO TO WS-BNKSWEEP-RID.
           EXEC CICS READ FILE('BNKSWEEP')
                          UPDATE
                          INTO(WS-BNKSWEEP-REC)
                          LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                          RIDFLD(WS-BNKSWEEP-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-SOURCE-SWEEP-EXIT
           END-IF.
           SET BSW-REC-SWEEP-CANCELLED TO TRUE.
           EXEC CICS REWRITE FILE('BNKSWEEP')
                             FROM(WS-BNKSWEEP-REC)
                             LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-SOURCE-SWEEP-EXIT
           END-IF.
       DEAL-SOURCE-SWEEP-LIST.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-SOURCE-SWEEP-EXIT.
           EXIT.

       DEAL-TARGET-SWEEP.
           IF WS-ACC-NO (WS-SUB) IS EQUAL TO WS-CLOSE-ACCNO
              GO TO DEAL-TARGET-SWEEP-EXIT
           END-IF.
           MOVE WS-ACC-NO (WS-SUB) TO WS-BNKSWEEP-RID.
           EXEC CICS READ FILE('BNKSWEEP')
                          INTO(WS-BNKSWEEP-REC)
                          LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                          RIDFLD(WS-BNKSWEEP-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT BSW-REC-SWEEP-ACTIVE OR
              BSW-REC-TARGET-ACCNO IS NOT EQUAL TO WS-CLOSE-ACCNO
              GO TO DEAL-TARGET-SWEEP-EXIT
           END-IF.
           MOVE 'SWEP' TO WS-ITEM-KIND.
           MOVE SPACES TO WS-ITEM-REF.
           STRING 'Sweep in from ' DELIMITED BY SIZE
                  BSW-REC-SOURCE-ACCNO DELIMITED BY SIZE
             INTO WS-ITEM-REF.
           MOVE 'C' TO WS-ITEM-ACTION.
           MOVE SPACES TO WS-ITEM-TARGET.
           IF WS-REDIRECT-OK AND
              BSW-REC-SOURCE-ACCNO IS NOT EQUAL TO WS-PAYOUT-ACCNO
              MOVE 'R' TO WS-ITEM-ACTION
              MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
           END-IF.
           IF NOT WS-APPLY
              GO TO DEAL-TARGET-SWEEP-LIST
           END-IF.
           EXEC CICS READ FILE('BNKSWEEP')
                          UPDATE
                          INTO(WS-BNKSWEEP-REC)
                          LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                          RIDFLD(WS-BNKSWEEP-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-TARGET-SWEEP-EXIT
           END-IF.
           IF WS-ITEM-ACTION IS EQUAL TO 'R'
              MOVE WS-PAYOUT-ACCNO TO BSW-REC-TARGET-ACCNO
           ELSE
              SET BSW-REC-SWEEP-CANCELLED TO TRUE
           END-IF.
           EXEC CICS REWRITE FILE('BNKSWEEP')
                             FROM(WS-BNKSWEEP-REC)
                             LENGTH(LENGTH OF WS-BNKSWEEP-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-TARGET-SWEEP-EXIT
           END-IF.
       DEAL-TARGET-SWEEP-LIST.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-TARGET-SWEEP-EXIT.
           EXIT.

      *****************************************************************
      * Collect the accounts the owner holds                          *
      *****************************************************************
       GATHER-ACCOUNTS.
           MOVE ZERO TO WS-ACC-COUNT.
           MOVE WS-OWNER-PID TO WS-BNKACC-AIX1-RID.
           EXEC CICS STARTBR FILE('BNKACC1')
                             RIDFLD(WS-BNKACC-AIX1-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO GATHER-ACCOUNTS-EXIT
           END-IF.
       GATHER-ACCOUNTS-NEXT.
           IF WS-ACC-COUNT IS NOT LESS THAN 20
              GO TO GATHER-ACCOUNTS-END
           END-IF.
           EXEC CICS READNEXT FILE('BNKACC1')
                              INTO(WS-BNKACC-REC)
                              LENGTH(LENGTH OF WS-BNKACC-REC)
                              RIDFLD(WS-BNKACC-AIX1-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND
               WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR
              BAC-REC-PID IS NOT EQUAL TO WS-OWNER-PID
              GO TO GATHER-ACCOUNTS-END
           END-IF.
           ADD 1 TO WS-ACC-COUNT.
           MOVE BAC-REC-ACCNO TO WS-ACC-NO (WS-ACC-COUNT).
           GO TO GATHER-ACCOUNTS-NEXT.
       GATHER-ACCOUNTS-END.
           EXEC CICS ENDBR FILE('BNKACC1')
           END-EXEC.
       GATHER-ACCOUNTS-EXIT.
           EXIT.

      *****************************************************************
      * The owner's deposit split.  If it watches the account the     *
      * whole instruction follows the money or is cancelled; a leg    *
      * paying into the account is pointed at the payout account, or  *
      * dropped (the remainder then stays where the deposit landed).  *
      *****************************************************************
       DEAL-SPLIT.
           MOVE WS-OWNER-PID TO WS-BNKSPLT-RID.
           IF WS-APPLY
              EXEC CICS READ FILE('BNKSPLT')
                             UPDATE
                             INTO(WS-BNKSPLT-REC)
                             LENGTH(LENGTH OF WS-BNKSPLT-REC)
                             RIDFLD(WS-BNKSPLT-RID)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ FILE('BNKSPLT')
                             INTO(WS-BNKSPLT-REC)
                             LENGTH(LENGTH OF WS-BNKSPLT-REC)
                             RIDFLD(WS-BNKSPLT-RID)
                             RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO DEAL-SPLIT-EXIT
           END-IF.
           MOVE SPACE TO WS-CHANGED-SW.
           IF NOT BSL-REC-SPLIT-ACTIVE
              GO TO DEAL-SPLIT-DONE
           END-IF.
           MOVE 'SPLT' TO WS-ITEM-KIND.
           IF BSL-REC-ACCNO IS EQUAL TO WS-CLOSE-ACCNO
              SET WS-CHANGED TO TRUE
              MOVE 'Deposit split of this account' TO WS-ITEM-REF
              IF WS-REDIRECT-OK
                 MOVE 'R' TO WS-ITEM-ACTION
                 MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
                 MOVE WS-PAYOUT-ACCNO TO BSL-REC-ACCNO
              ELSE
                 MOVE 'C' TO WS-ITEM-ACTION
                 MOVE SPACES TO WS-ITEM-TARGET
                 SET BSL-REC-SPLIT-CANCELLED TO TRUE
              END-IF
              PERFORM ADD-ITEM THRU ADD-ITEM-EXIT
              GO TO DEAL-SPLIT-DONE
           END-IF.
           IF BSL-REC-REMAINDER-ACCNO IS EQUAL TO WS-CLOSE-ACCNO
              SET WS-CHANGED TO TRUE
              MOVE SPACES TO WS-ITEM-REF
              STRING 'Split remainder from ' DELIMITED BY SIZE
                     BSL-REC-ACCNO DELIMITED BY SIZE
                INTO WS-ITEM-REF
              IF WS-REDIRECT-OK
                 MOVE 'R' TO WS-ITEM-ACTION
                 MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
                 MOVE WS-PAYOUT-ACCNO TO BSL-REC-REMAINDER-ACCNO
              ELSE
                 MOVE 'C' TO WS-ITEM-ACTION
                 MOVE SPACES TO WS-ITEM-TARGET
                 MOVE BSL-REC-ACCNO TO BSL-REC-REMAINDER-ACCNO
              END-IF
              PERFORM ADD-ITEM THRU ADD-ITEM-EXIT
           END-IF.
           PERFORM DEAL-SPLIT-SLOT THRU DEAL-SPLIT-SLOT-EXIT
             VARYING WS-SLOT-NO FROM 1 BY 1
               UNTIL WS-SLOT-NO IS GREATER THAN 4.
       DEAL-SPLIT-DONE.
           IF NOT WS-APPLY
              GO TO DEAL-SPLIT-EXIT
           END-IF.
           IF WS-CHANGED
              EXEC CICS REWRITE FILE('BNKSPLT')
                                FROM(WS-BNKSPLT-REC)
                                LENGTH(LENGTH OF WS-BNKSPLT-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-ITEM-FAILED TO TRUE
              END-IF
           ELSE
              EXEC CICS UNLOCK FILE('BNKSPLT')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
           END-IF.
       DEAL-SPLIT-EXIT.
           EXIT.

       DEAL-SPLIT-SLOT.
           IF BSL-REC-SLOT-ACCNO (WS-SLOT-NO) IS NOT EQUAL TO
              WS-CLOSE-ACCNO
              GO TO DEAL-SPLIT-SLOT-EXIT
           END-IF.
           SET WS-CHANGED TO TRUE.
           MOVE SPACES TO WS-ITEM-REF.
           STRING 'Split leg ' DELIMITED BY SIZE
                  WS-SLOT-NO (2:1) DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  BSL-REC-ACCNO DELIMITED BY SIZE
             INTO WS-ITEM-REF.
           IF WS-REDIRECT-OK
              MOVE 'R' TO WS-ITEM-ACTION
              MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
              MOVE WS-PAYOUT-ACCNO TO BSL-REC-SLOT-ACCNO (WS-SLOT-NO)
           ELSE
              MOVE 'C' TO WS-ITEM-ACTION
              MOVE SPACES TO WS-ITEM-TARGET
              MOVE SPACES TO BSL-REC-SLOT-ACCNO (WS-SLOT-NO)
              MOVE SPACES TO BSL-REC-SLOT-KIND (WS-SLOT-NO)
              MOVE ZERO TO BSL-REC-SLOT-VALUE (WS-SLOT-NO)
           END-IF.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-SPLIT-SLOT-EXIT.
           EXIT.

      *****************************************************************
      * The owner's round-up saving into the account                  *
      *****************************************************************
       DEAL-ROUND-UP.
           MOVE WS-OWNER-PID TO WS-BNKRUP-RID.
           IF WS-APPLY
              EXEC CICS READ FILE('BNKRUP')
                             UPDATE
                             INTO(WS-BNKRUP-REC)
                             LENGTH(LENGTH OF WS-BNKRUP-REC)
                             RIDFLD(WS-BNKRUP-RID)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ FILE('BNKRUP')
                             INTO(WS-BNKRUP-REC)
                             LENGTH(LENGTH OF WS-BNKRUP-REC)
                             RIDFLD(WS-BNKRUP-RID)
                             RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO DEAL-ROUND-UP-EXIT
           END-IF.
           IF NOT BRU-REC-RUP-ACTIVE OR
              BRU-REC-SAVE-ACCNO IS NOT EQUAL TO WS-CLOSE-ACCNO
              IF WS-APPLY
                 EXEC CICS UNLOCK FILE('BNKRUP')
                                  TOKEN(WS-READ-TOKEN)
                 END-EXEC
              END-IF
              GO TO DEAL-ROUND-UP-EXIT
           END-IF.
           MOVE 'RNDU' TO WS-ITEM-KIND.
           MOVE 'Round-up saving' TO WS-ITEM-REF.
           IF WS-REDIRECT-OK
              MOVE 'R' TO WS-ITEM-ACTION
              MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
              MOVE WS-PAYOUT-ACCNO TO BRU-REC-SAVE-ACCNO
           ELSE
              MOVE 'C' TO WS-ITEM-ACTION
              MOVE SPACES TO WS-ITEM-TARGET
              SET BRU-REC-RUP-CANCELLED TO TRUE
           END-IF.
           IF WS-APPLY
              EXEC CICS REWRITE FILE('BNKRUP')
                                FROM(WS-BNKRUP-REC)
                                LENGTH(LENGTH OF WS-BNKRUP-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-ITEM-FAILED TO TRUE
                 GO TO DEAL-ROUND-UP-EXIT
              END-IF
           END-IF.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-ROUND-UP-EXIT.
           EXIT.

      *****************************************************************
      * Envelopes only earmark money inside the account, so they are  *
      * always closed and emptied - the money itself has been paid    *
      * away with the balance                                         *
      *****************************************************************
       DEAL-ENVELOPES.
           MOVE SPACES TO WS-BNKENV-RID.
           MOVE WS-CLOSE-ACCNO TO WS-BNKENV-RID (1:9).
           MOVE SPACES TO WS-LAST-ENV-RID.
       DEAL-ENVELOPES-LOOP.
           EXEC CICS STARTBR FILE('BNKENV')
                             RIDFLD(WS-BNKENV-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO DEAL-ENVELOPES-EXIT
           END-IF.
           EXEC CICS READNEXT FILE('BNKENV')
                              INTO(WS-BNKENV-REC)
                              LENGTH(LENGTH OF WS-BNKENV-REC)
                              RIDFLD(WS-BNKENV-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              WS-BNKENV-RID IS EQUAL TO WS-LAST-ENV-RID
              EXEC CICS READNEXT FILE('BNKENV')
                                 INTO(WS-BNKENV-REC)
                                 LENGTH(LENGTH OF WS-BNKENV-REC)
                                 RIDFLD(WS-BNKENV-RID)
                                 RESP(WS-RESP)
              END-EXEC
           END-IF.
           EXEC CICS ENDBR FILE('BNKENV')
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BEV-REC-ACCNO IS NOT EQUAL TO WS-CLOSE-ACCNO
              GO TO DEAL-ENVELOPES-EXIT
           END-IF.
           MOVE WS-BNKENV-RID TO WS-LAST-ENV-RID.
           IF BEV-REC-ENV-ACTIVE
              PERFORM DEAL-ONE-ENVELOPE THRU DEAL-ONE-ENVELOPE-EXIT
           END-IF.
           GO TO DEAL-ENVELOPES-LOOP.
       DEAL-ENVELOPES-EXIT.
           EXIT.

       DEAL-ONE-ENVELOPE.
           MOVE 'ENVL' TO WS-ITEM-KIND.
           MOVE SPACES TO WS-ITEM-REF.
           STRING 'Envelope ' DELIMITED BY SIZE
                  BEV-REC-NAME DELIMITED BY SIZE
             INTO WS-ITEM-REF.
           MOVE 'C' TO WS-ITEM-ACTION.
           MOVE SPACES TO WS-ITEM-TARGET.
           IF NOT WS-APPLY
              GO TO DEAL-ONE-ENVELOPE-LIST
           END-IF.
           EXEC CICS READ FILE('BNKENV')
                          UPDATE
                          INTO(WS-BNKENV-REC)
                          LENGTH(LENGTH OF WS-BNKENV-REC)
                          RIDFLD(WS-BNKENV-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-ONE-ENVELOPE-EXIT
           END-IF.
           MOVE ZERO TO BEV-REC-BALANCE.
           SET BEV-REC-ENV-CLOSED TO TRUE.
           EXEC CICS REWRITE FILE('BNKENV')
                             FROM(WS-BNKENV-REC)
                             LENGTH(LENGTH OF WS-BNKENV-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-ONE-ENVELOPE-EXIT
           END-IF.
       DEAL-ONE-ENVELOPE-LIST.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-ONE-ENVELOPE-EXIT.
           EXIT.

      *****************************************************************
      * Saved payees pointing at the account, whoever saved them.     *
      * The owner's own are pointed at the payout account when the    *
      * instructions follow the money; every other one is deleted so  *
      * nobody can pay into a closed account from a saved payee.      *
      *****************************************************************
       DEAL-PAYEES.
           MOVE LOW-VALUES TO WS-BNKPAYEE-RID.
           MOVE LOW-VALUES TO WS-LAST-PAYEE-RID.
       DEAL-PAYEES-LOOP.
           EXEC CICS STARTBR FILE('BNKPAYEE')
                             RIDFLD(WS-BNKPAYEE-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO DEAL-PAYEES-EXIT
           END-IF.
       DEAL-PAYEES-NEXT.
           EXEC CICS READNEXT FILE('BNKPAYEE')
                              INTO(WS-BNKPAYEE-REC)
                              LENGTH(LENGTH OF WS-BNKPAYEE-REC)
                              RIDFLD(WS-BNKPAYEE-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE('BNKPAYEE')
              END-EXEC
              GO TO DEAL-PAYEES-EXIT
           END-IF.
           IF WS-BNKPAYEE-RID IS EQUAL TO WS-LAST-PAYEE-RID OR
              NOT BPY-REC-TYPE-INTERNAL OR
              BPY-REC-PAYEE-ACCNO IS NOT EQUAL TO WS-CLOSE-ACCNO
              GO TO DEAL-PAYEES-NEXT
           END-IF.
      * A payee to change - end the browse round the update and pick
      * up again just past it
           EXEC CICS ENDBR FILE('BNKPAYEE')
           END-EXEC.
           MOVE WS-BNKPAYEE-RID TO WS-LAST-PAYEE-RID.
           PERFORM DEAL-ONE-PAYEE THRU DEAL-ONE-PAYEE-EXIT.
           GO TO DEAL-PAYEES-LOOP.
       DEAL-PAYEES-EXIT.
           EXIT.

       DEAL-ONE-PAYEE.
           MOVE 'PAYE' TO WS-ITEM-KIND.
           MOVE SPACES TO WS-ITEM-REF.
           STRING 'Payee ' DELIMITED BY SIZE
                  BPY-REC-NICKNAME DELIMITED BY SIZE
                  ' of ' DELIMITED BY SIZE
                  BPY-REC-PID DELIMITED BY SIZE
             INTO WS-ITEM-REF.
           MOVE 'C' TO WS-ITEM-ACTION.
           MOVE SPACES TO WS-ITEM-TARGET.
           IF WS-REDIRECT-OK AND
              BPY-REC-PID IS EQUAL TO WS-OWNER-PID
              MOVE 'R' TO WS-ITEM-ACTION
              MOVE WS-PAYOUT-ACCNO TO WS-ITEM-TARGET
           END-IF.
           IF NOT WS-APPLY
              GO TO DEAL-ONE-PAYEE-LIST
           END-IF.
           IF WS-ITEM-ACTION IS EQUAL TO 'C'
              EXEC CICS DELETE FILE('BNKPAYEE')
                               RIDFLD(WS-BNKPAYEE-RID)
                               KEYLENGTH(LENGTH OF WS-BNKPAYEE-RID)
                               RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-ITEM-FAILED TO TRUE
                 GO TO DEAL-ONE-PAYEE-EXIT
              END-IF
              GO TO DEAL-ONE-PAYEE-LIST
           END-IF.
           EXEC CICS READ FILE('BNKPAYEE')
                          UPDATE
                          INTO(WS-BNKPAYEE-REC)
                          LENGTH(LENGTH OF WS-BNKPAYEE-REC)
                          RIDFLD(WS-BNKPAYEE-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-ONE-PAYEE-EXIT
           END-IF.
           MOVE WS-PAYOUT-ACCNO TO BPY-REC-PAYEE-ACCNO.
           EXEC CICS REWRITE FILE('BNKPAYEE')
                             FROM(WS-BNKPAYEE-REC)
                             LENGTH(LENGTH OF WS-BNKPAYEE-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-FAILED TO TRUE
              GO TO DEAL-ONE-PAYEE-EXIT
           END-IF.
       DEAL-ONE-PAYEE-LIST.
           PERFORM ADD-ITEM THRU ADD-ITEM-EXIT.
       DEAL-ONE-PAYEE-EXIT.
           EXIT.

      *****************************************************************
      * List one instruction for the caller and, when it has been     *
      * changed, record the change in the activity log                *
      *****************************************************************
       ADD-ITEM.
           IF CDC1O-ITEM-COUNT IS LESS THAN 40
              ADD 1 TO CDC1O-ITEM-COUNT
              MOVE WS-ITEM-KIND TO CDC1O-ITEM-KIND (CDC1O-ITEM-COUNT)
              MOVE WS-ITEM-REF TO CDC1O-ITEM-REF (CDC1O-ITEM-COUNT)
              MOVE WS-ITEM-ACTION
                TO CDC1O-ITEM-ACTION (CDC1O-ITEM-COUNT)
              MOVE WS-ITEM-TARGET
                TO CDC1O-ITEM-TARGET (CDC1O-ITEM-COUNT)
           END-IF.
           IF WS-APPLY
              PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT
           END-IF.
       ADD-ITEM-EXIT.
           EXIT.

       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CDC1I-USERID (1:4) TO CD18I-TERMID.
           MOVE WS-ITEM-KIND TO CD18I-TRANID.
           MOVE WS-OWNER-PID TO CD18I-PID.
           MOVE CDC1I-USERID TO CD18I-USERID.
           STRING 'CLOSURE ' DELIMITED BY SIZE
                  WS-CLOSE-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITEM-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITEM-TARGET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITEM-REF DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
       WRITE-ACTIVITY-LOG-EXIT.
           EXIT.

      *****************************************************************
      * Ask for the final statement while the account is still open   *
      * so it goes out through the usual statement print request      *
      *****************************************************************
       REQUEST-FINAL-STATEMENT.
           MOVE SPACES TO CSTMTD01-DATA.
           MOVE WS-OWNER-PID TO CSTMTD01I-CONTACT-ID.
           MOVE CDC1I-STMT-OPTION TO CSTMTD01I-OPTION.
           IF NOT CSTMTD01I-POST AND
              NOT CSTMTD01I-EMAIL AND
              NOT CSTMTD01I-SMS
              SET CSTMTD01I-POST TO TRUE
           END-IF.
           MOVE '+1' TO CSTMTD01I-GEN.
           EXEC CICS LINK PROGRAM('SSTMT01P')
                          COMMAREA(CSTMTD01-DATA)
                          LENGTH(LENGTH OF CSTMTD01-DATA)
           END-EXEC.
           IF NOT CSTMTD01O-OK
              MOVE 'Account closed - final statement must be reprinted'
                TO CDC1O-MSG
           END-IF.
       REQUEST-FINAL-STATEMENT-EXIT.
           EXIT.

      *****************************************************************
      * One closing interest or fee posting on the audit trail        *
      *****************************************************************
       WRITE-TXN.
           MOVE SPACES TO BTX-RECORD.
           MOVE WS-OWNER-PID TO BTX-REC-PID.
           MOVE '3' TO BTX-REC-TYPE.
           MOVE WS-TXN-SUB-TYPE TO BTX-REC-SUB-TYPE.
           MOVE WS-CLOSE-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-TXN-SEQ TO BTX-REC-TIMESTAMP (26:1).
           ADD 1 TO WS-TXN-SEQ.
           MOVE WS-TXN-AMOUNT TO BTX-REC-AMOUNT.
           MOVE WS-TXN-DESC TO BTX-REC-DATA-OLD (1:32).
           MOVE WS-CURRENCY TO BTX-REC-CURRENCY.
           MOVE WS-TODAY TO BTX-REC-POST-DATE.
           MOVE CDC1I-USERID TO BTX-REC-USERID.
           PERFORM STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
                           FROM(WS-BNKTXN-REC)
                           LENGTH(LENGTH OF WS-BNKTXN-REC)
                           RIDFLD(WS-BNKTXN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKTXN-RID)
                           RESP(WS-RESP)
           END-EXEC.
       WRITE-TXN-EXIT.
           EXIT.

       STAMP-TIMESTAMP-FF.
           MOVE BTX-REC-TIMESTAMP TO WS-TWOS-COMP-INPUT.
           MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.
           MOVE LENGTH OF BTX-REC-TIMESTAMP TO WS-TWOS-COMP-LEN.
           CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN
                                 WS-TWOS-COMP-INPUT
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.
      * These postings are keyed at a staff screen
           MOVE 'G' TO BTX-REC-CHANNEL.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
