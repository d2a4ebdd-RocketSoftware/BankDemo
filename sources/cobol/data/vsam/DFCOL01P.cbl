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
      * Program:     DFCOL01P.CBL                                     *
      * Function:    Foreign cheque collection register (BNKFCOL).    *
      *              LODGE registers a cheque drawn on a foreign bank *
      *              against the customer's account, numbering it     *
      *              from the register's control record and naming    *
      *              the correspondent (BNKNOSTR) kept for the        *
      *              cheque's currency.  PROCEEDS credits the account *
      *              with the proceeds the correspondent confirmed,   *
      *              converted at the BNKRATE rate on the proceeds    *
      *              date, less the collection fee, and mirrors them  *
      *              to the nostro through DBANK46P.  RETURN closes   *
      *              an unpaid item and charges the returned-item     *
      *              fee.  GET and LIST serve the register to staff.  *
      *              Each change is audited through DBANK18P.         *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DFCOL01P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DFCOL01P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-ACC-TOKEN                          PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKFCOL-RID                        PIC X(10).
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKNOSTR-RID                       PIC X(11).
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-TODAY                              PIC X(10).
         05  WS-NEXT-NUMBER                        PIC 9(8).
         05  WS-FOUND-SW                           PIC X(1).
           88  WS-FOUND                              VALUE 'Y'.
         05  WS-ACC-CURRENCY                       PIC X(3).

      * Conversion at credit.  The bank buys the cheque's currency at
      * its buy rate and, for an account kept in another foreign
      * currency, sells that currency at its sell rate; the base
      * currency is always one.
         05  WS-RATE-CCY                           PIC X(3).
         05  WS-RATE-DATE                          PIC X(10).
         05  WS-RATE-KIND                          PIC X(1).
           88  WS-RATE-BUY                           VALUE 'B'.
           88  WS-RATE-SELL                          VALUE 'S'.
         05  WS-RATE                               PIC S9(3)V9(6)
                                                     COMP-3.
         05  WS-FROM-RATE                          PIC S9(3)V9(6)
                                                     COMP-3.
         05  WS-TO-RATE                            PIC S9(3)V9(6)
                                                     COMP-3.
         05  WS-PROCEEDS                           PIC S9(9)V99 COMP-3.
         05  WS-PROCEEDS-DATE                      PIC X(10).
         05  WS-CREDIT                             PIC S9(9)V99 COMP-3.

      * Site-tunable charges - business parameters FCOL-FEE and
      * FCOL-RTN-FEE when in force, in the account's currency
         05  WS-FCOL-FEE                           PIC S9(7)V99 COMP-3
             VALUE 15.00.
         05  WS-FCOL-RTN-FEE                       PIC S9(7)V99 COMP-3
             VALUE 25.00.
         05  WS-FEE                                PIC S9(7)V99 COMP-3.
         05  WS-PARM-ID                            PIC X(16).

      * Postings on the audit trail
         05  WS-TXN-SEQ                            PIC 9(1).
         05  WS-TXN-TYPE                           PIC X(1).
         05  WS-TXN-SUB-TYPE                       PIC X(1).
         05  WS-TXN-AMOUNT                         PIC S9(7)V99 COMP-3.
         05  WS-TXN-DESC                           PIC X(40).
         05  WS-LOG-ACTION                         PIC X(8).
         05  WS-AMOUNT-ED                          PIC Z(8)9.99.

         05  WS-TWOS-COMP.
           10  WS-TWOS-COMP-LEN                    PIC S9(4) COMP.
           10  WS-TWOS-COMP-INPUT                  PIC X(256).
           10  WS-TWOS-COMP-OUTPUT                 PIC X(256).

       COPY CTSTAMPD.

       01  WS-BNKFCOL-REC.
       COPY CBANKVFC.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKNOSTR-REC.
       COPY CBANKVNO.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-RATE-DATA.
       COPY CBANKD25.

       01  WS-PARM-DATA.
       COPY CBANKD93.

       01  WS-NOSTRO-DATA.
       COPY CBANKD46.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CFCOLD01.

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
           MOVE SPACES TO CDF1O-DATA.
           MOVE ZERO TO CDF1O-AMOUNT.
           MOVE ZERO TO CDF1O-PROCEEDS.
           MOVE ZERO TO CDF1O-RATE.
           MOVE ZERO TO CDF1O-CREDITED.
           MOVE ZERO TO CDF1O-FEE.
           MOVE ZERO TO CDF1O-LIST-COUNT.
           SET CDF1O-STATUS-ERROR TO TRUE.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CDF1-REQUEST-LODGE
              PERFORM LODGE-ITEM THRU LODGE-ITEM-EXIT
             WHEN CDF1-REQUEST-PROCEEDS
              PERFORM CREDIT-PROCEEDS THRU CREDIT-PROCEEDS-EXIT
             WHEN CDF1-REQUEST-RETURN
              PERFORM RETURN-ITEM THRU RETURN-ITEM-EXIT
             WHEN CDF1-REQUEST-GET
              PERFORM GET-ITEM THRU GET-ITEM-EXIT
             WHEN CDF1-REQUEST-LIST
              PERFORM LIST-ITEMS THRU LIST-ITEMS-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CDF1O-MSG
           END-EVALUATE.

       DFCOL01P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Lodge a cheque for collection.  The account must be open, and *
      * when it is kept in another currency there must be rates to   *
      * convert the proceeds.  The correspondent is the one the       *
      * teller named or else the one kept for the cheque's currency.  *
      *****************************************************************
       LODGE-ITEM.
           IF CDF1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CDF1O-MSG
              GO TO LODGE-ITEM-EXIT
           END-IF.
           IF CDF1I-DRAWEE-BANK IS EQUAL TO SPACES
              MOVE 'Drawee bank is required' TO CDF1O-MSG
              GO TO LODGE-ITEM-EXIT
           END-IF.
           IF CDF1I-CURRENCY IS EQUAL TO SPACES
              MOVE 'Cheque currency is required' TO CDF1O-MSG
              GO TO LODGE-ITEM-EXIT
           END-IF.
           IF CDF1I-AMOUNT IS NOT GREATER THAN ZERO
              MOVE 'Amount must be positive' TO CDF1O-MSG
              GO TO LODGE-ITEM-EXIT
           END-IF.

           MOVE CDF1I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDF1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CDF1O-MSG
              GO TO LODGE-ITEM-EXIT
           END-IF.
           IF BAC-REC-CLOSED OR
              BAC-REC-ESCHEATED
              MOVE 'Account is closed' TO CDF1O-MSG
              GO TO LODGE-ITEM-EXIT
           END-IF.
           MOVE BAC-REC-CURRENCY TO WS-ACC-CURRENCY.
           IF WS-ACC-CURRENCY IS EQUAL TO SPACES
              MOVE 'USD' TO WS-ACC-CURRENCY
           END-IF.

           IF CDF1I-CURRENCY IS NOT EQUAL TO WS-ACC-CURRENCY
              MOVE WS-TODAY TO WS-RATE-DATE
              MOVE CDF1I-CURRENCY TO WS-RATE-CCY
              SET WS-RATE-BUY TO TRUE
              PERFORM GET-RATE THRU GET-RATE-EXIT
              IF WS-RATE IS EQUAL TO ZERO
                 GO TO LODGE-ITEM-EXIT
              END-IF
              MOVE WS-ACC-CURRENCY TO WS-RATE-CCY
              SET WS-RATE-SELL TO TRUE
              PERFORM GET-RATE THRU GET-RATE-EXIT
              IF WS-RATE IS EQUAL TO ZERO
                 GO TO LODGE-ITEM-EXIT
              END-IF
           END-IF.

           IF CDF1I-BIC IS NOT EQUAL TO SPACES
              MOVE CDF1I-BIC TO WS-BNKNOSTR-RID
              EXEC CICS READ FILE('BNKNOSTR')
                             INTO(WS-BNKNOSTR-REC)
                             LENGTH(LENGTH OF WS-BNKNOSTR-REC)
                             RIDFLD(WS-BNKNOSTR-RID)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Correspondent is not on the nostro file'
                   TO CDF1O-MSG
                 GO TO LODGE-ITEM-EXIT
              END-IF
           ELSE
              PERFORM FIND-CORRESPONDENT THRU
                      FIND-CORRESPONDENT-EXIT
              IF NOT WS-FOUND
                 MOVE 'No correspondent for currency - give BIC'
                   TO CDF1O-MSG
                 GO TO LODGE-ITEM-EXIT
              END-IF
           END-IF.

           PERFORM NEXT-NUMBER THRU NEXT-NUMBER-EXIT.
           IF CDF1O-MSG IS NOT EQUAL TO SPACES
              GO TO LODGE-ITEM-EXIT
           END-IF.

           MOVE SPACES TO BFC-RECORD.
           MOVE 'FC' TO BFC-REC-REF (1:2).
           MOVE WS-NEXT-NUMBER TO BFC-REC-REF (3:8).
           MOVE BAC-REC-PID TO BFC-REC-PID.
           MOVE BAC-REC-ACCNO TO BFC-REC-ACCNO.
           MOVE CDF1I-DRAWEE-BANK TO BFC-REC-DRAWEE-BANK.
           MOVE CDF1I-CHEQUE-NO TO BFC-REC-CHEQUE-NO.
           MOVE CDF1I-CURRENCY TO BFC-REC-CURRENCY.
           MOVE CDF1I-AMOUNT TO BFC-REC-AMOUNT.
           MOVE BNO-REC-BIC TO BFC-REC-BIC.
           SET BFC-REC-LODGED TO TRUE.
           MOVE WS-TODAY TO BFC-REC-LODGED-DATE.
           MOVE CDF1I-USERID TO BFC-REC-LODGED-BY.
           MOVE ZERO TO BFC-REC-PROCEEDS.
           MOVE ZERO TO BFC-REC-RATE.
           MOVE ZERO TO BFC-REC-CREDITED.
           MOVE ZERO TO BFC-REC-FEE.
           MOVE BFC-REC-REF TO WS-BNKFCOL-RID.
           EXEC CICS WRITE FILE('BNKFCOL')
                           FROM(WS-BNKFCOL-REC)
                           LENGTH(LENGTH OF WS-BNKFCOL-REC)
                           RIDFLD(WS-BNKFCOL-RID)
                           KEYLENGTH(LENGTH OF WS-BNKFCOL-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to register the cheque' TO CDF1O-MSG
              GO TO LODGE-ITEM-EXIT
           END-IF.

           MOVE 'LODGE' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           PERFORM MOVE-ITEM-OUT THRU MOVE-ITEM-OUT-EXIT.
           MOVE 'Cheque lodged for collection' TO CDF1O-MSG.
           SET CDF1O-STATUS-OK TO TRUE.
       LODGE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * The first correspondent on file kept in the cheque's currency *
      *****************************************************************
       FIND-CORRESPONDENT.
           MOVE SPACE TO WS-FOUND-SW.
           MOVE LOW-VALUES TO WS-BNKNOSTR-RID.
           EXEC CICS STARTBR FILE('BNKNOSTR')
                             RIDFLD(WS-BNKNOSTR-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-CORRESPONDENT-EXIT
           END-IF.
       FIND-CORRESPONDENT-LOOP.
           EXEC CICS READNEXT FILE('BNKNOSTR')
                              INTO(WS-BNKNOSTR-REC)
                              LENGTH(LENGTH OF WS-BNKNOSTR-REC)
                              RIDFLD(WS-BNKNOSTR-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FIND-CORRESPONDENT-END
           END-IF.
           IF BNO-REC-CURRENCY IS NOT EQUAL TO CDF1I-CURRENCY
              GO TO FIND-CORRESPONDENT-LOOP
           END-IF.
           SET WS-FOUND TO TRUE.
       FIND-CORRESPONDENT-END.
           EXEC CICS ENDBR FILE('BNKNOSTR')
           END-EXEC.
       FIND-CORRESPONDENT-EXIT.
           EXIT.

      *****************************************************************
      * Take the next collection number off the control record,       *
      * starting the register at one the first time                   *
      *****************************************************************
       NEXT-NUMBER.
           MOVE SPACES TO WS-BNKFCOL-RID.
           EXEC CICS READ FILE('BNKFCOL')
                          UPDATE
                          INTO(WS-BNKFCOL-REC)
                          LENGTH(LENGTH OF WS-BNKFCOL-REC)
                          RIDFLD(WS-BNKFCOL-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
              MOVE SPACES TO BFC-RECORD
              MOVE 1 TO WS-NEXT-NUMBER
              MOVE 2 TO BFC-CTL-NEXT-NUMBER
              EXEC CICS WRITE FILE('BNKFCOL')
                              FROM(WS-BNKFCOL-REC)
                              LENGTH(LENGTH OF WS-BNKFCOL-REC)
                              RIDFLD(WS-BNKFCOL-RID)
                              KEYLENGTH(LENGTH OF WS-BNKFCOL-RID)
                              RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Unable to number the collection' TO CDF1O-MSG
              END-IF
              GO TO NEXT-NUMBER-EXIT
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to number the collection' TO CDF1O-MSG
              GO TO NEXT-NUMBER-EXIT
           END-IF.
           MOVE BFC-CTL-NEXT-NUMBER TO WS-NEXT-NUMBER.
           ADD 1 TO BFC-CTL-NEXT-NUMBER.
           EXEC CICS REWRITE FILE('BNKFCOL')
                             FROM(WS-BNKFCOL-REC)
                             LENGTH(LENGTH OF WS-BNKFCOL-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to number the collection' TO CDF1O-MSG
           END-IF.
       NEXT-NUMBER-EXIT.
           EXIT.

      *****************************************************************
      * The correspondent has paid.  The item is held for update     *
      * while the proceeds are converted at the rates in force on the *
      * proceeds date, the account credited less the collection fee,  *
      * the proceeds mirrored to the nostro and the item closed.      *
      *****************************************************************
       CREDIT-PROCEEDS.
           IF CDF1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CDF1O-MSG
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.
           IF CDF1I-PROCEEDS IS LESS THAN ZERO
              MOVE 'Proceeds cannot be negative' TO CDF1O-MSG
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.
           MOVE CDF1I-PROCEEDS-DATE TO WS-PROCEEDS-DATE.
           IF WS-PROCEEDS-DATE IS EQUAL TO SPACES
              MOVE WS-TODAY TO WS-PROCEEDS-DATE
           END-IF.
           IF WS-PROCEEDS-DATE IS GREATER THAN WS-TODAY
              MOVE 'Proceeds date cannot be in the future'
                TO CDF1O-MSG
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.

           PERFORM READ-ITEM-FOR-UPDATE THRU
                   READ-ITEM-FOR-UPDATE-EXIT.
           IF CDF1O-MSG IS NOT EQUAL TO SPACES
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.
           IF WS-PROCEEDS-DATE IS LESS THAN BFC-REC-LODGED-DATE
              PERFORM UNLOCK-ITEM THRU UNLOCK-ITEM-EXIT
              MOVE 'Proceeds date is before the cheque was lodged'
                TO CDF1O-MSG
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.
           MOVE CDF1I-PROCEEDS TO WS-PROCEEDS.
           IF WS-PROCEEDS IS EQUAL TO ZERO
              MOVE BFC-REC-AMOUNT TO WS-PROCEEDS
           END-IF.

           PERFORM READ-ACCOUNT-FOR-UPDATE THRU
                   READ-ACCOUNT-FOR-UPDATE-EXIT.
           IF CDF1O-MSG IS NOT EQUAL TO SPACES
              PERFORM UNLOCK-ITEM THRU UNLOCK-ITEM-EXIT
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.
           IF BAC-REC-CLOSED OR
              BAC-REC-ESCHEATED
              PERFORM UNLOCK-ACCOUNT THRU UNLOCK-ACCOUNT-EXIT
              PERFORM UNLOCK-ITEM THRU UNLOCK-ITEM-EXIT
              MOVE 'Account is closed - proceeds cannot be paid in'
                TO CDF1O-MSG
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.

      * Same currency is credited as paid; otherwise through the base
      * currency at the rates effective on the proceeds date
           IF BFC-REC-CURRENCY IS EQUAL TO WS-ACC-CURRENCY
              MOVE 1 TO WS-FROM-RATE
              MOVE 1 TO WS-TO-RATE
           ELSE
              MOVE WS-PROCEEDS-DATE TO WS-RATE-DATE
              MOVE BFC-REC-CURRENCY TO WS-RATE-CCY
              SET WS-RATE-BUY TO TRUE
              PERFORM GET-RATE THRU GET-RATE-EXIT
              MOVE WS-RATE TO WS-FROM-RATE
              IF WS-RATE IS NOT EQUAL TO ZERO
                 MOVE WS-ACC-CURRENCY TO WS-RATE-CCY
                 SET WS-RATE-SELL TO TRUE
                 PERFORM GET-RATE THRU GET-RATE-EXIT
                 MOVE WS-RATE TO WS-TO-RATE
              END-IF
              IF WS-RATE IS EQUAL TO ZERO
                 PERFORM UNLOCK-ACCOUNT THRU UNLOCK-ACCOUNT-EXIT
                 PERFORM UNLOCK-ITEM THRU UNLOCK-ITEM-EXIT
                 GO TO CREDIT-PROCEEDS-EXIT
              END-IF
           END-IF.
           COMPUTE WS-RATE ROUNDED = WS-FROM-RATE / WS-TO-RATE.
           COMPUTE WS-CREDIT ROUNDED =
                   WS-PROCEEDS * WS-FROM-RATE / WS-TO-RATE.

           MOVE WS-FCOL-FEE TO WS-FEE.
           MOVE 'FCOL-FEE' TO WS-PARM-ID.
           PERFORM GET-PARM THRU GET-PARM-EXIT.
           IF WS-FEE IS GREATER THAN WS-CREDIT
              MOVE WS-CREDIT TO WS-FEE
           END-IF.

           ADD WS-CREDIT TO BAC-REC-BALANCE.
           ADD WS-CREDIT TO BAC-REC-AVAIL-BALANCE.
           SUBTRACT WS-FEE FROM BAC-REC-BALANCE.
           SUBTRACT WS-FEE FROM BAC-REC-AVAIL-BALANCE.
           ADD WS-FEE TO BAC-REC-YTD-FEES.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             TOKEN(WS-ACC-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM UNLOCK-ITEM THRU UNLOCK-ITEM-EXIT
              MOVE 'Unable to credit the account' TO CDF1O-MSG
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.

           MOVE ZERO TO WS-TXN-SEQ.
           MOVE 'G' TO WS-TXN-TYPE.
           MOVE '1' TO WS-TXN-SUB-TYPE.
           MOVE WS-CREDIT TO WS-TXN-AMOUNT.
           MOVE SPACES TO WS-TXN-DESC.
           STRING 'Foreign cheque ' DELIMITED BY SIZE
                  BFC-REC-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BFC-REC-CURRENCY DELIMITED BY SIZE
             INTO WS-TXN-DESC.
           PERFORM WRITE-TXN THRU WRITE-TXN-EXIT.
           IF WS-FEE IS NOT EQUAL TO ZERO
              MOVE '3' TO WS-TXN-TYPE
              MOVE 'C' TO WS-TXN-SUB-TYPE
              COMPUTE WS-TXN-AMOUNT = ZERO - WS-FEE
              MOVE SPACES TO WS-TXN-DESC
              STRING 'Collection fee ' DELIMITED BY SIZE
                     BFC-REC-REF DELIMITED BY SIZE
                INTO WS-TXN-DESC
              PERFORM WRITE-TXN THRU WRITE-TXN-EXIT
           END-IF.

      * The correspondent has received the proceeds for us
           MOVE SPACES TO CD46-DATA.
           SET CD46-REQUEST-MIRROR TO TRUE.
           MOVE BFC-REC-BIC TO CD46I-BIC.
           SET CD46I-INBOUND TO TRUE.
           MOVE WS-PROCEEDS TO CD46I-AMOUNT.
           MOVE BFC-REC-REF TO CD46I-REFERENCE.
           EXEC CICS LINK PROGRAM('DBANK46P')
                          COMMAREA(CD46-DATA)
                          LENGTH(LENGTH OF CD46-DATA)
           END-EXEC.

           SET BFC-REC-PAID TO TRUE.
           MOVE WS-TODAY TO BFC-REC-CLOSED-DATE.
           MOVE CDF1I-USERID TO BFC-REC-CLOSED-BY.
           MOVE WS-PROCEEDS TO BFC-REC-PROCEEDS.
           MOVE WS-PROCEEDS-DATE TO BFC-REC-PROCEEDS-DATE.
           MOVE WS-RATE TO BFC-REC-RATE.
           MOVE WS-CREDIT TO BFC-REC-CREDITED.
           MOVE WS-FEE TO BFC-REC-FEE.
           PERFORM REWRITE-ITEM THRU REWRITE-ITEM-EXIT.
           IF CDF1O-MSG IS NOT EQUAL TO SPACES
              GO TO CREDIT-PROCEEDS-EXIT
           END-IF.

           MOVE 'PROCEEDS' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           PERFORM MOVE-ITEM-OUT THRU MOVE-ITEM-OUT-EXIT.
           IF CD46O-STATUS-OK
              MOVE 'Proceeds credited' TO CDF1O-MSG
           ELSE
              MOVE 'Proceeds credited - nostro not updated'
                TO CDF1O-MSG
           END-IF.
           SET CDF1O-STATUS-OK TO TRUE.
       CREDIT-PROCEEDS-EXIT.
           EXIT.

      *****************************************************************
      * The cheque came back unpaid.  The item is closed and the      *
      * returned-item fee charged to the account while it is open.    *
      *****************************************************************
       RETURN-ITEM.
           IF CDF1I-USERID IS EQUAL TO SPACES
              MOVE 'Staff member must be identified' TO CDF1O-MSG
              GO TO RETURN-ITEM-EXIT
           END-IF.
           IF CDF1I-REASON IS EQUAL TO SPACES
              MOVE 'Reason for the return is required' TO CDF1O-MSG
              GO TO RETURN-ITEM-EXIT
           END-IF.

           PERFORM READ-ITEM-FOR-UPDATE THRU
                   READ-ITEM-FOR-UPDATE-EXIT.
           IF CDF1O-MSG IS NOT EQUAL TO SPACES
              GO TO RETURN-ITEM-EXIT
           END-IF.

           MOVE WS-FCOL-RTN-FEE TO WS-FEE.
           MOVE 'FCOL-RTN-FEE' TO WS-PARM-ID.
           PERFORM GET-PARM THRU GET-PARM-EXIT.

           IF WS-FEE IS GREATER THAN ZERO
              PERFORM READ-ACCOUNT-FOR-UPDATE THRU
                      READ-ACCOUNT-FOR-UPDATE-EXIT
              IF CDF1O-MSG IS NOT EQUAL TO SPACES
                 PERFORM UNLOCK-ITEM THRU UNLOCK-ITEM-EXIT
                 GO TO RETURN-ITEM-EXIT
              END-IF
              IF BAC-REC-CLOSED OR
                 BAC-REC-ESCHEATED
                 PERFORM UNLOCK-ACCOUNT THRU UNLOCK-ACCOUNT-EXIT
                 MOVE ZERO TO WS-FEE
              END-IF
           END-IF.
           IF WS-FEE IS GREATER THAN ZERO
              SUBTRACT WS-FEE FROM BAC-REC-BALANCE
              SUBTRACT WS-FEE FROM BAC-REC-AVAIL-BALANCE
              ADD WS-FEE TO BAC-REC-YTD-FEES
              EXEC CICS REWRITE FILE('BNKACC')
                                FROM(WS-BNKACC-REC)
                                LENGTH(LENGTH OF WS-BNKACC-REC)
                                TOKEN(WS-ACC-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 PERFORM UNLOCK-ITEM THRU UNLOCK-ITEM-EXIT
                 MOVE 'Unable to charge the returned-item fee'
                   TO CDF1O-MSG
                 GO TO RETURN-ITEM-EXIT
              END-IF
              MOVE ZERO TO WS-TXN-SEQ
              MOVE '3' TO WS-TXN-TYPE
              MOVE 'D' TO WS-TXN-SUB-TYPE
              COMPUTE WS-TXN-AMOUNT = ZERO - WS-FEE
              MOVE SPACES TO WS-TXN-DESC
              STRING 'Returned foreign cheque ' DELIMITED BY SIZE
                     BFC-REC-REF DELIMITED BY SIZE
                INTO WS-TXN-DESC
              PERFORM WRITE-TXN THRU WRITE-TXN-EXIT
           END-IF.

           SET BFC-REC-RETURNED TO TRUE.
           MOVE WS-TODAY TO BFC-REC-CLOSED-DATE.
           MOVE CDF1I-USERID TO BFC-REC-CLOSED-BY.
           MOVE CDF1I-REASON TO BFC-REC-RETURN-REASON.
           MOVE WS-FEE TO BFC-REC-FEE.
           PERFORM REWRITE-ITEM THRU REWRITE-ITEM-EXIT.
           IF CDF1O-MSG IS NOT EQUAL TO SPACES
              GO TO RETURN-ITEM-EXIT
           END-IF.

           MOVE 'RETURN' TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY-LOG THRU WRITE-ACTIVITY-LOG-EXIT.
           PERFORM MOVE-ITEM-OUT THRU MOVE-ITEM-OUT-EXIT.
           MOVE 'Returned item closed' TO CDF1O-MSG.
           SET CDF1O-STATUS-OK TO TRUE.
       RETURN-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * One item, as it stands                                        *
      *****************************************************************
       GET-ITEM.
           MOVE CDF1I-REF TO WS-BNKFCOL-RID.
           IF WS-BNKFCOL-RID IS EQUAL TO SPACES
              SET CDF1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Collection not found' TO CDF1O-MSG
              GO TO GET-ITEM-EXIT
           END-IF.
           EXEC CICS READ FILE('BNKFCOL')
                          INTO(WS-BNKFCOL-REC)
                          LENGTH(LENGTH OF WS-BNKFCOL-REC)
                          RIDFLD(WS-BNKFCOL-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDF1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Collection not found' TO CDF1O-MSG
              GO TO GET-ITEM-EXIT
           END-IF.
           PERFORM MOVE-ITEM-OUT THRU MOVE-ITEM-OUT-EXIT.
           SET CDF1O-STATUS-OK TO TRUE.
       GET-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * The items lodged to an account, fifteen at a time, carrying   *
      * on from the reference the caller was given last time          *
      *****************************************************************
       LIST-ITEMS.
           IF CDF1I-ACCNO IS EQUAL TO SPACES
              MOVE 'Account number is required' TO CDF1O-MSG
              GO TO LIST-ITEMS-EXIT
           END-IF.
           MOVE CDF1I-START-REF TO WS-BNKFCOL-RID.
           EXEC CICS STARTBR FILE('BNKFCOL')
                             RIDFLD(WS-BNKFCOL-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-ITEMS-DONE
           END-IF.
       LIST-ITEMS-LOOP.
           EXEC CICS READNEXT FILE('BNKFCOL')
                              INTO(WS-BNKFCOL-REC)
                              LENGTH(LENGTH OF WS-BNKFCOL-REC)
                              RIDFLD(WS-BNKFCOL-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-ITEMS-END
           END-IF.
           IF BFC-REC-REF IS EQUAL TO SPACES OR
              BFC-REC-ACCNO IS NOT EQUAL TO CDF1I-ACCNO
              GO TO LIST-ITEMS-LOOP
           END-IF.
           IF CDF1O-LIST-COUNT IS EQUAL TO 15
              SET CDF1O-MORE-ITEMS TO TRUE
              MOVE BFC-REC-REF TO CDF1O-NEXT-REF
              GO TO LIST-ITEMS-END
           END-IF.
           ADD 1 TO CDF1O-LIST-COUNT.
           MOVE BFC-REC-REF TO CDF1O-LIST-REF (CDF1O-LIST-COUNT).
           MOVE BFC-REC-LODGED-DATE
             TO CDF1O-LIST-LODGED-DATE (CDF1O-LIST-COUNT).
           MOVE BFC-REC-CURRENCY
             TO CDF1O-LIST-CURRENCY (CDF1O-LIST-COUNT).
           MOVE BFC-REC-AMOUNT TO CDF1O-LIST-AMOUNT (CDF1O-LIST-COUNT).
           MOVE BFC-REC-STATUS TO CDF1O-LIST-STATUS (CDF1O-LIST-COUNT).
           MOVE BFC-REC-CLOSED-DATE
             TO CDF1O-LIST-CLOSED-DATE (CDF1O-LIST-COUNT).
           GO TO LIST-ITEMS-LOOP.
       LIST-ITEMS-END.
           EXEC CICS ENDBR FILE('BNKFCOL')
           END-EXEC.
       LIST-ITEMS-DONE.
           IF CDF1O-LIST-COUNT IS EQUAL TO ZERO
              MOVE 'No collections lodged to the account'
                TO CDF1O-MSG
           END-IF.
           SET CDF1O-STATUS-OK TO TRUE.
       LIST-ITEMS-EXIT.
           EXIT.

      *****************************************************************
      * Hold an item for update; only one still outstanding can be    *
      * closed                                                        *
      *****************************************************************
       READ-ITEM-FOR-UPDATE.
           MOVE CDF1I-REF TO WS-BNKFCOL-RID.
           IF WS-BNKFCOL-RID IS EQUAL TO SPACES
              SET CDF1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Collection not found' TO CDF1O-MSG
              GO TO READ-ITEM-FOR-UPDATE-EXIT
           END-IF.
           EXEC CICS READ FILE('BNKFCOL')
                          UPDATE
                          INTO(WS-BNKFCOL-REC)
                          LENGTH(LENGTH OF WS-BNKFCOL-REC)
                          RIDFLD(WS-BNKFCOL-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CDF1O-STATUS-NOTFOUND TO TRUE
              MOVE 'Collection not found' TO CDF1O-MSG
              GO TO READ-ITEM-FOR-UPDATE-EXIT
           END-IF.
           IF NOT BFC-REC-OUTSTANDING
              PERFORM UNLOCK-ITEM THRU UNLOCK-ITEM-EXIT
              MOVE 'Collection is already closed' TO CDF1O-MSG
           END-IF.
       READ-ITEM-FOR-UPDATE-EXIT.
           EXIT.

       UNLOCK-ITEM.
           EXEC CICS UNLOCK FILE('BNKFCOL')
                            TOKEN(WS-READ-TOKEN)
           END-EXEC.
       UNLOCK-ITEM-EXIT.
           EXIT.

       REWRITE-ITEM.
           EXEC CICS REWRITE FILE('BNKFCOL')
                             FROM(WS-BNKFCOL-REC)
                             LENGTH(LENGTH OF WS-BNKFCOL-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Posted but the register was not updated'
                TO CDF1O-MSG
           END-IF.
       REWRITE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * Hold the item's account for update                            *
      *****************************************************************
       READ-ACCOUNT-FOR-UPDATE.
           MOVE BFC-REC-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-ACC-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to read the account' TO CDF1O-MSG
              GO TO READ-ACCOUNT-FOR-UPDATE-EXIT
           END-IF.
           MOVE BAC-REC-CURRENCY TO WS-ACC-CURRENCY.
           IF WS-ACC-CURRENCY IS EQUAL TO SPACES
              MOVE 'USD' TO WS-ACC-CURRENCY
           END-IF.
       READ-ACCOUNT-FOR-UPDATE-EXIT.
           EXIT.

       UNLOCK-ACCOUNT.
           EXEC CICS UNLOCK FILE('BNKACC')
                            TOKEN(WS-ACC-TOKEN)
           END-EXEC.
       UNLOCK-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * One currency's buy or sell rate effective on WS-RATE-DATE     *
      * from the rate master's own lookup - the base currency is      *
      * always one.  A missing rate comes back as zero with the       *
      * message already set.                                          *
      *****************************************************************
       GET-RATE.
           IF WS-RATE-CCY IS EQUAL TO 'USD'
              MOVE 1 TO WS-RATE
              GO TO GET-RATE-EXIT
           END-IF.
           MOVE SPACES TO CD25-DATA.
           SET CD25-REQUEST-GETRATE TO TRUE.
           MOVE WS-RATE-CCY TO CD25I-CURRENCY.
           MOVE WS-RATE-DATE TO CD25I-EFF-DATE.
           EXEC CICS LINK PROGRAM('DBANK25P')
                          COMMAREA(CD25-DATA)
                          LENGTH(LENGTH OF CD25-DATA)
           END-EXEC.
           IF NOT CD25O-STATUS-OK
              MOVE ZERO TO WS-RATE
           ELSE
              IF WS-RATE-BUY
                 MOVE CD25O-BUY-RATE TO WS-RATE
              ELSE
                 MOVE CD25O-SELL-RATE TO WS-RATE
              END-IF
           END-IF.
           IF WS-RATE IS NOT GREATER THAN ZERO
              MOVE ZERO TO WS-RATE
              SET CDF1O-STATUS-NORATE TO TRUE
              MOVE SPACES TO CDF1O-MSG
              STRING 'No exchange rate on file for ' DELIMITED BY SIZE
                     WS-RATE-CCY DELIMITED BY SIZE
                INTO CDF1O-MSG
           END-IF.
       GET-RATE-EXIT.
           EXIT.

      *****************************************************************
      * A fee parameter in force today replaces the default already   *
      * in WS-FEE; WS-PARM-ID names it on entry                       *
      *****************************************************************
       GET-PARM.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE WS-PARM-ID TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-FEE
           END-IF.
       GET-PARM-EXIT.
           EXIT.

      *****************************************************************
      * Return the item as it now stands                              *
      *****************************************************************
       MOVE-ITEM-OUT.
           MOVE BFC-REC-REF TO CDF1O-REF.
           MOVE BFC-REC-PID TO CDF1O-PID.
           MOVE BFC-REC-ACCNO TO CDF1O-ACCNO.
           MOVE BFC-REC-DRAWEE-BANK TO CDF1O-DRAWEE-BANK.
           MOVE BFC-REC-CHEQUE-NO TO CDF1O-CHEQUE-NO.
           MOVE BFC-REC-CURRENCY TO CDF1O-CURRENCY.
           MOVE BFC-REC-AMOUNT TO CDF1O-AMOUNT.
           MOVE BFC-REC-BIC TO CDF1O-BIC.
           MOVE BFC-REC-STATUS TO CDF1O-ITEM-STATUS.
           MOVE BFC-REC-LODGED-DATE TO CDF1O-LODGED-DATE.
           MOVE BFC-REC-SENT-DATE TO CDF1O-SENT-DATE.
           MOVE BFC-REC-CLOSED-DATE TO CDF1O-CLOSED-DATE.
           MOVE BFC-REC-PROCEEDS TO CDF1O-PROCEEDS.
           MOVE BFC-REC-PROCEEDS-DATE TO CDF1O-PROCEEDS-DATE.
           MOVE BFC-REC-RATE TO CDF1O-RATE.
           MOVE BFC-REC-CREDITED TO CDF1O-CREDITED.
           MOVE BFC-REC-FEE TO CDF1O-FEE.
           MOVE BFC-REC-RETURN-REASON TO CDF1O-RETURN-REASON.
       MOVE-ITEM-OUT-EXIT.
           EXIT.

       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CDF1I-USERID (1:4) TO CD18I-TERMID.
           MOVE 'FCOL' TO CD18I-TRANID.
           MOVE BFC-REC-PID TO CD18I-PID.
           MOVE CDF1I-USERID TO CD18I-USERID.
           MOVE BFC-REC-AMOUNT TO WS-AMOUNT-ED.
           STRING 'FOREIGN CHEQUE ' DELIMITED BY SIZE
                  WS-LOG-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BFC-REC-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BFC-REC-ACCNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BFC-REC-CURRENCY DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BFC-REC-BIC DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.
       WRITE-ACTIVITY-LOG-EXIT.
           EXIT.

      *****************************************************************
      * One posting on the audit trail                                *
      *****************************************************************
       WRITE-TXN.
           MOVE SPACES TO BTX-RECORD.
           MOVE BFC-REC-PID TO BTX-REC-PID.
           MOVE WS-TXN-TYPE TO BTX-REC-TYPE.
           MOVE WS-TXN-SUB-TYPE TO BTX-REC-SUB-TYPE.
           MOVE BFC-REC-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-TXN-SEQ TO BTX-REC-TIMESTAMP (26:1).
           ADD 1 TO WS-TXN-SEQ.
           MOVE WS-TXN-AMOUNT TO BTX-REC-AMOUNT.
           MOVE WS-TXN-DESC TO BTX-REC-DATA-OLD (1:40).
           MOVE WS-ACC-CURRENCY TO BTX-REC-CURRENCY.
           MOVE WS-TODAY TO BTX-REC-POST-DATE.
           MOVE CDF1I-USERID TO BTX-REC-USERID.
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
