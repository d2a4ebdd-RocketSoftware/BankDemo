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
      * Program:     DBANK98P.CBL                                     *
      * Function:    Rewards points on a credit card account.         *
      *              INQUIRE returns the points balance, its cash     *
      *              value, the next points due to expire and the     *
      *              latest ledger entries; REDEEM turns points into  *
      *              a statement credit on the card or a credit to    *
      *              one of the customer's deposit accounts, using up *
      *              the oldest points first.  Every redemption is    *
      *              written to the activity log.                     *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK98P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK98P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-LOT-TOKEN                          PIC S9(8) COMP.
         05  WS-ACC-TOKEN                          PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKRWDS-RID                        PIC X(9).
         05  WS-BNKRWDL-RID                        PIC X(14).
         05  WS-BNKTXN-RID                         PIC X(26).
         05  WS-TODAY                              PIC X(10).
      * Cash value of 100 points, and the smallest redemption taken,
      * until the business parameters RWD-VALUE-100 and
      * RWD-MIN-REDEEM say otherwise
         05  WS-VALUE-100                          PIC S9(5)V99 COMP-3
             VALUE 1.00.
         05  WS-MIN-REDEEM                         PIC 9(9)
             VALUE 1000.
         05  WS-LOT-SEQ                            PIC 9(5).
         05  WS-USE-POINTS                         PIC S9(9) COMP-3.
         05  WS-REDEEM-VALUE                       PIC S9(7)V99 COMP-3.
         05  WS-SUB                                PIC 9(1).
         05  WS-POINTS-ED                          PIC Z(8)9.
         05  WS-AMOUNT-ED                          PIC Z(6)9.99.
         05  WS-CREDIT-ACCNO                       PIC X(9).

       COPY CTSTAMPD.

       01  WS-BNKRWDS-REC.
       COPY CBANKVRW.

       01  WS-BNKRWDL-REC.
       COPY CBANKVRX.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKACC-DEP-REC.
       COPY CBANKVAC.

       01  WS-BNKTXN-REC.
       COPY CBANKVTX.

       01  WS-TWOS-COMP.
         05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.
         05  WS-TWOS-COMP-INPUT                    PIC X(256).
         05  WS-TWOS-COMP-OUTPUT                   PIC X(256).

       01  WS-PARM-DATA.
       COPY CBANKD93.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD98.

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
           MOVE SPACES TO CD98O-DATA.
           SET CD98O-STATUS-ERROR TO TRUE.
           MOVE ZERO TO CD98O-BALANCE.
           MOVE ZERO TO CD98O-EARNED.
           MOVE ZERO TO CD98O-CLAWED-BACK.
           MOVE ZERO TO CD98O-REDEEMED.
           MOVE ZERO TO CD98O-EXPIRED.
           MOVE ZERO TO CD98O-VALUE.
           MOVE ZERO TO CD98O-EXPIRY-POINTS.
           MOVE ZERO TO CD98O-REDEEMED-VALUE.
           MOVE 0 TO CD98O-ENTRY-COUNT.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           PERFORM GET-PARAMETERS.
           MOVE WS-MIN-REDEEM TO CD98O-MIN-REDEEM.

           EVALUATE TRUE
             WHEN CD98-REQUEST-INQUIRE
              PERFORM INQUIRE-POINTS THRU INQUIRE-POINTS-EXIT
             WHEN CD98-REQUEST-REDEEM
              PERFORM REDEEM-POINTS THRU REDEEM-POINTS-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD98O-MSG
           END-EVALUATE.

       DBANK98P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * The points on the card, with the latest ledger entries        *
      *****************************************************************
       INQUIRE-POINTS.
           PERFORM CHECK-CARD THRU
                   CHECK-CARD-EXIT.
           IF CD98O-MSG IS NOT EQUAL TO SPACES
              GO TO INQUIRE-POINTS-EXIT
           END-IF.
           MOVE CD98I-ACCNO TO WS-BNKRWDS-RID.
           EXEC CICS READ FILE('BNKRWDS')
                          INTO(WS-BNKRWDS-REC)
                          LENGTH(LENGTH OF WS-BNKRWDS-REC)
                          RIDFLD(WS-BNKRWDS-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD98O-STATUS-OK TO TRUE
              MOVE 'No points earned yet' TO CD98O-MSG
              GO TO INQUIRE-POINTS-EXIT
           END-IF.
           PERFORM MOVE-POINTS-TO-OUTPUT.
           PERFORM FIND-NEXT-EXPIRY THRU
                   FIND-NEXT-EXPIRY-EXIT.

           MOVE BRW-REC-LAST-SEQ TO WS-LOT-SEQ.
       INQUIRE-POINTS-ENTRIES.
           IF WS-LOT-SEQ IS EQUAL TO ZERO OR
              CD98O-ENTRY-COUNT IS EQUAL TO 8
              GO TO INQUIRE-POINTS-DONE
           END-IF.
           PERFORM READ-LEDGER.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO CD98O-ENTRY-COUNT
              MOVE CD98O-ENTRY-COUNT TO WS-SUB
              MOVE BRX-REC-ENTRY-DATE TO CD98O-ENTRY-DATE (WS-SUB)
              MOVE BRX-REC-ENTRY-TYPE TO CD98O-ENTRY-TYPE (WS-SUB)
              MOVE BRX-REC-POINTS TO CD98O-ENTRY-POINTS (WS-SUB)
              MOVE BRX-REC-AMOUNT TO CD98O-ENTRY-AMOUNT (WS-SUB)
              MOVE BRX-REC-EXPIRY-DATE
                TO CD98O-ENTRY-EXPIRY-DATE (WS-SUB)
           END-IF.
           SUBTRACT 1 FROM WS-LOT-SEQ.
           GO TO INQUIRE-POINTS-ENTRIES.
       INQUIRE-POINTS-DONE.
           SET CD98O-STATUS-OK TO TRUE.
           IF BRW-REC-BALANCE IS NOT LESS THAN WS-MIN-REDEEM
              MOVE 'Points available to redeem' TO CD98O-MSG
           ELSE
              MOVE 'Not yet enough points to redeem' TO CD98O-MSG
           END-IF.
       INQUIRE-POINTS-EXIT.
           EXIT.

      *****************************************************************
      * Redeem points.  The value is paid first, then the points are  *
      * taken from the oldest earnings and the redemption written to  *
      * the ledger.                                                   *
      *****************************************************************
       REDEEM-POINTS.
           PERFORM CHECK-CARD THRU
                   CHECK-CARD-EXIT.
           IF CD98O-MSG IS NOT EQUAL TO SPACES
              GO TO REDEEM-POINTS-EXIT
           END-IF.
           IF CD98I-POINTS IS LESS THAN WS-MIN-REDEEM
              MOVE WS-MIN-REDEEM TO WS-POINTS-ED
              STRING 'The smallest redemption is '
                       DELIMITED BY SIZE
                     WS-POINTS-ED DELIMITED BY SIZE
                INTO CD98O-MSG
              GO TO REDEEM-POINTS-EXIT
           END-IF.
           COMPUTE WS-REDEEM-VALUE ROUNDED =
                   CD98I-POINTS * WS-VALUE-100 / 100.
           IF WS-REDEEM-VALUE IS NOT GREATER THAN ZERO
              MOVE 'Points have no cash value' TO CD98O-MSG
              GO TO REDEEM-POINTS-EXIT
           END-IF.

           MOVE CD98I-ACCNO TO WS-BNKRWDS-RID.
           EXEC CICS READ FILE('BNKRWDS')
                          UPDATE
                          INTO(WS-BNKRWDS-REC)
                          LENGTH(LENGTH OF WS-BNKRWDS-REC)
                          RIDFLD(WS-BNKRWDS-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD98O-STATUS-NOTFOUND TO TRUE
              MOVE 'No points earned yet' TO CD98O-MSG
              GO TO REDEEM-POINTS-EXIT
           END-IF.
           IF CD98I-POINTS IS GREATER THAN BRW-REC-BALANCE
              PERFORM RELEASE-POINTS
              PERFORM MOVE-POINTS-TO-OUTPUT
              MOVE 'Not enough points' TO CD98O-MSG
              GO TO REDEEM-POINTS-EXIT
           END-IF.

           IF CD98I-TO-DEPOSIT
              PERFORM CREDIT-DEPOSIT THRU
                      CREDIT-DEPOSIT-EXIT
           ELSE
              PERFORM CREDIT-STATEMENT THRU
                      CREDIT-STATEMENT-EXIT
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM RELEASE-POINTS
              GO TO REDEEM-POINTS-EXIT
           END-IF.

           MOVE CD98I-POINTS TO WS-USE-POINTS.
           PERFORM USE-POINTS THRU
                   USE-POINTS-EXIT.

           ADD 1 TO BRW-REC-LAST-SEQ.
           MOVE SPACES TO BRX-RECORD.
           MOVE BRW-REC-ACCNO TO BRX-REC-ACCNO.
           MOVE BRW-REC-LAST-SEQ TO BRX-REC-SEQ.
           IF CD98I-TO-DEPOSIT
              SET BRX-REC-REDEEM-DEPOSIT TO TRUE
           ELSE
              SET BRX-REC-REDEEM-CREDIT TO TRUE
           END-IF.
           COMPUTE BRX-REC-POINTS = ZERO - CD98I-POINTS.
           MOVE ZERO TO BRX-REC-POINTS-LEFT.
           MOVE WS-TODAY TO BRX-REC-ENTRY-DATE.
           MOVE WS-REDEEM-VALUE TO BRX-REC-AMOUNT.
           MOVE WS-CREDIT-ACCNO TO BRX-REC-TARGET-ACCNO.
           MOVE CD98I-USERID TO BRX-REC-USERID.
           MOVE WS-TIMESTAMP TO BRX-REC-TXN-TIMESTAMP.
           MOVE BRX-REC-KEY TO WS-BNKRWDL-RID.
           EXEC CICS WRITE FILE('BNKRWDL')
                           FROM(WS-BNKRWDL-REC)
                           LENGTH(LENGTH OF WS-BNKRWDL-REC)
                           RIDFLD(WS-BNKRWDL-RID)
                           KEYLENGTH(LENGTH OF WS-BNKRWDL-RID)
                           RESP(WS-RESP)
           END-EXEC.

           SUBTRACT CD98I-POINTS FROM BRW-REC-BALANCE.
           ADD CD98I-POINTS TO BRW-REC-REDEEMED.
           MOVE WS-TODAY TO BRW-REC-LAST-REDEEM-DATE.
           EXEC CICS REWRITE FILE('BNKRWDS')
                             FROM(WS-BNKRWDS-REC)
                             LENGTH(LENGTH OF WS-BNKRWDS-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.

           PERFORM WRITE-ACTIVITY-LOG.
           PERFORM MOVE-POINTS-TO-OUTPUT.
           PERFORM FIND-NEXT-EXPIRY THRU
                   FIND-NEXT-EXPIRY-EXIT.
           MOVE WS-REDEEM-VALUE TO CD98O-REDEEMED-VALUE.
           SET CD98O-STATUS-OK TO TRUE.
           IF CD98I-TO-DEPOSIT
              MOVE 'Points redeemed to the deposit account'
                TO CD98O-MSG
           ELSE
              MOVE 'Points redeemed as a statement credit'
                TO CD98O-MSG
           END-IF.
       REDEEM-POINTS-EXIT.
           EXIT.

      *****************************************************************
      * The card must be the customer's own open revolving account    *
      *****************************************************************
       CHECK-CARD.
           MOVE CD98I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD98O-STATUS-NOTFOUND TO TRUE
              MOVE 'Card account not found' TO CD98O-MSG
              GO TO CHECK-CARD-EXIT
           END-IF.
           IF BAC-REC-PID IN WS-BNKACC-REC IS NOT EQUAL TO CD98I-PID
              SET CD98O-STATUS-NOTFOUND TO TRUE
              MOVE 'Card account not found' TO CD98O-MSG
              GO TO CHECK-CARD-EXIT
           END-IF.
           IF NOT BAC-REC-TYPE-REVOLVING IN WS-BNKACC-REC
              MOVE 'Not a credit card account' TO CD98O-MSG
              GO TO CHECK-CARD-EXIT
           END-IF.
           IF CD98-REQUEST-REDEEM AND
              BAC-REC-CLOSED IN WS-BNKACC-REC
              MOVE 'Card account is closed' TO CD98O-MSG
           END-IF.
       CHECK-CARD-EXIT.
           EXIT.

      *****************************************************************
      * Statement credit - the value is paid onto the card itself     *
      *****************************************************************
       CREDIT-STATEMENT.
           MOVE CD98I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-ACC-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Card account not found' TO CD98O-MSG
              GO TO CREDIT-STATEMENT-EXIT
           END-IF.
           ADD WS-REDEEM-VALUE TO BAC-REC-BALANCE IN WS-BNKACC-REC.
           ADD WS-REDEEM-VALUE
             TO BAC-REC-AVAIL-BALANCE IN WS-BNKACC-REC.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-REC)
                             LENGTH(LENGTH OF WS-BNKACC-REC)
                             TOKEN(WS-ACC-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to credit the card account' TO CD98O-MSG
              GO TO CREDIT-STATEMENT-EXIT
           END-IF.
           MOVE CD98I-ACCNO TO WS-CREDIT-ACCNO.
           MOVE SPACES TO BTX-RECORD.
           MOVE '1' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-CURRENCY IN WS-BNKACC-REC
             TO BTX-REC-CURRENCY.
           PERFORM WRITE-REDEEM-POSTING.
       CREDIT-STATEMENT-EXIT.
           EXIT.

      *****************************************************************
      * Transfer to a deposit account - one of the customer's own     *
      * open accounts in the card's currency, not a card, loan or     *
      * term deposit                                                  *
      *****************************************************************
       CREDIT-DEPOSIT.
           MOVE CD98I-DEPOSIT-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-DEP-REC)
                          LENGTH(LENGTH OF WS-BNKACC-DEP-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-ACC-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Deposit account not found' TO CD98O-MSG
              GO TO CREDIT-DEPOSIT-EXIT
           END-IF.
           IF BAC-REC-PID IN WS-BNKACC-DEP-REC IS NOT EQUAL TO
              CD98I-PID OR
              BAC-REC-TYPE-REVOLVING IN WS-BNKACC-DEP-REC OR
              BAC-REC-TYPE-TERM-DEP IN WS-BNKACC-DEP-REC OR
              BAC-REC-TYPE IN WS-BNKACC-DEP-REC IS EQUAL TO 'L'
              MOVE 'Not one of the customer''s deposit accounts'
                TO CD98O-MSG
              MOVE DFHRESP(NOTFND) TO WS-RESP
           END-IF.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BAC-REC-CLOSED IN WS-BNKACC-DEP-REC
              MOVE 'Deposit account is closed' TO CD98O-MSG
              MOVE DFHRESP(NOTFND) TO WS-RESP
           END-IF.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BAC-REC-CURRENCY IN WS-BNKACC-DEP-REC IS NOT EQUAL TO
              BAC-REC-CURRENCY IN WS-BNKACC-REC
              MOVE 'Deposit account is in another currency'
                TO CD98O-MSG
              MOVE DFHRESP(NOTFND) TO WS-RESP
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('BNKACC')
                               TOKEN(WS-ACC-TOKEN)
              END-EXEC
              GO TO CREDIT-DEPOSIT-EXIT
           END-IF.
           ADD WS-REDEEM-VALUE
             TO BAC-REC-BALANCE IN WS-BNKACC-DEP-REC.
           ADD WS-REDEEM-VALUE
             TO BAC-REC-AVAIL-BALANCE IN WS-BNKACC-DEP-REC.
           EXEC CICS REWRITE FILE('BNKACC')
                             FROM(WS-BNKACC-DEP-REC)
                             LENGTH(LENGTH OF WS-BNKACC-DEP-REC)
                             TOKEN(WS-ACC-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to credit the deposit account'
                TO CD98O-MSG
              GO TO CREDIT-DEPOSIT-EXIT
           END-IF.
           MOVE CD98I-DEPOSIT-ACCNO TO WS-CREDIT-ACCNO.
           MOVE SPACES TO BTX-RECORD.
           MOVE '2' TO BTX-REC-SUB-TYPE.
           MOVE BAC-REC-CURRENCY IN WS-BNKACC-DEP-REC
             TO BTX-REC-CURRENCY.
           PERFORM WRITE-REDEEM-POSTING.
       CREDIT-DEPOSIT-EXIT.
           EXIT.

      *****************************************************************
      * The audit-trail posting for the value paid (type Q)           *
      *****************************************************************
       WRITE-REDEEM-POSTING.
           MOVE CD98I-PID TO BTX-REC-PID.
           MOVE 'Q' TO BTX-REC-TYPE.
           MOVE WS-CREDIT-ACCNO TO BTX-REC-ACCNO.
           MOVE WS-TIMESTAMP TO BTX-REC-TIMESTAMP.
           MOVE WS-REDEEM-VALUE TO BTX-REC-AMOUNT.
           MOVE CD98I-POINTS TO WS-POINTS-ED.
           STRING 'Rewards redemption ' DELIMITED BY SIZE
                  WS-POINTS-ED DELIMITED BY SIZE
                  ' points card ' DELIMITED BY SIZE
                  CD98I-ACCNO DELIMITED BY SIZE
             INTO BTX-REC-DATA-OLD.
           MOVE BTX-REC-TIMESTAMP TO WS-TWOS-COMP-INPUT.
           MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.
           MOVE LENGTH OF BTX-REC-TIMESTAMP TO WS-TWOS-COMP-LEN.
           CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN
                                 WS-TWOS-COMP-INPUT
                                 WS-TWOS-COMP-OUTPUT.
           MOVE WS-TWOS-COMP-OUTPUT TO BTX-REC-TIMESTAMP-FF.
           MOVE WS-TODAY TO BTX-REC-POST-DATE.
           IF CD98I-CHANNEL IS EQUAL TO SPACES
              MOVE 'G' TO BTX-REC-CHANNEL
           ELSE
              MOVE CD98I-CHANNEL TO BTX-REC-CHANNEL
           END-IF.
           MOVE CD98I-USERID TO BTX-REC-USERID.
           MOVE BTX-REC-TIMESTAMP TO WS-BNKTXN-RID.
           EXEC CICS WRITE FILE('BNKTXN')
                           FROM(WS-BNKTXN-REC)
                           LENGTH(LENGTH OF WS-BNKTXN-REC)
                           RIDFLD(WS-BNKTXN-RID)
                           KEYLENGTH(LENGTH OF WS-BNKTXN-RID)
                           RESP(WS-RESP)
           END-EXEC.
           MOVE DFHRESP(NORMAL) TO WS-RESP.

      *****************************************************************
      * Take WS-USE-POINTS from the earnings, oldest first            *
      *****************************************************************
       USE-POINTS.
           MOVE BRW-REC-OLDEST-LOT TO WS-LOT-SEQ.
       USE-POINTS-LOOP.
           IF WS-USE-POINTS IS NOT GREATER THAN ZERO OR
              WS-LOT-SEQ IS GREATER THAN BRW-REC-LAST-SEQ
              GO TO USE-POINTS-EXIT
           END-IF.
           MOVE BRW-REC-ACCNO TO BRX-REC-ACCNO.
           MOVE WS-LOT-SEQ TO BRX-REC-SEQ.
           MOVE BRX-REC-KEY TO WS-BNKRWDL-RID.
           EXEC CICS READ FILE('BNKRWDL')
                          UPDATE
                          INTO(WS-BNKRWDL-REC)
                          LENGTH(LENGTH OF WS-BNKRWDL-REC)
                          RIDFLD(WS-BNKRWDL-RID)
                          TOKEN(WS-LOT-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM NEXT-LOT
              GO TO USE-POINTS-LOOP
           END-IF.
           IF NOT BRX-REC-EARNED OR
              BRX-REC-POINTS-LEFT IS NOT GREATER THAN ZERO
              EXEC CICS UNLOCK FILE('BNKRWDL')
                               TOKEN(WS-LOT-TOKEN)
              END-EXEC
              PERFORM NEXT-LOT
              GO TO USE-POINTS-LOOP
           END-IF.
           IF BRX-REC-POINTS-LEFT IS GREATER THAN WS-USE-POINTS
              SUBTRACT WS-USE-POINTS FROM BRX-REC-POINTS-LEFT
              MOVE ZERO TO WS-USE-POINTS
              PERFORM REWRITE-LOT
              GO TO USE-POINTS-EXIT
           END-IF.
           SUBTRACT BRX-REC-POINTS-LEFT FROM WS-USE-POINTS.
           MOVE ZERO TO BRX-REC-POINTS-LEFT.
           PERFORM REWRITE-LOT.
           PERFORM NEXT-LOT.
           GO TO USE-POINTS-LOOP.
       USE-POINTS-EXIT.
           EXIT.

       REWRITE-LOT.
           EXEC CICS REWRITE FILE('BNKRWDL')
                             FROM(WS-BNKRWDL-REC)
                             LENGTH(LENGTH OF WS-BNKRWDL-REC)
                             TOKEN(WS-LOT-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.

      * Move past a lot that is used up, keeping the oldest-lot
      * pointer on the first lot with points left
       NEXT-LOT.
           IF WS-LOT-SEQ IS EQUAL TO BRW-REC-OLDEST-LOT
              ADD 1 TO BRW-REC-OLDEST-LOT
           END-IF.
           ADD 1 TO WS-LOT-SEQ.

      *****************************************************************
      * The oldest earning with points left is the next to expire     *
      *****************************************************************
       FIND-NEXT-EXPIRY.
           MOVE BRW-REC-OLDEST-LOT TO WS-LOT-SEQ.
       FIND-NEXT-EXPIRY-LOOP.
           IF WS-LOT-SEQ IS GREATER THAN BRW-REC-LAST-SEQ
              GO TO FIND-NEXT-EXPIRY-EXIT
           END-IF.
           PERFORM READ-LEDGER.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
              BRX-REC-EARNED AND
              BRX-REC-POINTS-LEFT IS GREATER THAN ZERO
              MOVE BRX-REC-EXPIRY-DATE TO CD98O-EXPIRY-DATE
              MOVE BRX-REC-POINTS-LEFT TO CD98O-EXPIRY-POINTS
              GO TO FIND-NEXT-EXPIRY-EXIT
           END-IF.
           ADD 1 TO WS-LOT-SEQ.
           GO TO FIND-NEXT-EXPIRY-LOOP.
       FIND-NEXT-EXPIRY-EXIT.
           EXIT.

       READ-LEDGER.
           MOVE BRW-REC-ACCNO TO BRX-REC-ACCNO.
           MOVE WS-LOT-SEQ TO BRX-REC-SEQ.
           MOVE BRX-REC-KEY TO WS-BNKRWDL-RID.
           EXEC CICS READ FILE('BNKRWDL')
                          INTO(WS-BNKRWDL-REC)
                          LENGTH(LENGTH OF WS-BNKRWDL-REC)
                          RIDFLD(WS-BNKRWDL-RID)
                          RESP(WS-RESP)
           END-EXEC.

       RELEASE-POINTS.
           EXEC CICS UNLOCK FILE('BNKRWDS')
                            TOKEN(WS-READ-TOKEN)
           END-EXEC.

       MOVE-POINTS-TO-OUTPUT.
           MOVE BRW-REC-BALANCE TO CD98O-BALANCE.
           MOVE BRW-REC-EARNED TO CD98O-EARNED.
           MOVE BRW-REC-CLAWED-BACK TO CD98O-CLAWED-BACK.
           MOVE BRW-REC-REDEEMED TO CD98O-REDEEMED.
           MOVE BRW-REC-EXPIRED TO CD98O-EXPIRED.
           COMPUTE CD98O-VALUE ROUNDED =
                   BRW-REC-BALANCE * WS-VALUE-100 / 100.

      *****************************************************************
      * Redemption terms from the business parameter table            *
      *****************************************************************
       GET-PARAMETERS.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'RWD-VALUE-100' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-VALUE-100
           END-IF.
           MOVE SPACES TO CD93-DATA.
           SET CD93-REQUEST-GET TO TRUE.
           MOVE 'RWD-MIN-REDEEM' TO CD93I-PARM-ID.
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.
           IF CD93O-STATUS-OK
              MOVE CD93O-VALUE TO WS-MIN-REDEEM
           END-IF.

      *****************************************************************
      * Audit the redemption                                          *
      *****************************************************************
       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD98I-TERMID TO CD18I-TERMID.
           MOVE CD98I-TRANID TO CD18I-TRANID.
           MOVE CD98I-PID TO CD18I-PID.
           MOVE CD98I-USERID TO CD18I-USERID.
           MOVE CD98I-POINTS TO WS-POINTS-ED.
           MOVE WS-REDEEM-VALUE TO WS-AMOUNT-ED.
           STRING 'POINTS ' DELIMITED BY SIZE
                  CD98I-ACCNO DELIMITED BY SIZE
                  ' REDEEMED ' DELIMITED BY SIZE
                  WS-POINTS-ED DELIMITED BY SIZE
                  ' VALUE ' DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-CREDIT-ACCNO DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
