      * Function:    Teller cash drawer journal on BNKDRWR: open a    *
      *              drawer with its float, record each cash in/out   *
      *              against the signed-on teller's drawer, and close *
      *              against the counted cash, computing over/short.  *
      *              Every cash in/out is also journalled item by     *
      *              item on BNKDRWI with the customer it was for.    *
      *              The float comes out of the teller's branch vault *
      *              (DBANK87P), BUY and SELL move cash between vault *
      *              and drawer during the day, and the counted cash  *
      *              goes back to the vault at the close.             *
      *              VSAM Version                                     *
      *****************************************************************

         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKDRWR-RID                        PIC X(18).
         05  WS-BNKDRWI-RID                        PIC X(44).
         05  WS-VAULT-POSTED-SW                    PIC X(1).
           88  WS-VAULT-POSTED                       VALUE 'Y'.

       COPY CTSTAMPD.

       01  WS-BNKDRWR-REC.
       COPY CBANKVDR.

       01  WS-BNKDRWI-REC.
       COPY CBANKVDI.

       01  WS-STAFF-DATA.
       COPY CBANKD14.

       01  WS-VAULT-DATA.
       COPY CBANKD87.

       01  WS-COMMAREA.
       COPY CBANKD37.

              PERFORM CLOSE-DRAWER THRU CLOSE-DRAWER-EXIT
             WHEN CD37-REQUEST-GET
              PERFORM GET-DRAWER THRU GET-DRAWER-EXIT
             WHEN CD37-REQUEST-BUY
              PERFORM BUY-SELL-CASH THRU BUY-SELL-CASH-EXIT
             WHEN CD37-REQUEST-SELL
              PERFORM BUY-SELL-CASH THRU BUY-SELL-CASH-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD37O-MSG
           END-EVALUATE.
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Open the drawer in the teller's branch with its float issued  *
      * from the branch vault.  A branch with no vault on file yet    *
      * still opens, with the float unrecorded against any vault.     *
      *****************************************************************
       OPEN-DRAWER.
           MOVE SPACES TO BDR-RECORD.
           MOVE WS-TS-DATE TO BDR-REC-DATE.
           MOVE ZERO TO BDR-REC-CASH-OUT.
           MOVE ZERO TO BDR-REC-COUNTED.
           MOVE ZERO TO BDR-REC-OVER-SHORT.
           MOVE ZERO TO BDR-REC-BOUGHT.
           MOVE ZERO TO BDR-REC-SOLD.

           MOVE SPACES TO CD14-DATA.
           SET CD14-REQUEST-CHECK TO TRUE.
           MOVE CD37I-TELLER TO CD14I-USERID.
           EXEC CICS LINK PROGRAM('DBANK14P')
                          COMMAREA(CD14-DATA)
                          LENGTH(LENGTH OF CD14-DATA)
           END-EXEC.
           IF CD14O-STATUS-OK
              MOVE CD14O-BRANCH TO BDR-REC-BRANCH
           END-IF.

           MOVE 'N' TO WS-VAULT-POSTED-SW.
           IF BDR-REC-BRANCH IS NOT EQUAL TO SPACES AND
              BDR-REC-FLOAT IS GREATER THAN ZERO
              SET CD87I-MOVE-TO-DRAWER TO TRUE
              MOVE BDR-REC-FLOAT TO CD87I-AMOUNT
              PERFORM POST-TO-VAULT THRU
                      POST-TO-VAULT-EXIT
              IF CD87O-STATUS-OK
                 MOVE 'Y' TO WS-VAULT-POSTED-SW
              ELSE
                 IF NOT CD87O-STATUS-NOTFOUND
                    MOVE CD87O-MSG TO CD37O-MSG
                    GO TO OPEN-DRAWER-EXIT
                 END-IF
              END-IF
           END-IF.

           MOVE BDR-REC-KEY TO WS-BNKDRWR-RID.
           EXEC CICS WRITE FILE('BNKDRWR')
                           FROM(WS-BNKDRWR-REC)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
              PERFORM BACK-OUT-VAULT THRU
                      BACK-OUT-VAULT-EXIT
              MOVE 'Drawer already opened today' TO CD37O-MSG
              GO TO OPEN-DRAWER-EXIT
           END-IF.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              PERFORM BACK-OUT-VAULT THRU
                      BACK-OUT-VAULT-EXIT
              MOVE 'Unable to open the drawer' TO CD37O-MSG
              GO TO OPEN-DRAWER-EXIT
           END-IF.
           PERFORM FILL-DRAWER-OUTPUT.
           IF BDR-REC-FLOAT IS GREATER THAN ZERO AND
              NOT WS-VAULT-POSTED
              MOVE 'Opened - float not issued from a vault'
                TO CD37O-MSG
           END-IF.
           SET CD37O-STATUS-OK TO TRUE.
       OPEN-DRAWER-EXIT.
           EXIT.

      *****************************************************************
      * The drawer could not be written - return the float issued     *
      *****************************************************************
       BACK-OUT-VAULT.
           IF WS-VAULT-POSTED
              SET CD87I-MOVE-TO-DRAWER TO TRUE
              COMPUTE CD87I-AMOUNT = ZERO - BDR-REC-FLOAT
              PERFORM POST-TO-VAULT THRU
                      POST-TO-VAULT-EXIT
              MOVE 'N' TO WS-VAULT-POSTED-SW
           END-IF.
       BACK-OUT-VAULT-EXIT.
           EXIT.

      *****************************************************************
      * A teller buys cash from the branch vault into the drawer, or  *
      * sells the drawer's surplus back to it.  The vault moves first *
      * so a vault short of cash leaves the drawer untouched.         *
      *****************************************************************
       BUY-SELL-CASH.
           PERFORM READ-DRAWER-UPDATE THRU
                   READ-DRAWER-UPDATE-EXIT.
           IF NOT CD37O-STATUS-OK
              GO TO BUY-SELL-CASH-EXIT
           END-IF.
           SET CD37O-STATUS-ERROR TO TRUE.
           IF NOT BDR-REC-DRAWER-OPEN
              EXEC CICS UNLOCK FILE('BNKDRWR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Drawer is not open' TO CD37O-MSG
              GO TO BUY-SELL-CASH-EXIT
           END-IF.
           IF BDR-REC-BRANCH IS EQUAL TO SPACES
              EXEC CICS UNLOCK FILE('BNKDRWR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Drawer has no branch vault' TO CD37O-MSG
              GO TO BUY-SELL-CASH-EXIT
           END-IF.
           IF CD37-REQUEST-SELL AND
              CD37I-AMOUNT IS GREATER THAN
                (BDR-REC-FLOAT + BDR-REC-CASH-IN - BDR-REC-CASH-OUT
                 + BDR-REC-BOUGHT - BDR-REC-SOLD)
              EXEC CICS UNLOCK FILE('BNKDRWR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Drawer does not hold that much cash'
                TO CD37O-MSG
              GO TO BUY-SELL-CASH-EXIT
           END-IF.

           IF CD37-REQUEST-BUY
              SET CD87I-MOVE-TO-DRAWER TO TRUE
           ELSE
              SET CD87I-MOVE-FROM-DRAWER TO TRUE
           END-IF.
           MOVE CD37I-AMOUNT TO CD87I-AMOUNT.
           PERFORM POST-TO-VAULT THRU
                   POST-TO-VAULT-EXIT.
           IF NOT CD87O-STATUS-OK
              EXEC CICS UNLOCK FILE('BNKDRWR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE CD87O-MSG TO CD37O-MSG
              GO TO BUY-SELL-CASH-EXIT
           END-IF.

           IF CD37-REQUEST-BUY
              ADD CD37I-AMOUNT TO BDR-REC-BOUGHT
           ELSE
              ADD CD37I-AMOUNT TO BDR-REC-SOLD
           END-IF.
           PERFORM REWRITE-DRAWER THRU REWRITE-DRAWER-EXIT.
           IF NOT CD37O-STATUS-OK
              COMPUTE CD87I-AMOUNT = ZERO - CD37I-AMOUNT
              PERFORM POST-TO-VAULT THRU
                      POST-TO-VAULT-EXIT
           END-IF.
       BUY-SELL-CASH-EXIT.
           EXIT.

      *****************************************************************
      * Post a movement to the drawer's branch vault                  *
      *****************************************************************
       POST-TO-VAULT.
           SET CD87-REQUEST-POST TO TRUE.
           MOVE BDR-REC-BRANCH TO CD87I-BRANCH.
           EXEC CICS LINK PROGRAM('DBANK87P')
                          COMMAREA(CD87-DATA)
                          LENGTH(LENGTH OF CD87-DATA)
           END-EXEC.
       POST-TO-VAULT-EXIT.
           EXIT.

       POST-CASH-MOVE.
           PERFORM READ-DRAWER-UPDATE THRU
                   READ-DRAWER-UPDATE-EXIT.
              ADD CD37I-AMOUNT TO BDR-REC-CASH-OUT
           END-IF.
           PERFORM REWRITE-DRAWER THRU REWRITE-DRAWER-EXIT.
           IF CD37O-STATUS-OK
              PERFORM JOURNAL-CASH-ITEM THRU
                      JOURNAL-CASH-ITEM-EXIT
           END-IF.
       POST-CASH-MOVE-EXIT.
           EXIT.

      *****************************************************************
      * The drawer totals are already moved; the item record is the   *
      * per-customer trail the daily cash reporting adds up, so a     *
      * failure here is reported but does not undo the cash move      *
      *****************************************************************
       JOURNAL-CASH-ITEM.
           MOVE SPACES TO BDI-RECORD.
           MOVE WS-TS-DATE TO BDI-REC-DATE.
           MOVE CD37I-TELLER TO BDI-REC-TELLER.
           MOVE WS-TIMESTAMP TO BDI-REC-TIMESTAMP.
           IF CD37-REQUEST-CASHIN
              SET BDI-REC-CASH-IN TO TRUE
           ELSE
              SET BDI-REC-CASH-OUT TO TRUE
           END-IF.
           IF CD37I-CURRENCY IS EQUAL TO SPACES OR
              CD37I-CURRENCY IS EQUAL TO LOW-VALUES
              SET BDI-REC-SOURCE-COUNTER TO TRUE
           ELSE
              SET BDI-REC-SOURCE-FX TO TRUE
              MOVE CD37I-CURRENCY TO BDI-REC-CURRENCY
           END-IF.
           IF CD37I-PID IS NOT EQUAL TO LOW-VALUES
              MOVE CD37I-PID TO BDI-REC-PID
           END-IF.
           IF CD37I-ACCNO IS NOT EQUAL TO LOW-VALUES
              MOVE CD37I-ACCNO TO BDI-REC-ACCNO
           END-IF.
           MOVE CD37I-AMOUNT TO BDI-REC-AMOUNT.
           MOVE BDI-REC-KEY TO WS-BNKDRWI-RID.
           EXEC CICS WRITE FILE('BNKDRWI')
                           FROM(WS-BNKDRWI-REC)
                           LENGTH(LENGTH OF WS-BNKDRWI-REC)
                           RIDFLD(WS-BNKDRWI-RID)
                           KEYLENGTH(LENGTH OF WS-BNKDRWI-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Cash posted - item journal not updated'
                TO CD37O-MSG
           END-IF.
       JOURNAL-CASH-ITEM-EXIT.
           EXIT.

       CLOSE-DRAWER.
           PERFORM READ-DRAWER-UPDATE THRU
                   READ-DRAWER-UPDATE-EXIT.
           COMPUTE BDR-REC-OVER-SHORT =
                   BDR-REC-COUNTED -
                   (BDR-REC-FLOAT + BDR-REC-CASH-IN
                    - BDR-REC-CASH-OUT
                    + BDR-REC-BOUGHT - BDR-REC-SOLD).
           SET BDR-REC-DRAWER-CLOSED TO TRUE.
           PERFORM REWRITE-DRAWER THRU REWRITE-DRAWER-EXIT.
           IF NOT CD37O-STATUS-OK
              GO TO CLOSE-DRAWER-EXIT
           END-IF.

      * The counted cash goes back into the branch vault
           IF BDR-REC-BRANCH IS NOT EQUAL TO SPACES AND
              BDR-REC-COUNTED IS GREATER THAN ZERO
              SET CD87I-MOVE-DRAWER-CLOSE TO TRUE
              MOVE BDR-REC-COUNTED TO CD87I-AMOUNT
              PERFORM POST-TO-VAULT THRU
                      POST-TO-VAULT-EXIT
              IF NOT CD87O-STATUS-OK
                 MOVE 'Closed - cash not returned to the vault'
                   TO CD37O-MSG
              END-IF
           END-IF.
       CLOSE-DRAWER-EXIT.
           EXIT.

           MOVE BDR-REC-CASH-OUT TO CD37O-CASH-OUT.
           COMPUTE CD37O-EXPECTED =
                   BDR-REC-FLOAT + BDR-REC-CASH-IN
                   - BDR-REC-CASH-OUT
                   + BDR-REC-BOUGHT - BDR-REC-SOLD.
           MOVE BDR-REC-OVER-SHORT TO CD37O-OVER-SHORT.
           MOVE BDR-REC-BRANCH TO CD37O-BRANCH.
           MOVE BDR-REC-BOUGHT TO CD37O-BOUGHT.
           MOVE BDR-REC-SOLD TO CD37O-SOLD.

      * $ Version 8.01a sequenced on Saturday 22 Aug 2026 at 10:30pm
