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
      * Program:     DBANK95P.CBL                                     *
      * Function:    Deceased-match review queue.  LISTQ shows the    *
      *              death registry matches awaiting review; CONFIRM  *
      *              runs the deceased workflow (DBANK44P), holds     *
      *              the customer's standing orders, suspends their   *
      *              inline regular payments and direct debit         *
      *              mandates and closes their card, listing each     *
      *              item stopped on BNKDTHS; REJECT clears the       *
      *              match.  Every decision is audited through        *
      *              DBANK18P.                                        *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK95P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK95P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-BNKDTHQ-RID                        PIC X(5).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKACC-AIX1-RID                    PIC X(5).
         05  WS-BNKSORD-RID.
           10  WS-BNKSORD-RID-ACCNO                PIC X(9).
           10  WS-BNKSORD-RID-SEQ                  PIC 9(4).
         05  WS-BNKMAND-RID                        PIC X(35).
         05  WS-LAST-MAND-RID                      PIC X(35).
         05  WS-BNKDTHS-RID                        PIC X(8).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-TODAY                              PIC X(10).
         05  WS-STOP-SEQ                           PIC 9(3).
         05  WS-STOP-TOTAL                         PIC 9(3).
         05  WS-SLOTS-STOPPED.
           10  WS-SLOT-STOPPED                     PIC X(1)
               OCCURS 3 TIMES.
         05  WS-SLOT-NO                            PIC 9(2).
         05  WS-SORD-SEQ-DISP                      PIC 9(4).
         05  WS-CARD-MASKED                        PIC X(16).
         05  WS-DECISION                           PIC X(9).

      * A stop row being built, set by the caller of WRITE-STOP
         05  WS-STOP-ITEM                          PIC X(1).
         05  WS-STOP-ACCNO                         PIC X(9).
         05  WS-STOP-REF                           PIC X(30).
         05  WS-STOP-AMOUNT                        PIC S9(7)V99 COMP-3.
         05  WS-STOP-PAYEE                         PIC X(15).

      * The customer's own accounts - joint accounts owned by someone
      * else keep paying for the surviving owner
       01  WS-ACC-TABLE.
         05  WS-ACC-COUNT                          PIC S9(4) COMP.
         05  WS-ACC-NO                             PIC X(9)
             OCCURS 20 TIMES.

       COPY CTSTAMPD.

       01  WS-BNKDTHQ-REC.
       COPY CBANKVDT.

       01  WS-BNKDTHS-REC.
       COPY CBANKVDS.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKSORD-REC.
       COPY CBANKVSO.

       01  WS-BNKMAND-REC.
       COPY CBANKVMD.

       01  WS-DEC-DATA.
       COPY CBANKD44.

       01  WS-LOG-DATA.
       COPY CBANKD18.

       01  WS-COMMAREA.
       COPY CBANKD95.

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
           MOVE SPACES TO CD95O-DATA.
           MOVE ZERO TO CD95O-LIST-COUNT.
           MOVE ZERO TO CD95O-ORDERS-HELD.
           MOVE ZERO TO CD95O-SLOTS-SUSPENDED.
           MOVE ZERO TO CD95O-MANDATES-SUSPENDED.
           MOVE 'N' TO CD95O-CARD-CLOSED.
           SET CD95O-STATUS-ERROR TO TRUE.

           COPY CTSTAMPP.
           MOVE WS-TS-DATE (1:10) TO WS-TODAY.

           EVALUATE TRUE
             WHEN CD95-REQUEST-LISTQ
              PERFORM LIST-QUEUE THRU LIST-QUEUE-EXIT
             WHEN CD95-REQUEST-CONFIRM
              PERFORM CONFIRM-MATCH THRU CONFIRM-MATCH-EXIT
             WHEN CD95-REQUEST-REJECT
              PERFORM REJECT-MATCH THRU REJECT-MATCH-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD95O-MSG
           END-EVALUATE.

       DBANK95P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * List the matches still awaiting review                        *
      *****************************************************************
       LIST-QUEUE.
           MOVE LOW-VALUES TO WS-BNKDTHQ-RID.
           EXEC CICS STARTBR FILE('BNKDTHQ')
                             RIDFLD(WS-BNKDTHQ-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD95O-STATUS-OK TO TRUE
              GO TO LIST-QUEUE-EXIT
           END-IF.
       LIST-QUEUE-LOOP.
           EXEC CICS READNEXT FILE('BNKDTHQ')
                              INTO(WS-BNKDTHQ-REC)
                              LENGTH(LENGTH OF WS-BNKDTHQ-REC)
                              RIDFLD(WS-BNKDTHQ-RID)
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO LIST-QUEUE-DONE
           END-IF.
           IF NOT BDT-REC-PENDING
              GO TO LIST-QUEUE-LOOP
           END-IF.
           IF CD95O-LIST-COUNT IS GREATER THAN OR EQUAL TO 6
              GO TO LIST-QUEUE-DONE
           END-IF.
           ADD 1 TO CD95O-LIST-COUNT.
           MOVE CD95O-LIST-COUNT TO WS-SUB.
           MOVE BDT-REC-PID TO CD95O-LIST-PID (WS-SUB).
           MOVE BDT-REC-REG-NAME TO CD95O-LIST-REG-NAME (WS-SUB).
           MOVE BDT-REC-DEATH-DATE TO CD95O-LIST-DEATH-DATE (WS-SUB).
           MOVE BDT-REC-NAME-MATCH TO CD95O-LIST-NAME-MATCH (WS-SUB).
           MOVE BDT-REC-BIRTH-MATCH
             TO CD95O-LIST-BIRTH-MATCH (WS-SUB).
           MOVE BDT-REC-QUEUED-DATE
             TO CD95O-LIST-QUEUED-DATE (WS-SUB).
           GO TO LIST-QUEUE-LOOP.
       LIST-QUEUE-DONE.
           EXEC CICS ENDBR FILE('BNKDTHQ')
           END-EXEC.
           SET CD95O-STATUS-OK TO TRUE.
       LIST-QUEUE-EXIT.
           EXIT.

      *****************************************************************
      * Confirm a match.  The customer is flagged deceased first -    *
      * if that fails nothing is stopped and the match stays queued.  *
      * The queue entry is only marked confirmed once everything has  *
      * been stopped, so a confirmation that is cut short can simply  *
      * be repeated; anything already stopped is passed over.         *
      *****************************************************************
       CONFIRM-MATCH.
           PERFORM READ-PENDING-MATCH THRU READ-PENDING-MATCH-EXIT.
           IF CD95O-MSG IS NOT EQUAL TO SPACES
              GO TO CONFIRM-MATCH-EXIT
           END-IF.
           MOVE BDT-REC-STOP-COUNT TO WS-STOP-SEQ.
           MOVE ZERO TO WS-STOP-TOTAL.

           MOVE SPACES TO CD44-DATA.
           SET CD44-REQUEST-SETDEC TO TRUE.
           MOVE CD95I-PID TO CD44I-PID.
           MOVE CD95I-USERID TO CD44I-USERID.
           EXEC CICS LINK PROGRAM('DBANK44P')
                          COMMAREA(CD44-DATA)
                          LENGTH(LENGTH OF CD44-DATA)
           END-EXEC.
           IF NOT CD44O-STATUS-OK
              MOVE CD44O-MSG TO CD95O-MSG
              GO TO CONFIRM-MATCH-EXIT
           END-IF.

           PERFORM CLOSE-CARD THRU CLOSE-CARD-EXIT.
           PERFORM GATHER-ACCOUNTS THRU GATHER-ACCOUNTS-EXIT.
           PERFORM STOP-ACCOUNT-PAYMENTS THRU
                   STOP-ACCOUNT-PAYMENTS-EXIT
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-ACC-COUNT.
           PERFORM SUSPEND-MANDATES THRU SUSPEND-MANDATES-EXIT.

           MOVE CD95I-PID TO WS-BNKDTHQ-RID.
           EXEC CICS READ FILE('BNKDTHQ')
                          UPDATE
                          INTO(WS-BNKDTHQ-REC)
                          LENGTH(LENGTH OF WS-BNKDTHQ-REC)
                          RIDFLD(WS-BNKDTHQ-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to mark the match confirmed' TO CD95O-MSG
              GO TO CONFIRM-MATCH-EXIT
           END-IF.
           SET BDT-REC-CONFIRMED TO TRUE.
           MOVE CD95I-USERID TO BDT-REC-REVIEWED-BY.
           MOVE WS-TODAY TO BDT-REC-REVIEWED-DATE.
           MOVE WS-STOP-SEQ TO BDT-REC-STOP-COUNT.
           EXEC CICS REWRITE FILE('BNKDTHQ')
                             FROM(WS-BNKDTHQ-REC)
                             LENGTH(LENGTH OF WS-BNKDTHQ-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to mark the match confirmed' TO CD95O-MSG
              GO TO CONFIRM-MATCH-EXIT
           END-IF.
           MOVE 'CONFIRMED' TO WS-DECISION.
           PERFORM WRITE-ACTIVITY-LOG.
           SET CD95O-STATUS-OK TO TRUE.
           MOVE SPACES TO CD95O-MSG.
           STRING 'Match confirmed - ' DELIMITED BY SIZE
                  WS-STOP-TOTAL DELIMITED BY SIZE
                  ' item(s) stopped' DELIMITED BY SIZE
             INTO CD95O-MSG.
       CONFIRM-MATCH-EXIT.
           EXIT.

      *****************************************************************
      * Reject a match - the registry entry is someone else           *
      *****************************************************************
       REJECT-MATCH.
           PERFORM READ-PENDING-MATCH THRU READ-PENDING-MATCH-EXIT.
           IF CD95O-MSG IS NOT EQUAL TO SPACES
              GO TO REJECT-MATCH-EXIT
           END-IF.
           EXEC CICS READ FILE('BNKDTHQ')
                          UPDATE
                          INTO(WS-BNKDTHQ-REC)
                          LENGTH(LENGTH OF WS-BNKDTHQ-REC)
                          RIDFLD(WS-BNKDTHQ-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to reject the match' TO CD95O-MSG
              GO TO REJECT-MATCH-EXIT
           END-IF.
           SET BDT-REC-REJECTED TO TRUE.
           MOVE CD95I-USERID TO BDT-REC-REVIEWED-BY.
           MOVE WS-TODAY TO BDT-REC-REVIEWED-DATE.
           EXEC CICS REWRITE FILE('BNKDTHQ')
                             FROM(WS-BNKDTHQ-REC)
                             LENGTH(LENGTH OF WS-BNKDTHQ-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Unable to reject the match' TO CD95O-MSG
              GO TO REJECT-MATCH-EXIT
           END-IF.
           MOVE 'REJECTED' TO WS-DECISION.
           PERFORM WRITE-ACTIVITY-LOG.
           SET CD95O-STATUS-OK TO TRUE.
           MOVE 'Match rejected' TO CD95O-MSG.
       REJECT-MATCH-EXIT.
           EXIT.

      *****************************************************************
      * Read the queued match; only one still pending can be decided. *
      * Leaves a message when it cannot.                              *
      *****************************************************************
       READ-PENDING-MATCH.
           MOVE CD95I-PID TO WS-BNKDTHQ-RID.
           EXEC CICS READ FILE('BNKDTHQ')
                          INTO(WS-BNKDTHQ-REC)
                          LENGTH(LENGTH OF WS-BNKDTHQ-REC)
                          RIDFLD(WS-BNKDTHQ-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD95O-STATUS-NOTFOUND TO TRUE
              MOVE 'Queued match not found' TO CD95O-MSG
              GO TO READ-PENDING-MATCH-EXIT
           END-IF.
           IF NOT BDT-REC-PENDING
              MOVE 'Match has already been reviewed' TO CD95O-MSG
           END-IF.
       READ-PENDING-MATCH-EXIT.
           EXIT.

      *****************************************************************
      * Close the customer's card                                     *
      *****************************************************************
       CLOSE-CARD.
           MOVE CD95I-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          UPDATE
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO CLOSE-CARD-EXIT
           END-IF.
           IF BCS-REC-CARD-NO IS EQUAL TO SPACES OR
              BCS-REC-CARD-CLOSED
              EXEC CICS UNLOCK FILE('BNKCUST')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              GO TO CLOSE-CARD-EXIT
           END-IF.
           SET BCS-REC-CARD-CLOSED TO TRUE.
           EXEC CICS REWRITE FILE('BNKCUST')
                             FROM(WS-BNKCUST-REC)
                             LENGTH(LENGTH OF WS-BNKCUST-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO CLOSE-CARD-EXIT
           END-IF.
           MOVE 'Y' TO CD95O-CARD-CLOSED.
           MOVE ALL '*' TO WS-CARD-MASKED.
           MOVE BCS-REC-CARD-NO (13:4) TO WS-CARD-MASKED (13:4).
           MOVE 'C' TO WS-STOP-ITEM.
           MOVE SPACES TO WS-STOP-ACCNO.
           MOVE WS-CARD-MASKED TO WS-STOP-REF.
           MOVE ZERO TO WS-STOP-AMOUNT.
           MOVE SPACES TO WS-STOP-PAYEE.
           PERFORM WRITE-STOP THRU WRITE-STOP-EXIT.
       CLOSE-CARD-EXIT.
           EXIT.

      *****************************************************************
      * Collect the accounts the customer owns                        *
      *****************************************************************
       GATHER-ACCOUNTS.
           MOVE ZERO TO WS-ACC-COUNT.
           MOVE CD95I-PID TO WS-BNKACC-AIX1-RID.
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
              BAC-REC-PID IS NOT EQUAL TO CD95I-PID
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
      * Stop one account's regular payments - the inline slots are    *
      * suspended (they stay set up for the executor to see but are   *
      * never paid) and the standing orders are put on hold           *
      *****************************************************************
       STOP-ACCOUNT-PAYMENTS.
           MOVE WS-ACC-NO (WS-SUB) TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          UPDATE
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO STOP-ACCOUNT-PAYMENTS-EXIT
           END-IF.
           MOVE SPACES TO WS-SLOTS-STOPPED.
           IF BAC-REC-RP1-ACCNO IS NOT EQUAL TO SPACES AND
              BAC-REC-RP1-SKIP-NEXT IS NOT EQUAL TO 'S'
              MOVE 'S' TO BAC-REC-RP1-SKIP-NEXT
              MOVE 'Y' TO WS-SLOT-STOPPED (1)
           END-IF.
           IF BAC-REC-RP2-ACCNO IS NOT EQUAL TO SPACES AND
              BAC-REC-RP2-SKIP-NEXT IS NOT EQUAL TO 'S'
              MOVE 'S' TO BAC-REC-RP2-SKIP-NEXT
              MOVE 'Y' TO WS-SLOT-STOPPED (2)
           END-IF.
           IF BAC-REC-RP3-ACCNO IS NOT EQUAL TO SPACES AND
              BAC-REC-RP3-SKIP-NEXT IS NOT EQUAL TO 'S'
              MOVE 'S' TO BAC-REC-RP3-SKIP-NEXT
              MOVE 'Y' TO WS-SLOT-STOPPED (3)
           END-IF.
           IF WS-SLOTS-STOPPED IS EQUAL TO SPACES
              EXEC CICS UNLOCK FILE('BNKACC')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
           ELSE
              EXEC CICS REWRITE FILE('BNKACC')
                                FROM(WS-BNKACC-REC)
                                LENGTH(LENGTH OF WS-BNKACC-REC)
                                TOKEN(WS-READ-TOKEN)
                                RESP(WS-RESP)
              END-EXEC
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM NOTE-SLOT-STOP THRU NOTE-SLOT-STOP-EXIT
                   VARYING WS-SLOT-NO FROM 1 BY 1
                     UNTIL WS-SLOT-NO IS GREATER THAN 3
              END-IF
           END-IF.
           PERFORM HOLD-STANDING-ORDERS THRU HOLD-STANDING-ORDERS-EXIT.
       STOP-ACCOUNT-PAYMENTS-EXIT.
           EXIT.

      *****************************************************************
      * List one inline slot just suspended                           *
      *****************************************************************
       NOTE-SLOT-STOP.
           IF WS-SLOT-STOPPED (WS-SLOT-NO) IS NOT EQUAL TO 'Y'
              GO TO NOTE-SLOT-STOP-EXIT
           END-IF.
           EVALUATE WS-SLOT-NO
             WHEN 1
              MOVE BAC-REC-RP1-AMOUNT TO WS-STOP-AMOUNT
              MOVE BAC-REC-RP1-ACCNO TO WS-STOP-PAYEE
             WHEN 2
              MOVE BAC-REC-RP2-AMOUNT TO WS-STOP-AMOUNT
              MOVE BAC-REC-RP2-ACCNO TO WS-STOP-PAYEE
             WHEN 3
              MOVE BAC-REC-RP3-AMOUNT TO WS-STOP-AMOUNT
              MOVE BAC-REC-RP3-ACCNO TO WS-STOP-PAYEE
           END-EVALUATE.
           MOVE 'R' TO WS-STOP-ITEM.
           MOVE BAC-REC-ACCNO TO WS-STOP-ACCNO.
           MOVE SPACES TO WS-STOP-REF.
           STRING 'Regular payment ' DELIMITED BY SIZE
                  WS-SLOT-NO (2:1) DELIMITED BY SIZE
             INTO WS-STOP-REF.
           PERFORM WRITE-STOP THRU WRITE-STOP-EXIT.
           ADD 1 TO CD95O-SLOTS-SUSPENDED.
       NOTE-SLOT-STOP-EXIT.
           EXIT.

      *****************************************************************
      * Put the account's active standing orders on hold.  Each one   *
      * is updated with the browse ended, and the browse picks up     *
      * again from the next sequence number.                          *
      *****************************************************************
       HOLD-STANDING-ORDERS.
           MOVE WS-ACC-NO (WS-SUB) TO WS-BNKSORD-RID-ACCNO.
           MOVE ZERO TO WS-BNKSORD-RID-SEQ.
       HOLD-STANDING-ORDERS-LOOP.
           EXEC CICS STARTBR FILE('BNKSORD')
                             RIDFLD(WS-BNKSORD-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO HOLD-STANDING-ORDERS-EXIT
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
              BSO-REC-ACCNO IS NOT EQUAL TO WS-ACC-NO (WS-SUB)
              GO TO HOLD-STANDING-ORDERS-EXIT
           END-IF.
           IF BSO-REC-ACTIVE
              PERFORM HOLD-ONE-ORDER THRU HOLD-ONE-ORDER-EXIT
           END-IF.
           IF BSO-REC-SEQ IS EQUAL TO 9999
              GO TO HOLD-STANDING-ORDERS-EXIT
           END-IF.
           MOVE BSO-REC-KEY TO WS-BNKSORD-RID.
           ADD 1 TO WS-BNKSORD-RID-SEQ.
           GO TO HOLD-STANDING-ORDERS-LOOP.
       HOLD-STANDING-ORDERS-EXIT.
           EXIT.

       HOLD-ONE-ORDER.
           EXEC CICS READ FILE('BNKSORD')
                          UPDATE
                          INTO(WS-BNKSORD-REC)
                          LENGTH(LENGTH OF WS-BNKSORD-REC)
                          RIDFLD(WS-BNKSORD-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO HOLD-ONE-ORDER-EXIT
           END-IF.
           SET BSO-REC-HELD TO TRUE.
           EXEC CICS REWRITE FILE('BNKSORD')
                             FROM(WS-BNKSORD-REC)
                             LENGTH(LENGTH OF WS-BNKSORD-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO HOLD-ONE-ORDER-EXIT
           END-IF.
           MOVE 'O' TO WS-STOP-ITEM.
           MOVE BSO-REC-ACCNO TO WS-STOP-ACCNO.
           MOVE BSO-REC-SEQ TO WS-SORD-SEQ-DISP.
           MOVE SPACES TO WS-STOP-REF.
           STRING 'Standing order ' DELIMITED BY SIZE
                  WS-SORD-SEQ-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BSO-REC-DESC DELIMITED BY SIZE
             INTO WS-STOP-REF.
           MOVE BSO-REC-AMOUNT TO WS-STOP-AMOUNT.
           IF BSO-REC-PAYEE-EXTERNAL
              MOVE BSO-REC-EXT-ACCNO TO WS-STOP-PAYEE
           ELSE
              MOVE BSO-REC-PAYEE-ACCNO TO WS-STOP-PAYEE
           END-IF.
           PERFORM WRITE-STOP THRU WRITE-STOP-EXIT.
           ADD 1 TO CD95O-ORDERS-HELD.
       HOLD-ONE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      * Suspend the customer's active direct debit mandates - the     *
      * ACH import returns any debit pulled under one.  As with the   *
      * standing orders each is updated with the browse ended; the    *
      * browse restarts at the mandate just done and steps past it.   *
      *****************************************************************
       SUSPEND-MANDATES.
           MOVE SPACES TO WS-BNKMAND-RID.
           MOVE CD95I-PID TO WS-BNKMAND-RID (1:5).
           MOVE SPACES TO WS-LAST-MAND-RID.
       SUSPEND-MANDATES-LOOP.
           EXEC CICS STARTBR FILE('BNKMAND')
                             RIDFLD(WS-BNKMAND-RID)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO SUSPEND-MANDATES-EXIT
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
              BMD-REC-PID IS NOT EQUAL TO CD95I-PID
              GO TO SUSPEND-MANDATES-EXIT
           END-IF.
           MOVE WS-BNKMAND-RID TO WS-LAST-MAND-RID.
           IF BMD-REC-MANDATE-ACTIVE
              PERFORM SUSPEND-ONE-MANDATE THRU
                      SUSPEND-ONE-MANDATE-EXIT
           END-IF.
           GO TO SUSPEND-MANDATES-LOOP.
       SUSPEND-MANDATES-EXIT.
           EXIT.

       SUSPEND-ONE-MANDATE.
           EXEC CICS READ FILE('BNKMAND')
                          UPDATE
                          INTO(WS-BNKMAND-REC)
                          LENGTH(LENGTH OF WS-BNKMAND-REC)
                          RIDFLD(WS-BNKMAND-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO SUSPEND-ONE-MANDATE-EXIT
           END-IF.
           SET BMD-REC-MANDATE-SUSPENDED TO TRUE.
           MOVE WS-TODAY TO BMD-REC-CANCEL-DATE.
           MOVE CD95I-USERID TO BMD-REC-CANCELLED-BY.
           EXEC CICS REWRITE FILE('BNKMAND')
                             FROM(WS-BNKMAND-REC)
                             LENGTH(LENGTH OF WS-BNKMAND-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO SUSPEND-ONE-MANDATE-EXIT
           END-IF.
           MOVE 'M' TO WS-STOP-ITEM.
           MOVE BMD-REC-ACCNO TO WS-STOP-ACCNO.
           MOVE BMD-REC-ORIGINATOR TO WS-STOP-REF.
           MOVE BMD-REC-MAX-AMOUNT TO WS-STOP-AMOUNT.
           MOVE SPACES TO WS-STOP-PAYEE.
           PERFORM WRITE-STOP THRU WRITE-STOP-EXIT.
           ADD 1 TO CD95O-MANDATES-SUSPENDED.
       SUSPEND-ONE-MANDATE-EXIT.
           EXIT.

      *****************************************************************
      * List one stopped item on BNKDTHS for the stop report.  A      *
      * repeated confirmation carries on after the rows already       *
      * written.                                                      *
      *****************************************************************
       WRITE-STOP.
           MOVE SPACES TO BDS-RECORD.
           MOVE CD95I-PID TO BDS-REC-PID.
           MOVE WS-STOP-ITEM TO BDS-REC-ITEM.
           MOVE WS-STOP-ACCNO TO BDS-REC-ACCNO.
           MOVE WS-STOP-REF TO BDS-REC-REF.
           MOVE WS-STOP-AMOUNT TO BDS-REC-AMOUNT.
           MOVE WS-STOP-PAYEE TO BDS-REC-PAYEE.
           MOVE WS-TODAY TO BDS-REC-STOPPED-DATE.
           MOVE CD95I-USERID TO BDS-REC-STOPPED-BY.
           ADD 1 TO WS-STOP-TOTAL.
       WRITE-STOP-RETRY.
           IF WS-STOP-SEQ IS EQUAL TO 999
              GO TO WRITE-STOP-EXIT
           END-IF.
           ADD 1 TO WS-STOP-SEQ.
           MOVE WS-STOP-SEQ TO BDS-REC-SEQ.
           MOVE BDS-REC-KEY TO WS-BNKDTHS-RID.
           EXEC CICS WRITE FILE('BNKDTHS')
                           FROM(WS-BNKDTHS-REC)
                           LENGTH(LENGTH OF WS-BNKDTHS-REC)
                           RIDFLD(WS-BNKDTHS-RID)
                           KEYLENGTH(LENGTH OF WS-BNKDTHS-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
              GO TO WRITE-STOP-RETRY
           END-IF.
       WRITE-STOP-EXIT.
           EXIT.

      *****************************************************************
      * Audit the reviewer's decision                                 *
      *****************************************************************
       WRITE-ACTIVITY-LOG.
           MOVE SPACES TO CD18-DATA.
           SET CD18-REQUEST-WRITE TO TRUE.
           MOVE WS-PROGRAM-ID TO CD18I-PROGRAM.
           MOVE CD95I-USERID (1:4) TO CD18I-TERMID.
           MOVE SPACES TO CD18I-TRANID.
           STRING 'DT' DELIMITED BY SIZE
                  BDT-REC-STATUS DELIMITED BY SIZE
             INTO CD18I-TRANID.
           MOVE CD95I-PID TO CD18I-PID.
           MOVE CD95I-USERID TO CD18I-USERID.
           STRING 'DEATH MATCH ' DELIMITED BY SIZE
                  WS-DECISION DELIMITED BY SPACE
                  ' REG ' DELIMITED BY SIZE
                  BDT-REC-REG-REF DELIMITED BY SPACE
                  ' DIED ' DELIMITED BY SIZE
                  BDT-REC-DEATH-DATE DELIMITED BY SIZE
             INTO CD18I-DETAIL.
           EXEC CICS LINK PROGRAM('DBANK18P')
                          COMMAREA(CD18-DATA)
                          LENGTH(LENGTH OF CD18-DATA)
           END-EXEC.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
