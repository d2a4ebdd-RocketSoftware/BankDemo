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
      * Program:     DBANK88P.CBL                                     *
      * Function:    Official bank cheques (cashier's cheques and     *
      *              bank drafts).  ISSUE debits the customer's       *
      *              account to the official-cheque outstanding       *
      *              house account through the common posting module, *
      *              takes the next serial from the bank's stock of   *
      *              forms on BNKCHQR and registers the cheque as an  *
      *              outstanding item for the clearing run to match.  *
      *              GET returns an issued cheque for reprinting.     *
      *              VSAM Version                                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBANK88P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'DBANK88P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-READ-TOKEN                         PIC S9(8) COMP.
         05  WS-BNKACC-RID                         PIC X(9).
         05  WS-BNKCUST-RID                        PIC X(5).
         05  WS-BNKCHQR-RID.
           10  WS-BNKCHQR-RID-ACCNO                PIC X(9).
           10  WS-BNKCHQR-RID-SERIAL               PIC X(10).
         05  WS-SERIAL                             PIC X(10).
         05  WS-SERIAL-N                           PIC 9(10).
         05  WS-REMITTER-PID                       PIC X(5).
         05  WS-REMITTER-BAL                       PIC S9(7)V99 COMP-3.

      * Official cheques are drawn on the bank itself - the amount
      * sits on this house account until the cheque is presented or
      * remitted to the state as unclaimed.
         05  WS-OFFICIAL-CHQ-ACCNO                 PIC X(9)
             VALUE '999999992'.

       COPY CTSTAMPD.

       01  WS-BNKACC-REC.
       COPY CBANKVAC.

       01  WS-BNKCUST-REC.
       COPY CBANKVCS.

       01  WS-BNKCHQR-STOCK-REC.
       COPY CBANKVCR.

       01  WS-BNKCHQR-REC.
       COPY CBANKVCR.

       01  WS-UPDATE-DATA.
       COPY CBANKD04.

       01  WS-COMMAREA.
       COPY CBANKD88.

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
           MOVE SPACES TO CD88O-DATA.
           MOVE ZERO TO CD88O-AMOUNT.
           SET CD88O-STATUS-ERROR TO TRUE.

           EVALUATE TRUE
             WHEN CD88-REQUEST-ISSUE
              PERFORM ISSUE-CHEQUE THRU ISSUE-CHEQUE-EXIT
             WHEN CD88-REQUEST-GET
              PERFORM GET-CHEQUE THRU GET-CHEQUE-EXIT
             WHEN OTHER
              MOVE 'Unknown request' TO CD88O-MSG
           END-EVALUATE.

       DBANK88P-EXIT.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
       COPY CRETURN.

      *****************************************************************
      * Issue one official cheque.  The stock record stays locked     *
      * from taking the serial to stepping it on, so two tellers can  *
      * never be given the same form.  The item is registered before  *
      * the money moves and taken off again if the posting fails.     *
      *****************************************************************
       ISSUE-CHEQUE.
           IF CD88I-ACCNO IS EQUAL TO WS-OFFICIAL-CHQ-ACCNO
              MOVE 'Cannot draw an official cheque on that account'
                TO CD88O-MSG
              GO TO ISSUE-CHEQUE-EXIT
           END-IF.

           MOVE CD88I-ACCNO TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET CD88O-STATUS-NOTFOUND TO TRUE
              MOVE 'Account not found' TO CD88O-MSG
              GO TO ISSUE-CHEQUE-EXIT
           END-IF.
           IF BAC-REC-TYPE-HOUSE IN WS-BNKACC-REC
              MOVE 'Cannot draw an official cheque on that account'
                TO CD88O-MSG
              GO TO ISSUE-CHEQUE-EXIT
           END-IF.
           MOVE BAC-REC-PID IN WS-BNKACC-REC TO WS-REMITTER-PID.
           MOVE BAC-REC-BALANCE IN WS-BNKACC-REC TO WS-REMITTER-BAL.

           MOVE WS-OFFICIAL-CHQ-ACCNO TO WS-BNKCHQR-RID-ACCNO.
           MOVE SPACES TO WS-BNKCHQR-RID-SERIAL.
           EXEC CICS READ FILE('BNKCHQR')
                          UPDATE
                          INTO(WS-BNKCHQR-STOCK-REC)
                          LENGTH(LENGTH OF WS-BNKCHQR-STOCK-REC)
                          RIDFLD(WS-BNKCHQR-RID)
                          TOKEN(WS-READ-TOKEN)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'No official cheque stock on file' TO CD88O-MSG
              GO TO ISSUE-CHEQUE-EXIT
           END-IF.
           IF BCR-REC-NEXT-SERIAL IN WS-BNKCHQR-STOCK-REC
                IS NOT NUMERIC OR
              BCR-REC-NEXT-SERIAL IN WS-BNKCHQR-STOCK-REC
                IS GREATER THAN
              BCR-REC-SERIAL-HIGH IN WS-BNKCHQR-STOCK-REC
              EXEC CICS UNLOCK FILE('BNKCHQR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Official cheque stock used up - load new forms'
                TO CD88O-MSG
              GO TO ISSUE-CHEQUE-EXIT
           END-IF.
           MOVE BCR-REC-NEXT-SERIAL IN WS-BNKCHQR-STOCK-REC
             TO WS-SERIAL.

      * Simulate SQL TIMESTAMP function
           COPY CTSTAMPP.
           MOVE SPACES TO WS-BNKCHQR-REC.
           MOVE WS-OFFICIAL-CHQ-ACCNO
             TO BCR-REC-ACCNO IN WS-BNKCHQR-REC.
           MOVE WS-SERIAL TO BCR-REC-SERIAL IN WS-BNKCHQR-REC.
           SET BCR-REC-KIND-ITEM IN WS-BNKCHQR-REC TO TRUE.
           MOVE CD88I-AMOUNT TO BCR-REC-AMOUNT IN WS-BNKCHQR-REC.
           MOVE WS-TS-DATE TO BCR-REC-ISSUE-DATE IN WS-BNKCHQR-REC.
           MOVE CD88I-PAYEE TO BCR-REC-PAYEE IN WS-BNKCHQR-REC.
           SET BCR-REC-OUTSTANDING IN WS-BNKCHQR-REC TO TRUE.
           MOVE CD88I-ACCNO
             TO BCR-REC-REMITTER-ACCNO IN WS-BNKCHQR-REC.
           MOVE BCR-REC-KEY IN WS-BNKCHQR-REC TO WS-BNKCHQR-RID.
           EXEC CICS WRITE FILE('BNKCHQR')
                           FROM(WS-BNKCHQR-REC)
                           LENGTH(LENGTH OF WS-BNKCHQR-REC)
                           RIDFLD(WS-BNKCHQR-RID)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('BNKCHQR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              MOVE 'Serial already registered - check the stock'
                TO CD88O-MSG
              GO TO ISSUE-CHEQUE-EXIT
           END-IF.

      *****************************************************************
      * Move the money through the same posting module the transfer   *
      * screens use, so holds, available funds, overdraft limits and  *
      * the audit trail apply exactly as for any other debit          *
      *****************************************************************
           MOVE SPACES TO CD04-DATA.
           MOVE WS-REMITTER-PID TO CD04I-FROM-PID.
           MOVE CD88I-ACCNO TO CD04I-FROM-ACC.
           MOVE WS-REMITTER-BAL TO CD04I-FROM-OLD-BAL.
           COMPUTE CD04I-FROM-NEW-BAL =
                   WS-REMITTER-BAL - CD88I-AMOUNT.
           SET CD04I-TO-BLIND TO TRUE.
           MOVE SPACES TO CD04I-TO-PID.
           MOVE WS-OFFICIAL-CHQ-ACCNO TO CD04I-TO-ACC.
           MOVE CD88I-AMOUNT TO CD04I-XFER-AMOUNT.
           STRING 'Official cheque ' DELIMITED BY SIZE
                  WS-SERIAL DELIMITED BY SIZE
             INTO CD04I-DESC.
           MOVE 'G' TO CD04I-CHANNEL.
           MOVE CD88I-USERID TO CD04I-USERID.
      * The cheque is handed over the counter there and then, so it
      * cannot wait for the next-day queue
           SET CD04I-QUEUE-NOT-ALLOWED TO TRUE.
           EXEC CICS LINK PROGRAM('DBANK04P')
                          COMMAREA(CD04-DATA)
                          LENGTH(LENGTH OF CD04-DATA)
           END-EXEC.

           IF NOT CD04O-UPDATE-OK
              EXEC CICS DELETE FILE('BNKCHQR')
                               RIDFLD(WS-BNKCHQR-RID)
                               RESP(WS-RESP)
              END-EXEC
              EXEC CICS UNLOCK FILE('BNKCHQR')
                               TOKEN(WS-READ-TOKEN)
              END-EXEC
              IF CD04O-MSG IS EQUAL TO SPACES
                 MOVE 'Unable to debit the account' TO CD88O-MSG
              ELSE
                 MOVE CD04O-MSG TO CD88O-MSG
              END-IF
              GO TO ISSUE-CHEQUE-EXIT
           END-IF.

      * Step the stock on to the next form
           MOVE WS-SERIAL TO WS-SERIAL-N.
           ADD 1 TO WS-SERIAL-N.
           MOVE WS-SERIAL-N
             TO BCR-REC-NEXT-SERIAL IN WS-BNKCHQR-STOCK-REC.
           EXEC CICS REWRITE FILE('BNKCHQR')
                             FROM(WS-BNKCHQR-STOCK-REC)
                             LENGTH(LENGTH OF WS-BNKCHQR-STOCK-REC)
                             TOKEN(WS-READ-TOKEN)
                             RESP(WS-RESP)
           END-EXEC.

           PERFORM FILL-CHEQUE-DETAILS THRU
                   FILL-CHEQUE-DETAILS-EXIT.
           MOVE 'Official cheque issued' TO CD88O-MSG.
           IF CD04O-MSG IS NOT EQUAL TO SPACES
              MOVE CD04O-MSG TO CD88O-MSG
           END-IF.
           SET CD88O-STATUS-OK TO TRUE.
       ISSUE-CHEQUE-EXIT.
           EXIT.

      *****************************************************************
      * Return an issued cheque for printing again                    *
      *****************************************************************
       GET-CHEQUE.
           MOVE WS-OFFICIAL-CHQ-ACCNO TO WS-BNKCHQR-RID-ACCNO.
           MOVE CD88I-SERIAL TO WS-BNKCHQR-RID-SERIAL.
           EXEC CICS READ FILE('BNKCHQR')
                          INTO(WS-BNKCHQR-REC)
                          LENGTH(LENGTH OF WS-BNKCHQR-REC)
                          RIDFLD(WS-BNKCHQR-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT BCR-REC-KIND-ITEM IN WS-BNKCHQR-REC
              SET CD88O-STATUS-NOTFOUND TO TRUE
              MOVE 'Official cheque not found' TO CD88O-MSG
              GO TO GET-CHEQUE-EXIT
           END-IF.
           PERFORM FILL-CHEQUE-DETAILS THRU
                   FILL-CHEQUE-DETAILS-EXIT.
           SET CD88O-STATUS-OK TO TRUE.
       GET-CHEQUE-EXIT.
           EXIT.

      *****************************************************************
      * Set out the registered item as it is printed on the cheque,   *
      * with the remitter's name from the customer file               *
      *****************************************************************
       FILL-CHEQUE-DETAILS.
           MOVE BCR-REC-SERIAL IN WS-BNKCHQR-REC TO CD88O-SERIAL.
           MOVE BCR-REC-ISSUE-DATE IN WS-BNKCHQR-REC
             TO CD88O-ISSUE-DATE.
           MOVE BCR-REC-PAYEE IN WS-BNKCHQR-REC TO CD88O-PAYEE.
           MOVE BCR-REC-AMOUNT IN WS-BNKCHQR-REC TO CD88O-AMOUNT.
           MOVE BCR-REC-REMITTER-ACCNO IN WS-BNKCHQR-REC
             TO CD88O-REMITTER-ACCNO.
           MOVE BCR-REC-STATUS IN WS-BNKCHQR-REC
             TO CD88O-ITEM-STATUS.
           MOVE BCR-REC-PAID-DATE IN WS-BNKCHQR-REC
             TO CD88O-PAID-DATE.

           MOVE BCR-REC-REMITTER-ACCNO IN WS-BNKCHQR-REC
             TO WS-BNKACC-RID.
           EXEC CICS READ FILE('BNKACC')
                          INTO(WS-BNKACC-REC)
                          LENGTH(LENGTH OF WS-BNKACC-REC)
                          RIDFLD(WS-BNKACC-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO FILL-CHEQUE-DETAILS-EXIT
           END-IF.
           MOVE BAC-REC-PID IN WS-BNKACC-REC TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE BCS-REC-NAME IN WS-BNKCUST-REC
                TO CD88O-REMITTER-NAME
           END-IF.
       FILL-CHEQUE-DETAILS-EXIT.
           EXIT.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
