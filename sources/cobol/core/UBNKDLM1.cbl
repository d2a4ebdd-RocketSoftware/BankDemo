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
      * Program:     UBNKDLM1.CBL                                     *
      * Function:    Monthly withdrawal/transfer count limit.  Counts *
      *              a debit against the account type's limit for the *
      *              calendar-month cycle, restarting the count when  *
      *              a new cycle begins.  Each debit over the limit   *
      *              takes the type's excess fee off the account and  *
      *              flags it as over the limit for the cycle; the    *
      *              number of consecutive cycles over the limit is   *
      *              kept for the conversion report (ZBNKDLR1).       *
      *              Called by the posting module DBANK04P and by the *
      *              batch posting runs, on the account record they   *
      *              are about to rewrite, so every debit path counts *
      *              the same way.                                    *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           UBNKDLM1.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'UBNKDLM1'.
         05  WS-CYCLE-X.
           10  WS-CYCLE-YYYY                       PIC 9(4).
           10  FILLER                              PIC X(1).
           10  WS-CYCLE-MM                         PIC 9(2).
         05  WS-THIS-CYCLE                         PIC 9(6).
         05  WS-PREV-CYCLE                         PIC 9(6).

       LINKAGE SECTION.
       01  DLM-PARM.
       COPY CBANKDLD.

       01  DLM-ACCOUNT.
       COPY CBANKVAC.

       PROCEDURE DIVISION USING DLM-PARM
                                DLM-ACCOUNT.
           SET DLM-O-NOT-LIMITED TO TRUE.
           MOVE ZERO TO DLM-O-FEE.
           MOVE ZERO TO DLM-O-COUNT.
           MOVE SPACES TO DLM-O-MSG.

           IF DLM-I-MAX-DEBITS IS NOT NUMERIC OR
              DLM-I-MAX-DEBITS IS EQUAL TO ZERO
              GO TO UBNKDLM1-EXIT
           END-IF.
           IF DLM-I-EXCESS-FEE IS NOT NUMERIC
              MOVE ZERO TO DLM-I-EXCESS-FEE
           END-IF.

           MOVE DLM-I-CYCLE TO WS-CYCLE-X.
           IF WS-CYCLE-YYYY IS NOT NUMERIC OR
              WS-CYCLE-MM IS NOT NUMERIC
              GO TO UBNKDLM1-EXIT
           END-IF.
           COMPUTE WS-THIS-CYCLE =
                   (WS-CYCLE-YYYY * 100) + WS-CYCLE-MM.
           IF WS-CYCLE-MM IS EQUAL TO 1
              COMPUTE WS-PREV-CYCLE =
                      ((WS-CYCLE-YYYY - 1) * 100) + 12
           ELSE
              COMPUTE WS-PREV-CYCLE = WS-THIS-CYCLE - 1
           END-IF.

      *****************************************************************
      * An account that has never been counted starts clean           *
      *****************************************************************
           IF BAC-REC-DEBIT-CYCLE IS NOT NUMERIC OR
              BAC-REC-DEBIT-COUNT IS NOT NUMERIC OR
              BAC-REC-DEBIT-OVER-RUN IS NOT NUMERIC
              MOVE ZERO TO BAC-REC-DEBIT-CYCLE
              MOVE ZERO TO BAC-REC-DEBIT-COUNT
              MOVE SPACE TO BAC-REC-DEBIT-OVER
              MOVE ZERO TO BAC-REC-DEBIT-OVER-RUN
           END-IF.

      *****************************************************************
      * The first debit of a new cycle restarts the count.  The run   *
      * of cycles over the limit carries on only if the cycle just    *
      * ended was itself over the limit                               *
      *****************************************************************
           IF BAC-REC-DEBIT-CYCLE IS NOT EQUAL TO WS-THIS-CYCLE
              IF BAC-REC-DEBIT-CYCLE IS NOT EQUAL TO WS-PREV-CYCLE OR
                 NOT BAC-REC-OVER-DEBIT-LIMIT
                 MOVE ZERO TO BAC-REC-DEBIT-OVER-RUN
              END-IF
              MOVE WS-THIS-CYCLE TO BAC-REC-DEBIT-CYCLE
              MOVE ZERO TO BAC-REC-DEBIT-COUNT
              MOVE SPACE TO BAC-REC-DEBIT-OVER
           END-IF.

           IF BAC-REC-DEBIT-COUNT IS LESS THAN 999
              ADD 1 TO BAC-REC-DEBIT-COUNT
           END-IF.
           MOVE BAC-REC-DEBIT-COUNT TO DLM-O-COUNT.

           IF BAC-REC-DEBIT-COUNT IS LESS THAN DLM-I-MAX-DEBITS
              SET DLM-O-WITHIN-LIMIT TO TRUE
              GO TO UBNKDLM1-EXIT
           END-IF.
           IF BAC-REC-DEBIT-COUNT IS EQUAL TO DLM-I-MAX-DEBITS
              SET DLM-O-AT-LIMIT TO TRUE
              MOVE 'Last withdrawal allowed this month on this account'
                TO DLM-O-MSG
              GO TO UBNKDLM1-EXIT
           END-IF.

      *****************************************************************
      * Over the limit: flag the account for the cycle (counting the  *
      * cycle into the run once) and charge the excess fee            *
      *****************************************************************
           SET DLM-O-OVER-LIMIT TO TRUE.
           IF NOT BAC-REC-OVER-DEBIT-LIMIT
              SET BAC-REC-OVER-DEBIT-LIMIT TO TRUE
              IF BAC-REC-DEBIT-OVER-RUN IS LESS THAN 9
                 ADD 1 TO BAC-REC-DEBIT-OVER-RUN
              END-IF
           END-IF.
           IF DLM-I-EXCESS-FEE IS GREATER THAN ZERO
              MOVE DLM-I-EXCESS-FEE TO DLM-O-FEE
              SUBTRACT DLM-O-FEE FROM BAC-REC-BALANCE
              SUBTRACT DLM-O-FEE FROM BAC-REC-AVAIL-BALANCE
              ADD DLM-O-FEE TO BAC-REC-YTD-FEES
              MOVE 'Monthly withdrawal limit exceeded - fee charged'
                TO DLM-O-MSG
           ELSE
              MOVE 'Monthly withdrawal limit exceeded on this account'
                TO DLM-O-MSG
           END-IF.

       UBNKDLM1-EXIT.
           GOBACK.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
