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
      * Program:     BCASH07P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    ATM - cardless withdrawal.  The customer keyed   *
      *              the one-time code staged from the mobile app and *
      *              their PIN (verified by BCASH00P); the amount is  *
      *              already held, so this is the cash withdrawal of  *
      *              BCASH03P for the staged account and amount       *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BCASH07P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BCASH07P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).
         05  WS-AMOUNT                             PIC S9(7)V99 COMP-3.
         05  WS-EDIT-AMT                           PIC 9(5).99.
         05  WS-EDIT-BAL                           PIC Z,ZZZ,ZZ9.99-.

       01  WS-CASH-DATA.
       COPY CCASHDAT.

       01  WS-CARDLESS-DATA.
       COPY CCASHD06.

       01  WS-TERM-DATA.
       COPY CCASHD03.

       01  WS-BANK-DATA.
       COPY CBANKDAT.

       01  WS-ACCLIM-DATA.
       COPY CBANKD11.

       01  WS-RUP-DATA.
       COPY CBANKD68.

       COPY CABENDD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(6144).

       COPY CENTRY.
      *****************************************************************
      * Move the passed area to our area                              *
      *****************************************************************
           MOVE DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA) TO WS-CASH-DATA.

      *****************************************************************
      * Ensure error message is cleared                               *
      *****************************************************************
           MOVE SPACES TO CASH-ERROR-MSG.

      *****************************************************************
      * Claim the code for this machine - a code already being used   *
      * elsewhere, used up, expired or locked goes no further         *
      *****************************************************************
           MOVE SPACES TO CDC6-DATA.
           SET CDC6-REQUEST-CLAIM TO TRUE.
           MOVE CASH-ATM7-CODE TO CDC6I-CODE.
           MOVE CASH-USERID TO CDC6I-PID.
           MOVE CASH-TERMINAL-ID TO CDC6I-TERMINAL-ID.
           EXEC CICS LINK PROGRAM('DCASH06P')
                          COMMAREA(CDC6-DATA)
                          LENGTH(LENGTH OF CDC6-DATA)
           END-EXEC.
           IF NOT CDC6O-STATUS-OK
              MOVE CDC6O-MSG TO CASH-ERROR-MSG
              GO TO COMMON-RETURN
           END-IF.
           MOVE CDC6O-AMOUNT TO WS-AMOUNT.
           MOVE WS-AMOUNT TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO CASH-ATM7-CASH-AMT.
           MOVE CDC6O-ACCNO TO CASH-ATM7-FROM-ACC.

      *****************************************************************
      * The staged account's current balance                          *
      *****************************************************************
           MOVE SPACES TO CD11-DATA.
           MOVE CASH-ATM7-FROM-ACC TO CD11I-ACCNO.
       COPY CBANKX11.
           MOVE CD11O-BAL-N TO WS-EDIT-BAL.
           MOVE WS-EDIT-BAL TO CASH-ATM7-FROM-BAL.

      *****************************************************************
      * This is the main process                                      *
      *****************************************************************
           MOVE LOW-VALUES TO WS-BANK-DATA.
           SET BANK-AID-ENTER TO TRUE.
           MOVE 'MBANK50' TO BANK-LAST-MAPSET.
           MOVE CASH-USERID TO BANK-USERID.
           MOVE CASH-TERMINAL-ID TO BANK-TERMINAL-ID.
      * The amount has been held since the code was staged - tell
      * the posting layer so the hold is not counted twice
           MOVE WS-AMOUNT TO BANK-AUTH-HELD-N.
           MOVE CASH-ATM7-CASH-AMT TO BANK-SCR50-XFER
           MOVE 'X' TO BANK-SCR50-FRM1.
           MOVE CASH-ATM7-FROM-ACC TO BANK-SCR50-ACC1.
           MOVE CASH-ATM7-FROM-BAL TO BANK-SCR50-BAL1.
           MOVE 'X' TO BANK-SCR50-TO2.
           MOVE '999999996' TO BANK-SCR50-ACC2.
           MOVE '0,000,000,00 ' TO BANK-SCR50-BAL2.

           EXEC CICS LINK PROGRAM('BBANK50P')
                          COMMAREA(WS-BANK-DATA)
                          LENGTH(LENGTH OF WS-BANK-DATA)
           END-EXEC.

           MOVE BANK-ERROR-MSG TO CASH-ERROR-MSG.

      *****************************************************************
      * Settle the code - used up (and its hold completed) if the     *
      * withdrawal went through, otherwise free for another try       *
      * until it expires                                              *
      *****************************************************************
           MOVE SPACES TO CDC6-DATA.
           SET CDC6-REQUEST-SETTLE TO TRUE.
           MOVE CASH-ATM7-CODE TO CDC6I-CODE.
           IF CASH-ERROR-MSG (1:12) IS EQUAL TO 'Transferred '
              MOVE 'Y' TO CDC6I-DISPENSED
           ELSE
              MOVE 'N' TO CDC6I-DISPENSED
           END-IF.
           EXEC CICS LINK PROGRAM('DCASH06P')
                          COMMAREA(CDC6-DATA)
                          LENGTH(LENGTH OF CDC6-DATA)
           END-EXEC.

      *****************************************************************
      * A dispensed withdrawal comes off the machine's cash position  *
      *****************************************************************
           IF CASH-ERROR-MSG (1:12) IS EQUAL TO 'Transferred ' AND
              CASH-TERMINAL-ID IS NOT EQUAL TO SPACES AND
              CASH-TERMINAL-ID IS NOT EQUAL TO LOW-VALUES
              MOVE SPACES TO CDC3-DATA
              SET CDC3-REQUEST-DISPENSE TO TRUE
              MOVE CASH-TERMINAL-ID TO CDC3I-TERMINAL-ID
              MOVE WS-AMOUNT TO CDC3I-AMOUNT
              EXEC CICS LINK PROGRAM('DCASH03P')
                             COMMAREA(CDC3-DATA)
                             LENGTH(LENGTH OF CDC3-DATA)
              END-EXEC
           END-IF.

      *****************************************************************
      * Round-up savings apply as to any other ATM withdrawal         *
      *****************************************************************
           IF CASH-ERROR-MSG (1:12) IS EQUAL TO 'Transferred '
              MOVE SPACES TO CD68-DATA
              SET CD68-REQUEST-APPLY TO TRUE
              MOVE CASH-USERID TO CD68I-PID
              MOVE CASH-ATM7-FROM-ACC TO CD68I-FROM-ACCNO
              MOVE WS-AMOUNT TO CD68I-AMOUNT
              MOVE 'A' TO CD68I-CHANNEL
              EXEC CICS LINK PROGRAM('DBANK68P')
                             COMMAREA(CD68-DATA)
                             LENGTH(LENGTH OF CD68-DATA)
              END-EXEC
           END-IF.

       COMMON-RETURN.
           MOVE WS-CASH-DATA TO DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA).
       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
