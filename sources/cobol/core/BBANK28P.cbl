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
      * Program:     BBANK28P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Account closure settlement - branch staff quote  *
      *              the closing interest, fees and payout with the   *
      *              instructions that depend on the account, then    *
      *              settle it: pay the balance away, cancel or       *
      *              redirect the instructions, send the final        *
      *              statement and close the account                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK28P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK28P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CDC1-USER-ROLE                        PIC X(1).
           88  CDC1-ROLE-CUSTOMER                    VALUE 'C'.
           88  CDC1-ROLE-TELLER                      VALUE 'T'.
           88  CDC1-ROLE-ADMIN                       VALUE 'A'.
       COPY CCLOSD01.

       COPY CABENDD.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(1)
             OCCURS 1 TO 6144 TIMES
               DEPENDING ON WS-COMMAREA-LENGTH.

       COPY CENTRY.
      *****************************************************************
      * Move the passed data to our area                              *
      *****************************************************************
           MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

      *****************************************************************
      * This is the main process.  Closing an account with money or   *
      * instructions still on it is done by branch staff only.        *
      *****************************************************************
           IF CDC1-ROLE-TELLER OR
              CDC1-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CDC1O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized to close accounts' TO CDC1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CDC1-REQUEST-QUOTE AND
              NOT CDC1-REQUEST-SETTLE
              SET CDC1O-STATUS-ERROR TO TRUE
              MOVE 'Unknown request' TO CDC1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CDC1I-ACCNO IS EQUAL TO SPACES
              SET CDC1O-STATUS-ERROR TO TRUE
              MOVE 'Account number is required' TO CDC1O-MSG
              GO TO COMMON-RETURN
           END-IF.

      * A quote may leave the payout open; settlement may not
           IF CDC1-REQUEST-SETTLE
              IF NOT CDC1I-PAYOUT-TRANSFER AND
                 NOT CDC1I-PAYOUT-CHEQUE
                 SET CDC1O-STATUS-ERROR TO TRUE
                 MOVE 'Pay out by T transfer or C official cheque'
                   TO CDC1O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CDC1I-PAYOUT-TRANSFER AND
              CDC1I-PAYOUT-ACCNO IS EQUAL TO SPACES
              SET CDC1O-STATUS-ERROR TO TRUE
              MOVE 'Enter the account to pay the balance to'
                TO CDC1O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DCLOS01P')
                          COMMAREA(CDC1-DATA)
                          LENGTH(LENGTH OF CDC1-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
