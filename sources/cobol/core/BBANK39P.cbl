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
      * Program:     BBANK39P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Official bank cheque at the branch - a teller or *
      *              administrator issues a cashier's cheque or bank  *
      *              draft against a customer's account, or brings    *
      *              one already issued back up to print again        *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK39P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK39P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD88-USER-ROLE                        PIC X(1).
           88  CD88-ROLE-TELLER                      VALUE 'T'.
           88  CD88-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD88.

       01  WS-POA-DATA.
       COPY CBANKD89.

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
      * This is the main process.  Branch staff only.                 *
      *****************************************************************
           IF NOT CD88-ROLE-TELLER AND
              NOT CD88-ROLE-ADMIN
              SET CD88O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized to issue official cheques'
                TO CD88O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD88-REQUEST-GET
              IF CD88I-SERIAL IS EQUAL TO SPACES
                 SET CD88O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the cheque serial number' TO CD88O-MSG
                 GO TO COMMON-RETURN
              END-IF
              GO TO CALL-IO-MODULE
           END-IF.

           IF NOT CD88-REQUEST-ISSUE
              SET CD88O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for that request' TO CD88O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD88I-USERID IS EQUAL TO SPACES
              SET CD88O-STATUS-ERROR TO TRUE
              MOVE 'Signed-on userid is required' TO CD88O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD88I-ACCNO IS EQUAL TO SPACES
              SET CD88O-STATUS-ERROR TO TRUE
              MOVE 'Enter the account to debit' TO CD88O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD88I-AMOUNT IS NOT NUMERIC OR
              CD88I-AMOUNT IS NOT GREATER THAN ZERO
              SET CD88O-STATUS-ERROR TO TRUE
              MOVE 'Amount must be greater than zero' TO CD88O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD88I-PAYEE IS EQUAL TO SPACES
              SET CD88O-STATUS-ERROR TO TRUE
              MOVE 'Enter the payee name' TO CD88O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * A representative at the counter for the customer must hold a  *
      * current authority with the transact scope                     *
      *****************************************************************
           IF CD88I-REP-ID IS NOT EQUAL TO SPACES
              MOVE SPACES TO CD89-DATA
              SET CD89-REQUEST-CHECK TO TRUE
              MOVE CD88I-ACCNO TO CD89I-ACCNO
              MOVE CD88I-REP-ID TO CD89I-REP-IDREF
              MOVE 'T' TO CD89I-SCOPE
              EXEC CICS LINK PROGRAM('DBANK89P')
                             COMMAREA(CD89-DATA)
                             LENGTH(LENGTH OF CD89-DATA)
              END-EXEC
              IF NOT CD89O-STATUS-OK
                 SET CD88O-STATUS-ERROR TO TRUE
                 MOVE CD89O-MSG TO CD88O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
       CALL-IO-MODULE.
           EXEC CICS LINK PROGRAM('DBANK88P')
                          COMMAREA(CD88-DATA)
                          LENGTH(LENGTH OF CD88-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
