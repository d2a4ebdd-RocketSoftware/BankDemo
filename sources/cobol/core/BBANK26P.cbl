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
      * Program:     BBANK26P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Card rewards screen - a customer sees the points *
      *              on their credit card and redeems them as a       *
      *              statement credit or into one of their deposit    *
      *              accounts; staff can do the same on the           *
      *              customer's behalf                                *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK26P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK26P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD98-USER-ROLE                        PIC X(1).
           88  CD98-ROLE-CUSTOMER                    VALUE 'C'.
           88  CD98-ROLE-TELLER                      VALUE 'T'.
           88  CD98-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD98.

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
      * This is the main process.  A redemption keyed by staff must   *
      * say who keyed it; the customer's own is self-service.         *
      *****************************************************************
           IF CD98-ROLE-CUSTOMER OR
              CD98-ROLE-TELLER OR
              CD98-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD98O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for card rewards' TO CD98O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD98I-PID IS EQUAL TO SPACES
              SET CD98O-STATUS-ERROR TO TRUE
              MOVE 'Customer id is required' TO CD98O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD98I-ACCNO IS EQUAL TO SPACES
              SET CD98O-STATUS-ERROR TO TRUE
              MOVE 'Enter the card account number' TO CD98O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD98-REQUEST-REDEEM
              IF CD98-ROLE-CUSTOMER
                 MOVE SPACES TO CD98I-USERID
              ELSE
                 IF CD98I-USERID IS EQUAL TO SPACES
                    SET CD98O-STATUS-ERROR TO TRUE
                    MOVE 'Staff member must be identified'
                      TO CD98O-MSG
                    GO TO COMMON-RETURN
                 END-IF
              END-IF
              IF CD98I-POINTS IS NOT NUMERIC OR
                 CD98I-POINTS IS EQUAL TO ZERO
                 SET CD98O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the points to redeem' TO CD98O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF NOT CD98I-TO-STATEMENT AND
                 NOT CD98I-TO-DEPOSIT
                 SET CD98O-STATUS-ERROR TO TRUE
                 MOVE 'Redeem to S statement or D deposit'
                   TO CD98O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD98I-TO-DEPOSIT AND
                 CD98I-DEPOSIT-ACCNO IS EQUAL TO SPACES
                 SET CD98O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the deposit account number' TO CD98O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK98P')
                          COMMAREA(CD98-DATA)
                          LENGTH(LENGTH OF CD98-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
