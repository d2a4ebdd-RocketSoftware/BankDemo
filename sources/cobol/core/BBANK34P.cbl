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
      * Program:     BBANK34P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Spending insights screen - a customer sees the   *
      *              month's spending by category beside the same     *
      *              month last year and their budgets, and sets or   *
      *              removes a monthly budget for a category; staff   *
      *              can do the same on the customer's behalf         *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK34P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK34P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD92-USER-ROLE                        PIC X(1).
           88  CD92-ROLE-CUSTOMER                    VALUE 'C'.
           88  CD92-ROLE-TELLER                      VALUE 'T'.
           88  CD92-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD92.

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
      * This is the main process.  The overspend check belongs to the *
      * posting, not to this screen.                                  *
      *****************************************************************
           IF CD92-ROLE-CUSTOMER OR
              CD92-ROLE-TELLER OR
              CD92-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD92O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for spending insights' TO CD92O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CD92-REQUEST-SUMMARY AND
              NOT CD92-REQUEST-SETBUD
              SET CD92O-STATUS-ERROR TO TRUE
              MOVE 'Not a screen function' TO CD92O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD92I-PID IS EQUAL TO SPACES
              SET CD92O-STATUS-ERROR TO TRUE
              MOVE 'Customer id is required' TO CD92O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD92-REQUEST-SETBUD
              IF CD92I-CATEGORY IS EQUAL TO SPACES
                 SET CD92O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the category' TO CD92O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD92I-BUDGET IS NOT NUMERIC
                 SET CD92O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the monthly budget, zero to remove it'
                   TO CD92O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK92P')
                          COMMAREA(CD92-DATA)
                          LENGTH(LENGTH OF CD92-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
