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
      * Program:     BBANK27P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Customer relationship (360) screen - branch      *
      *              staff see every account, loan, deposit, card,    *
      *              box, case and instruction held for one customer, *
      *              each line carrying the action that opens its own *
      *              maintenance screen                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK27P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK27P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CDU1-USER-ROLE                        PIC X(1).
           88  CDU1-ROLE-CUSTOMER                    VALUE 'C'.
           88  CDU1-ROLE-TELLER                      VALUE 'T'.
           88  CDU1-ROLE-ADMIN                       VALUE 'A'.
       COPY CCUSTD01.

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
      * This is the main process.  The relationship view is a branch  *
      * staff tool; customers see their own accounts elsewhere.       *
      *****************************************************************
           IF CDU1-ROLE-TELLER OR
              CDU1-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CDU1O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for customer view' TO CDU1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CDU1I-PID IS EQUAL TO SPACES
              SET CDU1O-STATUS-ERROR TO TRUE
              MOVE 'Customer id is required' TO CDU1O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CDU1I-START-LINE IS NOT NUMERIC
              MOVE ZERO TO CDU1I-START-LINE
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DCUST01P')
                          COMMAREA(CDU1-DATA)
                          LENGTH(LENGTH OF CDU1-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
