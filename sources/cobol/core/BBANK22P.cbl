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
      * Program:     BBANK22P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Statement cycle at the branch - a teller shows   *
      *              how often a customer's account gets a statement  *
      *              and on which day, with its last and next         *
      *              statement dates, and changes the frequency       *
      *              (monthly, quarterly or half-yearly) and cycle    *
      *              day at the customer's request                    *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK22P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK22P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD94-USER-ROLE                        PIC X(1).
           88  CD94-ROLE-TELLER                      VALUE 'T'.
           88  CD94-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD94.

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
      * This is the main process.  Branch staff only; customers make  *
      * the same change from the mobile app.                          *
      *****************************************************************
           IF NOT CD94-ROLE-TELLER AND
              NOT CD94-ROLE-ADMIN
              SET CD94O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized to change statement cycles'
                TO CD94O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD94I-PID IS EQUAL TO SPACES OR
              CD94I-ACCNO IS EQUAL TO SPACES
              SET CD94O-STATUS-ERROR TO TRUE
              MOVE 'Enter the customer PID and account'
                TO CD94O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD94-REQUEST-GETCYCLE
              GO TO PASS-REQUEST
           END-IF.

           IF CD94I-USERID IS EQUAL TO SPACES
              SET CD94O-STATUS-ERROR TO TRUE
              MOVE 'Signed-on userid is required' TO CD94O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD94-REQUEST-SETCYCLE
              IF CD94I-FREQ IS NOT EQUAL TO 'M' AND
                 CD94I-FREQ IS NOT EQUAL TO 'Q' AND
                 CD94I-FREQ IS NOT EQUAL TO 'S'
                 SET CD94O-STATUS-ERROR TO TRUE
                 MOVE 'Frequency must be M, Q or S' TO CD94O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
       PASS-REQUEST.
           EXEC CICS LINK PROGRAM('DBANK94P')
                          COMMAREA(CD94-DATA)
                          LENGTH(LENGTH OF CD94-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
