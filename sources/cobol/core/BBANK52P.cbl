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
      * Program:     BBANK52P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Teller capture of a customer's tax residency     *
      *              self-certification - the countries of residence  *
      *              and TINs the customer declares at the counter    *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK52P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK52P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD81-USER-ROLE                        PIC X(1).
           88  CD81-ROLE-TELLER                      VALUE 'T'.
           88  CD81-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD81.

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
      * This is the main process                                      *
      *****************************************************************
           IF CD81-ROLE-TELLER OR
              CD81-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD81O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for tax residency' TO CD81O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD81I-PID IS EQUAL TO SPACES
              SET CD81O-STATUS-ERROR TO TRUE
              MOVE 'Customer id is required' TO CD81O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD81-REQUEST-CERTIFY
              IF CD81I-USERID IS EQUAL TO SPACES
                 SET CD81O-STATUS-ERROR TO TRUE
                 MOVE 'Teller id is required' TO CD81O-MSG
                 GO TO COMMON-RETURN
              END-IF
              MOVE 'T' TO CD81I-SOURCE
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module, which checks each      *
      * country and TIN the same way for every channel                *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK81P')
                          COMMAREA(CD81-DATA)
                          LENGTH(LENGTH OF CD81-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
