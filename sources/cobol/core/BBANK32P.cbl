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
      * Program:     BBANK32P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Pay-by-alias registration - a customer registers *
      *              their e-mail address or telephone number on file *
      *              against one of their accounts, moves it to       *
      *              another, releases it or lists their aliases;     *
      *              staff can do the same on the customer's behalf   *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK32P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK32P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD90-USER-ROLE                        PIC X(1).
           88  CD90-ROLE-CUSTOMER                    VALUE 'C'.
           88  CD90-ROLE-TELLER                      VALUE 'T'.
           88  CD90-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD90.

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
      * This is the main process.  Resolving an alias belongs to the  *
      * transfer screens and releasing by account to the closure      *
      * processes, not to this screen.                                *
      *****************************************************************
           IF CD90-ROLE-CUSTOMER OR
              CD90-ROLE-TELLER OR
              CD90-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD90O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for payment aliases' TO CD90O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD90-REQUEST-RESOLVE OR
              CD90-REQUEST-RELACC
              SET CD90O-STATUS-ERROR TO TRUE
              MOVE 'Not a screen function' TO CD90O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD90I-PID IS EQUAL TO SPACES
              SET CD90O-STATUS-ERROR TO TRUE
              MOVE 'Customer id is required' TO CD90O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD90-REQUEST-LIST
              GO TO CALL-IO-MODULE
           END-IF.

           IF CD90I-USERID IS EQUAL TO SPACES
              SET CD90O-STATUS-ERROR TO TRUE
              MOVE 'Signed-on userid is required' TO CD90O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD90-REQUEST-RELEASE
              IF CD90I-ALIAS IS EQUAL TO SPACES AND
                 NOT CD90I-TYPE-VALID
                 SET CD90O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the alias or its type E or T'
                   TO CD90O-MSG
                 GO TO COMMON-RETURN
              END-IF
              GO TO CALL-IO-MODULE
           END-IF.

           IF NOT CD90-REQUEST-REGISTER
              SET CD90O-STATUS-ERROR TO TRUE
              MOVE 'Unknown request' TO CD90O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * Only the contact detail already on the customer record can be *
      * registered, so the alias is chosen by its type alone          *
      *****************************************************************
           IF NOT CD90I-TYPE-VALID
              SET CD90O-STATUS-ERROR TO TRUE
              MOVE 'Type must be E (e-mail) or T (phone)'
                TO CD90O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD90I-ACCNO IS EQUAL TO SPACES
              SET CD90O-STATUS-ERROR TO TRUE
              MOVE 'Account is required' TO CD90O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
       CALL-IO-MODULE.
           EXEC CICS LINK PROGRAM('DBANK90P')
                          COMMAREA(CD90-DATA)
                          LENGTH(LENGTH OF CD90-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
