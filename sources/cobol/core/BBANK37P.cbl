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
      * Program:     BBANK37P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Fee waiver at the branch - a teller or           *
      *              administrator gives back a maintenance, NSF,     *
      *              activity or late fee for a reason code.  Within  *
      *              the user's daily waiver limit the refund posts   *
      *              at once; beyond it the waiver is held for a      *
      *              second user on the dual-control queue (BBANK83P) *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK37P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK37P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD86-USER-ROLE                        PIC X(1).
           88  CD86-ROLE-TELLER                      VALUE 'T'.
           88  CD86-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD86.

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
      * This is the main process.  Branch staff only, and only the    *
      * waive request - release and reject of a held waiver come      *
      * through the dual-control queue.                               *
      *****************************************************************
           IF NOT CD86-ROLE-TELLER AND
              NOT CD86-ROLE-ADMIN
              SET CD86O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized to waive fees' TO CD86O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CD86-REQUEST-WAIVE
              SET CD86O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for that request' TO CD86O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD86I-USERID IS EQUAL TO SPACES
              SET CD86O-STATUS-ERROR TO TRUE
              MOVE 'Signed-on userid is required' TO CD86O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD86I-ACCNO IS EQUAL TO SPACES OR
              CD86I-FEE-TS IS EQUAL TO SPACES
              SET CD86O-STATUS-ERROR TO TRUE
              MOVE 'Select the fee posting to waive' TO CD86O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD86I-REASON IS EQUAL TO SPACES
              SET CD86O-STATUS-ERROR TO TRUE
              MOVE 'Enter the reason for the waiver' TO CD86O-MSG
              GO TO COMMON-RETURN
           END-IF.

      * The limit applied is the signed-on role's, never the caller's
      * own say-so
           MOVE CD86-USER-ROLE TO CD86I-ROLE.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK86P')
                          COMMAREA(CD86-DATA)
                          LENGTH(LENGTH OF CD86-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
