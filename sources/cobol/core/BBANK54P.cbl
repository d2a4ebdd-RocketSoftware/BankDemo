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
      * Program:     BBANK54P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Staff related-party declarations - a member of   *
      *              staff declares their own customer PID and those  *
      *              of relatives and other connected customers; an   *
      *              administrator may maintain the declarations of   *
      *              any userid and is the only one who may remove    *
      *              one                                              *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK54P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK54P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD82-USER-ROLE                        PIC X(1).
           88  CD82-ROLE-TELLER                      VALUE 'T'.
           88  CD82-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD82.

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
      * This is the main process.  Only staff hold declarations.      *
      *****************************************************************
           IF NOT CD82-ROLE-TELLER AND
              NOT CD82-ROLE-ADMIN
              SET CD82O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for staff declarations'
                TO CD82O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD82I-USERID IS EQUAL TO SPACES
              SET CD82O-STATUS-ERROR TO TRUE
              MOVE 'Enter the userid' TO CD82O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD82I-ACTOR IS EQUAL TO SPACES
              SET CD82O-STATUS-ERROR TO TRUE
              MOVE 'Signed-on userid is required' TO CD82O-MSG
              GO TO COMMON-RETURN
           END-IF.

      * A teller sees and declares for their own userid only
           IF CD82-ROLE-TELLER
              IF CD82I-USERID IS NOT EQUAL TO CD82I-ACTOR
                 SET CD82O-STATUS-ERROR TO TRUE
                 MOVE 'You may only declare for your own userid'
                   TO CD82O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

           IF CD82-REQUEST-LIST
              GO TO PASS-REQUEST
           END-IF.

           IF CD82I-PID IS EQUAL TO SPACES
              SET CD82O-STATUS-ERROR TO TRUE
              MOVE 'Enter the customer PID' TO CD82O-MSG
              GO TO COMMON-RETURN
           END-IF.

      * Once declared, a link stands until an administrator has
      * satisfied themselves it no longer applies
           IF CD82-REQUEST-REMOVE
              IF NOT CD82-ROLE-ADMIN
                 SET CD82O-STATUS-ERROR TO TRUE
                 MOVE 'Only an administrator may remove a link'
                   TO CD82O-MSG
                 GO TO COMMON-RETURN
              END-IF
              GO TO PASS-REQUEST
           END-IF.

           IF CD82I-RELATION IS NOT EQUAL TO 'S' AND
              CD82I-RELATION IS NOT EQUAL TO 'F' AND
              CD82I-RELATION IS NOT EQUAL TO 'O'
              SET CD82O-STATUS-ERROR TO TRUE
              MOVE 'Relation must be S, F or O' TO CD82O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
       PASS-REQUEST.
           EXEC CICS LINK PROGRAM('DBANK82P')
                          COMMAREA(CD82-DATA)
                          LENGTH(LENGTH OF CD82-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
