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
      * Program:     BBANK21P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Business parameter maintenance - view the values *
      *              in force, propose a change, and approve or       *
      *              reject another user's change                     *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK21P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK21P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD93-USER-ROLE                        PIC X(1).
           88  CD93-ROLE-TELLER                      VALUE 'T'.
           88  CD93-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD93.

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
      * This is the main process.  Staff may look at the parameters;  *
      * only an administrator proposes or decides a change.  The      *
      * different-user rule itself is enforced in DBANK93P.           *
      *****************************************************************
           IF CD93-ROLE-TELLER OR
              CD93-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD93O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for business parameters'
                TO CD93O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF (CD93-REQUEST-PROPOSE OR
               CD93-REQUEST-APPROVE OR
               CD93-REQUEST-REJECT) AND
              NOT CD93-ROLE-ADMIN
              SET CD93O-STATUS-ERROR TO TRUE
              MOVE 'Only an administrator changes parameters'
                TO CD93O-MSG
              GO TO COMMON-RETURN
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK93P')
                          COMMAREA(CD93-DATA)
                          LENGTH(LENGTH OF CD93-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
