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
      * Program:     BBANK23P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Deceased-match review queue - staff confirm or   *
      *              reject the death registry matches                *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK23P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK23P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD95-USER-ROLE                        PIC X(1).
           88  CD95-ROLE-TELLER                      VALUE 'T'.
           88  CD95-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD95.

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
      * This is the main process.  The review queue is staff work;    *
      * confirming a death runs the deceased workflow, which needs    *
      * an administrator, as it does from the estate screen           *
      *****************************************************************
           IF CD95-ROLE-TELLER OR
              CD95-ROLE-ADMIN
              CONTINUE
           ELSE
              SET CD95O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for the review queue'
                TO CD95O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD95-REQUEST-CONFIRM AND
              NOT CD95-ROLE-ADMIN
              SET CD95O-STATUS-ERROR TO TRUE
              MOVE 'Administrator only for that function'
                TO CD95O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD95-REQUEST-CONFIRM OR
              CD95-REQUEST-REJECT
              IF CD95I-PID IS EQUAL TO SPACES
                 SET CD95O-STATUS-ERROR TO TRUE
                 MOVE 'Pick the match to review' TO CD95O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD95I-USERID IS EQUAL TO SPACES
                 SET CD95O-STATUS-ERROR TO TRUE
                 MOVE 'Reviewer must be identified' TO CD95O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request straight on to the I/O module                *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK95P')
                          COMMAREA(CD95-DATA)
                          LENGTH(LENGTH OF CD95-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
