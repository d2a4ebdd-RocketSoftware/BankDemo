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
      * Program:     BBANK33P.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Signon history inquiry for fraud investigations  *
      *              - staff list a userid's signons, failed signons, *
      *              refused second signons, forced session ends and  *
      *              signoffs, newest first - and the concurrent      *
      *              signon policy, which an administrator can change *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BBANK33P.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'BBANK33P'.
         05  WS-COMMAREA-LENGTH                    PIC 9(5).

       01  WS-COMMAREA.
         05  CD91-USER-ROLE                        PIC X(1).
           88  CD91-ROLE-TELLER                      VALUE 'T'.
           88  CD91-ROLE-ADMIN                       VALUE 'A'.
       COPY CBANKD91.

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
      * This is the main process.  Staff only; the policy is changed  *
      * by administrators only, and the signon processing itself is   *
      * not reached from here.                                        *
      *****************************************************************
           IF NOT CD91-ROLE-TELLER AND
              NOT CD91-ROLE-ADMIN
              SET CD91O-STATUS-ERROR TO TRUE
              MOVE 'Not authorized for signon history' TO CD91O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF NOT CD91-REQUEST-HISTORY AND
              NOT CD91-REQUEST-GETPOL AND
              NOT CD91-REQUEST-SETPOL
              SET CD91O-STATUS-ERROR TO TRUE
              MOVE 'Signon processing is not done from here'
                TO CD91O-MSG
              GO TO COMMON-RETURN
           END-IF.

           IF CD91-REQUEST-HISTORY
              IF CD91I-USERID IS EQUAL TO SPACES
                 SET CD91O-STATUS-ERROR TO TRUE
                 MOVE 'Enter the userid' TO CD91O-MSG
                 GO TO COMMON-RETURN
              END-IF
      * Userids starting with "Z" are held under "B"
              IF CD91I-USERID (1:1) IS EQUAL TO 'Z'
                 MOVE 'B' TO CD91I-USERID (1:1)
              END-IF
           END-IF.

           IF CD91-REQUEST-SETPOL
              IF NOT CD91-ROLE-ADMIN
                 SET CD91O-STATUS-ERROR TO TRUE
                 MOVE 'Only an administrator can change the policy'
                   TO CD91O-MSG
                 GO TO COMMON-RETURN
              END-IF
              IF CD91I-ADMIN-USERID IS EQUAL TO SPACES
                 SET CD91O-STATUS-ERROR TO TRUE
                 MOVE 'Administrator userid is required' TO CD91O-MSG
                 GO TO COMMON-RETURN
              END-IF
           END-IF.

      *****************************************************************
      * Pass the request on to the I/O module                         *
      *****************************************************************
           EXEC CICS LINK PROGRAM('DBANK91P')
                          COMMAREA(CD91-DATA)
                          LENGTH(LENGTH OF CD91-DATA)
           END-EXEC.

       COMMON-RETURN.
      *****************************************************************
      * Move the result back to the callers area                      *
      *****************************************************************
           MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).

       COPY CRETURN.

      * $ Version 8.03b sequenced on Thursday 15 Oct 2026 at 9:00am
